000020*  Q4HREC.CPY                                                   *
000030*                                                                *
000040*  RECORD LAYOUT FOR THE Q4 HISTORY FILE (PROD.Q4.HISTORY), THE  *
000050*  VSAM KSDS KEYED ON THE FULL N/S/a/b/c/d COMBINATION THAT      *
000060*  REMEMBERS EVERY COMBINATION ALREADY VERDICTED SO IT IS NOT    *
000070*  RERUN.  SHARED BY Q4 AND BY Q4QUICK SO THE LAYOUT IS DEFINED  *
000075*  ONCE.                                                         *
000080*                                                                *
000090*  MODIFICATION HISTORY                                         *
000100*    08/22/26  RM   ORIGINAL COPYBOOK, SPLIT OUT OF THE Q4 FILE  *
000129*                   ORIGIN UNKNOWN).  THE Q4VERIFY SWEEP         *
000130*                   RE-SOLVES OLD-VERSION ENTRIES AGAINST THE    *
000131*                   CURRENT SOLVER AND RESTAMPS OR FLAGS THEM.   *
000132*    10/15/26  RM   REKEYED ON THE WHOLE N/S/a/b/c/d (30-BYTE    *
000133*                   KEY, SAME 81 BYTES -- a/b/c/d ALREADY        *
000134*                   FOLLOWED N/S), SO TWO DEPARTMENTS SENDING    *
000135*                   ONE N/S WITH DIFFERENT COEFFICIENTS NO       *
000136*                   LONGER DISPLACE EACH OTHER.  Q4H-SLOT NAMES  *
000137*                   THE N/S PART OF THE KEY FOR A GENERIC START. *
000138*    10/15/26  RM   ADDED Q4H-MAX-W/X/Y/Z (81 -> 101 BYTES), THE *
000139*                   CEILINGS THE STORED ANSWER WAS GIVEN UNDER.  *
000140*                   AN UNCONSTRAINED ("V"/"L"/"R") ANSWER        *
000141*                   CARRIES N IN ALL FOUR, SO A LOOKUP HITS ONLY *
000142*                   WHEN THE STORED CEILINGS EQUAL THE ONES      *
000143*                   ASKED FOR.  "L" AND "M" ANSWERS ARE BOTH     *
000144*                   LEAST-COST AND SATISFY ANY LOOKUP UNDER      *
000145*                   THEIR CEILINGS.  CONVERTED BY Q4HCONV.       *
000146*---------------------------------------------------------------*
000147 01  Q4-HISTORY-RECORD.
000148     05  Q4H-KEY.
000150         10  Q4H-SLOT.
000160             15  Q4H-N         PIC 9(05).
000170             15  Q4H-S         PIC S9(05).
000180         10  Q4H-A             PIC S9(05).
000190         10  Q4H-B             PIC S9(05).
000200         10  Q4H-C             PIC S9(05).
000205         10  Q4H-D             PIC S9(05).
000210     05  Q4H-VERDICT           PIC X(05).
000220     05  Q4H-WITNESS-W         PIC 9(05).
000230     05  Q4H-WITNESS-X         PIC 9(05).
000240     05  Q4H-WITNESS-Y         PIC 9(05).
000250     05  Q4H-WITNESS-Z         PIC 9(05).
000260     05  Q4H-REQUEST-TYPE      PIC X(01).
000265         88  Q4H-LEAST-COST-ANSWER       VALUE "L", "M".
000270     05  Q4H-FIRST-DATE        PIC 9(08).
000280     05  Q4H-LAST-REF-DATE     PIC 9(08).
000290     05  Q4H-HIT-COUNT         PIC 9(05).
000300     05  Q4H-SOLVER-VERSION    PIC X(04).
000310     05  Q4H-CEILINGS.
000320         10  Q4H-MAX-W         PIC 9(05).
000330         10  Q4H-MAX-X         PIC 9(05).
000340         10  Q4H-MAX-Y         PIC 9(05).
000350         10  Q4H-MAX-Z         PIC 9(05).
