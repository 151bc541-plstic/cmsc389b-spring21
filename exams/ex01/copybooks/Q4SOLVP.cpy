000133*                   ANSWERS WITH THE SOLVER THAT PRODUCED THEM.  *
000134*                   "0001" = THE ORIGINAL FOUR-DEEP ENUMERATION, *
000135*                   "0002" = THE HALF-SUM SEARCH.                *
000136*    10/15/26  RM   ADDED QSP-CEILING-SW AND THE QSP-MAX-W/X/Y/Z *
000137*                   CEILINGS.  WITH THE SWITCH "Y" EACH          *
000138*                   MULTIPLIER IS SEARCHED 0 THRU ITS OWN        *
000139*                   CEILING IN EITHER MODE; OTHERWISE ALL FOUR   *
000140*                   RUN 0 THRU QSP-N AS BEFORE.  CALLERS MUST    *
000141*                   SET THE SWITCH ON EVERY CALL.                *
000142*---------------------------------------------------------------*
000143 01  Q4SOLVE-PARM.
000145     05  QSP-MODE              PIC X(01).
000146         88  QSP-MODE-VERDICT            VALUE "V".
000147         88  QSP-MODE-LEAST-COST         VALUE "L".
000280     05  QSP-TRIAL-COUNT       PIC 9(09).
000290     05  QSP-WITNESS-COST      PIC 9(06).
000300     05  QSP-SOLVER-VERSION    PIC X(04).
000310*----PER-MULTIPLIER CEILINGS, HONORED ONLY WHEN THE SWITCH IS "Y"*
000320     05  QSP-CEILING-SW        PIC X(01).
000330         88  QSP-CEILINGS-APPLY          VALUE "Y".
000340     05  QSP-MAX-W             PIC 9(05).
000350     05  QSP-MAX-X             PIC 9(05).
000360     05  QSP-MAX-Y             PIC 9(05).
000370     05  QSP-MAX-Z             PIC 9(05).
