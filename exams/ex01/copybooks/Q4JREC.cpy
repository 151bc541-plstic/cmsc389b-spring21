000010*---------------------------------------------------------------*
000020*  Q4JREC.CPY                                                    *
000030*                                                                *
000040*  RECORD LAYOUT FOR THE HISTORY CHANGE JOURNAL                  *
000050*  (PROD.Q4.HIST.JOURNAL).  ONE ENTRY FOR EVERY ADD, REWRITE OR  *
000060*  TOUCH OF A PROD.Q4.HISTORY RECORD BY Q4, Q4QUICK OR THE       *
000070*  Q4VERIFY UPDATE MODE, CARRYING THE RECORD AS IT WAS BEFORE    *
000080*  THE CHANGE (SPACES ON AN ADD) AND AS IT WAS LEFT, TAGGED      *
000090*  WITH THE BUSINESS DATE, PROGRAM, SOURCE AND DEPARTMENT.       *
000100*  WRITTEN IN THE ORDER THE CHANGES WERE MADE, SO Q4BKOUT CAN    *
000110*  PUT A DAY'S CHANGES BACK IN REVERSE.  QJ-BACKOUT-DATE IS      *
000120*  STAMPED BY Q4BKOUT ON EVERY ENTRY IT HAS BACKED OUT.          *
000130*                                                                *
000140*  MODIFICATION HISTORY                                          *
000150*    10/15/26  RM   ORIGINAL COPYBOOK.                           *
000160*---------------------------------------------------------------*
000170 01  Q4-HIST-JOURNAL-RECORD.
000180     05  QJ-BUSINESS-DATE      PIC 9(08).
000190     05  QJ-PROGRAM            PIC X(08).
000200     05  QJ-SOURCE-CODE        PIC X(01).
000210         88  QJ-SOURCE-BATCH             VALUE "B".
000220         88  QJ-SOURCE-INQUIRY           VALUE "I".
000230         88  QJ-SOURCE-VERIFY            VALUE "V".
000240     05  QJ-TIMESTAMP          PIC X(16).
000250     05  QJ-ACTION             PIC X(01).
000260         88  QJ-ADDED                    VALUE "A".
000270         88  QJ-REWRITTEN                VALUE "R".
000280         88  QJ-TOUCHED                  VALUE "T".
000290     05  QJ-DEPT-CODE          PIC X(04).
000300     05  QJ-BEFORE-IMAGE       PIC X(101).
000310     05  QJ-AFTER-IMAGE.
000320         10  QJ-KEY            PIC X(30).
000330         10  FILLER            PIC X(71).
000340     05  QJ-BACKOUT-DATE       PIC X(08).
000350         88  QJ-NOT-BACKED-OUT           VALUE SPACES.
000360     05  FILLER                PIC X(12).
