000146*                   ANSWERS WITH A REACHABILITY PROFILE INSTEAD  *
000147*                   OF PLANNING BURNING THIRTY RECORD-IDS TO     *
000148*                   MAP IT OUT.  Q4-S-TO IS ZERO ON V/L WORK.    *
000149*    10/15/26  RM   ADDED REQUEST TYPES "C" (CEILING) AND "M"    *
000150*                   (CEILING LEAST-COST) AND THE FOUR CEILING    *
000151*                   FIELDS Q4-MAX-W/X/Y/Z AT THE END OF THE      *
000152*                   RECORD (48 -> 68 BYTES): EACH MULTIPLIER IS  *
000153*                   HELD TO ITS OWN AVAILABILITY INSTEAD OF ALL  *
000154*                   FOUR SHARING N.  "C" ANSWERS LIKE "V" AND    *
000155*                   "M" LIKE "L", BOTH WITHIN THE CEILINGS.  THE *
000156*                   CEILINGS ARE ZERO ON OTHER DETAIL WORK AND   *
000157*                   SPACES ON HEADERS AND TRAILERS.              *
000158*    10/15/26  RM   ADDED THE "X" CANCEL RECORD AND ITS VIEW OF  *
000159*                   THE BODY.  A DEPARTMENT WITHDRAWS A DETAIL   *
000160*                   IT SUBMITTED EARLIER BY SENDING ITS RECORD-  *
000161*                   ID ON AN "X" INSIDE A NORMAL H/T BATCH.  IT  *
000162*                   COUNTS IN QT-RECORD-COUNT BUT NOT IN THE     *
000163*                   HASH TOTALS.  QX-CANCEL-DATE IS ZERO ON THE  *
000164*                   DECK; Q4 STAMPS THE BUSINESS DATE ON THE     *
000165*                   COPY SENT TO Q4REPAIR ON PROD.Q4.CANCELS.    *
000166*---------------------------------------------------------------*
000167 01  Q4-RECORD.
000168     05  Q4-RECORD-TYPE        PIC X(01).
000169         88  Q4-HEADER-RECORD            VALUE "H".
000170         88  Q4-TRAILER-RECORD           VALUE "T".
000180         88  Q4-DETAIL-RECORD            VALUE "D".
000182         88  Q4-CANCEL-RECORD            VALUE "X".
000185     05  Q4-DEPT-CODE          PIC X(04).
000190     05  Q4-RECORD-BODY.
000200         10  Q4-RECORD-ID      PIC 9(06).
000280             88  Q4-REQ-VERDICT          VALUE "V", " ".
000290             88  Q4-REQ-LEAST-COST       VALUE "L".
000295             88  Q4-REQ-RANGE            VALUE "R".
000296             88  Q4-REQ-CEILING          VALUE "C".
000297             88  Q4-REQ-CEIL-LCOST       VALUE "M".
000300*----THE BATCH HEADER VIEW OF THE RECORD BODY-------------------*
000310     05  Q4-HEADER-BODY REDEFINES Q4-RECORD-BODY.
000330         10  QH-SUBMIT-DATE    PIC 9(08).
000400         10  QT-HASH-N         PIC 9(09).
000410         10  QT-HASH-S         PIC S9(09).
000420         10  FILLER            PIC X(13).
000430*----THE CANCEL VIEW OF THE RECORD BODY-------------------------*
000431     05  Q4-CANCEL-BODY REDEFINES Q4-RECORD-BODY.
000432         10  QX-RECORD-ID      PIC 9(06).
000433         10  QX-CANCEL-DATE    PIC 9(08).
000434         10  FILLER            PIC X(23).
000435*----PRIORITY SITS OUTSIDE THE BODY SO EVERY VIEW SHARES IT-----*
000440     05  Q4-PRIORITY           PIC X(01).
000450         88  Q4-PRI-RUSH                 VALUE "P".
000460         88  Q4-PRI-ROUTINE              VALUE " ", "R".
000470*----UPPER S BOUND FOR AN "R" RANGE REQUEST; ZERO OTHERWISE-----*
000480     05  Q4-S-TO               PIC S9(05).
000490*----PER-MULTIPLIER CEILINGS FOR "C"/"M" REQUESTS; ZERO OTHERWISE*
000500     05  Q4-CEILINGS.
000510         10  Q4-MAX-W          PIC 9(05).
000520         10  Q4-MAX-X          PIC 9(05).
000530         10  Q4-MAX-Y          PIC 9(05).
000540         10  Q4-MAX-Z          PIC 9(05).
