000143*                   UNDER THE RIGHT DAY); QA-RUN-DATE, AT THE   *
000144*                   END, KEEPS THE ACTUAL WALL-CLOCK RUN DATE   *
000145*                   FOR THE AUDITORS.                           *
000146*    10/15/26  RM   ADDED QA-MAX-W/X/Y/Z AT THE END, THE        *
000147*                   CEILINGS A "C"/"M" ANSWER WAS GIVEN UNDER   *
000148*                   (N IN ALL FOUR ON OTHER TYPES, BLANK ON     *
000149*                   PRE-CHANGE ENTRIES).  CONVERTED BY          *
000150*                   Q4FCONV3.                                   *
000151*    10/15/26  RM   ADDED QA-SEQ-NO AND QA-CHAIN-HASH AT THE    *
000152*                   END (133 -> 151 BYTES).  EVERY ENTRY Q4 OR  *
000153*                   Q4QUICK WRITES TAKES THE NEXT SEQUENCE      *
000154*                   NUMBER AND A HASH OF ITS OWN FIRST 142      *
000155*                   BYTES CHAINED FROM THE ENTRY BEFORE IT      *
000156*                   (SUBPROGRAM Q4AHASH), SO Q4ACERT CAN PROVE  *
000157*                   NOTHING WAS REMOVED, EDITED, OR DOUBLED.    *
000158*                   BLANK ON ENTRIES WRITTEN BEFORE SEALING     *
000159*                   BEGAN.  CONVERTED BY Q4FCONV4.              *
000160*---------------------------------------------------------------*
000161 01  Q4-AUDIT-RECORD.
000162     05  QA-TIMESTAMP          PIC X(16).
000170     05  QA-AUDIT-DATE REDEFINES QA-TIMESTAMP.
000180         10  QA-DATE           PIC 9(08).
000190         10  QA-TIME           PIC 9(08).
000400     05  QA-TRIAL-COUNT        PIC 9(09).
000410     05  QA-SOLVE-ELAPSED      PIC 9(09).
000420     05  QA-RUN-DATE           PIC 9(08).
000430     05  QA-CEILINGS.
000440         10  QA-MAX-W          PIC 9(05).
000450         10  QA-MAX-X          PIC 9(05).
000460         10  QA-MAX-Y          PIC 9(05).
000470         10  QA-MAX-Z          PIC 9(05).
000480     05  QA-SEAL.
000490         10  QA-SEQ-NO         PIC 9(09).
000500         10  QA-CHAIN-HASH     PIC 9(09).
