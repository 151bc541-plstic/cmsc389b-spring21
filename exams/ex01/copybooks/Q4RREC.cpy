000166*    09/02/26  RM   ADDED QR-PRIORITY AT THE END ("P" = RUSH)   *
000168*                   SO A REJECTED RUSH DETERMINATION CAN BE     *
000169*                   SPOTTED AND REPAIRED AHEAD OF ROUTINE WORK. *
000170*    10/15/26  RM   ADDED QR-MAX-W/X/Y/Z AT THE END SO A        *
000171*                   REJECTED "C"/"M" CEILING REQUEST CAN BE     *
000172*                   REPAIRED AND RESUBMITTED WITH ITS CEILINGS  *
000173*                   (BLANK ON PRE-CHANGE RECORDS).  CONVERTED   *
000174*                   BY Q4FCONV3.                                *
000175*---------------------------------------------------------------*
000180 01  Q4-REJECT-RECORD.
000190     05  QR-RECORD-ID          PIC 9(06).
000200     05  QR-N                  PIC 9(05).
000290     05  QR-REJECT-DATE        PIC 9(08).
000300     05  QR-DEPT-CODE          PIC X(04).
000310     05  QR-PRIORITY           PIC X(01).
000320     05  QR-CEILINGS.
000330         10  QR-MAX-W          PIC 9(05).
000340         10  QR-MAX-X          PIC 9(05).
000350         10  QR-MAX-Y          PIC 9(05).
000360         10  QR-MAX-Z          PIC 9(05).
