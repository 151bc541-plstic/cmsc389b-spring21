000010*---------------------------------------------------------------*
000020*  Q4ASREC.CPY                                                   *
000030*                                                                *
000040*  RECORD LAYOUT FOR THE AUDIT TRAIL SEAL (PROD.Q4.AUDIT.SEAL),  *
000050*  A ONE-RECORD FILE REPLACED BY Q4 AND Q4QUICK EACH TIME THEY   *
000060*  CLOSE THE AUDIT TRAIL NORMALLY.  IT HOLDS THE SEQUENCE        *
000070*  NUMBER AND CHAIN HASH OF THE LAST ENTRY WRITTEN, SO Q4ACERT   *
000080*  CAN TELL A TRAIL WHOSE NEWEST ENTRIES WERE CUT OFF FROM ONE   *
000090*  THAT IS SIMPLY COMPLETE.  A WRITER THAT ABENDS LEAVES THE     *
000100*  SEAL BEHIND THE TRAIL UNTIL THE NEXT CLEAN CLOSE.             *
000110*                                                                *
000120*  MODIFICATION HISTORY                                          *
000130*    10/15/26  RM   ORIGINAL COPYBOOK.                           *
000140*---------------------------------------------------------------*
000150 01  Q4-AUDIT-SEAL-RECORD.
000160     05  QS-LAST-SEQ-NO        PIC 9(09).
000170     05  QS-LAST-HASH          PIC 9(09).
000180     05  QS-LAST-DATE          PIC 9(08).
000190     05  QS-SEALED-BY          PIC X(08).
000200     05  QS-SEAL-TIMESTAMP     PIC X(16).
000210     05  FILLER                PIC X(10).
