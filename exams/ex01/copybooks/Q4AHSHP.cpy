000010*---------------------------------------------------------------*
000020*  Q4AHSHP.CPY                                                   *
000030*                                                                *
000040*  PARAMETER AREA FOR THE Q4AHASH SUBPROGRAM.  THE CALLER MOVES  *
000050*  THE COMPLETE AUDIT ENTRY (Q4AREC) TO QHP-ENTRY AND THE CHAIN  *
000060*  HASH OF THE ENTRY BEFORE IT TO QHP-PRIOR-HASH (ZERO FOR THE   *
000070*  FIRST SEALED ENTRY); Q4AHASH RETURNS THE ENTRY'S OWN CHAIN    *
000080*  HASH IN QHP-NEW-HASH.  ONLY THE FIRST 142 BYTES -- EVERYTHING *
000090*  UP TO AND INCLUDING QA-SEQ-NO -- ARE HASHED.  SHARED BY Q4    *
000100*  AND Q4QUICK, WHICH SEAL THE ENTRIES, AND Q4ACERT, WHICH       *
000110*  PROVES THEM, SO ALL THREE HASH EXACTLY THE SAME WAY.          *
000120*                                                                *
000130*  MODIFICATION HISTORY                                          *
000140*    10/15/26  RM   ORIGINAL COPYBOOK.                           *
000150*---------------------------------------------------------------*
000160 01  Q4AHASH-PARM.
000170     05  QHP-PRIOR-HASH        PIC 9(09).
000180     05  QHP-ENTRY             PIC X(151).
000190     05  QHP-ENTRY-BYTES REDEFINES QHP-ENTRY.
000200         10  QHP-BYTE          PIC X(01) OCCURS 151 TIMES.
000210     05  QHP-NEW-HASH          PIC 9(09).
