000010*---------------------------------------------------------------*
000020*  Q4BREC.CPY                                                    *
000030*                                                                *
000040*  RECORD LAYOUT FOR THE BATCH REGISTER (PROD.Q4.BATCHREG), THE  *
000050*  VSAM KSDS KEYED ON DEPARTMENT CODE PLUS BATCH NUMBER THAT     *
000060*  REMEMBERS EVERY H/T BATCH EVER NUMBERED OR PROCESSED, SO THE  *
000070*  SAME DECK CANNOT BE SOLVED TWICE.  A DECK BUILDER (Q4EDIT,    *
000080*  Q4REPAIR, THE Q4 CARRY-OVER DECK) FILES ITS NUMBER AS         *
000090*  "ISSUED"; Q4 MARKS IT IN PROCESS WHEN THE "H" HEADER ARRIVES  *
000100*  AND BALANCED OR UNBALANCED WHEN THE BATCH CLOSES.  A SECOND   *
000110*  COPY OF A PROCESSED BATCH IS REFUSED AS A DUPLICATE.  READ    *
000120*  BY Q4BRPT FOR THE DAILY GAP REPORT.                           *
000130*                                                                *
000140*  MODIFICATION HISTORY                                          *
000150*    10/15/26  RM   ORIGINAL COPYBOOK.                           *
000160*---------------------------------------------------------------*
000170 01  Q4-BATCH-REG-RECORD.
000180     05  Q4B-KEY.
000190         10  Q4B-DEPT-CODE     PIC X(04).
000200         10  Q4B-BATCH-NUMBER  PIC 9(06).
000210     05  Q4B-STATUS            PIC X(01).
000220         88  Q4B-ISSUED                  VALUE "I".
000230         88  Q4B-IN-PROCESS              VALUE "P".
000240         88  Q4B-BALANCED                VALUE "B".
000250         88  Q4B-UNBALANCED              VALUE "U".
000260         88  Q4B-PROCESSED               VALUE "P" "B" "U".
000270*>   WHO NUMBERED THE DECK -- BLANK FOR A DECK NOBODY ISSUED
000280*>   (HAND-BUILT, OR BUILT BEFORE THE REGISTER EXISTED)
000290     05  Q4B-ORIGIN            PIC X(01).
000300         88  Q4B-FROM-EDIT               VALUE "E".
000310         88  Q4B-FROM-REPAIR             VALUE "R".
000320         88  Q4B-FROM-CARRY-OVER         VALUE "C".
000330     05  Q4B-SUBMIT-DATE       PIC 9(08).
000340     05  Q4B-ISSUED-DATE       PIC 9(08).
000350*>   THE BUSINESS DATE Q4 FIRST READ THE BATCH, AND WHERE IN
000360*>   THAT DAY'S INPUT ITS HEADER SAT -- HOW A RESTART OR AN
000370*>   AS-OF RERUN RECOGNIZES ITS OWN REGISTRATION
000380     05  Q4B-PROCESSED-DATE    PIC 9(08).
000390     05  Q4B-INPUT-POSITION    PIC 9(06).
000400     05  Q4B-RECORD-COUNT      PIC 9(06).
000410     05  Q4B-LAST-DUP-DATE     PIC 9(08).
