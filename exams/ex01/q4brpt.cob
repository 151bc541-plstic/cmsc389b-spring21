000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4BRPT.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  DAILY BATCH REGISTER        *
000110*                 REPORT.  SWEEPS THE BATCH REGISTER KSDS        *
000120*                 (PROD.Q4.BATCHREG, LAYOUT Q4BREC) ONE          *
000130*                 DEPARTMENT AT A TIME AND LISTS, FOR EACH:      *
000140*                 THE GAPS IN ITS BATCH NUMBERING (NUMBERS NO    *
000150*                 DECK WAS EVER FILED UNDER), DECKS ISSUED BY    *
000160*                 Q4EDIT, Q4REPAIR, OR THE Q4 CARRY-OVER BEFORE  *
000170*                 THE BUSINESS DATE THAT NEVER ARRIVED, BATCHES  *
000180*                 Q4 OPENED BUT NEVER CLOSED, AND DUPLICATE      *
000190*                 COPIES Q4 REFUSED ON THE BUSINESS DATE.        *
000200*                 CARRY-OVER NUMBERS RUN IN THEIR OWN RANGE AND  *
000210*                 ARE LEFT OUT OF THE GAP CHECK.  THE CONTROL    *
000220*                 CARD IS THE BUSINESS DATE (YYYYMMDD, BLANK =   *
000230*                 TODAY).  RETURN-CODE 0 = NOTHING MISSING,      *
000240*                 4 = GAPS, UNARRIVED DECKS, OPEN BATCHES, OR    *
000250*                 DUPLICATES TO CHASE, 16 = FILE TROUBLE.        *
000260*---------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT Q4-BATCH-REG-FILE ASSIGN TO "Q4BREG"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS Q4B-KEY
000340         FILE STATUS IS WS-BREG-STATUS.
000350     SELECT Q4-BREG-REPORT-FILE ASSIGN TO "Q4BRRPT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-REPORT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  Q4-BATCH-REG-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY Q4BREC.
000430 FD  Q4-BREG-REPORT-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 01  Q4-BREG-LINE                PIC X(132).
000460 WORKING-STORAGE SECTION.
000470*---------------------------------------------------------------*
000480*  FILE STATUS BYTES                                            *
000490*---------------------------------------------------------------*
000500 77  WS-BREG-STATUS          PIC X(02).
000510 77  WS-REPORT-STATUS        PIC X(02).
000520*---------------------------------------------------------------*
000530*  SWITCHES                                                     *
000540*---------------------------------------------------------------*
000550 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000560         88  WS-EOF                        VALUE "Y".
000570 77  WS-DEPT-OPEN-SW         PIC X(01) VALUE "N".
000580         88  WS-DEPT-OPEN                 VALUE "Y".
000590 77  WS-HAVE-PREV-SW         PIC X(01) VALUE "N".
000600         88  WS-HAVE-PREV                 VALUE "Y".
000610*---------------------------------------------------------------*
000620*  BUSINESS DATE -- FROM THE CONTROL CARD WHEN PRESENT,         *
000630*  OTHERWISE TODAY                                              *
000640*---------------------------------------------------------------*
000650 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000660 01  WS-CONTROL-CARD.
000670     05  CC-BUSINESS-DATE    PIC X(08).
000680*---------------------------------------------------------------*
000690*  DEPARTMENT IN HAND AND ITS GAP-CHECK WORK AREAS              *
000700*---------------------------------------------------------------*
000710 77  WS-CURR-DEPT            PIC X(04) VALUE SPACES.
000720 77  WS-PREV-NUMBER          PIC 9(06) VALUE ZERO.
000730 77  WS-GAP-FROM             PIC 9(06) VALUE ZERO.
000740 77  WS-GAP-THRU             PIC 9(06) VALUE ZERO.
000750 77  WS-GAP-SIZE             PIC 9(06) VALUE ZERO.
000760*---------------------------------------------------------------*
000770*  DEPARTMENT COUNTS -- RESET AT EVERY DEPARTMENT BREAK         *
000780*---------------------------------------------------------------*
000790 77  WS-DEPT-ON-FILE         PIC 9(06) VALUE ZERO.
000800 77  WS-DEPT-TODAY           PIC 9(06) VALUE ZERO.
000810 77  WS-DEPT-MISSING         PIC 9(06) VALUE ZERO.
000820 77  WS-DEPT-UNARRIVED       PIC 9(06) VALUE ZERO.
000830 77  WS-DEPT-OPEN-COUNT      PIC 9(06) VALUE ZERO.
000840 77  WS-DEPT-DUP-COUNT       PIC 9(06) VALUE ZERO.
000850*---------------------------------------------------------------*
000860*  RUN TOTALS                                                   *
000870*---------------------------------------------------------------*
000880 77  WS-DEPT-COUNT           PIC 9(06) VALUE ZERO.
000890 77  WS-TOTAL-ON-FILE        PIC 9(07) VALUE ZERO.
000900 77  WS-TOTAL-TODAY          PIC 9(07) VALUE ZERO.
000910 77  WS-TOTAL-MISSING        PIC 9(07) VALUE ZERO.
000920 77  WS-TOTAL-UNARRIVED      PIC 9(07) VALUE ZERO.
000930 77  WS-TOTAL-OPEN           PIC 9(07) VALUE ZERO.
000940 77  WS-TOTAL-DUP            PIC 9(07) VALUE ZERO.
000950*---------------------------------------------------------------*
000960*  REGISTER REPORT LINES                                        *
000970*---------------------------------------------------------------*
000980 01  WS-BRR-HEADER.
000990     05  FILLER              PIC X(44) VALUE
001000         "Q4BRPT BATCH REGISTER REPORT - BUSINESS DATE".
001010     05  FILLER              PIC X(01) VALUE SPACE.
001020     05  BH-RUN-DATE         PIC 9(08).
001030     05  FILLER              PIC X(79) VALUE SPACES.
001040 01  WS-BRR-COLUMNS.
001050     05  FILLER              PIC X(28) VALUE
001060         "  DEPT  BATCH(ES)           ".
001070     05  FILLER              PIC X(32) VALUE
001080         "DISPOSITION                     ".
001090     05  FILLER              PIC X(16) VALUE
001100         "DATE       COUNT".
001110     05  FILLER              PIC X(56) VALUE SPACES.
001120 01  WS-BRR-DETAIL.
001130     05  FILLER              PIC X(02) VALUE SPACES.
001140     05  BD-DEPT-CODE        PIC X(04).
001150     05  FILLER              PIC X(02) VALUE SPACES.
001160     05  BD-BATCH-FROM       PIC 9(06).
001170     05  BD-THRU-LIT         PIC X(06).
001180     05  BD-BATCH-THRU       PIC X(06).
001190     05  FILLER              PIC X(02) VALUE SPACES.
001200     05  BD-DISPOSITION      PIC X(30).
001210     05  FILLER              PIC X(02) VALUE SPACES.
001220     05  BD-DATE             PIC X(08).
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  BD-COUNT            PIC ZZZZZZ.
001250     05  FILLER              PIC X(56) VALUE SPACES.
001260 01  WS-BRR-DEPT-LINE.
001270     05  FILLER              PIC X(07) VALUE "  DEPT ".
001280     05  BS-DEPT-CODE        PIC X(04).
001290     05  FILLER              PIC X(10) VALUE " ON FILE: ".
001300     05  BS-ON-FILE          PIC ZZZZZ9.
001310     05  FILLER              PIC X(18) VALUE
001320         " PROCESSED TODAY: ".
001330     05  BS-TODAY            PIC ZZZZZ9.
001340     05  FILLER              PIC X(10) VALUE " MISSING: ".
001350     05  BS-MISSING          PIC ZZZZZ9.
001360     05  FILLER              PIC X(16) VALUE
001370         " NEVER ARRIVED: ".
001380     05  BS-UNARRIVED        PIC ZZZZZ9.
001390     05  FILLER              PIC X(07) VALUE " OPEN: ".
001400     05  BS-OPEN             PIC ZZZZZ9.
001410     05  FILLER              PIC X(13) VALUE " DUPLICATES: ".
001420     05  BS-DUP              PIC ZZZZZ9.
001430     05  FILLER              PIC X(11) VALUE SPACES.
001440 01  WS-BRR-TOTAL-LINE.
001450     05  TL-LABEL            PIC X(34).
001460     05  TL-VALUE            PIC ZZZZZZ9.
001470     05  FILLER              PIC X(91) VALUE SPACES.
001480 PROCEDURE DIVISION.
001490*---------------------------------------------------------------*
001500*  0000-MAINLINE                                                 *
001510*---------------------------------------------------------------*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-SWEEP-REGISTER THRU 2000-EXIT
001550         UNTIL WS-EOF.
001560     IF WS-DEPT-OPEN
001570         PERFORM 3000-END-DEPARTMENT THRU 3000-EXIT
001580     END-IF.
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001600     GOBACK.
001610 0000-EXIT.
001620     EXIT.
001630*---------------------------------------------------------------*
001640*  1000-INITIALIZE -- TAKE THE BUSINESS DATE, OPEN THE FILES,    *
001650*                     AND POSITION AT THE FRONT OF THE REGISTER  *
001660*---------------------------------------------------------------*
001670 1000-INITIALIZE.
001680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690     MOVE SPACES TO WS-CONTROL-CARD.
001700     ACCEPT WS-CONTROL-CARD.
001710     IF CC-BUSINESS-DATE NUMERIC
001720         AND CC-BUSINESS-DATE NOT = "00000000"
001730         MOVE CC-BUSINESS-DATE TO WS-RUN-DATE
001740         DISPLAY "Q4BRPT -- REPORTING AS BUSINESS DATE "
001750             WS-RUN-DATE
001760     END-IF.
001770     OPEN INPUT Q4-BATCH-REG-FILE.
001780     IF WS-BREG-STATUS NOT = "00"
001790         DISPLAY "Q4BRPT -- UNABLE TO OPEN Q4-BATCH-REG-FILE, "
001800             "STATUS = " WS-BREG-STATUS
001810         PERFORM 9999-ABEND THRU 9999-EXIT
001820     END-IF.
001830     OPEN OUTPUT Q4-BREG-REPORT-FILE.
001840     IF WS-REPORT-STATUS NOT = "00"
001850         DISPLAY "Q4BRPT -- UNABLE TO OPEN REPORT FILE, "
001860             "STATUS = " WS-REPORT-STATUS
001870         PERFORM 9999-ABEND THRU 9999-EXIT
001880     END-IF.
001890     MOVE WS-RUN-DATE TO BH-RUN-DATE.
001900     WRITE Q4-BREG-LINE FROM WS-BRR-HEADER.
001910     WRITE Q4-BREG-LINE FROM WS-BRR-COLUMNS.
001920     MOVE LOW-VALUES TO Q4B-KEY.
001930     START Q4-BATCH-REG-FILE KEY NOT < Q4B-KEY
001940         INVALID KEY
001950             MOVE "Y" TO WS-EOF-SWITCH
001960     END-START.
001970 1000-EXIT.
001980     EXIT.
001990*---------------------------------------------------------------*
002000*  2000-SWEEP-REGISTER -- ONE REGISTER ENTRY PER PASS, IN        *
002010*                         DEPARTMENT / BATCH NUMBER ORDER        *
002020*---------------------------------------------------------------*
002030 2000-SWEEP-REGISTER.
002040     READ Q4-BATCH-REG-FILE NEXT RECORD
002050         AT END
002060             MOVE "Y" TO WS-EOF-SWITCH
002070             GO TO 2000-EXIT
002080     END-READ.
002090     IF WS-DEPT-OPEN
002100         AND Q4B-DEPT-CODE NOT = WS-CURR-DEPT
002110         PERFORM 3000-END-DEPARTMENT THRU 3000-EXIT
002120     END-IF.
002130     IF NOT WS-DEPT-OPEN
002140         PERFORM 2100-START-DEPARTMENT THRU 2100-EXIT
002150     END-IF.
002160     ADD 1 TO WS-DEPT-ON-FILE.
002170     IF Q4B-PROCESSED
002180         AND Q4B-PROCESSED-DATE = WS-RUN-DATE
002190         ADD 1 TO WS-DEPT-TODAY
002200     END-IF.
002210     IF NOT Q4B-FROM-CARRY-OVER
002220         PERFORM 2200-CHECK-GAP THRU 2200-EXIT
002230     END-IF.
002240     PERFORM 2300-CHECK-ENTRY THRU 2300-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270 2100-START-DEPARTMENT.
002280     MOVE "Y" TO WS-DEPT-OPEN-SW.
002290     MOVE "N" TO WS-HAVE-PREV-SW.
002300     MOVE Q4B-DEPT-CODE TO WS-CURR-DEPT.
002310     MOVE ZERO TO WS-DEPT-ON-FILE WS-DEPT-TODAY WS-DEPT-MISSING
002320         WS-DEPT-UNARRIVED WS-DEPT-OPEN-COUNT WS-DEPT-DUP-COUNT.
002330     ADD 1 TO WS-DEPT-COUNT.
002340 2100-EXIT.
002350     EXIT.
002360*---------------------------------------------------------------*
002370*  2200-CHECK-GAP -- A JUMP BETWEEN THIS NUMBER AND THE          *
002380*                    DEPARTMENT'S PREVIOUS ONE IS A RUN OF       *
002390*                    NUMBERS NO DECK WAS EVER FILED UNDER        *
002400*---------------------------------------------------------------*
002410 2200-CHECK-GAP.
002420     IF NOT WS-HAVE-PREV
002430         MOVE "Y" TO WS-HAVE-PREV-SW
002440         MOVE Q4B-BATCH-NUMBER TO WS-PREV-NUMBER
002450         GO TO 2200-EXIT
002460     END-IF.
002470     IF Q4B-BATCH-NUMBER > WS-PREV-NUMBER + 1
002480         COMPUTE WS-GAP-FROM = WS-PREV-NUMBER + 1
002490         COMPUTE WS-GAP-THRU = Q4B-BATCH-NUMBER - 1
002500         COMPUTE WS-GAP-SIZE = WS-GAP-THRU - WS-GAP-FROM + 1
002510         ADD WS-GAP-SIZE TO WS-DEPT-MISSING
002520         MOVE SPACES TO BD-THRU-LIT BD-BATCH-THRU BD-DATE
002530         MOVE WS-CURR-DEPT TO BD-DEPT-CODE
002540         MOVE WS-GAP-FROM TO BD-BATCH-FROM
002550         IF WS-GAP-THRU > WS-GAP-FROM
002560             MOVE " THRU " TO BD-THRU-LIT
002570             MOVE WS-GAP-THRU TO BD-BATCH-THRU
002580         END-IF
002590         MOVE "MISSING - NEVER FILED" TO BD-DISPOSITION
002600         MOVE WS-GAP-SIZE TO BD-COUNT
002610         WRITE Q4-BREG-LINE FROM WS-BRR-DETAIL
002620     END-IF.
002630     MOVE Q4B-BATCH-NUMBER TO WS-PREV-NUMBER.
002640 2200-EXIT.
002650     EXIT.
002660*---------------------------------------------------------------*
002670*  2300-CHECK-ENTRY -- THE ENTRY'S OWN STATE: ISSUED BEFORE THE  *
002680*                      BUSINESS DATE AND NEVER RECEIVED, OPENED  *
002690*                      BY Q4 AND NEVER CLOSED, OR COPIED AND     *
002700*                      REFUSED ON THE BUSINESS DATE              *
002710*---------------------------------------------------------------*
002720 2300-CHECK-ENTRY.
002730     MOVE SPACES TO BD-THRU-LIT BD-BATCH-THRU.
002740     MOVE WS-CURR-DEPT TO BD-DEPT-CODE.
002750     MOVE Q4B-BATCH-NUMBER TO BD-BATCH-FROM.
002760     MOVE ZERO TO BD-COUNT.
002770     IF Q4B-ISSUED
002780         AND Q4B-ISSUED-DATE < WS-RUN-DATE
002790         ADD 1 TO WS-DEPT-UNARRIVED
002800         EVALUATE TRUE
002810             WHEN Q4B-FROM-EDIT
002820                 MOVE "ISSUED BY Q4EDIT - NOT ARRIVED"
002830                     TO BD-DISPOSITION
002840             WHEN Q4B-FROM-REPAIR
002850                 MOVE "ISSUED BY REPAIR - NOT ARRIVED"
002860                     TO BD-DISPOSITION
002870             WHEN Q4B-FROM-CARRY-OVER
002880                 MOVE "CARRY-OVER DECK - NOT ARRIVED"
002890                     TO BD-DISPOSITION
002900             WHEN OTHER
002910                 MOVE "ISSUED - NOT ARRIVED" TO BD-DISPOSITION
002920         END-EVALUATE
002930         MOVE Q4B-ISSUED-DATE TO BD-DATE
002940         WRITE Q4-BREG-LINE FROM WS-BRR-DETAIL
002950     END-IF.
002960     IF Q4B-IN-PROCESS
002970         ADD 1 TO WS-DEPT-OPEN-COUNT
002980         MOVE "OPENED BY Q4 - NEVER CLOSED" TO BD-DISPOSITION
002990         MOVE Q4B-PROCESSED-DATE TO BD-DATE
003000         WRITE Q4-BREG-LINE FROM WS-BRR-DETAIL
003010     END-IF.
003020     IF Q4B-LAST-DUP-DATE = WS-RUN-DATE
003030         ADD 1 TO WS-DEPT-DUP-COUNT
003040         MOVE "DUPLICATE COPY REFUSED TODAY" TO BD-DISPOSITION
003050         MOVE Q4B-PROCESSED-DATE TO BD-DATE
003060         WRITE Q4-BREG-LINE FROM WS-BRR-DETAIL
003070     END-IF.
003080 2300-EXIT.
003090     EXIT.
003100*---------------------------------------------------------------*
003110*  3000-END-DEPARTMENT -- SUMMARY LINE FOR THE DEPARTMENT JUST   *
003120*                         FINISHED; ROLL ITS COUNTS INTO THE     *
003130*                         RUN TOTALS                             *
003140*---------------------------------------------------------------*
003150 3000-END-DEPARTMENT.
003160     MOVE WS-CURR-DEPT       TO BS-DEPT-CODE.
003170     MOVE WS-DEPT-ON-FILE    TO BS-ON-FILE.
003180     MOVE WS-DEPT-TODAY      TO BS-TODAY.
003190     MOVE WS-DEPT-MISSING    TO BS-MISSING.
003200     MOVE WS-DEPT-UNARRIVED  TO BS-UNARRIVED.
003210     MOVE WS-DEPT-OPEN-COUNT TO BS-OPEN.
003220     MOVE WS-DEPT-DUP-COUNT  TO BS-DUP.
003230     WRITE Q4-BREG-LINE FROM WS-BRR-DEPT-LINE.
003240     ADD WS-DEPT-ON-FILE    TO WS-TOTAL-ON-FILE.
003250     ADD WS-DEPT-TODAY      TO WS-TOTAL-TODAY.
003260     ADD WS-DEPT-MISSING    TO WS-TOTAL-MISSING.
003270     ADD WS-DEPT-UNARRIVED  TO WS-TOTAL-UNARRIVED.
003280     ADD WS-DEPT-OPEN-COUNT TO WS-TOTAL-OPEN.
003290     ADD WS-DEPT-DUP-COUNT  TO WS-TOTAL-DUP.
003300     MOVE "N" TO WS-DEPT-OPEN-SW.
003310 3000-EXIT.
003320     EXIT.
003330*---------------------------------------------------------------*
003340*  8000-TERMINATE -- TOTALS, CLOSE UP, SET THE RETURN CODE       *
003350*---------------------------------------------------------------*
003360 8000-TERMINATE.
003370     MOVE "DEPARTMENTS ON THE REGISTER" TO TL-LABEL.
003380     MOVE WS-DEPT-COUNT TO TL-VALUE.
003390     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003400     MOVE "BATCHES ON THE REGISTER" TO TL-LABEL.
003410     MOVE WS-TOTAL-ON-FILE TO TL-VALUE.
003420     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003430     MOVE "BATCHES PROCESSED ON THE DATE" TO TL-LABEL.
003440     MOVE WS-TOTAL-TODAY TO TL-VALUE.
003450     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003460     MOVE "BATCH NUMBERS MISSING" TO TL-LABEL.
003470     MOVE WS-TOTAL-MISSING TO TL-VALUE.
003480     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003490     MOVE "DECKS ISSUED BUT NEVER ARRIVED" TO TL-LABEL.
003500     MOVE WS-TOTAL-UNARRIVED TO TL-VALUE.
003510     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003520     MOVE "BATCHES OPENED BUT NEVER CLOSED" TO TL-LABEL.
003530     MOVE WS-TOTAL-OPEN TO TL-VALUE.
003540     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003550     MOVE "DUPLICATE COPIES REFUSED" TO TL-LABEL.
003560     MOVE WS-TOTAL-DUP TO TL-VALUE.
003570     WRITE Q4-BREG-LINE FROM WS-BRR-TOTAL-LINE.
003580     CLOSE Q4-BATCH-REG-FILE.
003590     CLOSE Q4-BREG-REPORT-FILE.
003600     IF WS-TOTAL-MISSING > ZERO
003610         OR WS-TOTAL-UNARRIVED > ZERO
003620         OR WS-TOTAL-OPEN > ZERO
003630         OR WS-TOTAL-DUP > ZERO
003640         MOVE 4 TO RETURN-CODE
003650     ELSE
003660         MOVE 0 TO RETURN-CODE
003670     END-IF.
003680 8000-EXIT.
003690     EXIT.
003700*---------------------------------------------------------------*
003710*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN                  *
003720*---------------------------------------------------------------*
003730 9999-ABEND.
003740     MOVE 16 TO RETURN-CODE.
003750     GOBACK.
003760 9999-EXIT.
003770     EXIT.
