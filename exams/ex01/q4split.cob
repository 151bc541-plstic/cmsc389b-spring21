000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4SPLIT.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  SPLITS THE DAY'S SORTED    *
000110*                 DECK (PROD.Q4.TRANS.SORTED) INTO UP TO FOUR   *
000120*                 DEPARTMENT-GROUP PARTITIONS FOR THE PARALLEL  *
000130*                 RUN (Q4PJOB / Q4PART / Q4PMERGE).  THE SYSIN  *
000140*                 CARD GIVES UP TO THREE BOUNDARY DEPARTMENT    *
000150*                 CODES IN ASCENDING ORDER: A DEPARTMENT BELOW   *
000160*                 THE FIRST GOES TO PARTITION 1, ONE AT OR      *
000170*                 ABOVE THE FIRST BUT BELOW THE SECOND TO       *
000180*                 PARTITION 2, AND SO ON.  THE DECK MOVES TO    *
000190*                 THE NEXT PARTITION ONLY ON A DEPARTMENT       *
000200*                 CHANGE WITH NO H/D/T BATCH OPEN, SO A BATCH   *
000210*                 IS NEVER SPLIT -- A DEPARTMENT WHOSE FIRST    *
000220*                 RECORD ARRIVES INSIDE AN OPEN BATCH STAYS     *
000230*                 WHOLE IN THE EARLIER PARTITION AND IS LISTED. *
000240*                 UNUSED PARTITIONS ARE WRITTEN EMPTY.          *
000250*                 RETURN-CODE 0 = SPLIT, 4 = A DEPARTMENT WAS   *
000260*                 KEPT BACK IN AN EARLIER PARTITION, 16 = BAD   *
000270*                 CARD, DECK OUT OF DEPARTMENT SEQUENCE, OR     *
000280*                 FILE TROUBLE.                                 *
000290*---------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT Q4-TRANS-FILE ASSIGN TO "Q4IN"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TRANS-STATUS.
000360     SELECT Q4-PART-1-FILE ASSIGN TO "Q4P1"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PART-1-STATUS.
000390     SELECT Q4-PART-2-FILE ASSIGN TO "Q4P2"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PART-2-STATUS.
000420     SELECT Q4-PART-3-FILE ASSIGN TO "Q4P3"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PART-3-STATUS.
000450     SELECT Q4-PART-4-FILE ASSIGN TO "Q4P4"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PART-4-STATUS.
000480     SELECT Q4-SPLIT-REPORT ASSIGN TO "Q4SPRPT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  Q4-TRANS-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY Q4REC.
000560 FD  Q4-PART-1-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  Q4-PART-1-RECORD            PIC X(68).
000590 FD  Q4-PART-2-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  Q4-PART-2-RECORD            PIC X(68).
000620 FD  Q4-PART-3-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  Q4-PART-3-RECORD            PIC X(68).
000650 FD  Q4-PART-4-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  Q4-PART-4-RECORD            PIC X(68).
000680 FD  Q4-SPLIT-REPORT
000690     LABEL RECORDS ARE STANDARD.
000700 01  Q4-SPLIT-LINE               PIC X(132).
000710 WORKING-STORAGE SECTION.
000720*---------------------------------------------------------------*
000730*  FILE STATUS BYTES                                            *
000740*---------------------------------------------------------------*
000750 77  WS-TRANS-STATUS         PIC X(02).
000760 77  WS-PART-1-STATUS        PIC X(02).
000770 77  WS-PART-2-STATUS        PIC X(02).
000780 77  WS-PART-3-STATUS        PIC X(02).
000790 77  WS-PART-4-STATUS        PIC X(02).
000800 77  WS-REPORT-STATUS        PIC X(02).
000810*---------------------------------------------------------------*
000820*  SWITCHES                                                     *
000830*---------------------------------------------------------------*
000840 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000850         88  WS-EOF                        VALUE "Y".
000860 77  WS-BATCH-OPEN-SW        PIC X(01) VALUE "N".
000870         88  WS-BATCH-OPEN                 VALUE "Y".
000880 77  WS-CARD-BAD-SW          PIC X(01) VALUE "N".
000890         88  WS-CARD-BAD                   VALUE "Y".
000900*---------------------------------------------------------------*
000910*  SYSIN CONTROL CARD -- UP TO THREE BOUNDARY DEPARTMENT CODES  *
000920*  IN ASCENDING ORDER; BLANK BOUNDARIES LEAVE THE LAST          *
000930*  PARTITIONS EMPTY                                             *
000940*---------------------------------------------------------------*
000950 01  WS-CONTROL-CARD.
000960     05  CC-BOUNDARY         PIC X(04) OCCURS 3 TIMES.
000970     05  FILLER              PIC X(68).
000980 77  WS-BOUNDARY-COUNT       PIC 9(01) VALUE ZERO.
000990 77  WS-BOUND-IX             PIC 9(01) VALUE ZERO.
001000*---------------------------------------------------------------*
001010*  WHERE THE DECK IS -- THE PARTITION BEING WRITTEN, THE ONE    *
001020*  THE CURRENT DEPARTMENT BELONGS IN, AND THE BATCH IN HAND     *
001030*---------------------------------------------------------------*
001040 77  WS-CURR-PART            PIC 9(01) VALUE 1.
001050 77  WS-WANT-PART            PIC 9(01) VALUE 1.
001060 77  WS-CURR-DEPT            PIC X(04) VALUE SPACES.
001070 77  WS-BATCH-DEPT           PIC X(04) VALUE SPACES.
001080 77  WS-BATCH-NUMBER         PIC 9(06) VALUE ZERO.
001090*---------------------------------------------------------------*
001100*  COUNTERS                                                     *
001110*---------------------------------------------------------------*
001120 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
001130 77  WS-WRITTEN-COUNT        PIC 9(06) VALUE ZERO.
001140 77  WS-HELD-COUNT           PIC 9(04) VALUE ZERO.
001150 77  WS-PART-IX              PIC 9(01) VALUE ZERO.
001160*> ONE ENTRY PER PARTITION FOR THE SPLIT REPORT
001170 01  WS-PART-TABLE.
001180     05  WS-PART-ENTRY OCCURS 4 TIMES.
001190         10  WS-PT-FIRST-DEPT    PIC X(04).
001200         10  WS-PT-LAST-DEPT     PIC X(04).
001210         10  WS-PT-DEPTS         PIC 9(04).
001220         10  WS-PT-RECORDS       PIC 9(06).
001230         10  WS-PT-BATCHES       PIC 9(06).
001240         10  WS-PT-DETAILS       PIC 9(06).
001250*---------------------------------------------------------------*
001260*  SPLIT REPORT LINES                                           *
001270*---------------------------------------------------------------*
001280 01  WS-RPT-HEADER.
001290     05  FILLER              PIC X(32) VALUE
001300         "Q4SPLIT DAILY DECK PARTITIONS - ".
001310     05  FILLER              PIC X(12) VALUE "BOUNDARIES: ".
001320     05  RH-BOUNDARY-1       PIC X(04).
001330     05  FILLER              PIC X(01) VALUE SPACE.
001340     05  RH-BOUNDARY-2       PIC X(04).
001350     05  FILLER              PIC X(01) VALUE SPACE.
001360     05  RH-BOUNDARY-3       PIC X(04).
001370     05  FILLER              PIC X(74) VALUE SPACES.
001380 01  WS-RPT-PART-LINE.
001390     05  FILLER              PIC X(10) VALUE "PARTITION ".
001400     05  RP-PART             PIC 9(01).
001410     05  FILLER              PIC X(08) VALUE "  DEPTS ".
001420     05  RP-FIRST-DEPT       PIC X(04).
001430     05  FILLER              PIC X(03) VALUE " - ".
001440     05  RP-LAST-DEPT        PIC X(04).
001450     05  FILLER              PIC X(02) VALUE " (".
001460     05  RP-DEPTS            PIC ZZZ9.
001470     05  FILLER              PIC X(11) VALUE ")  RECORDS ".
001480     05  RP-RECORDS          PIC ZZZZZ9.
001490     05  FILLER              PIC X(10) VALUE "  BATCHES ".
001500     05  RP-BATCHES          PIC ZZZZZ9.
001510     05  FILLER              PIC X(10) VALUE "  DETAILS ".
001520     05  RP-DETAILS          PIC ZZZZZ9.
001530     05  FILLER              PIC X(47) VALUE SPACES.
001540 01  WS-RPT-EMPTY-LINE.
001550     05  FILLER              PIC X(10) VALUE "PARTITION ".
001560     05  RE-PART             PIC 9(01).
001570     05  FILLER              PIC X(32) VALUE
001580         "  EMPTY -- ITS Q4 RUN IS A NO-OP".
001590     05  FILLER              PIC X(89) VALUE SPACES.
001600 01  WS-RPT-HELD-LINE.
001610     05  FILLER              PIC X(05) VALUE "DEPT ".
001620     05  RK-DEPT-CODE        PIC X(04).
001630     05  FILLER              PIC X(23) VALUE
001640         " KEPT BACK IN PARTITION".
001650     05  FILLER              PIC X(01) VALUE SPACE.
001660     05  RK-PART             PIC 9(01).
001670     05  FILLER              PIC X(10) VALUE " -- BATCH ".
001680     05  RK-BATCH-NUMBER     PIC 9(06).
001690     05  FILLER              PIC X(06) VALUE " DEPT ".
001700     05  RK-BATCH-DEPT       PIC X(04).
001710     05  FILLER              PIC X(29) VALUE
001720         " WAS STILL OPEN AT ITS RECORD".
001730     05  FILLER              PIC X(01) VALUE SPACE.
001740     05  RK-RECORD-NO        PIC ZZZZZ9.
001750     05  FILLER              PIC X(36) VALUE SPACES.
001760 01  WS-RPT-TOTAL-LINE.
001770     05  FILLER              PIC X(20) VALUE
001780         "TOTAL RECORDS READ: ".
001790     05  RT-READ-COUNT       PIC ZZZZZ9.
001800     05  FILLER              PIC X(12) VALUE "  WRITTEN: ".
001810     05  RT-WRITTEN-COUNT    PIC ZZZZZ9.
001820     05  FILLER              PIC X(23) VALUE
001830         "  DEPARTMENTS KEPT BACK".
001840     05  FILLER              PIC X(02) VALUE ": ".
001850     05  RT-HELD-COUNT       PIC ZZZ9.
001860     05  FILLER              PIC X(59) VALUE SPACES.
001870 PROCEDURE DIVISION.
001880*---------------------------------------------------------------*
001890*  0000-MAINLINE                                                *
001900*---------------------------------------------------------------*
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
001940         UNTIL WS-EOF.
001950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001960     GOBACK.
001970 0000-EXIT.
001980     EXIT.
001990*---------------------------------------------------------------*
002000*  1000-INITIALIZE -- PROVE THE CARD AND OPEN EVERYTHING.  ALL  *
002010*                     FOUR PARTITIONS ARE OPENED SO AN UNUSED   *
002020*                     ONE STILL COMES OUT AS AN EMPTY DECK      *
002030*---------------------------------------------------------------*
002040 1000-INITIALIZE.
002050     MOVE SPACES TO WS-CONTROL-CARD.
002060     ACCEPT WS-CONTROL-CARD.
002070     PERFORM 1100-CHECK-BOUNDARY THRU 1100-EXIT
002080         VARYING WS-BOUND-IX FROM 1 BY 1
002090         UNTIL WS-BOUND-IX > 3.
002100     IF WS-CARD-BAD
002110         DISPLAY "Q4SPLIT -- BOUNDARIES MUST BE ASCENDING "
002120             "DEPARTMENT CODES, BLANKS LAST: " WS-CONTROL-CARD
002130         PERFORM 9999-ABEND THRU 9999-EXIT
002140     END-IF.
002150     DISPLAY "Q4SPLIT -- " WS-BOUNDARY-COUNT
002160         " BOUNDARY DEPARTMENT(S) ON THE CARD".
002170     PERFORM 1200-CLEAR-PARTITION THRU 1200-EXIT
002180         VARYING WS-PART-IX FROM 1 BY 1
002190         UNTIL WS-PART-IX > 4.
002200     OPEN INPUT Q4-TRANS-FILE.
002210     IF WS-TRANS-STATUS NOT = "00"
002220         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-TRANS-FILE, "
002230             "STATUS = " WS-TRANS-STATUS
002240         PERFORM 9999-ABEND THRU 9999-EXIT
002250     END-IF.
002260     OPEN OUTPUT Q4-PART-1-FILE.
002270     IF WS-PART-1-STATUS NOT = "00"
002280         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-PART-1-FILE, "
002290             "STATUS = " WS-PART-1-STATUS
002300         PERFORM 9999-ABEND THRU 9999-EXIT
002310     END-IF.
002320     OPEN OUTPUT Q4-PART-2-FILE.
002330     IF WS-PART-2-STATUS NOT = "00"
002340         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-PART-2-FILE, "
002350             "STATUS = " WS-PART-2-STATUS
002360         PERFORM 9999-ABEND THRU 9999-EXIT
002370     END-IF.
002380     OPEN OUTPUT Q4-PART-3-FILE.
002390     IF WS-PART-3-STATUS NOT = "00"
002400         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-PART-3-FILE, "
002410             "STATUS = " WS-PART-3-STATUS
002420         PERFORM 9999-ABEND THRU 9999-EXIT
002430     END-IF.
002440     OPEN OUTPUT Q4-PART-4-FILE.
002450     IF WS-PART-4-STATUS NOT = "00"
002460         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-PART-4-FILE, "
002470             "STATUS = " WS-PART-4-STATUS
002480         PERFORM 9999-ABEND THRU 9999-EXIT
002490     END-IF.
002500     OPEN OUTPUT Q4-SPLIT-REPORT.
002510     IF WS-REPORT-STATUS NOT = "00"
002520         DISPLAY "Q4SPLIT -- UNABLE TO OPEN Q4-SPLIT-REPORT, "
002530             "STATUS = " WS-REPORT-STATUS
002540         PERFORM 9999-ABEND THRU 9999-EXIT
002550     END-IF.
002560     MOVE CC-BOUNDARY (1) TO RH-BOUNDARY-1.
002570     MOVE CC-BOUNDARY (2) TO RH-BOUNDARY-2.
002580     MOVE CC-BOUNDARY (3) TO RH-BOUNDARY-3.
002590     WRITE Q4-SPLIT-LINE FROM WS-RPT-HEADER.
002600 1000-EXIT.
002610     EXIT.
002620*---------------------------------------------------------------*
002630*  1100-CHECK-BOUNDARY -- A BOUNDARY MUST BE ABOVE THE ONE      *
002640*                         BEFORE IT, AND NONE MAY FOLLOW A      *
002650*                         BLANK ONE                             *
002660*---------------------------------------------------------------*
002670 1100-CHECK-BOUNDARY.
002680     IF CC-BOUNDARY (WS-BOUND-IX) = SPACES
002690         GO TO 1100-EXIT
002700     END-IF.
002710     IF WS-BOUNDARY-COUNT NOT = WS-BOUND-IX - 1
002720         MOVE "Y" TO WS-CARD-BAD-SW
002730         GO TO 1100-EXIT
002740     END-IF.
002750     IF WS-BOUND-IX > 1
002760         IF CC-BOUNDARY (WS-BOUND-IX) NOT >
002770                 CC-BOUNDARY (WS-BOUND-IX - 1)
002780             MOVE "Y" TO WS-CARD-BAD-SW
002790             GO TO 1100-EXIT
002800         END-IF
002810     END-IF.
002820     ADD 1 TO WS-BOUNDARY-COUNT.
002830 1100-EXIT.
002840     EXIT.
002850 1200-CLEAR-PARTITION.
002860     MOVE SPACES TO WS-PT-FIRST-DEPT (WS-PART-IX)
002870         WS-PT-LAST-DEPT (WS-PART-IX).
002880     MOVE ZERO TO WS-PT-DEPTS (WS-PART-IX)
002890         WS-PT-RECORDS (WS-PART-IX) WS-PT-BATCHES (WS-PART-IX)
002900         WS-PT-DETAILS (WS-PART-IX).
002910 1200-EXIT.
002920     EXIT.
002930*---------------------------------------------------------------*
002940*  2000-SPLIT-RECORD -- ONE DECK RECORD PER PASS                *
002950*---------------------------------------------------------------*
002960 2000-SPLIT-RECORD.
002970     READ Q4-TRANS-FILE
002980         AT END
002990             MOVE "Y" TO WS-EOF-SWITCH
003000             GO TO 2000-EXIT
003010     END-READ.
003020     ADD 1 TO WS-READ-COUNT.
003030     IF Q4-DEPT-CODE NOT = WS-CURR-DEPT
003040         PERFORM 2100-DEPT-CHANGE THRU 2100-EXIT
003050     END-IF.
003060     EVALUATE TRUE
003070         WHEN Q4-HEADER-RECORD
003080             MOVE "Y" TO WS-BATCH-OPEN-SW
003090             MOVE Q4-DEPT-CODE    TO WS-BATCH-DEPT
003100             MOVE QH-BATCH-NUMBER TO WS-BATCH-NUMBER
003110             ADD 1 TO WS-PT-BATCHES (WS-CURR-PART)
003120         WHEN Q4-TRAILER-RECORD
003130             MOVE "N" TO WS-BATCH-OPEN-SW
003140         WHEN OTHER
003150             ADD 1 TO WS-PT-DETAILS (WS-CURR-PART)
003160     END-EVALUATE.
003170     PERFORM 2300-WRITE-PARTITION THRU 2300-EXIT.
003180 2000-EXIT.
003190     EXIT.
003200*---------------------------------------------------------------*
003210*  2100-DEPT-CHANGE -- A NEW DEPARTMENT.  THE DECK MOVES ON TO  *
003220*                      THE DEPARTMENT'S PARTITION UNLESS A      *
003230*                      BATCH IS STILL OPEN; AN "H" HEADER       *
003240*                      CLOSES THE OPEN BATCH (Q4 FLAGS IT AS    *
003250*                      HAVING NO TRAILER), SO IT MAY MOVE ON    *
003260*---------------------------------------------------------------*
003270 2100-DEPT-CHANGE.
003280     IF WS-CURR-DEPT NOT = SPACES
003290         AND Q4-DEPT-CODE < WS-CURR-DEPT
003300         DISPLAY "Q4SPLIT -- DECK NOT IN DEPARTMENT SEQUENCE AT "
003310             "RECORD " WS-READ-COUNT ", DEPT " Q4-DEPT-CODE
003320             " AFTER " WS-CURR-DEPT
003330         PERFORM 9999-ABEND THRU 9999-EXIT
003340     END-IF.
003350     MOVE Q4-DEPT-CODE TO WS-CURR-DEPT.
003360     PERFORM 2200-FIND-PARTITION THRU 2200-EXIT.
003370     IF WS-WANT-PART > WS-CURR-PART
003380         IF WS-BATCH-OPEN AND NOT Q4-HEADER-RECORD
003390             MOVE WS-CURR-DEPT    TO RK-DEPT-CODE
003400             MOVE WS-CURR-PART    TO RK-PART
003410             MOVE WS-BATCH-NUMBER TO RK-BATCH-NUMBER
003420             MOVE WS-BATCH-DEPT   TO RK-BATCH-DEPT
003430             MOVE WS-READ-COUNT   TO RK-RECORD-NO
003440             WRITE Q4-SPLIT-LINE FROM WS-RPT-HELD-LINE
003450             ADD 1 TO WS-HELD-COUNT
003460         ELSE
003470             MOVE WS-WANT-PART TO WS-CURR-PART
003480         END-IF
003490     END-IF.
003500     IF WS-PT-FIRST-DEPT (WS-CURR-PART) = SPACES
003510         MOVE WS-CURR-DEPT TO WS-PT-FIRST-DEPT (WS-CURR-PART)
003520     END-IF.
003530     MOVE WS-CURR-DEPT TO WS-PT-LAST-DEPT (WS-CURR-PART).
003540     ADD 1 TO WS-PT-DEPTS (WS-CURR-PART).
003550 2100-EXIT.
003560     EXIT.
003570*---------------------------------------------------------------*
003580*  2200-FIND-PARTITION -- ONE PARTITION PLUS ONE FOR EVERY      *
003590*                         BOUNDARY THE DEPARTMENT IS AT OR      *
003600*                         ABOVE                                 *
003610*---------------------------------------------------------------*
003620 2200-FIND-PARTITION.
003630     MOVE 1 TO WS-WANT-PART.
003640     PERFORM 2210-TEST-BOUNDARY THRU 2210-EXIT
003650         VARYING WS-BOUND-IX FROM 1 BY 1
003660         UNTIL WS-BOUND-IX > WS-BOUNDARY-COUNT.
003670 2200-EXIT.
003680     EXIT.
003690 2210-TEST-BOUNDARY.
003700     IF WS-CURR-DEPT NOT < CC-BOUNDARY (WS-BOUND-IX)
003710         COMPUTE WS-WANT-PART = WS-BOUND-IX + 1
003720     END-IF.
003730 2210-EXIT.
003740     EXIT.
003750*---------------------------------------------------------------*
003760*  2300-WRITE-PARTITION -- THE RECORD GOES OUT UNCHANGED        *
003770*---------------------------------------------------------------*
003780 2300-WRITE-PARTITION.
003790     EVALUATE WS-CURR-PART
003800         WHEN 1
003810             WRITE Q4-PART-1-RECORD FROM Q4-RECORD
003820         WHEN 2
003830             WRITE Q4-PART-2-RECORD FROM Q4-RECORD
003840         WHEN 3
003850             WRITE Q4-PART-3-RECORD FROM Q4-RECORD
003860         WHEN OTHER
003870             WRITE Q4-PART-4-RECORD FROM Q4-RECORD
003880     END-EVALUATE.
003890     ADD 1 TO WS-PT-RECORDS (WS-CURR-PART).
003900     ADD 1 TO WS-WRITTEN-COUNT.
003910 2300-EXIT.
003920     EXIT.
003930*---------------------------------------------------------------*
003940*  8000-TERMINATE -- PARTITION LINES, TOTALS, RETURN CODE       *
003950*---------------------------------------------------------------*
003960 8000-TERMINATE.
003970     PERFORM 8100-WRITE-PART-LINE THRU 8100-EXIT
003980         VARYING WS-PART-IX FROM 1 BY 1
003990         UNTIL WS-PART-IX > 4.
004000     MOVE WS-READ-COUNT    TO RT-READ-COUNT.
004010     MOVE WS-WRITTEN-COUNT TO RT-WRITTEN-COUNT.
004020     MOVE WS-HELD-COUNT    TO RT-HELD-COUNT.
004030     WRITE Q4-SPLIT-LINE FROM WS-RPT-TOTAL-LINE.
004040     CLOSE Q4-TRANS-FILE.
004050     CLOSE Q4-PART-1-FILE.
004060     CLOSE Q4-PART-2-FILE.
004070     CLOSE Q4-PART-3-FILE.
004080     CLOSE Q4-PART-4-FILE.
004090     CLOSE Q4-SPLIT-REPORT.
004100     IF WS-HELD-COUNT > ZERO
004110         MOVE 4 TO RETURN-CODE
004120     ELSE
004130         MOVE 0 TO RETURN-CODE
004140     END-IF.
004150 8000-EXIT.
004160     EXIT.
004170 8100-WRITE-PART-LINE.
004180     IF WS-PT-RECORDS (WS-PART-IX) = ZERO
004190         MOVE WS-PART-IX TO RE-PART
004200         WRITE Q4-SPLIT-LINE FROM WS-RPT-EMPTY-LINE
004210         GO TO 8100-EXIT
004220     END-IF.
004230     MOVE WS-PART-IX                  TO RP-PART.
004240     MOVE WS-PT-FIRST-DEPT (WS-PART-IX) TO RP-FIRST-DEPT.
004250     MOVE WS-PT-LAST-DEPT (WS-PART-IX)  TO RP-LAST-DEPT.
004260     MOVE WS-PT-DEPTS (WS-PART-IX)      TO RP-DEPTS.
004270     MOVE WS-PT-RECORDS (WS-PART-IX)    TO RP-RECORDS.
004280     MOVE WS-PT-BATCHES (WS-PART-IX)    TO RP-BATCHES.
004290     MOVE WS-PT-DETAILS (WS-PART-IX)    TO RP-DETAILS.
004300     WRITE Q4-SPLIT-LINE FROM WS-RPT-PART-LINE.
004310 8100-EXIT.
004320     EXIT.
004330*---------------------------------------------------------------*
004340*  9999-ABEND -- BAD CARD, UNSORTED DECK, OR A FILE THAT WOULD  *
004350*                NOT OPEN; THE PARTITION RUNS MUST NOT START    *
004360*---------------------------------------------------------------*
004370 9999-ABEND.
004380     MOVE 16 TO RETURN-CODE.
004390     GOBACK.
004400 9999-EXIT.
004410     EXIT.
