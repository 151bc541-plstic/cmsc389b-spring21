000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4BKOUT.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  HISTORY BACKOUT FOR A BAD   *
000110*                 OR RERUN DAY.  READS THE HISTORY CHANGE        *
000120*                 JOURNAL (PROD.Q4.HIST.JOURNAL, LAYOUT Q4JREC)  *
000130*                 WRITTEN BY Q4, Q4QUICK AND THE Q4VERIFY        *
000140*                 UPDATE MODE, PICKS THE CHANGES MADE UNDER ONE  *
000150*                 BUSINESS DATE (OPTIONALLY ONE PROGRAM AND/OR   *
000160*                 ONE DEPARTMENT), AND PUTS PROD.Q4.HISTORY BACK *
000170*                 THE WAY THOSE CHANGES FOUND IT, NEWEST CHANGE  *
000180*                 FIRST: A REWRITE OR TOUCH GETS ITS BEFORE-     *
000190*                 IMAGE BACK, AN ADD IS REMOVED.  A CHANGE IS    *
000200*                 REFUSED WHEN ANY CHANGE NOT BEING BACKED OUT   *
000210*                 TOUCHED THE SAME RECORD AFTER IT (A LATER DAY, *
000220*                 OR ANOTHER PROGRAM OR DEPARTMENT), OR WHEN THE *
000230*                 RECORD IS NO LONGER AS THE CHANGE LEFT IT.     *
000240*                 EVERY CHANGE BACKED OUT IS STAMPED IN THE      *
000250*                 JOURNAL SO IT IS NEVER BACKED OUT TWICE AND    *
000260*                 NO LONGER HOLDS UP AN EARLIER DAY.  THE SYSIN  *
000270*                 CARD IS MODE(1) -- "R" REPORT WHAT WOULD BE    *
000280*                 PUT BACK, "U" PUT IT BACK -- BUSINESS DATE(8), *
000290*                 PROGRAM(8, BLANK = ALL) AND DEPARTMENT(4,      *
000300*                 BLANK = ALL).  RETURN-CODE 0 = EVERYTHING      *
000310*                 SELECTED BACKED OUT, 4 = SOME CHANGES REFUSED  *
000320*                 (SEE REPORT), 8 = NOTHING ON THE JOURNAL FOR   *
000330*                 THE CARD, 16 = BAD CARD OR FILE TROUBLE.       *
000340*---------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT Q4-HIST-JOURNAL-FILE ASSIGN TO "Q4HJRNL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-JRNL-STATUS.
000410     SELECT Q4-HISTORY-FILE ASSIGN TO "Q4HIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS Q4H-KEY
000450         FILE STATUS IS WS-HIST-STATUS.
000460     SELECT Q4-BKOUT-REPORT-FILE ASSIGN TO "Q4BKRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  Q4-HIST-JOURNAL-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY Q4JREC.
000540 FD  Q4-HISTORY-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY Q4HREC.
000570 FD  Q4-BKOUT-REPORT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  Q4-BKOUT-LINE               PIC X(132).
000600 WORKING-STORAGE SECTION.
000610*---------------------------------------------------------------*
000620*  FILE STATUS BYTES                                            *
000630*---------------------------------------------------------------*
000640 77  WS-JRNL-STATUS          PIC X(02).
000650 77  WS-HIST-STATUS          PIC X(02).
000660 77  WS-REPORT-STATUS        PIC X(02).
000670*---------------------------------------------------------------*
000680*  SWITCHES                                                     *
000690*---------------------------------------------------------------*
000700 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000710         88  WS-EOF                        VALUE "Y".
000720*---------------------------------------------------------------*
000730*  SYSIN CONTROL CARD -- MODE, BUSINESS DATE, AND THE OPTIONAL  *
000740*  PROGRAM AND DEPARTMENT TO NARROW THE BACKOUT TO              *
000750*---------------------------------------------------------------*
000760 01  WS-CONTROL-CARD.
000770     05  CC-MODE             PIC X(01).
000780         88  CC-MODE-REPORT              VALUE "R".
000790         88  CC-MODE-UPDATE              VALUE "U".
000800     05  CC-BUSINESS-DATE    PIC X(08).
000810     05  CC-PROGRAM          PIC X(08).
000820     05  CC-DEPT-CODE        PIC X(04).
000830 77  WS-BACKOUT-DATE         PIC 9(08) VALUE ZERO.
000840 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000850*---------------------------------------------------------------*
000860*  THE SELECTED CHANGES, TABLED IN JOURNAL ORDER SO THEY CAN BE *
000870*  PUT BACK NEWEST FIRST.  RESULT "P" = PENDING, "D" = BACKED   *
000880*  OUT (OR WOULD BE, MODE R), "X" = REFUSED.  HELD-DATE IS SET  *
000890*  WHEN A CHANGE NOT BEING BACKED OUT HIT THE SAME RECORD LATER *
000900*---------------------------------------------------------------*
000910 01  WS-BKO-TABLE.
000920     05  WS-BKO-ENTRY OCCURS 5000 TIMES.
000930         10  WS-BKO-POSITION     PIC 9(09).
000940         10  WS-BKO-PROGRAM      PIC X(08).
000950         10  WS-BKO-DEPT-CODE    PIC X(04).
000960         10  WS-BKO-ACTION       PIC X(01).
000970         10  WS-BKO-BEFORE       PIC X(101).
000980         10  WS-BKO-AFTER.
000990             15  WS-BKO-KEY      PIC X(30).
001000             15  FILLER          PIC X(71).
001010         10  WS-BKO-HELD-DATE    PIC 9(08).
001020         10  WS-BKO-HELD-PROGRAM PIC X(08).
001030         10  WS-BKO-RESULT       PIC X(01).
001040 77  WS-BKO-COUNT            PIC 9(05) VALUE ZERO.
001050 77  WS-BKO-IX               PIC 9(05) VALUE ZERO.
001060 77  WS-SCAN-IX              PIC 9(05) VALUE ZERO.
001070 77  WS-LATER-IX             PIC 9(05) VALUE ZERO.
001080 77  WS-MARK-IX              PIC 9(05) VALUE ZERO.
001090 77  WS-JRNL-POSITION        PIC 9(09) VALUE ZERO.
001100 77  WS-EDIT-POSITION        PIC Z(08)9.
001110*> WHAT THE RECORD SHOULD LOOK LIKE NOW FOR THE CHANGE IN HAND TO
001120*> BE PUT BACK -- ITS OWN AFTER-IMAGE, OR NOTHING IS RESTORED
001130 77  WS-EXPECTED-IMAGE       PIC X(101) VALUE SPACES.
001140*> A HISTORY IMAGE, TAKEN APART FOR THE REPORT LINE
001150 01  WS-IMAGE-VIEW.
001160     05  IV-N                PIC 9(05).
001170     05  IV-S                PIC S9(05).
001180     05  IV-A                PIC S9(05).
001190     05  IV-B                PIC S9(05).
001200     05  IV-C                PIC S9(05).
001210     05  IV-D                PIC S9(05).
001220     05  IV-VERDICT          PIC X(05).
001230     05  FILLER              PIC X(66).
001240*---------------------------------------------------------------*
001250*  RUN TOTALS                                                   *
001260*---------------------------------------------------------------*
001270 77  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
001280 77  WS-ALREADY-COUNT        PIC 9(09) VALUE ZERO.
001290 77  WS-RESTORED-COUNT       PIC 9(09) VALUE ZERO.
001300 77  WS-REMOVED-COUNT        PIC 9(09) VALUE ZERO.
001310 77  WS-REFUSED-COUNT        PIC 9(09) VALUE ZERO.
001320 77  WS-MARKED-COUNT         PIC 9(09) VALUE ZERO.
001330*---------------------------------------------------------------*
001340*  BACKOUT REPORT LINES                                         *
001350*---------------------------------------------------------------*
001360 01  WS-BKR-HEADER.
001370     05  FILLER              PIC X(31) VALUE
001380         "Q4BKOUT HISTORY BACKOUT - MODE ".
001390     05  BH-MODE             PIC X(01).
001400     05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
001410     05  BH-BUSINESS-DATE    PIC 9(08).
001420     05  FILLER              PIC X(10) VALUE "  PROGRAM ".
001430     05  BH-PROGRAM          PIC X(08).
001440     05  FILLER              PIC X(07) VALUE "  DEPT ".
001450     05  BH-DEPT-CODE        PIC X(04).
001460     05  FILLER              PIC X(47) VALUE SPACES.
001470 01  WS-BKR-COLUMNS.
001480     05  FILLER              PIC X(30) VALUE
001490         "   JRNL POS  PROGRAM   DEPT  A".
001500     05  FILLER              PIC X(54) VALUE
001510         "        N        S        A        B        C        D".
001520     05  FILLER              PIC X(09) VALUE "  VERDICT".
001530     05  FILLER              PIC X(22) VALUE "DISPOSITION".
001540     05  FILLER              PIC X(17) VALUE "DETAIL".
001550 01  WS-BKR-DETAIL.
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  BD-POSITION         PIC ZZZZZZZZ9.
001580     05  FILLER              PIC X(02) VALUE SPACES.
001590     05  BD-PROGRAM          PIC X(08).
001600     05  FILLER              PIC X(02) VALUE SPACES.
001610     05  BD-DEPT-CODE        PIC X(04).
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  BD-ACTION           PIC X(01).
001640     05  FILLER              PIC X(04) VALUE "  N=".
001650     05  BD-N                PIC ZZZZ9.
001660     05  FILLER              PIC X(03) VALUE " S=".
001670     05  BD-S                PIC -ZZZZ9.
001680     05  FILLER              PIC X(03) VALUE " A=".
001690     05  BD-A                PIC -ZZZZ9.
001700     05  FILLER              PIC X(03) VALUE " B=".
001710     05  BD-B                PIC -ZZZZ9.
001720     05  FILLER              PIC X(03) VALUE " C=".
001730     05  BD-C                PIC -ZZZZ9.
001740     05  FILLER              PIC X(03) VALUE " D=".
001750     05  BD-D                PIC -ZZZZ9.
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  BD-VERDICT          PIC X(05).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  BD-DISPOSITION      PIC X(21).
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  BD-DETAIL           PIC X(17).
001820 01  WS-BKR-TOTAL-LINE.
001830     05  TL-LABEL            PIC X(34).
001840     05  TL-VALUE            PIC ZZZZZZZZ9.
001850     05  FILLER              PIC X(89) VALUE SPACES.
001860 PROCEDURE DIVISION.
001870*---------------------------------------------------------------*
001880*  0000-MAINLINE                                                 *
001890*---------------------------------------------------------------*
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
001930         UNTIL WS-EOF.
001940     PERFORM 3000-BACK-OUT-ONE THRU 3000-EXIT
001950         VARYING WS-BKO-IX FROM WS-BKO-COUNT BY -1
001960         UNTIL WS-BKO-IX < 1.
001970     IF CC-MODE-UPDATE
001980         AND WS-RESTORED-COUNT + WS-REMOVED-COUNT > ZERO
001990         PERFORM 4000-MARK-JOURNAL THRU 4000-EXIT
002000     END-IF.
002010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002020     GOBACK.
002030 0000-EXIT.
002040     EXIT.
002050*---------------------------------------------------------------*
002060*  1000-INITIALIZE -- PROVE THE CARD AND OPEN THE FILES.  THE    *
002070*                     HISTORY IS ONLY OPENED FOR UPDATE IN       *
002080*                     MODE U.                                    *
002090*---------------------------------------------------------------*
002100 1000-INITIALIZE.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     MOVE SPACES TO WS-CONTROL-CARD.
002130     ACCEPT WS-CONTROL-CARD.
002140     IF NOT CC-MODE-REPORT AND NOT CC-MODE-UPDATE
002150         DISPLAY "Q4BKOUT -- MODE NOT R OR U: " WS-CONTROL-CARD
002160         PERFORM 9999-ABEND THRU 9999-EXIT
002170     END-IF.
002180     IF CC-BUSINESS-DATE NOT NUMERIC
002190         OR CC-BUSINESS-DATE = "00000000"
002200         DISPLAY "Q4BKOUT -- BUSINESS DATE MISSING OR NOT "
002210             "NUMERIC: " WS-CONTROL-CARD
002220         PERFORM 9999-ABEND THRU 9999-EXIT
002230     END-IF.
002240     MOVE CC-BUSINESS-DATE TO WS-BACKOUT-DATE.
002250     OPEN INPUT Q4-HIST-JOURNAL-FILE.
002260     IF WS-JRNL-STATUS NOT = "00"
002270         DISPLAY "Q4BKOUT -- UNABLE TO OPEN JOURNAL FILE, "
002280             "STATUS = " WS-JRNL-STATUS
002290         PERFORM 9999-ABEND THRU 9999-EXIT
002300     END-IF.
002310     IF CC-MODE-UPDATE
002320         OPEN I-O Q4-HISTORY-FILE
002330     ELSE
002340         OPEN INPUT Q4-HISTORY-FILE
002350     END-IF.
002360     IF WS-HIST-STATUS NOT = "00"
002370         DISPLAY "Q4BKOUT -- UNABLE TO OPEN Q4-HISTORY-FILE, "
002380             "STATUS = " WS-HIST-STATUS
002390         PERFORM 9999-ABEND THRU 9999-EXIT
002400     END-IF.
002410     OPEN OUTPUT Q4-BKOUT-REPORT-FILE.
002420     IF WS-REPORT-STATUS NOT = "00"
002430         DISPLAY "Q4BKOUT -- UNABLE TO OPEN REPORT FILE, "
002440             "STATUS = " WS-REPORT-STATUS
002450         PERFORM 9999-ABEND THRU 9999-EXIT
002460     END-IF.
002470     MOVE CC-MODE         TO BH-MODE.
002480     MOVE WS-BACKOUT-DATE TO BH-BUSINESS-DATE.
002490     MOVE CC-PROGRAM      TO BH-PROGRAM.
002500     MOVE CC-DEPT-CODE    TO BH-DEPT-CODE.
002510     IF CC-PROGRAM = SPACES
002520         MOVE "(ALL)" TO BH-PROGRAM
002530     END-IF.
002540     IF CC-DEPT-CODE = SPACES
002550         MOVE "ALL" TO BH-DEPT-CODE
002560     END-IF.
002570     WRITE Q4-BKOUT-LINE FROM WS-BKR-HEADER.
002580     WRITE Q4-BKOUT-LINE FROM WS-BKR-COLUMNS.
002590 1000-EXIT.
002600     EXIT.
002610*---------------------------------------------------------------*
002620*  2000-LOAD-JOURNAL -- ONE JOURNAL ENTRY PER PASS.  AN ENTRY    *
002630*                       THE CARD SELECTS IS TABLED; ANY OTHER    *
002640*                       LIVE ENTRY HOLDS THE TABLED CHANGES TO   *
002650*                       ITS RECORD THAT CAME BEFORE IT           *
002660*---------------------------------------------------------------*
002670 2000-LOAD-JOURNAL.
002680     READ Q4-HIST-JOURNAL-FILE
002690         AT END
002700             MOVE "Y" TO WS-EOF-SWITCH
002710             GO TO 2000-EXIT
002720     END-READ.
002730     ADD 1 TO WS-JRNL-POSITION.
002740     ADD 1 TO WS-READ-COUNT.
002750     IF QJ-BUSINESS-DATE = WS-BACKOUT-DATE
002760         AND (CC-PROGRAM = SPACES OR QJ-PROGRAM = CC-PROGRAM)
002770         AND (CC-DEPT-CODE = SPACES
002780             OR QJ-DEPT-CODE = CC-DEPT-CODE)
002790         IF QJ-NOT-BACKED-OUT
002800             PERFORM 2100-TABLE-CHANGE THRU 2100-EXIT
002810         ELSE
002820             ADD 1 TO WS-ALREADY-COUNT
002830         END-IF
002840         GO TO 2000-EXIT
002850     END-IF.
002860*>   A CHANGE ALREADY BACKED OUT NO LONGER HOLDS ANYTHING UP
002870     IF QJ-NOT-BACKED-OUT
002880         AND WS-BKO-COUNT > ZERO
002890         PERFORM 2200-NOTE-LATER-CHANGE THRU 2200-EXIT
002900             VARYING WS-SCAN-IX FROM 1 BY 1
002910             UNTIL WS-SCAN-IX > WS-BKO-COUNT
002920     END-IF.
002930 2000-EXIT.
002940     EXIT.
002950 2100-TABLE-CHANGE.
002960     IF WS-BKO-COUNT NOT < 5000
002970         DISPLAY "Q4BKOUT -- MORE THAN 5000 CHANGES SELECTED; "
002980             "NARROW THE CARD BY PROGRAM OR DEPARTMENT"
002990         PERFORM 9999-ABEND THRU 9999-EXIT
003000     END-IF.
003010     ADD 1 TO WS-BKO-COUNT.
003020     MOVE WS-JRNL-POSITION TO WS-BKO-POSITION (WS-BKO-COUNT).
003030     MOVE QJ-PROGRAM       TO WS-BKO-PROGRAM (WS-BKO-COUNT).
003040     MOVE QJ-DEPT-CODE     TO WS-BKO-DEPT-CODE (WS-BKO-COUNT).
003050     MOVE QJ-ACTION        TO WS-BKO-ACTION (WS-BKO-COUNT).
003060     MOVE QJ-BEFORE-IMAGE  TO WS-BKO-BEFORE (WS-BKO-COUNT).
003070     MOVE QJ-AFTER-IMAGE   TO WS-BKO-AFTER (WS-BKO-COUNT).
003080     MOVE ZERO             TO WS-BKO-HELD-DATE (WS-BKO-COUNT).
003090     MOVE SPACES           TO WS-BKO-HELD-PROGRAM (WS-BKO-COUNT).
003100     MOVE "P"              TO WS-BKO-RESULT (WS-BKO-COUNT).
003110 2100-EXIT.
003120     EXIT.
003130*---------------------------------------------------------------*
003140*  2200-NOTE-LATER-CHANGE -- THE FIRST LATER CHANGE TO A TABLED  *
003150*                            RECORD IS THE ONE REPORTED          *
003160*---------------------------------------------------------------*
003170 2200-NOTE-LATER-CHANGE.
003180     IF WS-BKO-KEY (WS-SCAN-IX) = QJ-KEY
003190         AND WS-BKO-HELD-DATE (WS-SCAN-IX) = ZERO
003200         MOVE QJ-BUSINESS-DATE TO WS-BKO-HELD-DATE (WS-SCAN-IX)
003210         MOVE QJ-PROGRAM       TO WS-BKO-HELD-PROGRAM (WS-SCAN-IX)
003220     END-IF.
003230 2200-EXIT.
003240     EXIT.
003250*---------------------------------------------------------------*
003260*  3000-BACK-OUT-ONE -- THE TABLED CHANGE IN HAND, NEWEST FIRST. *
003270*                       IT GOES BACK ONLY IF THE RECORD IS STILL *
003280*                       EXACTLY AS THE CHANGE LEFT IT: ON FILE   *
003290*                       NOW, OR AS THE NEXT NEWER CHANGE TO IT   *
003300*                       IN THIS BACKOUT FOUND IT                 *
003310*---------------------------------------------------------------*
003320 3000-BACK-OUT-ONE.
003330     MOVE WS-BKO-AFTER (WS-BKO-IX) TO WS-IMAGE-VIEW.
003340     MOVE WS-BKO-POSITION (WS-BKO-IX)  TO BD-POSITION.
003350     MOVE WS-BKO-PROGRAM (WS-BKO-IX)   TO BD-PROGRAM.
003360     MOVE WS-BKO-DEPT-CODE (WS-BKO-IX) TO BD-DEPT-CODE.
003370     MOVE WS-BKO-ACTION (WS-BKO-IX)    TO BD-ACTION.
003380     MOVE IV-N TO BD-N.
003390     MOVE IV-S TO BD-S.
003400     MOVE IV-A TO BD-A.
003410     MOVE IV-B TO BD-B.
003420     MOVE IV-C TO BD-C.
003430     MOVE IV-D TO BD-D.
003440     MOVE SPACES TO BD-VERDICT BD-DETAIL.
003450     IF WS-BKO-HELD-DATE (WS-BKO-IX) NOT = ZERO
003460         MOVE "REFUSED-CHANGED LATER" TO BD-DISPOSITION
003470         STRING WS-BKO-HELD-PROGRAM (WS-BKO-IX) " "
003480             WS-BKO-HELD-DATE (WS-BKO-IX)
003490             DELIMITED BY SIZE INTO BD-DETAIL
003500         PERFORM 3800-REFUSE THRU 3800-EXIT
003510         GO TO 3000-EXIT
003520     END-IF.
003530     MOVE ZERO TO WS-LATER-IX.
003540     COMPUTE WS-SCAN-IX = WS-BKO-IX + 1.
003550     PERFORM 3100-FIND-NEWER THRU 3100-EXIT
003560         VARYING WS-SCAN-IX FROM WS-SCAN-IX BY 1
003570         UNTIL WS-SCAN-IX > WS-BKO-COUNT
003580         OR WS-LATER-IX > ZERO.
003590     IF WS-LATER-IX > ZERO
003600         IF WS-BKO-RESULT (WS-LATER-IX) = "X"
003610             MOVE "REFUSED-NEWER REFUSED" TO BD-DISPOSITION
003620             MOVE WS-BKO-POSITION (WS-LATER-IX)
003621                 TO WS-EDIT-POSITION
003630             STRING "POS " WS-EDIT-POSITION
003640                 DELIMITED BY SIZE INTO BD-DETAIL
003650             PERFORM 3800-REFUSE THRU 3800-EXIT
003660             GO TO 3000-EXIT
003670         END-IF
003680         MOVE WS-BKO-BEFORE (WS-LATER-IX) TO WS-EXPECTED-IMAGE
003690     ELSE
003700         MOVE WS-BKO-KEY (WS-BKO-IX) TO Q4H-KEY
003710         READ Q4-HISTORY-FILE
003720             INVALID KEY
003730                 MOVE SPACES TO WS-EXPECTED-IMAGE
003740             NOT INVALID KEY
003750                 MOVE Q4-HISTORY-RECORD TO WS-EXPECTED-IMAGE
003760         END-READ
003770     END-IF.
003780     IF WS-EXPECTED-IMAGE NOT = WS-BKO-AFTER (WS-BKO-IX)
003790         MOVE "REFUSED-NOT AS LEFT" TO BD-DISPOSITION
003800         MOVE "RECORD CHANGED" TO BD-DETAIL
003810         IF WS-EXPECTED-IMAGE = SPACES
003820             MOVE "RECORD GONE" TO BD-DETAIL
003830         END-IF
003840         PERFORM 3800-REFUSE THRU 3800-EXIT
003850         GO TO 3000-EXIT
003860     END-IF.
003870     IF CC-MODE-UPDATE
003880         PERFORM 3200-APPLY-BEFORE-IMAGE THRU 3200-EXIT
003890         IF WS-BKO-RESULT (WS-BKO-IX) = "X"
003900             GO TO 3000-EXIT
003910         END-IF
003920     END-IF.
003930     MOVE "D" TO WS-BKO-RESULT (WS-BKO-IX).
003940     IF WS-BKO-BEFORE (WS-BKO-IX) = SPACES
003950         ADD 1 TO WS-REMOVED-COUNT
003960         IF CC-MODE-UPDATE
003970             MOVE "REMOVED (WAS ADDED)" TO BD-DISPOSITION
003980         ELSE
003990             MOVE "WOULD BE REMOVED" TO BD-DISPOSITION
004000         END-IF
004010     ELSE
004020         ADD 1 TO WS-RESTORED-COUNT
004030         MOVE WS-BKO-BEFORE (WS-BKO-IX) TO WS-IMAGE-VIEW
004040         MOVE IV-VERDICT TO BD-VERDICT
004050         IF CC-MODE-UPDATE
004060             MOVE "RESTORED" TO BD-DISPOSITION
004070         ELSE
004080             MOVE "WOULD BE RESTORED" TO BD-DISPOSITION
004090         END-IF
004100     END-IF.
004110     WRITE Q4-BKOUT-LINE FROM WS-BKR-DETAIL.
004120 3000-EXIT.
004130     EXIT.
004140 3100-FIND-NEWER.
004150     IF WS-BKO-KEY (WS-SCAN-IX) = WS-BKO-KEY (WS-BKO-IX)
004160         MOVE WS-SCAN-IX TO WS-LATER-IX
004170     END-IF.
004180 3100-EXIT.
004190     EXIT.
004200*---------------------------------------------------------------*
004210*  3200-APPLY-BEFORE-IMAGE -- MODE U ONLY: A BLANK BEFORE-IMAGE  *
004220*                             (AN ADD) IS REMOVED, ANY OTHER IS  *
004230*                             WRITTEN BACK OVER THE RECORD       *
004240*---------------------------------------------------------------*
004250 3200-APPLY-BEFORE-IMAGE.
004260     MOVE WS-BKO-KEY (WS-BKO-IX) TO Q4H-KEY.
004270     READ Q4-HISTORY-FILE
004280         INVALID KEY
004290             MOVE "REFUSED-RECORD GONE" TO BD-DISPOSITION
004300             MOVE "STATUS" TO BD-DETAIL
004310             MOVE WS-HIST-STATUS TO BD-DETAIL (8:2)
004320             PERFORM 3800-REFUSE THRU 3800-EXIT
004330             GO TO 3200-EXIT
004340     END-READ.
004350     IF WS-BKO-BEFORE (WS-BKO-IX) = SPACES
004360         DELETE Q4-HISTORY-FILE RECORD
004370     ELSE
004380         MOVE WS-BKO-BEFORE (WS-BKO-IX) TO Q4-HISTORY-RECORD
004390         REWRITE Q4-HISTORY-RECORD
004400     END-IF.
004410     IF WS-HIST-STATUS NOT = "00"
004420         MOVE "REFUSED-I/O FAILED" TO BD-DISPOSITION
004430         MOVE "STATUS" TO BD-DETAIL
004440         MOVE WS-HIST-STATUS TO BD-DETAIL (8:2)
004450         PERFORM 3800-REFUSE THRU 3800-EXIT
004460     END-IF.
004470 3200-EXIT.
004480     EXIT.
004490*---------------------------------------------------------------*
004500*  3800-REFUSE -- THE CHANGE STAYS; SAY WHY                      *
004510*---------------------------------------------------------------*
004520 3800-REFUSE.
004530     MOVE "X" TO WS-BKO-RESULT (WS-BKO-IX).
004540     ADD 1 TO WS-REFUSED-COUNT.
004550     WRITE Q4-BKOUT-LINE FROM WS-BKR-DETAIL.
004560 3800-EXIT.
004570     EXIT.
004580*---------------------------------------------------------------*
004590*  4000-MARK-JOURNAL -- MODE U ONLY: STAMP EVERY CHANGE PUT BACK *
004600*                       WITH TODAY'S DATE, IN PLACE, SO IT IS    *
004610*                       NEVER BACKED OUT TWICE AND NO LONGER     *
004620*                       HOLDS UP A BACKOUT OF AN EARLIER DAY     *
004630*---------------------------------------------------------------*
004640 4000-MARK-JOURNAL.
004650     CLOSE Q4-HIST-JOURNAL-FILE.
004660     OPEN I-O Q4-HIST-JOURNAL-FILE.
004670     IF WS-JRNL-STATUS NOT = "00"
004680         DISPLAY "Q4BKOUT -- UNABLE TO REOPEN JOURNAL FILE, "
004690             "STATUS = " WS-JRNL-STATUS
004700             " -- HISTORY RESTORED BUT JOURNAL NOT STAMPED"
004710         PERFORM 9999-ABEND THRU 9999-EXIT
004720     END-IF.
004730     MOVE ZERO TO WS-JRNL-POSITION.
004740     MOVE 1 TO WS-MARK-IX.
004750     MOVE "N" TO WS-EOF-SWITCH.
004760     PERFORM 4100-MARK-ONE-ENTRY THRU 4100-EXIT
004770         UNTIL WS-EOF.
004780 4000-EXIT.
004790     EXIT.
004800 4100-MARK-ONE-ENTRY.
004810     IF WS-MARK-IX > WS-BKO-COUNT
004820         MOVE "Y" TO WS-EOF-SWITCH
004830         GO TO 4100-EXIT
004840     END-IF.
004850     READ Q4-HIST-JOURNAL-FILE
004860         AT END
004870             MOVE "Y" TO WS-EOF-SWITCH
004880             GO TO 4100-EXIT
004890     END-READ.
004900     ADD 1 TO WS-JRNL-POSITION.
004910     IF WS-JRNL-POSITION NOT = WS-BKO-POSITION (WS-MARK-IX)
004920         GO TO 4100-EXIT
004930     END-IF.
004940     IF WS-BKO-RESULT (WS-MARK-IX) = "D"
004950         MOVE WS-RUN-DATE TO QJ-BACKOUT-DATE
004960         REWRITE Q4-HIST-JOURNAL-RECORD
004970         ADD 1 TO WS-MARKED-COUNT
004980     END-IF.
004990     ADD 1 TO WS-MARK-IX.
005000 4100-EXIT.
005010     EXIT.
005020*---------------------------------------------------------------*
005030*  8000-TERMINATE -- TOTALS, CLOSE UP, SET THE RETURN CODE       *
005040*---------------------------------------------------------------*
005050 8000-TERMINATE.
005060     MOVE "JOURNAL ENTRIES READ" TO TL-LABEL.
005070     MOVE WS-READ-COUNT TO TL-VALUE.
005080     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005090     MOVE "CHANGES SELECTED BY THE CARD" TO TL-LABEL.
005100     MOVE WS-BKO-COUNT TO TL-VALUE.
005110     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005120     MOVE "  ALREADY BACKED OUT (SKIPPED)" TO TL-LABEL.
005130     MOVE WS-ALREADY-COUNT TO TL-VALUE.
005140     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005150     MOVE "  BEFORE-IMAGES RESTORED" TO TL-LABEL.
005160     MOVE WS-RESTORED-COUNT TO TL-VALUE.
005170     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005180     MOVE "  ADDED RECORDS REMOVED" TO TL-LABEL.
005190     MOVE WS-REMOVED-COUNT TO TL-VALUE.
005200     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005210     MOVE "  REFUSED" TO TL-LABEL.
005220     MOVE WS-REFUSED-COUNT TO TL-VALUE.
005230     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005240     MOVE "JOURNAL ENTRIES STAMPED" TO TL-LABEL.
005250     MOVE WS-MARKED-COUNT TO TL-VALUE.
005260     WRITE Q4-BKOUT-LINE FROM WS-BKR-TOTAL-LINE.
005270     CLOSE Q4-HIST-JOURNAL-FILE.
005280     CLOSE Q4-HISTORY-FILE.
005290     CLOSE Q4-BKOUT-REPORT-FILE.
005300     EVALUATE TRUE
005310         WHEN WS-BKO-COUNT = ZERO
005320             MOVE 8 TO RETURN-CODE
005330         WHEN WS-REFUSED-COUNT > ZERO
005340             MOVE 4 TO RETURN-CODE
005350         WHEN OTHER
005360             MOVE 0 TO RETURN-CODE
005370     END-EVALUATE.
005380 8000-EXIT.
005390     EXIT.
005400*---------------------------------------------------------------*
005410*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN OR THE CARD IS   *
005420*                UNUSABLE; PUT NOTHING BACK                      *
005430*---------------------------------------------------------------*
005440 9999-ABEND.
005450     MOVE 16 TO RETURN-CODE.
005460     GOBACK.
005470 9999-EXIT.
005480     EXIT.
