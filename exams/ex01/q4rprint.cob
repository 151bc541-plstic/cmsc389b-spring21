000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4RPRINT.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  REPRINT OF A PAST DAY'S     *
000110*                 DAILY VERDICT REPORT (OR ONE DEPARTMENT'S      *
000120*                 SECTION OF IT) AFTER CLEANUP HAS DELETED       *
000130*                 PROD.Q4.RPT.DAILY.  REBUILT FROM THE DAY'S     *
000140*                 BATCH ENTRIES ON PROD.Q4.AUDIT.TRAIL AND THE   *
000150*                 DAY'S PROD.Q4.REJECTS RECORDS, BOTH SORTED BY  *
000160*                 DEPARTMENT AHEAD OF THIS STEP (SEE Q4RPRINT    *
000170*                 JOB): THE SAME DEPARTMENT HEADINGS, DETAIL     *
000180*                 LINES (WITNESSES, PRI COLUMN, CEILING LINES),  *
000190*                 TRUE/FALSE/REJECTED SUBTOTALS AND TOTALS AS    *
000200*                 THE ORIGINAL, EACH REJECT LISTED WITH ITS      *
000210*                 REASON, AND THE WHOLE MARKED AS A REPRINT      *
000220*                 WITH THE ORIGINAL RUN DATE (QA-RUN-DATE).      *
000230*                 THE DAY'S Q4QUICK INQUIRIES CAN BE ADDED IN    *
000240*                 THEIR OWN SECTION.  THE SYSIN CARD IS          *
000250*                 BUSINESS DATE(8), DEPARTMENT(4, BLANK = ALL)   *
000260*                 AND INQUIRY SECTION(1, "Y" = PRINT IT).        *
000270*                 READ-ONLY; RETURN-CODE 0 = REPRINTED, 8 =      *
000280*                 NOTHING ON FILE FOR THE CARD, 16 = BAD CARD    *
000290*                 OR FILE TROUBLE.                               *
000300*---------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUDS"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-STATUS.
000370     SELECT Q4-REJECT-FILE ASSIGN TO "Q4REJS"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REJECT-STATUS.
000400     SELECT Q4-REPRINT-FILE ASSIGN TO "Q4RPRT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  Q4-AUDIT-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY Q4AREC.
000480 FD  Q4-REJECT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY Q4RREC.
000510 FD  Q4-REPRINT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  Q4-REPRINT-LINE             PIC X(132).
000540 WORKING-STORAGE SECTION.
000550*---------------------------------------------------------------*
000560*  FILE STATUS BYTES                                            *
000570*---------------------------------------------------------------*
000580 77  WS-AUDIT-STATUS         PIC X(02).
000590 77  WS-REJECT-STATUS        PIC X(02).
000600 77  WS-REPORT-STATUS        PIC X(02).
000610*---------------------------------------------------------------*
000620*  SWITCHES                                                     *
000630*---------------------------------------------------------------*
000640 77  WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000650         88  WS-AUD-EOF                    VALUE "Y".
000660 77  WS-REJ-EOF-SWITCH       PIC X(01) VALUE "N".
000670         88  WS-REJ-EOF                    VALUE "Y".
000680 77  WS-WANTED-SWITCH        PIC X(01) VALUE "N".
000690         88  WS-WANTED                     VALUE "Y".
000700*---------------------------------------------------------------*
000710*  SYSIN CONTROL CARD -- THE DAY, THE OPTIONAL DEPARTMENT, AND  *
000720*  WHETHER THE DAY'S INQUIRIES GET THEIR OWN SECTION            *
000730*---------------------------------------------------------------*
000740 01  WS-CONTROL-CARD.
000750     05  CC-BUSINESS-DATE    PIC X(08).
000760     05  CC-DEPT-CODE        PIC X(04).
000770     05  CC-INQUIRY-FLAG     PIC X(01).
000780         88  CC-WANT-INQUIRIES           VALUE "Y".
000790         88  CC-VALID-INQUIRY-FLAG       VALUE "Y", "N", " ".
000800 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
000810 77  WS-TODAY                PIC 9(08) VALUE ZERO.
000820*---------------------------------------------------------------*
000830*  MERGE KEYS -- THE DEPARTMENT OF THE NEXT WANTED AUDIT ENTRY  *
000840*  AND REJECT (HIGH-VALUES ONCE A FILE IS USED UP), AND THE     *
000850*  DEPARTMENT SECTION BEING PRINTED                             *
000860*---------------------------------------------------------------*
000870 77  WS-AUD-KEY              PIC X(04) VALUE SPACES.
000880 77  WS-REJ-KEY              PIC X(04) VALUE SPACES.
000890 77  WS-CURR-DEPT            PIC X(04) VALUE SPACES.
000900*> THE RUN DATE(S) THE DAY'S BATCH ENTRIES WERE WRITTEN ON -- A
000910*> RERUN OR AS-OF RUN LEAVES A LATER ONE BESIDE THE ORIGINAL
000920 77  WS-FIRST-RUN-DATE       PIC 9(08) VALUE ZERO.
000930 77  WS-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
000940*---------------------------------------------------------------*
000950*  COUNTERS AND TOTALS                                          *
000960*---------------------------------------------------------------*
000970 77  WS-BATCH-ENTRY-COUNT    PIC 9(06) VALUE ZERO.
000980 77  WS-INQ-ENTRY-COUNT      PIC 9(06) VALUE ZERO.
000990 77  WS-DEPT-TRUE-COUNT      PIC 9(06) VALUE ZERO.
001000 77  WS-DEPT-FALSE-COUNT     PIC 9(06) VALUE ZERO.
001010 77  WS-DEPT-REJECT-COUNT    PIC 9(06) VALUE ZERO.
001020 77  WS-TRUE-COUNT           PIC 9(06) VALUE ZERO.
001030 77  WS-FALSE-COUNT          PIC 9(06) VALUE ZERO.
001040 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.
001050 77  WS-INQ-TRUE-COUNT       PIC 9(06) VALUE ZERO.
001060 77  WS-INQ-FALSE-COUNT      PIC 9(06) VALUE ZERO.
001070 77  WS-TRIAL-COUNT          PIC 9(12) VALUE ZERO.
001080 77  WS-ELAPSED              PIC 9(11) VALUE ZERO.
001090 77  WS-ELAPSED-SECONDS      PIC 9(07)V99 VALUE ZERO.
001100 77  WS-WITNESS-COST         PIC 9(06) VALUE ZERO.
001110*---------------------------------------------------------------*
001120*  REPRINT LINES -- HEADINGS, DETAIL, CEILING, DEPARTMENT AND   *
001130*  TRAILER LINES LAID OUT AS ON THE ORIGINAL DAILY REPORT       *
001140*---------------------------------------------------------------*
001150 01  WS-RPT-HEADER-1.
001160     05  FILLER              PIC X(30) VALUE
001170         "Q4 DAILY VERDICT REPORT - RUN".
001180     05  FILLER              PIC X(01) VALUE SPACE.
001190     05  RH1-RUN-DATE        PIC 9(08).
001200     05  FILLER              PIC X(93) VALUE SPACES.
001210 01  WS-RPT-REPRINT-BANNER.
001220     05  FILLER              PIC X(35) VALUE
001230         "*** REPRINT ***  ORIGINAL RUN DATE ".
001240     05  RRB-FIRST-RUN-DATE  PIC X(08).
001250     05  FILLER              PIC X(13) VALUE "  REPRINTED ".
001260     05  RRB-TODAY           PIC 9(08).
001270     05  FILLER              PIC X(14) VALUE "  DEPARTMENT ".
001280     05  RRB-DEPT-CODE       PIC X(04).
001290     05  RRB-RERUN-TEXT      PIC X(15).
001300     05  RRB-LAST-RUN-DATE   PIC X(08).
001310     05  FILLER              PIC X(27) VALUE SPACES.
001320 01  WS-RPT-HEADER-2.
001330     05  FILLER              PIC X(07) VALUE "RECID  ".
001340     05  FILLER              PIC X(07) VALUE "N      ".
001350     05  FILLER              PIC X(08) VALUE "S       ".
001360     05  FILLER              PIC X(08) VALUE "A       ".
001370     05  FILLER              PIC X(08) VALUE "B       ".
001380     05  FILLER              PIC X(08) VALUE "C       ".
001390     05  FILLER              PIC X(08) VALUE "D       ".
001400     05  FILLER              PIC X(06) VALUE "VERDCT".
001410     05  FILLER              PIC X(06) VALUE "   W  ".
001420     05  FILLER              PIC X(06) VALUE "   X  ".
001430     05  FILLER              PIC X(06) VALUE "   Y  ".
001440     05  FILLER              PIC X(06) VALUE " Z".
001450     05  FILLER              PIC X(12) VALUE "      TRIALS".
001460     05  FILLER              PIC X(09) VALUE "  ELAPSED".
001470     05  FILLER              PIC X(06) VALUE "  MODE".
001480     05  FILLER              PIC X(05) VALUE " COST".
001490     05  FILLER              PIC X(05) VALUE "  PRI".
001500     05  FILLER              PIC X(11) VALUE SPACES.
001510*> THE AUDIT ENTRY DOES NOT CARRY THE RECORD-ID, SO RD-RECORD-ID
001520*> IS LEFT BLANK ON A REPRINTED SOLVE; REJECTS CARRY THEIRS
001530 01  WS-RPT-DETAIL.
001540     05  RD-RECORD-ID        PIC ZZZZZ9.
001550     05  FILLER              PIC X(01) VALUE SPACE.
001560     05  RD-N                PIC ZZZZ9.
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  RD-S                PIC -ZZZZ9.
001590     05  FILLER              PIC X(02) VALUE SPACES.
001600     05  RD-A                PIC -ZZZZ9.
001610     05  FILLER              PIC X(02) VALUE SPACES.
001620     05  RD-B                PIC -ZZZZ9.
001630     05  FILLER              PIC X(02) VALUE SPACES.
001640     05  RD-C                PIC -ZZZZ9.
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  RD-D                PIC -ZZZZ9.
001670     05  FILLER              PIC X(02) VALUE SPACES.
001680     05  RD-VERDICT          PIC X(05).
001690     05  FILLER              PIC X(01) VALUE SPACE.
001700     05  RD-WITNESS-W        PIC ZZZZ9.
001710     05  FILLER              PIC X(01) VALUE SPACE.
001720     05  RD-WITNESS-X        PIC ZZZZ9.
001730     05  FILLER              PIC X(01) VALUE SPACE.
001740     05  RD-WITNESS-Y        PIC ZZZZ9.
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  RD-WITNESS-Z        PIC ZZZZ9.
001770     05  FILLER              PIC X(01) VALUE SPACE.
001780     05  RD-TRIALS           PIC ZZZ,ZZZ,ZZ9.
001790     05  FILLER              PIC X(01) VALUE SPACE.
001800     05  RD-ELAPSED          PIC ZZZZZ9.99.
001810     05  FILLER              PIC X(05) VALUE SPACES.
001820     05  RD-MODE             PIC X(01).
001830     05  FILLER              PIC X(01) VALUE SPACE.
001840     05  RD-COST             PIC ZZZZ9.
001850     05  FILLER              PIC X(04) VALUE SPACES.
001860     05  RD-PRIORITY         PIC X(01).
001870     05  FILLER              PIC X(10) VALUE SPACES.
001880*> A REJECT, LINED UP UNDER THE SAME COLUMNS, WITH ITS REASON
001890*> WHERE A SOLVE SHOWS ITS WITNESSES
001900 01  WS-RPT-REJECT-LINE.
001910     05  RJ-RECORD-ID        PIC ZZZZZ9.
001920     05  FILLER              PIC X(01) VALUE SPACE.
001930     05  RJ-N                PIC ZZZZ9.
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  RJ-S                PIC -ZZZZ9.
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  RJ-A                PIC -ZZZZ9.
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  RJ-B                PIC -ZZZZ9.
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  RJ-C                PIC -ZZZZ9.
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  RJ-D                PIC -ZZZZ9.
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  FILLER              PIC X(13) VALUE "REJCT REASON ".
002060     05  RJ-REASON-CODE      PIC 9(02).
002070     05  FILLER              PIC X(01) VALUE SPACE.
002080     05  RJ-REASON-TEXT      PIC X(30).
002090     05  FILLER              PIC X(10) VALUE SPACES.
002100     05  RJ-MODE             PIC X(01).
002110     05  FILLER              PIC X(10) VALUE SPACES.
002120     05  RJ-PRIORITY         PIC X(01).
002130     05  FILLER              PIC X(10) VALUE SPACES.
002140*> PRINTED UNDER THE DETAIL OF A "C"/"M" CEILING REQUEST
002150 01  WS-RPT-CEILING-LINE.
002160     05  FILLER              PIC X(16) VALUE
002170         "  CEILINGS   W=".
002180     05  RC-MAX-W            PIC ZZZZ9.
002190     05  FILLER              PIC X(03) VALUE " X=".
002200     05  RC-MAX-X            PIC ZZZZ9.
002210     05  FILLER              PIC X(03) VALUE " Y=".
002220     05  RC-MAX-Y            PIC ZZZZ9.
002230     05  FILLER              PIC X(03) VALUE " Z=".
002240     05  RC-MAX-Z            PIC ZZZZ9.
002250     05  FILLER              PIC X(87) VALUE SPACES.
002260 01  WS-RPT-DEPT-HEADER.
002270     05  FILLER              PIC X(16) VALUE
002280         "---- DEPARTMENT ".
002290     05  RDH-DEPT-CODE       PIC X(04).
002300     05  FILLER              PIC X(05) VALUE " ----".
002310     05  FILLER              PIC X(107) VALUE SPACES.
002320 01  WS-RPT-DEPT-SUBTOTAL.
002330     05  FILLER              PIC X(05) VALUE "DEPT ".
002340     05  RDS-DEPT-CODE       PIC X(04).
002350     05  FILLER              PIC X(18) VALUE
002360         " SUBTOTALS   TRUE:".
002370     05  RDS-TRUE-COUNT      PIC ZZZZZ9.
002380     05  FILLER              PIC X(08) VALUE "  FALSE:".
002390     05  RDS-FALSE-COUNT     PIC ZZZZZ9.
002400     05  FILLER              PIC X(11) VALUE "  REJECTED:".
002410     05  RDS-REJECT-COUNT    PIC ZZZZZ9.
002420     05  FILLER              PIC X(68) VALUE SPACES.
002430 01  WS-RPT-TRAILER-1.
002440     05  FILLER              PIC X(26)
002450                              VALUE "TOTAL RECORDS REPRINTED: ".
002460     05  RT-TOTAL-COUNT      PIC ZZZZZ9.
002470     05  FILLER              PIC X(100) VALUE SPACES.
002480 01  WS-RPT-TRAILER-2.
002490     05  FILLER              PIC X(12) VALUE "TRUE COUNT: ".
002500     05  RT-TRUE-COUNT       PIC ZZZZZ9.
002510     05  FILLER              PIC X(04) VALUE SPACES.
002520     05  FILLER              PIC X(13) VALUE "FALSE COUNT: ".
002530     05  RT-FALSE-COUNT      PIC ZZZZZ9.
002540     05  FILLER              PIC X(04) VALUE SPACES.
002550     05  FILLER              PIC X(16) VALUE
002560         "REJECTED COUNT: ".
002570     05  RT-REJECT-COUNT     PIC ZZZZZ9.
002580     05  FILLER              PIC X(65) VALUE SPACES.
002590 01  WS-RPT-TRAILER-3.
002600     05  FILLER              PIC X(14) VALUE "TOTAL TRIALS: ".
002610     05  RT-TRIAL-COUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
002620     05  FILLER              PIC X(04) VALUE SPACES.
002630     05  FILLER              PIC X(21) VALUE
002640                              "TOTAL SOLVE ELAPSED: ".
002650     05  RT-ELAPSED          PIC ZZZZZ9.99.
002660     05  FILLER              PIC X(04) VALUE " SEC".
002670     05  FILLER              PIC X(65) VALUE SPACES.
002680 01  WS-RPT-REPRINT-NOTE.
002690     05  FILLER              PIC X(44) VALUE
002700         "REPRINT NOTE: DEFERRED AND DUPLICATE RECORDS".
002710     05  FILLER              PIC X(44) VALUE
002720         " AND BATCH CONTROL LINES ARE NOT KEPT ON THE".
002730     05  FILLER              PIC X(44) VALUE
002740         " AUDIT TRAIL AND DO NOT APPEAR ON A REPRINT.".
002750 01  WS-RPT-NONE-LINE.
002760     05  FILLER              PIC X(54) VALUE
002770         "NO BATCH AUDIT ENTRIES ON FILE FOR THIS DATE AND CARD.".
002780     05  FILLER              PIC X(78) VALUE SPACES.
002790*---------------------------------------------------------------*
002800*  INQUIRY SECTION LINES                                        *
002810*---------------------------------------------------------------*
002820 01  WS-RPT-INQ-BANNER.
002830     05  FILLER              PIC X(37) VALUE
002840         "---- DAYTIME INQUIRIES (Q4QUICK) ----".
002850     05  FILLER              PIC X(95) VALUE SPACES.
002860 01  WS-RPT-INQ-SUBTOTAL.
002870     05  FILLER              PIC X(27) VALUE
002880         "INQUIRIES SUBTOTALS   TRUE:".
002890     05  RIS-TRUE-COUNT      PIC ZZZZZ9.
002900     05  FILLER              PIC X(08) VALUE "  FALSE:".
002910     05  RIS-FALSE-COUNT     PIC ZZZZZ9.
002920     05  FILLER              PIC X(85) VALUE SPACES.
002930 01  WS-RPT-INQ-NONE.
002940     05  FILLER              PIC X(34) VALUE
002950         "NO DAYTIME INQUIRIES ON THIS DATE.".
002960     05  FILLER              PIC X(98) VALUE SPACES.
002970 PROCEDURE DIVISION.
002980*---------------------------------------------------------------*
002990*  0000-MAINLINE                                                 *
003000*---------------------------------------------------------------*
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 1200-SCAN-RUN-DATES THRU 1200-EXIT
003040         UNTIL WS-AUD-EOF.
003050     PERFORM 1300-START-REPRINT THRU 1300-EXIT.
003060     PERFORM 2000-PRINT-DEPT-SECTION THRU 2000-EXIT
003070         UNTIL WS-AUD-KEY = HIGH-VALUES
003080         AND WS-REJ-KEY = HIGH-VALUES.
003090     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003100     IF CC-WANT-INQUIRIES
003110         PERFORM 7000-PRINT-INQUIRIES THRU 7000-EXIT
003120     END-IF.
003130     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003140     GOBACK.
003150 0000-EXIT.
003160     EXIT.
003170*---------------------------------------------------------------*
003180*  1000-INITIALIZE -- PROVE THE CARD AND OPEN THE FILES          *
003190*---------------------------------------------------------------*
003200 1000-INITIALIZE.
003210     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003220     MOVE SPACES TO WS-CONTROL-CARD.
003230     ACCEPT WS-CONTROL-CARD.
003240     IF CC-BUSINESS-DATE NOT NUMERIC
003250         OR CC-BUSINESS-DATE = "00000000"
003260         DISPLAY "Q4RPRINT -- BUSINESS DATE MISSING OR NOT "
003270             "NUMERIC: " WS-CONTROL-CARD
003280         PERFORM 9999-ABEND THRU 9999-EXIT
003290     END-IF.
003300     IF NOT CC-VALID-INQUIRY-FLAG
003310         DISPLAY "Q4RPRINT -- INQUIRY FLAG NOT Y OR N: "
003320             WS-CONTROL-CARD
003330         PERFORM 9999-ABEND THRU 9999-EXIT
003340     END-IF.
003350     MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003360     OPEN INPUT Q4-AUDIT-FILE.
003370     IF WS-AUDIT-STATUS NOT = "00"
003380         DISPLAY "Q4RPRINT -- UNABLE TO OPEN Q4-AUDIT-FILE, "
003390             "STATUS = " WS-AUDIT-STATUS
003400         PERFORM 9999-ABEND THRU 9999-EXIT
003410     END-IF.
003420     OPEN INPUT Q4-REJECT-FILE.
003430     IF WS-REJECT-STATUS NOT = "00"
003440         DISPLAY "Q4RPRINT -- UNABLE TO OPEN Q4-REJECT-FILE, "
003450             "STATUS = " WS-REJECT-STATUS
003460         PERFORM 9999-ABEND THRU 9999-EXIT
003470     END-IF.
003480     OPEN OUTPUT Q4-REPRINT-FILE.
003490     IF WS-REPORT-STATUS NOT = "00"
003500         DISPLAY "Q4RPRINT -- UNABLE TO OPEN REPORT FILE, "
003510             "STATUS = " WS-REPORT-STATUS
003520         PERFORM 9999-ABEND THRU 9999-EXIT
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560*---------------------------------------------------------------*
003570*  1200-SCAN-RUN-DATES -- A FIRST PASS OVER THE AUDIT ENTRIES    *
003580*                         FOR THE RUN DATE(S) THE HEADING NEEDS  *
003590*                         AND THE INQUIRY COUNT                  *
003600*---------------------------------------------------------------*
003610 1200-SCAN-RUN-DATES.
003620     PERFORM 2510-READ-ONE-AUDIT THRU 2510-EXIT.
003630     IF WS-AUD-EOF OR NOT WS-WANTED
003640         GO TO 1200-EXIT
003650     END-IF.
003660     IF QA-SOURCE-INQUIRY
003670         ADD 1 TO WS-INQ-ENTRY-COUNT
003680         GO TO 1200-EXIT
003690     END-IF.
003700     ADD 1 TO WS-BATCH-ENTRY-COUNT.
003710     IF WS-FIRST-RUN-DATE = ZERO
003720         OR QA-RUN-DATE < WS-FIRST-RUN-DATE
003730         MOVE QA-RUN-DATE TO WS-FIRST-RUN-DATE
003740     END-IF.
003750     IF QA-RUN-DATE > WS-LAST-RUN-DATE
003760         MOVE QA-RUN-DATE TO WS-LAST-RUN-DATE
003770     END-IF.
003780 1200-EXIT.
003790     EXIT.
003800*---------------------------------------------------------------*
003810*  1300-START-REPRINT -- HEADINGS, THEN THE AUDIT FILE REWOUND   *
003820*                        AND BOTH FILES PRIMED FOR THE MERGE     *
003830*---------------------------------------------------------------*
003840 1300-START-REPRINT.
003850     MOVE WS-BUSINESS-DATE TO RH1-RUN-DATE.
003860     WRITE Q4-REPRINT-LINE FROM WS-RPT-HEADER-1.
003870     MOVE "UNKNOWN " TO RRB-FIRST-RUN-DATE.
003880     IF WS-FIRST-RUN-DATE NOT = ZERO
003890         MOVE WS-FIRST-RUN-DATE TO RRB-FIRST-RUN-DATE
003900     END-IF.
003910     MOVE WS-TODAY TO RRB-TODAY.
003920     MOVE CC-DEPT-CODE TO RRB-DEPT-CODE.
003930     IF CC-DEPT-CODE = SPACES
003940         MOVE "ALL" TO RRB-DEPT-CODE
003950     END-IF.
003960     MOVE SPACES TO RRB-RERUN-TEXT RRB-LAST-RUN-DATE.
003970     IF WS-LAST-RUN-DATE NOT = WS-FIRST-RUN-DATE
003980         MOVE "  ALSO RUN ON " TO RRB-RERUN-TEXT
003990         MOVE WS-LAST-RUN-DATE TO RRB-LAST-RUN-DATE
004000     END-IF.
004010     WRITE Q4-REPRINT-LINE FROM WS-RPT-REPRINT-BANNER.
004020     WRITE Q4-REPRINT-LINE FROM WS-RPT-HEADER-2.
004030     IF WS-BATCH-ENTRY-COUNT = ZERO
004040         WRITE Q4-REPRINT-LINE FROM WS-RPT-NONE-LINE
004050     END-IF.
004060     CLOSE Q4-AUDIT-FILE.
004070     OPEN INPUT Q4-AUDIT-FILE.
004080     IF WS-AUDIT-STATUS NOT = "00"
004090         DISPLAY "Q4RPRINT -- UNABLE TO REOPEN Q4-AUDIT-FILE, "
004100             "STATUS = " WS-AUDIT-STATUS
004110         PERFORM 9999-ABEND THRU 9999-EXIT
004120     END-IF.
004130     MOVE "N" TO WS-AUD-EOF-SWITCH.
004140     PERFORM 2500-NEXT-BATCH-AUDIT THRU 2500-EXIT.
004150     PERFORM 2600-NEXT-REJECT THRU 2600-EXIT.
004160 1300-EXIT.
004170     EXIT.
004180*---------------------------------------------------------------*
004190*  2000-PRINT-DEPT-SECTION -- ONE DEPARTMENT PER PASS: THE LOWER *
004200*                             OF THE TWO MERGE KEYS, ITS SOLVES  *
004210*                             IN RUN ORDER, THEN ITS REJECTS,    *
004220*                             THEN ITS SUBTOTALS                 *
004230*---------------------------------------------------------------*
004240 2000-PRINT-DEPT-SECTION.
004250     IF WS-AUD-KEY < WS-REJ-KEY
004260         MOVE WS-AUD-KEY TO WS-CURR-DEPT
004270     ELSE
004280         MOVE WS-REJ-KEY TO WS-CURR-DEPT
004290     END-IF.
004300     MOVE ZERO TO WS-DEPT-TRUE-COUNT WS-DEPT-FALSE-COUNT
004310         WS-DEPT-REJECT-COUNT.
004320     MOVE WS-CURR-DEPT TO RDH-DEPT-CODE.
004330     WRITE Q4-REPRINT-LINE FROM WS-RPT-DEPT-HEADER.
004340     PERFORM 2100-PRINT-SOLVE THRU 2100-EXIT
004350         UNTIL WS-AUD-KEY NOT = WS-CURR-DEPT.
004360     PERFORM 2200-PRINT-REJECT THRU 2200-EXIT
004370         UNTIL WS-REJ-KEY NOT = WS-CURR-DEPT.
004380     MOVE WS-CURR-DEPT         TO RDS-DEPT-CODE.
004390     MOVE WS-DEPT-TRUE-COUNT   TO RDS-TRUE-COUNT.
004400     MOVE WS-DEPT-FALSE-COUNT  TO RDS-FALSE-COUNT.
004410     MOVE WS-DEPT-REJECT-COUNT TO RDS-REJECT-COUNT.
004420     WRITE Q4-REPRINT-LINE FROM WS-RPT-DEPT-SUBTOTAL.
004430 2000-EXIT.
004440     EXIT.
004450 2100-PRINT-SOLVE.
004460     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
004470     IF QA-VERDICT = "TRUE "
004480         ADD 1 TO WS-TRUE-COUNT
004490         ADD 1 TO WS-DEPT-TRUE-COUNT
004500     ELSE
004510         ADD 1 TO WS-FALSE-COUNT
004520         ADD 1 TO WS-DEPT-FALSE-COUNT
004530     END-IF.
004540     IF QA-TRIAL-COUNT NUMERIC
004550         ADD QA-TRIAL-COUNT TO WS-TRIAL-COUNT
004560     END-IF.
004570     IF QA-SOLVE-ELAPSED NUMERIC
004580         ADD QA-SOLVE-ELAPSED TO WS-ELAPSED
004590     END-IF.
004600     PERFORM 2500-NEXT-BATCH-AUDIT THRU 2500-EXIT.
004610 2100-EXIT.
004620     EXIT.
004630 2200-PRINT-REJECT.
004640     MOVE QR-RECORD-ID    TO RJ-RECORD-ID.
004650     MOVE QR-N            TO RJ-N.
004660     MOVE QR-S            TO RJ-S.
004670     MOVE QR-A            TO RJ-A.
004680     MOVE QR-B            TO RJ-B.
004690     MOVE QR-C            TO RJ-C.
004700     MOVE QR-D            TO RJ-D.
004710     MOVE QR-REASON-CODE  TO RJ-REASON-CODE.
004720     MOVE QR-REASON-TEXT  TO RJ-REASON-TEXT.
004730     MOVE QR-REQUEST-TYPE TO RJ-MODE.
004740     MOVE QR-PRIORITY     TO RJ-PRIORITY.
004750     WRITE Q4-REPRINT-LINE FROM WS-RPT-REJECT-LINE.
004760     ADD 1 TO WS-REJECT-COUNT.
004770     ADD 1 TO WS-DEPT-REJECT-COUNT.
004780     PERFORM 2600-NEXT-REJECT THRU 2600-EXIT.
004790 2200-EXIT.
004800     EXIT.
004810*---------------------------------------------------------------*
004820*  2500-NEXT-BATCH-AUDIT -- NEXT BATCH ENTRY FOR THE DAY (AND    *
004830*                           DEPARTMENT); INQUIRIES ARE LEFT FOR  *
004840*                           THEIR OWN SECTION                    *
004850*---------------------------------------------------------------*
004860 2500-NEXT-BATCH-AUDIT.
004870     MOVE "N" TO WS-WANTED-SWITCH.
004880     PERFORM 2510-READ-ONE-AUDIT THRU 2510-EXIT
004890         UNTIL WS-AUD-EOF
004900         OR (WS-WANTED AND NOT QA-SOURCE-INQUIRY).
004910     IF WS-AUD-EOF
004920         MOVE HIGH-VALUES TO WS-AUD-KEY
004930     ELSE
004940         MOVE QA-DEPT-CODE TO WS-AUD-KEY
004950     END-IF.
004960 2500-EXIT.
004970     EXIT.
004980 2510-READ-ONE-AUDIT.
004990     MOVE "N" TO WS-WANTED-SWITCH.
005000     READ Q4-AUDIT-FILE
005010         AT END
005020             MOVE "Y" TO WS-AUD-EOF-SWITCH
005030             GO TO 2510-EXIT
005040     END-READ.
005050     IF QA-DATE NOT = WS-BUSINESS-DATE
005060         GO TO 2510-EXIT
005070     END-IF.
005080     IF CC-DEPT-CODE NOT = SPACES
005090         AND QA-DEPT-CODE NOT = CC-DEPT-CODE
005100         GO TO 2510-EXIT
005110     END-IF.
005120     MOVE "Y" TO WS-WANTED-SWITCH.
005130 2510-EXIT.
005140     EXIT.
005150*---------------------------------------------------------------*
005160*  2600-NEXT-REJECT -- NEXT REJECT FOR THE DAY (AND DEPARTMENT)  *
005170*---------------------------------------------------------------*
005180 2600-NEXT-REJECT.
005190     MOVE "N" TO WS-WANTED-SWITCH.
005200     PERFORM 2610-READ-ONE-REJECT THRU 2610-EXIT
005210         UNTIL WS-REJ-EOF OR WS-WANTED.
005220     IF WS-REJ-EOF
005230         MOVE HIGH-VALUES TO WS-REJ-KEY
005240     ELSE
005250         MOVE QR-DEPT-CODE TO WS-REJ-KEY
005260     END-IF.
005270 2600-EXIT.
005280     EXIT.
005290 2610-READ-ONE-REJECT.
005300     READ Q4-REJECT-FILE
005310         AT END
005320             MOVE "Y" TO WS-REJ-EOF-SWITCH
005330             GO TO 2610-EXIT
005340     END-READ.
005350     IF QR-REJECT-DATE NOT = WS-BUSINESS-DATE
005360         GO TO 2610-EXIT
005370     END-IF.
005380     IF CC-DEPT-CODE NOT = SPACES
005390         AND QR-DEPT-CODE NOT = CC-DEPT-CODE
005400         GO TO 2610-EXIT
005410     END-IF.
005420     MOVE "Y" TO WS-WANTED-SWITCH.
005430 2610-EXIT.
005440     EXIT.
005450*---------------------------------------------------------------*
005460*  3000-WRITE-DETAIL -- ONE AUDIT ENTRY AS THE ORIGINAL DETAIL   *
005470*                       LINE (PLUS ITS CEILING LINE)             *
005480*---------------------------------------------------------------*
005490 3000-WRITE-DETAIL.
005500     MOVE SPACES TO WS-RPT-DETAIL.
005510     MOVE QA-N TO RD-N.
005520     MOVE QA-S TO RD-S.
005530     MOVE QA-A TO RD-A.
005540     MOVE QA-B TO RD-B.
005550     MOVE QA-C TO RD-C.
005560     MOVE QA-D TO RD-D.
005570     MOVE QA-VERDICT TO RD-VERDICT.
005580     MOVE QA-WITNESS-W TO RD-WITNESS-W.
005590     MOVE QA-WITNESS-X TO RD-WITNESS-X.
005600     MOVE QA-WITNESS-Y TO RD-WITNESS-Y.
005610     MOVE QA-WITNESS-Z TO RD-WITNESS-Z.
005620     IF QA-TRIAL-COUNT NUMERIC
005630         MOVE QA-TRIAL-COUNT TO RD-TRIALS
005640     END-IF.
005650     IF QA-SOLVE-ELAPSED NUMERIC
005660         DIVIDE QA-SOLVE-ELAPSED BY 100
005670             GIVING WS-ELAPSED-SECONDS
005680         MOVE WS-ELAPSED-SECONDS TO RD-ELAPSED
005690     END-IF.
005700     MOVE QA-REQUEST-TYPE TO RD-MODE.
005710     COMPUTE WS-WITNESS-COST = QA-WITNESS-W + QA-WITNESS-X
005720         + QA-WITNESS-Y + QA-WITNESS-Z.
005730     MOVE WS-WITNESS-COST TO RD-COST.
005740     MOVE QA-PRIORITY TO RD-PRIORITY.
005750     WRITE Q4-REPRINT-LINE FROM WS-RPT-DETAIL.
005760     IF (QA-REQUEST-TYPE = "C" OR QA-REQUEST-TYPE = "M")
005770         AND QA-CEILINGS NUMERIC
005780         MOVE QA-MAX-W TO RC-MAX-W
005790         MOVE QA-MAX-X TO RC-MAX-X
005800         MOVE QA-MAX-Y TO RC-MAX-Y
005810         MOVE QA-MAX-Z TO RC-MAX-Z
005820         WRITE Q4-REPRINT-LINE FROM WS-RPT-CEILING-LINE
005830     END-IF.
005840 3000-EXIT.
005850     EXIT.
005860*---------------------------------------------------------------*
005870*  6000-PRINT-TOTALS -- THE ORIGINAL TRAILERS, LESS THE COUNTS   *
005880*                       THE AUDIT TRAIL CANNOT SUPPLY            *
005890*---------------------------------------------------------------*
005900 6000-PRINT-TOTALS.
005910     COMPUTE RT-TOTAL-COUNT = WS-TRUE-COUNT + WS-FALSE-COUNT
005920         + WS-REJECT-COUNT.
005930     MOVE WS-TRUE-COUNT   TO RT-TRUE-COUNT.
005940     MOVE WS-FALSE-COUNT  TO RT-FALSE-COUNT.
005950     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
005960     MOVE WS-TRIAL-COUNT  TO RT-TRIAL-COUNT.
005970     DIVIDE WS-ELAPSED BY 100 GIVING WS-ELAPSED-SECONDS.
005980     MOVE WS-ELAPSED-SECONDS TO RT-ELAPSED.
005990     WRITE Q4-REPRINT-LINE FROM WS-RPT-TRAILER-1.
006000     WRITE Q4-REPRINT-LINE FROM WS-RPT-TRAILER-2.
006010     WRITE Q4-REPRINT-LINE FROM WS-RPT-TRAILER-3.
006020     WRITE Q4-REPRINT-LINE FROM WS-RPT-REPRINT-NOTE.
006030 6000-EXIT.
006040     EXIT.
006050*---------------------------------------------------------------*
006060*  7000-PRINT-INQUIRIES -- THE DAY'S Q4QUICK INQUIRIES, FROM A   *
006070*                          SECOND PASS OVER THE AUDIT ENTRIES    *
006080*---------------------------------------------------------------*
006090 7000-PRINT-INQUIRIES.
006100     WRITE Q4-REPRINT-LINE FROM WS-RPT-INQ-BANNER.
006110     IF WS-INQ-ENTRY-COUNT = ZERO
006120         WRITE Q4-REPRINT-LINE FROM WS-RPT-INQ-NONE
006130         GO TO 7000-EXIT
006140     END-IF.
006150     WRITE Q4-REPRINT-LINE FROM WS-RPT-HEADER-2.
006160     CLOSE Q4-AUDIT-FILE.
006170     OPEN INPUT Q4-AUDIT-FILE.
006180     IF WS-AUDIT-STATUS NOT = "00"
006190         DISPLAY "Q4RPRINT -- UNABLE TO REOPEN Q4-AUDIT-FILE, "
006200             "STATUS = " WS-AUDIT-STATUS
006210         PERFORM 9999-ABEND THRU 9999-EXIT
006220     END-IF.
006230     MOVE "N" TO WS-AUD-EOF-SWITCH.
006240     PERFORM 7100-PRINT-ONE-INQUIRY THRU 7100-EXIT
006250         UNTIL WS-AUD-EOF.
006260     MOVE WS-INQ-TRUE-COUNT  TO RIS-TRUE-COUNT.
006270     MOVE WS-INQ-FALSE-COUNT TO RIS-FALSE-COUNT.
006280     WRITE Q4-REPRINT-LINE FROM WS-RPT-INQ-SUBTOTAL.
006290 7000-EXIT.
006300     EXIT.
006310 7100-PRINT-ONE-INQUIRY.
006320     PERFORM 2510-READ-ONE-AUDIT THRU 2510-EXIT.
006330     IF WS-AUD-EOF OR NOT WS-WANTED
006340         GO TO 7100-EXIT
006350     END-IF.
006360     IF NOT QA-SOURCE-INQUIRY
006370         GO TO 7100-EXIT
006380     END-IF.
006390     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
006400     IF QA-VERDICT = "TRUE "
006410         ADD 1 TO WS-INQ-TRUE-COUNT
006420     ELSE
006430         ADD 1 TO WS-INQ-FALSE-COUNT
006440     END-IF.
006450 7100-EXIT.
006460     EXIT.
006470*---------------------------------------------------------------*
006480*  8000-TERMINATE -- CLOSE UP AND SET THE RETURN CODE            *
006490*---------------------------------------------------------------*
006500 8000-TERMINATE.
006510     CLOSE Q4-AUDIT-FILE.
006520     CLOSE Q4-REJECT-FILE.
006530     CLOSE Q4-REPRINT-FILE.
006540     IF WS-BATCH-ENTRY-COUNT = ZERO
006550         AND WS-REJECT-COUNT = ZERO
006560         AND (WS-INQ-ENTRY-COUNT = ZERO
006570             OR NOT CC-WANT-INQUIRIES)
006580         MOVE 8 TO RETURN-CODE
006590     ELSE
006600         MOVE 0 TO RETURN-CODE
006610     END-IF.
006620 8000-EXIT.
006630     EXIT.
006640*---------------------------------------------------------------*
006650*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN OR THE CARD IS   *
006660*                UNUSABLE                                        *
006670*---------------------------------------------------------------*
006680 9999-ABEND.
006690     MOVE 16 TO RETURN-CODE.
006700     GOBACK.
006710 9999-EXIT.
006720     EXIT.
