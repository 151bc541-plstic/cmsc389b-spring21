000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4FCAST.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  BATCH-WINDOW FORECAST, RUN  *
000110*                 BETWEEN SORTSTEP AND Q4STEP.  BUILDS SOLVE     *
000120*                 RATES (AVERAGE TRIALS AND ELAPSED PER SOLVE)   *
000130*                 FROM THE AUDIT TRAIL BY N BAND AND REQUEST     *
000140*                 TYPE, THEN WALKS THE SORTED DECK THE WAY Q4    *
000150*                 WILL: THE SAME Q4VALID EDITS AND PROFILE       *
000160*                 LOOKUP, THE SAME HISTORY LOOKUP, RANGE         *
000170*                 REQUESTS EXPANDED OVER THEIR S SPAN, AND THE   *
000180*                 SAME 90 PERCENT SOLVE-TIME BUDGET CUTOFF FROM  *
000190*                 THE SAME CONTROL CARD.  PRINTS THE PROJECTED   *
000200*                 SOLVE TIME AGAINST THE BUDGET, EACH            *
000210*                 DEPARTMENT'S SHARE, AND THE DEPARTMENTS WHOSE  *
000220*                 WORK WOULD LAND IN THE CARRY-OVER DECK.        *
000230*                 RETURN-CODE 0 = THE DAY FITS THE BUDGET,       *
000240*                 4 = WORK WOULD CARRY OVER, 8 = RUSH ("P")      *
000250*                 WORK WOULD CARRY OVER, 16 = BAD CONTROL CARD   *
000260*                 OR FILE TROUBLE.                               *
000261*  10/15/26  RM   COSTS THE "C"/"M" CEILING REQUESTS: THEY PASS  *
000262*                 THEIR CEILINGS TO THE SHARED EDITS, ONLY HIT   *
000263*                 A HISTORY ANSWER GIVEN UNDER THE SAME          *
000264*                 CEILINGS, AND AN "M" SOLVE IS COSTED AT THE    *
000265*                 LEAST-COST RATE.  A CEILING SOLVE Q4 WILL NOT  *
000266*                 FILE OVER AN UNCONSTRAINED ANSWER IS NOT       *
000267*                 COUNTED AS A LATER HIT.                        *
000270*---------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT Q4-TRANS-FILE ASSIGN TO "Q4IN"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-TRANS-STATUS.
000340     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-STATUS.
000370     SELECT Q4-HISTORY-FILE ASSIGN TO "Q4HIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS Q4H-KEY
000410         FILE STATUS IS WS-HIST-STATUS.
000420     SELECT Q4-DEPT-FILE ASSIGN TO "Q4DEPT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS Q4D-KEY
000460         FILE STATUS IS WS-DEPT-STATUS.
000470     SELECT Q4-FCAST-REPORT-FILE ASSIGN TO "Q4FCRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  Q4-TRANS-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY Q4REC.
000550 FD  Q4-AUDIT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY Q4AREC.
000580 FD  Q4-HISTORY-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY Q4HREC.
000610 FD  Q4-DEPT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY Q4DREC.
000640 FD  Q4-FCAST-REPORT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  Q4-FCAST-LINE               PIC X(132).
000670 WORKING-STORAGE SECTION.
000680*---------------------------------------------------------------*
000690*  FILE STATUS BYTES                                            *
000700*---------------------------------------------------------------*
000710 77  WS-TRANS-STATUS         PIC X(02).
000720 77  WS-AUDIT-STATUS         PIC X(02).
000730 77  WS-HIST-STATUS          PIC X(02).
000740 77  WS-DEPT-STATUS          PIC X(02).
000750 77  WS-REPORT-STATUS        PIC X(02).
000760*---------------------------------------------------------------*
000770*  SWITCHES                                                     *
000780*---------------------------------------------------------------*
000790 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000800         88  WS-EOF                        VALUE "Y".
000810 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
000820         88  WS-AUDIT-EOF                  VALUE "Y".
000830 77  WS-VALID-SWITCH         PIC X(01) VALUE "Y".
000840         88  WS-INPUT-VALID               VALUE "Y".
000850 77  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
000860         88  WS-HIST-FOUND                VALUE "Y".
000870 77  WS-BUDGET-SPENT-SW      PIC X(01) VALUE "N".
000880         88  WS-BUDGET-SPENT              VALUE "Y".
000890 77  WS-RANGE-CUT-SW         PIC X(01) VALUE "N".
000900         88  WS-RANGE-CUT                 VALUE "Y".
000910 77  WS-SEEN-FULL-SW         PIC X(01) VALUE "N".
000920         88  WS-SEEN-TABLE-FULL           VALUE "Y".
000921 77  WS-NOT-FILED-SW         PIC X(01) VALUE "N".
000922         88  WS-NOT-FILED                 VALUE "Y".
000930 77  WS-DEFD-FULL-SW         PIC X(01) VALUE "N".
000940         88  WS-DEFD-TABLE-FULL           VALUE "Y".
000950 77  WS-NO-RATES-SW          PIC X(01) VALUE "N".
000960         88  WS-NO-RATES                  VALUE "Y".
000970*---------------------------------------------------------------*
000980*  SYSIN CONTROL CARD -- THE VERY CARD Q4STEP READS: BUSINESS   *
000990*  DATE(8), SOLVE-TIME BUDGET IN SECONDS(5), CARRY-OVER BATCH  *
001000*  NUMBER(6, NOT USED HERE)                                     *
001010*---------------------------------------------------------------*
001020 01  WS-CONTROL-CARD.
001030     05  CC-BUSINESS-DATE    PIC X(08).
001040     05  CC-TIME-BUDGET      PIC X(05).
001050     05  CC-DEFER-BATCH      PIC X(06).
001060     05  FILLER              PIC X(61).
001070 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001080 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001090 77  WS-BUDGET-SECS          PIC 9(05) VALUE ZERO.
001100 77  WS-TIME-BUDGET-HSECS    PIC 9(09) VALUE ZERO.
001110 77  WS-BUDGET-THRESH        PIC 9(09) VALUE ZERO.
001120*---------------------------------------------------------------*
001130*  SOLVE RATE TABLE -- N BAND (1-10 ... 41-50, OVER 50, AS IN    *
001140*  Q4STATS) BY REQUEST TYPE (1 = "V" VERDICT, 2 = "L" LEAST     *
001150*  COST).  RANGE WORK IS AUDITED AS "V", SO IT COSTS AS "V".    *
001160*---------------------------------------------------------------*
001170 01  WS-RATE-TABLE VALUE ZEROES.
001180     05  WS-RATE-BAND OCCURS 6 TIMES.
001190         10  WS-RATE-TYPE OCCURS 2 TIMES.
001200             15  WS-RATE-SAMPLES PIC 9(07).
001210             15  WS-RATE-SUM-TRIALS
001220                                 PIC 9(13).
001230             15  WS-RATE-SUM-HSECS
001240                                 PIC 9(13).
001250             15  WS-RATE-AVG-TRIALS
001260                                 PIC 9(09).
001270             15  WS-RATE-AVG-HSECS
001280                                 PIC 9(09).
001290             15  WS-RATE-BORROWED
001300                                 PIC X(01).
001310 77  WS-BAND-IX              PIC 9(01) VALUE ZERO.
001320 77  WS-TYPE-IX              PIC 9(01) VALUE ZERO.
001330 77  WS-WORST-HSECS          PIC 9(09) VALUE ZERO.
001340 77  WS-WORST-TRIALS         PIC 9(09) VALUE ZERO.
001350 77  WS-RATE-SOLVES-USED     PIC 9(07) VALUE ZERO.
001360 77  WS-RATE-ENTRIES-READ    PIC 9(07) VALUE ZERO.
001370*---------------------------------------------------------------*
001380*  THE DETAIL IN HAND                                           *
001390*---------------------------------------------------------------*
001400 01  WS-N                    PIC 9(05).
001410 01  WS-S                    PIC S9(05).
001420 01  WS-S-TO                 PIC S9(05).
001430 01  WS-A                    PIC S9(05).
001440 01  WS-B                    PIC S9(05).
001450 01  WS-C                    PIC S9(05).
001460 01  WS-D                    PIC S9(05).
001470 01  WS-REQUEST-TYPE         PIC X(01).
001480     88  WS-REQ-LEAST-COST                VALUE "L".
001490     88  WS-REQ-RANGE                     VALUE "R".
001491     88  WS-REQ-CEILINGS                  VALUE "C", "M".
001492     88  WS-REQ-ANY-LEAST-COST            VALUE "L", "M".
001493 01  WS-CEILINGS.
001494     05  WS-MAX-W                PIC 9(05).
001495     05  WS-MAX-X                PIC 9(05).
001496     05  WS-MAX-Y                PIC 9(05).
001497     05  WS-MAX-Z                PIC 9(05).
001500 01  WS-DEPT-CODE            PIC X(04).
001510 77  WS-RANGE-S              PIC S9(05) VALUE ZERO.
001520 77  WS-REC-DEFER-SW         PIC X(01) VALUE "N".
001530         88  WS-REC-DEFERRED              VALUE "Y".
001540*---------------------------------------------------------------*
001550*  COMBINATIONS THE FORECAST HAS ALREADY SOLVED TODAY -- A      *
001560*  SECOND COPY IN THE SAME DECK IS A HISTORY HIT BY THE TIME    *
001570*  Q4 REACHES IT.  WHEN THE TABLE FILLS, LATER REPEATS COST AS  *
001580*  SOLVES, WHICH ONLY ERRS ON THE LONG SIDE.                    *
001590*---------------------------------------------------------------*
001600 01  WS-SEEN-TABLE.
001610     05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
001620         10  WS-SEEN-KEY     PIC X(30).
001630         10  WS-SEEN-TYPE    PIC X(01).
001631         10  WS-SEEN-CEILINGS PIC X(20).
001640 77  WS-SEEN-COUNT           PIC 9(04) VALUE ZERO.
001650 77  WS-SEEN-IX              PIC 9(04) VALUE ZERO.
001660*---------------------------------------------------------------*
001670*  DEPARTMENT COUNTS -- RESET AT EVERY DEPARTMENT BREAK          *
001680*---------------------------------------------------------------*
001690 77  WS-CURR-DEPT            PIC X(04) VALUE SPACES.
001700 77  WS-DEPT-DETAILS         PIC 9(06) VALUE ZERO.
001710 77  WS-DEPT-REJECTS         PIC 9(06) VALUE ZERO.
001720 77  WS-DEPT-HITS            PIC 9(06) VALUE ZERO.
001730 77  WS-DEPT-SOLVES          PIC 9(06) VALUE ZERO.
001740 77  WS-DEPT-HSECS           PIC 9(11) VALUE ZERO.
001750 77  WS-DEPT-DEFERRED        PIC 9(06) VALUE ZERO.
001760 77  WS-DEPT-RUSH-DEFERRED   PIC 9(06) VALUE ZERO.
001770 77  WS-DEPT-CUT             PIC 9(06) VALUE ZERO.
001780*---------------------------------------------------------------*
001790*  DEPARTMENT PROFILE CACHE -- AS IN Q4, ONE READ PER SECTION   *
001800*---------------------------------------------------------------*
001810 77  WS-PROF-DEPT            PIC X(04) VALUE LOW-VALUES.
001820 77  WS-PROF-FOUND-SW        PIC X(01) VALUE "N".
001830 77  WS-PROF-ACTIVE-SW       PIC X(01) VALUE "N".
001840 77  WS-PROF-MAX-N           PIC 9(05) VALUE ZERO.
001850 77  WS-PROF-LCOST-SW        PIC X(01) VALUE "N".
001860*---------------------------------------------------------------*
001870*  RUN TOTALS.  WS-DEMAND-HSECS IS EVERYTHING THE DECK ASKS    *
001880*  FOR; WS-CLOCK-HSECS IS WHAT Q4 WOULD SPEND BEFORE THE        *
001890*  BUDGET CUTS IT OFF -- THE SAME CLOCK 4800 KEEPS IN Q4.       *
001900*---------------------------------------------------------------*
001910 77  WS-TOTAL-DETAILS        PIC 9(07) VALUE ZERO.
001920 77  WS-TOTAL-REJECTS        PIC 9(07) VALUE ZERO.
001930 77  WS-TOTAL-HITS           PIC 9(07) VALUE ZERO.
001940 77  WS-TOTAL-SOLVES         PIC 9(07) VALUE ZERO.
001950 77  WS-TOTAL-RANGE-S        PIC 9(07) VALUE ZERO.
001960 77  WS-TOTAL-TRIALS         PIC 9(13) VALUE ZERO.
001970 77  WS-DEMAND-HSECS         PIC 9(11) VALUE ZERO.
001980 77  WS-CLOCK-HSECS          PIC 9(11) VALUE ZERO.
001990 77  WS-TOTAL-DEFERRED       PIC 9(07) VALUE ZERO.
002000 77  WS-TOTAL-RUSH-DEFERRED  PIC 9(07) VALUE ZERO.
002010 77  WS-TOTAL-CUT            PIC 9(07) VALUE ZERO.
002020 77  WS-SECONDS              PIC 9(09)V99 VALUE ZERO.
002030*---------------------------------------------------------------*
002040*  DEPARTMENTS THAT WOULD LAND IN THE CARRY-OVER DECK           *
002050*---------------------------------------------------------------*
002060 01  WS-DEFD-TABLE.
002070     05  WS-DEFD-DEPT OCCURS 200 TIMES
002080                             PIC X(04).
002090 77  WS-DEFD-COUNT           PIC 9(03) VALUE ZERO.
002100 77  WS-DEFD-IX              PIC 9(03) VALUE ZERO.
002110*---------------------------------------------------------------*
002120*  EDIT PARAMETER AREA -- PASSED TO Q4VALID                     *
002130*---------------------------------------------------------------*
002140     COPY Q4VALDP.
002150*---------------------------------------------------------------*
002160*  FORECAST REPORT LINES                                        *
002170*---------------------------------------------------------------*
002180 01  WS-FCR-HEADER.
002190     05  FILLER              PIC X(45) VALUE
002200         "Q4FCAST BATCH-WINDOW FORECAST - BUSINESS DATE".
002210     05  FILLER              PIC X(01) VALUE SPACE.
002220     05  FH-BUSINESS-DATE    PIC 9(08).
002230     05  FILLER              PIC X(11) VALUE "  RUN DATE ".
002240     05  FH-RUN-DATE         PIC 9(08).
002250     05  FILLER              PIC X(59) VALUE SPACES.
002260 01  WS-FCR-BUDGET-LINE.
002270     05  FILLER              PIC X(18) VALUE
002280         "SOLVE-TIME BUDGET ".
002290     05  FB-BUDGET-SECS      PIC ZZZZ9.
002300     05  FILLER              PIC X(32) VALUE
002310         " SECONDS -- CARRY-OVER STARTS AT".
002320     05  FB-THRESH-SECS      PIC ZZZZZZ9.99.
002330     05  FILLER              PIC X(20) VALUE
002340         " SECONDS (90 PCT)   ".
002350     05  FILLER              PIC X(47) VALUE SPACES.
002360 01  WS-FCR-NO-BUDGET.
002370     05  FILLER              PIC X(50) VALUE
002380         "SOLVE-TIME BUDGET UNLIMITED -- NOTHING CAN DEFER".
002390     05  FILLER              PIC X(82) VALUE SPACES.
002400 01  WS-FCR-BANNER.
002410     05  FB-TEXT             PIC X(60).
002420     05  FILLER              PIC X(72) VALUE SPACES.
002430 01  WS-FCR-RATE-LINE.
002440     05  FILLER              PIC X(04) VALUE "  N ".
002450     05  FR-BAND             PIC X(07).
002460     05  FILLER              PIC X(07) VALUE "  TYPE ".
002470     05  FR-TYPE             PIC X(01).
002480     05  FILLER              PIC X(11) VALUE "  SAMPLES: ".
002490     05  FR-SAMPLES          PIC ZZZZZZ9.
002500     05  FILLER              PIC X(14) VALUE "  AVG TRIALS: ".
002510     05  FR-AVG-TRIALS       PIC ZZZZZZZZ9.
002520     05  FILLER              PIC X(12) VALUE "  AVG SECS: ".
002530     05  FR-AVG-SECS         PIC ZZZZZZ9.99.
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  FR-NOTE             PIC X(30).
002560     05  FILLER              PIC X(18) VALUE SPACES.
002570 01  WS-FCR-DEPT-LINE.
002580     05  FILLER              PIC X(07) VALUE "  DEPT ".
002590     05  FD-DEPT-CODE        PIC X(04).
002600     05  FILLER              PIC X(11) VALUE "  DETAILS: ".
002610     05  FD-DETAILS          PIC ZZZZZ9.
002620     05  FILLER              PIC X(10) VALUE "  REJECT: ".
002630     05  FD-REJECTS          PIC ZZZZZ9.
002640     05  FILLER              PIC X(08) VALUE "  HITS: ".
002650     05  FD-HITS             PIC ZZZZZ9.
002660     05  FILLER              PIC X(10) VALUE "  SOLVES: ".
002670     05  FD-SOLVES           PIC ZZZZZ9.
002680     05  FILLER              PIC X(08) VALUE "  SECS: ".
002690     05  FD-SECS             PIC ZZZZZZ9.99.
002700     05  FILLER              PIC X(14) VALUE "  CARRY-OVER: ".
002710     05  FD-DEFERRED         PIC ZZZZZ9.
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  FD-FLAG             PIC X(24).
002740 01  WS-FCR-TOTAL-LINE.
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  FT-LABEL            PIC X(40).
002770     05  FT-VALUE            PIC Z(12)9.
002780     05  FILLER              PIC X(77) VALUE SPACES.
002790 01  WS-FCR-SECS-LINE.
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  FS-LABEL            PIC X(40).
002820     05  FS-SECS             PIC Z(09)9.99.
002830     05  FILLER              PIC X(77) VALUE SPACES.
002840 01  WS-FCR-DEFD-LINE.
002850     05  FILLER              PIC X(04) VALUE SPACES.
002860     05  FX-DEPT-CODE        PIC X(04).
002870     05  FILLER              PIC X(124) VALUE SPACES.
002880 01  WS-FCR-WARN-LINE.
002890     05  FW-TEXT             PIC X(80).
002900     05  FILLER              PIC X(52) VALUE SPACES.
002910 PROCEDURE DIVISION.
002920*---------------------------------------------------------------*
002930*  0000-MAINLINE                                                *
002940*---------------------------------------------------------------*
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 1500-BUILD-RATES THRU 1500-EXIT.
002980     PERFORM 2000-PROJECT-RECORDS THRU 2000-EXIT
002990         UNTIL WS-EOF.
003000     PERFORM 5000-PRINT-PROJECTION THRU 5000-EXIT.
003010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003020     GOBACK.
003030 0000-EXIT.
003040     EXIT.
003050*---------------------------------------------------------------*
003060*  1000-INITIALIZE -- READ THE CARD, OPEN FILES, PRINT HEADING   *
003070*---------------------------------------------------------------*
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
003110     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003120     MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE.
003130     MOVE WS-RUN-DATE      TO FH-RUN-DATE.
003140     WRITE Q4-FCAST-LINE FROM WS-FCR-HEADER.
003150     IF WS-TIME-BUDGET-HSECS = ZERO
003160         WRITE Q4-FCAST-LINE FROM WS-FCR-NO-BUDGET
003170     ELSE
003180         MOVE WS-BUDGET-SECS TO FB-BUDGET-SECS
003190         DIVIDE WS-BUDGET-THRESH BY 100 GIVING WS-SECONDS
003200         MOVE WS-SECONDS TO FB-THRESH-SECS
003210         WRITE Q4-FCAST-LINE FROM WS-FCR-BUDGET-LINE
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250*---------------------------------------------------------------*
003260*  1050-READ-CONTROL-CARD -- THE SAME CARD AND THE SAME RULES   *
003270*                            AS Q4'S 1050: BLANK DATE = TODAY,   *
003280*                            BLANK OR ZERO BUDGET = UNLIMITED,   *
003290*                            CARRY-OVER AT 90 PERCENT.  ANY      *
003300*                            OTHER BUDGET TEXT IS A BAD CARD.    *
003310*---------------------------------------------------------------*
003320 1050-READ-CONTROL-CARD.
003330     MOVE SPACES TO WS-CONTROL-CARD.
003340     ACCEPT WS-CONTROL-CARD.
003350     IF CC-BUSINESS-DATE NUMERIC
003360         AND CC-BUSINESS-DATE NOT = "00000000"
003370         MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
003380     ELSE
003390         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
003400     END-IF.
003410     IF CC-TIME-BUDGET = SPACES
003420         GO TO 1050-EXIT
003430     END-IF.
003440     IF CC-TIME-BUDGET NOT NUMERIC
003450         DISPLAY "Q4FCAST -- BAD BUDGET ON CONTROL CARD: "
003460             WS-CONTROL-CARD
003470         PERFORM 9999-ABEND THRU 9999-EXIT
003480     END-IF.
003490     MOVE CC-TIME-BUDGET TO WS-BUDGET-SECS.
003500     COMPUTE WS-TIME-BUDGET-HSECS = WS-BUDGET-SECS * 100.
003510     COMPUTE WS-BUDGET-THRESH =
003520         (WS-TIME-BUDGET-HSECS * 90) / 100.
003530 1050-EXIT.
003540     EXIT.
003550 1100-OPEN-FILES.
003560     OPEN INPUT Q4-TRANS-FILE.
003570     IF WS-TRANS-STATUS NOT = "00"
003580         DISPLAY "Q4FCAST -- UNABLE TO OPEN Q4-TRANS-FILE, "
003590             "STATUS = " WS-TRANS-STATUS
003600         PERFORM 9999-ABEND THRU 9999-EXIT
003610     END-IF.
003620     OPEN INPUT Q4-AUDIT-FILE.
003630     IF WS-AUDIT-STATUS NOT = "00"
003640         DISPLAY "Q4FCAST -- UNABLE TO OPEN Q4-AUDIT-FILE, "
003650             "STATUS = " WS-AUDIT-STATUS
003660         PERFORM 9999-ABEND THRU 9999-EXIT
003670     END-IF.
003680     OPEN INPUT Q4-HISTORY-FILE.
003690     IF WS-HIST-STATUS NOT = "00"
003700         DISPLAY "Q4FCAST -- UNABLE TO OPEN Q4-HISTORY-FILE, "
003710             "STATUS = " WS-HIST-STATUS
003720         PERFORM 9999-ABEND THRU 9999-EXIT
003730     END-IF.
003740     OPEN INPUT Q4-DEPT-FILE.
003750     IF WS-DEPT-STATUS NOT = "00"
003760         DISPLAY "Q4FCAST -- UNABLE TO OPEN Q4-DEPT-FILE, "
003770             "STATUS = " WS-DEPT-STATUS
003780         PERFORM 9999-ABEND THRU 9999-EXIT
003790     END-IF.
003800     OPEN OUTPUT Q4-FCAST-REPORT-FILE.
003810     IF WS-REPORT-STATUS NOT = "00"
003820         DISPLAY "Q4FCAST -- UNABLE TO OPEN REPORT FILE, "
003830             "STATUS = " WS-REPORT-STATUS
003840         PERFORM 9999-ABEND THRU 9999-EXIT
003850     END-IF.
003860 1100-EXIT.
003870     EXIT.
003880*---------------------------------------------------------------*
003890*  1500-BUILD-RATES -- ONE PASS OF THE AUDIT TRAIL.  ONLY REAL   *
003900*                      SOLVES COUNT: HISTORY HITS COST NOTHING,  *
003910*                      AND ENTRIES FROM BEFORE THE TRIAL AND     *
003920*                      ELAPSED FIELDS EXISTED CARRY BLANKS.      *
003930*                      THE RATE TABLE PRINTS AS IT IS SETTLED.   *
003940*---------------------------------------------------------------*
003950 1500-BUILD-RATES.
003960     PERFORM 1510-TALLY-ONE-ENTRY THRU 1510-EXIT
003970         UNTIL WS-AUDIT-EOF.
003980     CLOSE Q4-AUDIT-FILE.
003990     PERFORM 1530-FIND-WORST-RATE THRU 1530-EXIT
004000         VARYING WS-BAND-IX FROM 1 BY 1
004010         UNTIL WS-BAND-IX > 6.
004020     IF WS-RATE-SOLVES-USED = ZERO
004030         MOVE "Y" TO WS-NO-RATES-SW
004040     END-IF.
004050     MOVE "---- SOLVE RATES FROM THE AUDIT TRAIL ----" TO FB-TEXT.
004060     WRITE Q4-FCAST-LINE FROM WS-FCR-BANNER.
004070     PERFORM 1550-SETTLE-BAND THRU 1550-EXIT
004080         VARYING WS-BAND-IX FROM 1 BY 1
004090         UNTIL WS-BAND-IX > 6.
004100     IF WS-NO-RATES
004110         MOVE "NO SOLVE TIMINGS ON AUDIT TRAIL - SOLVES COST ZERO"
004120             TO FW-TEXT
004130         WRITE Q4-FCAST-LINE FROM WS-FCR-WARN-LINE
004140     END-IF.
004150 1500-EXIT.
004160     EXIT.
004170 1510-TALLY-ONE-ENTRY.
004180     READ Q4-AUDIT-FILE
004190         AT END
004200             MOVE "Y" TO WS-AUDIT-EOF-SW
004210             GO TO 1510-EXIT
004220     END-READ.
004230     ADD 1 TO WS-RATE-ENTRIES-READ.
004240     IF QA-FROM-HISTORY
004250         OR QA-TRIAL-COUNT NOT NUMERIC
004260         OR QA-SOLVE-ELAPSED NOT NUMERIC
004270         GO TO 1510-EXIT
004280     END-IF.
004290     MOVE QA-N TO WS-N.
004300     MOVE QA-REQUEST-TYPE TO WS-REQUEST-TYPE.
004310     PERFORM 3300-SET-RATE-CELL THRU 3300-EXIT.
004320     ADD 1 TO WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX).
004330     ADD QA-TRIAL-COUNT
004340         TO WS-RATE-SUM-TRIALS (WS-BAND-IX, WS-TYPE-IX).
004350     ADD QA-SOLVE-ELAPSED
004360         TO WS-RATE-SUM-HSECS (WS-BAND-IX, WS-TYPE-IX).
004370     ADD 1 TO WS-RATE-SOLVES-USED.
004380 1510-EXIT.
004390     EXIT.
004400*---------------------------------------------------------------*
004410*  1530-FIND-WORST-RATE -- AVERAGE EVERY CELL THAT HAS SAMPLES   *
004420*                          AND REMEMBER THE COSTLIEST, WHICH AN  *
004430*                          EMPTY CELL BORROWS -- A FORECAST      *
004440*                          THAT GUESSES SHOULD GUESS LONG.       *
004450*---------------------------------------------------------------*
004460 1530-FIND-WORST-RATE.
004470     PERFORM 1540-AVERAGE-CELL THRU 1540-EXIT
004480         VARYING WS-TYPE-IX FROM 1 BY 1
004490         UNTIL WS-TYPE-IX > 2.
004500 1530-EXIT.
004510     EXIT.
004520 1540-AVERAGE-CELL.
004530     IF WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX) = ZERO
004540         GO TO 1540-EXIT
004550     END-IF.
004560     DIVIDE WS-RATE-SUM-TRIALS (WS-BAND-IX, WS-TYPE-IX)
004570         BY WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX)
004580         GIVING WS-RATE-AVG-TRIALS (WS-BAND-IX, WS-TYPE-IX)
004590         ROUNDED.
004600     DIVIDE WS-RATE-SUM-HSECS (WS-BAND-IX, WS-TYPE-IX)
004610         BY WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX)
004620         GIVING WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
004630         ROUNDED.
004640     IF WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
004650             > WS-WORST-HSECS
004660         MOVE WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
004670             TO WS-WORST-HSECS
004680         MOVE WS-RATE-AVG-TRIALS (WS-BAND-IX, WS-TYPE-IX)
004690             TO WS-WORST-TRIALS
004700     END-IF.
004710 1540-EXIT.
004720     EXIT.
004730 1550-SETTLE-BAND.
004740     PERFORM 1560-SETTLE-CELL THRU 1560-EXIT
004750         VARYING WS-TYPE-IX FROM 1 BY 1
004760         UNTIL WS-TYPE-IX > 2.
004770 1550-EXIT.
004780     EXIT.
004790 1560-SETTLE-CELL.
004800     MOVE SPACES TO FR-NOTE.
004810     IF WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX) = ZERO
004820         MOVE WS-WORST-HSECS
004830             TO WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
004840         MOVE WS-WORST-TRIALS
004850             TO WS-RATE-AVG-TRIALS (WS-BAND-IX, WS-TYPE-IX)
004860         MOVE "Y" TO WS-RATE-BORROWED (WS-BAND-IX, WS-TYPE-IX)
004870         MOVE "NO SAMPLES - COSTLIEST RATE" TO FR-NOTE
004880     END-IF.
004890     EVALUATE WS-BAND-IX
004900         WHEN 1
004910             MOVE " 1 - 10" TO FR-BAND
004920         WHEN 2
004930             MOVE "11 - 20" TO FR-BAND
004940         WHEN 3
004950             MOVE "21 - 30" TO FR-BAND
004960         WHEN 4
004970             MOVE "31 - 40" TO FR-BAND
004980         WHEN 5
004990             MOVE "41 - 50" TO FR-BAND
005000         WHEN OTHER
005010             MOVE "OVER 50" TO FR-BAND
005020     END-EVALUATE.
005030     IF WS-TYPE-IX = 2
005040         MOVE "L" TO FR-TYPE
005050     ELSE
005060         MOVE "V" TO FR-TYPE
005070     END-IF.
005080     MOVE WS-RATE-SAMPLES (WS-BAND-IX, WS-TYPE-IX) TO FR-SAMPLES.
005090     MOVE WS-RATE-AVG-TRIALS (WS-BAND-IX, WS-TYPE-IX)
005100         TO FR-AVG-TRIALS.
005110     DIVIDE WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX) BY 100
005120         GIVING WS-SECONDS.
005130     MOVE WS-SECONDS TO FR-AVG-SECS.
005140     WRITE Q4-FCAST-LINE FROM WS-FCR-RATE-LINE.
005150 1560-EXIT.
005160     EXIT.
005170*---------------------------------------------------------------*
005180*  2000-PROJECT-RECORDS -- ONE TRANSACTION PER PASS.  ONLY "D"   *
005190*                          DETAILS COST ANYTHING; CONTROL AND    *
005200*                          BAD-TYPE RECORDS ONLY BREAK THE       *
005210*                          DEPARTMENT SECTION.                   *
005220*---------------------------------------------------------------*
005230 2000-PROJECT-RECORDS.
005240     READ Q4-TRANS-FILE
005250         AT END
005260             MOVE "Y" TO WS-EOF-SWITCH
005270             GO TO 2000-EXIT
005280     END-READ.
005290     PERFORM 2100-CHECK-DEPT-BREAK THRU 2100-EXIT.
005300     IF NOT Q4-DETAIL-RECORD
005310         GO TO 2000-EXIT
005320     END-IF.
005330     ADD 1 TO WS-DEPT-DETAILS WS-TOTAL-DETAILS.
005340     PERFORM 2200-LOAD-DETAIL-FIELDS THRU 2200-EXIT.
005350     PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT.
005360     IF NOT WS-INPUT-VALID
005370         ADD 1 TO WS-DEPT-REJECTS WS-TOTAL-REJECTS
005380         GO TO 2000-EXIT
005390     END-IF.
005400*>   Q4 STOPS CALLING THE SOLVER ONCE ITS CLOCK PASSES THE
005410*>   THRESHOLD -- EVERY VALID DETAIL AFTER THAT IS CARRIED OVER
005420     MOVE "N" TO WS-REC-DEFER-SW.
005430     IF WS-BUDGET-SPENT
005440         MOVE "Y" TO WS-REC-DEFER-SW
005450         ADD 1 TO WS-DEPT-DEFERRED WS-TOTAL-DEFERRED
005460         IF Q4-PRI-RUSH
005470             ADD 1 TO WS-DEPT-RUSH-DEFERRED WS-TOTAL-RUSH-DEFERRED
005480         END-IF
005490     END-IF.
005500     IF WS-REQ-RANGE
005510         PERFORM 2400-PROJECT-RANGE THRU 2400-EXIT
005520     ELSE
005530         PERFORM 2300-PROJECT-ONE THRU 2300-EXIT
005540     END-IF.
005550 2000-EXIT.
005560     EXIT.
005570*---------------------------------------------------------------*
005580*  2100-CHECK-DEPT-BREAK -- THE DECK IS DEPARTMENT-SORTED, SO A  *
005590*                           CHANGE IN COLUMNS 2-5 CLOSES THE     *
005600*                           DEPARTMENT'S LINE                    *
005610*---------------------------------------------------------------*
005620 2100-CHECK-DEPT-BREAK.
005630     IF Q4-DEPT-CODE = WS-CURR-DEPT
005640         GO TO 2100-EXIT
005650     END-IF.
005660     IF WS-CURR-DEPT NOT = SPACES
005670         PERFORM 2150-WRITE-DEPT-LINE THRU 2150-EXIT
005680     ELSE
005690         MOVE "---- PROJECTION BY DEPARTMENT ----" TO FB-TEXT
005700         WRITE Q4-FCAST-LINE FROM WS-FCR-BANNER
005710     END-IF.
005720     MOVE Q4-DEPT-CODE TO WS-CURR-DEPT.
005730     MOVE ZERO TO WS-DEPT-DETAILS WS-DEPT-REJECTS WS-DEPT-HITS
005740         WS-DEPT-SOLVES WS-DEPT-HSECS WS-DEPT-DEFERRED
005750         WS-DEPT-RUSH-DEFERRED WS-DEPT-CUT.
005760 2100-EXIT.
005770     EXIT.
005780 2150-WRITE-DEPT-LINE.
005790     MOVE WS-CURR-DEPT    TO FD-DEPT-CODE.
005800     MOVE WS-DEPT-DETAILS TO FD-DETAILS.
005810     MOVE WS-DEPT-REJECTS TO FD-REJECTS.
005820     MOVE WS-DEPT-HITS    TO FD-HITS.
005830     MOVE WS-DEPT-SOLVES  TO FD-SOLVES.
005840     DIVIDE WS-DEPT-HSECS BY 100 GIVING WS-SECONDS.
005850     MOVE WS-SECONDS      TO FD-SECS.
005860     MOVE WS-DEPT-DEFERRED TO FD-DEFERRED.
005870     EVALUATE TRUE
005880         WHEN WS-DEPT-RUSH-DEFERRED > ZERO
005890             MOVE "RUSH WORK WOULD DEFER" TO FD-FLAG
005900         WHEN WS-DEPT-DEFERRED > ZERO
005910             MOVE "WOULD DEFER" TO FD-FLAG
005920         WHEN WS-DEPT-CUT > ZERO
005930             MOVE "RANGE WOULD BE CUT" TO FD-FLAG
005940         WHEN OTHER
005950             MOVE SPACES TO FD-FLAG
005960     END-EVALUATE.
005970     WRITE Q4-FCAST-LINE FROM WS-FCR-DEPT-LINE.
005980     IF WS-DEPT-DEFERRED = ZERO
005990         GO TO 2150-EXIT
006000     END-IF.
006010     IF WS-DEFD-COUNT < 200
006020         ADD 1 TO WS-DEFD-COUNT
006030         MOVE WS-CURR-DEPT TO WS-DEFD-DEPT (WS-DEFD-COUNT)
006040     ELSE
006050         MOVE "Y" TO WS-DEFD-FULL-SW
006060     END-IF.
006070 2150-EXIT.
006080     EXIT.
006090 2200-LOAD-DETAIL-FIELDS.
006100     MOVE Q4-N TO WS-N.
006110     MOVE Q4-S TO WS-S.
006120     MOVE Q4-A TO WS-A.
006130     MOVE Q4-B TO WS-B.
006140     MOVE Q4-C TO WS-C.
006150     MOVE Q4-D TO WS-D.
006160     MOVE Q4-REQUEST-TYPE TO WS-REQUEST-TYPE.
006170     MOVE Q4-DEPT-CODE TO WS-DEPT-CODE.
006180     IF Q4-S-TO NUMERIC
006190         MOVE Q4-S-TO TO WS-S-TO
006200     ELSE
006210         MOVE ZERO TO WS-S-TO
006220     END-IF.
006230     IF WS-REQUEST-TYPE = SPACE
006240         MOVE "V" TO WS-REQUEST-TYPE
006250     END-IF.
006251     IF WS-REQ-CEILINGS
006252         MOVE Q4-CEILINGS TO WS-CEILINGS
006253     ELSE
006254         MOVE WS-N TO WS-MAX-W WS-MAX-X WS-MAX-Y WS-MAX-Z
006255     END-IF.
006260 2200-EXIT.
006270     EXIT.
006280*---------------------------------------------------------------*
006290*  2300-PROJECT-ONE -- ONE V/L/C/M DETAIL: A HISTORY HIT IS      *
006300*                      FREE, ANYTHING ELSE COSTS ITS CELL'S      *
006310*                      AVERAGE.  A CARRIED-OVER RECORD STILL     *
006320*                      COUNTS IN THE DAY'S DEMAND, BUT NOT ON    *
006330*                      THE CLOCK.                                *
006340*---------------------------------------------------------------*
006350 2300-PROJECT-ONE.
006360     PERFORM 3500-LOOKUP-HISTORY THRU 3500-EXIT.
006370     IF WS-HIST-FOUND
006380         ADD 1 TO WS-DEPT-HITS WS-TOTAL-HITS
006390         GO TO 2300-EXIT
006400     END-IF.
006410     PERFORM 3600-COST-SOLVE THRU 3600-EXIT.
006420 2300-EXIT.
006430     EXIT.
006440*---------------------------------------------------------------*
006450*  2400-PROJECT-RANGE -- EXPAND AN "R" REQUEST OVER Q4-S THRU    *
006460*                        Q4-S-TO, EACH S A PLAIN "V" ANSWER, AS  *
006470*                        Q4'S 5900 DOES.  ONCE THE CLOCK PASSES  *
006480*                        THE THRESHOLD MID-RANGE, Q4 LEAVES THE  *
006490*                        REST OF THE RANGE UNTRIED.              *
006500*---------------------------------------------------------------*
006510 2400-PROJECT-RANGE.
006520     MOVE "N" TO WS-RANGE-CUT-SW.
006530     MOVE "V" TO WS-REQUEST-TYPE.
006540     PERFORM 2410-PROJECT-ONE-S THRU 2410-EXIT
006550         VARYING WS-RANGE-S FROM WS-S BY 1
006560         UNTIL WS-RANGE-S > WS-S-TO.
006570     MOVE "R" TO WS-REQUEST-TYPE.
006580     IF WS-RANGE-CUT
006590         ADD 1 TO WS-DEPT-CUT WS-TOTAL-CUT
006600     END-IF.
006610 2400-EXIT.
006620     EXIT.
006630 2410-PROJECT-ONE-S.
006640     ADD 1 TO WS-TOTAL-RANGE-S.
006650     MOVE WS-RANGE-S TO WS-S.
006660     PERFORM 3500-LOOKUP-HISTORY THRU 3500-EXIT.
006670     IF WS-HIST-FOUND
006680         ADD 1 TO WS-DEPT-HITS WS-TOTAL-HITS
006690         GO TO 2410-EXIT
006700     END-IF.
006710     IF WS-BUDGET-SPENT AND NOT WS-REC-DEFERRED
006720         MOVE "Y" TO WS-RANGE-CUT-SW
006730     END-IF.
006740     PERFORM 3600-COST-SOLVE THRU 3600-EXIT.
006750 2410-EXIT.
006760     EXIT.
006770*---------------------------------------------------------------*
006780*  3000-VALIDATE-INPUT -- THE SAME Q4VALID EDITS AND PROFILE     *
006790*                         CHECKS Q4 APPLIES; A REJECT COSTS NO   *
006800*                         SOLVER TIME                            *
006810*---------------------------------------------------------------*
006820 3000-VALIDATE-INPUT.
006830     MOVE WS-N TO QVP-N.
006840     MOVE WS-S TO QVP-S.
006850     MOVE WS-A TO QVP-A.
006860     MOVE WS-B TO QVP-B.
006870     MOVE WS-C TO QVP-C.
006880     MOVE WS-D TO QVP-D.
006890     MOVE WS-REQUEST-TYPE TO QVP-REQUEST-TYPE.
006900     PERFORM 3100-GET-DEPT-PROFILE THRU 3100-EXIT.
006910     MOVE WS-DEPT-CODE      TO QVP-DEPT-CODE.
006920     MOVE "Y"               TO QVP-DEPT-CHECK-SW.
006930     MOVE WS-PROF-FOUND-SW  TO QVP-DEPT-FOUND-SW.
006940     MOVE WS-PROF-ACTIVE-SW TO QVP-DEPT-ACTIVE-SW.
006950     MOVE WS-PROF-MAX-N     TO QVP-DEPT-MAX-N.
006960     MOVE WS-PROF-LCOST-SW  TO QVP-DEPT-LCOST-SW.
006970     MOVE WS-S-TO           TO QVP-S-TO.
006971     MOVE WS-CEILINGS       TO QVP-CEILINGS.
006980     MOVE WS-BUSINESS-DATE  TO QVP-BUSINESS-DATE.
006990     CALL "Q4VALID" USING Q4VALID-PARM.
007000     MOVE QVP-VALID-SWITCH TO WS-VALID-SWITCH.
007010 3000-EXIT.
007020     EXIT.
007030 3100-GET-DEPT-PROFILE.
007040*>   THE INTERNAL REPAIR RESUBMISSION DECK IS PRE-AUTHORIZED,
007050*>   EXACTLY AS IN Q4
007060     IF WS-DEPT-CODE = "REPR"
007070         MOVE WS-DEPT-CODE TO WS-PROF-DEPT
007080         MOVE "Y" TO WS-PROF-FOUND-SW WS-PROF-ACTIVE-SW
007090             WS-PROF-LCOST-SW
007100         MOVE 99999 TO WS-PROF-MAX-N
007110         GO TO 3100-EXIT
007120     END-IF.
007130     IF WS-DEPT-CODE = WS-PROF-DEPT
007140         GO TO 3100-EXIT
007150     END-IF.
007160     MOVE WS-DEPT-CODE TO WS-PROF-DEPT.
007170     MOVE "N" TO WS-PROF-FOUND-SW WS-PROF-ACTIVE-SW
007180         WS-PROF-LCOST-SW.
007190     MOVE ZERO TO WS-PROF-MAX-N.
007200     MOVE WS-DEPT-CODE TO Q4D-DEPT-CODE.
007210     READ Q4-DEPT-FILE
007220         INVALID KEY
007230             CONTINUE
007240         NOT INVALID KEY
007250             MOVE "Y" TO WS-PROF-FOUND-SW
007260             IF Q4D-ACTIVE
007270                 MOVE "Y" TO WS-PROF-ACTIVE-SW
007280             END-IF
007290             IF Q4D-MAX-N NUMERIC
007300                 MOVE Q4D-MAX-N TO WS-PROF-MAX-N
007310             END-IF
007320             IF Q4D-LCOST-ALLOWED
007330                 MOVE "Y" TO WS-PROF-LCOST-SW
007340             END-IF
007350     END-READ.
007360 3100-EXIT.
007370     EXIT.
007380*---------------------------------------------------------------*
007390*  3300-SET-RATE-CELL -- N BAND AND REQUEST-TYPE SUBSCRIPTS FOR  *
007400*                        WS-N AND WS-REQUEST-TYPE                *
007410*---------------------------------------------------------------*
007420 3300-SET-RATE-CELL.
007430     EVALUATE TRUE
007440         WHEN WS-N <= 10
007450             MOVE 1 TO WS-BAND-IX
007460         WHEN WS-N <= 20
007470             MOVE 2 TO WS-BAND-IX
007480         WHEN WS-N <= 30
007490             MOVE 3 TO WS-BAND-IX
007500         WHEN WS-N <= 40
007510             MOVE 4 TO WS-BAND-IX
007520         WHEN WS-N <= 50
007530             MOVE 5 TO WS-BAND-IX
007540         WHEN OTHER
007550             MOVE 6 TO WS-BAND-IX
007560     END-EVALUATE.
007570     IF WS-REQ-ANY-LEAST-COST
007580         MOVE 2 TO WS-TYPE-IX
007590     ELSE
007600         MOVE 1 TO WS-TYPE-IX
007610     END-IF.
007620 3300-EXIT.
007630     EXIT.
007640*---------------------------------------------------------------*
007650*  3500-LOOKUP-HISTORY -- WOULD Q4 FIND THIS COMBINATION ON      *
007660*                         FILE?  A LEAST-COST REQUEST ONLY HITS  *
007670*                         A LEAST-COST ANSWER, AS IN Q4'S 3500.  *
007680*                         EARLIER SOLVES IN THIS SAME DECK COUNT *
007690*                         TOO.                                   *
007700*---------------------------------------------------------------*
007710 3500-LOOKUP-HISTORY.
007720     MOVE "N" TO WS-HIST-FOUND-SW WS-NOT-FILED-SW.
007730     MOVE WS-N TO Q4H-N.
007740     MOVE WS-S TO Q4H-S.
007750     MOVE WS-A TO Q4H-A.
007760     MOVE WS-B TO Q4H-B.
007770     MOVE WS-C TO Q4H-C.
007780     MOVE WS-D TO Q4H-D.
007790     PERFORM 3510-CHECK-SEEN THRU 3510-EXIT
007800         VARYING WS-SEEN-IX FROM 1 BY 1
007810         UNTIL WS-SEEN-IX > WS-SEEN-COUNT
007820         OR WS-HIST-FOUND.
007830     IF WS-HIST-FOUND
007840         GO TO 3500-EXIT
007850     END-IF.
007860     READ Q4-HISTORY-FILE
007870         INVALID KEY
007880             CONTINUE
007890         NOT INVALID KEY
007900             IF Q4H-CEILINGS = WS-CEILINGS
007910                 AND (Q4H-LEAST-COST-ANSWER
007911                     OR NOT WS-REQ-ANY-LEAST-COST)
007920                 MOVE "Y" TO WS-HIST-FOUND-SW
007930             END-IF
007931*>           Q4 KEEPS AN UNCONSTRAINED ANSWER OVER A CEILING ONE
007932             IF WS-REQ-CEILINGS
007933                 AND Q4H-REQUEST-TYPE NOT = "C"
007934                 AND Q4H-REQUEST-TYPE NOT = "M"
007935                 MOVE "Y" TO WS-NOT-FILED-SW
007936             END-IF
007940     END-READ.
007950 3500-EXIT.
007960     EXIT.
007970 3510-CHECK-SEEN.
007980     IF WS-SEEN-KEY (WS-SEEN-IX) = Q4H-KEY
007981             AND WS-SEEN-CEILINGS (WS-SEEN-IX) = WS-CEILINGS
007990         IF WS-SEEN-TYPE (WS-SEEN-IX) = "L" OR "M"
008000                 OR NOT WS-REQ-ANY-LEAST-COST
008010             MOVE "Y" TO WS-HIST-FOUND-SW
008020         END-IF
008030     END-IF.
008040 3510-EXIT.
008050     EXIT.
008060*---------------------------------------------------------------*
008070*  3600-COST-SOLVE -- ONE SOLVE AT ITS CELL'S AVERAGE.  IT ADDS  *
008080*                     TO THE DAY'S DEMAND ALWAYS, AND TO THE     *
008090*                     CLOCK ONLY WHEN Q4 WOULD STILL BE SOLVING; *
008100*                     THE CLOCK CROSSING THE THRESHOLD SPENDS    *
008110*                     THE BUDGET JUST AS Q4'S 4800 DOES.         *
008120*---------------------------------------------------------------*
008130 3600-COST-SOLVE.
008140     PERFORM 3300-SET-RATE-CELL THRU 3300-EXIT.
008150     ADD 1 TO WS-DEPT-SOLVES WS-TOTAL-SOLVES.
008160     ADD WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
008170         TO WS-DEPT-HSECS WS-DEMAND-HSECS.
008180     ADD WS-RATE-AVG-TRIALS (WS-BAND-IX, WS-TYPE-IX)
008190         TO WS-TOTAL-TRIALS.
008200     PERFORM 3650-NOTE-SEEN THRU 3650-EXIT.
008270     IF WS-REC-DEFERRED OR WS-RANGE-CUT
008280         GO TO 3600-EXIT
008290     END-IF.
008300     ADD WS-RATE-AVG-HSECS (WS-BAND-IX, WS-TYPE-IX)
008310         TO WS-CLOCK-HSECS.
008320     IF WS-TIME-BUDGET-HSECS > ZERO
008330         AND WS-CLOCK-HSECS >= WS-BUDGET-THRESH
008340         MOVE "Y" TO WS-BUDGET-SPENT-SW
008350     END-IF.
008360 3600-EXIT.
008370     EXIT.
008371*---------------------------------------------------------------*
008372*  3650-NOTE-SEEN -- REMEMBER A SOLVE Q4 WILL FILE, SO A LATER   *
008373*                    COPY IN THE DECK COUNTS AS A HIT            *
008374*---------------------------------------------------------------*
008375 3650-NOTE-SEEN.
008376     IF WS-NOT-FILED
008377         GO TO 3650-EXIT
008378     END-IF.
008379     IF WS-SEEN-COUNT < 2000
008380         ADD 1 TO WS-SEEN-COUNT
008381         MOVE Q4H-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
008382         MOVE WS-REQUEST-TYPE TO WS-SEEN-TYPE (WS-SEEN-COUNT)
008383         MOVE WS-CEILINGS TO WS-SEEN-CEILINGS (WS-SEEN-COUNT)
008384     ELSE
008385         MOVE "Y" TO WS-SEEN-FULL-SW
008386     END-IF.
008387 3650-EXIT.
008388     EXIT.
008389*---------------------------------------------------------------*
008390*  5000-PRINT-PROJECTION -- LAST DEPARTMENT LINE, RUN TOTALS,    *
008400*                           THE VERDICT, AND THE DEPARTMENTS     *
008410*                           THAT WOULD CARRY OVER                *
008420*---------------------------------------------------------------*
008430 5000-PRINT-PROJECTION.
008440     IF WS-CURR-DEPT NOT = SPACES
008450         PERFORM 2150-WRITE-DEPT-LINE THRU 2150-EXIT
008460     END-IF.
008470     MOVE "---- RUN PROJECTION ----" TO FB-TEXT.
008480     WRITE Q4-FCAST-LINE FROM WS-FCR-BANNER.
008490     MOVE "DETAIL RECORDS" TO FT-LABEL.
008500     MOVE WS-TOTAL-DETAILS TO FT-VALUE.
008510     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008520     MOVE "PREDICTED REJECTS" TO FT-LABEL.
008530     MOVE WS-TOTAL-REJECTS TO FT-VALUE.
008540     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008550     MOVE "RANGE S VALUES EXPANDED" TO FT-LABEL.
008560     MOVE WS-TOTAL-RANGE-S TO FT-VALUE.
008570     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008580     MOVE "PREDICTED HISTORY HITS" TO FT-LABEL.
008590     MOVE WS-TOTAL-HITS TO FT-VALUE.
008600     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008610     MOVE "PROJECTED SOLVES" TO FT-LABEL.
008620     MOVE WS-TOTAL-SOLVES TO FT-VALUE.
008630     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008640     MOVE "PROJECTED TRIALS" TO FT-LABEL.
008650     MOVE WS-TOTAL-TRIALS TO FT-VALUE.
008660     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008670     MOVE "PROJECTED SOLVE SECONDS, WHOLE DECK" TO FS-LABEL.
008680     DIVIDE WS-DEMAND-HSECS BY 100 GIVING WS-SECONDS.
008690     MOVE WS-SECONDS TO FS-SECS.
008700     WRITE Q4-FCAST-LINE FROM WS-FCR-SECS-LINE.
008710     IF WS-TIME-BUDGET-HSECS > ZERO
008720         MOVE "SOLVE-TIME BUDGET SECONDS" TO FS-LABEL
008730         MOVE WS-BUDGET-SECS TO WS-SECONDS
008740         MOVE WS-SECONDS TO FS-SECS
008750         WRITE Q4-FCAST-LINE FROM WS-FCR-SECS-LINE
008760         MOVE "PROJECTED SECONDS BEFORE CARRY-OVER" TO FS-LABEL
008770         DIVIDE WS-CLOCK-HSECS BY 100 GIVING WS-SECONDS
008780         MOVE WS-SECONDS TO FS-SECS
008790         WRITE Q4-FCAST-LINE FROM WS-FCR-SECS-LINE
008800     END-IF.
008810     MOVE "RECORDS TO THE CARRY-OVER DECK" TO FT-LABEL.
008820     MOVE WS-TOTAL-DEFERRED TO FT-VALUE.
008830     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008840     MOVE "  OF WHICH RUSH" TO FT-LABEL.
008850     MOVE WS-TOTAL-RUSH-DEFERRED TO FT-VALUE.
008860     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008870     MOVE "RANGE REQUESTS CUT SHORT" TO FT-LABEL.
008880     MOVE WS-TOTAL-CUT TO FT-VALUE.
008890     WRITE Q4-FCAST-LINE FROM WS-FCR-TOTAL-LINE.
008900     IF WS-SEEN-TABLE-FULL
008910         MOVE "REPEAT TABLE CAPPED AT 2000 - LATER REPEATS COSTED
008920-            " AS SOLVES" TO FW-TEXT
008930         WRITE Q4-FCAST-LINE FROM WS-FCR-WARN-LINE
008940     END-IF.
008950     EVALUATE TRUE
008960         WHEN WS-TOTAL-RUSH-DEFERRED > ZERO
008970             MOVE "FORECAST: RUSH WORK WOULD CARRY OVER"
008980                 TO FW-TEXT
008990         WHEN WS-TOTAL-DEFERRED > ZERO OR WS-TOTAL-CUT > ZERO
009000             MOVE "FORECAST: WORK WOULD CARRY OVER"
009010                 TO FW-TEXT
009020         WHEN OTHER
009030             MOVE "FORECAST: THE DAY FITS THE SOLVE-TIME BUDGET"
009040                 TO FW-TEXT
009050     END-EVALUATE.
009060     WRITE Q4-FCAST-LINE FROM WS-FCR-WARN-LINE.
009070     IF WS-DEFD-COUNT = ZERO
009080         GO TO 5000-EXIT
009090     END-IF.
009100     MOVE "DEPARTMENTS THAT WOULD LAND IN THE CARRY-OVER DECK:"
009110         TO FB-TEXT.
009120     WRITE Q4-FCAST-LINE FROM WS-FCR-BANNER.
009130     PERFORM 5100-WRITE-DEFD-DEPT THRU 5100-EXIT
009140         VARYING WS-DEFD-IX FROM 1 BY 1
009150         UNTIL WS-DEFD-IX > WS-DEFD-COUNT.
009160     IF WS-DEFD-TABLE-FULL
009170         MOVE "DEPARTMENT LIST CAPPED AT 200 - SEE LINES ABOVE"
009180             TO FW-TEXT
009190         WRITE Q4-FCAST-LINE FROM WS-FCR-WARN-LINE
009200     END-IF.
009210 5000-EXIT.
009220     EXIT.
009230 5100-WRITE-DEFD-DEPT.
009240     MOVE WS-DEFD-DEPT (WS-DEFD-IX) TO FX-DEPT-CODE.
009250     WRITE Q4-FCAST-LINE FROM WS-FCR-DEFD-LINE.
009260 5100-EXIT.
009270     EXIT.
009280*---------------------------------------------------------------*
009290*  8000-TERMINATE -- CLOSE UP AND SET THE RETURN CODE THE        *
009300*                    SCHEDULER ACTS ON                           *
009310*---------------------------------------------------------------*
009320 8000-TERMINATE.
009330     CLOSE Q4-TRANS-FILE.
009340     CLOSE Q4-HISTORY-FILE.
009350     CLOSE Q4-DEPT-FILE.
009360     CLOSE Q4-FCAST-REPORT-FILE.
009370     EVALUATE TRUE
009380         WHEN WS-TOTAL-RUSH-DEFERRED > ZERO
009390             MOVE 8 TO RETURN-CODE
009400         WHEN WS-TOTAL-DEFERRED > ZERO OR WS-TOTAL-CUT > ZERO
009410             MOVE 4 TO RETURN-CODE
009420         WHEN OTHER
009430             MOVE 0 TO RETURN-CODE
009440     END-EVALUATE.
009450 8000-EXIT.
009460     EXIT.
009470*---------------------------------------------------------------*
009480*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN OR THE CONTROL   *
009490*                CARD IS UNUSABLE                                *
009500*---------------------------------------------------------------*
009510 9999-ABEND.
009520     MOVE 16 TO RETURN-CODE.
009530     GOBACK.
009540 9999-EXIT.
009550     EXIT.
