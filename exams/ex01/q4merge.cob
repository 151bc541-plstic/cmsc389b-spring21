000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4MERGE.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  MERGE STEP OF THE          *
000110*                 PARTITIONED RUN (Q4PJOB / Q4PART / Q4PMERGE). *
000120*                 EACH INPUT DD IS THE CONCATENATION OF THE     *
000130*                 PARTITIONS' OWN DATASETS IN PARTITION ORDER,  *
000140*                 SO THE DEPARTMENTS ARRIVE IN SORTED ORDER.    *
000150*                 BUILDS THE ONE DAILY REPORT (A SINGLE         *
000160*                 HEADING, EVERY DEPARTMENT SECTION AS Q4       *
000170*                 WROTE IT, GRAND TOTALS SUMMED FROM THE        *
000180*                 PARTITION TRAILERS, ONE PRIORITY EXCEPTION    *
000190*                 PAGE) AND THE ONE EXTRACT (ONE "H" LINE, ALL  *
000200*                 "D" LINES, ONE "T" LINE WITH THE WHOLE        *
000210*                 COUNT).  PROVES EVERY PARTITION'S AUDIT       *
000220*                 ENTRIES AGAINST ITS OWN SEAL, THEN APPENDS    *
000230*                 THE REJECTS, THE HISTORY JOURNAL ENTRIES AND  *
000240*                 THE AUDIT ENTRIES TO THE SHARED FILES -- THE  *
000250*                 AUDIT ENTRIES RENUMBERED AND RE-CHAINED ON    *
000260*                 FROM THE END OF PROD.Q4.AUDIT.TRAIL, WHOSE    *
000270*                 SEAL IS THEN REPLACED.  A PARTITION THAT DID  *
000280*                 NOT FINISH, A BUSINESS DATE THAT DIFFERS, AN  *
000290*                 EXTRACT FRAME THAT DOES NOT BALANCE, OR A     *
000300*                 BROKEN AUDIT CHAIN REFUSES THE MERGE BEFORE   *
000310*                 ANYTHING IS APPENDED.  A RERUN APPENDS ONLY   *
000320*                 WHAT THE SHARED FILES DO NOT ALREADY HOLD     *
000330*                 FOR THE DAY, SO IT IS SAFE AFTER A FAILURE.   *
000340*                 RETURN-CODE AS Q4 SETS IT FOR THE WHOLE DAY   *
000350*                 (0 CLEAN, 4 FALSE/REJECTED/DEFERRED/          *
000360*                 DUPLICATE WORK, 8 A BATCH OUT OF BALANCE),    *
000370*                 OR 16 = MERGE REFUSED OR FILE TROUBLE.        *
000371*  10/15/26  RM   CARRIES Q4'S "X" CANCEL LINES ONTO THE MERGED *
000372*                 EXTRACT (NOT IN THE "T" COUNT, WHICH COUNTS   *
000373*                 "D" LINES) AND SUMS THE NEW CANCELLED AND     *
000374*                 UNMATCHED-CANCEL COUNTS OF THE THIRD TRAILER  *
000375*                 LINE.  AN UNMATCHED CANCEL SETS RC 4, AS IN   *
000376*                 Q4.                                           *
000380*---------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT Q4-PART-REPORT-FILE ASSIGN TO "Q4RPTS"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRPT-STATUS.
000450     SELECT Q4-PART-EXTRACT-FILE ASSIGN TO "Q4EXTS"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PEXT-STATUS.
000480     SELECT Q4-PART-REJECT-FILE ASSIGN TO "Q4REJS"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PREJ-STATUS.
000510     SELECT Q4-PART-AUDIT-FILE ASSIGN TO "Q4AUDS"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PAUD-STATUS.
000540     SELECT Q4-PART-SEAL-FILE ASSIGN TO "Q4SEALS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PSEAL-STATUS.
000570     SELECT Q4-PART-JOURNAL-FILE ASSIGN TO "Q4JRNS"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PJRNL-STATUS.
000600     SELECT Q4-REPORT-FILE ASSIGN TO "Q4RPT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000630     SELECT Q4-EXTRACT-FILE ASSIGN TO "Q4EXT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-EXTRACT-STATUS.
000660     SELECT Q4-REJECT-FILE ASSIGN TO "Q4REJ"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-REJECT-STATUS.
000690     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720     SELECT Q4-AUDIT-SEAL-FILE ASSIGN TO "Q4ASEAL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-SEAL-STATUS.
000750     SELECT Q4-HIST-JOURNAL-FILE ASSIGN TO "Q4HJRNL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-JRNL-STATUS.
000780     SELECT Q4-MERGE-REPORT ASSIGN TO "Q4MGRPT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-MGRPT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830*---------------------------------------------------------------*
000840*  THE PARTITIONS' OUTPUTS, EACH DD A CONCATENATION            *
000850*---------------------------------------------------------------*
000860 FD  Q4-PART-REPORT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  Q4-PART-REPORT-LINE         PIC X(132).
000890 FD  Q4-PART-EXTRACT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  Q4-PART-EXTRACT-REC         PIC X(100).
000920 FD  Q4-PART-REJECT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  Q4-PART-REJECT-REC          PIC X(102).
000950 FD  Q4-PART-AUDIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  Q4-PART-AUDIT-REC.
000980     05  PA-ENTRY-BODY           PIC X(133).
000990     05  PA-SEQ-NO               PIC 9(09).
001000     05  PA-CHAIN-HASH           PIC 9(09).
001010 FD  Q4-PART-SEAL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  Q4-PART-SEAL-REC.
001040     05  PS-LAST-SEQ-NO          PIC 9(09).
001050     05  PS-LAST-HASH            PIC 9(09).
001060     05  FILLER                  PIC X(42).
001070 FD  Q4-PART-JOURNAL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  Q4-PART-JOURNAL-REC         PIC X(260).
001100*---------------------------------------------------------------*
001110*  THE DAY'S MERGED OUTPUTS AND THE SHARED FILES                *
001120*---------------------------------------------------------------*
001130 FD  Q4-REPORT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  Q4-REPORT-LINE              PIC X(132).
001160 FD  Q4-EXTRACT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  Q4-EXTRACT-REC              PIC X(100).
001190 FD  Q4-REJECT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY Q4RREC.
001220 FD  Q4-AUDIT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY Q4AREC.
001250 FD  Q4-AUDIT-SEAL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY Q4ASREC.
001280 FD  Q4-HIST-JOURNAL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY Q4JREC.
001310 FD  Q4-MERGE-REPORT
001320     LABEL RECORDS ARE STANDARD.
001330 01  Q4-MERGE-LINE               PIC X(132).
001340 WORKING-STORAGE SECTION.
001350*---------------------------------------------------------------*
001360*  FILE STATUS BYTES                                            *
001370*---------------------------------------------------------------*
001380 77  WS-PRPT-STATUS          PIC X(02).
001390 77  WS-PEXT-STATUS          PIC X(02).
001400 77  WS-PREJ-STATUS          PIC X(02).
001410 77  WS-PAUD-STATUS          PIC X(02).
001420 77  WS-PSEAL-STATUS         PIC X(02).
001430 77  WS-PJRNL-STATUS         PIC X(02).
001440 77  WS-REPORT-STATUS        PIC X(02).
001450 77  WS-EXTRACT-STATUS       PIC X(02).
001460 77  WS-REJECT-STATUS        PIC X(02).
001470 77  WS-AUDIT-STATUS         PIC X(02).
001480 77  WS-SEAL-STATUS          PIC X(02).
001490 77  WS-JRNL-STATUS          PIC X(02).
001500 77  WS-MGRPT-STATUS         PIC X(02).
001510*---------------------------------------------------------------*
001520*  SWITCHES                                                     *
001530*---------------------------------------------------------------*
001540 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001550         88  WS-EOF                        VALUE "Y".
001560 77  WS-SEAL-EOF-SWITCH      PIC X(01) VALUE "N".
001570         88  WS-SEAL-EOF                   VALUE "Y".
001580 77  WS-REFUSED-SW           PIC X(01) VALUE "N".
001590         88  WS-REFUSED                    VALUE "Y".
001600 77  WS-CHAIN-SW             PIC X(01) VALUE "N".
001610         88  WS-CHAIN-BROKEN               VALUE "Y".
001620 77  WS-FRAME-OPEN-SW        PIC X(01) VALUE "N".
001630         88  WS-FRAME-OPEN                 VALUE "Y".
001640*> WHERE PASS 1 IS IN THE CURRENT PARTITION'S REPORT: "H" = THE
001650*> COLUMN HEADING IS NEXT, "B" = DEPARTMENT SECTIONS, "T" = THE
001660*> TRAILER LINES, "P" = THE PRIORITY EXCEPTION PAGE
001670 77  WS-RPT-STATE            PIC X(01) VALUE SPACE.
001680         88  WS-STATE-HEADING              VALUE "H".
001690         88  WS-STATE-BODY                 VALUE "B".
001700         88  WS-STATE-TRAILER              VALUE "T".
001710         88  WS-STATE-PRI-PAGE             VALUE "P".
001720*---------------------------------------------------------------*
001730*  RUN IDENTIFICATION                                           *
001740*---------------------------------------------------------------*
001750 77  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
001760 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001770 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001780*---------------------------------------------------------------*
001790*  PARTITION COUNTS -- REPORTS, EXTRACT FRAMES AND SEALS MUST   *
001800*  ALL AGREE                                                    *
001810*---------------------------------------------------------------*
001820 77  WS-MAX-PARTS            PIC 9(01) VALUE 4.
001830 77  WS-PART-COUNT           PIC 9(02) VALUE ZERO.
001840 77  WS-FRAME-COUNT          PIC 9(02) VALUE ZERO.
001850 77  WS-SEAL-COUNT           PIC 9(02) VALUE ZERO.
001860 77  WS-PART-IX              PIC 9(02) VALUE ZERO.
001870 01  WS-PART-TABLE.
001880     05  WS-PART-ENTRY OCCURS 4 TIMES.
001890         10  WS-PT-COMPLETE      PIC X(01).
001900         10  WS-PT-READ          PIC 9(06).
001910         10  WS-PT-TRUE          PIC 9(06).
001920         10  WS-PT-FALSE         PIC 9(06).
001930         10  WS-PT-REJECT        PIC 9(06).
001940         10  WS-PT-DEFER         PIC 9(06).
001950         10  WS-PT-DUP           PIC 9(06).
001960         10  WS-PT-EXTRACT       PIC 9(06).
001970         10  WS-PT-AUDIT         PIC 9(09).
001980*---------------------------------------------------------------*
001990*  MERGED TOTALS                                                *
002000*---------------------------------------------------------------*
002010 77  WS-SUM-READ             PIC 9(06) VALUE ZERO.
002020 77  WS-SUM-TRUE             PIC 9(06) VALUE ZERO.
002030 77  WS-SUM-FALSE            PIC 9(06) VALUE ZERO.
002040 77  WS-SUM-REJECT           PIC 9(06) VALUE ZERO.
002050 77  WS-SUM-DEFER            PIC 9(06) VALUE ZERO.
002060 77  WS-SUM-DUP              PIC 9(06) VALUE ZERO.
002061 77  WS-SUM-CANCEL           PIC 9(06) VALUE ZERO.
002062 77  WS-SUM-UNMATCHED        PIC 9(06) VALUE ZERO.
002070 77  WS-SUM-TRIALS           PIC 9(12) VALUE ZERO.
002080 77  WS-SUM-ELAPSED          PIC 9(06)V99 VALUE ZERO.
002090 77  WS-BATCH-FAIL-COUNT     PIC 9(04) VALUE ZERO.
002100 77  WS-DUP-BATCH-COUNT      PIC 9(04) VALUE ZERO.
002110 77  WS-PRI-LINE-COUNT       PIC 9(04) VALUE ZERO.
002120 77  WS-EXTRACT-COUNT        PIC 9(06) VALUE ZERO.
002121 77  WS-EXTRACT-CANCEL-COUNT PIC 9(06) VALUE ZERO.
002130 77  WS-FRAME-D-COUNT        PIC 9(06) VALUE ZERO.
002140*> DE-EDITED TRAILER FIGURES
002150 77  WS-NUM-COUNT            PIC 9(06) VALUE ZERO.
002160 77  WS-NUM-TRIALS           PIC 9(12) VALUE ZERO.
002170 77  WS-NUM-ELAPSED          PIC 9(06)V99 VALUE ZERO.
002180*---------------------------------------------------------------*
002190*  AUDIT PROOF AND RE-CHAINING                                  *
002200*---------------------------------------------------------------*
002210 77  WS-ENTRY-IX             PIC 9(09) VALUE ZERO.
002220 77  WS-CHAIN-HASH           PIC 9(09) VALUE ZERO.
002230 77  WS-AUDIT-SEQ-NO         PIC 9(09) VALUE ZERO.
002240 77  WS-AUDIT-LAST-HASH      PIC 9(09) VALUE ZERO.
002250 77  WS-AUDIT-LAST-DATE      PIC 9(08) VALUE ZERO.
002260     COPY Q4AHSHP.
002270*---------------------------------------------------------------*
002280*  APPEND CONTROL -- WHAT THE PARTITIONS HOLD FOR THE DAY, WHAT *
002290*  THE SHARED FILE ALREADY HOLDS (FROM AN EARLIER ATTEMPT AT    *
002300*  THIS MERGE), AND WHAT WAS ADDED NOW                          *
002310*---------------------------------------------------------------*
002320 77  WS-REJ-PART-TOTAL       PIC 9(09) VALUE ZERO.
002330 77  WS-REJ-ON-FILE          PIC 9(09) VALUE ZERO.
002340 77  WS-REJ-APPENDED         PIC 9(09) VALUE ZERO.
002350 77  WS-JRN-PART-TOTAL       PIC 9(09) VALUE ZERO.
002360 77  WS-JRN-ON-FILE          PIC 9(09) VALUE ZERO.
002370 77  WS-JRN-APPENDED         PIC 9(09) VALUE ZERO.
002380 77  WS-AUD-PART-TOTAL       PIC 9(09) VALUE ZERO.
002390 77  WS-AUD-ON-FILE          PIC 9(09) VALUE ZERO.
002400 77  WS-AUD-APPENDED         PIC 9(09) VALUE ZERO.
002410 77  WS-SKIP-COUNT           PIC 9(09) VALUE ZERO.
002420*---------------------------------------------------------------*
002430*  PARTITION REPORT LINE, WITH THE VIEWS PASS 1 LOOKS THROUGH.  *
002440*  THE LAYOUTS ARE Q4'S OWN HEADING, TRAILER AND BATCH LINES.   *
002450*---------------------------------------------------------------*
002460 01  WS-IN-LINE                  PIC X(132).
002470 01  WS-IN-HEADER-1 REDEFINES WS-IN-LINE.
002480     05  IH1-TITLE               PIC X(30).
002490     05  FILLER                  PIC X(01).
002500     05  IH1-RUN-DATE            PIC X(08).
002510     05  FILLER                  PIC X(93).
002520 01  WS-IN-TRAILER-1 REDEFINES WS-IN-LINE.
002530     05  IT1-LABEL               PIC X(21).
002540     05  IT1-TOTAL-COUNT         PIC ZZZZZ9.
002550     05  FILLER                  PIC X(105).
002560 01  WS-IN-TRAILER-2 REDEFINES WS-IN-LINE.
002570     05  IT2-LABEL               PIC X(12).
002580     05  IT2-TRUE-COUNT          PIC ZZZZZ9.
002590     05  FILLER                  PIC X(17).
002600     05  IT2-FALSE-COUNT         PIC ZZZZZ9.
002610     05  FILLER                  PIC X(20).
002620     05  IT2-REJECT-COUNT        PIC ZZZZZ9.
002630     05  FILLER                  PIC X(20).
002640     05  IT2-DEFER-COUNT         PIC ZZZZZ9.
002650     05  FILLER                  PIC X(21).
002660     05  IT2-DUP-COUNT           PIC ZZZZZ9.
002670     05  FILLER                  PIC X(12).
002680 01  WS-IN-TRAILER-3 REDEFINES WS-IN-LINE.
002690     05  IT3-LABEL               PIC X(14).
002700     05  IT3-TRIAL-COUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.
002710     05  FILLER                  PIC X(25).
002720     05  IT3-ELAPSED             PIC ZZZZZ9.99.
002730     05  FILLER                  PIC X(25).
002731     05  IT3-CANCEL-COUNT        PIC ZZZZZ9.
002732     05  FILLER                  PIC X(23).
002733     05  IT3-UNMATCHED-COUNT     PIC ZZZZZ9.
002734     05  FILLER                  PIC X(09).
002740 01  WS-IN-BATCH-LINE REDEFINES WS-IN-LINE.
002750     05  IB-LABEL                PIC X(06).
002760     05  FILLER                  PIC X(19).
002770     05  IB-STATUS.
002780         10  IB-STATUS-14        PIC X(14).
002790         10  FILLER              PIC X(08).
002800     05  FILLER                  PIC X(85).
002810 01  WS-IN-PRI-LINE REDEFINES WS-IN-LINE.
002820     05  IP-LABEL                PIC X(09).
002830     05  FILLER                  PIC X(123).
002840*---------------------------------------------------------------*
002850*  PARTITION EXTRACT LINE                                       *
002860*---------------------------------------------------------------*
002870 01  WS-IN-EXTRACT               PIC X(100).
002880 01  WS-IN-EXTRACT-HEAD REDEFINES WS-IN-EXTRACT.
002890     05  IX-TYPE                 PIC X(02).
002900     05  FILLER                  PIC X(10).
002910     05  IX-BUSINESS-DATE        PIC X(08).
002920     05  FILLER                  PIC X(80).
002930 01  WS-IN-EXTRACT-TRLR REDEFINES WS-IN-EXTRACT.
002940     05  FILLER                  PIC X(02).
002950     05  IX-RECORD-COUNT         PIC X(06).
002960     05  IX-RECORD-COUNT-N REDEFINES IX-RECORD-COUNT
002970                                 PIC 9(06).
002980     05  FILLER                  PIC X(92).
002990 01  WS-EXTRACT-LINE             PIC X(100).
003000*---------------------------------------------------------------*
003010*  DAILY REPORT LINES WRITTEN HERE -- Q4'S TRAILER AND PRIORITY *
003020*  PAGE LINES                                                   *
003030*---------------------------------------------------------------*
003040 01  WS-RPT-TRAILER-1.
003050         05  FILLER              PIC X(21)
003060                                  VALUE "TOTAL RECORDS READ: ".
003070         05  RT-TOTAL-COUNT      PIC ZZZZZ9.
003080         05  FILLER              PIC X(105) VALUE SPACES.
003090 01  WS-RPT-TRAILER-2.
003100         05  FILLER              PIC X(12) VALUE "TRUE COUNT: ".
003110         05  RT-TRUE-COUNT       PIC ZZZZZ9.
003120         05  FILLER              PIC X(04) VALUE SPACES.
003130         05  FILLER              PIC X(13) VALUE "FALSE COUNT: ".
003140         05  RT-FALSE-COUNT      PIC ZZZZZ9.
003150         05  FILLER              PIC X(04) VALUE SPACES.
003160         05  FILLER              PIC X(16) VALUE
003170             "REJECTED COUNT: ".
003180         05  RT-REJECT-COUNT     PIC ZZZZZ9.
003190         05  FILLER              PIC X(04) VALUE SPACES.
003200         05  FILLER              PIC X(16) VALUE
003210             "DEFERRED COUNT: ".
003220         05  RT-DEFER-COUNT      PIC ZZZZZ9.
003230         05  FILLER              PIC X(04) VALUE SPACES.
003240         05  FILLER              PIC X(17) VALUE
003250             "DUPLICATE COUNT: ".
003260         05  RT-DUP-COUNT        PIC ZZZZZ9.
003270         05  FILLER              PIC X(12) VALUE SPACES.
003280 01  WS-RPT-TRAILER-3.
003290         05  FILLER              PIC X(14) VALUE "TOTAL TRIALS: ".
003300         05  RT-TRIAL-COUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
003310         05  FILLER              PIC X(04) VALUE SPACES.
003320         05  FILLER              PIC X(21) VALUE
003330                                  "TOTAL SOLVE ELAPSED: ".
003340         05  RT-ELAPSED          PIC ZZZZZ9.99.
003350         05  FILLER              PIC X(04) VALUE " SEC".
003360         05  FILLER              PIC X(04) VALUE SPACES.
003361         05  FILLER              PIC X(17) VALUE
003362             "CANCELLED COUNT: ".
003363         05  RT-CANCEL-COUNT     PIC ZZZZZ9.
003364         05  FILLER              PIC X(04) VALUE SPACES.
003365         05  FILLER              PIC X(19) VALUE
003366             "UNMATCHED CANCELS: ".
003367         05  RT-UNMATCHED-COUNT  PIC ZZZZZ9.
003368         05  FILLER              PIC X(09) VALUE SPACES.
003370 01  WS-RPT-PRI-BANNER.
003380         05  FILLER              PIC X(33) VALUE
003390             "---- PRIORITY EXCEPTION PAGE ----".
003400         05  FILLER              PIC X(99) VALUE SPACES.
003410 01  WS-RPT-PRI-NONE.
003420         05  FILLER              PIC X(22) VALUE
003430             "NO PRIORITY EXCEPTIONS".
003440         05  FILLER              PIC X(110) VALUE SPACES.
003450*---------------------------------------------------------------*
003460*  MERGE CONTROL REPORT LINES                                   *
003470*---------------------------------------------------------------*
003480 01  WS-MRG-HEADER.
003490     05  FILLER              PIC X(44) VALUE
003500         "Q4MERGE PARTITIONED RUN MERGE - BUSINESS DAT".
003510     05  FILLER              PIC X(02) VALUE "E ".
003520     05  MH-BUSINESS-DATE    PIC X(08).
003530     05  FILLER              PIC X(78) VALUE SPACES.
003540 01  WS-MRG-PART-LINE.
003550     05  FILLER              PIC X(10) VALUE "PARTITION ".
003560     05  MP-PART             PIC 9(01).
003570     05  FILLER              PIC X(07) VALUE "  READ ".
003580     05  MP-READ             PIC ZZZZZ9.
003590     05  FILLER              PIC X(07) VALUE "  TRUE ".
003600     05  MP-TRUE             PIC ZZZZZ9.
003610     05  FILLER              PIC X(08) VALUE "  FALSE ".
003620     05  MP-FALSE            PIC ZZZZZ9.
003630     05  FILLER              PIC X(07) VALUE "  REJ. ".
003640     05  MP-REJECT           PIC ZZZZZ9.
003650     05  FILLER              PIC X(08) VALUE "  DEFER ".
003660     05  MP-DEFER            PIC ZZZZZ9.
003670     05  FILLER              PIC X(07) VALUE "  DUPL ".
003680     05  MP-DUP              PIC ZZZZZ9.
003690     05  FILLER              PIC X(10) VALUE "  EXTRACT ".
003700     05  MP-EXTRACT          PIC ZZZZZ9.
003710     05  FILLER              PIC X(08) VALUE "  AUDIT ".
003720     05  MP-AUDIT            PIC ZZZZZZZZ9.
003730     05  FILLER              PIC X(09) VALUE SPACES.
003740 01  WS-MRG-APPEND-LINE.
003750     05  MA-FILE-NAME        PIC X(20).
003760     05  FILLER              PIC X(18) VALUE "  PARTITIONS HOLD ".
003770     05  MA-PART-TOTAL       PIC ZZZZZZZZ9.
003780     05  FILLER              PIC X(18) VALUE "  ALREADY ON FILE ".
003790     05  MA-ON-FILE          PIC ZZZZZZZZ9.
003800     05  FILLER              PIC X(11) VALUE "  APPENDED ".
003810     05  MA-APPENDED         PIC ZZZZZZZZ9.
003820     05  FILLER              PIC X(38) VALUE SPACES.
003830 01  WS-MRG-SEAL-LINE.
003840     05  FILLER              PIC X(37) VALUE
003850         "PROD.Q4.AUDIT.TRAIL NOW SEALED THROUG".
003860     05  FILLER              PIC X(08) VALUE "H ENTRY ".
003870     05  ML-SEQ-NO           PIC ZZZZZZZZ9.
003880     05  FILLER              PIC X(78) VALUE SPACES.
003890 01  WS-MRG-MSG-LINE.
003900     05  FILLER              PIC X(04) VALUE "*** ".
003910     05  MM-TEXT             PIC X(60).
003920     05  FILLER              PIC X(11) VALUE " PARTITION ".
003930     05  MM-PART             PIC Z9.
003940     05  FILLER              PIC X(55) VALUE SPACES.
003950 01  WS-MRG-DONE-LINE.
003960     05  FILLER              PIC X(44) VALUE
003970         "MERGE COMPLETE -- DAILY REPORT, EXTRACT, REJ".
003980     05  FILLER              PIC X(44) VALUE
003990         "ECTS, JOURNAL AND AUDIT TRAIL ARE THE WHOLE ".
004000     05  FILLER              PIC X(04) VALUE "DAY.".
004010     05  FILLER              PIC X(40) VALUE SPACES.
004020 01  WS-MRG-REFUSED-LINE.
004030     05  FILLER              PIC X(44) VALUE
004040         "MERGE REFUSED -- NOTHING APPENDED TO THE SHA".
004050     05  FILLER              PIC X(44) VALUE
004060         "RED FILES.  RESTART OR RERUN THE PARTITION A".
004070     05  FILLER              PIC X(44) VALUE
004080         "ND RESUBMIT Q4PMERGE.                       ".
004090 PROCEDURE DIVISION.
004100*---------------------------------------------------------------*
004110*  0000-MAINLINE                                                *
004120*---------------------------------------------------------------*
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004150     PERFORM 2000-MERGE-REPORT THRU 2000-EXIT
004160         UNTIL WS-EOF.
004170     PERFORM 2500-END-REPORT-PASS THRU 2500-EXIT.
004180     PERFORM 3000-MERGE-PRI-PAGE THRU 3000-EXIT.
004190     PERFORM 4000-MERGE-EXTRACT THRU 4000-EXIT.
004200     PERFORM 5000-PROVE-AUDIT THRU 5000-EXIT.
004210     PERFORM 5500-CHECK-PARTITIONS THRU 5500-EXIT.
004220     IF NOT WS-REFUSED
004230         PERFORM 6000-PLAN-APPENDS THRU 6000-EXIT
004240     END-IF.
004250     IF NOT WS-REFUSED
004260         PERFORM 7000-APPEND-REJECTS THRU 7000-EXIT
004270         PERFORM 7200-APPEND-JOURNAL THRU 7200-EXIT
004280         PERFORM 7400-APPEND-AUDIT THRU 7400-EXIT
004290     END-IF.
004300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004310     GOBACK.
004320 0000-EXIT.
004330     EXIT.
004340*---------------------------------------------------------------*
004350*  1000-INITIALIZE -- OPEN THE PARTITION REPORTS AND THE TWO    *
004360*                     MERGED OUTPUTS; THE SHARED FILES ARE ONLY *
004370*                     OPENED ONCE THE PARTITIONS HAVE PROVED    *
004380*---------------------------------------------------------------*
004390 1000-INITIALIZE.
004400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004410     PERFORM 1100-CLEAR-PARTITION THRU 1100-EXIT
004420         VARYING WS-PART-IX FROM 1 BY 1
004430         UNTIL WS-PART-IX > WS-MAX-PARTS.
004440     OPEN OUTPUT Q4-MERGE-REPORT.
004450     IF WS-MGRPT-STATUS NOT = "00"
004460         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-MERGE-REPORT, "
004470             "STATUS = " WS-MGRPT-STATUS
004480         PERFORM 9999-ABEND THRU 9999-EXIT
004490     END-IF.
004500     OPEN INPUT Q4-PART-REPORT-FILE.
004510     IF WS-PRPT-STATUS NOT = "00"
004520         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-PART-REPORT-FILE, "
004530             "STATUS = " WS-PRPT-STATUS
004540         PERFORM 9999-ABEND THRU 9999-EXIT
004550     END-IF.
004560     OPEN OUTPUT Q4-REPORT-FILE.
004570     IF WS-REPORT-STATUS NOT = "00"
004580         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-REPORT-FILE, "
004590             "STATUS = " WS-REPORT-STATUS
004600         PERFORM 9999-ABEND THRU 9999-EXIT
004610     END-IF.
004620     OPEN OUTPUT Q4-EXTRACT-FILE.
004630     IF WS-EXTRACT-STATUS NOT = "00"
004640         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-EXTRACT-FILE, "
004650             "STATUS = " WS-EXTRACT-STATUS
004660         PERFORM 9999-ABEND THRU 9999-EXIT
004670     END-IF.
004680 1000-EXIT.
004690     EXIT.
004700 1100-CLEAR-PARTITION.
004710     MOVE "N" TO WS-PT-COMPLETE (WS-PART-IX).
004720     MOVE ZERO TO WS-PT-READ (WS-PART-IX) WS-PT-TRUE (WS-PART-IX)
004730         WS-PT-FALSE (WS-PART-IX) WS-PT-REJECT (WS-PART-IX)
004740         WS-PT-DEFER (WS-PART-IX) WS-PT-DUP (WS-PART-IX)
004750         WS-PT-EXTRACT (WS-PART-IX) WS-PT-AUDIT (WS-PART-IX).
004760 1100-EXIT.
004770     EXIT.
004780*---------------------------------------------------------------*
004790*  2000-MERGE-REPORT -- PASS 1, ONE PARTITION REPORT LINE PER   *
004800*                       PASS.  EACH PARTITION STARTS WITH Q4'S  *
004810*                       TWO HEADING LINES (KEPT FROM THE FIRST  *
004820*                       ONLY); ITS DEPARTMENT SECTIONS ARE      *
004830*                       COPIED AS THEY STAND; ITS TRAILERS ARE  *
004840*                       SUMMED; ITS PRIORITY PAGE WAITS FOR     *
004850*                       PASS 2                                  *
004860*---------------------------------------------------------------*
004870 2000-MERGE-REPORT.
004880     READ Q4-PART-REPORT-FILE
004890         AT END
004900             MOVE "Y" TO WS-EOF-SWITCH
004910             GO TO 2000-EXIT
004920     END-READ.
004930     MOVE Q4-PART-REPORT-LINE TO WS-IN-LINE.
004940     IF IH1-TITLE = "Q4 DAILY VERDICT REPORT - RUN"
004950         PERFORM 2100-START-PARTITION THRU 2100-EXIT
004960         GO TO 2000-EXIT
004970     END-IF.
004980     EVALUATE TRUE
004990         WHEN WS-STATE-HEADING
005000             IF WS-PART-COUNT = 1
005010                 WRITE Q4-REPORT-LINE FROM WS-IN-LINE
005020             END-IF
005030             MOVE "B" TO WS-RPT-STATE
005040         WHEN WS-STATE-BODY
005050             PERFORM 2200-COPY-BODY-LINE THRU 2200-EXIT
005060         WHEN WS-STATE-TRAILER
005070             PERFORM 2300-SUM-TRAILER-LINE THRU 2300-EXIT
005080         WHEN WS-STATE-PRI-PAGE
005090             CONTINUE
005100         WHEN OTHER
005110             MOVE "REPORT DOES NOT START WITH THE Q4 HEADING"
005120                 TO MM-TEXT
005130             MOVE 1 TO WS-PART-IX
005140             PERFORM 9000-REFUSE THRU 9000-EXIT
005150     END-EVALUATE.
005160 2000-EXIT.
005170     EXIT.
005180*---------------------------------------------------------------*
005190*  2100-START-PARTITION -- Q4'S HEADING OPENS THE NEXT          *
005200*                          PARTITION'S REPORT.  THE ONE BEFORE  *
005210*                          IT MUST HAVE REACHED ITS TRAILERS,   *
005220*                          AND EVERY PARTITION MUST HAVE RUN    *
005230*                          FOR THE SAME BUSINESS DATE           *
005240*---------------------------------------------------------------*
005250 2100-START-PARTITION.
005260     IF WS-PART-COUNT > ZERO
005270         PERFORM 2150-CHECK-COMPLETE THRU 2150-EXIT
005280     END-IF.
005290     ADD 1 TO WS-PART-COUNT.
005300     MOVE WS-PART-COUNT TO WS-PART-IX.
005310     IF WS-PART-COUNT > WS-MAX-PARTS
005320         MOVE "MORE PARTITION REPORTS THAN THE MERGE TAKES"
005330             TO MM-TEXT
005340         PERFORM 9000-REFUSE THRU 9000-EXIT
005350         MOVE WS-MAX-PARTS TO WS-PART-COUNT
005360         MOVE "P" TO WS-RPT-STATE
005370         GO TO 2100-EXIT
005380     END-IF.
005390     IF WS-PART-COUNT = 1
005400         MOVE IH1-RUN-DATE TO WS-BUSINESS-DATE
005410         WRITE Q4-REPORT-LINE FROM WS-IN-LINE
005420     ELSE
005430         IF IH1-RUN-DATE NOT = WS-BUSINESS-DATE
005440             MOVE "REPORT IS FOR A DIFFERENT BUSINESS DATE"
005450                 TO MM-TEXT
005460             PERFORM 9000-REFUSE THRU 9000-EXIT
005470         END-IF
005480     END-IF.
005490     MOVE "H" TO WS-RPT-STATE.
005500 2100-EXIT.
005510     EXIT.
005520 2150-CHECK-COMPLETE.
005530     IF WS-PT-COMPLETE (WS-PART-COUNT) NOT = "Y"
005540         MOVE WS-PART-COUNT TO WS-PART-IX
005550         MOVE "REPORT HAS NO TRAILER LINES -- Q4 DID NOT FINISH"
005560             TO MM-TEXT
005570         PERFORM 9000-REFUSE THRU 9000-EXIT
005580     END-IF.
005590 2150-EXIT.
005600     EXIT.
005610*---------------------------------------------------------------*
005620*  2200-COPY-BODY-LINE -- DEPARTMENT SECTIONS GO OUT AS Q4      *
005630*                         WROTE THEM.  BATCH LINES ARE COUNTED  *
005640*                         FOR THE RETURN CODE, AS Q4 COUNTS     *
005650*                         THEM.  THE FIRST TRAILER LINE ENDS    *
005660*                         THE SECTIONS                          *
005670*---------------------------------------------------------------*
005680 2200-COPY-BODY-LINE.
005690     IF IT1-LABEL = "TOTAL RECORDS READ: "
005700         MOVE IT1-TOTAL-COUNT TO WS-NUM-COUNT
005710         MOVE WS-NUM-COUNT TO WS-PT-READ (WS-PART-COUNT)
005720         ADD WS-NUM-COUNT TO WS-SUM-READ
005730         MOVE "T" TO WS-RPT-STATE
005740         GO TO 2200-EXIT
005750     END-IF.
005760     IF IB-LABEL = "BATCH "
005770         IF IB-STATUS-14 = "OUT OF BALANCE"
005780                 OR IB-STATUS = "TRAILER WITHOUT HEADER"
005790             ADD 1 TO WS-BATCH-FAIL-COUNT
005800         END-IF
005810         IF IB-STATUS = "DUPLICATE - NOT SOLVED"
005820             ADD 1 TO WS-DUP-BATCH-COUNT
005830         END-IF
005840     END-IF.
005850     WRITE Q4-REPORT-LINE FROM WS-IN-LINE.
005860 2200-EXIT.
005870     EXIT.
005880*---------------------------------------------------------------*
005890*  2300-SUM-TRAILER-LINE -- THE VERDICT COUNTS, THEN THE TRIAL  *
005900*                           AND ELAPSED TOTALS, WHICH CLOSE     *
005910*                           THE PARTITION'S REPORT              *
005920*---------------------------------------------------------------*
005930 2300-SUM-TRAILER-LINE.
005940     IF IT2-LABEL = "TRUE COUNT: "
005950         MOVE IT2-TRUE-COUNT TO WS-NUM-COUNT
005960         MOVE WS-NUM-COUNT TO WS-PT-TRUE (WS-PART-COUNT)
005970         ADD WS-NUM-COUNT TO WS-SUM-TRUE
005980         MOVE IT2-FALSE-COUNT TO WS-NUM-COUNT
005990         MOVE WS-NUM-COUNT TO WS-PT-FALSE (WS-PART-COUNT)
006000         ADD WS-NUM-COUNT TO WS-SUM-FALSE
006010         MOVE IT2-REJECT-COUNT TO WS-NUM-COUNT
006020         MOVE WS-NUM-COUNT TO WS-PT-REJECT (WS-PART-COUNT)
006030         ADD WS-NUM-COUNT TO WS-SUM-REJECT
006040         MOVE IT2-DEFER-COUNT TO WS-NUM-COUNT
006050         MOVE WS-NUM-COUNT TO WS-PT-DEFER (WS-PART-COUNT)
006060         ADD WS-NUM-COUNT TO WS-SUM-DEFER
006070         MOVE IT2-DUP-COUNT TO WS-NUM-COUNT
006080         MOVE WS-NUM-COUNT TO WS-PT-DUP (WS-PART-COUNT)
006090         ADD WS-NUM-COUNT TO WS-SUM-DUP
006100         GO TO 2300-EXIT
006110     END-IF.
006120     IF IT3-LABEL = "TOTAL TRIALS: "
006130         MOVE IT3-TRIAL-COUNT TO WS-NUM-TRIALS
006140         ADD WS-NUM-TRIALS TO WS-SUM-TRIALS
006150         MOVE IT3-ELAPSED TO WS-NUM-ELAPSED
006160         ADD WS-NUM-ELAPSED TO WS-SUM-ELAPSED
006161         MOVE IT3-CANCEL-COUNT TO WS-NUM-COUNT
006162         ADD WS-NUM-COUNT TO WS-SUM-CANCEL
006163         MOVE IT3-UNMATCHED-COUNT TO WS-NUM-COUNT
006164         ADD WS-NUM-COUNT TO WS-SUM-UNMATCHED
006170         MOVE "Y" TO WS-PT-COMPLETE (WS-PART-COUNT)
006180         MOVE "P" TO WS-RPT-STATE
006190     END-IF.
006200 2300-EXIT.
006210     EXIT.
006220*---------------------------------------------------------------*
006230*  2500-END-REPORT-PASS -- THE LAST PARTITION MUST BE COMPLETE  *
006240*                          TOO; THEN THE GRAND TOTALS           *
006250*---------------------------------------------------------------*
006260 2500-END-REPORT-PASS.
006270     CLOSE Q4-PART-REPORT-FILE.
006280     IF WS-PART-COUNT = ZERO
006290         MOVE "NO PARTITION REPORTS TO MERGE" TO MM-TEXT
006300         MOVE ZERO TO WS-PART-IX
006310         PERFORM 9000-REFUSE THRU 9000-EXIT
006320         GO TO 2500-EXIT
006330     END-IF.
006340     PERFORM 2150-CHECK-COMPLETE THRU 2150-EXIT.
006350     MOVE WS-SUM-READ     TO RT-TOTAL-COUNT.
006360     MOVE WS-SUM-TRUE     TO RT-TRUE-COUNT.
006370     MOVE WS-SUM-FALSE    TO RT-FALSE-COUNT.
006380     MOVE WS-SUM-REJECT   TO RT-REJECT-COUNT.
006390     MOVE WS-SUM-DEFER    TO RT-DEFER-COUNT.
006400     MOVE WS-SUM-DUP      TO RT-DUP-COUNT.
006410     MOVE WS-SUM-TRIALS   TO RT-TRIAL-COUNT.
006420     MOVE WS-SUM-ELAPSED  TO RT-ELAPSED.
006421     MOVE WS-SUM-CANCEL   TO RT-CANCEL-COUNT.
006422     MOVE WS-SUM-UNMATCHED TO RT-UNMATCHED-COUNT.
006430     WRITE Q4-REPORT-LINE FROM WS-RPT-TRAILER-1.
006440     WRITE Q4-REPORT-LINE FROM WS-RPT-TRAILER-2.
006450     WRITE Q4-REPORT-LINE FROM WS-RPT-TRAILER-3.
006460 2500-EXIT.
006470     EXIT.
006480*---------------------------------------------------------------*
006490*  3000-MERGE-PRI-PAGE -- PASS 2: ONE PRIORITY EXCEPTION PAGE   *
006500*                         CARRYING EVERY PARTITION'S LINES (AND *
006510*                         ANY PARTITION'S TABLE-CAPPED WARNING) *
006520*---------------------------------------------------------------*
006530 3000-MERGE-PRI-PAGE.
006540     WRITE Q4-REPORT-LINE FROM WS-RPT-PRI-BANNER.
006550     OPEN INPUT Q4-PART-REPORT-FILE.
006560     IF WS-PRPT-STATUS NOT = "00"
006570         DISPLAY "Q4MERGE -- UNABLE TO REOPEN "
006580             "Q4-PART-REPORT-FILE, STATUS = " WS-PRPT-STATUS
006590         PERFORM 9999-ABEND THRU 9999-EXIT
006600     END-IF.
006610     MOVE "N" TO WS-EOF-SWITCH.
006620     MOVE SPACE TO WS-RPT-STATE.
006630     PERFORM 3100-COPY-PRI-LINE THRU 3100-EXIT
006640         UNTIL WS-EOF.
006650     CLOSE Q4-PART-REPORT-FILE.
006660     IF WS-PRI-LINE-COUNT = ZERO
006670         WRITE Q4-REPORT-LINE FROM WS-RPT-PRI-NONE
006680     END-IF.
006690     CLOSE Q4-REPORT-FILE.
006700 3000-EXIT.
006710     EXIT.
006720 3100-COPY-PRI-LINE.
006730     READ Q4-PART-REPORT-FILE
006740         AT END
006750             MOVE "Y" TO WS-EOF-SWITCH
006760             GO TO 3100-EXIT
006770     END-READ.
006780     MOVE Q4-PART-REPORT-LINE TO WS-IN-LINE.
006790     IF IH1-TITLE = "Q4 DAILY VERDICT REPORT - RUN"
006800         MOVE "H" TO WS-RPT-STATE
006810         GO TO 3100-EXIT
006820     END-IF.
006830     IF WS-IN-LINE = WS-RPT-PRI-BANNER
006840         MOVE "P" TO WS-RPT-STATE
006850         GO TO 3100-EXIT
006860     END-IF.
006870     IF WS-STATE-PRI-PAGE AND IP-LABEL = "PRIORITY "
006880         WRITE Q4-REPORT-LINE FROM WS-IN-LINE
006890         ADD 1 TO WS-PRI-LINE-COUNT
006900     END-IF.
006910 3100-EXIT.
006920     EXIT.
006930*---------------------------------------------------------------*
006940*  4000-MERGE-EXTRACT -- ONE "H" LINE, EVERY PARTITION'S "D"    *
006950*                        AND "X" LINES, AND ONE "T" LINE WITH   *
006960*                        THE WHOLE "D" COUNT.  EACH PARTITION'S *
006970*                        OWN FRAME MUST BALANCE TO ITS "T" LINE *
006971*                        FIRST                                  *
006980*---------------------------------------------------------------*
006990 4000-MERGE-EXTRACT.
007000     OPEN INPUT Q4-PART-EXTRACT-FILE.
007010     IF WS-PEXT-STATUS NOT = "00"
007020         DISPLAY "Q4MERGE -- UNABLE TO OPEN "
007030             "Q4-PART-EXTRACT-FILE, STATUS = " WS-PEXT-STATUS
007040         PERFORM 9999-ABEND THRU 9999-EXIT
007050     END-IF.
007060     MOVE "N" TO WS-EOF-SWITCH.
007070     PERFORM 4100-MERGE-EXTRACT-LINE THRU 4100-EXIT
007080         UNTIL WS-EOF.
007090     CLOSE Q4-PART-EXTRACT-FILE.
007100     IF WS-FRAME-OPEN
007110         MOVE WS-FRAME-COUNT TO WS-PART-IX
007120         MOVE "EXTRACT HAS NO T LINE -- Q4 DID NOT FINISH"
007130             TO MM-TEXT
007140         PERFORM 9000-REFUSE THRU 9000-EXIT
007150     END-IF.
007160     MOVE SPACES TO WS-EXTRACT-LINE.
007170     STRING "T," WS-EXTRACT-COUNT
007180         DELIMITED BY SIZE INTO WS-EXTRACT-LINE.
007190     WRITE Q4-EXTRACT-REC FROM WS-EXTRACT-LINE.
007200     CLOSE Q4-EXTRACT-FILE.
007210 4000-EXIT.
007220     EXIT.
007230 4100-MERGE-EXTRACT-LINE.
007240     READ Q4-PART-EXTRACT-FILE
007250         AT END
007260             MOVE "Y" TO WS-EOF-SWITCH
007270             GO TO 4100-EXIT
007280     END-READ.
007290     MOVE Q4-PART-EXTRACT-REC TO WS-IN-EXTRACT.
007300     EVALUATE IX-TYPE
007310         WHEN "H,"
007320             PERFORM 4200-START-FRAME THRU 4200-EXIT
007330         WHEN "T,"
007340             PERFORM 4300-END-FRAME THRU 4300-EXIT
007350         WHEN "D,"
007360             WRITE Q4-EXTRACT-REC FROM WS-IN-EXTRACT
007370             ADD 1 TO WS-EXTRACT-COUNT
007380             ADD 1 TO WS-FRAME-D-COUNT
007381         WHEN "X,"
007382             WRITE Q4-EXTRACT-REC FROM WS-IN-EXTRACT
007383             ADD 1 TO WS-EXTRACT-CANCEL-COUNT
007390         WHEN OTHER
007400             MOVE WS-FRAME-COUNT TO WS-PART-IX
007410             MOVE "EXTRACT LINE IS NOT AN H, D, X OR T LINE"
007420                 TO MM-TEXT
007430             PERFORM 9000-REFUSE THRU 9000-EXIT
007440     END-EVALUATE.
007450 4100-EXIT.
007460     EXIT.
007470 4200-START-FRAME.
007480     IF WS-FRAME-OPEN
007490         MOVE WS-FRAME-COUNT TO WS-PART-IX
007500         MOVE "EXTRACT HAS NO T LINE -- Q4 DID NOT FINISH"
007510             TO MM-TEXT
007520         PERFORM 9000-REFUSE THRU 9000-EXIT
007530     END-IF.
007540     ADD 1 TO WS-FRAME-COUNT.
007550     MOVE WS-FRAME-COUNT TO WS-PART-IX.
007560     MOVE "Y" TO WS-FRAME-OPEN-SW.
007570     MOVE ZERO TO WS-FRAME-D-COUNT.
007580     IF IX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007590         MOVE "EXTRACT IS FOR A DIFFERENT BUSINESS DATE"
007600             TO MM-TEXT
007610         PERFORM 9000-REFUSE THRU 9000-EXIT
007620     END-IF.
007630     IF WS-FRAME-COUNT = 1
007640         WRITE Q4-EXTRACT-REC FROM WS-IN-EXTRACT
007650     END-IF.
007660 4200-EXIT.
007670     EXIT.
007680 4300-END-FRAME.
007690     MOVE WS-FRAME-COUNT TO WS-PART-IX.
007700     IF NOT WS-FRAME-OPEN
007710         MOVE "EXTRACT T LINE WITHOUT AN H LINE" TO MM-TEXT
007720         PERFORM 9000-REFUSE THRU 9000-EXIT
007730         GO TO 4300-EXIT
007740     END-IF.
007750     MOVE "N" TO WS-FRAME-OPEN-SW.
007760     IF IX-RECORD-COUNT NOT NUMERIC
007770             OR IX-RECORD-COUNT-N NOT = WS-FRAME-D-COUNT
007780         MOVE "EXTRACT D LINES DO NOT BALANCE TO ITS T LINE"
007790             TO MM-TEXT
007800         PERFORM 9000-REFUSE THRU 9000-EXIT
007810     END-IF.
007820     IF WS-FRAME-COUNT NOT > WS-MAX-PARTS
007830         MOVE WS-FRAME-D-COUNT TO WS-PT-EXTRACT (WS-FRAME-COUNT)
007840     END-IF.
007850 4300-EXIT.
007860     EXIT.
007870*---------------------------------------------------------------*
007880*  5000-PROVE-AUDIT -- EVERY PARTITION'S AUDIT ENTRIES AGAINST  *
007890*                      ITS OWN SEAL: NUMBERED 1 UP, CHAINED     *
007900*                      FROM ZERO, ENDING ON THE SEALED NUMBER   *
007910*                      AND HASH, WITH NOTHING PAST THE LAST     *
007920*                      SEAL.  A PARTITION THAT NEVER CLOSED     *
007930*                      CLEANLY HAS NO SEAL RECORD               *
007940*---------------------------------------------------------------*
007950 5000-PROVE-AUDIT.
007960     OPEN INPUT Q4-PART-SEAL-FILE.
007970     IF WS-PSEAL-STATUS NOT = "00"
007980         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-PART-SEAL-FILE, "
007990             "STATUS = " WS-PSEAL-STATUS
008000         PERFORM 9999-ABEND THRU 9999-EXIT
008010     END-IF.
008020     OPEN INPUT Q4-PART-AUDIT-FILE.
008030     IF WS-PAUD-STATUS NOT = "00"
008040         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-PART-AUDIT-FILE, "
008050             "STATUS = " WS-PAUD-STATUS
008060         PERFORM 9999-ABEND THRU 9999-EXIT
008070     END-IF.
008080     MOVE "N" TO WS-SEAL-EOF-SWITCH WS-EOF-SWITCH.
008090     PERFORM 5100-PROVE-PARTITION THRU 5100-EXIT
008100         UNTIL WS-SEAL-EOF.
008110     IF NOT WS-EOF
008120         READ Q4-PART-AUDIT-FILE
008130             AT END
008140                 MOVE "Y" TO WS-EOF-SWITCH
008150         END-READ
008160     END-IF.
008170     IF NOT WS-EOF
008180         MOVE WS-SEAL-COUNT TO WS-PART-IX
008190         MOVE "AUDIT ENTRIES PAST THE LAST PARTITION SEAL"
008200             TO MM-TEXT
008210         PERFORM 9000-REFUSE THRU 9000-EXIT
008220     END-IF.
008230     CLOSE Q4-PART-SEAL-FILE.
008240     CLOSE Q4-PART-AUDIT-FILE.
008250 5000-EXIT.
008260     EXIT.
008270 5100-PROVE-PARTITION.
008280     READ Q4-PART-SEAL-FILE
008290         AT END
008300             MOVE "Y" TO WS-SEAL-EOF-SWITCH
008310             GO TO 5100-EXIT
008320     END-READ.
008330     ADD 1 TO WS-SEAL-COUNT.
008340     MOVE WS-SEAL-COUNT TO WS-PART-IX.
008350     IF PS-LAST-SEQ-NO NOT NUMERIC OR PS-LAST-HASH NOT NUMERIC
008360         MOVE "SEAL RECORD IS NOT NUMERIC" TO MM-TEXT
008370         PERFORM 9000-REFUSE THRU 9000-EXIT
008380         GO TO 5100-EXIT
008390     END-IF.
008400     MOVE ZERO TO WS-CHAIN-HASH.
008410     MOVE "N" TO WS-CHAIN-SW.
008420     PERFORM 5200-PROVE-ONE-ENTRY THRU 5200-EXIT
008430         VARYING WS-ENTRY-IX FROM 1 BY 1
008440         UNTIL WS-ENTRY-IX > PS-LAST-SEQ-NO
008450         OR WS-EOF.
008460     IF WS-CHAIN-BROKEN
008470         GO TO 5100-EXIT
008480     END-IF.
008490     IF WS-EOF AND WS-ENTRY-IX NOT > PS-LAST-SEQ-NO
008500         MOVE "AUDIT ENTRIES END SHORT OF THE PARTITION SEAL"
008510             TO MM-TEXT
008520         PERFORM 9000-REFUSE THRU 9000-EXIT
008530         GO TO 5100-EXIT
008540     END-IF.
008550     IF WS-CHAIN-HASH NOT = PS-LAST-HASH
008560         MOVE "LAST AUDIT ENTRY DOES NOT MATCH THE PARTITION SEAL"
008570             TO MM-TEXT
008580         PERFORM 9000-REFUSE THRU 9000-EXIT
008590         GO TO 5100-EXIT
008600     END-IF.
008610     IF WS-SEAL-COUNT NOT > WS-MAX-PARTS
008620         MOVE PS-LAST-SEQ-NO TO WS-PT-AUDIT (WS-SEAL-COUNT)
008630     END-IF.
008640     ADD PS-LAST-SEQ-NO TO WS-AUD-PART-TOTAL.
008650 5100-EXIT.
008660     EXIT.
008670 5200-PROVE-ONE-ENTRY.
008680     READ Q4-PART-AUDIT-FILE
008690         AT END
008700             MOVE "Y" TO WS-EOF-SWITCH
008710             GO TO 5200-EXIT
008720     END-READ.
008730*> ONCE THE CHAIN HAS BROKEN THE REST OF THE PARTITION'S ENTRIES
008740*> ARE ONLY READ PAST, SO THE NEXT SEAL STARTS ON ITS OWN ENTRIES
008750     IF WS-CHAIN-BROKEN
008760         GO TO 5200-EXIT
008770     END-IF.
008780     IF PA-SEQ-NO NOT NUMERIC OR PA-SEQ-NO NOT = WS-ENTRY-IX
008790         MOVE "AUDIT ENTRY OUT OF SEQUENCE" TO MM-TEXT
008800         MOVE "Y" TO WS-CHAIN-SW
008810         PERFORM 9000-REFUSE THRU 9000-EXIT
008820         GO TO 5200-EXIT
008830     END-IF.
008840     MOVE WS-CHAIN-HASH     TO QHP-PRIOR-HASH.
008850     MOVE Q4-PART-AUDIT-REC TO QHP-ENTRY.
008860     CALL "Q4AHASH" USING Q4AHASH-PARM.
008870     IF PA-CHAIN-HASH NOT NUMERIC
008880             OR PA-CHAIN-HASH NOT = QHP-NEW-HASH
008890         MOVE "AUDIT CHAIN BROKEN" TO MM-TEXT
008900         MOVE "Y" TO WS-CHAIN-SW
008910         PERFORM 9000-REFUSE THRU 9000-EXIT
008920         GO TO 5200-EXIT
008930     END-IF.
008940     MOVE QHP-NEW-HASH TO WS-CHAIN-HASH.
008950 5200-EXIT.
008960     EXIT.
008970*---------------------------------------------------------------*
008980*  5500-CHECK-PARTITIONS -- THE REPORTS, THE EXTRACT FRAMES AND *
008990*                           THE SEALS MUST COVER THE SAME       *
009000*                           PARTITIONS; THEN ONE LINE EACH      *
009010*---------------------------------------------------------------*
009020 5500-CHECK-PARTITIONS.
009030     MOVE WS-BUSINESS-DATE TO MH-BUSINESS-DATE.
009040     WRITE Q4-MERGE-LINE FROM WS-MRG-HEADER.
009050     MOVE ZERO TO WS-PART-IX.
009060     IF WS-FRAME-COUNT NOT = WS-PART-COUNT
009070         MOVE "EXTRACT FRAMES DO NOT MATCH THE PARTITION REPORTS"
009080             TO MM-TEXT
009090         PERFORM 9000-REFUSE THRU 9000-EXIT
009100     END-IF.
009110     IF WS-SEAL-COUNT NOT = WS-PART-COUNT
009120         MOVE "AUDIT SEALS DO NOT MATCH THE PARTITION REPORTS"
009130             TO MM-TEXT
009140         PERFORM 9000-REFUSE THRU 9000-EXIT
009150     END-IF.
009160     PERFORM 5600-WRITE-PART-LINE THRU 5600-EXIT
009170         VARYING WS-PART-IX FROM 1 BY 1
009180         UNTIL WS-PART-IX > WS-PART-COUNT
009190         OR WS-PART-IX > WS-MAX-PARTS.
009200 5500-EXIT.
009210     EXIT.
009220 5600-WRITE-PART-LINE.
009230     MOVE WS-PART-IX                  TO MP-PART.
009240     MOVE WS-PT-READ (WS-PART-IX)     TO MP-READ.
009250     MOVE WS-PT-TRUE (WS-PART-IX)     TO MP-TRUE.
009260     MOVE WS-PT-FALSE (WS-PART-IX)    TO MP-FALSE.
009270     MOVE WS-PT-REJECT (WS-PART-IX)   TO MP-REJECT.
009280     MOVE WS-PT-DEFER (WS-PART-IX)    TO MP-DEFER.
009290     MOVE WS-PT-DUP (WS-PART-IX)      TO MP-DUP.
009300     MOVE WS-PT-EXTRACT (WS-PART-IX)  TO MP-EXTRACT.
009310     MOVE WS-PT-AUDIT (WS-PART-IX)    TO MP-AUDIT.
009320     WRITE Q4-MERGE-LINE FROM WS-MRG-PART-LINE.
009330 5600-EXIT.
009340     EXIT.
009350*---------------------------------------------------------------*
009360*  6000-PLAN-APPENDS -- COUNT WHAT THE PARTITIONS HOLD AND WHAT *
009370*                       THE SHARED FILES ALREADY HOLD FOR THE   *
009380*                       DAY.  ONLY AN EARLIER ATTEMPT AT THIS   *
009390*                       MERGE PUTS THE DAY'S BATCH WORK THERE,  *
009400*                       SO THOSE ENTRIES ARE SKIPPED; MORE ON   *
009410*                       FILE THAN THE PARTITIONS HOLD MEANS THE *
009420*                       DAY WAS ALSO LOADED SOME OTHER WAY      *
009430*---------------------------------------------------------------*
009440 6000-PLAN-APPENDS.
009450     MOVE ZERO TO WS-PART-IX.
009460     PERFORM 6100-COUNT-PART-REJECTS THRU 6100-EXIT.
009470     PERFORM 6200-COUNT-PART-JOURNAL THRU 6200-EXIT.
009480     PERFORM 6300-SCAN-REJECTS THRU 6300-EXIT.
009490     PERFORM 6400-SCAN-JOURNAL THRU 6400-EXIT.
009500     PERFORM 6500-SCAN-AUDIT-TRAIL THRU 6500-EXIT.
009510     IF WS-REJ-ON-FILE > WS-REJ-PART-TOTAL
009520         MOVE "MORE OF THE DAY'S REJECTS ON FILE THAN PARTITIONS"
009530             TO MM-TEXT
009540         PERFORM 9000-REFUSE THRU 9000-EXIT
009550     END-IF.
009560     IF WS-JRN-ON-FILE > WS-JRN-PART-TOTAL
009570         MOVE "MORE OF THE DAY'S JOURNAL ON FILE THAN PARTITIONS"
009580             TO MM-TEXT
009590         PERFORM 9000-REFUSE THRU 9000-EXIT
009600     END-IF.
009610     IF WS-AUD-ON-FILE > WS-AUD-PART-TOTAL
009620         MOVE "MORE OF THE DAY'S AUDIT ON FILE THAN PARTITIONS"
009630             TO MM-TEXT
009640         PERFORM 9000-REFUSE THRU 9000-EXIT
009650     END-IF.
009660 6000-EXIT.
009670     EXIT.
009680 6100-COUNT-PART-REJECTS.
009690     OPEN INPUT Q4-PART-REJECT-FILE.
009700     IF WS-PREJ-STATUS NOT = "00"
009710         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-PART-REJECT-FILE, "
009720             "STATUS = " WS-PREJ-STATUS
009730         PERFORM 9999-ABEND THRU 9999-EXIT
009740     END-IF.
009750     MOVE "N" TO WS-EOF-SWITCH.
009760     PERFORM 6110-COUNT-ONE-REJECT THRU 6110-EXIT
009770         UNTIL WS-EOF.
009780     CLOSE Q4-PART-REJECT-FILE.
009790 6100-EXIT.
009800     EXIT.
009810 6110-COUNT-ONE-REJECT.
009820     READ Q4-PART-REJECT-FILE
009830         AT END
009840             MOVE "Y" TO WS-EOF-SWITCH
009850             GO TO 6110-EXIT
009860     END-READ.
009870     ADD 1 TO WS-REJ-PART-TOTAL.
009880 6110-EXIT.
009890     EXIT.
009900 6200-COUNT-PART-JOURNAL.
009910     OPEN INPUT Q4-PART-JOURNAL-FILE.
009920     IF WS-PJRNL-STATUS NOT = "00"
009930         DISPLAY "Q4MERGE -- UNABLE TO OPEN "
009940             "Q4-PART-JOURNAL-FILE, STATUS = " WS-PJRNL-STATUS
009950         PERFORM 9999-ABEND THRU 9999-EXIT
009960     END-IF.
009970     MOVE "N" TO WS-EOF-SWITCH.
009980     PERFORM 6210-COUNT-ONE-JOURNAL THRU 6210-EXIT
009990         UNTIL WS-EOF.
010000     CLOSE Q4-PART-JOURNAL-FILE.
010010 6200-EXIT.
010020     EXIT.
010030 6210-COUNT-ONE-JOURNAL.
010040     READ Q4-PART-JOURNAL-FILE
010050         AT END
010060             MOVE "Y" TO WS-EOF-SWITCH
010070             GO TO 6210-EXIT
010080     END-READ.
010090     ADD 1 TO WS-JRN-PART-TOTAL.
010100 6210-EXIT.
010110     EXIT.
010120*> THE SHARED REJECT FILE -- THE DAY'S REJECTS ONLY EVER COME
010130*> FROM Q4 ITSELF
010140 6300-SCAN-REJECTS.
010150     OPEN INPUT Q4-REJECT-FILE.
010160     IF WS-REJECT-STATUS = "35"
010170         GO TO 6300-EXIT
010180     END-IF.
010190     IF WS-REJECT-STATUS NOT = "00"
010200         DISPLAY "Q4MERGE -- UNABLE TO READ Q4-REJECT-FILE, "
010210             "STATUS = " WS-REJECT-STATUS
010220         PERFORM 9999-ABEND THRU 9999-EXIT
010230     END-IF.
010240     MOVE "N" TO WS-EOF-SWITCH.
010250     PERFORM 6310-SCAN-ONE-REJECT THRU 6310-EXIT
010260         UNTIL WS-EOF.
010270     CLOSE Q4-REJECT-FILE.
010280 6300-EXIT.
010290     EXIT.
010300 6310-SCAN-ONE-REJECT.
010310     READ Q4-REJECT-FILE
010320         AT END
010330             MOVE "Y" TO WS-EOF-SWITCH
010340             GO TO 6310-EXIT
010350     END-READ.
010360     IF QR-REJECT-DATE = WS-BUSINESS-DATE
010370         ADD 1 TO WS-REJ-ON-FILE
010380     END-IF.
010390 6310-EXIT.
010400     EXIT.
010410*> THE SHARED JOURNAL -- Q4 BATCH ENTRIES FOR THE DAY
010420 6400-SCAN-JOURNAL.
010430     OPEN INPUT Q4-HIST-JOURNAL-FILE.
010440     IF WS-JRNL-STATUS = "35"
010450         GO TO 6400-EXIT
010460     END-IF.
010470     IF WS-JRNL-STATUS NOT = "00"
010480         DISPLAY "Q4MERGE -- UNABLE TO READ "
010490             "Q4-HIST-JOURNAL-FILE, STATUS = " WS-JRNL-STATUS
010500         PERFORM 9999-ABEND THRU 9999-EXIT
010510     END-IF.
010520     MOVE "N" TO WS-EOF-SWITCH.
010530     PERFORM 6410-SCAN-ONE-JOURNAL THRU 6410-EXIT
010540         UNTIL WS-EOF.
010550     CLOSE Q4-HIST-JOURNAL-FILE.
010560 6400-EXIT.
010570     EXIT.
010580 6410-SCAN-ONE-JOURNAL.
010590     READ Q4-HIST-JOURNAL-FILE
010600         AT END
010610             MOVE "Y" TO WS-EOF-SWITCH
010620             GO TO 6410-EXIT
010630     END-READ.
010640     IF QJ-BUSINESS-DATE = WS-BUSINESS-DATE
010650             AND QJ-PROGRAM = "Q4"
010660         ADD 1 TO WS-JRN-ON-FILE
010670     END-IF.
010680 6410-EXIT.
010690     EXIT.
010700*> THE SHARED TRAIL -- THE DAY'S BATCH ENTRIES, AND THE NUMBER
010710*> AND HASH OF THE LAST SEALED ENTRY TO CHAIN ON FROM, READ AS
010720*> Q4 READS THEM BEFORE IT APPENDS
010730 6500-SCAN-AUDIT-TRAIL.
010740     MOVE ZERO TO WS-AUDIT-SEQ-NO WS-AUDIT-LAST-HASH
010750         WS-AUDIT-LAST-DATE.
010760     OPEN INPUT Q4-AUDIT-FILE.
010770     IF WS-AUDIT-STATUS = "35"
010780         GO TO 6500-EXIT
010790     END-IF.
010800     IF WS-AUDIT-STATUS NOT = "00"
010810         DISPLAY "Q4MERGE -- UNABLE TO READ Q4-AUDIT-FILE, "
010820             "STATUS = " WS-AUDIT-STATUS
010830         PERFORM 9999-ABEND THRU 9999-EXIT
010840     END-IF.
010850     MOVE "N" TO WS-EOF-SWITCH.
010860     PERFORM 6510-SCAN-ONE-AUDIT THRU 6510-EXIT
010870         UNTIL WS-EOF.
010880     CLOSE Q4-AUDIT-FILE.
010890 6500-EXIT.
010900     EXIT.
010910 6510-SCAN-ONE-AUDIT.
010920     READ Q4-AUDIT-FILE
010930         AT END
010940             MOVE "Y" TO WS-EOF-SWITCH
010950             GO TO 6510-EXIT
010960     END-READ.
010970     IF QA-SEQ-NO NUMERIC AND QA-CHAIN-HASH NUMERIC
010980         MOVE QA-SEQ-NO     TO WS-AUDIT-SEQ-NO
010990         MOVE QA-CHAIN-HASH TO WS-AUDIT-LAST-HASH
011000         MOVE QA-DATE       TO WS-AUDIT-LAST-DATE
011010     END-IF.
011020     IF QA-DATE = WS-BUSINESS-DATE
011030             AND QA-SOURCE-CODE = "B"
011040         ADD 1 TO WS-AUD-ON-FILE
011050     END-IF.
011060 6510-EXIT.
011070     EXIT.
011080*---------------------------------------------------------------*
011090*  7000-APPEND-REJECTS -- THE PARTITIONS' REJECTS, IN PARTITION *
011100*                         (SO DEPARTMENT) ORDER, ONTO           *
011110*                         PROD.Q4.REJECTS                       *
011120*---------------------------------------------------------------*
011130 7000-APPEND-REJECTS.
011140     OPEN INPUT Q4-PART-REJECT-FILE.
011150     IF WS-PREJ-STATUS NOT = "00"
011160         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-PART-REJECT-FILE, "
011170             "STATUS = " WS-PREJ-STATUS
011180         PERFORM 9999-ABEND THRU 9999-EXIT
011190     END-IF.
011200     OPEN EXTEND Q4-REJECT-FILE.
011210     IF WS-REJECT-STATUS = "35"
011220         OPEN OUTPUT Q4-REJECT-FILE
011230     END-IF.
011240     IF WS-REJECT-STATUS NOT = "00"
011250         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-REJECT-FILE, "
011260             "STATUS = " WS-REJECT-STATUS
011270         PERFORM 9999-ABEND THRU 9999-EXIT
011280     END-IF.
011290     MOVE WS-REJ-ON-FILE TO WS-SKIP-COUNT.
011300     MOVE "N" TO WS-EOF-SWITCH.
011310     PERFORM 7100-APPEND-ONE-REJECT THRU 7100-EXIT
011320         UNTIL WS-EOF.
011330     CLOSE Q4-PART-REJECT-FILE.
011340     CLOSE Q4-REJECT-FILE.
011350     MOVE "PROD.Q4.REJECTS"   TO MA-FILE-NAME.
011360     MOVE WS-REJ-PART-TOTAL   TO MA-PART-TOTAL.
011370     MOVE WS-REJ-ON-FILE      TO MA-ON-FILE.
011380     MOVE WS-REJ-APPENDED     TO MA-APPENDED.
011390     WRITE Q4-MERGE-LINE FROM WS-MRG-APPEND-LINE.
011400 7000-EXIT.
011410     EXIT.
011420 7100-APPEND-ONE-REJECT.
011430     READ Q4-PART-REJECT-FILE
011440         AT END
011450             MOVE "Y" TO WS-EOF-SWITCH
011460             GO TO 7100-EXIT
011470     END-READ.
011480     IF WS-SKIP-COUNT > ZERO
011490         SUBTRACT 1 FROM WS-SKIP-COUNT
011500         GO TO 7100-EXIT
011510     END-IF.
011520     WRITE Q4-REJECT-RECORD FROM Q4-PART-REJECT-REC.
011530     ADD 1 TO WS-REJ-APPENDED.
011540 7100-EXIT.
011550     EXIT.
011560*---------------------------------------------------------------*
011570*  7200-APPEND-JOURNAL -- THE PARTITIONS' HISTORY CHANGES, PUT  *
011580*                         BACK INTO THE ORDER THEY WERE MADE BY *
011590*                         THE SORT AHEAD OF THIS STEP, SO       *
011600*                         Q4BKOUT CAN STILL UNDO THEM NEWEST    *
011610*                         FIRST                                 *
011620*---------------------------------------------------------------*
011630 7200-APPEND-JOURNAL.
011640     OPEN INPUT Q4-PART-JOURNAL-FILE.
011650     IF WS-PJRNL-STATUS NOT = "00"
011660         DISPLAY "Q4MERGE -- UNABLE TO OPEN "
011670             "Q4-PART-JOURNAL-FILE, STATUS = " WS-PJRNL-STATUS
011680         PERFORM 9999-ABEND THRU 9999-EXIT
011690     END-IF.
011700     OPEN EXTEND Q4-HIST-JOURNAL-FILE.
011710     IF WS-JRNL-STATUS = "35"
011720         OPEN OUTPUT Q4-HIST-JOURNAL-FILE
011730     END-IF.
011740     IF WS-JRNL-STATUS NOT = "00"
011750         DISPLAY "Q4MERGE -- UNABLE TO OPEN "
011760             "Q4-HIST-JOURNAL-FILE, STATUS = " WS-JRNL-STATUS
011770         PERFORM 9999-ABEND THRU 9999-EXIT
011780     END-IF.
011790     MOVE WS-JRN-ON-FILE TO WS-SKIP-COUNT.
011800     MOVE "N" TO WS-EOF-SWITCH.
011810     PERFORM 7300-APPEND-ONE-JOURNAL THRU 7300-EXIT
011820         UNTIL WS-EOF.
011830     CLOSE Q4-PART-JOURNAL-FILE.
011840     CLOSE Q4-HIST-JOURNAL-FILE.
011850     MOVE "PROD.Q4.HIST.JOURNAL" TO MA-FILE-NAME.
011860     MOVE WS-JRN-PART-TOTAL   TO MA-PART-TOTAL.
011870     MOVE WS-JRN-ON-FILE      TO MA-ON-FILE.
011880     MOVE WS-JRN-APPENDED     TO MA-APPENDED.
011890     WRITE Q4-MERGE-LINE FROM WS-MRG-APPEND-LINE.
011900 7200-EXIT.
011910     EXIT.
011920 7300-APPEND-ONE-JOURNAL.
011930     READ Q4-PART-JOURNAL-FILE
011940         AT END
011950             MOVE "Y" TO WS-EOF-SWITCH
011960             GO TO 7300-EXIT
011970     END-READ.
011980     IF WS-SKIP-COUNT > ZERO
011990         SUBTRACT 1 FROM WS-SKIP-COUNT
012000         GO TO 7300-EXIT
012010     END-IF.
012020     WRITE Q4-HIST-JOURNAL-RECORD FROM Q4-PART-JOURNAL-REC.
012030     ADD 1 TO WS-JRN-APPENDED.
012040 7300-EXIT.
012050     EXIT.
012060*---------------------------------------------------------------*
012070*  7400-APPEND-AUDIT -- THE PARTITIONS' AUDIT ENTRIES ONTO      *
012080*                       PROD.Q4.AUDIT.TRAIL, EACH GIVEN THE     *
012090*                       TRAIL'S NEXT NUMBER AND CHAINED FROM    *
012100*                       THE ENTRY BEFORE IT, THEN THE TRAIL'S   *
012110*                       SEAL REPLACED.  DONE LAST, SO THE DAY'S *
012120*                       ENTRIES ON THE TRAIL MEAN EVERYTHING    *
012130*                       ELSE IS ALREADY IN                      *
012140*---------------------------------------------------------------*
012150 7400-APPEND-AUDIT.
012160     OPEN INPUT Q4-PART-AUDIT-FILE.
012170     IF WS-PAUD-STATUS NOT = "00"
012180         DISPLAY "Q4MERGE -- UNABLE TO REOPEN "
012190             "Q4-PART-AUDIT-FILE, STATUS = " WS-PAUD-STATUS
012200         PERFORM 9999-ABEND THRU 9999-EXIT
012210     END-IF.
012220     OPEN EXTEND Q4-AUDIT-FILE.
012230     IF WS-AUDIT-STATUS = "35"
012240         OPEN OUTPUT Q4-AUDIT-FILE
012250     END-IF.
012260     IF WS-AUDIT-STATUS NOT = "00"
012270         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-AUDIT-FILE, "
012280             "STATUS = " WS-AUDIT-STATUS
012290         PERFORM 9999-ABEND THRU 9999-EXIT
012300     END-IF.
012310     MOVE WS-AUD-ON-FILE TO WS-SKIP-COUNT.
012320     MOVE "N" TO WS-EOF-SWITCH.
012330     PERFORM 7500-APPEND-ONE-AUDIT THRU 7500-EXIT
012340         UNTIL WS-EOF.
012350     CLOSE Q4-PART-AUDIT-FILE.
012360     CLOSE Q4-AUDIT-FILE.
012370     MOVE "PROD.Q4.AUDIT.TRAIL" TO MA-FILE-NAME.
012380     MOVE WS-AUD-PART-TOTAL   TO MA-PART-TOTAL.
012390     MOVE WS-AUD-ON-FILE      TO MA-ON-FILE.
012400     MOVE WS-AUD-APPENDED     TO MA-APPENDED.
012410     WRITE Q4-MERGE-LINE FROM WS-MRG-APPEND-LINE.
012420     PERFORM 7600-WRITE-AUDIT-SEAL THRU 7600-EXIT.
012430 7400-EXIT.
012440     EXIT.
012450 7500-APPEND-ONE-AUDIT.
012460     READ Q4-PART-AUDIT-FILE
012470         AT END
012480             MOVE "Y" TO WS-EOF-SWITCH
012490             GO TO 7500-EXIT
012500     END-READ.
012510     IF WS-SKIP-COUNT > ZERO
012520         SUBTRACT 1 FROM WS-SKIP-COUNT
012530         GO TO 7500-EXIT
012540     END-IF.
012550     MOVE Q4-PART-AUDIT-REC  TO Q4-AUDIT-RECORD.
012560     ADD 1 TO WS-AUDIT-SEQ-NO.
012570     MOVE WS-AUDIT-SEQ-NO    TO QA-SEQ-NO.
012580     MOVE ZERO               TO QA-CHAIN-HASH.
012590     MOVE WS-AUDIT-LAST-HASH TO QHP-PRIOR-HASH.
012600     MOVE Q4-AUDIT-RECORD    TO QHP-ENTRY.
012610     CALL "Q4AHASH" USING Q4AHASH-PARM.
012620     MOVE QHP-NEW-HASH       TO QA-CHAIN-HASH WS-AUDIT-LAST-HASH.
012630     MOVE QA-DATE            TO WS-AUDIT-LAST-DATE.
012640     WRITE Q4-AUDIT-RECORD.
012650     ADD 1 TO WS-AUD-APPENDED.
012660 7500-EXIT.
012670     EXIT.
012680*> THE SAME ONE-RECORD REPLACEMENT Q4 MAKES AT A CLEAN CLOSE
012690 7600-WRITE-AUDIT-SEAL.
012700     OPEN OUTPUT Q4-AUDIT-SEAL-FILE.
012710     IF WS-SEAL-STATUS NOT = "00"
012720         DISPLAY "Q4MERGE -- UNABLE TO OPEN Q4-AUDIT-SEAL-FILE, "
012730             "STATUS = " WS-SEAL-STATUS
012740         PERFORM 9999-ABEND THRU 9999-EXIT
012750     END-IF.
012760     MOVE SPACES              TO Q4-AUDIT-SEAL-RECORD.
012770     MOVE WS-AUDIT-SEQ-NO     TO QS-LAST-SEQ-NO.
012780     MOVE WS-AUDIT-LAST-HASH  TO QS-LAST-HASH.
012790     MOVE WS-AUDIT-LAST-DATE  TO QS-LAST-DATE.
012800     MOVE "Q4MERGE"           TO QS-SEALED-BY.
012810     ACCEPT WS-RUN-TIME FROM TIME.
012820     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
012830         INTO QS-SEAL-TIMESTAMP.
012840     WRITE Q4-AUDIT-SEAL-RECORD.
012850     CLOSE Q4-AUDIT-SEAL-FILE.
012860     MOVE WS-AUDIT-SEQ-NO TO ML-SEQ-NO.
012870     WRITE Q4-MERGE-LINE FROM WS-MRG-SEAL-LINE.
012880 7600-EXIT.
012890     EXIT.
012900*---------------------------------------------------------------*
012910*  8000-TERMINATE -- OUTCOME LINE AND RETURN CODE.  A MERGED    *
012920*                    DAY GETS THE RETURN CODE Q4 WOULD HAVE SET *
012930*                    ON IT, SO THE STEPS AFTER IT TEST THE SAME *
012940*                    WAY AS AFTER Q4STEP                        *
012950*---------------------------------------------------------------*
012960 8000-TERMINATE.
012970     IF WS-REFUSED
012980         WRITE Q4-MERGE-LINE FROM WS-MRG-REFUSED-LINE
012990         CLOSE Q4-MERGE-REPORT
013000         MOVE 16 TO RETURN-CODE
013010         GO TO 8000-EXIT
013020     END-IF.
013030     WRITE Q4-MERGE-LINE FROM WS-MRG-DONE-LINE.
013040     CLOSE Q4-MERGE-REPORT.
013050     EVALUATE TRUE
013060         WHEN WS-BATCH-FAIL-COUNT > ZERO
013070             MOVE 8 TO RETURN-CODE
013080         WHEN WS-SUM-FALSE > ZERO OR WS-SUM-REJECT > ZERO
013090                 OR WS-SUM-DEFER > ZERO
013100                 OR WS-DUP-BATCH-COUNT > ZERO
013101                 OR WS-SUM-UNMATCHED > ZERO
013110             MOVE 4 TO RETURN-CODE
013120         WHEN OTHER
013130             MOVE 0 TO RETURN-CODE
013140     END-EVALUATE.
013150 8000-EXIT.
013160     EXIT.
013170*---------------------------------------------------------------*
013180*  9000-REFUSE -- ONE REASON THE MERGE CANNOT GO AHEAD, FOR THE *
013190*                 PARTITION IN WS-PART-IX (ZERO = THE WHOLE     *
013200*                 DAY).  EVERY REASON IS LISTED; NOTHING IS     *
013210*                 APPENDED                                      *
013220*---------------------------------------------------------------*
013230 9000-REFUSE.
013240     MOVE "Y" TO WS-REFUSED-SW.
013250     MOVE WS-PART-IX TO MM-PART.
013260     WRITE Q4-MERGE-LINE FROM WS-MRG-MSG-LINE.
013270     DISPLAY "Q4MERGE -- " MM-TEXT " PARTITION " WS-PART-IX.
013280 9000-EXIT.
013290     EXIT.
013300*---------------------------------------------------------------*
013310*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN; GIVE UP        *
013320*---------------------------------------------------------------*
013330 9999-ABEND.
013340     MOVE 16 TO RETURN-CODE.
013350     GOBACK.
013360 9999-EXIT.
013370     EXIT.
