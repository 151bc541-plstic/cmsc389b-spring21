000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4ACERT.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  AUDIT TRAIL CERTIFICATION.  *
000110*                 READS PROD.Q4.AUDIT.TRAIL (LAYOUT Q4AREC) FROM *
000120*                 THE FRONT AND PROVES THE SEAL Q4 AND Q4QUICK   *
000130*                 PUT ON EVERY ENTRY: THE SEQUENCE NUMBERS MUST  *
000140*                 RUN 1, 2, 3 ... WITH NO GAP (AN ENTRY REMOVED),*
000150*                 REPEAT (AN ENTRY DOUBLED) OR STEP BACK (AN     *
000160*                 ENTRY MOVED), AND EACH ENTRY'S CHAIN HASH MUST *
000170*                 RECOMPUTE (Q4AHASH) FROM ITS OWN CONTENTS AND  *
000180*                 THE ENTRY BEFORE IT (AN ENTRY EDITED).  THE    *
000190*                 END OF THE TRAIL IS MATCHED TO THE ONE-RECORD  *
000200*                 SEAL FILE (PROD.Q4.AUDIT.SEAL, LAYOUT Q4ASREC) *
000210*                 SO ENTRIES CUT OFF THE END ARE CAUGHT TOO.     *
000220*                 ENTRIES WRITTEN BEFORE SEALING BEGAN ARE       *
000230*                 COUNTED BUT CANNOT BE CERTIFIED.  RETURN-CODE  *
000240*                 0 = TRAIL CERTIFIED, 4 = CERTIFIED WITH        *
000250*                 WARNINGS (BACK-DATED AS-OF ENTRIES, A SEAL     *
000260*                 BEHIND THE TRAIL AFTER AN ABEND, NO SEAL YET), *
000270*                 8 = NOT CERTIFIED, 16 = FILE TROUBLE.          *
000280*---------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-AUDIT-STATUS.
000350     SELECT Q4-AUDIT-SEAL-FILE ASSIGN TO "Q4ASEAL"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-SEAL-STATUS.
000380     SELECT Q4-CERT-REPORT-FILE ASSIGN TO "Q4ACRPT"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  Q4-AUDIT-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY Q4AREC.
000460 FD  Q4-AUDIT-SEAL-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY Q4ASREC.
000490 FD  Q4-CERT-REPORT-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  Q4-CERT-LINE                PIC X(132).
000520 WORKING-STORAGE SECTION.
000530*---------------------------------------------------------------*
000540*  FILE STATUS BYTES                                            *
000550*---------------------------------------------------------------*
000560 77  WS-AUDIT-STATUS         PIC X(02).
000570 77  WS-SEAL-STATUS          PIC X(02).
000580 77  WS-REPORT-STATUS        PIC X(02).
000590*---------------------------------------------------------------*
000600*  SWITCHES                                                     *
000610*---------------------------------------------------------------*
000620 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000630         88  WS-EOF                        VALUE "Y".
000640 77  WS-SEALING-BEGUN-SW     PIC X(01) VALUE "N".
000650         88  WS-SEALING-BEGUN             VALUE "Y".
000660 77  WS-ENTRY-OK-SW          PIC X(01) VALUE "Y".
000670         88  WS-ENTRY-OK                  VALUE "Y".
000680 77  WS-SEQUENCE-OK-SW       PIC X(01) VALUE "Y".
000690         88  WS-SEQUENCE-OK               VALUE "Y".
000700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000710*---------------------------------------------------------------*
000720*  WHERE THE CHAIN STANDS -- THE HIGHEST SEQUENCE NUMBER SEEN IN *
000730*  ORDER, THE CHAIN HASH STORED ON THAT ENTRY (THE NEXT ENTRY'S *
000740*  STARTING POINT, ZERO BEFORE THE FIRST), AND ITS DATE         *
000750*---------------------------------------------------------------*
000760 77  WS-ENTRY-NO             PIC 9(09) VALUE ZERO.
000770 77  WS-HIGH-SEQ-NO          PIC 9(09) VALUE ZERO.
000780 77  WS-PREV-HASH            PIC 9(09) VALUE ZERO.
000790 77  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
000800 77  WS-GAP-FROM             PIC 9(09) VALUE ZERO.
000810 77  WS-GAP-THRU             PIC 9(09) VALUE ZERO.
000820 77  WS-GAP-SIZE             PIC 9(09) VALUE ZERO.
000830*---------------------------------------------------------------*
000840*  RUN TOTALS                                                   *
000850*---------------------------------------------------------------*
000860 77  WS-LEGACY-COUNT         PIC 9(09) VALUE ZERO.
000870 77  WS-SEALED-COUNT         PIC 9(09) VALUE ZERO.
000880 77  WS-CERTIFIED-COUNT      PIC 9(09) VALUE ZERO.
000890 77  WS-UNSEALED-COUNT       PIC 9(09) VALUE ZERO.
000900 77  WS-MISSING-COUNT        PIC 9(09) VALUE ZERO.
000910 77  WS-DUP-COUNT            PIC 9(09) VALUE ZERO.
000920 77  WS-BACKWARD-COUNT       PIC 9(09) VALUE ZERO.
000930 77  WS-ALTERED-COUNT        PIC 9(09) VALUE ZERO.
000940 77  WS-DATE-ORDER-COUNT     PIC 9(09) VALUE ZERO.
000950 77  WS-BACK-DATED-COUNT     PIC 9(09) VALUE ZERO.
000960 77  WS-EXCEPTION-COUNT      PIC 9(09) VALUE ZERO.
000970 77  WS-WARNING-COUNT        PIC 9(09) VALUE ZERO.
000980 77  WS-SEALED-THRU          PIC 9(09) VALUE ZERO.
000990*---------------------------------------------------------------*
001000*  PARAMETER AREA FOR THE AUDIT CHAIN HASH                      *
001010*---------------------------------------------------------------*
001020     COPY Q4AHSHP.
001030*---------------------------------------------------------------*
001040*  CERTIFICATION REPORT LINES                                   *
001050*---------------------------------------------------------------*
001060 01  WS-CR-HEADER.
001070     05  FILLER              PIC X(44) VALUE
001080         "Q4ACERT AUDIT TRAIL CERTIFICATION - RUN DATE".
001090     05  FILLER              PIC X(01) VALUE SPACE.
001100     05  CH-RUN-DATE         PIC 9(08).
001110     05  FILLER              PIC X(79) VALUE SPACES.
001120 01  WS-CR-COLUMNS.
001130     05  FILLER              PIC X(43) VALUE
001140         "      ENTRY  SEQUENCE   DATE      DEPT  S  ".
001150     05  FILLER              PIC X(42) VALUE "DISPOSITION".
001160     05  FILLER              PIC X(30) VALUE "DETAIL".
001170     05  FILLER              PIC X(17) VALUE SPACES.
001180 01  WS-CR-DETAIL.
001190     05  FILLER              PIC X(02) VALUE SPACES.
001200     05  CD-ENTRY-NO         PIC X(09).
001210     05  CD-ENTRY-NO-N REDEFINES CD-ENTRY-NO
001220                             PIC ZZZZZZZZ9.
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  CD-SEQ-NO           PIC X(09).
001250     05  FILLER              PIC X(02) VALUE SPACES.
001260     05  CD-DATE             PIC X(08).
001270     05  FILLER              PIC X(02) VALUE SPACES.
001280     05  CD-DEPT-CODE        PIC X(04).
001290     05  FILLER              PIC X(02) VALUE SPACES.
001300     05  CD-SOURCE-CODE      PIC X(01).
001310     05  FILLER              PIC X(02) VALUE SPACES.
001320     05  CD-DISPOSITION      PIC X(40).
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  CD-DETAIL           PIC X(30).
001350     05  FILLER              PIC X(17) VALUE SPACES.
001360 01  WS-CR-TOTAL-LINE.
001370     05  TL-LABEL            PIC X(34).
001380     05  TL-VALUE            PIC ZZZZZZZZ9.
001390     05  FILLER              PIC X(89) VALUE SPACES.
001400 01  WS-CR-VERDICT-LINE.
001410     05  FILLER              PIC X(08) VALUE "RESULT: ".
001420     05  CV-VERDICT          PIC X(40).
001430     05  FILLER              PIC X(84) VALUE SPACES.
001440 PROCEDURE DIVISION.
001450*---------------------------------------------------------------*
001460*  0000-MAINLINE                                                 *
001470*---------------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-CHECK-ENTRY THRU 2000-EXIT
001510         UNTIL WS-EOF.
001520     PERFORM 3000-CHECK-SEAL THRU 3000-EXIT.
001530     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001540     GOBACK.
001550 0000-EXIT.
001560     EXIT.
001570*---------------------------------------------------------------*
001580*  1000-INITIALIZE -- OPEN THE TRAIL AND THE REPORT              *
001590*---------------------------------------------------------------*
001600 1000-INITIALIZE.
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001620     OPEN INPUT Q4-AUDIT-FILE.
001630     IF WS-AUDIT-STATUS NOT = "00"
001640         DISPLAY "Q4ACERT -- UNABLE TO OPEN Q4-AUDIT-FILE, "
001650             "STATUS = " WS-AUDIT-STATUS
001660         PERFORM 9999-ABEND THRU 9999-EXIT
001670     END-IF.
001680     OPEN OUTPUT Q4-CERT-REPORT-FILE.
001690     IF WS-REPORT-STATUS NOT = "00"
001700         DISPLAY "Q4ACERT -- UNABLE TO OPEN REPORT FILE, "
001710             "STATUS = " WS-REPORT-STATUS
001720         PERFORM 9999-ABEND THRU 9999-EXIT
001730     END-IF.
001740     MOVE WS-RUN-DATE TO CH-RUN-DATE.
001750     WRITE Q4-CERT-LINE FROM WS-CR-HEADER.
001760     WRITE Q4-CERT-LINE FROM WS-CR-COLUMNS.
001770 1000-EXIT.
001780     EXIT.
001790*---------------------------------------------------------------*
001800*  2000-CHECK-ENTRY -- ONE TRAIL ENTRY PER PASS, IN THE ORDER    *
001810*                      IT WAS WRITTEN                            *
001820*---------------------------------------------------------------*
001830 2000-CHECK-ENTRY.
001840     READ Q4-AUDIT-FILE
001850         AT END
001860             MOVE "Y" TO WS-EOF-SWITCH
001870             GO TO 2000-EXIT
001880     END-READ.
001890     ADD 1 TO WS-ENTRY-NO.
001900     MOVE "Y" TO WS-ENTRY-OK-SW.
001910     IF QA-SEQ-NO NOT NUMERIC
001920         OR QA-CHAIN-HASH NOT NUMERIC
001930         PERFORM 2100-CHECK-UNSEALED THRU 2100-EXIT
001940         GO TO 2000-EXIT
001950     END-IF.
001960     MOVE "Y" TO WS-SEALING-BEGUN-SW.
001970     ADD 1 TO WS-SEALED-COUNT.
001980     PERFORM 2200-CHECK-SEQUENCE THRU 2200-EXIT.
001990*>   A DOUBLED OR MOVED ENTRY LEAVES THE CHAIN WHERE IT WAS --
002000*>   THE NEXT ENTRY IN ORDER IS CHECKED AGAINST THE LAST GOOD ONE
002010     IF NOT WS-SEQUENCE-OK
002020         GO TO 2000-EXIT
002030     END-IF.
002040     PERFORM 2300-CHECK-CHAIN THRU 2300-EXIT.
002050     PERFORM 2400-CHECK-DATE THRU 2400-EXIT.
002060     MOVE QA-SEQ-NO     TO WS-HIGH-SEQ-NO.
002070     MOVE QA-CHAIN-HASH TO WS-PREV-HASH.
002080     IF QA-DATE NUMERIC
002090         MOVE QA-DATE TO WS-PREV-DATE
002100     END-IF.
002110     IF WS-ENTRY-OK
002120         ADD 1 TO WS-CERTIFIED-COUNT
002130     END-IF.
002140 2000-EXIT.
002150     EXIT.
002160*---------------------------------------------------------------*
002170*  2100-CHECK-UNSEALED -- AN ENTRY WITH NO SEAL IS HISTORY FROM  *
002180*                         BEFORE SEALING BEGAN, UNLESS A SEALED  *
002190*                         ENTRY HAS ALREADY GONE BY -- THEN IT   *
002200*                         WAS PUT THERE BY SOMETHING OTHER THAN  *
002210*                         Q4 OR Q4QUICK                          *
002220*---------------------------------------------------------------*
002230 2100-CHECK-UNSEALED.
002240     IF NOT WS-SEALING-BEGUN
002250         ADD 1 TO WS-LEGACY-COUNT
002260         GO TO 2100-EXIT
002270     END-IF.
002280     ADD 1 TO WS-UNSEALED-COUNT.
002290     ADD 1 TO WS-EXCEPTION-COUNT.
002300     MOVE SPACES TO CD-SEQ-NO CD-DETAIL.
002310     MOVE "UNSEALED ENTRY AFTER SEALING BEGAN" TO CD-DISPOSITION.
002320     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
002330 2100-EXIT.
002340     EXIT.
002350*---------------------------------------------------------------*
002360*  2200-CHECK-SEQUENCE -- THE NEXT NUMBER IS ONE PAST THE HIGH   *
002370*                         ONE.  A JUMP IS A RUN OF ENTRIES       *
002380*                         REMOVED; THE SAME NUMBER AGAIN IS A    *
002390*                         DOUBLED ENTRY; A LOWER ONE WAS MOVED   *
002400*                         OR COPIED FROM EARLIER IN THE TRAIL    *
002410*---------------------------------------------------------------*
002420 2200-CHECK-SEQUENCE.
002430     MOVE "Y" TO WS-SEQUENCE-OK-SW.
002440     MOVE QA-SEQ-NO TO CD-SEQ-NO.
002450     MOVE SPACES TO CD-DETAIL.
002460     IF QA-SEQ-NO = WS-HIGH-SEQ-NO + 1
002470         GO TO 2200-EXIT
002480     END-IF.
002490     MOVE "N" TO WS-ENTRY-OK-SW.
002500     ADD 1 TO WS-EXCEPTION-COUNT.
002510     IF QA-SEQ-NO > WS-HIGH-SEQ-NO
002520*>       THE ENTRY ITSELF IS CHECKED ON -- ONLY ITS LINK IS LOST
002530         COMPUTE WS-GAP-FROM = WS-HIGH-SEQ-NO + 1
002540         COMPUTE WS-GAP-THRU = QA-SEQ-NO - 1
002550         COMPUTE WS-GAP-SIZE = WS-GAP-THRU - WS-GAP-FROM + 1
002560         ADD WS-GAP-SIZE TO WS-MISSING-COUNT
002570         MOVE "ENTRIES MISSING BEFORE THIS ONE"
002580             TO CD-DISPOSITION
002590         STRING "SEQ " WS-GAP-FROM " THRU " WS-GAP-THRU
002600             DELIMITED BY SIZE INTO CD-DETAIL
002610         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
002620         MOVE QA-SEQ-NO     TO WS-HIGH-SEQ-NO
002630         MOVE QA-CHAIN-HASH TO WS-PREV-HASH
002640         IF QA-DATE NUMERIC
002650             MOVE QA-DATE TO WS-PREV-DATE
002660         END-IF
002670         MOVE "N" TO WS-SEQUENCE-OK-SW
002680         GO TO 2200-EXIT
002690     END-IF.
002700     MOVE "N" TO WS-SEQUENCE-OK-SW.
002710     IF QA-SEQ-NO = WS-HIGH-SEQ-NO
002720         ADD 1 TO WS-DUP-COUNT
002730         MOVE "DUPLICATE OF THE ENTRY BEFORE IT" TO CD-DISPOSITION
002740     ELSE
002750         ADD 1 TO WS-BACKWARD-COUNT
002760         MOVE "OUT OF SEQUENCE - MOVED OR COPIED"
002770             TO CD-DISPOSITION
002780         STRING "HIGH SEQ SO FAR " WS-HIGH-SEQ-NO
002790             DELIMITED BY SIZE INTO CD-DETAIL
002800     END-IF.
002810     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
002820 2200-EXIT.
002830     EXIT.
002840*---------------------------------------------------------------*
002850*  2300-CHECK-CHAIN -- RECOMPUTE THE ENTRY'S HASH FROM ITS OWN   *
002860*                      CONTENTS AND THE HASH OF THE ENTRY BEFORE *
002870*                      IT.  ANY CHANGE TO EITHER SHOWS HERE.     *
002880*---------------------------------------------------------------*
002890 2300-CHECK-CHAIN.
002900     MOVE WS-PREV-HASH    TO QHP-PRIOR-HASH.
002910     MOVE Q4-AUDIT-RECORD TO QHP-ENTRY.
002920     CALL "Q4AHASH" USING Q4AHASH-PARM.
002930     IF QHP-NEW-HASH = QA-CHAIN-HASH
002940         GO TO 2300-EXIT
002950     END-IF.
002960     MOVE "N" TO WS-ENTRY-OK-SW.
002970     ADD 1 TO WS-ALTERED-COUNT.
002980     ADD 1 TO WS-EXCEPTION-COUNT.
002990     MOVE "CHAIN BROKEN - ENTRY ALTERED" TO CD-DISPOSITION.
003000     MOVE SPACES TO CD-DETAIL.
003010     STRING "HASH " QA-CHAIN-HASH " NOT " QHP-NEW-HASH
003020         DELIMITED BY SIZE INTO CD-DETAIL.
003030     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003040 2300-EXIT.
003050     EXIT.
003060*---------------------------------------------------------------*
003070*  2400-CHECK-DATE -- DATES ONLY GO FORWARD, EXCEPT AN AS-OF     *
003080*                     RERUN, WHICH JOURNALS AN EARLIER BUSINESS  *
003090*                     DATE ON A LATER RUN DATE (A WARNING ONLY)  *
003100*---------------------------------------------------------------*
003110 2400-CHECK-DATE.
003120     IF QA-DATE NOT NUMERIC
003130         OR QA-DATE NOT < WS-PREV-DATE
003140         GO TO 2400-EXIT
003150     END-IF.
003160     MOVE SPACES TO CD-DETAIL.
003170     STRING "AFTER AN ENTRY DATED " WS-PREV-DATE
003180         DELIMITED BY SIZE INTO CD-DETAIL.
003190     IF QA-RUN-DATE NUMERIC
003200         AND QA-RUN-DATE > QA-DATE
003210         ADD 1 TO WS-BACK-DATED-COUNT
003220         ADD 1 TO WS-WARNING-COUNT
003230         MOVE "BACK-DATED - AS-OF RERUN (WARNING)"
003240             TO CD-DISPOSITION
003250     ELSE
003260         MOVE "N" TO WS-ENTRY-OK-SW
003270         ADD 1 TO WS-DATE-ORDER-COUNT
003280         ADD 1 TO WS-EXCEPTION-COUNT
003290         MOVE "DATE OUT OF ORDER" TO CD-DISPOSITION
003300     END-IF.
003310     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003320 2400-EXIT.
003330     EXIT.
003340*---------------------------------------------------------------*
003350*  2900-WRITE-DETAIL -- ONE LINE FOR THE ENTRY IN HAND; THE      *
003360*                       CALLER HAS SET THE SEQUENCE NUMBER,      *
003370*                       DISPOSITION AND DETAIL                   *
003380*---------------------------------------------------------------*
003390 2900-WRITE-DETAIL.
003400     MOVE WS-ENTRY-NO    TO CD-ENTRY-NO-N.
003410     MOVE QA-DATE        TO CD-DATE.
003420     MOVE QA-DEPT-CODE   TO CD-DEPT-CODE.
003430     MOVE QA-SOURCE-CODE TO CD-SOURCE-CODE.
003440     WRITE Q4-CERT-LINE FROM WS-CR-DETAIL.
003450 2900-EXIT.
003460     EXIT.
003470*---------------------------------------------------------------*
003480*  3000-CHECK-SEAL -- THE LAST ENTRY ON THE TRAIL AGAINST THE    *
003490*                     SEAL THE LAST CLEAN CLOSE LEFT.  A TRAIL   *
003500*                     THAT STOPS SHORT HAS LOST ITS TAIL; ONE    *
003510*                     THAT RUNS PAST IT BELONGS TO A RUN THAT    *
003520*                     ABENDED AND HAS NOT YET FINISHED           *
003530*---------------------------------------------------------------*
003540 3000-CHECK-SEAL.
003550     MOVE SPACES TO CD-ENTRY-NO CD-SEQ-NO CD-DATE CD-DEPT-CODE
003560         CD-SOURCE-CODE CD-DETAIL.
003570     OPEN INPUT Q4-AUDIT-SEAL-FILE.
003580     IF WS-SEAL-STATUS NOT = "00"
003590         ADD 1 TO WS-WARNING-COUNT
003600         MOVE "NO SEAL ON FILE (WARNING)" TO CD-DISPOSITION
003610         STRING "OPEN STATUS " WS-SEAL-STATUS
003620             DELIMITED BY SIZE INTO CD-DETAIL
003630         WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
003640         GO TO 3000-EXIT
003650     END-IF.
003660     READ Q4-AUDIT-SEAL-FILE
003670         AT END
003680             ADD 1 TO WS-WARNING-COUNT
003690             MOVE "SEAL FILE EMPTY (WARNING)" TO CD-DISPOSITION
003700             WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
003710             CLOSE Q4-AUDIT-SEAL-FILE
003720             GO TO 3000-EXIT
003730     END-READ.
003740     CLOSE Q4-AUDIT-SEAL-FILE.
003750     IF QS-LAST-SEQ-NO NOT NUMERIC
003760         OR QS-LAST-HASH NOT NUMERIC
003770         ADD 1 TO WS-EXCEPTION-COUNT
003780         MOVE "SEAL RECORD UNREADABLE" TO CD-DISPOSITION
003790         WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
003800         GO TO 3000-EXIT
003810     END-IF.
003820     MOVE QS-LAST-SEQ-NO TO WS-SEALED-THRU CD-SEQ-NO.
003830     MOVE QS-LAST-DATE   TO CD-DATE.
003840     EVALUATE TRUE
003850         WHEN QS-LAST-SEQ-NO > WS-HIGH-SEQ-NO
003860             ADD 1 TO WS-EXCEPTION-COUNT
003870             COMPUTE WS-GAP-SIZE = QS-LAST-SEQ-NO - WS-HIGH-SEQ-NO
003880             ADD WS-GAP-SIZE TO WS-MISSING-COUNT
003890             MOVE "TRAIL ENDS SHORT OF THE SEAL" TO CD-DISPOSITION
003900             STRING "LAST ON TRAIL " WS-HIGH-SEQ-NO
003910                 DELIMITED BY SIZE INTO CD-DETAIL
003920             WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
003930         WHEN QS-LAST-SEQ-NO = WS-HIGH-SEQ-NO
003940             AND QS-LAST-HASH NOT = WS-PREV-HASH
003950             ADD 1 TO WS-EXCEPTION-COUNT
003960             MOVE "LAST ENTRY DOES NOT MATCH THE SEAL"
003970                 TO CD-DISPOSITION
003980             STRING "SEALED " QS-LAST-HASH " BY " QS-SEALED-BY
003990                 DELIMITED BY SIZE INTO CD-DETAIL
004000             WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
004010         WHEN QS-LAST-SEQ-NO < WS-HIGH-SEQ-NO
004020             ADD 1 TO WS-WARNING-COUNT
004030             MOVE "TRAIL RUNS PAST THE SEAL (WARNING)"
004040                 TO CD-DISPOSITION
004050             STRING "LAST ON TRAIL " WS-HIGH-SEQ-NO
004060                 DELIMITED BY SIZE INTO CD-DETAIL
004070             WRITE Q4-CERT-LINE FROM WS-CR-DETAIL
004080     END-EVALUATE.
004090 3000-EXIT.
004100     EXIT.
004110*---------------------------------------------------------------*
004120*  8000-TERMINATE -- TOTALS, VERDICT, CLOSE UP, RETURN CODE      *
004130*---------------------------------------------------------------*
004140 8000-TERMINATE.
004150     MOVE "ENTRIES ON THE TRAIL" TO TL-LABEL.
004160     MOVE WS-ENTRY-NO TO TL-VALUE.
004170     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004180     MOVE "WRITTEN BEFORE SEALING BEGAN" TO TL-LABEL.
004190     MOVE WS-LEGACY-COUNT TO TL-VALUE.
004200     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004210     MOVE "SEALED ENTRIES" TO TL-LABEL.
004220     MOVE WS-SEALED-COUNT TO TL-VALUE.
004230     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004240     MOVE "CERTIFIED ENTRIES" TO TL-LABEL.
004250     MOVE WS-CERTIFIED-COUNT TO TL-VALUE.
004260     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004270     MOVE "UNSEALED AFTER SEALING BEGAN" TO TL-LABEL.
004280     MOVE WS-UNSEALED-COUNT TO TL-VALUE.
004290     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004300     MOVE "ENTRIES MISSING" TO TL-LABEL.
004310     MOVE WS-MISSING-COUNT TO TL-VALUE.
004320     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004330     MOVE "DUPLICATED ENTRIES" TO TL-LABEL.
004340     MOVE WS-DUP-COUNT TO TL-VALUE.
004350     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004360     MOVE "ENTRIES OUT OF SEQUENCE" TO TL-LABEL.
004370     MOVE WS-BACKWARD-COUNT TO TL-VALUE.
004380     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004390     MOVE "ENTRIES ALTERED (CHAIN BROKEN)" TO TL-LABEL.
004400     MOVE WS-ALTERED-COUNT TO TL-VALUE.
004410     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004420     MOVE "DATES OUT OF ORDER" TO TL-LABEL.
004430     MOVE WS-DATE-ORDER-COUNT TO TL-VALUE.
004440     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004450     MOVE "BACK-DATED AS-OF ENTRIES" TO TL-LABEL.
004460     MOVE WS-BACK-DATED-COUNT TO TL-VALUE.
004470     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004480     MOVE "LAST SEQUENCE NUMBER ON TRAIL" TO TL-LABEL.
004490     MOVE WS-HIGH-SEQ-NO TO TL-VALUE.
004500     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004510     MOVE "SEALED THROUGH" TO TL-LABEL.
004520     MOVE WS-SEALED-THRU TO TL-VALUE.
004530     WRITE Q4-CERT-LINE FROM WS-CR-TOTAL-LINE.
004540     EVALUATE TRUE
004550         WHEN WS-EXCEPTION-COUNT > ZERO
004560             MOVE "TRAIL NOT CERTIFIED" TO CV-VERDICT
004570             MOVE 8 TO RETURN-CODE
004580         WHEN WS-WARNING-COUNT > ZERO
004590             MOVE "TRAIL CERTIFIED WITH WARNINGS" TO CV-VERDICT
004600             MOVE 4 TO RETURN-CODE
004610         WHEN OTHER
004620             MOVE "TRAIL CERTIFIED" TO CV-VERDICT
004630             MOVE 0 TO RETURN-CODE
004640     END-EVALUATE.
004650     WRITE Q4-CERT-LINE FROM WS-CR-VERDICT-LINE.
004660     DISPLAY "Q4ACERT -- " CV-VERDICT.
004670     CLOSE Q4-AUDIT-FILE.
004680     CLOSE Q4-CERT-REPORT-FILE.
004690 8000-EXIT.
004700     EXIT.
004710*---------------------------------------------------------------*
004720*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN                  *
004730*---------------------------------------------------------------*
004740 9999-ABEND.
004750     MOVE 16 TO RETURN-CODE.
004760     GOBACK.
004770 9999-EXIT.
004780     EXIT.
