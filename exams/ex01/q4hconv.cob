000237*                 EXACTLY WHAT MAKES THE ENTRY ELIGIBLE FOR      *
000238*                 THE Q4VERIFY RE-VERIFICATION SWEEP.  RUN       *
000239*                 ONCE, BEFORE THE FIRST Q4JOB ON THIS RELEASE.  *
000240*  10/15/26  RM   REWORKED FOR THIS RELEASE: REKEYS THE CLUSTER  *
000241*                 FROM N/S TO THE FULL N/S/a/b/c/d COMBINATION.  *
000242*                 THE 81-BYTE RECORD IS UNCHANGED, SO EVERY      *
000243*                 FIELD (SOLVER VERSION INCLUDED) CARRIES OVER   *
000244*                 AS IS.  THE OLD KEY LET DEPARTMENTS SHARING    *
000245*                 ONE N/S OVERWRITE EACH OTHER'S ANSWERS, SO     *
000246*                 THE AUDIT TRAIL IS THEN WALKED AND EVERY       *
000247*                 COEFFICIENT SET DISPLACED FROM A SLOT THE OLD  *
000248*                 CLUSTER STILL HOLDS IS REFILED FROM ITS        *
000249*                 JOURNALED ANSWER, VERSION "0000" SO Q4VERIFY   *
000250*                 RE-PROVES IT.  SLOTS THE OLD CLUSTER NO        *
000251*                 LONGER HOLDS WERE PURGED BY Q4HMAINT ON        *
000252*                 PURPOSE AND STAY PURGED.  A CONVERSION REPORT  *
000253*                 (Q4HCRPT) LISTS EVERY N/S SLOT NOW SHARED BY   *
000254*                 MORE THAN ONE COEFFICIENT SET, WITH TOTALS.    *
000255*                 RETURN-CODE 0 = CONVERTED CLEAN, 8 = AN OLD    *
000256*                 ENTRY DID NOT CARRY OVER, 16 = FILE TROUBLE.   *
000257*  10/15/26  RM   THE NEW CLUSTER IS ALSO BUILT AT THE WIDER     *
000258*                 101-BYTE RECORD (Q4H-MAX-W/X/Y/Z ADDED FOR THE *
000259*                 CEILING REQUESTS).  EVERY ENTRY CARRIED OVER   *
000260*                 OR REFILED WAS GIVEN UNCONSTRAINED, SO ITS     *
000261*                 FOUR CEILINGS ARE SET TO ITS N.  RUN AFTER     *
000262*                 Q4FCONV3 THEN Q4FCONV4 (151-BYTE TRAIL).       *
000263*---------------------------------------------------------------*
000264 ENVIRONMENT DIVISION.
000265 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT Q4-OLD-HISTORY-FILE ASSIGN TO "Q4HOLD"
000290         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS Q4H-KEY
000370         FILE STATUS IS WS-NEW-STATUS.
000371     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000372         ORGANIZATION IS SEQUENTIAL
000373         FILE STATUS IS WS-AUDIT-STATUS.
000374     SELECT Q4-CONV-REPORT-FILE ASSIGN TO "Q4HCRPT"
000375         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-REPORT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  Q4-OLD-HISTORY-FILE
000410     LABEL RECORDS ARE STANDARD.
000420*----THE PRIOR RELEASE'S 81-BYTE HISTORY RECORD, KEYED ON N/S---*
000430 01  Q4-OLD-HISTORY-RECORD.
000440     05  Q4HO-KEY.
000450         10  Q4HO-N            PIC 9(05).
000554     05  Q4HO-FIRST-DATE       PIC 9(08).
000556     05  Q4HO-LAST-REF-DATE    PIC 9(08).
000558     05  Q4HO-HIT-COUNT        PIC 9(05).
000559     05  Q4HO-SOLVER-VERSION   PIC X(04).
000560 FD  Q4-HISTORY-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY Q4HREC.
000581 FD  Q4-AUDIT-FILE
000582     LABEL RECORDS ARE STANDARD.
000583     COPY Q4AREC.
000584 FD  Q4-CONV-REPORT-FILE
000585     LABEL RECORDS ARE STANDARD.
000586 01  Q4-CONV-LINE                PIC X(132).
000590 WORKING-STORAGE SECTION.
000600*---------------------------------------------------------------*
000610*  FILE STATUS BYTES                                            *
000620*---------------------------------------------------------------*
000630 77  WS-OLD-STATUS           PIC X(02).
000640 77  WS-NEW-STATUS           PIC X(02).
000643 77  WS-AUDIT-STATUS         PIC X(02).
000646 77  WS-REPORT-STATUS        PIC X(02).
000650*---------------------------------------------------------------*
000660*  SWITCHES                                                     *
000670*---------------------------------------------------------------*
000680 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000690         88  WS-EOF                        VALUE "Y".
000692 77  WS-AUDIT-OPEN-SW        PIC X(01) VALUE "N".
000694         88  WS-AUDIT-OPEN                VALUE "Y".
000696 77  WS-SLOT-HELD-SW         PIC X(01) VALUE "N".
000698         88  WS-SLOT-HELD                 VALUE "Y".
000700*---------------------------------------------------------------*
000710*  RUN DATE AND COUNTS                                          *
000720*---------------------------------------------------------------*
000730 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000740 77  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
000750 77  WS-WRITTEN-COUNT        PIC 9(07) VALUE ZERO.
000751 77  WS-AUDIT-READ-COUNT     PIC 9(07) VALUE ZERO.
000752 77  WS-RECOVERED-COUNT      PIC 9(07) VALUE ZERO.
000753 77  WS-ENTRY-COUNT          PIC 9(07) VALUE ZERO.
000754 77  WS-SLOT-COUNT           PIC 9(07) VALUE ZERO.
000755 77  WS-SHARED-SLOT-COUNT    PIC 9(07) VALUE ZERO.
000756 77  WS-SHARED-ENTRY-COUNT   PIC 9(07) VALUE ZERO.
000757*---------------------------------------------------------------*
000758*  SLOT-BREAK WORK AREAS FOR THE SHARED-SLOT SWEEP -- THE NEW    *
000759*  KEY LEADS WITH N/S, SO ONE SLOT'S COEFFICIENT SETS ARRIVE     *
000760*  TOGETHER                                                      *
000761*---------------------------------------------------------------*
000762 01  WS-PREV-SLOT.
000763     05  WS-PREV-N           PIC 9(05).
000764     05  WS-PREV-S           PIC S9(05).
000765 77  WS-SLOT-SETS            PIC 9(05) VALUE ZERO.
000766*---------------------------------------------------------------*
000767*  CONVERSION REPORT LINES                                      *
000768*---------------------------------------------------------------*
000769 01  WS-HCR-HEADER.
000770     05  FILLER              PIC X(36) VALUE
000771         "Q4HCONV HISTORY REKEY CONVERSION -  ".
000772     05  HCH-RUN-DATE        PIC 9(08).
000773     05  FILLER              PIC X(88) VALUE SPACES.
000774 01  WS-HCR-SLOT-BANNER.
000775     05  FILLER              PIC X(49) VALUE
000776         "N/S SLOTS SHARED BY MORE THAN ONE COEFFICIENT SET".
000777     05  FILLER              PIC X(83) VALUE SPACES.
000778 01  WS-HCR-SLOT-LINE.
000779     05  FILLER              PIC X(06) VALUE "  N = ".
000780     05  HCS-N               PIC ZZZZ9.
000781     05  FILLER              PIC X(06) VALUE "  S = ".
000782     05  HCS-S               PIC -ZZZZ9.
000783     05  FILLER              PIC X(20) VALUE
000784         "  COEFFICIENT SETS: ".
000785     05  HCS-SETS            PIC ZZZZ9.
000786     05  FILLER              PIC X(84) VALUE SPACES.
000787 01  WS-HCR-COUNT-LINE.
000788     05  HCC-LABEL           PIC X(50).
000789     05  HCC-VALUE           PIC ZZZZZZ9.
000790     05  FILLER              PIC X(75) VALUE SPACES.
000791 PROCEDURE DIVISION.
000792*---------------------------------------------------------------*
000793*  0000-MAINLINE                                                *
000794*---------------------------------------------------------------*
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000830         UNTIL WS-EOF.
000832     PERFORM 3000-RECOVER-DISPLACED THRU 3000-EXIT.
000834     PERFORM 4000-COUNT-SLOTS THRU 4000-EXIT.
000836     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
000840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000850     GOBACK.
000860 0000-EXIT.
000870     EXIT.
000880*---------------------------------------------------------------*
000890*  1000-INITIALIZE -- OPEN BOTH CLUSTERS AND THE REPORT, AND     *
000900*                     POSITION AT THE FRONT OF THE OLD CLUSTER   *
000910*---------------------------------------------------------------*
000920 1000-INITIALIZE.
000930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001030             "STATUS = " WS-NEW-STATUS
001040         PERFORM 9999-ABEND THRU 9999-EXIT
001050     END-IF.
001051     OPEN OUTPUT Q4-CONV-REPORT-FILE.
001052     IF WS-REPORT-STATUS NOT = "00"
001053         DISPLAY "Q4HCONV -- UNABLE TO OPEN REPORT FILE, "
001054             "STATUS = " WS-REPORT-STATUS
001055         PERFORM 9999-ABEND THRU 9999-EXIT
001056     END-IF.
001057     MOVE WS-RUN-DATE TO HCH-RUN-DATE.
001058     WRITE Q4-CONV-LINE FROM WS-HCR-HEADER.
001060     MOVE LOW-VALUES TO Q4HO-KEY.
001070     START Q4-OLD-HISTORY-FILE KEY NOT < Q4HO-KEY
001080         INVALID KEY
001110 1000-EXIT.
001120     EXIT.
001130*---------------------------------------------------------------*
001140*  2000-CONVERT-ONE -- OLD RECORD IN, NEW RECORD OUT.  THE       *
001150*                      BYTES ARE THE SAME; ONLY THE KEY THE      *
001160*                      CLUSTER IS BUILT ON CHANGES.              *
001170*---------------------------------------------------------------*
001180 2000-CONVERT-ONE.
001190     READ Q4-OLD-HISTORY-FILE NEXT RECORD
001220             GO TO 2000-EXIT
001230     END-READ.
001240     ADD 1 TO WS-READ-COUNT.
001250     MOVE Q4-OLD-HISTORY-RECORD TO Q4-HISTORY-RECORD.
001260     MOVE Q4H-N TO Q4H-MAX-W Q4H-MAX-X Q4H-MAX-Y Q4H-MAX-Z.
001261     WRITE Q4-HISTORY-RECORD
001262         INVALID KEY
001263             DISPLAY "Q4HCONV -- DUPLICATE KEY N " Q4HO-N
001264                 " S " Q4HO-S " SKIPPED"
001265         NOT INVALID KEY
001266             ADD 1 TO WS-WRITTEN-COUNT
001267     END-WRITE.
001268 2000-EXIT.
001269     EXIT.
001270*---------------------------------------------------------------*
001271*  3000-RECOVER-DISPLACED -- WALK THE AUDIT TRAIL AND REFILE     *
001272*                            EVERY COEFFICIENT SET THE OLD KEY   *
001273*                            LET ANOTHER DEPARTMENT OVERWRITE.   *
001274*                            NO TRAIL YET (FIRST INSTALL) MEANS  *
001275*                            NOTHING TO RECOVER.                 *
001276*---------------------------------------------------------------*
001277 3000-RECOVER-DISPLACED.
001278     CLOSE Q4-HISTORY-FILE.
001279     OPEN I-O Q4-HISTORY-FILE.
001280     IF WS-NEW-STATUS NOT = "00"
001281         DISPLAY "Q4HCONV -- UNABLE TO REOPEN NEW HISTORY, "
001282             "STATUS = " WS-NEW-STATUS
001283         PERFORM 9999-ABEND THRU 9999-EXIT
001284     END-IF.
001285     OPEN INPUT Q4-AUDIT-FILE.
001286     IF WS-AUDIT-STATUS = "35"
001287         DISPLAY "Q4HCONV -- NO AUDIT TRAIL, NOTHING TO RECOVER"
001288         GO TO 3000-EXIT
001289     END-IF.
001290     IF WS-AUDIT-STATUS NOT = "00"
001291         DISPLAY "Q4HCONV -- UNABLE TO OPEN Q4-AUDIT-FILE, "
001292             "STATUS = " WS-AUDIT-STATUS
001293         PERFORM 9999-ABEND THRU 9999-EXIT
001294     END-IF.
001295     MOVE "Y" TO WS-AUDIT-OPEN-SW.
001296     MOVE "N" TO WS-EOF-SWITCH.
001297     PERFORM 3100-RECOVER-ONE THRU 3100-EXIT
001298         UNTIL WS-EOF.
001299 3000-EXIT.
001300     EXIT.
001301*---------------------------------------------------------------*
001302*  3100-RECOVER-ONE -- ONE AUDIT ENTRY.  ONLY A REAL VERDICT     *
001303*                      WHOSE N/S SLOT THE OLD CLUSTER STILL      *
001304*                      HOLDS UNDER OTHER COEFFICIENTS IS A       *
001305*                      DISPLACED ANSWER.  A COMBINATION ALREADY  *
001306*                      REFILED JUST PICKS UP THE LATER DATE.     *
001307*---------------------------------------------------------------*
001308 3100-RECOVER-ONE.
001309     READ Q4-AUDIT-FILE
001310         AT END
001311             MOVE "Y" TO WS-EOF-SWITCH
001312             GO TO 3100-EXIT
001313     END-READ.
001314     ADD 1 TO WS-AUDIT-READ-COUNT.
001315     IF QA-VERDICT NOT = "TRUE " AND QA-VERDICT NOT = "FALSE"
001316         GO TO 3100-EXIT
001317     END-IF.
001318     IF QA-N NOT NUMERIC OR QA-S NOT NUMERIC
001319             OR QA-A NOT NUMERIC OR QA-B NOT NUMERIC
001320             OR QA-C NOT NUMERIC OR QA-D NOT NUMERIC
001321             OR QA-DATE NOT NUMERIC
001322         GO TO 3100-EXIT
001323     END-IF.
001324     MOVE "N" TO WS-SLOT-HELD-SW.
001325     MOVE QA-N TO Q4HO-N.
001326     MOVE QA-S TO Q4HO-S.
001327     READ Q4-OLD-HISTORY-FILE
001328         INVALID KEY
001329             CONTINUE
001330         NOT INVALID KEY
001331             MOVE "Y" TO WS-SLOT-HELD-SW
001332     END-READ.
001333     IF NOT WS-SLOT-HELD
001334         GO TO 3100-EXIT
001335     END-IF.
001336     IF Q4HO-A = QA-A AND Q4HO-B = QA-B AND Q4HO-C = QA-C
001337             AND Q4HO-D = QA-D
001338         GO TO 3100-EXIT
001339     END-IF.
001340     MOVE QA-N TO Q4H-N.
001341     MOVE QA-S TO Q4H-S.
001342     MOVE QA-A TO Q4H-A.
001343     MOVE QA-B TO Q4H-B.
001344     MOVE QA-C TO Q4H-C.
001345     MOVE QA-D TO Q4H-D.
001346     READ Q4-HISTORY-FILE
001347         INVALID KEY
001348             PERFORM 3200-REFILE-ANSWER THRU 3200-EXIT
001349         NOT INVALID KEY
001350             IF QA-DATE > Q4H-LAST-REF-DATE
001351                 MOVE QA-DATE TO Q4H-LAST-REF-DATE
001352                 REWRITE Q4-HISTORY-RECORD
001353             END-IF
001354     END-READ.
001355 3100-EXIT.
001356     EXIT.
001357*---------------------------------------------------------------*
001358*  3200-REFILE-ANSWER -- FILE THE JOURNALED ANSWER UNDER ITS OWN *
001359*                        KEY.  VERSION "0000" (ORIGIN UNKNOWN)   *
001360*                        PUTS IT IN FRONT OF THE Q4VERIFY SWEEP. *
001361*---------------------------------------------------------------*
001362 3200-REFILE-ANSWER.
001363     MOVE QA-VERDICT     TO Q4H-VERDICT.
001364     MOVE QA-WITNESS-W   TO Q4H-WITNESS-W.
001365     MOVE QA-WITNESS-X   TO Q4H-WITNESS-X.
001366     MOVE QA-WITNESS-Y   TO Q4H-WITNESS-Y.
001367     MOVE QA-WITNESS-Z   TO Q4H-WITNESS-Z.
001368     IF QA-REQUEST-TYPE = "L"
001369         MOVE "L" TO Q4H-REQUEST-TYPE
001370     ELSE
001371         MOVE "V" TO Q4H-REQUEST-TYPE
001372     END-IF.
001373     MOVE QA-DATE        TO Q4H-FIRST-DATE.
001374     MOVE QA-DATE        TO Q4H-LAST-REF-DATE.
001375     MOVE ZERO           TO Q4H-HIT-COUNT.
001376     MOVE "0000"         TO Q4H-SOLVER-VERSION.
001377     MOVE QA-N TO Q4H-MAX-W Q4H-MAX-X Q4H-MAX-Y Q4H-MAX-Z.
001378     WRITE Q4-HISTORY-RECORD
001379         INVALID KEY
001380             DISPLAY "Q4HCONV -- UNABLE TO REFILE N " QA-N
001381                 " S " QA-S
001382         NOT INVALID KEY
001383             ADD 1 TO WS-RECOVERED-COUNT
001384     END-WRITE.
001385 3200-EXIT.
001386     EXIT.
001387*---------------------------------------------------------------*
001388*  4000-COUNT-SLOTS -- SWEEP THE NEW CLUSTER IN KEY ORDER AND    *
001389*                      LIST EVERY N/S SLOT THAT NOW HOLDS MORE   *
001390*                      THAN ONE COEFFICIENT SET                  *
001391*---------------------------------------------------------------*
001392 4000-COUNT-SLOTS.
001393     WRITE Q4-CONV-LINE FROM WS-HCR-SLOT-BANNER.
001394     MOVE "N" TO WS-EOF-SWITCH.
001395     MOVE ZERO TO WS-SLOT-SETS.
001396     MOVE LOW-VALUES TO Q4H-KEY.
001397     START Q4-HISTORY-FILE KEY NOT < Q4H-KEY
001398         INVALID KEY
001399             MOVE "Y" TO WS-EOF-SWITCH
001400     END-START.
001401     PERFORM 4100-SWEEP-ONE THRU 4100-EXIT
001402         UNTIL WS-EOF.
001403     IF WS-SLOT-SETS > ZERO
001404         PERFORM 4200-CLOSE-SLOT THRU 4200-EXIT
001405     END-IF.
001406 4000-EXIT.
001407     EXIT.
001408 4100-SWEEP-ONE.
001409     READ Q4-HISTORY-FILE NEXT RECORD
001410         AT END
001411             MOVE "Y" TO WS-EOF-SWITCH
001412             GO TO 4100-EXIT
001413     END-READ.
001414     ADD 1 TO WS-ENTRY-COUNT.
001415     IF WS-SLOT-SETS > ZERO
001416             AND (Q4H-N NOT = WS-PREV-N OR Q4H-S NOT = WS-PREV-S)
001417         PERFORM 4200-CLOSE-SLOT THRU 4200-EXIT
001418     END-IF.
001419     MOVE Q4H-N TO WS-PREV-N.
001420     MOVE Q4H-S TO WS-PREV-S.
001421     ADD 1 TO WS-SLOT-SETS.
001422 4100-EXIT.
001423     EXIT.
001424 4200-CLOSE-SLOT.
001425     ADD 1 TO WS-SLOT-COUNT.
001426     IF WS-SLOT-SETS > 1
001427         ADD 1 TO WS-SHARED-SLOT-COUNT
001428         ADD WS-SLOT-SETS TO WS-SHARED-ENTRY-COUNT
001429         MOVE WS-PREV-N    TO HCS-N
001430         MOVE WS-PREV-S    TO HCS-S
001431         MOVE WS-SLOT-SETS TO HCS-SETS
001432         WRITE Q4-CONV-LINE FROM WS-HCR-SLOT-LINE
001433     END-IF.
001434     MOVE ZERO TO WS-SLOT-SETS.
001435 4200-EXIT.
001436     EXIT.
001437*---------------------------------------------------------------*
001438*  6000-PRINT-TOTALS -- THE CONVERSION IN EIGHT NUMBERS          *
001439*---------------------------------------------------------------*
001440 6000-PRINT-TOTALS.
001441     MOVE "OLD ENTRIES READ" TO HCC-LABEL.
001442     MOVE WS-READ-COUNT TO HCC-VALUE.
001443     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001444     MOVE "  CARRIED OVER UNDER THE NEW KEY" TO HCC-LABEL.
001445     MOVE WS-WRITTEN-COUNT TO HCC-VALUE.
001446     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001447     MOVE "AUDIT ENTRIES READ" TO HCC-LABEL.
001448     MOVE WS-AUDIT-READ-COUNT TO HCC-VALUE.
001449     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001450     MOVE "  DISPLACED COMBINATIONS REFILED" TO HCC-LABEL.
001451     MOVE WS-RECOVERED-COUNT TO HCC-VALUE.
001452     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001453     MOVE "ENTRIES ON THE NEW CLUSTER" TO HCC-LABEL.
001454     MOVE WS-ENTRY-COUNT TO HCC-VALUE.
001455     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001456     MOVE "N/S SLOTS ON THE NEW CLUSTER" TO HCC-LABEL.
001457     MOVE WS-SLOT-COUNT TO HCC-VALUE.
001458     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001459     MOVE "  SLOTS SHARED BY MORE THAN ONE COEFFICIENT SET"
001460         TO HCC-LABEL.
001461     MOVE WS-SHARED-SLOT-COUNT TO HCC-VALUE.
001462     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001463     MOVE "  ENTRIES IN SHARED SLOTS" TO HCC-LABEL.
001464     MOVE WS-SHARED-ENTRY-COUNT TO HCC-VALUE.
001465     WRITE Q4-CONV-LINE FROM WS-HCR-COUNT-LINE.
001466 6000-EXIT.
001467     EXIT.
001468*---------------------------------------------------------------*
001500*  8000-TERMINATE -- COUNTS TO THE OPERATOR, RETURN CODE         *
001510*---------------------------------------------------------------*
001520 8000-TERMINATE.
001530     CLOSE Q4-OLD-HISTORY-FILE.
001540     CLOSE Q4-HISTORY-FILE.
001542     IF WS-AUDIT-OPEN
001544         CLOSE Q4-AUDIT-FILE
001546     END-IF.
001548     CLOSE Q4-CONV-REPORT-FILE.
001550     DISPLAY "Q4HCONV -- READ " WS-READ-COUNT
001560         " WRITTEN " WS-WRITTEN-COUNT
001563         " REFILED " WS-RECOVERED-COUNT
001566         " SHARED SLOTS " WS-SHARED-SLOT-COUNT.
001570     IF WS-READ-COUNT = WS-WRITTEN-COUNT
001580         MOVE 0 TO RETURN-CODE
001590     ELSE
