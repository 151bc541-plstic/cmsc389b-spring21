000221*                 THE DAY THE WORK BELONGS TO, NOT THE DAY THE   *
000222*                 RERUN HAPPENED, SO THE DAY'S REJECTS AND       *
000223*                 AUDIT ENTRIES STILL MATCH UP.                  *
000224*  10/15/26  RM   HISTORY IS NOW KEYED ON THE FULL N/S/a/b/c/d   *
000225*                 COMBINATION, SO A "TRUE" IS PROVED AGAINST THE *
000226*                 AUDIT TABLE AND THE HISTORY FILE ON ALL SIX    *
000227*                 FIELDS; THE a/b/c/d REPORT COLUMNS ARE PARSED  *
000228*                 BACK ALONGSIDE N AND S AND SHOWN ON A MISS.    *
000229*  10/15/26  RM   COUNTS THE NEW "DUPL" REPORT LINES (DETAILS OF *
000230*                 A BATCH THE BATCH REGISTER SHOWED WAS ALREADY  *
000231*                 PROCESSED, LISTED BUT NOT SOLVED) AND FOLDS    *
000232*                 THEM INTO CHECK 1.                             *
000233*  10/15/26  RM   COUNTS "X" CANCEL RECORDS READ AND THE "CANCL" *
000234*                 REPORT LINES (DETAILS THEIR DEPARTMENT         *
000235*                 WITHDREW) AS AN OUTCOME OF THEIR OWN, FOLDED   *
000236*                 INTO CHECK 1.  NEW CHECK 3: EVERY CANCEL READ  *
000237*                 GOT ITS NOTICE LINE ON THE REPORT; THE CANCELS *
000238*                 THAT MATCHED NOTHING ARE SHOWN.                *
000239*---------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000241 INPUT-OUTPUT SECTION.
000242 FILE-CONTROL.
000250     SELECT Q4-TRANS-FILE ASSIGN TO "Q4IN"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-TRANS-STATUS.
000570     05  RR-S-TEXT.
000572         10  RR-S-SIGN           PIC X(01).
000574         10  RR-S-DIGITS         PIC X(05).
000580     05  FILLER                  PIC X(02).
000581     05  RR-A-TEXT               PIC X(06).
000582     05  FILLER                  PIC X(02).
000583     05  RR-B-TEXT               PIC X(06).
000584     05  FILLER                  PIC X(02).
000585     05  RR-C-TEXT               PIC X(06).
000586     05  FILLER                  PIC X(02).
000587     05  RR-D-TEXT               PIC X(06).
000588     05  FILLER                  PIC X(02).
000590     05  RR-VERDICT              PIC X(05).
000600     05  FILLER                  PIC X(73).
000601*> Q4'S CANCEL NOTICE LINE -- ONE PER "X" CANCEL READ
000602 01  Q4-REPORT-CANCEL-REC.
000603     05  RX-NOTICE-TAG           PIC X(07).
000604     05  FILLER                  PIC X(19).
000605     05  RX-DISPOSITION          PIC X(28).
000606     05  FILLER                  PIC X(78).
000610 FD  Q4-REJECT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY Q4RREC.
000910         88  WS-AUD-TABLE-FULL            VALUE "Y".
000920 77  WS-MATCHED-SW           PIC X(01) VALUE "N".
000930         88  WS-TRUE-MATCHED              VALUE "Y".
000933 77  WS-PARSE-BAD-SW         PIC X(01) VALUE "N".
000936         88  WS-PARSE-BAD                 VALUE "Y".
000940 77  WS-BALANCE-SW           PIC X(01) VALUE "Y".
000950         88  WS-IN-BALANCE                VALUE "Y".
000960*---------------------------------------------------------------*
001050 77  WS-TRANS-HEADER         PIC 9(06) VALUE ZERO.
001060 77  WS-TRANS-TRAILER        PIC 9(06) VALUE ZERO.
001070 77  WS-TRANS-OTHER          PIC 9(06) VALUE ZERO.
001075 77  WS-TRANS-CANCEL         PIC 9(06) VALUE ZERO.
001080 77  WS-RPT-TRUE-COUNT       PIC 9(06) VALUE ZERO.
001090 77  WS-RPT-FALSE-COUNT      PIC 9(06) VALUE ZERO.
001092 77  WS-RPT-DEFER-COUNT      PIC 9(06) VALUE ZERO.
001093 77  WS-RPT-DUP-COUNT        PIC 9(06) VALUE ZERO.
001094 77  WS-RPT-CANCEL-COUNT     PIC 9(06) VALUE ZERO.
001095 77  WS-RPT-NOTICE-COUNT     PIC 9(06) VALUE ZERO.
001096 77  WS-RPT-UNMATCHED-COUNT  PIC 9(06) VALUE ZERO.
001100 77  WS-REJ-TODAY-COUNT      PIC 9(06) VALUE ZERO.
001110 77  WS-REJ-PRIOR-COUNT      PIC 9(06) VALUE ZERO.
001120 77  WS-AUD-TODAY-COUNT      PIC 9(06) VALUE ZERO.
001210     05  WS-AUD-ENTRY OCCURS 5000 TIMES.
001220         10  WS-AUD-N        PIC 9(05).
001230         10  WS-AUD-S        PIC S9(05).
001232         10  WS-AUD-A        PIC S9(05).
001234         10  WS-AUD-B        PIC S9(05).
001236         10  WS-AUD-C        PIC S9(05).
001238         10  WS-AUD-D        PIC S9(05).
001240 77  WS-AUD-COUNT            PIC 9(05) VALUE ZERO.
001250 77  WS-AUD-IX               PIC 9(05) VALUE ZERO.
001260*---------------------------------------------------------------*
001360 01  WS-PARSE-S-NUM          PIC S9(05) VALUE ZERO.
001370 01  WS-PARSE-S-DIGITS REDEFINES WS-PARSE-S-NUM
001380                             PIC 9(05).
001381*>  a/b/c/d COME OFF THE REPORT IN THE SAME SIGN-PLUS-DIGITS
001382*>  FORM AS S; EACH IS PARSED THROUGH THIS ONE AREA (4250)
001383 01  WS-PARSE-C.
001384     05  WS-PARSE-C-SIGN     PIC X(01).
001385     05  WS-PARSE-C-TEXT     PIC X(05).
001386 01  WS-PARSE-C-NUM          PIC S9(05) VALUE ZERO.
001387 01  WS-PARSE-C-DIGITS REDEFINES WS-PARSE-C-NUM
001388                             PIC 9(05).
001389 77  WS-PARSE-A-NUM          PIC S9(05) VALUE ZERO.
001390 77  WS-PARSE-B-NUM          PIC S9(05) VALUE ZERO.
001391 77  WS-PARSE-CC-NUM         PIC S9(05) VALUE ZERO.
001392 77  WS-PARSE-D-NUM          PIC S9(05) VALUE ZERO.
001393*---------------------------------------------------------------*
001400*  CERTIFICATE LINES                                            *
001410*---------------------------------------------------------------*
001420 01  WS-CERT-HEADER.
001600     05  CM-N                PIC 9(05).
001610     05  FILLER              PIC X(03) VALUE " S ".
001620     05  CM-S                PIC -ZZZZ9.
001621     05  FILLER              PIC X(03) VALUE " A ".
001622     05  CM-A                PIC -ZZZZ9.
001623     05  FILLER              PIC X(03) VALUE " B ".
001624     05  CM-B                PIC -ZZZZ9.
001625     05  FILLER              PIC X(03) VALUE " C ".
001626     05  CM-C                PIC -ZZZZ9.
001627     05  FILLER              PIC X(03) VALUE " D ".
001628     05  CM-D                PIC -ZZZZ9.
001630     05  FILLER              PIC X(33) VALUE
001640         " HAS NO AUDIT OR HISTORY ENTRY".
001650     05  FILLER              PIC X(23) VALUE SPACES.
001660 01  WS-CERT-VERDICT-GOOD.
001670     05  FILLER              PIC X(30) VALUE
001680         "*** RUN IN BALANCE ***".
002570                 ADD 1 TO WS-AUD-COUNT
002580                 MOVE QA-N TO WS-AUD-N (WS-AUD-COUNT)
002590                 MOVE QA-S TO WS-AUD-S (WS-AUD-COUNT)
002592                 MOVE QA-A TO WS-AUD-A (WS-AUD-COUNT)
002594                 MOVE QA-B TO WS-AUD-B (WS-AUD-COUNT)
002596                 MOVE QA-C TO WS-AUD-C (WS-AUD-COUNT)
002598                 MOVE QA-D TO WS-AUD-D (WS-AUD-COUNT)
002600             ELSE
002610                 MOVE "Y" TO WS-AUD-FULL-SW
002620             END-IF
002870             ADD 1 TO WS-TRANS-TRAILER
002880         WHEN Q4-DETAIL-RECORD
002890             ADD 1 TO WS-TRANS-DETAIL
002893         WHEN Q4-CANCEL-RECORD
002896             ADD 1 TO WS-TRANS-CANCEL
002900         WHEN OTHER
002910             ADD 1 TO WS-TRANS-OTHER
002920     END-EVALUATE.
003090             MOVE "Y" TO WS-EOF-SWITCH
003100             GO TO 4100-EXIT
003110     END-READ.
003111     IF RX-NOTICE-TAG = "CANCEL "
003112         ADD 1 TO WS-RPT-NOTICE-COUNT
003113         IF RX-DISPOSITION = "MATCHED NOTHING"
003114                 OR RX-DISPOSITION = "TABLE FULL - NOT APPLIED"
003115             ADD 1 TO WS-RPT-UNMATCHED-COUNT
003116         END-IF
003117         GO TO 4100-EXIT
003118     END-IF.
003120     EVALUATE RR-VERDICT
003130         WHEN "TRUE "
003140             ADD 1 TO WS-RPT-TRUE-COUNT
003170             ADD 1 TO WS-RPT-FALSE-COUNT
003172         WHEN "DEFER"
003174             ADD 1 TO WS-RPT-DEFER-COUNT
003175         WHEN "DUPL "
003176             ADD 1 TO WS-RPT-DUP-COUNT
003177         WHEN "CANCL"
003178             ADD 1 TO WS-RPT-CANCEL-COUNT
003180         WHEN OTHER
003190             CONTINUE
003200     END-EVALUATE.
003210 4100-EXIT.
003220     EXIT.
003230*---------------------------------------------------------------*
003240*  4200-VERIFY-TRUE -- REBUILD THE N/S/a/b/c/d KEY FROM THE      *
003250*                      DETAIL COLUMNS AND LOOK FOR A MATCHING    *
003260*                      AUDIT OR HISTORY ENTRY                    *
003270*---------------------------------------------------------------*
003310     MOVE RR-S-SIGN   TO WS-PARSE-S-SIGN.
003320     MOVE RR-S-DIGITS TO WS-PARSE-S-TEXT.
003330     INSPECT WS-PARSE-S-TEXT REPLACING LEADING " " BY "0".
003331*>   A "TRUE" LINE WHOSE KEY COLUMNS DO NOT EVEN PARSE IS THE
003332*>   MOST SUSPECT LINE ON THE REPORT -- IT COUNTS AS UNMATCHED,
003333*>   NEVER AS VERIFIED
003334     MOVE "N" TO WS-PARSE-BAD-SW.
003335     MOVE RR-A-TEXT TO WS-PARSE-C.
003336     PERFORM 4250-PARSE-COEFF THRU 4250-EXIT.
003337     MOVE WS-PARSE-C-NUM TO WS-PARSE-A-NUM.
003338     MOVE RR-B-TEXT TO WS-PARSE-C.
003339     PERFORM 4250-PARSE-COEFF THRU 4250-EXIT.
003340     MOVE WS-PARSE-C-NUM TO WS-PARSE-B-NUM.
003341     MOVE RR-C-TEXT TO WS-PARSE-C.
003342     PERFORM 4250-PARSE-COEFF THRU 4250-EXIT.
003343     MOVE WS-PARSE-C-NUM TO WS-PARSE-CC-NUM.
003344     MOVE RR-D-TEXT TO WS-PARSE-C.
003345     PERFORM 4250-PARSE-COEFF THRU 4250-EXIT.
003346     MOVE WS-PARSE-C-NUM TO WS-PARSE-D-NUM.
003350     IF WS-PARSE-N-TEXT NOT NUMERIC
003352             OR WS-PARSE-S-TEXT NOT NUMERIC
003353             OR WS-PARSE-BAD
003354         ADD 1 TO WS-TRUE-UNMATCHED
003356         MOVE RR-RECORD-ID TO CM-RECORD-ID
003358         MOVE ZERO TO CM-N CM-S CM-A CM-B CM-C CM-D
003360         WRITE Q4-CERT-LINE FROM WS-CERT-MISS-LINE
003362         GO TO 4200-EXIT
003370     END-IF.
003520         MOVE RR-RECORD-ID    TO CM-RECORD-ID
003530         MOVE WS-PARSE-N-NUM  TO CM-N
003540         MOVE WS-PARSE-S-NUM  TO CM-S
003542         MOVE WS-PARSE-A-NUM  TO CM-A
003544         MOVE WS-PARSE-B-NUM  TO CM-B
003546         MOVE WS-PARSE-CC-NUM TO CM-C
003548         MOVE WS-PARSE-D-NUM  TO CM-D
003550         WRITE Q4-CERT-LINE FROM WS-CERT-MISS-LINE
003560     END-IF.
003570 4200-EXIT.
003580     EXIT.
003581*---------------------------------------------------------------*
003582*  4250-PARSE-COEFF -- ONE EDITED a/b/c/d COLUMN (SIGN BYTE PLUS *
003583*                      FIVE DIGIT POSITIONS) BACK TO A NUMBER.   *
003584*                      A COLUMN THAT WILL NOT PARSE FLAGS THE    *
003585*                      WHOLE LINE.                               *
003586*---------------------------------------------------------------*
003587 4250-PARSE-COEFF.
003588     INSPECT WS-PARSE-C-TEXT REPLACING LEADING " " BY "0".
003589     IF WS-PARSE-C-TEXT NOT NUMERIC
003590         MOVE "Y" TO WS-PARSE-BAD-SW
003591         MOVE ZERO TO WS-PARSE-C-NUM
003592         GO TO 4250-EXIT
003593     END-IF.
003594     MOVE WS-PARSE-C-TEXT TO WS-PARSE-C-DIGITS.
003595     IF WS-PARSE-C-SIGN = "-"
003596         COMPUTE WS-PARSE-C-NUM = ZERO - WS-PARSE-C-NUM
003597     END-IF.
003598 4250-EXIT.
003599     EXIT.
003600 4300-MATCH-AUDIT.
003601     IF WS-AUD-N (WS-AUD-IX) = WS-PARSE-N-NUM
003610             AND WS-AUD-S (WS-AUD-IX) = WS-PARSE-S-NUM
003612             AND WS-AUD-A (WS-AUD-IX) = WS-PARSE-A-NUM
003614             AND WS-AUD-B (WS-AUD-IX) = WS-PARSE-B-NUM
003616             AND WS-AUD-C (WS-AUD-IX) = WS-PARSE-CC-NUM
003618             AND WS-AUD-D (WS-AUD-IX) = WS-PARSE-D-NUM
003620         MOVE "Y" TO WS-MATCHED-SW
003630     END-IF.
003640 4300-EXIT.
003660 4400-MATCH-HISTORY.
003670     MOVE WS-PARSE-N-NUM TO Q4H-N.
003680     MOVE WS-PARSE-S-NUM TO Q4H-S.
003682     MOVE WS-PARSE-A-NUM TO Q4H-A.
003684     MOVE WS-PARSE-B-NUM TO Q4H-B.
003686     MOVE WS-PARSE-CC-NUM TO Q4H-C.
003688     MOVE WS-PARSE-D-NUM TO Q4H-D.
003690     READ Q4-HISTORY-FILE
003700         INVALID KEY
003710             CONTINUE
004190     MOVE "  UNRECOGNIZED RECORD TYPES" TO CL-LABEL.
004200     MOVE WS-TRANS-OTHER TO CL-VALUE.
004210     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004212     MOVE "  CANCEL RECORDS" TO CL-LABEL.
004214     MOVE WS-TRANS-CANCEL TO CL-VALUE.
004216     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004220     MOVE "REPORT TRUE LINES" TO CL-LABEL.
004230     MOVE WS-RPT-TRUE-COUNT TO CL-VALUE.
004240     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004270     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004272     MOVE "REPORT DEFER LINES" TO CL-LABEL.
004274     MOVE WS-RPT-DEFER-COUNT TO CL-VALUE.
004275     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004276     MOVE "REPORT DUPLICATE LINES" TO CL-LABEL.
004277     MOVE WS-RPT-DUP-COUNT TO CL-VALUE.
004278     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004279     MOVE "REPORT CANCELLED LINES" TO CL-LABEL.
004280     MOVE WS-RPT-CANCEL-COUNT TO CL-VALUE.
004281     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004282     MOVE "REPORT CANCEL NOTICES" TO CL-LABEL.
004283     MOVE WS-RPT-NOTICE-COUNT TO CL-VALUE.
004284     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004285     MOVE "  CANCELS THAT MATCHED NOTHING" TO CL-LABEL.
004286     MOVE WS-RPT-UNMATCHED-COUNT TO CL-VALUE.
004287     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004288     MOVE "REJECTS WRITTEN TODAY" TO CL-LABEL.
004290     MOVE WS-REJ-TODAY-COUNT TO CL-VALUE.
004300     WRITE Q4-CERT-LINE FROM WS-CERT-COUNT-LINE.
004310     MOVE "REJECTS FROM PRIOR DAYS ON FILE" TO CL-LABEL.
004440         WRITE Q4-CERT-LINE FROM WS-CERT-CHECK-LINE
004450     END-IF.
004460*>   CHECK 1 -- EVERY DETAIL (AND UNRECOGNIZED) RECORD READ MUST
004470*>   LAND AS A TRUE, A FALSE, A REJECT, A DEFERRAL, A
004475*>   DUPLICATE, OR A CANCELLATION
004480     COMPUTE WS-READ-SIDE = WS-TRANS-DETAIL + WS-TRANS-OTHER.
004490     COMPUTE WS-VERDICT-SIDE = WS-RPT-TRUE-COUNT
004500         + WS-RPT-FALSE-COUNT + WS-REJ-TODAY-COUNT
004502         + WS-RPT-DEFER-COUNT + WS-RPT-DUP-COUNT
004510         + WS-RPT-CANCEL-COUNT.
004515     MOVE "CHECK 1 - READ = TRUE+FALSE+REJECT+DEFER+DUP+CANCEL"
004520         TO CK-LABEL.
004530     IF WS-READ-SIDE = WS-VERDICT-SIDE
004540         MOVE "OK" TO CK-STATUS
004620     MOVE "CHECK 2 - EVERY REPORT TRUE HAS AUDIT OR HISTORY"
004630         TO CK-LABEL.
004640     IF WS-TRUE-UNMATCHED = ZERO
004641         MOVE "OK" TO CK-STATUS
004642     ELSE
004643         MOVE "FAIL" TO CK-STATUS
004644         MOVE "N" TO WS-BALANCE-SW
004645     END-IF.
004646     WRITE Q4-CERT-LINE FROM WS-CERT-CHECK-LINE.
004647*>   CHECK 3 -- EVERY "X" CANCEL READ GOT ITS NOTICE LINE, SO
004648*>   EVERY ONE WAS APPLIED OR REPORTED BACK
004649     MOVE "CHECK 3 - EVERY CANCEL READ HAS A REPORT NOTICE"
004650         TO CK-LABEL.
004651     IF WS-TRANS-CANCEL = WS-RPT-NOTICE-COUNT
004652         MOVE "OK" TO CK-STATUS
004660     ELSE
004670         MOVE "FAIL" TO CK-STATUS
004680         MOVE "N" TO WS-BALANCE-SW
