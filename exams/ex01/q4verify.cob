000230*                 NOT HARD-CODED HERE.  RETURN-CODE 0 = ALL      *
000240*                 ANSWERS AGREE, 4 = DISAGREEMENTS FOUND (SEE    *
000250*                 REPORT), 16 = BAD CARD OR FILE TROUBLE.        *
000251*  10/15/26  RM   HISTORY IS NOW KEYED ON THE FULL N/S/a/b/c/d   *
000252*                 COMBINATION, SO ONE N/S CAN HOLD SEVERAL       *
000253*                 ENTRIES; THE DISAGREEMENT LINE NOW SHOWS       *
000254*                 a/b/c/d SO EACH ONE CAN BE TOLD APART.         *
000255*  10/15/26  RM   A "C"/"M" CEILING ANSWER IS RE-SOLVED UNDER    *
000256*                 THE CEILINGS STORED WITH IT, AND ITS WITNESS   *
000257*                 MUST STAY INSIDE THEM; AN "M" ANSWER MUST      *
000258*                 STILL BE LEAST-COST LIKE AN "L" ONE.           *
000259*  10/15/26  RM   IN UPDATE MODE EVERY CORRECTION AND RESTAMP IS *
000260*                 JOURNALED (5500) TO PROD.Q4.HIST.JOURNAL WITH  *
000261*                 THE RECORD BEFORE AND AFTER, UNDER TODAY'S     *
000262*                 DATE AND SOURCE "V", SO Q4BKOUT CAN BACK A     *
000263*                 BAD SWEEP OUT.                                 *
000264*---------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000350     SELECT Q4-VERIFY-REPORT-FILE ASSIGN TO "Q4VRPT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-REPORT-STATUS.
000372     SELECT Q4-HIST-JOURNAL-FILE ASSIGN TO "Q4HJRNL"
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-JRNL-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  Q4-HISTORY-FILE
000430 FD  Q4-VERIFY-REPORT-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 01  Q4-VERIFY-LINE              PIC X(132).
000452 FD  Q4-HIST-JOURNAL-FILE
000454     LABEL RECORDS ARE STANDARD.
000456     COPY Q4JREC.
000460 WORKING-STORAGE SECTION.
000470*---------------------------------------------------------------*
000480*  FILE STATUS BYTES                                            *
000490*---------------------------------------------------------------*
000500 77  WS-HIST-STATUS          PIC X(02).
000510 77  WS-REPORT-STATUS        PIC X(02).
000515 77  WS-JRNL-STATUS          PIC X(02).
000520*---------------------------------------------------------------*
000530*  SWITCHES                                                     *
000540*---------------------------------------------------------------*
000850 77  WS-STORED-COST          PIC 9(06) VALUE ZERO.
000860 77  WS-MISMATCH-TEXT        PIC X(16) VALUE SPACES.
000870*---------------------------------------------------------------*
000871*  HISTORY CHANGE JOURNAL WORK AREAS -- THE ENTRY AS READ IS THE *
000872*  BEFORE-IMAGE OF ANY CORRECTION OR RESTAMP                    *
000873*---------------------------------------------------------------*
000874 77  WS-HIST-BEFORE-IMAGE    PIC X(101) VALUE SPACES.
000875 77  WS-JRNL-ACTION          PIC X(01) VALUE SPACE.
000876 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000877 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000878*---------------------------------------------------------------*
000880*  SOLVER PARAMETER AREA                                        *
000890*---------------------------------------------------------------*
000900     COPY Q4SOLVP.
001050     05  VM-N                PIC ZZZZ9.
001060     05  FILLER              PIC X(05) VALUE "  S =".
001070     05  VM-S                PIC -ZZZZ9.
001071     05  FILLER              PIC X(03) VALUE " A=".
001072     05  VM-A                PIC -ZZZZ9.
001073     05  FILLER              PIC X(03) VALUE " B=".
001074     05  VM-B                PIC -ZZZZ9.
001075     05  FILLER              PIC X(03) VALUE " C=".
001076     05  VM-C                PIC -ZZZZ9.
001077     05  FILLER              PIC X(03) VALUE " D=".
001078     05  VM-D                PIC -ZZZZ9.
001080     05  FILLER              PIC X(09) VALUE "  STORED ".
001090     05  VM-OLD-VERDICT      PIC X(05).
001100     05  FILLER              PIC X(05) VALUE " VER ".
001150     05  VM-MISMATCH         PIC X(16).
001160     05  FILLER              PIC X(03) VALUE " - ".
001170     05  VM-DISPOSITION      PIC X(09).
001180     05  FILLER              PIC X(07) VALUE SPACES.
001190 01  WS-VRR-TOTAL-LINE.
001200     05  VT-LABEL            PIC X(34).
001210     05  VT-VALUE            PIC ZZZZZZ9.
001510             "STATUS = " WS-REPORT-STATUS
001520         PERFORM 9999-ABEND THRU 9999-EXIT
001530     END-IF.
001531     OPEN EXTEND Q4-HIST-JOURNAL-FILE.
001532     IF WS-JRNL-STATUS = "35"
001533         OPEN OUTPUT Q4-HIST-JOURNAL-FILE
001534     END-IF.
001535     IF WS-JRNL-STATUS NOT = "00"
001536         DISPLAY "Q4VERIFY -- UNABLE TO OPEN JOURNAL FILE,"
001537             " STATUS = " WS-JRNL-STATUS
001538         PERFORM 9999-ABEND THRU 9999-EXIT
001539     END-IF.
001540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001541     MOVE SPACES TO WS-CONTROL-CARD.
001550     ACCEPT WS-CONTROL-CARD.
001560     IF NOT CC-MODE-REPORT AND NOT CC-MODE-UPDATE
001570         DISPLAY "Q4VERIFY -- MODE NOT R OR U: " WS-CONTROL-CARD
001640     END-IF.
001650*>   A TRIVIAL SOLVE, JUST TO ASK THE SOLVER WHO IT IS
001660     MOVE "V" TO QSP-MODE.
001665     MOVE "N" TO QSP-CEILING-SW.
001670     MOVE 1 TO QSP-N.
001680     MOVE 1 TO QSP-S.
001690     MOVE 1 TO QSP-A QSP-B QSP-C QSP-D.
001920             GO TO 2000-EXIT
001930     END-READ.
001940     ADD 1 TO WS-READ-COUNT.
001945     MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE.
001950     IF Q4H-SOLVER-VERSION = WS-CURRENT-VERSION
001960         IF WS-SAMPLE-INTERVAL = ZERO
001970             GO TO 2000-EXIT
002110         IF CC-MODE-UPDATE
002120             MOVE WS-CURRENT-VERSION TO Q4H-SOLVER-VERSION
002130             REWRITE Q4-HISTORY-RECORD
002133             MOVE "T" TO WS-JRNL-ACTION
002136             PERFORM 5500-JOURNAL-HISTORY THRU 5500-EXIT
002140             ADD 1 TO WS-RESTAMPED-COUNT
002150         END-IF
002160     ELSE
002250*                        WAS ORIGINALLY ASKED IN                 *
002260*---------------------------------------------------------------*
002270 3000-RESOLVE-ENTRY.
002280     IF Q4H-LEAST-COST-ANSWER
002290         MOVE "L" TO QSP-MODE
002300     ELSE
002310         MOVE "V" TO QSP-MODE
002311     END-IF.
002312     IF Q4H-REQUEST-TYPE = "C" OR "M"
002313         MOVE "Y" TO QSP-CEILING-SW
002314         MOVE Q4H-MAX-W TO QSP-MAX-W
002315         MOVE Q4H-MAX-X TO QSP-MAX-X
002316         MOVE Q4H-MAX-Y TO QSP-MAX-Y
002317         MOVE Q4H-MAX-Z TO QSP-MAX-Z
002318     ELSE
002319         MOVE "N" TO QSP-CEILING-SW
002320     END-IF.
002330     MOVE Q4H-N TO QSP-N.
002340     MOVE Q4H-S TO QSP-S.
002780         MOVE "WITNESS INVALID" TO WS-MISMATCH-TEXT
002790         GO TO 4000-EXIT
002800     END-IF.
002810     IF (Q4H-REQUEST-TYPE = "C" OR "M")
002811         AND (Q4H-WITNESS-W > Q4H-MAX-W
002812             OR Q4H-WITNESS-X > Q4H-MAX-X
002813             OR Q4H-WITNESS-Y > Q4H-MAX-Y
002814             OR Q4H-WITNESS-Z > Q4H-MAX-Z)
002815         MOVE "N" TO WS-AGREE-SW
002816         MOVE "OVER CEILING" TO WS-MISMATCH-TEXT
002817         GO TO 4000-EXIT
002818     END-IF.
002819     IF Q4H-LEAST-COST-ANSWER
002820         COMPUTE WS-STORED-COST = Q4H-WITNESS-W + Q4H-WITNESS-X
002830             + Q4H-WITNESS-Y + Q4H-WITNESS-Z
002840         IF WS-STORED-COST NOT = QSP-WITNESS-COST
002980 5000-ACT-ON-DISAGREEMENT.
002990     MOVE Q4H-N              TO VM-N.
003000     MOVE Q4H-S              TO VM-S.
003002     MOVE Q4H-A              TO VM-A.
003004     MOVE Q4H-B              TO VM-B.
003006     MOVE Q4H-C              TO VM-C.
003008     MOVE Q4H-D              TO VM-D.
003010     MOVE Q4H-VERDICT        TO VM-OLD-VERDICT.
003020     MOVE Q4H-SOLVER-VERSION TO VM-OLD-VERSION.
003030     MOVE QSP-VERDICT        TO VM-NEW-VERDICT.
003190     MOVE WS-CURRENT-VERSION TO Q4H-SOLVER-VERSION.
003200     MOVE ZERO TO Q4H-HIT-COUNT.
003210     REWRITE Q4-HISTORY-RECORD.
003213     MOVE "R" TO WS-JRNL-ACTION.
003216     PERFORM 5500-JOURNAL-HISTORY THRU 5500-EXIT.
003220     ADD 1 TO WS-CORRECTED-COUNT.
003230 5000-EXIT.
003231     EXIT.
003232*---------------------------------------------------------------*
003233*  5500-JOURNAL-HISTORY -- BEFORE- AND AFTER-IMAGE OF THE        *
003234*                          CORRECTION OR RESTAMP JUST MADE       *
003235*---------------------------------------------------------------*
003236 5500-JOURNAL-HISTORY.
003237     ACCEPT WS-RUN-TIME FROM TIME.
003238     MOVE SPACES               TO Q4-HIST-JOURNAL-RECORD.
003239     MOVE WS-RUN-DATE          TO QJ-BUSINESS-DATE.
003240     MOVE "Q4VERIFY"           TO QJ-PROGRAM.
003241     MOVE "V"                  TO QJ-SOURCE-CODE.
003242     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003243         INTO QJ-TIMESTAMP.
003244     MOVE WS-JRNL-ACTION       TO QJ-ACTION.
003245     MOVE WS-HIST-BEFORE-IMAGE TO QJ-BEFORE-IMAGE.
003246     MOVE Q4-HISTORY-RECORD    TO QJ-AFTER-IMAGE.
003247     WRITE Q4-HIST-JOURNAL-RECORD.
003248 5500-EXIT.
003249     EXIT.
003250*---------------------------------------------------------------*
003260*  6000-PRINT-TOTALS -- THE SWEEP IN SIX NUMBERS                *
003270*---------------------------------------------------------------*
003520 8000-TERMINATE.
003530     CLOSE Q4-HISTORY-FILE.
003540     CLOSE Q4-VERIFY-REPORT-FILE.
003545     CLOSE Q4-HIST-JOURNAL-FILE.
003550     IF WS-DISAGREE-COUNT > ZERO
003560         MOVE 4 TO RETURN-CODE
003570     ELSE
