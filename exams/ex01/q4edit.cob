000274*                 DEPARTMENT FAILS THE RUN WITH RETURN-CODE 16,  *
000275*                 SO NOBODY'S EXTRACT TURNS INTO A DECK Q4 WILL  *
000276*                 ONLY REJECT RECORD BY RECORD.                  *
000277*  10/15/26  RM   THE CONTROL-CARD BATCH NUMBER IS NOW PROVED    *
000278*                 AGAINST THE Q4BREG BATCH REGISTER: A NUMBER Q4 *
000279*                 HAS ALREADY PROCESSED FOR THE DEPARTMENT FAILS *
000280*                 THE RUN WITH RETURN-CODE 16, AND ANY OTHER IS  *
000281*                 FILED AS ISSUED SO THE DAILY GAP REPORT CAN    *
000282*                 SHOW A DECK THAT WAS BUILT BUT NEVER ARRIVED.  *
000283*  10/15/26  RM   ELEVENTH THRU FOURTEENTH EXTRACT FIELDS: THE   *
000284*                 W, X, Y, AND Z CEILINGS FOR THE NEW "C" AND    *
000285*                 "M" CEILING REQUESTS (BOTH TYPES NOW           *
000286*                 ACCEPTED).  ALL FOUR ARE REQUIRED ON A C/M     *
000287*                 LINE AND MUST BE BLANK OR OMITTED ON ANY       *
000288*                 OTHER, WHICH CARRIES ZERO.  THE DECK RECORD IS *
000289*                 NOW 68 BYTES.                                  *
000290*  10/15/26  RM   REQUEST TYPE "X" CANCELS A DETAIL THE          *
000291*                 DEPARTMENT SUBMITTED EARLIER: THE LINE CARRIES *
000292*                 ONLY THE RECORD-ID AND THE TYPE (RECORD-ID,,,, *
000293*                 ,,,X) AND BECOMES AN "X" CANCEL RECORD IN THE  *
000294*                 DECK.  IT COUNTS IN THE TRAILER RECORD COUNT   *
000295*                 BUT NOT IN THE N/S HASH TOTALS, AND IS SHOWN   *
000296*                 SEPARATELY ON THE EDIT REPORT SUMMARY.         *
000297*---------------------------------------------------------------*
000298 ENVIRONMENT DIVISION.
000299 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000301     SELECT Q4-EXTRACT-FILE ASSIGN TO "Q4EDIN"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-EXTRACT-STATUS.
000330     SELECT Q4-SUBMIT-FILE ASSIGN TO "Q4EDOUT"
000386         ACCESS MODE IS DYNAMIC
000387         RECORD KEY IS Q4D-KEY
000388         FILE STATUS IS WS-DEPT-STATUS.
000389     SELECT Q4-BATCH-REG-FILE ASSIGN TO "Q4BREG"
000390         ORGANIZATION IS INDEXED
000391         ACCESS MODE IS DYNAMIC
000392         RECORD KEY IS Q4B-KEY
000393         FILE STATUS IS WS-BREG-STATUS.
000394 DATA DIVISION.
000400 FILE SECTION.
000410 FD  Q4-EXTRACT-FILE
000420     LABEL RECORDS ARE STANDARD.
000492 FD  Q4-DEPT-FILE
000494     LABEL RECORDS ARE STANDARD.
000496     COPY Q4DREC.
000497 FD  Q4-BATCH-REG-FILE
000498     LABEL RECORDS ARE STANDARD.
000499     COPY Q4BREC.
000500 WORKING-STORAGE SECTION.
000510*---------------------------------------------------------------*
000520*  FILE STATUS BYTES                                            *
000550 77  WS-SUBMIT-STATUS        PIC X(02).
000560 77  WS-REPORT-STATUS        PIC X(02).
000562 77  WS-DEPT-STATUS          PIC X(02).
000566 77  WS-BREG-STATUS          PIC X(02).
000570*---------------------------------------------------------------*
000580*  SWITCHES                                                     *
000590*---------------------------------------------------------------*
000610         88  WS-EOF                        VALUE "Y".
000620 77  WS-LINE-ERROR-SW        PIC X(01) VALUE "N".
000630         88  WS-LINE-ERROR                VALUE "Y".
000633 77  WS-CANCEL-LINE-SW       PIC X(01) VALUE "N".
000636         88  WS-CANCEL-LINE               VALUE "Y".
000640*---------------------------------------------------------------*
000650*  SYSIN CONTROL CARD -- DEPARTMENT, SUBMISSION DATE, BATCH     *
000660*  NUMBER FOR THE DECK BEING BUILT                              *
000690     05  CC-DEPT-CODE        PIC X(04).
000700     05  CC-SUBMIT-DATE      PIC 9(08).
000710     05  CC-BATCH-NUMBER     PIC 9(06).
000715 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000720*---------------------------------------------------------------*
000730*  RUNNING TOTALS -- THE TRAILER COVERS ONLY WHAT WAS WRITTEN   *
000740*---------------------------------------------------------------*
000750 77  WS-LINE-COUNT           PIC 9(06) VALUE ZERO.
000760 77  WS-GOOD-COUNT           PIC 9(06) VALUE ZERO.
000770 77  WS-ERROR-COUNT          PIC 9(06) VALUE ZERO.
000775 77  WS-CANCEL-COUNT         PIC 9(06) VALUE ZERO.
000780 77  WS-HASH-N               PIC 9(09) VALUE ZERO.
000790 77  WS-HASH-S               PIC S9(09) VALUE ZERO.
000800*---------------------------------------------------------------*
000910     05  WS-RAW-TYPE         PIC X(16).
000912     05  WS-RAW-PRI          PIC X(16).
000914     05  WS-RAW-STO          PIC X(16).
000915     05  WS-RAW-MAX-W        PIC X(16).
000916     05  WS-RAW-MAX-X        PIC X(16).
000917     05  WS-RAW-MAX-Y        PIC X(16).
000918     05  WS-RAW-MAX-Z        PIC X(16).
000920*---------------------------------------------------------------*
000930*  CONVERTED VALUES FOR THE LINE IN HAND                        *
000940*---------------------------------------------------------------*
001020 77  WS-NUM-TYPE             PIC X(01) VALUE SPACE.
001022 77  WS-NUM-PRI              PIC X(01) VALUE SPACE.
001024 77  WS-NUM-STO              PIC S9(05) VALUE ZERO.
001025 77  WS-NUM-MAX-W            PIC 9(05) VALUE ZERO.
001026 77  WS-NUM-MAX-X            PIC 9(05) VALUE ZERO.
001027 77  WS-NUM-MAX-Y            PIC 9(05) VALUE ZERO.
001028 77  WS-NUM-MAX-Z            PIC 9(05) VALUE ZERO.
001030 77  WS-ERROR-REASON         PIC X(24) VALUE SPACES.
001032*---------------------------------------------------------------*
001033*  ROUTINE-DETAIL HOLD TABLE -- ROUTINE RECORDS WAIT HERE SO     *
001036*---------------------------------------------------------------*
001037 01  WS-HOLD-TABLE.
001038     05  WS-HOLD-RECORD OCCURS 2000 TIMES
001039                             PIC X(68).
001040 77  WS-HOLD-COUNT           PIC 9(04) VALUE ZERO.
001041 77  WS-HOLD-IX              PIC 9(04) VALUE ZERO.
001042 77  WS-HOLD-FULL-SW         PIC X(01) VALUE "N".
001490     05  ET-GOOD-COUNT       PIC ZZZZZ9.
001500     05  FILLER              PIC X(12) VALUE "  REJECTED: ".
001510     05  ET-ERROR-COUNT      PIC ZZZZZ9.
001513     05  FILLER              PIC X(11) VALUE "  CANCELS: ".
001516     05  ET-CANCEL-COUNT     PIC ZZZZZ9.
001519     05  FILLER              PIC X(60) VALUE SPACES.
001522 01  WS-EDR-WARN.
001524     05  FILLER              PIC X(62) VALUE
001526         "HOLD TABLE CAPPED AT 2000 - SOME ROUTINE LINES NOT RESEQ
001920         DISPLAY "Q4EDIT -- BAD CONTROL CARD: " WS-CONTROL-CARD
001930         PERFORM 9999-ABEND THRU 9999-EXIT
001940     END-IF.
001941     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001942     PERFORM 1200-CHECK-DEPT-PROFILE THRU 1200-EXIT.
001946     PERFORM 1300-CHECK-BATCH-REGISTER THRU 1300-EXIT.
001950     MOVE CC-DEPT-CODE    TO EH-DEPT-CODE.
001960     MOVE CC-BATCH-NUMBER TO EH-BATCH-NUMBER.
001970     MOVE CC-SUBMIT-DATE  TO EH-SUBMIT-DATE.
002035     CLOSE Q4-DEPT-FILE.
002036 1200-EXIT.
002037     EXIT.
002038*---------------------------------------------------------------*
002039*  1300-CHECK-BATCH-REGISTER -- NO DECK UNDER A BATCH NUMBER Q4  *
002040*                               HAS ALREADY PROCESSED FOR THIS   *
002041*                               DEPARTMENT.  THE NUMBER IS FILED *
002042*                               AS ISSUED SO Q4BRPT CAN TELL A   *
002043*                               DECK THAT NEVER ARRIVED FROM A   *
002044*                               NUMBER NOBODY USED.  A NUMBER    *
002045*                               ONLY ISSUED -- A DECK RE-EDITED  *
002046*                               BEFORE IT RAN -- IS REISSUED.    *
002047*---------------------------------------------------------------*
002048 1300-CHECK-BATCH-REGISTER.
002049     OPEN I-O Q4-BATCH-REG-FILE.
002050     IF WS-BREG-STATUS = "35"
002051         OPEN OUTPUT Q4-BATCH-REG-FILE
002052         CLOSE Q4-BATCH-REG-FILE
002053         OPEN I-O Q4-BATCH-REG-FILE
002054     END-IF.
002055     IF WS-BREG-STATUS NOT = "00"
002056         DISPLAY "Q4EDIT -- UNABLE TO OPEN Q4-BATCH-REG-FILE, "
002057             "STATUS = " WS-BREG-STATUS
002058         PERFORM 9999-ABEND THRU 9999-EXIT
002059     END-IF.
002060     MOVE CC-DEPT-CODE    TO Q4B-DEPT-CODE.
002061     MOVE CC-BATCH-NUMBER TO Q4B-BATCH-NUMBER.
002062     READ Q4-BATCH-REG-FILE
002063         INVALID KEY
002064             MOVE "I"            TO Q4B-STATUS
002065             MOVE "E"            TO Q4B-ORIGIN
002066             MOVE CC-SUBMIT-DATE TO Q4B-SUBMIT-DATE
002067             MOVE WS-RUN-DATE    TO Q4B-ISSUED-DATE
002068             MOVE ZERO TO Q4B-PROCESSED-DATE Q4B-INPUT-POSITION
002069                 Q4B-RECORD-COUNT Q4B-LAST-DUP-DATE
002070             WRITE Q4-BATCH-REG-RECORD
002071             CLOSE Q4-BATCH-REG-FILE
002072             GO TO 1300-EXIT
002073     END-READ.
002074     IF Q4B-PROCESSED
002075         DISPLAY "Q4EDIT -- DEPT " CC-DEPT-CODE " BATCH "
002076             CC-BATCH-NUMBER " ALREADY PROCESSED ON "
002077             Q4B-PROCESSED-DATE ", NO DECK BUILT"
002078         PERFORM 9999-ABEND THRU 9999-EXIT
002079     END-IF.
002080     MOVE "E"            TO Q4B-ORIGIN.
002081     MOVE CC-SUBMIT-DATE TO Q4B-SUBMIT-DATE.
002082     MOVE WS-RUN-DATE    TO Q4B-ISSUED-DATE.
002083     REWRITE Q4-BATCH-REG-RECORD.
002084     CLOSE Q4-BATCH-REG-FILE.
002085 1300-EXIT.
002086     EXIT.
002087 1500-WRITE-BATCH-HEADER.
002088     MOVE SPACES TO Q4-RECORD.
002089     MOVE "H" TO Q4-RECORD-TYPE.
002090     MOVE CC-DEPT-CODE    TO Q4-DEPT-CODE.
002091     MOVE CC-SUBMIT-DATE  TO QH-SUBMIT-DATE.
002092     MOVE CC-BATCH-NUMBER TO QH-BATCH-NUMBER.
002093     WRITE Q4-RECORD.
002094 1500-EXIT.
002095     EXIT.
002110*---------------------------------------------------------------*
002120*  2000-PROCESS-LINES -- ONE EXTRACT CARD IMAGE PER PASS         *
002130*---------------------------------------------------------------*
002250             IF WS-LINE-ERROR
002260                 PERFORM 6000-REPORT-ERROR THRU 6000-EXIT
002270             ELSE
002280                 IF WS-CANCEL-LINE
002282                     PERFORM 5100-WRITE-CANCEL THRU 5100-EXIT
002284                 ELSE
002286                     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
002288                 END-IF
002290             END-IF
002300         END-IF
002310     END-IF.
002370*                       CONDEMNS THE LINE.                       *
002380*---------------------------------------------------------------*
002390 3000-CONVERT-LINE.
002400     MOVE "N" TO WS-LINE-ERROR-SW WS-CANCEL-LINE-SW.
002410     MOVE SPACES TO WS-ERROR-REASON WS-RAW-FIELDS.
002420     UNSTRING Q4-EXTRACT-IMAGE DELIMITED BY ","
002430         INTO WS-RAW-ID WS-RAW-N WS-RAW-S WS-RAW-A
002440             WS-RAW-B WS-RAW-C WS-RAW-D WS-RAW-TYPE
002442             WS-RAW-PRI WS-RAW-STO
002446             WS-RAW-MAX-W WS-RAW-MAX-X WS-RAW-MAX-Y WS-RAW-MAX-Z
002450         ON OVERFLOW
002460             MOVE "Y" TO WS-LINE-ERROR-SW
002470             MOVE "TOO MANY FIELDS" TO WS-ERROR-REASON
002510     PERFORM 3100-CONVERT-ID THRU 3100-EXIT.
002520     IF WS-LINE-ERROR
002530         GO TO 3000-EXIT.
002532     IF WS-RAW-TYPE = "X"
002534         PERFORM 3150-CHECK-CANCEL THRU 3150-EXIT
002536         GO TO 3000-EXIT
002538     END-IF.
002540     PERFORM 3200-CONVERT-VALUES THRU 3200-EXIT.
002550     IF WS-LINE-ERROR
002560         GO TO 3000-EXIT.
002577     IF WS-LINE-ERROR
002578         GO TO 3000-EXIT.
002579     PERFORM 3280-CONVERT-S-TO THRU 3280-EXIT.
002581     IF WS-LINE-ERROR
002583         GO TO 3000-EXIT.
002585     PERFORM 3290-CONVERT-CEILINGS THRU 3290-EXIT.
002587 3000-EXIT.
002590     EXIT.
002600 3100-CONVERT-ID.
002610     MOVE WS-RAW-ID TO WS-CONV-TEXT.
002680         MOVE WS-CONV-VALUE TO WS-NUM-ID
002690     END-IF.
002700 3100-EXIT.
002701     EXIT.
002702*---------------------------------------------------------------*
002703*  3150-CHECK-CANCEL -- AN "X" LINE NAMES THE RECORD-ID BEING    *
002704*                       WITHDRAWN AND NOTHING ELSE.  ANY OTHER   *
002705*                       FIELD FILLED IN MEANS THE DEPARTMENT     *
002706*                       MAY HAVE MEANT A DETAIL, SO THE LINE IS  *
002707*                       CONDEMNED RATHER THAN GUESSED AT.        *
002708*---------------------------------------------------------------*
002709 3150-CHECK-CANCEL.
002710     IF WS-RAW-N NOT = SPACES OR WS-RAW-S NOT = SPACES
002711             OR WS-RAW-A NOT = SPACES OR WS-RAW-B NOT = SPACES
002712             OR WS-RAW-C NOT = SPACES OR WS-RAW-D NOT = SPACES
002713             OR WS-RAW-PRI NOT = SPACES OR WS-RAW-STO NOT = SPACES
002714             OR WS-RAW-MAX-W NOT = SPACES
002715             OR WS-RAW-MAX-X NOT = SPACES
002716             OR WS-RAW-MAX-Y NOT = SPACES
002717             OR WS-RAW-MAX-Z NOT = SPACES
002718         MOVE "Y" TO WS-LINE-ERROR-SW
002719         MOVE "CANCEL TAKES ONLY AN ID" TO WS-ERROR-REASON
002720         GO TO 3150-EXIT
002721     END-IF.
002722     MOVE "Y" TO WS-CANCEL-LINE-SW.
002723 3150-EXIT.
002724     EXIT.
002725 3200-CONVERT-VALUES.
002730     MOVE WS-RAW-N TO WS-CONV-TEXT.
002740     PERFORM 3300-CONVERT-NUMERIC THRU 3300-EXIT.
002750     IF WS-CONV-ERROR OR WS-CONV-VALUE < ZERO
003360             MOVE "L" TO WS-NUM-TYPE
003362         WHEN WS-RAW-TYPE = "R"
003364             MOVE "R" TO WS-NUM-TYPE
003365         WHEN WS-RAW-TYPE = "C"
003366             MOVE "C" TO WS-NUM-TYPE
003367         WHEN WS-RAW-TYPE = "M"
003368             MOVE "M" TO WS-NUM-TYPE
003370         WHEN OTHER
003380             MOVE "Y" TO WS-LINE-ERROR-SW
003390             MOVE "TYPE NOT V/L/R/C/M/X/BLK"
003400                 TO WS-ERROR-REASON
003410     END-EVALUATE.
003420 3250-EXIT.
003465 3280-EXIT.
003466     EXIT.
003467*---------------------------------------------------------------*
003468*  3290-CONVERT-CEILINGS -- W/X/Y/Z CEILINGS.  A "C" OR "M" LINE *
003469*                           MUST SUPPLY ALL FOUR; ANY OTHER      *
003470*                           TYPE MUST LEAVE THEM BLANK AND       *
003471*                           CARRIES ZERO.  THE LIMIT AND DEPT    *
003472*                           MAXIMUM CHECKS BELONG TO Q4VALID.    *
003473*---------------------------------------------------------------*
003474 3290-CONVERT-CEILINGS.
003475     MOVE ZERO TO WS-NUM-MAX-W WS-NUM-MAX-X WS-NUM-MAX-Y
003476         WS-NUM-MAX-Z.
003477     IF WS-NUM-TYPE NOT = "C" AND WS-NUM-TYPE NOT = "M"
003478         IF WS-RAW-MAX-W NOT = SPACES OR WS-RAW-MAX-X NOT = SPACES
003479             OR WS-RAW-MAX-Y NOT = SPACES
003480             OR WS-RAW-MAX-Z NOT = SPACES
003481             MOVE "Y" TO WS-LINE-ERROR-SW
003482             MOVE "CEILINGS ONLY ON C/M" TO WS-ERROR-REASON
003483         END-IF
003484         GO TO 3290-EXIT
003485     END-IF.
003486     MOVE WS-RAW-MAX-W TO WS-CONV-TEXT.
003487     PERFORM 3295-CONVERT-ONE-CEILING THRU 3295-EXIT.
003488     IF WS-LINE-ERROR
003489         GO TO 3290-EXIT.
003490     MOVE WS-CONV-VALUE TO WS-NUM-MAX-W.
003491     MOVE WS-RAW-MAX-X TO WS-CONV-TEXT.
003492     PERFORM 3295-CONVERT-ONE-CEILING THRU 3295-EXIT.
003493     IF WS-LINE-ERROR
003494         GO TO 3290-EXIT.
003495     MOVE WS-CONV-VALUE TO WS-NUM-MAX-X.
003496     MOVE WS-RAW-MAX-Y TO WS-CONV-TEXT.
003497     PERFORM 3295-CONVERT-ONE-CEILING THRU 3295-EXIT.
003498     IF WS-LINE-ERROR
003499         GO TO 3290-EXIT.
003500     MOVE WS-CONV-VALUE TO WS-NUM-MAX-Y.
003501     MOVE WS-RAW-MAX-Z TO WS-CONV-TEXT.
003502     PERFORM 3295-CONVERT-ONE-CEILING THRU 3295-EXIT.
003503     IF WS-LINE-ERROR
003504         GO TO 3290-EXIT.
003505     MOVE WS-CONV-VALUE TO WS-NUM-MAX-Z.
003506 3290-EXIT.
003507     EXIT.
003508 3295-CONVERT-ONE-CEILING.
003509     IF WS-CONV-TEXT = SPACES
003510         MOVE "Y" TO WS-LINE-ERROR-SW
003511         MOVE "CEILING MISSING" TO WS-ERROR-REASON
003512         GO TO 3295-EXIT
003513     END-IF.
003514     PERFORM 3300-CONVERT-NUMERIC THRU 3300-EXIT.
003515     IF WS-CONV-ERROR OR WS-CONV-VALUE < ZERO
003516             OR WS-CONV-VALUE > 99999
003517         MOVE "Y" TO WS-LINE-ERROR-SW
003518         MOVE "CEILING NOT 0-99999" TO WS-ERROR-REASON
003519     END-IF.
003520 3295-EXIT.
003521     EXIT.
003522*---------------------------------------------------------------*
003523*  3300-CONVERT-NUMERIC -- TURN THE TEXT IN WS-CONV-TEXT INTO    *
003524*                          A SIGNED VALUE.  LEADING BLANKS AND   *
003525*                          A LEADING MINUS ARE HONORED; A BLANK  *
003526*                          AFTER THE DIGITS ENDS THE FIELD;      *
003527*                          ANYTHING ELSE IS AN ERROR.            *
003528*---------------------------------------------------------------*
003529 3300-CONVERT-NUMERIC.
003530     MOVE ZERO TO WS-CONV-VALUE.
003531     MOVE "N" TO WS-CONV-ERROR-SW WS-CONV-NEG-SW
003540         WS-CONV-DIGIT-SW WS-CONV-DONE-SW.
003550     PERFORM 3310-CONVERT-CHAR THRU 3310-EXIT
003560         VARYING WS-CONV-IX FROM 1 BY 1
004050     MOVE WS-NUM-TYPE TO Q4-REQUEST-TYPE.
004051     MOVE WS-NUM-STO  TO Q4-S-TO.
004052     MOVE WS-NUM-PRI  TO Q4-PRIORITY.
004053     MOVE WS-NUM-MAX-W TO Q4-MAX-W.
004054     MOVE WS-NUM-MAX-X TO Q4-MAX-X.
004055     MOVE WS-NUM-MAX-Y TO Q4-MAX-Y.
004056     MOVE WS-NUM-MAX-Z TO Q4-MAX-Z.
004057*>   RUSH WORK GOES STRAIGHT OUT; ROUTINE WORK WAITS IN THE HOLD
004058*>   TABLE SO THE DECK LEADS WITH ITS PRIORITY RECORDS
004059     IF Q4-PRI-RUSH
004060         WRITE Q4-RECORD
004062     ELSE
004064         IF WS-HOLD-COUNT < 2000
004080     ADD WS-NUM-N TO WS-HASH-N.
004090     ADD WS-NUM-S TO WS-HASH-S.
004100 5000-EXIT.
004101     EXIT.
004102*---------------------------------------------------------------*
004103*  5100-WRITE-CANCEL -- PUT OUT THE "X" CANCEL RECORD.  IT GOES  *
004104*                       STRAIGHT OUT (Q4 FINDS A DEPARTMENT'S    *
004105*                       CANCELS WHEREVER THEY SIT IN ITS DECK)   *
004106*                       AND COUNTS IN THE TRAILER RECORD COUNT   *
004107*                       BUT CARRIES NOTHING INTO THE HASHES.     *
004108*---------------------------------------------------------------*
004109 5100-WRITE-CANCEL.
004110     MOVE SPACES TO Q4-RECORD.
004111     MOVE "X" TO Q4-RECORD-TYPE.
004112     MOVE CC-DEPT-CODE TO Q4-DEPT-CODE.
004113     MOVE WS-NUM-ID    TO QX-RECORD-ID.
004114     MOVE ZERO         TO QX-CANCEL-DATE.
004115     WRITE Q4-RECORD.
004116     ADD 1 TO WS-GOOD-COUNT.
004117     ADD 1 TO WS-CANCEL-COUNT.
004118 5100-EXIT.
004119     EXIT.
004120*---------------------------------------------------------------*
004130*  6000-REPORT-ERROR -- LIST THE CONDEMNED LINE ON THE EDIT      *
004140*                       REPORT                                   *
004350     MOVE WS-LINE-COUNT  TO ET-LINE-COUNT.
004360     MOVE WS-GOOD-COUNT  TO ET-GOOD-COUNT.
004370     MOVE WS-ERROR-COUNT TO ET-ERROR-COUNT.
004375     MOVE WS-CANCEL-COUNT TO ET-CANCEL-COUNT.
004380     WRITE Q4-EDIT-REPORT-LINE FROM WS-EDR-TRAILER.
004382     IF WS-HOLD-TABLE-FULL
004384         WRITE Q4-EDIT-REPORT-LINE FROM WS-EDR-WARN
