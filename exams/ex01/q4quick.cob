000378*                 Q4SOLVE CALL WITH THE SAME CLOCK Q4 USES;      *
000379*                 ZERO ON A HISTORY HIT) SO Q4CHARGE CAN BILL    *
000380*                 DAYTIME WORK BACK LIKE BATCH WORK.             *
000381*  10/15/26  RM   HISTORY IS NOW KEYED ON THE FULL N/S/a/b/c/d   *
000382*                 COMBINATION; THE LOOKUP READS BY ALL SIX       *
000383*                 FIELDS, SO A DEPARTMENT SHARING AN N/S WITH    *
000384*                 ANOTHER GETS ITS OWN ANSWER BACK, NOT A        *
000385*                 RE-SOLVE.                                      *
000386*  10/15/26  RM   HONORS THE "C"/"M" CEILING REQUEST TYPES THE   *
000387*                 SAME WAY Q4 DOES: THE CARD'S W/X/Y/Z CEILINGS  *
000388*                 (N IN ALL FOUR ON ANY OTHER TYPE) GO TO THE    *
000389*                 SHARED EDITS AND SOLVER, A HISTORY ANSWER IS   *
000390*                 ONLY REUSED UNDER THE SAME CEILINGS, A CEILING *
000391*                 ANSWER NEVER DISPLACES AN UNCONSTRAINED ONE,   *
000392*                 AND THE CEILINGS ARE JOURNALED WITH THE        *
000393*                 INQUIRY.                                       *
000394*  10/15/26  RM   SEALS EACH INQUIRY'S AUDIT ENTRY THE WAY Q4    *
000395*                 DOES: 1150 FINDS THE LAST SEQUENCE NUMBER AND  *
000396*                 CHAIN HASH ON THE TRAIL, 5000 NUMBERS AND      *
000397*                 HASHES THE NEW ENTRY (Q4AHASH), AND 8300       *
000398*                 REPLACES THE Q4ASEAL RECORD.                   *
000399*  10/15/26  RM   JOURNALS THE HISTORY ADD, REWRITE OR TOUCH     *
000400*                 (4950) TO PROD.Q4.HIST.JOURNAL WITH THE        *
000401*                 RECORD BEFORE AND AFTER, AS Q4 DOES, SO        *
000402*                 Q4BKOUT CAN BACK OUT A DAY'S INQUIRIES TOO.    *
000403*---------------------------------------------------------------*
000404 ENVIRONMENT DIVISION.
000405 INPUT-OUTPUT SECTION.
000406 FILE-CONTROL.
000407     SELECT Q4-HISTORY-FILE ASSIGN TO "Q4HIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS Q4H-KEY
000446     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000447         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS WS-AUDIT-STATUS.
000449     SELECT Q4-AUDIT-SEAL-FILE ASSIGN TO "Q4ASEAL"
000450         ORGANIZATION IS SEQUENTIAL
000451         FILE STATUS IS WS-SEAL-STATUS.
000452     SELECT Q4-HIST-JOURNAL-FILE ASSIGN TO "Q4HJRNL"
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS WS-JRNL-STATUS.
000455 DATA DIVISION.
000460 FILE SECTION.
000470 FD  Q4-HISTORY-FILE
000480     LABEL RECORDS ARE STANDARD.
000497 FD  Q4-AUDIT-FILE
000498     LABEL RECORDS ARE STANDARD.
000499     COPY Q4AREC.
000500 FD  Q4-AUDIT-SEAL-FILE
000501     LABEL RECORDS ARE STANDARD.
000502     COPY Q4ASREC.
000503 FD  Q4-HIST-JOURNAL-FILE
000504     LABEL RECORDS ARE STANDARD.
000505     COPY Q4JREC.
000506 WORKING-STORAGE SECTION.
000510*> the one inquiry request, accepted from SYSIN in the same
000520*> fixed layout the nightly transaction file uses
000530     COPY Q4REC.
000610 01  WS-REQUEST-TYPE         PIC X(01).
000620         88  WS-REQ-VERDICT                VALUE "V", " ".
000630         88  WS-REQ-LEAST-COST             VALUE "L".
000631         88  WS-REQ-CEILINGS               VALUE "C", "M".
000632         88  WS-REQ-ANY-LEAST-COST         VALUE "L", "M".
000633*> THE BOUND ON EACH MULTIPLIER -- THE REQUEST'S OWN CEILINGS ON
000634*> "C"/"M" WORK, N IN ALL FOUR OTHERWISE
000635 01  WS-CEILINGS.
000636     05  WS-MAX-W            PIC 9(05).
000637     05  WS-MAX-X            PIC 9(05).
000638     05  WS-MAX-Y            PIC 9(05).
000639     05  WS-MAX-Z            PIC 9(05).
000640*> extra data
000650 01  WS-VERDICT              PIC X(05).
000660 01  WS-WITNESS-W            PIC 9(05).
000720     COPY Q4SOLVP.
000730*> parameter area for the shared edits
000740     COPY Q4VALDP.
000743*> parameter area for the audit chain hash
000746     COPY Q4AHSHP.
000750*---------------------------------------------------------------*
000760*  FILE STATUS BYTES                                            *
000770*---------------------------------------------------------------*
000780 77  WS-HIST-STATUS          PIC X(02).
000782 77  WS-DEPT-STATUS          PIC X(02).
000784 77  WS-AUDIT-STATUS         PIC X(02).
000786 77  WS-SEAL-STATUS          PIC X(02).
000788 77  WS-JRNL-STATUS          PIC X(02).
000790*---------------------------------------------------------------*
000800*  SWITCHES                                                     *
000810*---------------------------------------------------------------*
000870         88  WS-HIST-EXISTS               VALUE "Y".
000880*> FIRST-WRITTEN DATE OF THE HISTORY RECORD ALREADY ON FILE FOR
000890*> THIS KEY, PRESERVED ACROSS THE REWRITE IN 4900
000891 77  WS-OLD-FIRST-DATE       PIC 9(08) VALUE ZERO.
000892*> AND ITS REQUEST TYPE, SO 4900 CAN TELL A CEILING ANSWER FROM
000893*> AN UNCONSTRAINED ONE
000894 77  WS-OLD-REQUEST-TYPE     PIC X(01) VALUE SPACE.
000895*> AND THE WHOLE RECORD AS READ (SPACES WHEN THERE WAS NONE) --
000896*> THE BEFORE-IMAGE 4950 JOURNALS, WITH THE ACTION TAKEN
000897 77  WS-HIST-BEFORE-IMAGE    PIC X(101) VALUE SPACES.
000898 77  WS-JRNL-ACTION          PIC X(01) VALUE SPACE.
000899*> THE ANSWER BEING FILED, HELD WHILE 4910 READS WHAT IS THERE
000900 77  WS-HIST-AFTER-IMAGE     PIC X(101) VALUE SPACES.
000901 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000902*---------------------------------------------------------------*
000903*  DEPARTMENT PROFILE DATA FOR THE ONE REQUEST IN HAND          *
000904*---------------------------------------------------------------*
000905 77  WS-DEPT-CODE            PIC X(04) VALUE SPACES.
000906 77  WS-PROF-FOUND-SW        PIC X(01) VALUE "N".
000907 77  WS-PROF-ACTIVE-SW       PIC X(01) VALUE "N".
000908 77  WS-PROF-MAX-N           PIC 9(05) VALUE ZERO.
000909 77  WS-PROF-LCOST-SW        PIC X(01) VALUE "N".
000910*---------------------------------------------------------------*
000911*  AUDIT TRAIL WORK AREAS -- THE OPERATOR-ID COMES FROM THE     *
000912*  SECOND SYSIN CARD SO THE INQUIRY REPORT CAN SAY WHO ASKED    *
000913*---------------------------------------------------------------*
000914 77  WS-OPERATOR-ID          PIC X(08) VALUE "INQUIRY".
000915 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000916 77  WS-AUDIT-TIMESTAMP      PIC X(16) VALUE SPACES.
000917*> THE SEAL OF THE LAST ENTRY ON THE TRAIL -- FOUND BY 1150,
000918*> ADVANCED BY 5000, FILED IN Q4ASEAL BY 8300
000919 77  WS-AUDIT-SEQ-NO         PIC 9(09) VALUE ZERO.
000920 77  WS-AUDIT-LAST-HASH      PIC 9(09) VALUE ZERO.
000921 77  WS-AUDIT-LAST-DATE      PIC 9(08) VALUE ZERO.
000922 77  WS-AUDIT-END-SW         PIC X(01) VALUE "N".
000923         88  WS-AUDIT-END                 VALUE "Y".
000927 01  WS-OPERATOR-CARD.
000928     05  OC-OPERATOR-ID      PIC X(08).
000929     05  FILLER              PIC X(72).
001320     IF WS-HIST-STATUS NOT = "00"
001330         DISPLAY "Q4QUICK -- UNABLE TO OPEN Q4-HISTORY-FILE, "
001340             "STATUS = " WS-HIST-STATUS
001341         PERFORM 9999-ABEND THRU 9999-EXIT
001342     END-IF.
001343     OPEN INPUT Q4-DEPT-FILE.
001344     IF WS-DEPT-STATUS NOT = "00"
001345         DISPLAY "Q4QUICK -- UNABLE TO OPEN Q4-DEPT-FILE, "
001346             "STATUS = " WS-DEPT-STATUS
001347         PERFORM 9999-ABEND THRU 9999-EXIT
001348     END-IF.
001349     OPEN EXTEND Q4-HIST-JOURNAL-FILE.
001350     IF WS-JRNL-STATUS = "35"
001351         OPEN OUTPUT Q4-HIST-JOURNAL-FILE
001352     END-IF.
001353     IF WS-JRNL-STATUS NOT = "00"
001354         DISPLAY "Q4QUICK -- UNABLE TO OPEN Q4-HIST-JOURNAL-FILE,"
001355             " STATUS = " WS-JRNL-STATUS
001356         PERFORM 9999-ABEND THRU 9999-EXIT
001357     END-IF.
001358     PERFORM 1150-FIND-AUDIT-END THRU 1150-EXIT.
001367     OPEN EXTEND Q4-AUDIT-FILE.
001368     IF WS-AUDIT-STATUS = "35"
001369         OPEN OUTPUT Q4-AUDIT-FILE
001391     IF WS-REQUEST-TYPE = SPACE
001392         MOVE "V" TO WS-REQUEST-TYPE
001393     END-IF.
001395*>   A CEILING REQUEST KEEPS ITS CEILINGS AS SENT (A BAD ONE IS
001397*>   Q4VALID'S TO REJECT); ANY OTHER TYPE IS BOUNDED BY N
001399     IF WS-REQ-CEILINGS
001401         MOVE Q4-CEILINGS TO WS-CEILINGS
001403     ELSE
001405         MOVE WS-N TO WS-MAX-W WS-MAX-X WS-MAX-Y WS-MAX-Z
001407     END-IF.
001409 1000-EXIT.
001411     EXIT.
001413*---------------------------------------------------------------*
001415*  1150-FIND-AUDIT-END -- READ THE TRAIL THROUGH FOR THE         *
001417*                         SEQUENCE NUMBER AND CHAIN HASH OF ITS  *
001419*                         LAST SEALED ENTRY; NONE STARTS AT ONE  *
001421*---------------------------------------------------------------*
001423 1150-FIND-AUDIT-END.
001425     MOVE ZERO TO WS-AUDIT-SEQ-NO WS-AUDIT-LAST-HASH
001427         WS-AUDIT-LAST-DATE.
001429     MOVE "N" TO WS-AUDIT-END-SW.
001431     OPEN INPUT Q4-AUDIT-FILE.
001433     IF WS-AUDIT-STATUS = "35"
001435         GO TO 1150-EXIT
001437     END-IF.
001439     IF WS-AUDIT-STATUS NOT = "00"
001441         DISPLAY "Q4QUICK -- UNABLE TO READ Q4-AUDIT-FILE, "
001443             "STATUS = " WS-AUDIT-STATUS
001445         PERFORM 9999-ABEND THRU 9999-EXIT
001447     END-IF.
001449     PERFORM 1160-READ-AUDIT-ENTRY THRU 1160-EXIT
001451         UNTIL WS-AUDIT-END.
001453     CLOSE Q4-AUDIT-FILE.
001455 1150-EXIT.
001457     EXIT.
001459 1160-READ-AUDIT-ENTRY.
001461     READ Q4-AUDIT-FILE
001463         AT END
001465             MOVE "Y" TO WS-AUDIT-END-SW
001467             GO TO 1160-EXIT
001469     END-READ.
001471     IF QA-SEQ-NO NUMERIC AND QA-CHAIN-HASH NUMERIC
001473         MOVE QA-SEQ-NO     TO WS-AUDIT-SEQ-NO
001475         MOVE QA-CHAIN-HASH TO WS-AUDIT-LAST-HASH
001477         MOVE QA-DATE       TO WS-AUDIT-LAST-DATE
001479     END-IF.
001481 1160-EXIT.
001483     EXIT.
001510*---------------------------------------------------------------*
001520*  3000-VALIDATE-INPUT -- THE RECORD-TYPE CHECK STAYS HERE       *
001530*                         (IT IS ABOUT THE CARD, NOT THE         *
001736     MOVE WS-PROF-MAX-N     TO QVP-DEPT-MAX-N.
001737     MOVE WS-PROF-LCOST-SW  TO QVP-DEPT-LCOST-SW.
001738     MOVE ZERO              TO QVP-S-TO.
001739     MOVE WS-CEILINGS       TO QVP-CEILINGS.
001740*>   NO AS-OF RERUNS HERE -- ZERO MEANS "TODAY'S LIMITS"
001741     MOVE ZERO              TO QVP-BUSINESS-DATE.
001742     CALL "Q4VALID" USING Q4VALID-PARM.
001750     MOVE QVP-VALID-SWITCH TO WS-VALID-SWITCH.
001815 3100-EXIT.
001816     EXIT.
001817*---------------------------------------------------------------*
001818*  3500-LOOKUP-HISTORY -- HAS THIS N/S/a/b/c/d COMBINATION      *
001823*                         ALREADY BEEN RUN?                     *
001828*---------------------------------------------------------------*
001833 3500-LOOKUP-HISTORY.
001840     MOVE "N" TO WS-HIST-FOUND-SW WS-HIST-EXISTS-SW.
001845     MOVE SPACES TO WS-HIST-BEFORE-IMAGE.
001850     MOVE WS-N TO Q4H-N.
001860     MOVE WS-S TO Q4H-S.
001862     MOVE WS-A TO Q4H-A.
001864     MOVE WS-B TO Q4H-B.
001866     MOVE WS-C TO Q4H-C.
001868     MOVE WS-D TO Q4H-D.
001870     READ Q4-HISTORY-FILE
001880         INVALID KEY
001890             MOVE "N" TO WS-HIST-FOUND-SW
001900         NOT INVALID KEY
001910             MOVE "Y" TO WS-HIST-EXISTS-SW
001920             MOVE Q4H-FIRST-DATE TO WS-OLD-FIRST-DATE
001923             MOVE Q4H-REQUEST-TYPE TO WS-OLD-REQUEST-TYPE
001926             MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE
001930*>           A STORED LEAST-COST ANSWER SATISFIES EITHER REQUEST
001940*>           TYPE; A STORED VERDICT-ONLY ANSWER CANNOT SATISFY A
001950*>           LEAST-COST REQUEST, SO THAT COMBINATION RE-SOLVES.
001960*>           EITHER WAY THE ANSWER MUST HAVE BEEN GIVEN UNDER THE
001970*>           SAME CEILINGS
001980             IF Q4H-CEILINGS = WS-CEILINGS
001990                 AND (Q4H-LEAST-COST-ANSWER
001995                     OR NOT WS-REQ-ANY-LEAST-COST)
002000                 MOVE "Y" TO WS-HIST-FOUND-SW
002010                 PERFORM 3550-TOUCH-HISTORY THRU 3550-EXIT
002020             ELSE
002220         ADD 1 TO Q4H-HIT-COUNT
002230     END-IF.
002240     REWRITE Q4-HISTORY-RECORD.
002243     MOVE "T" TO WS-JRNL-ACTION.
002246     PERFORM 4950-JOURNAL-HISTORY THRU 4950-EXIT.
002250 3550-EXIT.
002260     EXIT.
002270 3600-USE-PRIOR-VERDICT.
002380*                SUBPROGRAM                                     *
002390*---------------------------------------------------------------*
002400 4000-SOLVE.
002401     IF WS-REQ-ANY-LEAST-COST
002402         MOVE "L" TO QSP-MODE
002403     ELSE
002404         MOVE "V" TO QSP-MODE
002405     END-IF.
002406     IF WS-REQ-CEILINGS
002407         MOVE "Y" TO QSP-CEILING-SW
002408     ELSE
002409         MOVE "N" TO QSP-CEILING-SW
002410     END-IF.
002411     MOVE WS-MAX-W TO QSP-MAX-W.
002412     MOVE WS-MAX-X TO QSP-MAX-X.
002413     MOVE WS-MAX-Y TO QSP-MAX-Y.
002414     MOVE WS-MAX-Z TO QSP-MAX-Z.
002420     MOVE WS-N TO QSP-N.
002430     MOVE WS-S TO QSP-S.
002440     MOVE WS-A TO QSP-A.
002530     MOVE QSP-WITNESS-Z  TO WS-WITNESS-Z.
002540     DISPLAY "Q4QUICK -- SOLVED IN " QSP-TRIAL-COUNT " TRIALS".
002550 4000-EXIT.
002551     EXIT.
002552 4500-DISPLAY-RESULT.
002553     IF WS-VERDICT = "TRUE "
002554         DISPLAY "TRUE -- " WS-WITNESS-W " * a + " WS-WITNESS-X
002555             " * b + " WS-WITNESS-Y " * c + " WS-WITNESS-Z
002556             " * d = " WS-S
002557         IF WS-REQ-ANY-LEAST-COST
002558             COMPUTE WS-WITNESS-COST = WS-WITNESS-W
002559                 + WS-WITNESS-X + WS-WITNESS-Y + WS-WITNESS-Z
002560             DISPLAY "Q4QUICK -- LEAST-COST WITNESS, W+X+Y+Z = "
002561                 WS-WITNESS-COST
002562         END-IF
002563     ELSE
002564         DISPLAY "FALSE"
002565     END-IF.
002566     IF WS-REQ-CEILINGS
002567         DISPLAY "Q4QUICK -- UNDER CEILINGS W=" WS-MAX-W
002568             " X=" WS-MAX-X " Y=" WS-MAX-Y " Z=" WS-MAX-Z
002574     END-IF.
002575 4500-EXIT.
002576     EXIT.
002740*  4900-UPDATE-HISTORY -- FILE THE VERDICT FOR NEXT TIME         *
002750*---------------------------------------------------------------*
002760 4900-UPDATE-HISTORY.
002761*>   ONE ENTRY PER COMBINATION: A CEILING ANSWER IS NOT FILED
002762*>   OVER AN UNCONSTRAINED ONE, WHICH SERVES EVERY OTHER
002763*>   REQUEST FOR THE COMBINATION (THE AUDIT TRAIL STILL HAS IT)
002764     IF WS-HIST-EXISTS AND WS-REQ-CEILINGS
002765             AND WS-OLD-REQUEST-TYPE NOT = "C"
002766             AND WS-OLD-REQUEST-TYPE NOT = "M"
002767         GO TO 4900-EXIT
002768     END-IF.
002770     MOVE WS-N TO Q4H-N.
002780     MOVE WS-S TO Q4H-S.
002790     MOVE WS-A TO Q4H-A.
002860     MOVE WS-WITNESS-Y   TO Q4H-WITNESS-Y.
002870     MOVE WS-WITNESS-Z   TO Q4H-WITNESS-Z.
002880     MOVE WS-REQUEST-TYPE TO Q4H-REQUEST-TYPE.
002885     MOVE WS-CEILINGS     TO Q4H-CEILINGS.
002890*>   A REPLACED ANSWER KEEPS ITS ORIGINAL FIRST-WRITTEN DATE;
002900*>   THE HIT COUNTER STARTS OVER WITH THE NEW ANSWER
002910     IF WS-HIST-EXISTS AND WS-OLD-FIRST-DATE NUMERIC
002950         MOVE WS-RUN-DATE TO Q4H-FIRST-DATE
002960     END-IF.
002970     MOVE WS-RUN-DATE TO Q4H-LAST-REF-DATE.
002971     MOVE ZERO TO Q4H-HIT-COUNT.
002972*>   THE SOLVER THAT PRODUCED THIS ANSWER, FOR THE Q4VERIFY SWEEP
002973     MOVE QSP-SOLVER-VERSION TO Q4H-SOLVER-VERSION.
002974     MOVE "A" TO WS-JRNL-ACTION.
002975     WRITE Q4-HISTORY-RECORD
002976         INVALID KEY
002977             PERFORM 4910-REFILE-HISTORY THRU 4910-EXIT
002978     END-WRITE.
002979     IF WS-JRNL-ACTION = SPACE
002980         GO TO 4900-EXIT
002981     END-IF.
002982     PERFORM 4950-JOURNAL-HISTORY THRU 4950-EXIT.
002983 4900-EXIT.
002984     EXIT.
002985*---------------------------------------------------------------*
002986*  4910-REFILE-HISTORY -- THE ADD FOUND THE COMBINATION ALREADY  *
002987*                         FILED: ANOTHER RUN SHARING THE CLUSTER *
002988*                         FILED IT SINCE THE LOOKUP.  READ WHAT  *
002989*                         IS THERE SO THE JOURNAL HOLDS A REAL   *
002990*                         BEFORE-IMAGE AND Q4BKOUT PUTS IT BACK  *
002991*                         INSTEAD OF REMOVING IT.  AS IN 4900, A *
002992*                         CEILING ANSWER IS NOT FILED OVER AN    *
002993*                         UNCONSTRAINED ONE, AND THE ENTRY KEEPS *
002994*                         ITS FIRST-WRITTEN DATE.  NOTHING       *
002995*                         FILED LEAVES THE ACTION BLANK.         *
002996*---------------------------------------------------------------*
002997 4910-REFILE-HISTORY.
002998     MOVE Q4-HISTORY-RECORD TO WS-HIST-AFTER-IMAGE.
002999     MOVE SPACE TO WS-JRNL-ACTION.
003000     READ Q4-HISTORY-FILE
003001         INVALID KEY
003002             GO TO 4910-EXIT
003003     END-READ.
003004     MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE.
003005     IF WS-REQ-CEILINGS
003006             AND Q4H-REQUEST-TYPE NOT = "C"
003007             AND Q4H-REQUEST-TYPE NOT = "M"
003008         GO TO 4910-EXIT
003009     END-IF.
003010     MOVE Q4H-FIRST-DATE TO WS-OLD-FIRST-DATE.
003011     MOVE WS-HIST-AFTER-IMAGE TO Q4-HISTORY-RECORD.
003012     MOVE WS-OLD-FIRST-DATE TO Q4H-FIRST-DATE.
003013     MOVE "R" TO WS-JRNL-ACTION.
003014     REWRITE Q4-HISTORY-RECORD.
003015 4910-EXIT.
003016     EXIT.
003017*---------------------------------------------------------------*
003018*  4950-JOURNAL-HISTORY -- BEFORE- AND AFTER-IMAGE OF THE        *
003019*                          HISTORY CHANGE JUST MADE, FOR Q4BKOUT *
003020*---------------------------------------------------------------*
003021 4950-JOURNAL-HISTORY.
003022     ACCEPT WS-RUN-TIME FROM TIME.
003023     MOVE SPACES               TO Q4-HIST-JOURNAL-RECORD.
003024     MOVE WS-RUN-DATE          TO QJ-BUSINESS-DATE.
003025     MOVE "Q4QUICK"            TO QJ-PROGRAM.
003026     MOVE "I"                  TO QJ-SOURCE-CODE.
003027     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003028         INTO QJ-TIMESTAMP.
003029     MOVE WS-JRNL-ACTION       TO QJ-ACTION.
003030     MOVE WS-DEPT-CODE         TO QJ-DEPT-CODE.
003031     MOVE WS-HIST-BEFORE-IMAGE TO QJ-BEFORE-IMAGE.
003032     MOVE Q4-HISTORY-RECORD    TO QJ-AFTER-IMAGE.
003033     WRITE Q4-HIST-JOURNAL-RECORD.
003034 4950-EXIT.
003040     EXIT.
003041*---------------------------------------------------------------*
003042*  5000-WRITE-AUDIT -- PERMANENT RECORD OF THIS INQUIRY, SAME    *
003059     MOVE WS-C TO QA-C.
003060     MOVE WS-D TO QA-D.
003061     MOVE WS-REQUEST-TYPE TO QA-REQUEST-TYPE.
003062     MOVE WS-CEILINGS     TO QA-CEILINGS.
003063     MOVE WS-DEPT-CODE    TO QA-DEPT-CODE.
003064     MOVE WS-VERDICT     TO QA-VERDICT.
003065     MOVE WS-WITNESS-W   TO QA-WITNESS-W.
003066     MOVE WS-WITNESS-X   TO QA-WITNESS-X.
003067     MOVE WS-WITNESS-Y   TO QA-WITNESS-Y.
003068     MOVE WS-WITNESS-Z   TO QA-WITNESS-Z.
003069     MOVE Q4-PRIORITY    TO QA-PRIORITY.
003070     MOVE "I"            TO QA-SOURCE-CODE.
003071     IF WS-HIST-FOUND
003072         MOVE "Y" TO QA-HIST-HIT
003073     ELSE
003074         MOVE "N" TO QA-HIST-HIT
003075     END-IF.
003076     MOVE WS-SOLVE-TRIALS  TO QA-TRIAL-COUNT.
003077     MOVE WS-SOLVE-ELAPSED TO QA-SOLVE-ELAPSED.
003078*>   NO AS-OF RERUNS IN THE DAYTIME PATH -- BUSINESS AND RUN
003079*>   DATE ARE THE SAME DAY HERE
003080     MOVE WS-RUN-DATE       TO QA-RUN-DATE.
003081*>   SEAL THE ENTRY: NEXT NUMBER, HASH CHAINED FROM THE LAST ONE
003082     ADD 1 TO WS-AUDIT-SEQ-NO.
003083     MOVE WS-AUDIT-SEQ-NO    TO QA-SEQ-NO.
003084     MOVE ZERO               TO QA-CHAIN-HASH.
003085     MOVE WS-AUDIT-LAST-HASH TO QHP-PRIOR-HASH.
003086     MOVE Q4-AUDIT-RECORD    TO QHP-ENTRY.
003087     CALL "Q4AHASH" USING Q4AHASH-PARM.
003088     MOVE QHP-NEW-HASH       TO QA-CHAIN-HASH WS-AUDIT-LAST-HASH.
003089     MOVE QA-DATE            TO WS-AUDIT-LAST-DATE.
003090     WRITE Q4-AUDIT-RECORD.
003091 5000-EXIT.
003092     EXIT.
003093*---------------------------------------------------------------*
003094*  6000-DISPLAY-REJECT -- THE REQUEST FAILED VALIDATION          *
003095*---------------------------------------------------------------*
003096 6000-DISPLAY-REJECT.
003097     DISPLAY "Q4QUICK -- REQUEST REJECTED, REASON " WS-REASON-CODE
003100         " " WS-REASON-TEXT.
003110 6000-EXIT.
003120     EXIT.
003150*---------------------------------------------------------------*
003160 8000-TERMINATE.
003170     CLOSE Q4-HISTORY-FILE.
003171     CLOSE Q4-HIST-JOURNAL-FILE.
003172     CLOSE Q4-DEPT-FILE.
003174     CLOSE Q4-AUDIT-FILE.
003177     PERFORM 8300-WRITE-AUDIT-SEAL THRU 8300-EXIT.
003180     EVALUATE TRUE
003190         WHEN NOT WS-INPUT-VALID
003200             MOVE 8 TO RETURN-CODE
003260 8000-EXIT.
003270     EXIT.
003280*---------------------------------------------------------------*
003281*  8300-WRITE-AUDIT-SEAL -- REPLACE THE ONE-RECORD SEAL FILE     *
003282*                           WITH THE LAST ENTRY ON THE TRAIL     *
003283*---------------------------------------------------------------*
003284 8300-WRITE-AUDIT-SEAL.
003285     OPEN OUTPUT Q4-AUDIT-SEAL-FILE.
003286     IF WS-SEAL-STATUS NOT = "00"
003287         DISPLAY "Q4QUICK -- UNABLE TO OPEN Q4-AUDIT-SEAL-FILE, "
003288             "STATUS = " WS-SEAL-STATUS
003289         PERFORM 9999-ABEND THRU 9999-EXIT
003290     END-IF.
003291     MOVE SPACES              TO Q4-AUDIT-SEAL-RECORD.
003292     MOVE WS-AUDIT-SEQ-NO     TO QS-LAST-SEQ-NO.
003293     MOVE WS-AUDIT-LAST-HASH  TO QS-LAST-HASH.
003294     MOVE WS-AUDIT-LAST-DATE  TO QS-LAST-DATE.
003295     MOVE "Q4QUICK"           TO QS-SEALED-BY.
003296     ACCEPT WS-RUN-TIME FROM TIME.
003297     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003298         INTO QS-SEAL-TIMESTAMP.
003299     WRITE Q4-AUDIT-SEAL-RECORD.
003300     CLOSE Q4-AUDIT-SEAL-FILE.
003301 8300-EXIT.
003302     EXIT.
003303*---------------------------------------------------------------*
003304*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN; GIVE UP BEFORE *
003305*                TOUCHING ANY RECORD I/O AGAINST IT             *
003310*---------------------------------------------------------------*
003320 9999-ABEND.
003330     MOVE 16 TO RETURN-CODE.
