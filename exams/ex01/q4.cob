000828*                 Q4CHARGE BILLS THE LOOKUP FEE ON EVERY         *
000829*                 LOOKUP SERVED INSTEAD OF DAYTIME ONES ONLY,   *
000830*                 AND THE INVOICE HIT COUNTS COVER THE BATCH.    *
000831*  10/15/26  RM   HISTORY IS NOW KEYED ON THE FULL N/S/a/b/c/d   *
000832*                 COMBINATION, SO THE LOOKUP (3500) AND THE      *
000833*                 RESTART REPLAY (1330) READ BY ALL SIX FIELDS.  *
000834*                 TWO DEPARTMENTS SENDING ONE N/S WITH DIFFERENT *
000835*                 COEFFICIENTS EACH KEEP THEIR OWN ANSWER AND    *
000836*                 NO LONGER RE-SOLVE OVER EACH OTHER.            *
000837*  10/15/26  RM   EVERY BATCH IS FILED ON THE BATCH REGISTER     *
000838*                 (Q4BREG) AT ITS HEADER (2370) AND CLOSED AT    *
000839*                 ITS TRAILER (2380).  A SECOND COPY OF A BATCH  *
000840*                 ALREADY PROCESSED IS LISTED AS "DUPL" AND NOT  *
000841*                 SOLVED (2560), AND SETS RC 4.  CARRY-OVER      *
000842*                 FRAMES NOW TAKE THEIR BATCH NUMBER OFF THE     *
000843*                 REGISTER (5815) INSTEAD OF ALL SHARING THE     *
000844*                 CARD'S NUMBER.                                 *
000845*  10/15/26  RM   DEPARTMENT RETURN FILE (Q4RTN).  A DEPARTMENT  *
000846*                 WHOSE PROFILE CARRIES THE NEW RETURN-FILE      *
000847*                 FLAG GETS ITS OWN H/D/T FRAME: EVERY RECORD    *
000848*                 IT SENT, IN THE COMMA LAYOUT IT SUBMITTED,     *
000849*                 WITH THE VERDICT, WITNESSES, WITNESS COST, AND *
000850*                 A SOLVED/REJECTED/DEFERRED/DUPLICATE STATUS    *
000851*                 (REJECTS WITH THEIR REASON).  THE TRAILER      *
000852*                 COUNTS LET THE DEPARTMENT BALANCE TO ITS OWN   *
000853*                 SUBMISSION.  FRAMES OPEN AND CLOSE ON THE      *
000854*                 DEPARTMENT BREAK (2280/2290); THE FILE IS      *
000855*                 REBUILT EVERY RUN LIKE THE EXTRACT, SO THE     *
000856*                 RESTART REPLAY RE-EMITS IT WHOLE.              *
000857*  10/15/26  RM   CEILING REQUESTS.  TYPE "C" (FIRST WITNESS)    *
000858*                 AND "M" (LEAST COST) CARRY A SEPARATE MAXIMUM  *
000859*                 FOR EACH OF W, X, Y, AND Z, WHICH Q4SOLVE      *
000860*                 HONORS IN PLACE OF N.  WS-CEILINGS HOLDS THE   *
000861*                 BOUNDS EACH ANSWER IS GIVEN UNDER (N IN ALL    *
000862*                 FOUR FOR V/L/R WORK); THEY ARE FILED ON THE    *
000863*                 HISTORY ENTRY, THE AUDIT ENTRY, A CEILINGS     *
000864*                 LINE UNDER THE REPORT DETAIL, THE EXTRACT "D"  *
000865*                 LINE (FOUR NEW TRAILING FIELDS), THE RETURN    *
000866*                 LINE, AND THE REJECT.  A HISTORY ENTRY ANSWERS *
000867*                 ONLY A REQUEST UNDER THE SAME CEILINGS, AND A  *
000868*                 CEILING ANSWER NEVER DISPLACES AN              *
000869*                 UNCONSTRAINED ONE (4900).  THE CARRY-OVER DECK *
000870*                 RECORD GROWS WITH Q4REC TO 68 BYTES.           *
000871*  10/15/26  RM   SEALS THE AUDIT TRAIL.  BEFORE THE TRAIL IS    *
000872*                 OPENED FOR EXTEND, 1150 READS IT TO THE END    *
000873*                 FOR THE LAST SEQUENCE NUMBER AND CHAIN HASH    *
000874*                 (SO A RESTART AFTER AN ABEND CHAINS OFF WHAT   *
000875*                 IS REALLY THERE); 5000 GIVES EVERY ENTRY THE   *
000876*                 NEXT NUMBER AND ITS Q4AHASH CHAIN HASH, AND    *
000877*                 8000 REPLACES THE ONE-RECORD SEAL FILE         *
000878*                 (Q4ASEAL) WITH THE LAST ENTRY WRITTEN.         *
000879*                 Q4ACERT PROVES THE CHAIN.                      *
000880*  10/15/26  RM   JOURNALS EVERY HISTORY ADD, REWRITE AND TOUCH  *
000881*                 (4950) TO PROD.Q4.HIST.JOURNAL (Q4HJRNL) WITH  *
000882*                 THE RECORD BEFORE AND AFTER, THE BUSINESS      *
000883*                 DATE AND THE DEPARTMENT, SO Q4BKOUT CAN BACK   *
000884*                 A BAD DAY'S HISTORY CHANGES OUT.  THE BEFORE-  *
000885*                 IMAGE IS TAKEN WHERE THE RECORD IS READ.       *
000886*  10/15/26  RM   CANCELLATIONS.  AN "X" RECORD WITHDRAWS A      *
000887*                 DETAIL THE DEPARTMENT SENT EARLIER.  1500      *
000888*                 READS THE INPUT THROUGH BEFORE THE RUN AND     *
000889*                 TABLES ITS CANCELS (ONE IN A BATCH THE         *
000890*                 REGISTER SHOWS IS A DUPLICATE IS NEVER         *
000891*                 APPLIED), THEN MATCHES THEM AGAINST EARLIER    *
000892*                 DAYS' REJECTS STILL AWAITING REPAIR ON THE NEW *
000893*                 OPTIONAL Q4REJIN.  A DETAIL FOR A CANCELLED    *
000894*                 RECORD-ID, IN TODAY'S WORK OR THE CARRY-OVER   *
000895*                 DECK, IS LISTED AS "CANCL" AND DROPPED         *
000896*                 UNSOLVED (2720).  AT THE DEPARTMENT BREAK      *
000897*                 (2750) EVERY CANCEL GETS A NOTICE LINE AND A   *
000898*                 RETURN LINE; ONE THAT APPLIED GOES ON THE      *
000899*                 EXTRACT AS AN "X" LINE, AND ONE THAT MATCHED A *
000900*                 REJECT IS WRITTEN TO Q4CANC FOR Q4REPAIR TO    *
000901*                 RETIRE THE REJECT.  A CANCEL THAT MATCHED      *
000902*                 NOTHING IS RETURNED "UNMATCHED" AND SETS RC 4. *
000903*---------------------------------------------------------------*
000904 ENVIRONMENT DIVISION.
000905 INPUT-OUTPUT SECTION.
000906 FILE-CONTROL.
000907     SELECT Q4-TRANS-FILE ASSIGN TO "Q4IN"
000908         ORGANIZATION IS SEQUENTIAL
000909         FILE STATUS IS WS-TRANS-STATUS.
000910     SELECT Q4-REPORT-FILE ASSIGN TO "Q4RPT"
000911         ORGANIZATION IS SEQUENTIAL
000912         FILE STATUS IS WS-REPORT-STATUS.
000913     SELECT Q4-REJECT-FILE ASSIGN TO "Q4REJ"
000914         ORGANIZATION IS SEQUENTIAL
000915         FILE STATUS IS WS-REJECT-STATUS.
000916     SELECT Q4-AUDIT-FILE ASSIGN TO "Q4AUD"
000917         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-AUDIT-STATUS.
000921     SELECT Q4-AUDIT-SEAL-FILE ASSIGN TO "Q4ASEAL"
000922         ORGANIZATION IS SEQUENTIAL
000923         FILE STATUS IS WS-SEAL-STATUS.
000924     SELECT Q4-HIST-JOURNAL-FILE ASSIGN TO "Q4HJRNL"
000925         ORGANIZATION IS SEQUENTIAL
000926         FILE STATUS IS WS-JRNL-STATUS.
000930     SELECT Q4-EXTRACT-FILE ASSIGN TO "Q4EXT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-EXTRACT-STATUS.
000982     SELECT Q4-DEFER-FILE ASSIGN TO "Q4DEFER"
000984         ORGANIZATION IS SEQUENTIAL
000986         FILE STATUS IS WS-DEFER-STATUS.
000987     SELECT Q4-RETURN-FILE ASSIGN TO "Q4RTN"
000988         ORGANIZATION IS SEQUENTIAL
000989         FILE STATUS IS WS-RETURN-STATUS.
000990     SELECT Q4-HISTORY-FILE ASSIGN TO "Q4HIST"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001034         ACCESS MODE IS DYNAMIC
001035         RECORD KEY IS Q4D-KEY
001036         FILE STATUS IS WS-DEPT-STATUS.
001037     SELECT Q4-BATCH-REG-FILE ASSIGN TO "Q4BREG"
001038         ORGANIZATION IS INDEXED
001039         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS Q4B-KEY
001041         FILE STATUS IS WS-BREG-STATUS.
001042     SELECT Q4-REJECT-SCAN-FILE ASSIGN TO "Q4REJIN"
001043         ORGANIZATION IS SEQUENTIAL
001044         FILE STATUS IS WS-REJIN-STATUS.
001045     SELECT Q4-CANCEL-FILE ASSIGN TO "Q4CANC"
001046         ORGANIZATION IS SEQUENTIAL
001047         FILE STATUS IS WS-CANC-STATUS.
001048 DATA DIVISION.
001050 FILE SECTION.
001060 FD  Q4-TRANS-FILE
001070     LABEL RECORDS ARE STANDARD.
001150 FD  Q4-AUDIT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY Q4AREC.
001171 FD  Q4-AUDIT-SEAL-FILE
001172     LABEL RECORDS ARE STANDARD.
001173     COPY Q4ASREC.
001174 FD  Q4-HIST-JOURNAL-FILE
001175     LABEL RECORDS ARE STANDARD.
001176     COPY Q4JREC.
001180 FD  Q4-EXTRACT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  Q4-EXTRACT-REC              PIC X(100).
001280 FD  Q4-HISTORY-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY Q4HREC.
001301 FD  Q4-DEFER-FILE
001302     LABEL RECORDS ARE STANDARD.
001303 01  Q4-DEFER-RECORD             PIC X(68).
001304 FD  Q4-RETURN-FILE
001305     LABEL RECORDS ARE STANDARD.
001306 01  Q4-RETURN-REC               PIC X(175).
001307 FD  Q4-DEPT-FILE
001308     LABEL RECORDS ARE STANDARD.
001309     COPY Q4DREC.
001310 FD  Q4-BATCH-REG-FILE
001311     LABEL RECORDS ARE STANDARD.
001312     COPY Q4BREC.
001313 FD  Q4-REJECT-SCAN-FILE
001314     LABEL RECORDS ARE STANDARD.
001315*> THE Q4RREC REJECT LAYOUT, CUT DOWN TO WHAT THE CANCEL MATCH
001316*> NEEDS: RECORD-ID, REJECT DATE, AND DEPARTMENT
001317 01  Q4-REJECT-SCAN-RECORD.
001318     05  QRS-RECORD-ID           PIC 9(06).
001319     05  FILLER                  PIC X(63).
001320     05  QRS-REJECT-DATE         PIC 9(08).
001321     05  QRS-DEPT-CODE           PIC X(04).
001322     05  FILLER                  PIC X(21).
001323 FD  Q4-CANCEL-FILE
001324     LABEL RECORDS ARE STANDARD.
001325 01  Q4-CANCEL-OUT-REC           PIC X(68).
001326 WORKING-STORAGE SECTION.
001327*> main data -- loaded from the current Q4-RECORD transaction
001330 01  WS-N                    PIC 9(05).
001340 01  WS-S                    PIC S9(05).
001342 01  WS-S-TO                 PIC S9(05).
001390 01  WS-DEPT-CODE            PIC X(04).
001400 01  WS-REQUEST-TYPE         PIC X(01).
001410         88  WS-REQ-VERDICT                VALUE "V", " ".
001411         88  WS-REQ-LEAST-COST             VALUE "L".
001412         88  WS-REQ-RANGE                  VALUE "R".
001413         88  WS-REQ-CEILINGS               VALUE "C", "M".
001414         88  WS-REQ-ANY-LEAST-COST         VALUE "L", "M".
001415*> THE BOUND ON EACH MULTIPLIER -- THE REQUEST'S OWN CEILINGS ON
001416*> "C"/"M" WORK, N IN ALL FOUR OTHERWISE
001417 01  WS-CEILINGS.
001418     05  WS-MAX-W            PIC 9(05).
001419     05  WS-MAX-X            PIC 9(05).
001420     05  WS-MAX-Y            PIC 9(05).
001421     05  WS-MAX-Z            PIC 9(05).
001422 01  WS-PRIORITY             PIC X(01).
001424         88  WS-PRI-RUSH                   VALUE "P".
001430*> extra data
001590 77  WS-HIST-STATUS          PIC X(02).
001592 77  WS-DEFER-STATUS         PIC X(02).
001594 77  WS-DEPT-STATUS          PIC X(02).
001596 77  WS-BREG-STATUS          PIC X(02).
001598 77  WS-RETURN-STATUS        PIC X(02).
001600 77  WS-SEAL-STATUS          PIC X(02).
001602 77  WS-JRNL-STATUS          PIC X(02).
001604 77  WS-REJIN-STATUS         PIC X(02).
001606 77  WS-CANC-STATUS          PIC X(02).
001608*---------------------------------------------------------------*
001610*  SWITCHES                                                     *
001620*---------------------------------------------------------------*
001630 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001700         88  WS-BATCH-OPEN                VALUE "Y".
001710 77  WS-HIST-EXISTS-SW       PIC X(01) VALUE "N".
001720         88  WS-HIST-EXISTS               VALUE "Y".
001721 77  WS-BATCH-DUP-SW         PIC X(01) VALUE "N".
001722         88  WS-BATCH-DUPLICATE           VALUE "Y".
001723*> ON WHILE 1300 REPLAYS THE CHECKPOINTED RECORDS -- WHAT THE
001724*> FAILED RUN ALREADY PASSED ON TO Q4REPAIR IS NOT PASSED AGAIN
001725 77  WS-REPLAY-SW            PIC X(01) VALUE "N".
001726         88  WS-REPLAYING                 VALUE "Y".
001730*> FIRST-WRITTEN DATE OF THE HISTORY RECORD ALREADY ON FILE FOR
001740*> THIS KEY, PRESERVED ACROSS THE REWRITE IN 4900
001750 77  WS-OLD-FIRST-DATE       PIC 9(08) VALUE ZERO.
001751*> AND ITS REQUEST TYPE, SO 4900 CAN TELL A CEILING ANSWER FROM
001752*> AN UNCONSTRAINED ONE
001753 77  WS-OLD-REQUEST-TYPE     PIC X(01) VALUE SPACE.
001754*> AND THE WHOLE RECORD AS READ (SPACES WHEN THERE WAS NONE) --
001755*> THE BEFORE-IMAGE 4950 JOURNALS, WITH THE ACTION TAKEN
001756 77  WS-HIST-BEFORE-IMAGE    PIC X(101) VALUE SPACES.
001757 77  WS-JRNL-ACTION          PIC X(01) VALUE SPACE.
001758*> THE ANSWER BEING FILED, HELD WHILE 4910 READS WHAT IS THERE
001759 77  WS-HIST-AFTER-IMAGE     PIC X(101) VALUE SPACES.
001760*---------------------------------------------------------------*
001770*  VALIDATION REASON                                            *
001780*---------------------------------------------------------------*
002098 77  WS-DEFB-COUNT           PIC 9(06) VALUE ZERO.
002099 77  WS-DEFB-HASH-N          PIC 9(09) VALUE ZERO.
002100 77  WS-DEFB-HASH-S          PIC S9(09) VALUE ZERO.
002101*>  THE CARRY-OVER BATCH NUMBER ISSUED TO THE OPEN FRAME OFF
002102*>  THE BATCH REGISTER
002103 77  WS-DEF-ISSUE-NO         PIC 9(06) VALUE ZERO.
002104 77  WS-DEF-ISSUED-SW        PIC X(01) VALUE "N".
002105         88  WS-DEF-ISSUED                VALUE "Y".
002106*>  THE CARRY-OVER RECORD, BUILT HERE SO THE INPUT BUFFER IS
002107*>  NEVER DISTURBED.  SAME SHAPE AS THE Q4REC LAYOUT.
002108 01  WS-DEFER-REC.
002109     05  WS-DEF-RECORD-TYPE  PIC X(01).
002110     05  WS-DEF-DEPT-CODE    PIC X(04).
002111     05  WS-DEF-BODY         PIC X(37).
002112     05  WS-DEF-HDR-BODY REDEFINES WS-DEF-BODY.
002113         10  WS-DEF-SUBMIT-DATE PIC 9(08).
002114         10  WS-DEF-BATCH-NO    PIC 9(06).
002115         10  FILLER             PIC X(23).
002116     05  WS-DEF-TRL-BODY REDEFINES WS-DEF-BODY.
002117         10  WS-DEF-REC-COUNT   PIC 9(06).
002118         10  WS-DEF-HASH-N      PIC 9(09).
002119         10  WS-DEF-HASH-S      PIC S9(09).
002120         10  FILLER             PIC X(13).
002121     05  WS-DEF-PRIORITY     PIC X(01).
002122     05  WS-DEF-S-TO         PIC X(05).
002123     05  WS-DEF-CEILINGS     PIC X(20).
002124 01  WS-CLOCK-TIME.
002125     05  WS-CLOCK-HH         PIC 9(02).
002126     05  WS-CLOCK-MM         PIC 9(02).
002127     05  WS-CLOCK-SS         PIC 9(02).
002128     05  WS-CLOCK-HS         PIC 9(02).
002130*---------------------------------------------------------------*
002140*  BATCH CONTROL ACCOUNTING -- ACCUMULATED OVER THE DETAIL      *
002150*  RECORDS OF THE OPEN BATCH AND PROVED AGAINST ITS TRAILER     *
002200 77  WS-BATCH-HASH-N         PIC 9(09) VALUE ZERO.
002210 77  WS-BATCH-HASH-S         PIC S9(09) VALUE ZERO.
002220 77  WS-BATCH-FAIL-COUNT     PIC 9(03) VALUE ZERO.
002221*> WHERE THE RECORD IN HAND SITS IN THE DAY'S INPUT (RESTART
002222*> SKIP INCLUDED) -- FILED ON THE BATCH REGISTER WITH THE HEADER
002223*> SO A RESTART REPLAY OR AN AS-OF RERUN KNOWS ITS OWN ENTRY
002224 77  WS-INPUT-POSITION       PIC 9(06) VALUE ZERO.
002225 77  WS-REG-CLOSE-STATUS     PIC X(01) VALUE SPACE.
002226 77  WS-DUP-BATCH-COUNT      PIC 9(03) VALUE ZERO.
002227 77  WS-RUN-DUP-COUNT        PIC 9(06) VALUE ZERO.
002228*---------------------------------------------------------------*
002229*  CANCELLATION TABLE -- EVERY "X" CANCEL IN THE DAY'S INPUT,   *
002230*  TABLED BY THE PRE-PASS (1500) BEFORE ANY DETAIL IS READ, SO   *
002231*  A CANCEL WITHDRAWS ITS DEPARTMENT'S DETAIL WHEREVER THE TWO   *
002232*  SIT IN THE SECTION.  EACH ENTRY NOTES WHAT IT MATCHED: A      *
002233*  DETAIL IN TODAY'S DECK (CARRY-OVER INCLUDED) AND/OR A REJECT  *
002234*  FROM AN EARLIER DAY STILL AWAITING REPAIR.                    *
002235*---------------------------------------------------------------*
002236 77  WS-CXL-COUNT            PIC 9(03) VALUE ZERO.
002237 77  WS-CXL-IX               PIC 9(03) VALUE ZERO.
002238 77  WS-CXL-HIT              PIC 9(03) VALUE ZERO.
002239 77  WS-CXL-FULL-SW          PIC X(01) VALUE "N".
002240         88  WS-CXL-TABLE-FULL            VALUE "Y".
002241 77  WS-CXL-FOUND-SW         PIC X(01) VALUE "N".
002242         88  WS-CXL-FOUND                 VALUE "Y".
002243 77  WS-CXL-END-SW           PIC X(01) VALUE "N".
002244         88  WS-CXL-END                   VALUE "Y".
002245 77  WS-CXL-REG-SW           PIC X(01) VALUE "N".
002246         88  WS-CXL-REG-OPEN              VALUE "Y".
002247 77  WS-CXL-DUP-BATCH-SW     PIC X(01) VALUE "N".
002248         88  WS-CXL-DUP-BATCH             VALUE "Y".
002249 77  WS-CXL-POSITION         PIC 9(06) VALUE ZERO.
002250 77  WS-CXL-REJ-READ         PIC 9(06) VALUE ZERO.
002251*> DETAILS DROPPED AS CANCELLED, AND CANCELS THAT MATCHED
002252*> NOTHING -- THIS-RUN-ONLY, LIKE THE OTHER RUN COUNTERS.  THE
002253*> DEPARTMENT COUNT AND THE RETURN-FRAME COUNTS START OVER AT
002254*> EVERY DEPARTMENT BREAK.
002255 77  WS-RUN-CANCEL-COUNT     PIC 9(06) VALUE ZERO.
002256 77  WS-RUN-UNMATCHED-COUNT  PIC 9(06) VALUE ZERO.
002257 77  WS-DEPT-CANCEL-COUNT    PIC 9(06) VALUE ZERO.
002258 77  WS-RTN-CANCEL-COUNT     PIC 9(06) VALUE ZERO.
002259 77  WS-RTN-APPLIED-COUNT    PIC 9(06) VALUE ZERO.
002260 77  WS-RTN-UNMATCHED-COUNT  PIC 9(06) VALUE ZERO.
002261*> THE CANCEL BEING REPORTED, AND WHAT BECAME OF IT
002262 77  WS-CXL-LINE-ID          PIC 9(06) VALUE ZERO.
002263 77  WS-CXL-LINE-DEPT        PIC X(04) VALUE SPACES.
002264 77  WS-CXL-DISPOSITION      PIC X(28) VALUE SPACES.
002265 01  WS-CXL-TABLE.
002266     05  WS-CXL-ENTRY OCCURS 500 TIMES.
002267         10  WS-CXL-DEPT     PIC X(04).
002268         10  WS-CXL-RECORD-ID PIC 9(06).
002269         10  WS-CXL-INPUT-POS PIC 9(06).
002270         10  WS-CXL-DUP-SW   PIC X(01).
002271             88  WS-CXL-IN-DUP-BATCH      VALUE "Y".
002272         10  WS-CXL-DECK-SW  PIC X(01).
002273             88  WS-CXL-IN-DECK           VALUE "Y".
002274         10  WS-CXL-REJ-SW   PIC X(01).
002275             88  WS-CXL-IN-REJECTS        VALUE "Y".
002276*> THE CANCEL AS PASSED TO Q4REPAIR, STAMPED WITH THE BUSINESS
002277*> DATE.  SAME SHAPE AS THE Q4REC LAYOUT.
002278 01  WS-CANCEL-REC.
002279     05  WS-CXO-RECORD-TYPE  PIC X(01).
002280     05  WS-CXO-DEPT-CODE    PIC X(04).
002281     05  WS-CXO-RECORD-ID    PIC 9(06).
002282     05  WS-CXO-CANCEL-DATE  PIC 9(08).
002283     05  FILLER              PIC X(49).
002284*---------------------------------------------------------------*
002285*  DEPARTMENT CONTROL-BREAK ACCOUNTING -- THIS-RUN-ONLY, LIKE   *
002286*  THE RUN COUNTERS, SO THE SECTIONS MATCH WHAT THIS RUN        *
002287*  ACTUALLY PRINTED                                             *
002288*---------------------------------------------------------------*
002289 77  WS-CURR-DEPT            PIC X(04) VALUE SPACES.
002290 77  WS-DEPT-TRUE-COUNT      PIC 9(06) VALUE ZERO.
002300 77  WS-DEPT-FALSE-COUNT     PIC 9(06) VALUE ZERO.
002301 77  WS-DEPT-REJECT-COUNT    PIC 9(06) VALUE ZERO.
002302 77  WS-DEPT-DUP-COUNT       PIC 9(06) VALUE ZERO.
002303*---------------------------------------------------------------*
002304*  DEPARTMENT PROFILE CACHE -- THE DECK ARRIVES SORTED BY        *
002305*  DEPARTMENT, SO ONE PROFILE READ USUALLY COVERS A WHOLE        *
002306*  SECTION                                                       *
002307*---------------------------------------------------------------*
002308 77  WS-PROF-DEPT            PIC X(04) VALUE LOW-VALUES.
002309 77  WS-PROF-FOUND-SW        PIC X(01) VALUE "N".
002310 77  WS-PROF-ACTIVE-SW       PIC X(01) VALUE "N".
002311 77  WS-PROF-MAX-N           PIC 9(05) VALUE ZERO.
002312 77  WS-PROF-LCOST-SW        PIC X(01) VALUE "N".
002313 77  WS-PROF-RETURN-SW       PIC X(01) VALUE "N".
002321*---------------------------------------------------------------*
002322*  PRIORITY EXCEPTION TABLE -- EVERY RUSH ("P") RECORD THAT      *
002323*  ENDED THE RUN UNSOLVED OR REJECTED, LISTED ON THE EXCEPTION   *
002430     05  WS-EXT-D            PIC 9(05).
002440 01  WS-EXTRACT-LINE         PIC X(100).
002450*---------------------------------------------------------------*
002451*  DEPARTMENT RETURN FILE -- ONE H/D/T FRAME PER DEPARTMENT      *
002452*  THAT WANTS ITS VERDICTS BACK.  EVERY LINE LEADS WITH THE      *
002453*  DEPARTMENT CODE SO Q4RETURN CAN CUT EACH DEPARTMENT'S OWN     *
002454*  FILE OUT; WHAT IS LEFT IS THE COMMA LAYOUT IT SUBMITTED.      *
002455*  SIGNED FIELDS CARRY A LEADING MINUS, AS Q4EDIT READS THEM.    *
002456*---------------------------------------------------------------*
002457 77  WS-RTN-OPEN-SW          PIC X(01) VALUE "N".
002458         88  WS-RTN-FRAME-OPEN            VALUE "Y".
002459 77  WS-RTN-STATUS           PIC X(09) VALUE SPACES.
002460 77  WS-RTN-COUNT            PIC 9(06) VALUE ZERO.
002461 77  WS-RTN-SOLVED-COUNT     PIC 9(06) VALUE ZERO.
002462 77  WS-RTN-REJECT-COUNT     PIC 9(06) VALUE ZERO.
002463 77  WS-RTN-DEFER-COUNT      PIC 9(06) VALUE ZERO.
002464 77  WS-RTN-DUP-COUNT        PIC 9(06) VALUE ZERO.
002465 77  WS-RTN-REASON-CODE      PIC 9(02) VALUE ZERO.
002466 77  WS-RTN-REASON-TEXT      PIC X(30) VALUE SPACES.
002467 01  WS-RTN-FIELDS.
002468     05  WS-RTN-S            PIC -9(05).
002469     05  WS-RTN-A            PIC -9(05).
002470     05  WS-RTN-B            PIC -9(05).
002471     05  WS-RTN-C            PIC -9(05).
002472     05  WS-RTN-D            PIC -9(05).
002473     05  WS-RTN-S-TO         PIC -9(05).
002474     05  WS-RTN-MAX-W        PIC 9(05).
002475     05  WS-RTN-MAX-X        PIC 9(05).
002476     05  WS-RTN-MAX-Y        PIC 9(05).
002477     05  WS-RTN-MAX-Z        PIC 9(05).
002478 01  WS-RETURN-REC.
002479     05  WS-RTN-DEPT         PIC X(04).
002480     05  FILLER              PIC X(01) VALUE ",".
002481     05  WS-RETURN-LINE      PIC X(170).
002482*---------------------------------------------------------------*
002483*  CHECKPOINT / RESTART                                         *
002484*---------------------------------------------------------------*
002485 77  WS-CHECKPOINT-INTERVAL  PIC 9(03) VALUE 10.
002490 77  WS-CKPT-QUOTIENT        PIC 9(06) VALUE ZERO.
002500 77  WS-CKPT-REMAINDER       PIC 9(03) VALUE ZERO.
002510 77  WS-SKIP-COUNT           PIC 9(06) VALUE ZERO.
002590*---------------------------------------------------------------*
002600     COPY Q4VALDP.
002610*---------------------------------------------------------------*
002612*  AUDIT HASH PARAMETER AREA -- PASSED TO Q4AHASH                *
002614*---------------------------------------------------------------*
002616     COPY Q4AHSHP.
002618*---------------------------------------------------------------*
002620*  AUDIT TRAIL WORK AREAS                                       *
002630*---------------------------------------------------------------*
002640 77  WS-OPERATOR-ID          PIC X(08) VALUE "BATCH".
002650 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002660 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002670 77  WS-AUDIT-TIMESTAMP      PIC X(16) VALUE SPACES.
002671*> THE SEAL OF THE LAST ENTRY ON THE TRAIL -- FOUND BY 1150,
002672*> ADVANCED BY EVERY 5000, FILED IN Q4ASEAL BY 8000
002673 77  WS-AUDIT-SEQ-NO         PIC 9(09) VALUE ZERO.
002674 77  WS-AUDIT-LAST-HASH      PIC 9(09) VALUE ZERO.
002675 77  WS-AUDIT-LAST-DATE      PIC 9(08) VALUE ZERO.
002676 77  WS-AUDIT-END-SW         PIC X(01) VALUE "N".
002677         88  WS-AUDIT-END                 VALUE "Y".
002680*---------------------------------------------------------------*
002690*  DAILY VERDICT REPORT LINES                                   *
002700*---------------------------------------------------------------*
003270         05  FILLER              PIC X(04) VALUE SPACES.
003272         05  RD-PRIORITY         PIC X(01).
003274         05  FILLER              PIC X(10) VALUE SPACES.
003275*> PRINTED UNDER THE DETAIL OF A "C"/"M" CEILING REQUEST
003276 01  WS-RPT-CEILING-LINE.
003277         05  FILLER              PIC X(16) VALUE
003278             "  CEILINGS   W=".
003279         05  RC-MAX-W            PIC ZZZZ9.
003280         05  FILLER              PIC X(03) VALUE " X=".
003281         05  RC-MAX-X            PIC ZZZZ9.
003282         05  FILLER              PIC X(03) VALUE " Y=".
003283         05  RC-MAX-Y            PIC ZZZZ9.
003284         05  FILLER              PIC X(03) VALUE " Z=".
003285         05  RC-MAX-Z            PIC ZZZZ9.
003286         05  FILLER              PIC X(87) VALUE SPACES.
003287 01  WS-RPT-TRAILER-1.
003290         05  FILLER              PIC X(21)
003300                                  VALUE "TOTAL RECORDS READ: ".
003310         05  RT-TOTAL-COUNT      PIC ZZZZZ9.
003424         05  FILLER              PIC X(16) VALUE
003426             "DEFERRED COUNT: ".
003428         05  RT-DEFER-COUNT      PIC ZZZZZ9.
003430         05  FILLER              PIC X(04) VALUE SPACES.
003432         05  FILLER              PIC X(17) VALUE
003434             "DUPLICATE COUNT: ".
003436         05  RT-DUP-COUNT        PIC ZZZZZ9.
003438         05  FILLER              PIC X(12) VALUE SPACES.
003440 01  WS-RPT-TRAILER-3.
003450         05  FILLER              PIC X(14) VALUE "TOTAL TRIALS: ".
003460         05  RT-TRIAL-COUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
003490                                  "TOTAL SOLVE ELAPSED: ".
003500         05  RT-ELAPSED          PIC ZZZZZ9.99.
003510         05  FILLER              PIC X(04) VALUE " SEC".
003520         05  FILLER              PIC X(04) VALUE SPACES.
003521         05  FILLER              PIC X(17) VALUE
003522             "CANCELLED COUNT: ".
003523         05  RT-CANCEL-COUNT     PIC ZZZZZ9.
003524         05  FILLER              PIC X(04) VALUE SPACES.
003525         05  FILLER              PIC X(19) VALUE
003526             "UNMATCHED CANCELS: ".
003527         05  RT-UNMATCHED-COUNT  PIC ZZZZZ9.
003528         05  FILLER              PIC X(09) VALUE SPACES.
003530 01  WS-RPT-DEPT-HEADER.
003540         05  FILLER              PIC X(16) VALUE
003550             "---- DEPARTMENT ".
003660         05  RDS-FALSE-COUNT     PIC ZZZZZ9.
003670         05  FILLER              PIC X(11) VALUE "  REJECTED:".
003680         05  RDS-REJECT-COUNT    PIC ZZZZZ9.
003681         05  FILLER              PIC X(12) VALUE "  DUPLICATE:".
003682         05  RDS-DUP-COUNT       PIC ZZZZZ9.
003683         05  FILLER              PIC X(12) VALUE "  CANCELLED:".
003684         05  RDS-CANCEL-COUNT    PIC ZZZZZ9.
003685         05  FILLER              PIC X(32) VALUE SPACES.
003686*> ONE PER CANCEL AT THE END OF ITS DEPARTMENT'S SECTION.  THE
003687*> TEXT STOPS SHORT OF THE VERDICT COLUMNS Q4RECON PARSES.
003688 01  WS-RPT-CANCEL-LINE.
003689         05  FILLER              PIC X(07) VALUE "CANCEL ".
003690         05  RX-RECORD-ID        PIC 9(06).
003691         05  FILLER              PIC X(06) VALUE " DEPT ".
003692         05  RX-DEPT-CODE        PIC X(04).
003693         05  FILLER              PIC X(03) VALUE " - ".
003694         05  RX-DISPOSITION      PIC X(28).
003695         05  FILLER              PIC X(78) VALUE SPACES.
003700 01  WS-RPT-BATCH-LINE.
003710         05  FILLER              PIC X(06) VALUE "BATCH ".
003720         05  RB-BATCH-NUMBER     PIC 9(06).
003990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004000     ACCEPT WS-RUN-TIME FROM TIME.
004002     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
004006     PERFORM 1500-LOAD-CANCELS THRU 1500-EXIT.
004010     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
004020     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
004030     MOVE WS-SKIP-COUNT TO WS-RECORD-COUNT.
004320             WS-REJECT-STATUS
004330         PERFORM 9999-ABEND THRU 9999-EXIT
004340     END-IF.
004345     PERFORM 1150-FIND-AUDIT-END THRU 1150-EXIT.
004350     OPEN EXTEND Q4-AUDIT-FILE.
004360     IF WS-AUDIT-STATUS = "35"
004370         OPEN OUTPUT Q4-AUDIT-FILE
004390     IF WS-AUDIT-STATUS NOT = "00"
004400         DISPLAY "Q4 -- UNABLE TO OPEN Q4-AUDIT-FILE, STATUS = "
004410             WS-AUDIT-STATUS
004411         PERFORM 9999-ABEND THRU 9999-EXIT
004412     END-IF.
004413     OPEN EXTEND Q4-CANCEL-FILE.
004414     IF WS-CANC-STATUS = "35"
004415         OPEN OUTPUT Q4-CANCEL-FILE
004416     END-IF.
004417     IF WS-CANC-STATUS NOT = "00"
004418         DISPLAY "Q4 -- UNABLE TO OPEN Q4-CANCEL-FILE, STATUS = "
004419             WS-CANC-STATUS
004420         PERFORM 9999-ABEND THRU 9999-EXIT
004430     END-IF.
004440     OPEN OUTPUT Q4-EXTRACT-FILE.
004494             WS-DEFER-STATUS
004495         PERFORM 9999-ABEND THRU 9999-EXIT
004496     END-IF.
004497     OPEN OUTPUT Q4-RETURN-FILE.
004498     IF WS-RETURN-STATUS NOT = "00"
004499         DISPLAY "Q4 -- UNABLE TO OPEN Q4-RETURN-FILE, STATUS = "
004500             WS-RETURN-STATUS
004501         PERFORM 9999-ABEND THRU 9999-EXIT
004502     END-IF.
004503     OPEN EXTEND Q4-HIST-JOURNAL-FILE.
004504     IF WS-JRNL-STATUS = "35"
004505         OPEN OUTPUT Q4-HIST-JOURNAL-FILE
004506     END-IF.
004507     IF WS-JRNL-STATUS NOT = "00"
004508         DISPLAY "Q4 -- UNABLE TO OPEN Q4-HIST-JOURNAL-FILE, "
004509             "STATUS = " WS-JRNL-STATUS
004510         PERFORM 9999-ABEND THRU 9999-EXIT
004511     END-IF.
004512     OPEN I-O Q4-HISTORY-FILE.
004513     IF WS-HIST-STATUS = "35"
004520         OPEN OUTPUT Q4-HISTORY-FILE
004530         CLOSE Q4-HISTORY-FILE
004540         OPEN I-O Q4-HISTORY-FILE
004604             WS-DEPT-STATUS
004605         PERFORM 9999-ABEND THRU 9999-EXIT
004606     END-IF.
004607     OPEN I-O Q4-BATCH-REG-FILE.
004608     IF WS-BREG-STATUS = "35"
004609         OPEN OUTPUT Q4-BATCH-REG-FILE
004610         CLOSE Q4-BATCH-REG-FILE
004611         OPEN I-O Q4-BATCH-REG-FILE
004612     END-IF.
004613     IF WS-BREG-STATUS NOT = "00"
004614         DISPLAY "Q4 -- UNABLE TO OPEN Q4-BATCH-REG-FILE, "
004615             "STATUS = " WS-BREG-STATUS
004616         PERFORM 9999-ABEND THRU 9999-EXIT
004617     END-IF.
004618 1100-EXIT.
004619     EXIT.
004620*---------------------------------------------------------------*
004621*  1150-FIND-AUDIT-END -- READ THE TRAIL THROUGH TO PICK UP THE  *
004622*                         SEQUENCE NUMBER AND CHAIN HASH OF ITS  *
004623*                         LAST SEALED ENTRY.  AN EMPTY OR        *
004624*                         MISSING TRAIL, OR ONE WRITTEN ENTIRELY *
004625*                         BEFORE SEALING BEGAN, STARTS AT ONE.   *
004626*---------------------------------------------------------------*
004627 1150-FIND-AUDIT-END.
004628     MOVE ZERO TO WS-AUDIT-SEQ-NO WS-AUDIT-LAST-HASH
004629         WS-AUDIT-LAST-DATE.
004630     MOVE "N" TO WS-AUDIT-END-SW.
004631     OPEN INPUT Q4-AUDIT-FILE.
004632     IF WS-AUDIT-STATUS = "35"
004633         GO TO 1150-EXIT
004634     END-IF.
004635     IF WS-AUDIT-STATUS NOT = "00"
004636         DISPLAY "Q4 -- UNABLE TO READ Q4-AUDIT-FILE, STATUS = "
004637             WS-AUDIT-STATUS
004638         PERFORM 9999-ABEND THRU 9999-EXIT
004639     END-IF.
004640     PERFORM 1160-READ-AUDIT-ENTRY THRU 1160-EXIT
004641         UNTIL WS-AUDIT-END.
004642     CLOSE Q4-AUDIT-FILE.
004643     DISPLAY "Q4 -- AUDIT TRAIL SEALED THROUGH ENTRY "
004644         WS-AUDIT-SEQ-NO.
004645 1150-EXIT.
004646     EXIT.
004647 1160-READ-AUDIT-ENTRY.
004648     READ Q4-AUDIT-FILE
004649         AT END
004650             MOVE "Y" TO WS-AUDIT-END-SW
004651             GO TO 1160-EXIT
004652     END-READ.
004653     IF QA-SEQ-NO NUMERIC AND QA-CHAIN-HASH NUMERIC
004654         MOVE QA-SEQ-NO     TO WS-AUDIT-SEQ-NO
004655         MOVE QA-CHAIN-HASH TO WS-AUDIT-LAST-HASH
004656         MOVE QA-DATE       TO WS-AUDIT-LAST-DATE
004657     END-IF.
004658 1160-EXIT.
004659     EXIT.
004660*---------------------------------------------------------------*
004661*  1200-READ-CHECKPOINT -- PICK UP WHERE A PRIOR RUN LEFT OFF   *
004662*---------------------------------------------------------------*
004663 1200-READ-CHECKPOINT.
004670     MOVE ZERO TO WS-SKIP-COUNT.
004680     OPEN INPUT Q4-CHECKPOINT-FILE.
004690     IF WS-CKPT-STATUS = "00"
004840 1300-SKIP-PROCESSED-RECORDS.
004850     DISPLAY "Q4 RESTART -- SKIPPING " WS-SKIP-COUNT
004860         " RECORD(S) ALREADY CHECKPOINTED".
004865     MOVE "Y" TO WS-REPLAY-SW.
004870     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT
004880         VARYING WS-SKIP-INDEX FROM 1 BY 1
004890         UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
004900         OR WS-EOF.
004905     MOVE "N" TO WS-REPLAY-SW.
004910 1300-EXIT.
004920     EXIT.
004930*---------------------------------------------------------------*
005080             MOVE "Y" TO WS-EOF-SWITCH
005090     END-READ.
005100     IF NOT WS-EOF
005105         MOVE WS-SKIP-INDEX TO WS-INPUT-POSITION
005110         PERFORM 2250-CHECK-DEPT-BREAK THRU 2250-EXIT
005120         EVALUATE TRUE
005130             WHEN Q4-HEADER-RECORD
005160                 PERFORM 2400-VERIFY-BATCH THRU 2400-EXIT
005170             WHEN Q4-DETAIL-RECORD
005180                 PERFORM 1320-REPLAY-DETAIL THRU 1320-EXIT
005183             WHEN Q4-CANCEL-RECORD
005186                 PERFORM 2700-NOTE-CANCEL THRU 2700-EXIT
005190             WHEN OTHER
005200                 PERFORM 1340-REPLAY-BAD-TYPE THRU 1340-EXIT
005210         END-EVALUATE
005270*                        TRANSACTION.  THE VERDICT COMES BACK   *
005280*                        FROM THE HISTORY FILE THE PRIOR RUN    *
005290*                        WROTE; ONLY IF HISTORY NO LONGER       *
005300*                        ANSWERS (THE COMBINATION WAS PURGED    *
005310*                        OR ONLY A VERDICT IS ON FILE) IS IT    *
005315*                        RE-SOLVED.                             *
005320*---------------------------------------------------------------*
005330 1320-REPLAY-DETAIL.
005340     PERFORM 2350-HASH-DETAIL THRU 2350-EXIT.
005350     ADD 1 TO WS-RUN-RECORD-COUNT.
005360     PERFORM 2550-LOAD-DETAIL-FIELDS THRU 2550-EXIT.
005361     IF WS-BATCH-DUPLICATE
005362         PERFORM 2560-REPORT-DUPLICATE THRU 2560-EXIT
005363         GO TO 1320-EXIT
005364     END-IF.
005365     PERFORM 2720-CHECK-CANCELLED THRU 2720-EXIT.
005366     IF WS-CXL-FOUND
005367         GO TO 1320-EXIT
005368     END-IF.
005370     PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT.
005380     IF WS-INPUT-VALID
005382         IF WS-REQ-RANGE
005470         ADD 1 TO WS-DEPT-REJECT-COUNT
005472         MOVE "REJECTED" TO WS-PRI-NOTE
005474         PERFORM 5700-NOTE-PRI-EXCEPTION THRU 5700-EXIT
005477         PERFORM 5530-RETURN-REJECT THRU 5530-EXIT
005480     END-IF.
005490 1320-EXIT.
005500     EXIT.
005503*                       RECORD'S WHOLE RANGE PROFILE.  THE       *
005504*                       PRIOR RUN FILED EVERY EXPANDED S IN      *
005505*                       HISTORY, SO THE SECTION REBUILDS FROM    *
005506*                       QUIET READS (1330); ONLY A COMBINATION   *
005507*                       NO LONGER ON FILE IS RE-SOLVED.  AFTER A *
005508*                       RESTART THE REPORT STILL SHOWS THE       *
005509*                       WHOLE DAY, RANGES INCLUDED.              *
005510*---------------------------------------------------------------*
005575*---------------------------------------------------------------*
005576 1330-REPLAY-VERDICT.
005580     MOVE "N" TO WS-HIST-FOUND-SW WS-HIST-EXISTS-SW.
005585     MOVE SPACES TO WS-HIST-BEFORE-IMAGE.
005590     MOVE WS-N TO Q4H-N.
005600     MOVE WS-S TO Q4H-S.
005602     MOVE WS-A TO Q4H-A.
005604     MOVE WS-B TO Q4H-B.
005606     MOVE WS-C TO Q4H-C.
005608     MOVE WS-D TO Q4H-D.
005610     READ Q4-HISTORY-FILE
005620         INVALID KEY
005630             CONTINUE
005640         NOT INVALID KEY
005650             MOVE "Y" TO WS-HIST-EXISTS-SW
005660             MOVE Q4H-FIRST-DATE TO WS-OLD-FIRST-DATE
005670             MOVE Q4H-REQUEST-TYPE TO WS-OLD-REQUEST-TYPE
005680             MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE
005690             IF Q4H-CEILINGS = WS-CEILINGS
005700                 AND (Q4H-LEAST-COST-ANSWER
005705                     OR NOT WS-REQ-ANY-LEAST-COST)
005710                 MOVE "Y" TO WS-HIST-FOUND-SW
005720             END-IF
005730     END-READ.
005860     EXIT.
005870*---------------------------------------------------------------*
005880*  1340-REPLAY-BAD-TYPE -- THE PRIOR RUN ALREADY WROTE THE       *
005890*                          REJECT; JUST RESTORE THE COUNTS AND  *
005895*                          THE RETURN-FILE LINE                 *
005900*---------------------------------------------------------------*
005910 1340-REPLAY-BAD-TYPE.
005920     ADD 1 TO WS-RUN-RECORD-COUNT.
005955     MOVE Q4-PRIORITY TO WS-PRIORITY.
005956     MOVE "REJECTED" TO WS-PRI-NOTE.
005957     PERFORM 5700-NOTE-PRI-EXCEPTION THRU 5700-EXIT.
005958     MOVE Q4-N TO WS-N.
005959     MOVE Q4-S TO WS-S.
005960     MOVE Q4-A TO WS-A.
005961     MOVE Q4-B TO WS-B.
005962     MOVE Q4-C TO WS-C.
005963     MOVE Q4-D TO WS-D.
005964     MOVE ZERO TO WS-S-TO.
005965     MOVE 50 TO WS-REASON-CODE.
005966     MOVE "RECORD TYPE NOT H, T, D, OR X" TO WS-REASON-TEXT.
005967     PERFORM 5530-RETURN-REJECT THRU 5530-EXIT.
005968 1340-EXIT.
005970     EXIT.
005980 1400-WRITE-REPORT-HEADER.
005990     MOVE WS-BUSINESS-DATE TO RH1-RUN-DATE.
006010     WRITE Q4-REPORT-LINE FROM WS-RPT-HEADER-2.
006020     MOVE SPACES TO WS-EXTRACT-LINE.
006030     STRING "H,Q4EXTRACT," WS-BUSINESS-DATE
006031         DELIMITED BY SIZE INTO WS-EXTRACT-LINE.
006032     WRITE Q4-EXTRACT-REC FROM WS-EXTRACT-LINE.
006033 1400-EXIT.
006034     EXIT.
006035*---------------------------------------------------------------*
006036*  1500-LOAD-CANCELS -- READ THE DAY'S INPUT THROUGH ONCE,       *
006037*                       BEFORE ANY OF IT IS PROCESSED, AND TABLE *
006038*                       EVERY "X" CANCEL, SO A CANCEL WITHDRAWS  *
006039*                       ITS DEPARTMENT'S DETAIL WHETHER IT SITS  *
006040*                       AHEAD OF THE DETAIL OR BEHIND IT.  THE   *
006041*                       REJECTS STILL AWAITING REPAIR ARE THEN   *
006042*                       SCANNED FOR THE SAME RECORD-IDS.  RUN IN *
006043*                       FULL ON A RESTART TOO, SO THE REPLAY     *
006044*                       SEES THE SAME TABLE.                     *
006045*---------------------------------------------------------------*
006046 1500-LOAD-CANCELS.
006047     MOVE ZERO TO WS-CXL-COUNT WS-CXL-POSITION.
006048     MOVE "N" TO WS-CXL-END-SW WS-CXL-FULL-SW WS-CXL-DUP-BATCH-SW.
006049     OPEN INPUT Q4-TRANS-FILE.
006050     IF WS-TRANS-STATUS NOT = "00"
006051         DISPLAY "Q4 -- UNABLE TO OPEN Q4-TRANS-FILE, STATUS = "
006052             WS-TRANS-STATUS
006053         PERFORM 9999-ABEND THRU 9999-EXIT
006054     END-IF.
006055*>   THE REGISTER IS ONLY LOOKED AT HERE; 1100 OPENS IT FOR
006056*>   UPDATE.  NO REGISTER YET MEANS NO BATCH IS A DUPLICATE.
006057     MOVE "N" TO WS-CXL-REG-SW.
006058     OPEN INPUT Q4-BATCH-REG-FILE.
006059     IF WS-BREG-STATUS = "00"
006060         MOVE "Y" TO WS-CXL-REG-SW
006061     ELSE
006062         IF WS-BREG-STATUS NOT = "35"
006063             DISPLAY "Q4 -- UNABLE TO READ Q4-BATCH-REG-FILE, "
006064                 "STATUS = " WS-BREG-STATUS
006065             PERFORM 9999-ABEND THRU 9999-EXIT
006066         END-IF
006067     END-IF.
006068     PERFORM 1510-TABLE-ONE-CANCEL THRU 1510-EXIT
006069         UNTIL WS-CXL-END.
006070     CLOSE Q4-TRANS-FILE.
006071     IF WS-CXL-REG-OPEN
006072         CLOSE Q4-BATCH-REG-FILE
006073     END-IF.
006074     IF WS-CXL-COUNT = ZERO
006075         GO TO 1500-EXIT
006076     END-IF.
006077     DISPLAY "Q4 -- " WS-CXL-COUNT " CANCEL(S) IN THE INPUT".
006078     IF WS-CXL-TABLE-FULL
006079         DISPLAY "Q4 -- CANCEL TABLE CAPPED AT 500, THE REST ARE "
006080             "NOT APPLIED"
006081     END-IF.
006082     PERFORM 1530-SCAN-REJECTS THRU 1530-EXIT.
006083 1500-EXIT.
006084     EXIT.
006085*---------------------------------------------------------------*
006086*  1510-TABLE-ONE-CANCEL -- ONE RECORD OF THE PRE-PASS.  A       *
006087*                           HEADER SAYS WHETHER ITS BATCH IS A   *
006088*                           DUPLICATE (1520); AN "X" IS TABLED   *
006089*                           WITH ITS PLACE IN THE INPUT AND      *
006090*                           WHETHER ITS BATCH IS ONE.            *
006091*---------------------------------------------------------------*
006092 1510-TABLE-ONE-CANCEL.
006093     READ Q4-TRANS-FILE
006094         AT END
006095             MOVE "Y" TO WS-CXL-END-SW
006096             GO TO 1510-EXIT
006097     END-READ.
006098     ADD 1 TO WS-CXL-POSITION.
006099     IF Q4-HEADER-RECORD
006100         PERFORM 1520-CHECK-BATCH THRU 1520-EXIT
006101         GO TO 1510-EXIT
006102     END-IF.
006103     IF Q4-TRAILER-RECORD
006104         MOVE "N" TO WS-CXL-DUP-BATCH-SW
006105         GO TO 1510-EXIT
006106     END-IF.
006107     IF NOT Q4-CANCEL-RECORD
006108         GO TO 1510-EXIT
006109     END-IF.
006110     IF WS-CXL-COUNT NOT < 500
006111         MOVE "Y" TO WS-CXL-FULL-SW
006112         GO TO 1510-EXIT
006113     END-IF.
006114     ADD 1 TO WS-CXL-COUNT.
006115     MOVE Q4-DEPT-CODE    TO WS-CXL-DEPT (WS-CXL-COUNT).
006116     MOVE QX-RECORD-ID    TO WS-CXL-RECORD-ID (WS-CXL-COUNT).
006117     MOVE WS-CXL-POSITION TO WS-CXL-INPUT-POS (WS-CXL-COUNT).
006118     MOVE WS-CXL-DUP-BATCH-SW TO WS-CXL-DUP-SW (WS-CXL-COUNT).
006119     MOVE "N" TO WS-CXL-DECK-SW (WS-CXL-COUNT)
006120         WS-CXL-REJ-SW (WS-CXL-COUNT).
006121 1510-EXIT.
006122     EXIT.
006123*---------------------------------------------------------------*
006124*  1520-CHECK-BATCH -- THE 2370 DUPLICATE RULE, READ-ONLY: A     *
006125*                      BATCH THE REGISTER SHOWS WAS ALREADY      *
006126*                      PROCESSED, AND NOT BY THIS RUN AT THIS    *
006127*                      SPOT IN THE INPUT, IS A DUPLICATE.        *
006128*---------------------------------------------------------------*
006129 1520-CHECK-BATCH.
006130     MOVE "N" TO WS-CXL-DUP-BATCH-SW.
006131     IF NOT WS-CXL-REG-OPEN
006132         GO TO 1520-EXIT
006133     END-IF.
006134     MOVE Q4-DEPT-CODE    TO Q4B-DEPT-CODE.
006135     MOVE QH-BATCH-NUMBER TO Q4B-BATCH-NUMBER.
006136     READ Q4-BATCH-REG-FILE
006137         INVALID KEY
006138             GO TO 1520-EXIT
006139     END-READ.
006140     IF Q4B-ISSUED
006141         GO TO 1520-EXIT
006142     END-IF.
006143     IF Q4B-PROCESSED-DATE = WS-BUSINESS-DATE
006144             AND Q4B-INPUT-POSITION = WS-CXL-POSITION
006145         GO TO 1520-EXIT
006146     END-IF.
006147     MOVE "Y" TO WS-CXL-DUP-BATCH-SW.
006148 1520-EXIT.
006149     EXIT.
006150*---------------------------------------------------------------*
006151*  1530-SCAN-REJECTS -- MATCH THE TABLED CANCELS AGAINST THE     *
006152*                       REJECTS STILL AWAITING REPAIR (Q4REJIN). *
006153*                       ONLY AN EARLIER DAY'S REJECT COUNTS:     *
006154*                       TODAY'S ARE THIS RUN'S OWN, OR A FAILED  *
006155*                       RUN'S ON A RESTART.  OPTIONAL -- NO DD   *
006156*                       OR NO FILE MEANS NOTHING IS AWAITING     *
006157*                       REPAIR.                                  *
006158*---------------------------------------------------------------*
006159 1530-SCAN-REJECTS.
006160     MOVE ZERO TO WS-CXL-REJ-READ.
006161     MOVE "N" TO WS-CXL-END-SW.
006162     OPEN INPUT Q4-REJECT-SCAN-FILE.
006163     IF WS-REJIN-STATUS = "35"
006164         GO TO 1530-EXIT
006165     END-IF.
006166     IF WS-REJIN-STATUS NOT = "00"
006167         DISPLAY "Q4 -- UNABLE TO READ Q4-REJECT-SCAN-FILE, "
006168             "STATUS = " WS-REJIN-STATUS
006169         PERFORM 9999-ABEND THRU 9999-EXIT
006170     END-IF.
006171     PERFORM 1540-MATCH-ONE-REJECT THRU 1540-EXIT
006172         UNTIL WS-CXL-END.
006173     CLOSE Q4-REJECT-SCAN-FILE.
006174     DISPLAY "Q4 -- " WS-CXL-REJ-READ
006175         " EARLIER REJECT(S) CHECKED FOR CANCELS".
006176 1530-EXIT.
006177     EXIT.
006178 1540-MATCH-ONE-REJECT.
006179     READ Q4-REJECT-SCAN-FILE
006180         AT END
006181             MOVE "Y" TO WS-CXL-END-SW
006182             GO TO 1540-EXIT
006183     END-READ.
006184*>   AN UNDATED REJECT WAS WRITTEN BEFORE REJECTS WERE DATED,
006185*>   SO IT IS AN EARLIER DAY'S
006186     IF QRS-REJECT-DATE NUMERIC
006187             AND QRS-REJECT-DATE NOT < WS-BUSINESS-DATE
006188         GO TO 1540-EXIT
006189     END-IF.
006190     ADD 1 TO WS-CXL-REJ-READ.
006191     PERFORM 1550-MARK-REJECT THRU 1550-EXIT
006192         VARYING WS-CXL-IX FROM 1 BY 1
006193         UNTIL WS-CXL-IX > WS-CXL-COUNT.
006194 1540-EXIT.
006195     EXIT.
006196 1550-MARK-REJECT.
006197     IF WS-CXL-DEPT (WS-CXL-IX) = QRS-DEPT-CODE
006198             AND WS-CXL-RECORD-ID (WS-CXL-IX) = QRS-RECORD-ID
006199             AND NOT WS-CXL-IN-DUP-BATCH (WS-CXL-IX)
006200         MOVE "Y" TO WS-CXL-REJ-SW (WS-CXL-IX)
006201     END-IF.
006202 1550-EXIT.
006203     EXIT.
006204*---------------------------------------------------------------*
006205*  2000-PROCESS-RECORDS -- ONE TRANSACTION PER PASS             *
006206*---------------------------------------------------------------*
006207 2000-PROCESS-RECORDS.
006208     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
006209     IF NOT WS-EOF
006210         ADD 1 TO WS-RECORD-COUNT
006211         MOVE WS-RECORD-COUNT TO WS-INPUT-POSITION
006212         PERFORM 2250-CHECK-DEPT-BREAK THRU 2250-EXIT
006213         EVALUATE TRUE
006214             WHEN Q4-HEADER-RECORD
006215                 PERFORM 2300-START-BATCH THRU 2300-EXIT
006216             WHEN Q4-TRAILER-RECORD
006217                 PERFORM 2400-VERIFY-BATCH THRU 2400-EXIT
006218             WHEN Q4-DETAIL-RECORD
006220                 PERFORM 2500-PROCESS-DETAIL THRU 2500-EXIT
006223             WHEN Q4-CANCEL-RECORD
006226                 PERFORM 2700-NOTE-CANCEL THRU 2700-EXIT
006230             WHEN OTHER
006240                 PERFORM 2600-REJECT-BAD-TYPE THRU 2600-EXIT
006250         END-EVALUATE
006500     END-IF.
006510     MOVE Q4-DEPT-CODE TO WS-CURR-DEPT.
006520     MOVE ZERO TO WS-DEPT-TRUE-COUNT WS-DEPT-FALSE-COUNT
006530         WS-DEPT-REJECT-COUNT WS-DEPT-DUP-COUNT
006533         WS-DEPT-CANCEL-COUNT WS-RTN-CANCEL-COUNT
006536         WS-RTN-APPLIED-COUNT WS-RTN-UNMATCHED-COUNT.
006540     MOVE WS-CURR-DEPT TO RDH-DEPT-CODE.
006550     WRITE Q4-REPORT-LINE FROM WS-RPT-DEPT-HEADER.
006555     PERFORM 2280-START-RETURN-FRAME THRU 2280-EXIT.
006560 2250-EXIT.
006570     EXIT.
006580 2270-WRITE-DEPT-SUBTOTAL.
006585     PERFORM 2750-REPORT-DEPT-CANCELS THRU 2750-EXIT.
006590     MOVE WS-CURR-DEPT         TO RDS-DEPT-CODE.
006600     MOVE WS-DEPT-TRUE-COUNT   TO RDS-TRUE-COUNT.
006610     MOVE WS-DEPT-FALSE-COUNT  TO RDS-FALSE-COUNT.
006620     MOVE WS-DEPT-REJECT-COUNT TO RDS-REJECT-COUNT.
006623     MOVE WS-DEPT-DUP-COUNT    TO RDS-DUP-COUNT.
006626     MOVE WS-DEPT-CANCEL-COUNT TO RDS-CANCEL-COUNT.
006630     WRITE Q4-REPORT-LINE FROM WS-RPT-DEPT-SUBTOTAL.
006635     PERFORM 2290-END-RETURN-FRAME THRU 2290-EXIT.
006640 2270-EXIT.
006641     EXIT.
006642*---------------------------------------------------------------*
006643*  2280-START-RETURN-FRAME -- A NEW DEPARTMENT SECTION: IF THE   *
006644*                             PROFILE ASKS FOR A RETURN FILE,    *
006645*                             OPEN ITS FRAME WITH AN "H" LINE    *
006646*                             CARRYING THE BUSINESS DATE.        *
006647*---------------------------------------------------------------*
006648 2280-START-RETURN-FRAME.
006649     MOVE "N" TO WS-RTN-OPEN-SW.
006650     MOVE WS-CURR-DEPT TO WS-DEPT-CODE.
006651     PERFORM 3100-GET-DEPT-PROFILE THRU 3100-EXIT.
006652     IF WS-PROF-RETURN-SW NOT = "Y"
006653         GO TO 2280-EXIT
006654     END-IF.
006655     MOVE "Y" TO WS-RTN-OPEN-SW.
006656     MOVE ZERO TO WS-RTN-COUNT WS-RTN-SOLVED-COUNT
006657         WS-RTN-REJECT-COUNT WS-RTN-DEFER-COUNT WS-RTN-DUP-COUNT.
006658     MOVE WS-CURR-DEPT TO WS-RTN-DEPT.
006659     MOVE SPACES TO WS-RETURN-LINE.
006660     STRING "H," WS-CURR-DEPT "," WS-BUSINESS-DATE
006661         DELIMITED BY SIZE INTO WS-RETURN-LINE.
006662     WRITE Q4-RETURN-REC FROM WS-RETURN-REC.
006663 2280-EXIT.
006664     EXIT.
006665*---------------------------------------------------------------*
006666*  2290-END-RETURN-FRAME -- CLOSE THE DEPARTMENT'S FRAME WITH A  *
006667*                           "T" LINE: LINES RETURNED, THEN THE   *
006668*                           SOLVED, REJECTED, DEFERRED,          *
006669*                           DUPLICATE, CANCELLED, APPLIED, AND   *
006670*                           UNMATCHED LINES, WHICH ADD UP TO IT. *
006671*---------------------------------------------------------------*
006672 2290-END-RETURN-FRAME.
006673     IF NOT WS-RTN-FRAME-OPEN
006674         GO TO 2290-EXIT
006675     END-IF.
006676     MOVE SPACES TO WS-RETURN-LINE.
006677     STRING "T," WS-RTN-DEPT ","
006678         WS-RTN-COUNT "," WS-RTN-SOLVED-COUNT ","
006679         WS-RTN-REJECT-COUNT "," WS-RTN-DEFER-COUNT ","
006680         WS-RTN-DUP-COUNT "," WS-RTN-CANCEL-COUNT ","
006681         WS-RTN-APPLIED-COUNT ","
006682         WS-RTN-UNMATCHED-COUNT
006683         DELIMITED BY SIZE INTO WS-RETURN-LINE.
006684     WRITE Q4-RETURN-REC FROM WS-RETURN-REC.
006685     MOVE "N" TO WS-RTN-OPEN-SW.
006686 2290-EXIT.
006687     EXIT.
006688*---------------------------------------------------------------*
006689*  2300-START-BATCH -- AN "H" HEADER OPENS A NEW SUBMISSION.     *
006690*                      A HEADER ARRIVING WHILE A BATCH IS STILL  *
006691*                      OPEN MEANS THE PRIOR BATCH LOST ITS       *
006700*                      TRAILER (THE TRUNCATED-TRANSFER CASE),    *
006710*                      SO THE PRIOR BATCH IS FAILED FIRST.       *
006713*                      EVERY HEADER IS LOOKED UP ON THE BATCH    *
006716*                      REGISTER (2370).                          *
006720*---------------------------------------------------------------*
006730 2300-START-BATCH.
006740     IF WS-BATCH-OPEN
006810         ADD 1 TO WS-BATCH-FAIL-COUNT
006820         DISPLAY "Q4 -- BATCH " WS-BATCH-NUMBER
006830             " HAS NO TRAILER"
006833         MOVE "U" TO WS-REG-CLOSE-STATUS
006836         PERFORM 2380-CLOSE-REGISTER THRU 2380-EXIT
006840     END-IF.
006850     MOVE "Y" TO WS-BATCH-OPEN-SW.
006860     MOVE Q4-DEPT-CODE    TO WS-BATCH-DEPT.
006870     MOVE QH-BATCH-NUMBER TO WS-BATCH-NUMBER.
006880     MOVE ZERO TO WS-BATCH-DETAIL-COUNT WS-BATCH-HASH-N
006890         WS-BATCH-HASH-S.
006895     PERFORM 2370-REGISTER-BATCH THRU 2370-EXIT.
006900 2300-EXIT.
006910     EXIT.
006920*---------------------------------------------------------------*
007050         ADD Q4-S TO WS-BATCH-HASH-S
007060     END-IF.
007070 2350-EXIT.
007071     EXIT.
007072*---------------------------------------------------------------*
007073*  2370-REGISTER-BATCH -- LOOK THE NEW BATCH UP ON THE BATCH     *
007074*                         REGISTER.  A NUMBER NEVER SEEN (OR     *
007075*                         ONLY ISSUED) IS MARKED IN PROCESS.     *
007076*                         ONE ALREADY PROCESSED IS A SECOND      *
007077*                         COPY OF THE SAME DECK AND IS NOT       *
007078*                         SOLVED AGAIN -- UNLESS THE ENTRY IS    *
007079*                         THIS RUN'S OWN (SAME BUSINESS DATE,    *
007080*                         SAME SPOT IN THE INPUT), AS ON A       *
007081*                         RESTART REPLAY OR AN AS-OF RERUN.      *
007082*---------------------------------------------------------------*
007083 2370-REGISTER-BATCH.
007084     MOVE "N" TO WS-BATCH-DUP-SW.
007085     MOVE Q4-DEPT-CODE    TO Q4B-DEPT-CODE.
007086     MOVE QH-BATCH-NUMBER TO Q4B-BATCH-NUMBER.
007087     READ Q4-BATCH-REG-FILE
007088         INVALID KEY
007089             MOVE SPACE TO Q4B-ORIGIN
007090             MOVE ZERO  TO Q4B-ISSUED-DATE Q4B-LAST-DUP-DATE
007091             PERFORM 2375-MARK-IN-PROCESS THRU 2375-EXIT
007092             WRITE Q4-BATCH-REG-RECORD
007093             GO TO 2370-EXIT
007094     END-READ.
007095     IF Q4B-ISSUED
007096         PERFORM 2375-MARK-IN-PROCESS THRU 2375-EXIT
007097         REWRITE Q4-BATCH-REG-RECORD
007098         GO TO 2370-EXIT
007099     END-IF.
007100     IF Q4B-PROCESSED-DATE = WS-BUSINESS-DATE
007101             AND Q4B-INPUT-POSITION = WS-INPUT-POSITION
007102         GO TO 2370-EXIT
007103     END-IF.
007104     MOVE "Y" TO WS-BATCH-DUP-SW.
007105     ADD 1 TO WS-DUP-BATCH-COUNT.
007106     DISPLAY "Q4 -- BATCH " QH-BATCH-NUMBER " DEPT " Q4-DEPT-CODE
007107         " ALREADY PROCESSED " Q4B-PROCESSED-DATE
007108         ", DUPLICATE NOT SOLVED".
007109     IF Q4B-LAST-DUP-DATE NOT = WS-BUSINESS-DATE
007110         MOVE WS-BUSINESS-DATE TO Q4B-LAST-DUP-DATE
007111         REWRITE Q4-BATCH-REG-RECORD
007112     END-IF.
007113 2370-EXIT.
007114     EXIT.
007115 2375-MARK-IN-PROCESS.
007116     MOVE "P" TO Q4B-STATUS.
007117     IF QH-SUBMIT-DATE NUMERIC
007118         MOVE QH-SUBMIT-DATE TO Q4B-SUBMIT-DATE
007119     ELSE
007120         MOVE ZERO TO Q4B-SUBMIT-DATE
007121     END-IF.
007122     MOVE WS-BUSINESS-DATE  TO Q4B-PROCESSED-DATE.
007123     MOVE WS-INPUT-POSITION TO Q4B-INPUT-POSITION.
007124     MOVE ZERO              TO Q4B-RECORD-COUNT.
007125 2375-EXIT.
007126     EXIT.
007127*---------------------------------------------------------------*
007128*  2380-CLOSE-REGISTER -- THE OPEN BATCH HAS ENDED, BY ITS       *
007129*                         TRAILER OR BY ITS LOSS: FILE HOW IT    *
007130*                         ENDED (WS-REG-CLOSE-STATUS) AND HOW    *
007131*                         MANY DETAILS IT HELD.  A DUPLICATE     *
007132*                         COPY LEAVES THE ORIGINAL'S ENTRY BE.   *
007133*---------------------------------------------------------------*
007134 2380-CLOSE-REGISTER.
007135     IF WS-BATCH-DUPLICATE
007136         GO TO 2380-EXIT
007137     END-IF.
007138     MOVE WS-BATCH-DEPT   TO Q4B-DEPT-CODE.
007139     MOVE WS-BATCH-NUMBER TO Q4B-BATCH-NUMBER.
007140     READ Q4-BATCH-REG-FILE
007141         INVALID KEY
007142             GO TO 2380-EXIT
007143     END-READ.
007144     MOVE WS-REG-CLOSE-STATUS   TO Q4B-STATUS.
007145     MOVE WS-BATCH-DETAIL-COUNT TO Q4B-RECORD-COUNT.
007146     REWRITE Q4-BATCH-REG-RECORD.
007147 2380-EXIT.
007148     EXIT.
007149*---------------------------------------------------------------*
007150*  2400-VERIFY-BATCH -- A "T" TRAILER CLOSES THE OPEN BATCH.     *
007151*                       THE COUNT AND HASH TOTALS IT CARRIES     *
007152*                       MUST MATCH WHAT WAS ACTUALLY READ.       *
007153*---------------------------------------------------------------*
007154 2400-VERIFY-BATCH.
007155     IF NOT WS-BATCH-OPEN
007160         MOVE "TRAILER WITHOUT HEADER" TO RB-STATUS
007170         MOVE ZERO            TO RB-BATCH-NUMBER
007180         MOVE Q4-DEPT-CODE    TO RB-DEPT-CODE
007280     MOVE WS-BATCH-DEPT         TO RB-DEPT-CODE.
007290     MOVE QT-RECORD-COUNT       TO RB-TRAILER-COUNT.
007300     MOVE WS-BATCH-DETAIL-COUNT TO RB-ACTUAL-COUNT.
007301     IF WS-BATCH-DUPLICATE
007302         MOVE "DUPLICATE - NOT SOLVED" TO RB-STATUS
007303         WRITE Q4-REPORT-LINE FROM WS-RPT-BATCH-LINE
007304         MOVE "N" TO WS-BATCH-OPEN-SW WS-BATCH-DUP-SW
007305         GO TO 2400-EXIT
007306     END-IF.
007310     IF Q4-DEPT-CODE    = WS-BATCH-DEPT
007320         AND QT-RECORD-COUNT = WS-BATCH-DETAIL-COUNT
007330         AND QT-HASH-N  = WS-BATCH-HASH-N
007340         AND QT-HASH-S  = WS-BATCH-HASH-S
007350         MOVE "IN BALANCE" TO RB-STATUS
007355         MOVE "B" TO WS-REG-CLOSE-STATUS
007360     ELSE
007370         MOVE "OUT OF BALANCE" TO RB-STATUS
007375         MOVE "U" TO WS-REG-CLOSE-STATUS
007380         ADD 1 TO WS-BATCH-FAIL-COUNT
007390         DISPLAY "Q4 -- BATCH " WS-BATCH-NUMBER
007400             " OUT OF BALANCE: COUNT " QT-RECORD-COUNT
007420             " HASH-N " QT-HASH-N "/" WS-BATCH-HASH-N
007430             " HASH-S " QT-HASH-S "/" WS-BATCH-HASH-S
007440     END-IF.
007445     PERFORM 2380-CLOSE-REGISTER THRU 2380-EXIT.
007450     WRITE Q4-REPORT-LINE FROM WS-RPT-BATCH-LINE.
007460     MOVE "N" TO WS-BATCH-OPEN-SW.
007470 2400-EXIT.
007530*---------------------------------------------------------------*
007540 2500-PROCESS-DETAIL.
007550     PERFORM 2350-HASH-DETAIL THRU 2350-EXIT.
007551     ADD 1 TO WS-RUN-RECORD-COUNT.
007552     PERFORM 2550-LOAD-DETAIL-FIELDS THRU 2550-EXIT.
007553*>   A SECOND COPY OF A BATCH ALREADY PROCESSED IS LISTED, NOT
007554*>   SOLVED -- THE PLANNING SYSTEM HAS THOSE VERDICTS ALREADY
007555     IF WS-BATCH-DUPLICATE
007556         PERFORM 2560-REPORT-DUPLICATE THRU 2560-EXIT
007557         GO TO 2500-EXIT
007558     END-IF.
007559*>   A DETAIL ITS DEPARTMENT HAS CANCELLED IS DROPPED BEFORE THE
007560*>   EDITS OR THE BUDGET CAN REJECT OR DEFER IT
007561     PERFORM 2720-CHECK-CANCELLED THRU 2720-EXIT.
007562     IF WS-CXL-FOUND
007563         GO TO 2500-EXIT
007564     END-IF.
007565     PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT.
007566*>   THE EDITS RUN EVEN WHEN THE SOLVE-TIME BUDGET IS SPENT --
007568*>   REJECTING COSTS NO SOLVER TIME, AND A BAD RECORD MUST NOT
007570*>   ESCAPE THE DEPARTMENT EDITS BY ARRIVING LATE IN A
007860     IF WS-REQUEST-TYPE = SPACE
007870         MOVE "V" TO WS-REQUEST-TYPE
007880     END-IF.
007881*>   A CEILING REQUEST KEEPS ITS CEILINGS AS SENT (A BAD ONE IS
007882*>   Q4VALID'S TO REJECT); ANY OTHER TYPE IS BOUNDED BY N
007883     IF WS-REQ-CEILINGS
007884         MOVE Q4-CEILINGS TO WS-CEILINGS
007885     ELSE
007886         MOVE WS-N TO WS-MAX-W WS-MAX-X WS-MAX-Y WS-MAX-Z
007887     END-IF.
007890 2550-EXIT.
007900     EXIT.
007910*---------------------------------------------------------------*
007911*  2560-REPORT-DUPLICATE -- ONE DETAIL OF A DUPLICATE BATCH:    *
007912*                           A "DUPL" REPORT LINE AND ITS OWN    *
007913*                           COUNT, BUT NO HISTORY, AUDIT,       *
007914*                           REJECT, OR EXTRACT.                 *
007915*---------------------------------------------------------------*
007916 2560-REPORT-DUPLICATE.
007917     MOVE "DUPL " TO WS-VERDICT.
007918     MOVE ZERO TO WS-WITNESS-W WS-WITNESS-X WS-WITNESS-Y
007919         WS-WITNESS-Z WS-SOLVE-TRIALS WS-SOLVE-ELAPSED.
007920     PERFORM 5500-WRITE-REPORT-LINE THRU 5500-EXIT.
007921     ADD 1 TO WS-RUN-DUP-COUNT.
007922     ADD 1 TO WS-DEPT-DUP-COUNT.
007923 2560-EXIT.
007924     EXIT.
007925*---------------------------------------------------------------*
007926*  2600-REJECT-BAD-TYPE -- A RECORD THAT IS NOT H, T, D, OR X   *
007930*                          CANNOT BE TRUSTED AT ALL; IT GOES     *
007940*                          STRAIGHT TO THE REJECT FILE           *
007950*---------------------------------------------------------------*
007980*>   (READ = TRUE + FALSE + REJECTED) STILL PROVES OUT
007990     ADD 1 TO WS-RUN-RECORD-COUNT.
008000     MOVE Q4-N TO WS-N.
008001     MOVE Q4-S TO WS-S.
008002     MOVE Q4-A TO WS-A.
008003     MOVE Q4-B TO WS-B.
008004     MOVE Q4-C TO WS-C.
008005     MOVE Q4-D TO WS-D.
008006     MOVE Q4-REQUEST-TYPE TO WS-REQUEST-TYPE.
008007     MOVE Q4-DEPT-CODE TO WS-DEPT-CODE.
008008     MOVE Q4-PRIORITY TO WS-PRIORITY.
008009     MOVE 50 TO WS-REASON-CODE.
008010     MOVE "RECORD TYPE NOT H, T, D, OR X" TO WS-REASON-TEXT.
008011     PERFORM 6000-WRITE-REJECT THRU 6000-EXIT.
008012 2600-EXIT.
008013     EXIT.
008014*---------------------------------------------------------------*
008015*  2700-NOTE-CANCEL -- AN "X" CANCEL, IN THE MAIN PASS OR THE    *
008016*                      REPLAY.  IT COUNTS IN ITS BATCH'S RECORD  *
008017*                      COUNT (NOT THE HASHES), AND IF THE BATCH  *
008018*                      HAS TURNED OUT TO BE A DUPLICATE ITS      *
008019*                      TABLE ENTRY IS MARKED NOT TO BE APPLIED.  *
008020*                      WHAT IT MATCHED IS REPORTED AT THE        *
008021*                      DEPARTMENT BREAK (2750); ONE THE TABLE    *
008022*                      HAD NO ROOM FOR IS REPORTED NOW (2740).   *
008023*---------------------------------------------------------------*
008024 2700-NOTE-CANCEL.
008025     ADD 1 TO WS-BATCH-DETAIL-COUNT.
008026     MOVE "N" TO WS-CXL-FOUND-SW.
008027     PERFORM 2710-FIND-POSITION THRU 2710-EXIT
008028         VARYING WS-CXL-IX FROM 1 BY 1
008029         UNTIL WS-CXL-IX > WS-CXL-COUNT
008030         OR WS-CXL-FOUND.
008031     IF NOT WS-CXL-FOUND
008032         PERFORM 2740-CANCEL-NOT-TABLED THRU 2740-EXIT
008033         GO TO 2700-EXIT
008034     END-IF.
008035     IF WS-BATCH-DUPLICATE
008036         MOVE "Y" TO WS-CXL-DUP-SW (WS-CXL-HIT)
008037     END-IF.
008038 2700-EXIT.
008039     EXIT.
008040 2710-FIND-POSITION.
008041     IF WS-CXL-INPUT-POS (WS-CXL-IX) = WS-INPUT-POSITION
008042         MOVE "Y" TO WS-CXL-FOUND-SW
008043         MOVE WS-CXL-IX TO WS-CXL-HIT
008044     END-IF.
008045 2710-EXIT.
008046     EXIT.
008047*---------------------------------------------------------------*
008048*  2720-CHECK-CANCELLED -- HAS THE DEPARTMENT CANCELLED THIS     *
008049*                          DETAIL?  A LIVE CANCEL FOR THE SAME   *
008050*                          DEPARTMENT AND RECORD-ID DROPS IT: A  *
008051*                          "CANCL" REPORT LINE, A RETURN LINE    *
008052*                          AND ITS OWN COUNT, BUT NO SOLVE,      *
008053*                          HISTORY, AUDIT, REJECT, DEFERRAL, OR  *
008054*                          EXTRACT "D" LINE.                     *
008055*---------------------------------------------------------------*
008056 2720-CHECK-CANCELLED.
008057     MOVE "N" TO WS-CXL-FOUND-SW.
008058     PERFORM 2725-MATCH-DETAIL THRU 2725-EXIT
008059         VARYING WS-CXL-IX FROM 1 BY 1
008060         UNTIL WS-CXL-IX > WS-CXL-COUNT
008061         OR WS-CXL-FOUND.
008062     IF NOT WS-CXL-FOUND
008063         GO TO 2720-EXIT
008064     END-IF.
008065     MOVE "Y" TO WS-CXL-DECK-SW (WS-CXL-HIT).
008066     MOVE "CANCL" TO WS-VERDICT.
008067     MOVE ZERO TO WS-WITNESS-W WS-WITNESS-X WS-WITNESS-Y
008068         WS-WITNESS-Z WS-SOLVE-TRIALS WS-SOLVE-ELAPSED.
008069     PERFORM 5500-WRITE-REPORT-LINE THRU 5500-EXIT.
008070     ADD 1 TO WS-RUN-CANCEL-COUNT.
008071     ADD 1 TO WS-DEPT-CANCEL-COUNT.
008072 2720-EXIT.
008073     EXIT.
008074 2725-MATCH-DETAIL.
008075     IF WS-CXL-DEPT (WS-CXL-IX) = WS-DEPT-CODE
008076             AND WS-CXL-RECORD-ID (WS-CXL-IX) = Q4-RECORD-ID
008077             AND NOT WS-CXL-IN-DUP-BATCH (WS-CXL-IX)
008078         MOVE "Y" TO WS-CXL-FOUND-SW
008079         MOVE WS-CXL-IX TO WS-CXL-HIT
008080     END-IF.
008081 2725-EXIT.
008082     EXIT.
008083*---------------------------------------------------------------*
008084*  2740-CANCEL-NOT-TABLED -- A CANCEL BEYOND THE TABLE'S 500 IS  *
008085*                            NOT APPLIED.  ITS NOTICE AND RETURN *
008086*                            LINE GO OUT NOW, AND IT COUNTS AS   *
008087*                            UNMATCHED SO THE DEPARTMENT SENDS   *
008088*                            IT AGAIN.                           *
008089*---------------------------------------------------------------*
008090 2740-CANCEL-NOT-TABLED.
008091     MOVE QX-RECORD-ID TO WS-CXL-LINE-ID.
008092     MOVE Q4-DEPT-CODE TO WS-CXL-LINE-DEPT.
008093     MOVE "TABLE FULL - NOT APPLIED" TO WS-CXL-DISPOSITION.
008094     PERFORM 2760-WRITE-CANCEL-NOTICE THRU 2760-EXIT.
008095     ADD 1 TO WS-RUN-UNMATCHED-COUNT.
008096     MOVE "UNMATCHED" TO WS-RTN-STATUS.
008097     MOVE "CANCEL NOT APPLIED - RESEND" TO WS-RTN-REASON-TEXT.
008098     PERFORM 2770-RETURN-CANCEL THRU 2770-EXIT.
008099 2740-EXIT.
008100     EXIT.
008101*---------------------------------------------------------------*
008102*  2750-REPORT-DEPT-CANCELS -- THE DEPARTMENT'S SECTION IS       *
008103*                              ENDING: A NOTICE LINE FOR EACH OF *
008104*                              ITS CANCELS SAYING WHAT IT        *
008105*                              MATCHED, AND ITS RETURN LINE.  AN *
008106*                              APPLIED CANCEL GOES ON THE        *
008107*                              EXTRACT AS AN "X" LINE; ONE THAT  *
008108*                              MATCHED A REJECT IS ALSO PASSED   *
008109*                              TO Q4REPAIR ON Q4CANC -- BUT NOT  *
008110*                              ON THE REPLAY, AS THE FAILED RUN  *
008111*                              ALREADY DID.                      *
008112*---------------------------------------------------------------*
008113 2750-REPORT-DEPT-CANCELS.
008114     PERFORM 2755-REPORT-ONE-CANCEL THRU 2755-EXIT
008115         VARYING WS-CXL-IX FROM 1 BY 1
008116         UNTIL WS-CXL-IX > WS-CXL-COUNT.
008117 2750-EXIT.
008118     EXIT.
008119 2755-REPORT-ONE-CANCEL.
008120     IF WS-CXL-DEPT (WS-CXL-IX) NOT = WS-CURR-DEPT
008121         GO TO 2755-EXIT
008122     END-IF.
008123     MOVE WS-CXL-RECORD-ID (WS-CXL-IX) TO WS-CXL-LINE-ID.
008124     MOVE WS-CXL-DEPT (WS-CXL-IX)      TO WS-CXL-LINE-DEPT.
008125     MOVE "APPLIED" TO WS-RTN-STATUS.
008126     EVALUATE TRUE
008127         WHEN WS-CXL-IN-DUP-BATCH (WS-CXL-IX)
008128             MOVE "DUPLICATE - NOT APPLIED" TO WS-CXL-DISPOSITION
008129             MOVE "DUPLICATE" TO WS-RTN-STATUS
008130             MOVE "BATCH ALREADY PROCESSED" TO WS-RTN-REASON-TEXT
008131         WHEN WS-CXL-IN-DECK (WS-CXL-IX)
008132                 AND WS-CXL-IN-REJECTS (WS-CXL-IX)
008133             MOVE "APPLIED TO DECK AND REJECT"
008134                 TO WS-CXL-DISPOSITION
008135             MOVE "DETAIL DROPPED, REJECT RETIRED"
008136                 TO WS-RTN-REASON-TEXT
008137         WHEN WS-CXL-IN-DECK (WS-CXL-IX)
008138             MOVE "APPLIED TO TODAY'S DECK" TO WS-CXL-DISPOSITION
008139             MOVE "DETAIL DROPPED FROM THE DECK"
008140                 TO WS-RTN-REASON-TEXT
008141         WHEN WS-CXL-IN-REJECTS (WS-CXL-IX)
008142             MOVE "REJECT SENT TO Q4REPAIR" TO WS-CXL-DISPOSITION
008143             MOVE "REJECT RETIRED BY Q4REPAIR"
008144                 TO WS-RTN-REASON-TEXT
008145         WHEN OTHER
008146             MOVE "MATCHED NOTHING" TO WS-CXL-DISPOSITION
008147             MOVE "UNMATCHED" TO WS-RTN-STATUS
008148             MOVE "CANCEL MATCHED NOTHING" TO WS-RTN-REASON-TEXT
008149             ADD 1 TO WS-RUN-UNMATCHED-COUNT
008150     END-EVALUATE.
008151     PERFORM 2760-WRITE-CANCEL-NOTICE THRU 2760-EXIT.
008152     PERFORM 2770-RETURN-CANCEL THRU 2770-EXIT.
008153     IF WS-RTN-STATUS NOT = "APPLIED"
008154         GO TO 2755-EXIT
008155     END-IF.
008156     PERFORM 2780-EXTRACT-CANCEL THRU 2780-EXIT.
008157     IF WS-CXL-IN-REJECTS (WS-CXL-IX) AND NOT WS-REPLAYING
008158         PERFORM 2790-SEND-TO-REPAIR THRU 2790-EXIT
008159     END-IF.
008160 2755-EXIT.
008161     EXIT.
008162 2760-WRITE-CANCEL-NOTICE.
008163     MOVE WS-CXL-LINE-ID     TO RX-RECORD-ID.
008164     MOVE WS-CXL-LINE-DEPT   TO RX-DEPT-CODE.
008165     MOVE WS-CXL-DISPOSITION TO RX-DISPOSITION.
008166     WRITE Q4-REPORT-LINE FROM WS-RPT-CANCEL-LINE.
008167 2760-EXIT.
008168     EXIT.
008169*---------------------------------------------------------------*
008170*  2770-RETURN-CANCEL -- THE CANCEL'S LINE ON THE DEPARTMENT'S   *
008171*                        RETURN FRAME, IF IT HAS ONE, IN THE     *
008172*                        SAME 23-FIELD LAYOUT: THE RECORD-ID AND *
008173*                        TYPE "X" AS SENT, EVERY OTHER FIELD     *
008174*                        EMPTY BUT THE STATUS AND REASON.        *
008175*---------------------------------------------------------------*
008176 2770-RETURN-CANCEL.
008177     IF NOT WS-RTN-FRAME-OPEN
008178         GO TO 2770-EXIT
008179     END-IF.
008180     EVALUATE WS-RTN-STATUS
008181         WHEN "APPLIED"
008182             ADD 1 TO WS-RTN-APPLIED-COUNT
008183         WHEN "DUPLICATE"
008184             ADD 1 TO WS-RTN-DUP-COUNT
008185         WHEN OTHER
008186             ADD 1 TO WS-RTN-UNMATCHED-COUNT
008187     END-EVALUATE.
008188     MOVE ZERO TO WS-RTN-REASON-CODE.
008189     MOVE SPACES TO WS-RETURN-LINE.
008190     STRING WS-CXL-LINE-ID ",,,,,,,X"
008191         ",,,,,,,,,,,,,"
008192         WS-RTN-STATUS ","
008193         WS-RTN-REASON-CODE ","
008194         WS-RTN-REASON-TEXT
008195         DELIMITED BY SIZE INTO WS-RETURN-LINE.
008196     WRITE Q4-RETURN-REC FROM WS-RETURN-REC.
008197     ADD 1 TO WS-RTN-COUNT.
008198 2770-EXIT.
008199     EXIT.
008200*---------------------------------------------------------------*
008201*  2780-EXTRACT-CANCEL -- "X,RECORD-ID,DEPARTMENT" ON THE        *
008202*                         EXTRACT: THE PLANNING SYSTEM WILL      *
008203*                         NEVER GET AN ANSWER FOR THAT RECORD-   *
008204*                         ID.  NOT IN THE TRAILER COUNT, WHICH   *
008205*                         COUNTS THE "D" LINES.                  *
008206*---------------------------------------------------------------*
008207 2780-EXTRACT-CANCEL.
008208     MOVE SPACES TO WS-EXTRACT-LINE.
008209     STRING "X," WS-CXL-LINE-ID "," WS-CXL-LINE-DEPT
008210         DELIMITED BY SIZE INTO WS-EXTRACT-LINE.
008211     WRITE Q4-EXTRACT-REC FROM WS-EXTRACT-LINE.
008212 2780-EXIT.
008213     EXIT.
008214*---------------------------------------------------------------*
008215*  2790-SEND-TO-REPAIR -- PASS THE CANCEL TO Q4REPAIR ON Q4CANC, *
008216*                         STAMPED WITH THE BUSINESS DATE.        *
008217*                         Q4REPAIR RETIRES THE DEPARTMENT'S      *
008218*                         REJECT FOR THE RECORD-ID IF IT WAS     *
008219*                         WRITTEN BEFORE THAT DATE.              *
008220*---------------------------------------------------------------*
008221 2790-SEND-TO-REPAIR.
008222     MOVE SPACES TO WS-CANCEL-REC.
008223     MOVE "X"              TO WS-CXO-RECORD-TYPE.
008224     MOVE WS-CXL-LINE-DEPT TO WS-CXO-DEPT-CODE.
008225     MOVE WS-CXL-LINE-ID   TO WS-CXO-RECORD-ID.
008226     MOVE WS-BUSINESS-DATE TO WS-CXO-CANCEL-DATE.
008227     WRITE Q4-CANCEL-OUT-REC FROM WS-CANCEL-REC.
008228 2790-EXIT.
008229     EXIT.
008230*---------------------------------------------------------------*
008231*  3000-VALIDATE-INPUT -- HAND THE FIELD EDITS TO THE Q4VALID    *
008232*                         SUBPROGRAM SHARED WITH Q4QUICK AND     *
008233*                         Q4REPAIR                               *
008234*---------------------------------------------------------------*
008235 3000-VALIDATE-INPUT.
008236     MOVE WS-N TO QVP-N.
008237     MOVE WS-S TO QVP-S.
008238     MOVE WS-A TO QVP-A.
008239     MOVE WS-B TO QVP-B.
008240     MOVE WS-C TO QVP-C.
008241     MOVE WS-D TO QVP-D.
008250     MOVE WS-REQUEST-TYPE TO QVP-REQUEST-TYPE.
008251     PERFORM 3100-GET-DEPT-PROFILE THRU 3100-EXIT.
008252     MOVE WS-DEPT-CODE      TO QVP-DEPT-CODE.
008256     MOVE WS-PROF-MAX-N     TO QVP-DEPT-MAX-N.
008257     MOVE WS-PROF-LCOST-SW  TO QVP-DEPT-LCOST-SW.
008258     MOVE WS-S-TO           TO QVP-S-TO.
008261     MOVE WS-CEILINGS       TO QVP-CEILINGS.
008264     MOVE WS-BUSINESS-DATE  TO QVP-BUSINESS-DATE.
008267     CALL "Q4VALID" USING Q4VALID-PARM.
008270     MOVE QVP-VALID-SWITCH TO WS-VALID-SWITCH.
008280     MOVE QVP-REASON-CODE  TO WS-REASON-CODE.
008290     MOVE QVP-REASON-TEXT  TO WS-REASON-TEXT.
008300 3000-EXIT.
008301     EXIT.
008302*---------------------------------------------------------------*
008303*  3100-GET-DEPT-PROFILE -- LOOK THE DEPARTMENT UP ON THE        *
008304*                           PROFILE KSDS, ONE READ PER           *
008305*                           DEPARTMENT SECTION THANKS TO THE     *
008306*                           SORTED DECK                          *
008307*---------------------------------------------------------------*
008308 3100-GET-DEPT-PROFILE.
008309*>   THE INTERNAL REPAIR RESUBMISSION DECK CARRIES WORK THAT
008310*>   ALREADY PASSED ITS OWN DEPARTMENT'S EDITS AT REPAIR TIME
008311     IF WS-DEPT-CODE = "REPR"
008312         MOVE WS-DEPT-CODE TO WS-PROF-DEPT
008313         MOVE "Y" TO WS-PROF-FOUND-SW WS-PROF-ACTIVE-SW
008314             WS-PROF-LCOST-SW
008315         MOVE "N" TO WS-PROF-RETURN-SW
008324         MOVE 99999 TO WS-PROF-MAX-N
008325         GO TO 3100-EXIT
008326     END-IF.
008329     END-IF.
008330     MOVE WS-DEPT-CODE TO WS-PROF-DEPT.
008331     MOVE "N" TO WS-PROF-FOUND-SW WS-PROF-ACTIVE-SW
008332         WS-PROF-LCOST-SW WS-PROF-RETURN-SW.
008333     MOVE ZERO TO WS-PROF-MAX-N.
008334     MOVE WS-DEPT-CODE TO Q4D-DEPT-CODE.
008335     READ Q4-DEPT-FILE
008346             IF Q4D-LCOST-ALLOWED
008347                 MOVE "Y" TO WS-PROF-LCOST-SW
008348             END-IF
008349             IF Q4D-WANTS-RETURN
008350                 MOVE "Y" TO WS-PROF-RETURN-SW
008351             END-IF
008352     END-READ.
008353 3100-EXIT.
008354     EXIT.
008355*---------------------------------------------------------------*
008356*  3500-LOOKUP-HISTORY -- HAS THIS N/S/a/b/c/d COMBINATION      *
008357*                         ALREADY BEEN RUN?                     *
008358*---------------------------------------------------------------*
008359 3500-LOOKUP-HISTORY.
008360     MOVE "N" TO WS-HIST-FOUND-SW WS-HIST-EXISTS-SW.
008365     MOVE SPACES TO WS-HIST-BEFORE-IMAGE.
008370     MOVE WS-N TO Q4H-N.
008380     MOVE WS-S TO Q4H-S.
008382     MOVE WS-A TO Q4H-A.
008384     MOVE WS-B TO Q4H-B.
008386     MOVE WS-C TO Q4H-C.
008388     MOVE WS-D TO Q4H-D.
008390     READ Q4-HISTORY-FILE
008400         INVALID KEY
008410             MOVE "N" TO WS-HIST-FOUND-SW
008420         NOT INVALID KEY
008430             MOVE "Y" TO WS-HIST-EXISTS-SW
008440             MOVE Q4H-FIRST-DATE TO WS-OLD-FIRST-DATE
008443             MOVE Q4H-REQUEST-TYPE TO WS-OLD-REQUEST-TYPE
008446             MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE
008450*>           A STORED LEAST-COST ANSWER SATISFIES EITHER REQUEST
008460*>           TYPE; A STORED VERDICT-ONLY ANSWER CANNOT SATISFY A
008470*>           LEAST-COST REQUEST, SO THAT COMBINATION RE-SOLVES.
008480*>           EITHER WAY THE ANSWER MUST HAVE BEEN GIVEN UNDER THE
008490*>           SAME CEILINGS
008500             IF Q4H-CEILINGS = WS-CEILINGS
008510                 AND (Q4H-LEAST-COST-ANSWER
008515                     OR NOT WS-REQ-ANY-LEAST-COST)
008520                 MOVE "Y" TO WS-HIST-FOUND-SW
008530                 PERFORM 3550-TOUCH-HISTORY THRU 3550-EXIT
008540             ELSE
008740         ADD 1 TO Q4H-HIT-COUNT
008750     END-IF.
008760     REWRITE Q4-HISTORY-RECORD.
008763     MOVE "T" TO WS-JRNL-ACTION.
008766     PERFORM 4950-JOURNAL-HISTORY THRU 4950-EXIT.
008770 3550-EXIT.
008780     EXIT.
008790 3600-USE-PRIOR-VERDICT.
008940*                     THAT W*a + X*b + Y*c + Z*d = S.            *
008950*---------------------------------------------------------------*
008960 4000-C-SEQUENCE.
008961     IF WS-REQ-ANY-LEAST-COST
008962         MOVE "L" TO QSP-MODE
008963     ELSE
008964         MOVE "V" TO QSP-MODE
008965     END-IF.
008966     IF WS-REQ-CEILINGS
008967         MOVE "Y" TO QSP-CEILING-SW
008968     ELSE
008969         MOVE "N" TO QSP-CEILING-SW
008970     END-IF.
008971     MOVE WS-MAX-W TO QSP-MAX-W.
008972     MOVE WS-MAX-X TO QSP-MAX-X.
008973     MOVE WS-MAX-Y TO QSP-MAX-Y.
008974     MOVE WS-MAX-Z TO QSP-MAX-Z.
008980     MOVE WS-N TO QSP-N.
008990     MOVE WS-S TO QSP-S.
009000     MOVE WS-A TO QSP-A.
009460*  4900-UPDATE-HISTORY -- FILE THE VERDICT FOR NEXT TIME         *
009470*---------------------------------------------------------------*
009480 4900-UPDATE-HISTORY.
009481*>   ONE ENTRY PER COMBINATION: A CEILING ANSWER IS NOT FILED
009482*>   OVER AN UNCONSTRAINED ONE, WHICH SERVES EVERY OTHER
009483*>   REQUEST FOR THE COMBINATION (THE AUDIT TRAIL STILL HAS IT)
009484     IF WS-HIST-EXISTS AND WS-REQ-CEILINGS
009485             AND WS-OLD-REQUEST-TYPE NOT = "C"
009486             AND WS-OLD-REQUEST-TYPE NOT = "M"
009487         GO TO 4900-EXIT
009488     END-IF.
009490     MOVE WS-N TO Q4H-N.
009500     MOVE WS-S TO Q4H-S.
009510     MOVE WS-A TO Q4H-A.
009580     MOVE WS-WITNESS-Y   TO Q4H-WITNESS-Y.
009590     MOVE WS-WITNESS-Z   TO Q4H-WITNESS-Z.
009600     MOVE WS-REQUEST-TYPE TO Q4H-REQUEST-TYPE.
009605     MOVE WS-CEILINGS     TO Q4H-CEILINGS.
009610*>   A REPLACED ANSWER KEEPS ITS ORIGINAL FIRST-WRITTEN DATE;
009620*>   THE HIT COUNTER STARTS OVER WITH THE NEW ANSWER
009630     IF WS-HIST-EXISTS AND WS-OLD-FIRST-DATE NUMERIC
009700     MOVE ZERO TO Q4H-HIT-COUNT.
009702*>   THE SOLVER THAT PRODUCED THIS ANSWER, FOR THE Q4VERIFY SWEEP
009704     MOVE QSP-SOLVER-VERSION TO Q4H-SOLVER-VERSION.
009707     MOVE "A" TO WS-JRNL-ACTION.
009710     WRITE Q4-HISTORY-RECORD
009720         INVALID KEY
009721             PERFORM 4910-REFILE-HISTORY THRU 4910-EXIT
009722     END-WRITE.
009723     IF WS-JRNL-ACTION = SPACE
009724         GO TO 4900-EXIT
009725     END-IF.
009726     PERFORM 4950-JOURNAL-HISTORY THRU 4950-EXIT.
009727 4900-EXIT.
009728     EXIT.
009729*---------------------------------------------------------------*
009730*  4910-REFILE-HISTORY -- THE ADD FOUND THE COMBINATION ALREADY  *
009731*                         FILED: ANOTHER RUN SHARING THE CLUSTER *
009732*                         (A Q4PART PARTITION) FILED IT SINCE    *
009733*                         THE LOOKUP.  READ WHAT IS THERE SO THE *
009734*                         JOURNAL HOLDS A REAL BEFORE-IMAGE AND  *
009735*                         Q4BKOUT PUTS IT BACK INSTEAD OF        *
009736*                         REMOVING IT.  AS IN 4900, A CEILING    *
009737*                         ANSWER IS NOT FILED OVER AN            *
009738*                         UNCONSTRAINED ONE, AND THE ENTRY KEEPS *
009739*                         ITS FIRST-WRITTEN DATE.  NOTHING       *
009740*                         FILED LEAVES THE ACTION BLANK.         *
009741*---------------------------------------------------------------*
009742 4910-REFILE-HISTORY.
009743     MOVE Q4-HISTORY-RECORD TO WS-HIST-AFTER-IMAGE.
009744     MOVE SPACE TO WS-JRNL-ACTION.
009745     READ Q4-HISTORY-FILE
009746         INVALID KEY
009747             GO TO 4910-EXIT
009748     END-READ.
009749     MOVE Q4-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE.
009750     IF WS-REQ-CEILINGS
009751             AND Q4H-REQUEST-TYPE NOT = "C"
009752             AND Q4H-REQUEST-TYPE NOT = "M"
009753         GO TO 4910-EXIT
009754     END-IF.
009755     MOVE Q4H-FIRST-DATE TO WS-OLD-FIRST-DATE.
009756     MOVE WS-HIST-AFTER-IMAGE TO Q4-HISTORY-RECORD.
009757     MOVE WS-OLD-FIRST-DATE TO Q4H-FIRST-DATE.
009758     MOVE "R" TO WS-JRNL-ACTION.
009759     REWRITE Q4-HISTORY-RECORD.
009760 4910-EXIT.
009761     EXIT.
009762*---------------------------------------------------------------*
009763*  4950-JOURNAL-HISTORY -- BEFORE- AND AFTER-IMAGE OF THE        *
009764*                          HISTORY CHANGE JUST MADE, FOR Q4BKOUT *
009765*---------------------------------------------------------------*
009766 4950-JOURNAL-HISTORY.
009767     ACCEPT WS-RUN-TIME FROM TIME.
009768     MOVE SPACES               TO Q4-HIST-JOURNAL-RECORD.
009769     MOVE WS-BUSINESS-DATE     TO QJ-BUSINESS-DATE.
009770     MOVE "Q4"                 TO QJ-PROGRAM.
009771     MOVE "B"                  TO QJ-SOURCE-CODE.
009772     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
009773         INTO QJ-TIMESTAMP.
009774     MOVE WS-JRNL-ACTION       TO QJ-ACTION.
009775     MOVE WS-DEPT-CODE         TO QJ-DEPT-CODE.
009776*>   BLANK ONLY FOR AN ADD, WHICH Q4BKOUT UNDOES BY REMOVING IT;
009777*>   A REWRITE CARRIES THE RECORD IT REPLACED
009778     MOVE WS-HIST-BEFORE-IMAGE TO QJ-BEFORE-IMAGE.
009779     MOVE Q4-HISTORY-RECORD    TO QJ-AFTER-IMAGE.
009780     WRITE Q4-HIST-JOURNAL-RECORD.
009781*>   A SECOND CHANGE TO THE SAME RECORD IN THIS RUN STARTS FROM
009782*>   WHAT THIS ONE LEFT
009783     MOVE Q4-HISTORY-RECORD    TO WS-HIST-BEFORE-IMAGE.
009784 4950-EXIT.
009785     EXIT.
009786*---------------------------------------------------------------*
009787*  5000-WRITE-AUDIT -- PERMANENT RECORD OF THIS DETERMINATION    *
009790*---------------------------------------------------------------*
009800 5000-WRITE-AUDIT.
009810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010004     MOVE WS-SOLVE-TRIALS  TO QA-TRIAL-COUNT.
010005     MOVE WS-SOLVE-ELAPSED TO QA-SOLVE-ELAPSED.
010006     MOVE WS-RUN-DATE      TO QA-RUN-DATE.
010007     MOVE WS-CEILINGS      TO QA-CEILINGS.
010008*>   SEAL THE ENTRY: NEXT NUMBER, HASH CHAINED FROM THE LAST ONE
010009     ADD 1 TO WS-AUDIT-SEQ-NO.
010010     MOVE WS-AUDIT-SEQ-NO    TO QA-SEQ-NO.
010011     MOVE ZERO               TO QA-CHAIN-HASH.
010012     MOVE WS-AUDIT-LAST-HASH TO QHP-PRIOR-HASH.
010013     MOVE Q4-AUDIT-RECORD    TO QHP-ENTRY.
010014     CALL "Q4AHASH" USING Q4AHASH-PARM.
010015     MOVE QHP-NEW-HASH       TO QA-CHAIN-HASH WS-AUDIT-LAST-HASH.
010016     MOVE QA-DATE            TO WS-AUDIT-LAST-DATE.
010017     WRITE Q4-AUDIT-RECORD.
010018 5000-EXIT.
010020     EXIT.
010030 5500-WRITE-REPORT-LINE.
010040     MOVE SPACES TO WS-RPT-DETAIL.
010220         + WS-WITNESS-Y + WS-WITNESS-Z.
010230     MOVE WS-WITNESS-COST TO RD-COST.
010232     MOVE WS-PRIORITY TO RD-PRIORITY.
010233     WRITE Q4-REPORT-LINE FROM WS-RPT-DETAIL.
010234     IF WS-REQ-CEILINGS AND WS-CEILINGS NUMERIC
010235         MOVE WS-MAX-W TO RC-MAX-W
010236         MOVE WS-MAX-X TO RC-MAX-X
010237         MOVE WS-MAX-Y TO RC-MAX-Y
010238         MOVE WS-MAX-Z TO RC-MAX-Z
010239         WRITE Q4-REPORT-LINE FROM WS-RPT-CEILING-LINE
010240     END-IF.
010242*>   A DEFERRED RECORD HAS NO VERDICT YET -- THE PLANNING
010244*>   SYSTEM GETS IT FROM TOMORROW'S EXTRACT INSTEAD; A DUPLICATE
010246*>   WENT OUT WITH THE ORIGINAL BATCH; A CANCELLED ONE GOES OUT
010247*>   AS ITS CANCEL'S "X" LINE (2780)
010248     IF WS-VERDICT NOT = "DEFER" AND WS-VERDICT NOT = "DUPL "
010249             AND WS-VERDICT NOT = "CANCL"
010250         PERFORM 5510-WRITE-EXTRACT THRU 5510-EXIT
010252     END-IF.
010254     MOVE SPACES TO WS-RTN-STATUS.
010256     PERFORM 5520-WRITE-RETURN THRU 5520-EXIT.
010260 5500-EXIT.
010270     EXIT.
010280*---------------------------------------------------------------*
010310*                        PLANNING SYSTEM'S INTAKE JOB CONSUMES.  *
010320*                        THE INPUT FIELDS GO OUT AS PLAIN        *
010330*                        DIGITS (ALL ARE VALIDATED POSITIVE),    *
010340*                        NEVER SIGN OVERPUNCHES.  THE LAST FOUR  *
010343*                        FIELDS ARE THE W/X/Y/Z CEILINGS THE     *
010346*                        ANSWER WAS GIVEN UNDER.                 *
010350*---------------------------------------------------------------*
010360 5510-WRITE-EXTRACT.
010370     MOVE WS-S TO WS-EXT-S.
010430     STRING "D" ","
010440         Q4-RECORD-ID ","
010450         WS-N ","
010451         WS-EXT-S ","
010452         WS-EXT-A ","
010453         WS-EXT-B ","
010454         WS-EXT-C ","
010455         WS-EXT-D ","
010456         WS-VERDICT ","
010457         WS-WITNESS-W ","
010458         WS-WITNESS-X ","
010459         WS-WITNESS-Y ","
010460         WS-WITNESS-Z ","
010461         WS-MAX-W ","
010462         WS-MAX-X ","
010463         WS-MAX-Y ","
010464         WS-MAX-Z
010465         DELIMITED BY SIZE INTO WS-EXTRACT-LINE.
010466     WRITE Q4-EXTRACT-REC FROM WS-EXTRACT-LINE.
010467     ADD 1 TO WS-EXTRACT-COUNT.
010468 5510-EXIT.
010469     EXIT.
010470*---------------------------------------------------------------*
010471*  5520-WRITE-RETURN -- ONE LINE ON THE DEPARTMENT'S RETURN      *
010472*                       FRAME, IF IT HAS ONE: THE 14 FIELDS IT   *
010473*                       SUBMITTED, THEN THE VERDICT, WITNESSES,  *
010474*                       WITNESS COST, STATUS, AND REASON.  A     *
010475*                       REJECT ARRIVES WITH WS-RTN-STATUS SET    *
010476*                       (5530); ANYTHING ELSE IS SORTED OUT BY   *
010477*                       ITS VERDICT.                             *
010478*---------------------------------------------------------------*
010479 5520-WRITE-RETURN.
010480     IF NOT WS-RTN-FRAME-OPEN
010481         GO TO 5520-EXIT
010482     END-IF.
010483     MOVE ZERO   TO WS-RTN-REASON-CODE.
010484     MOVE SPACES TO WS-RTN-REASON-TEXT.
010485     EVALUATE TRUE
010486         WHEN WS-RTN-STATUS = "REJECTED"
010487             MOVE WS-REASON-CODE TO WS-RTN-REASON-CODE
010488             MOVE WS-REASON-TEXT TO WS-RTN-REASON-TEXT
010489             ADD 1 TO WS-RTN-REJECT-COUNT
010490         WHEN WS-VERDICT = "DEFER"
010491             MOVE "DEFERRED" TO WS-RTN-STATUS
010492             MOVE "CARRIED OVER TO THE NEXT RUN"
010493                 TO WS-RTN-REASON-TEXT
010494             ADD 1 TO WS-RTN-DEFER-COUNT
010495         WHEN WS-VERDICT = "DUPL "
010496             MOVE "DUPLICATE" TO WS-RTN-STATUS
010497             MOVE "BATCH ALREADY PROCESSED" TO WS-RTN-REASON-TEXT
010498             ADD 1 TO WS-RTN-DUP-COUNT
010499         WHEN WS-VERDICT = "CANCL"
010500             MOVE "CANCELLED" TO WS-RTN-STATUS
010501             MOVE "WITHDRAWN BY THE DEPARTMENT"
010502                 TO WS-RTN-REASON-TEXT
010503             ADD 1 TO WS-RTN-CANCEL-COUNT
010504         WHEN OTHER
010505             MOVE "SOLVED" TO WS-RTN-STATUS
010506             ADD 1 TO WS-RTN-SOLVED-COUNT
010507     END-EVALUATE.
010508     MOVE WS-S    TO WS-RTN-S.
010509     MOVE WS-A    TO WS-RTN-A.
010510     MOVE WS-B    TO WS-RTN-B.
010511     MOVE WS-C    TO WS-RTN-C.
010512     MOVE WS-D    TO WS-RTN-D.
010513     MOVE WS-S-TO TO WS-RTN-S-TO.
010514     IF Q4-CEILINGS NUMERIC
010515         MOVE Q4-MAX-W TO WS-RTN-MAX-W
010516         MOVE Q4-MAX-X TO WS-RTN-MAX-X
010517         MOVE Q4-MAX-Y TO WS-RTN-MAX-Y
010518         MOVE Q4-MAX-Z TO WS-RTN-MAX-Z
010519     ELSE
010520         MOVE ZERO TO WS-RTN-MAX-W WS-RTN-MAX-X WS-RTN-MAX-Y
010521             WS-RTN-MAX-Z
010522     END-IF.
010523     MOVE SPACES TO WS-RETURN-LINE.
010524     STRING Q4-RECORD-ID ","
010525         WS-N ","
010526         WS-RTN-S ","
010527         WS-RTN-A ","
010528         WS-RTN-B ","
010529         WS-RTN-C ","
010530         WS-RTN-D ","
010531         Q4-REQUEST-TYPE ","
010532         Q4-PRIORITY ","
010533         WS-RTN-S-TO ","
010534         WS-RTN-MAX-W ","
010535         WS-RTN-MAX-X ","
010536         WS-RTN-MAX-Y ","
010537         WS-RTN-MAX-Z ","
010538         WS-VERDICT ","
010539         WS-WITNESS-W ","
010540         WS-WITNESS-X ","
010541         WS-WITNESS-Y ","
010542         WS-WITNESS-Z ","
010543         WS-WITNESS-COST ","
010544         WS-RTN-STATUS ","
010545         WS-RTN-REASON-CODE ","
010546         WS-RTN-REASON-TEXT
010547         DELIMITED BY SIZE INTO WS-RETURN-LINE.
010548     WRITE Q4-RETURN-REC FROM WS-RETURN-REC.
010549     ADD 1 TO WS-RTN-COUNT.
010550 5520-EXIT.
010551     EXIT.
010552*---------------------------------------------------------------*
010553*  5530-RETURN-REJECT -- A REJECTED RECORD'S RETURN LINE: NO     *
010554*                        VERDICT OR WITNESSES, JUST THE REASON.  *
010555*---------------------------------------------------------------*
010556 5530-RETURN-REJECT.
010557     MOVE "REJECTED" TO WS-RTN-STATUS.
010558     MOVE SPACES TO WS-VERDICT.
010559     MOVE ZERO TO WS-WITNESS-W WS-WITNESS-X WS-WITNESS-Y
010560         WS-WITNESS-Z WS-WITNESS-COST.
010561     PERFORM 5520-WRITE-RETURN THRU 5520-EXIT.
010562 5530-EXIT.
010563     EXIT.
010564 5600-UPDATE-TOTALS.
010565     IF WS-VERDICT = "TRUE "
010566         ADD 1 TO WS-TRUE-COUNT
010567         ADD 1 TO WS-RUN-TRUE-COUNT
010568         ADD 1 TO WS-DEPT-TRUE-COUNT
010569     ELSE
010570         ADD 1 TO WS-FALSE-COUNT
010571         ADD 1 TO WS-RUN-FALSE-COUNT
010572         ADD 1 TO WS-DEPT-FALSE-COUNT
010573         MOVE "UNSOLVED (FALSE)" TO WS-PRI-NOTE
010574         PERFORM 5700-NOTE-PRI-EXCEPTION THRU 5700-EXIT
010575     END-IF.
010576 5600-EXIT.
010577     EXIT.
010578*---------------------------------------------------------------*
010579*  5700-NOTE-PRI-EXCEPTION -- TABLE A RUSH RECORD THAT ENDED     *
010580*                             THE RUN WITHOUT A SOLVED ANSWER.   *
010581*                             THE CALLER SETS WS-PRI-NOTE FIRST. *
010582*---------------------------------------------------------------*
010583 5700-NOTE-PRI-EXCEPTION.
010584     IF NOT WS-PRI-RUSH
010585         GO TO 5700-EXIT
010586     END-IF.
010587     IF WS-PRI-EXC-COUNT >= 200
010588         MOVE "Y" TO WS-PRI-FULL-SW
010589         GO TO 5700-EXIT
010590     END-IF.
010591     ADD 1 TO WS-PRI-EXC-COUNT.
010592     MOVE Q4-RECORD-ID TO WS-PRI-RECORD-ID (WS-PRI-EXC-COUNT).
010593     MOVE WS-DEPT-CODE TO WS-PRI-DEPT (WS-PRI-EXC-COUNT).
010594     MOVE WS-PRI-NOTE  TO WS-PRI-STATUS (WS-PRI-EXC-COUNT).
010595 5700-EXIT.
010596     EXIT.
010597*---------------------------------------------------------------*
010598*  5800-DEFER-DETAIL -- THE BUDGET IS SPENT: PUT THE VALIDATED  *
010599*                       RECORD ON THE CARRY-OVER DECK, SHOW IT   *
010600*                       AS "DEFER" ON THE REPORT, AND COUNT IT   *
010601*                       SEPARATELY.  THE DECK IS REBUILT FROM    *
010602*                       SCRATCH EVERY RUN, SO A RESTART CANNOT   *
010603*                       DOUBLE A RECORD.                         *
010604*---------------------------------------------------------------*
010605 5800-DEFER-DETAIL.
010606*>   THE DECK IS FRAMED PER ORIGINATING DEPARTMENT (THE INPUT
010607*>   IS DEPARTMENT-SORTED, SO DEFERRED WORK ARRIVES IN
010608*>   DEPARTMENT ORDER).  THE RECORD GOES OUT UNTOUCHED, SO
010609*>   TOMORROW IT RE-ENTERS UNDER ITS OWN DEPARTMENT AND
010610*>   REPORTING, REJECT ROUTING, AND THE Q4CHARGE BILLING ALL
010611*>   SEE THE REAL SUBMITTER.
010612     IF NOT WS-DEFER-DECK-OPEN
010613         OR Q4-DEPT-CODE NOT = WS-DEF-CURR-DEPT
010614         PERFORM 5810-START-DEFER-BATCH THRU 5810-EXIT
010615     END-IF.
010616     MOVE Q4-RECORD TO WS-DEFER-REC.
010617     WRITE Q4-DEFER-RECORD FROM WS-DEFER-REC.
010618     ADD 1 TO WS-RUN-DEFER-COUNT.
010619     ADD 1 TO WS-DEFB-COUNT.
010620     IF Q4-N NUMERIC
010621         ADD Q4-N TO WS-DEFB-HASH-N
010622     END-IF.
010623     IF Q4-S NUMERIC
010624         ADD Q4-S TO WS-DEFB-HASH-S
010625     END-IF.
010626     MOVE "DEFER" TO WS-VERDICT.
010627     MOVE ZERO TO WS-WITNESS-W WS-WITNESS-X WS-WITNESS-Y
010628         WS-WITNESS-Z WS-SOLVE-TRIALS WS-SOLVE-ELAPSED.
010629     PERFORM 5500-WRITE-REPORT-LINE THRU 5500-EXIT.
010630*>   A DEFERRED RUSH RECORD BELONGS ON THE EXCEPTION PAGE --
010631*>   ITS DEADLINE DOES NOT MOVE JUST BECAUSE THE RUN RAN LONG
010632     MOVE "DEFERRED" TO WS-PRI-NOTE.
010633     PERFORM 5700-NOTE-PRI-EXCEPTION THRU 5700-EXIT.
010634 5800-EXIT.
010635     EXIT.
010636*---------------------------------------------------------------*
010637*  5810-START-DEFER-BATCH -- OPEN A CARRY-OVER FRAME FOR THIS    *
010638*                            DEPARTMENT, CLOSING THE PRIOR ONE   *
010639*                            FIRST.  EACH FRAME IS NUMBERED OFF  *
010640*                            THE BATCH REGISTER (5815).          *
010641*---------------------------------------------------------------*
010642 5810-START-DEFER-BATCH.
010643     IF WS-DEFER-DECK-OPEN
010644         PERFORM 5820-END-DEFER-BATCH THRU 5820-EXIT
010645     END-IF.
010646     MOVE "Y" TO WS-DEFER-OPEN-SW.
010647     MOVE Q4-DEPT-CODE TO WS-DEF-CURR-DEPT.
010648     MOVE ZERO TO WS-DEFB-COUNT WS-DEFB-HASH-N WS-DEFB-HASH-S.
010649     MOVE SPACES TO WS-DEFER-REC.
010650     MOVE "H" TO WS-DEF-RECORD-TYPE.
010651     MOVE WS-DEF-CURR-DEPT TO WS-DEF-DEPT-CODE.
010652     MOVE WS-BUSINESS-DATE TO WS-DEF-SUBMIT-DATE.
010653     PERFORM 5815-ISSUE-DEFER-NUMBER THRU 5815-EXIT.
010654     MOVE WS-DEF-ISSUE-NO TO WS-DEF-BATCH-NO.
010655     WRITE Q4-DEFER-RECORD FROM WS-DEFER-REC.
010656 5810-EXIT.
010657     EXIT.
010658 5820-END-DEFER-BATCH.
010659     MOVE SPACES TO WS-DEFER-REC.
010660     MOVE "T" TO WS-DEF-RECORD-TYPE.
010661     MOVE WS-DEF-CURR-DEPT TO WS-DEF-DEPT-CODE.
010662     MOVE WS-DEFB-COUNT  TO WS-DEF-REC-COUNT.
010663     MOVE WS-DEFB-HASH-N TO WS-DEF-HASH-N.
010664     MOVE WS-DEFB-HASH-S TO WS-DEF-HASH-S.
010665     WRITE Q4-DEFER-RECORD FROM WS-DEFER-REC.
010666     MOVE "N" TO WS-DEFER-OPEN-SW.
010667 5820-EXIT.
010668     EXIT.
010669*---------------------------------------------------------------*
010670*  5815-ISSUE-DEFER-NUMBER -- THE FRAME TAKES THE FIRST NUMBER,  *
010671*                             FROM THE CARD'S CARRY-OVER BATCH   *
010672*                             NUMBER UP, THAT THE REGISTER DOES  *
010673*                             NOT HOLD FOR THE DEPARTMENT, AND   *
010674*                             FILES IT AS ISSUED -- SO TODAY'S   *
010675*                             DECK NEVER REUSES YESTERDAY'S      *
010676*                             NUMBER.  A CARRY-OVER NUMBER THIS  *
010677*                             BUSINESS DAY ALREADY ISSUED (A     *
010678*                             RESTARTED RUN) IS TAKEN BACK.      *
010679*---------------------------------------------------------------*
010680 5815-ISSUE-DEFER-NUMBER.
010681     MOVE WS-DEFER-BATCH-NO TO WS-DEF-ISSUE-NO.
010682     MOVE "N" TO WS-DEF-ISSUED-SW.
010683     PERFORM 5816-PROBE-DEFER-NUMBER THRU 5816-EXIT
010684         UNTIL WS-DEF-ISSUED.
010685 5815-EXIT.
010686     EXIT.
010687 5816-PROBE-DEFER-NUMBER.
010688     MOVE WS-DEF-CURR-DEPT TO Q4B-DEPT-CODE.
010689     MOVE WS-DEF-ISSUE-NO  TO Q4B-BATCH-NUMBER.
010690     READ Q4-BATCH-REG-FILE
010691         INVALID KEY
010692             MOVE "I" TO Q4B-STATUS
010693             MOVE "C" TO Q4B-ORIGIN
010694             MOVE WS-BUSINESS-DATE TO Q4B-SUBMIT-DATE
010695                 Q4B-ISSUED-DATE
010696             MOVE ZERO TO Q4B-PROCESSED-DATE Q4B-INPUT-POSITION
010697                 Q4B-RECORD-COUNT Q4B-LAST-DUP-DATE
010698             WRITE Q4-BATCH-REG-RECORD
010699             MOVE "Y" TO WS-DEF-ISSUED-SW
010700             GO TO 5816-EXIT
010701     END-READ.
010702     IF Q4B-ISSUED AND Q4B-FROM-CARRY-OVER
010703             AND Q4B-ISSUED-DATE = WS-BUSINESS-DATE
010704         MOVE "Y" TO WS-DEF-ISSUED-SW
010705         GO TO 5816-EXIT
010706     END-IF.
010707     IF WS-DEF-ISSUE-NO = 999999
010708         MOVE 1 TO WS-DEF-ISSUE-NO
010709     ELSE
010710         ADD 1 TO WS-DEF-ISSUE-NO
010711     END-IF.
010712 5816-EXIT.
010714     EXIT.
010715*---------------------------------------------------------------*
010716*  5900-PROCESS-RANGE -- EXPAND ONE "R" REQUEST: EVERY S FROM    *
010870     MOVE WS-BUSINESS-DATE TO QR-REJECT-DATE.
010880     MOVE WS-DEPT-CODE   TO QR-DEPT-CODE.
010882     MOVE WS-PRIORITY    TO QR-PRIORITY.
010883*>   THE CEILINGS AS SENT, SO Q4REPAIR CAN RESUBMIT THEM
010884     IF Q4-CEILINGS NUMERIC
010885         MOVE Q4-CEILINGS TO QR-CEILINGS
010886     ELSE
010887         MOVE ZERO TO QR-MAX-W QR-MAX-X QR-MAX-Y QR-MAX-Z
010888     END-IF.
010890     WRITE Q4-REJECT-RECORD.
010900     ADD 1 TO WS-REJECT-COUNT.
010910     ADD 1 TO WS-RUN-REJECT-COUNT.
010920     ADD 1 TO WS-DEPT-REJECT-COUNT.
010922     MOVE "REJECTED" TO WS-PRI-NOTE.
010924     PERFORM 5700-NOTE-PRI-EXCEPTION THRU 5700-EXIT.
010927     PERFORM 5530-RETURN-REJECT THRU 5530-EXIT.
010930 6000-EXIT.
010940     EXIT.
010950*---------------------------------------------------------------*
011310         ADD 1 TO WS-BATCH-FAIL-COUNT
011320         DISPLAY "Q4 -- BATCH " WS-BATCH-NUMBER
011330             " HAS NO TRAILER"
011333         MOVE "U" TO WS-REG-CLOSE-STATUS
011336         PERFORM 2380-CLOSE-REGISTER THRU 2380-EXIT
011340         MOVE "N" TO WS-BATCH-OPEN-SW
011350     END-IF.
011352*>   THE CARRY-OVER DECK ONLY EXISTS ON A DEFERRED DAY -- AN
011400     WRITE Q4-EXTRACT-REC FROM WS-EXTRACT-LINE.
011410     CLOSE Q4-EXTRACT-FILE.
011412     CLOSE Q4-DEFER-FILE.
011413     CLOSE Q4-RETURN-FILE.
011414     CLOSE Q4-CANCEL-FILE.
011415     CLOSE Q4-DEPT-FILE.
011416     CLOSE Q4-BATCH-REG-FILE.
011420     CLOSE Q4-TRANS-FILE.
011430     CLOSE Q4-REPORT-FILE.
011440     CLOSE Q4-REJECT-FILE.
011450     CLOSE Q4-AUDIT-FILE.
011455     PERFORM 8300-WRITE-AUDIT-SEAL THRU 8300-EXIT.
011460     CLOSE Q4-HISTORY-FILE.
011465     CLOSE Q4-HIST-JOURNAL-FILE.
011470     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
011480 8000-EXIT.
011490     EXIT.
011560     MOVE WS-RUN-FALSE-COUNT   TO RT-FALSE-COUNT.
011570     MOVE WS-RUN-REJECT-COUNT  TO RT-REJECT-COUNT.
011572     MOVE WS-RUN-DEFER-COUNT   TO RT-DEFER-COUNT.
011574     MOVE WS-RUN-DUP-COUNT     TO RT-DUP-COUNT.
011576     MOVE WS-RUN-CANCEL-COUNT  TO RT-CANCEL-COUNT.
011578     MOVE WS-RUN-UNMATCHED-COUNT TO RT-UNMATCHED-COUNT.
011580     MOVE WS-RUN-TRIAL-COUNT   TO RT-TRIAL-COUNT.
011590     DIVIDE WS-RUN-ELAPSED BY 100 GIVING WS-ELAPSED-SECONDS.
011600     MOVE WS-ELAPSED-SECONDS   TO RT-ELAPSED.
011750             MOVE 8 TO RETURN-CODE
011760         WHEN WS-FALSE-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
011762                 OR WS-RUN-DEFER-COUNT > ZERO
011764                 OR WS-DUP-BATCH-COUNT > ZERO
011766                 OR WS-RUN-UNMATCHED-COUNT > ZERO
011770             MOVE 4 TO RETURN-CODE
011780         WHEN OTHER
011790             MOVE 0 TO RETURN-CODE
011800     END-EVALUATE.
011810 8200-EXIT.
011811     EXIT.
011812*---------------------------------------------------------------*
011813*  8300-WRITE-AUDIT-SEAL -- REPLACE THE ONE-RECORD SEAL FILE     *
011814*                           WITH THE LAST ENTRY NOW ON THE       *
011815*                           TRAIL.  ONLY A CLEAN CLOSE GETS      *
011816*                           HERE, SO AFTER AN ABEND THE SEAL     *
011817*                           LAGS THE TRAIL UNTIL THE RESTART     *
011818*                           FINISHES -- Q4ACERT SAYS SO.         *
011819*---------------------------------------------------------------*
011820 8300-WRITE-AUDIT-SEAL.
011821     OPEN OUTPUT Q4-AUDIT-SEAL-FILE.
011822     IF WS-SEAL-STATUS NOT = "00"
011823         DISPLAY "Q4 -- UNABLE TO OPEN Q4-AUDIT-SEAL-FILE, "
011824             "STATUS = " WS-SEAL-STATUS
011825         PERFORM 9999-ABEND THRU 9999-EXIT
011826     END-IF.
011827     MOVE SPACES              TO Q4-AUDIT-SEAL-RECORD.
011828     MOVE WS-AUDIT-SEQ-NO     TO QS-LAST-SEQ-NO.
011829     MOVE WS-AUDIT-LAST-HASH  TO QS-LAST-HASH.
011830     MOVE WS-AUDIT-LAST-DATE  TO QS-LAST-DATE.
011831     MOVE "Q4"                TO QS-SEALED-BY.
011832     ACCEPT WS-RUN-TIME FROM TIME.
011833     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
011834         INTO QS-SEAL-TIMESTAMP.
011835     WRITE Q4-AUDIT-SEAL-RECORD.
011836     CLOSE Q4-AUDIT-SEAL-FILE.
011837 8300-EXIT.
011838     EXIT.
011839*---------------------------------------------------------------*
011840*  9999-ABEND -- A REQUIRED FILE WOULD NOT OPEN; GIVE UP BEFORE *
011850*                TOUCHING ANY RECORD I/O AGAINST IT             *
011860*---------------------------------------------------------------*
