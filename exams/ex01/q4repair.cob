000250*                 ITS NEIGHBOURS.  REJECTS OLD ENOUGH TO CARRY   *
000251*                 A BLANK DEPARTMENT SKIP THE PROFILE EDITS --   *
000252*                 THERE IS NOTHING TO CHECK THEM AGAINST.        *
000253*  10/15/26  RM   THE REPAIRED DECK'S BATCH NUMBER IS NOW ISSUED *
000254*                 OFF THE BATCH REGISTER (Q4BREG): THE FIRST     *
000255*                 "REPR" NUMBER FROM THE CARD'S NUMBER UP THAT   *
000256*                 IS NOT ALREADY ON FILE, SO EACH DAY'S DECK     *
000257*                 GETS ITS OWN NUMBER AND Q4 DOES NOT REFUSE IT  *
000258*                 AS A DUPLICATE OF AN EARLIER DAY'S.  A RERUN   *
000259*                 THE SAME DAY REUSES THE NUMBER IT ISSUED.      *
000260*  10/15/26  RM   CORRECTION CARDS CARRY THE W/X/Y/Z CEILINGS    *
000261*                 (5 EACH) AFTER THE REQUEST TYPE FOR "C"/"M"    *
000262*                 REPAIRS; LEFT BLANK, THE REJECT'S OWN          *
000263*                 CEILINGS ARE KEPT.  THE REPAIRED RECORD AND    *
000264*                 THE CARRY FILE GREW WITH THE RECORD LAYOUTS    *
000265*                 (68 AND 102 BYTES).                            *
000266*  10/15/26  RM   READS THE DEPARTMENT CANCELLATIONS Q4 PASSES   *
000267*                 ON (Q4CANC, OPTIONAL).  A REJECT THE           *
000268*                 DEPARTMENT HAS CANCELLED, WRITTEN BEFORE THE   *
000269*                 CANCEL'S DATE, IS RETIRED -- NEITHER REPAIRED  *
000270*                 NOR CARRIED FORWARD -- EVEN IF A CORRECTION    *
000271*                 FOR IT IS ON FILE.  A CANCEL THAT FINDS NO     *
000272*                 REJECT IS LISTED WITH THE LEFTOVER             *
000273*                 CORRECTIONS.                                   *
000274*---------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000426         ACCESS MODE IS DYNAMIC
000427         RECORD KEY IS Q4D-KEY
000428         FILE STATUS IS WS-DEPT-STATUS.
000429     SELECT Q4-BATCH-REG-FILE ASSIGN TO "Q4BREG"
000430         ORGANIZATION IS INDEXED
000431         ACCESS MODE IS DYNAMIC
000432         RECORD KEY IS Q4B-KEY
000433         FILE STATUS IS WS-BREG-STATUS.
000434     SELECT Q4-CANCEL-FILE ASSIGN TO "Q4CANC"
000435         ORGANIZATION IS SEQUENTIAL
000436         FILE STATUS IS WS-CANC-STATUS.
000437 DATA DIVISION.
000440 FILE SECTION.
000450 FD  Q4-REJECT-FILE
000460     LABEL RECORDS ARE STANDARD.
000570     05  QC-C                    PIC S9(05).
000580     05  QC-D                    PIC S9(05).
000590     05  QC-REQUEST-TYPE         PIC X(01).
000591     05  QC-CEILINGS.
000592         10  QC-MAX-W                PIC 9(05).
000593         10  QC-MAX-X                PIC 9(05).
000594         10  QC-MAX-Y                PIC 9(05).
000595         10  QC-MAX-Z                PIC 9(05).
000600 FD  Q4-REPAIRED-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY Q4REC.
000625 FD  Q4-CARRY-FILE
000626     LABEL RECORDS ARE STANDARD.
000627 01  Q4-CARRY-RECORD             PIC X(102).
000630 FD  Q4-REPAIR-REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  Q4-REPAIR-LINE              PIC X(132).
000652 FD  Q4-DEPT-FILE
000654     LABEL RECORDS ARE STANDARD.
000656     COPY Q4DREC.
000657 FD  Q4-BATCH-REG-FILE
000658     LABEL RECORDS ARE STANDARD.
000659     COPY Q4BREC.
000660 FD  Q4-CANCEL-FILE
000661     LABEL RECORDS ARE STANDARD.
000662*> THE "X" CANCEL AS Q4 PASSES IT ON, DATED WITH Q4'S BUSINESS
000663*> DATE -- THE Q4REC CANCEL VIEW
000664 01  Q4-CANCEL-IN-RECORD.
000665     05  QXI-RECORD-TYPE         PIC X(01).
000666     05  QXI-DEPT-CODE           PIC X(04).
000667     05  QXI-RECORD-ID           PIC 9(06).
000668     05  QXI-CANCEL-DATE         PIC 9(08).
000669     05  FILLER                  PIC X(49).
000670 WORKING-STORAGE SECTION.
000671*---------------------------------------------------------------*
000680*  FILE STATUS BYTES                                            *
000690*---------------------------------------------------------------*
000700 77  WS-REJECT-STATUS        PIC X(02).
000725 77  WS-CARRY-STATUS         PIC X(02).
000730 77  WS-REPORT-STATUS        PIC X(02).
000732 77  WS-DEPT-STATUS          PIC X(02).
000734 77  WS-BREG-STATUS          PIC X(02).
000736 77  WS-CANC-STATUS          PIC X(02).
000740*---------------------------------------------------------------*
000750*  SWITCHES                                                     *
000760*---------------------------------------------------------------*
000820         88  WS-CORR-TABLE-FULL           VALUE "Y".
000822 77  WS-REJ-FIXED-SW         PIC X(01) VALUE "N".
000824         88  WS-REJ-FIXED                 VALUE "Y".
000826 77  WS-REG-ISSUED-SW        PIC X(01) VALUE "N".
000828         88  WS-REG-ISSUED                VALUE "Y".
000830 77  WS-CANC-FOUND-SW        PIC X(01) VALUE "N".
000832         88  WS-CANC-FOUND                VALUE "Y".
000834 77  WS-CANC-FULL-SW         PIC X(01) VALUE "N".
000836         88  WS-CANC-TABLE-FULL           VALUE "Y".
000838*---------------------------------------------------------------*
000840*  SYSIN CONTROL CARD -- AGING CUTOFF IN DAYS AND THE BATCH     *
000850*  NUMBER FOR THE REPAIRED DECK TO START FROM                   *
000860*---------------------------------------------------------------*
000870 01  WS-CONTROL-CARD.
000880     05  CC-CUTOFF-DAYS      PIC 9(03).
000890     05  CC-BATCH-NUMBER     PIC 9(06).
000893*>  THE NUMBER THE BATCH REGISTER ACTUALLY ISSUED TO THE DECK
000896 77  WS-REG-BATCH-NO         PIC 9(06) VALUE ZERO.
000900*---------------------------------------------------------------*
000910*  RUN DATE AND DATE ARITHMETIC WORK AREAS                      *
000920*---------------------------------------------------------------*
001140 77  WS-STILL-BAD-COUNT      PIC 9(06) VALUE ZERO.
001150 77  WS-AWAITING-COUNT       PIC 9(06) VALUE ZERO.
001160 77  WS-ABANDONED-COUNT      PIC 9(06) VALUE ZERO.
001163 77  WS-CANCELLED-COUNT      PIC 9(06) VALUE ZERO.
001166 77  WS-CANC-OVERFLOW        PIC 9(06) VALUE ZERO.
001170 77  WS-HASH-N               PIC 9(09) VALUE ZERO.
001180 77  WS-HASH-S               PIC S9(09) VALUE ZERO.
001190*---------------------------------------------------------------*
001310         10  WS-CT-C         PIC S9(05).
001320         10  WS-CT-D         PIC S9(05).
001330         10  WS-CT-REQ-TYPE  PIC X(01).
001335         10  WS-CT-CEILINGS  PIC X(20).
001340         10  WS-CT-USED-SW   PIC X(01).
001350 77  WS-CORR-COUNT           PIC 9(03) VALUE ZERO.
001360 77  WS-CORR-IX              PIC 9(03) VALUE ZERO.
001370 77  WS-CORR-HIT-IX          PIC 9(03) VALUE ZERO.
001371*---------------------------------------------------------------*
001372*  CANCEL TABLE -- ONE ENTRY PER DEPARTMENT AND RECORD-ID, WITH  *
001373*  THE LATEST CANCEL DATE SEEN; MARKED AS EACH ONE RETIRES A     *
001374*  REJECT SO LEFTOVERS CAN BE REPORTED                           *
001375*---------------------------------------------------------------*
001376 01  WS-CANC-TABLE VALUE ZEROES.
001377     05  WS-CANC-ENTRY OCCURS 500 TIMES.
001378         10  WS-CX-DEPT      PIC X(04).
001379         10  WS-CX-RECORD-ID PIC 9(06).
001380         10  WS-CX-DATE      PIC 9(08).
001381         10  WS-CX-USED-SW   PIC X(01).
001382 77  WS-CANC-COUNT           PIC 9(03) VALUE ZERO.
001383 77  WS-CANC-IX              PIC 9(03) VALUE ZERO.
001384 77  WS-CANC-HIT-IX          PIC 9(03) VALUE ZERO.
001385*---------------------------------------------------------------*
001390*  EDIT PARAMETER AREA -- PASSED TO Q4VALID                     *
001400*---------------------------------------------------------------*
001410     COPY Q4VALDP.
001480     05  RH-RUN-DATE         PIC 9(08).
001490     05  FILLER              PIC X(16) VALUE "  CUTOFF (DAYS) ".
001500     05  RH-CUTOFF           PIC ZZ9.
001510     05  FILLER              PIC X(15) VALUE "  BATCH NUMBER ".
001513     05  RH-BATCH-NUMBER     PIC 9(06).
001516     05  FILLER              PIC X(58) VALUE SPACES.
001520 01  WS-RPR-DETAIL.
001530     05  FILLER              PIC X(10) VALUE "RECORD-ID ".
001540     05  RD-RECORD-ID        PIC 9(06).
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     PERFORM 2000-LOAD-CORRECTIONS THRU 2000-EXIT
001730         UNTIL WS-EOF.
001735     PERFORM 2500-LOAD-CANCELS THRU 2500-EXIT.
001740     PERFORM 3000-PROCESS-REJECTS THRU 3000-EXIT.
001750     PERFORM 7000-REPORT-LEFTOVERS THRU 7000-EXIT.
001760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002130         DISPLAY "Q4REPAIR -- BAD CONTROL CARD: " WS-CONTROL-CARD
002140         PERFORM 9999-ABEND THRU 9999-EXIT
002150     END-IF.
002151     OPEN I-O Q4-BATCH-REG-FILE.
002152     IF WS-BREG-STATUS = "35"
002153         OPEN OUTPUT Q4-BATCH-REG-FILE
002154         CLOSE Q4-BATCH-REG-FILE
002155         OPEN I-O Q4-BATCH-REG-FILE
002156     END-IF.
002157     IF WS-BREG-STATUS NOT = "00"
002158         DISPLAY "Q4REPAIR -- UNABLE TO OPEN Q4-BATCH-REG-FILE, "
002159             "STATUS = " WS-BREG-STATUS
002160         PERFORM 9999-ABEND THRU 9999-EXIT
002161     END-IF.
002162     PERFORM 1100-ISSUE-BATCH-NUMBER THRU 1100-EXIT.
002163     CLOSE Q4-BATCH-REG-FILE.
002164     MOVE WS-RUN-DATE   TO RH-RUN-DATE.
002170     MOVE CC-CUTOFF-DAYS TO RH-CUTOFF.
002175     MOVE WS-REG-BATCH-NO TO RH-BATCH-NUMBER.
002180     WRITE Q4-REPAIR-LINE FROM WS-RPR-HEADER.
002190     MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
002200     PERFORM 4500-DATE-TO-SERIAL THRU 4500-EXIT.
002210     MOVE WS-SER-RESULT TO WS-RUN-SERIAL.
002220     PERFORM 5500-WRITE-BATCH-HEADER THRU 5500-EXIT.
002230 1000-EXIT.
002231     EXIT.
002232*---------------------------------------------------------------*
002233*  1100-ISSUE-BATCH-NUMBER -- TAKE THE FIRST "REPR" NUMBER, FROM *
002234*                             THE CARD'S NUMBER UP, THAT THE     *
002235*                             BATCH REGISTER DOES NOT ALREADY    *
002236*                             HOLD, AND FILE IT AS ISSUED.  A    *
002237*                             NUMBER THIS PROGRAM ISSUED TODAY   *
002238*                             THAT Q4 HAS NOT YET READ (A RERUN) *
002239*                             IS TAKEN BACK INSTEAD.             *
002240*---------------------------------------------------------------*
002241 1100-ISSUE-BATCH-NUMBER.
002242     MOVE CC-BATCH-NUMBER TO WS-REG-BATCH-NO.
002243     MOVE "N" TO WS-REG-ISSUED-SW.
002244     PERFORM 1110-PROBE-BATCH-NUMBER THRU 1110-EXIT
002245         UNTIL WS-REG-ISSUED.
002246     DISPLAY "Q4REPAIR -- REPAIRED DECK ISSUED BATCH NUMBER "
002247         WS-REG-BATCH-NO.
002248 1100-EXIT.
002249     EXIT.
002250 1110-PROBE-BATCH-NUMBER.
002251     MOVE "REPR"          TO Q4B-DEPT-CODE.
002252     MOVE WS-REG-BATCH-NO TO Q4B-BATCH-NUMBER.
002253     READ Q4-BATCH-REG-FILE
002254         INVALID KEY
002255             MOVE "I" TO Q4B-STATUS
002256             MOVE "R" TO Q4B-ORIGIN
002257             MOVE WS-RUN-DATE TO Q4B-SUBMIT-DATE Q4B-ISSUED-DATE
002258             MOVE ZERO TO Q4B-PROCESSED-DATE Q4B-INPUT-POSITION
002259                 Q4B-RECORD-COUNT Q4B-LAST-DUP-DATE
002260             WRITE Q4-BATCH-REG-RECORD
002261             MOVE "Y" TO WS-REG-ISSUED-SW
002262             GO TO 1110-EXIT
002263     END-READ.
002264     IF Q4B-ISSUED AND Q4B-FROM-REPAIR
002265             AND Q4B-ISSUED-DATE = WS-RUN-DATE
002266         MOVE "Y" TO WS-REG-ISSUED-SW
002267         GO TO 1110-EXIT
002268     END-IF.
002269     IF WS-REG-BATCH-NO = 999999
002270         MOVE 1 TO WS-REG-BATCH-NO
002271     ELSE
002272         ADD 1 TO WS-REG-BATCH-NO
002273     END-IF.
002274 1110-EXIT.
002275     EXIT.
002276*---------------------------------------------------------------*
002277*  2000-LOAD-CORRECTIONS -- TABLE THE CORRECTION TRANSACTIONS   *
002278*---------------------------------------------------------------*
002280 2000-LOAD-CORRECTIONS.
002290     READ Q4-CORRECTION-FILE
002300         AT END
002420         MOVE QC-C            TO WS-CT-C (WS-CORR-COUNT)
002430         MOVE QC-D            TO WS-CT-D (WS-CORR-COUNT)
002440         MOVE QC-REQUEST-TYPE TO WS-CT-REQ-TYPE (WS-CORR-COUNT)
002445         MOVE QC-CEILINGS     TO WS-CT-CEILINGS (WS-CORR-COUNT)
002450         MOVE "N"             TO WS-CT-USED-SW (WS-CORR-COUNT)
002460     ELSE
002470         MOVE "Y" TO WS-CORR-FULL-SW
002475         ADD 1 TO WS-CORR-OVERFLOW
002480     END-IF.
002490 2000-EXIT.
002491     EXIT.
002492*---------------------------------------------------------------*
002493*  2500-LOAD-CANCELS -- TABLE THE DEPARTMENT CANCELLATIONS Q4    *
002494*                       PASSED ON.  THE FILE BUILDS UP UNTIL     *
002495*                       OPERATIONS EMPTIES IT AT THE REJECT FILE *
002496*                       SWAP, AND A RESTARTED Q4 CAN PASS ONE    *
002497*                       TWICE, SO A REPEAT ONLY MOVES THE DATE   *
002498*                       ON.  OPTIONAL -- NO DD OR NO FILE MEANS  *
002499*                       NOTHING HAS BEEN CANCELLED.              *
002500*---------------------------------------------------------------*
002501 2500-LOAD-CANCELS.
002502     OPEN INPUT Q4-CANCEL-FILE.
002503     IF WS-CANC-STATUS = "35"
002504         GO TO 2500-EXIT
002505     END-IF.
002506     IF WS-CANC-STATUS NOT = "00"
002507         DISPLAY "Q4REPAIR -- UNABLE TO OPEN Q4-CANCEL-FILE, "
002508             "STATUS = " WS-CANC-STATUS
002509         PERFORM 9999-ABEND THRU 9999-EXIT
002510     END-IF.
002511     MOVE "N" TO WS-EOF-SWITCH.
002512     PERFORM 2510-TABLE-ONE-CANCEL THRU 2510-EXIT
002513         UNTIL WS-EOF.
002514     CLOSE Q4-CANCEL-FILE.
002515 2500-EXIT.
002516     EXIT.
002517 2510-TABLE-ONE-CANCEL.
002518     READ Q4-CANCEL-FILE
002519         AT END
002520             MOVE "Y" TO WS-EOF-SWITCH
002521             GO TO 2510-EXIT
002522     END-READ.
002523     IF QXI-RECORD-TYPE NOT = "X"
002524         GO TO 2510-EXIT
002525     END-IF.
002526     MOVE "N" TO WS-CANC-FOUND-SW.
002527     PERFORM 2520-MATCH-TABLED THRU 2520-EXIT
002528         VARYING WS-CANC-IX FROM 1 BY 1
002529         UNTIL WS-CANC-IX > WS-CANC-COUNT
002530         OR WS-CANC-FOUND.
002531     IF WS-CANC-FOUND
002532         IF QXI-CANCEL-DATE > WS-CX-DATE (WS-CANC-HIT-IX)
002533             MOVE QXI-CANCEL-DATE TO WS-CX-DATE (WS-CANC-HIT-IX)
002534         END-IF
002535         GO TO 2510-EXIT
002536     END-IF.
002537     IF WS-CANC-COUNT < 500
002538         ADD 1 TO WS-CANC-COUNT
002539         MOVE QXI-DEPT-CODE   TO WS-CX-DEPT (WS-CANC-COUNT)
002540         MOVE QXI-RECORD-ID   TO WS-CX-RECORD-ID (WS-CANC-COUNT)
002541         MOVE QXI-CANCEL-DATE TO WS-CX-DATE (WS-CANC-COUNT)
002542         MOVE "N"             TO WS-CX-USED-SW (WS-CANC-COUNT)
002543     ELSE
002544         MOVE "Y" TO WS-CANC-FULL-SW
002545         ADD 1 TO WS-CANC-OVERFLOW
002546     END-IF.
002547 2510-EXIT.
002548     EXIT.
002549 2520-MATCH-TABLED.
002550     IF WS-CX-DEPT (WS-CANC-IX) = QXI-DEPT-CODE
002551             AND WS-CX-RECORD-ID (WS-CANC-IX) = QXI-RECORD-ID
002552         MOVE "Y" TO WS-CANC-FOUND-SW
002553         MOVE WS-CANC-IX TO WS-CANC-HIT-IX
002554     END-IF.
002555 2520-EXIT.
002556     EXIT.
002557*---------------------------------------------------------------*
002558*  3000-PROCESS-REJECTS -- ONE REJECT RECORD PER PASS            *
002559*---------------------------------------------------------------*
002560 3000-PROCESS-REJECTS.
002561     MOVE "N" TO WS-EOF-SWITCH.
002562     PERFORM 3100-REPAIR-ONE THRU 3100-EXIT
002570         UNTIL WS-EOF.
002580 3000-EXIT.
002590     EXIT.
002680     MOVE QR-REASON-CODE TO RD-REASON-CODE.
002690     MOVE SPACES         TO RD-REASON-TEXT.
002700     PERFORM 3200-FIND-CORRECTION THRU 3200-EXIT.
002710     PERFORM 3300-FIND-CANCEL THRU 3300-EXIT.
002720     IF WS-CANC-FOUND
002725         PERFORM 3400-RETIRE-CANCELLED THRU 3400-EXIT
002730     ELSE
002740         IF WS-CORR-FOUND
002742             PERFORM 4000-APPLY-CORRECTION THRU 4000-EXIT
002744         ELSE
002746             PERFORM 4600-AGE-REJECT THRU 4600-EXIT
002748         END-IF
002750     END-IF.
002760     WRITE Q4-REPAIR-LINE FROM WS-RPR-DETAIL.
002762*>   EVERYTHING NOT FIXED OR CANCELLED THIS RUN IS CARRIED
002764*>   FORWARD; THE CARRY FILE REPLACES PROD.Q4.REJECTS ONCE THE
002766*>   REPORT HAS BEEN REVIEWED, RETIRING THE OTHERS
002768     IF NOT WS-REJ-FIXED
002770         WRITE Q4-CARRY-RECORD FROM Q4-REJECT-RECORD
002772         ADD 1 TO WS-CARRY-COUNT
002940 3210-EXIT.
002950     EXIT.
002960*---------------------------------------------------------------*
002961*  3300-FIND-CANCEL -- HAS THE REJECT'S DEPARTMENT CANCELLED ITS *
002962*                      RECORD-ID SINCE IT WAS REJECTED?  AN      *
002963*                      UNDATED REJECT PREDATES ANY CANCEL.       *
002964*---------------------------------------------------------------*
002965 3300-FIND-CANCEL.
002966     MOVE "N" TO WS-CANC-FOUND-SW.
002967     MOVE ZERO TO WS-CANC-HIT-IX.
002968     PERFORM 3310-MATCH-CANCEL THRU 3310-EXIT
002969         VARYING WS-CANC-IX FROM 1 BY 1
002970         UNTIL WS-CANC-IX > WS-CANC-COUNT
002971         OR WS-CANC-FOUND.
002972 3300-EXIT.
002973     EXIT.
002974 3310-MATCH-CANCEL.
002975     IF WS-CX-DEPT (WS-CANC-IX) = QR-DEPT-CODE
002976             AND WS-CX-RECORD-ID (WS-CANC-IX) = QR-RECORD-ID
002977         IF QR-REJECT-DATE NOT NUMERIC
002978                 OR QR-REJECT-DATE < WS-CX-DATE (WS-CANC-IX)
002979             MOVE "Y" TO WS-CANC-FOUND-SW
002980             MOVE WS-CANC-IX TO WS-CANC-HIT-IX
002981         END-IF
002982     END-IF.
002983 3310-EXIT.
002984     EXIT.
002985*---------------------------------------------------------------*
002986*  3400-RETIRE-CANCELLED -- THE DEPARTMENT WITHDREW THE DETAIL,  *
002987*                           SO THE REJECT IS RETIRED: NOT        *
002988*                           RESUBMITTED AND NOT CARRIED FORWARD. *
002989*                           A CORRECTION FOR IT IS SET ASIDE,    *
002990*                           NOT LEFT OVER.                       *
002991*---------------------------------------------------------------*
002992 3400-RETIRE-CANCELLED.
002993     MOVE "Y" TO WS-CX-USED-SW (WS-CANC-HIT-IX).
002994     MOVE "Y" TO WS-REJ-FIXED-SW.
002995     ADD 1 TO WS-CANCELLED-COUNT.
002996     MOVE "RETIRED - CANCELLED BY DEPARTMENT" TO RD-DISPOSITION.
002997     IF WS-CORR-FOUND
002998         MOVE "Y" TO WS-CT-USED-SW (WS-CORR-HIT-IX)
002999         MOVE "CORRECTION SET ASIDE" TO RD-REASON-TEXT
003000     END-IF.
003001 3400-EXIT.
003002     EXIT.
003003*---------------------------------------------------------------*
003004*  4000-APPLY-CORRECTION -- SWAP IN THE CORRECTED FIELDS AND    *
003005*                           RE-RUN THE SHARED Q4 EDITS.  A       *
003006*                           CORRECTION THAT STILL FAILS STAYS    *
003007*                           REJECTED AND SAYS WHY.               *
003010*---------------------------------------------------------------*
003020 4000-APPLY-CORRECTION.
003030     MOVE "Y" TO WS-CT-USED-SW (WS-CORR-HIT-IX).
003060     MOVE WS-CT-A (WS-CORR-HIT-IX)        TO QVP-A.
003070     MOVE WS-CT-B (WS-CORR-HIT-IX)        TO QVP-B.
003080     MOVE WS-CT-C (WS-CORR-HIT-IX)        TO QVP-C.
003081     MOVE WS-CT-D (WS-CORR-HIT-IX)        TO QVP-D.
003082     MOVE WS-CT-REQ-TYPE (WS-CORR-HIT-IX) TO QVP-REQUEST-TYPE.
003083*>   CEILINGS ONLY MEAN SOMETHING ON "C"/"M"; A BLANK SET ON
003084*>   THE CARD KEEPS THE ONES THE REJECT WAS SUBMITTED WITH
003085     IF QVP-REQUEST-TYPE = "C" OR "M"
003086         MOVE WS-CT-CEILINGS (WS-CORR-HIT-IX) TO QVP-CEILINGS
003087         IF WS-CT-CEILINGS (WS-CORR-HIT-IX) = SPACES
003088             MOVE QR-CEILINGS TO QVP-CEILINGS
003089         END-IF
003090     ELSE
003091         MOVE ZEROES TO QVP-CEILINGS
003092     END-IF.
003101     MOVE QR-DEPT-CODE TO QVP-DEPT-CODE.
003102     IF QR-DEPT-CODE = SPACES
003103         MOVE "N" TO QVP-DEPT-CHECK-SW
003960     MOVE QVP-D TO Q4-D.
003970     MOVE QVP-REQUEST-TYPE TO Q4-REQUEST-TYPE.
003972     MOVE QR-PRIORITY TO Q4-PRIORITY.
003976     MOVE QVP-CEILINGS TO Q4-CEILINGS.
003980     WRITE Q4-RECORD.
003990     ADD QVP-N TO WS-HASH-N.
004000     ADD QVP-S TO WS-HASH-S.
004050     MOVE "H" TO Q4-RECORD-TYPE.
004060     MOVE "REPR"          TO Q4-DEPT-CODE.
004070     MOVE WS-RUN-DATE    TO QH-SUBMIT-DATE.
004080     MOVE WS-REG-BATCH-NO TO QH-BATCH-NUMBER.
004090     WRITE Q4-RECORD.
004100 5500-EXIT.
004110     EXIT.
004210     EXIT.
004220*---------------------------------------------------------------*
004230*  7000-REPORT-LEFTOVERS -- CORRECTIONS THAT MATCHED NO REJECT  *
004240*                           ARE PROBABLY MIS-KEYED; SAY SO.  SO  *
004245*                           ARE CANCELS THAT FOUND NO REJECT.    *
004250*---------------------------------------------------------------*
004260 7000-REPORT-LEFTOVERS.
004270     PERFORM 7100-CHECK-ONE-CORRECTION THRU 7100-EXIT
004300     IF WS-CORR-TABLE-FULL
004310         MOVE "CORRECTIONS IGNORED (TABLE FULL)" TO TL-LABEL
004320         MOVE WS-CORR-OVERFLOW TO TL-VALUE
004321         WRITE Q4-REPAIR-LINE FROM WS-RPR-TOTAL-LINE
004322     END-IF.
004323     PERFORM 7200-CHECK-ONE-CANCEL THRU 7200-EXIT
004324         VARYING WS-CANC-IX FROM 1 BY 1
004325         UNTIL WS-CANC-IX > WS-CANC-COUNT.
004326     IF WS-CANC-TABLE-FULL
004327         MOVE "CANCELS IGNORED (TABLE FULL)" TO TL-LABEL
004328         MOVE WS-CANC-OVERFLOW TO TL-VALUE
004330         WRITE Q4-REPAIR-LINE FROM WS-RPR-TOTAL-LINE
004340     END-IF.
004350 7000-EXIT.
004430         WRITE Q4-REPAIR-LINE FROM WS-RPR-DETAIL
004440     END-IF.
004450 7100-EXIT.
004451     EXIT.
004452 7200-CHECK-ONE-CANCEL.
004453     IF WS-CX-USED-SW (WS-CANC-IX) NOT = "Y"
004454         MOVE WS-CX-RECORD-ID (WS-CANC-IX) TO RD-RECORD-ID
004455         MOVE ZERO TO RD-REASON-CODE
004456         MOVE "CANCEL MATCHED NO REJECT" TO RD-DISPOSITION
004457         MOVE SPACES TO RD-REASON-TEXT
004458         STRING "DEPARTMENT " WS-CX-DEPT (WS-CANC-IX)
004459             DELIMITED BY SIZE INTO RD-REASON-TEXT
004460         WRITE Q4-REPAIR-LINE FROM WS-RPR-DETAIL
004461     END-IF.
004462 7200-EXIT.
004463     EXIT.
004470*---------------------------------------------------------------*
004480*  8000-TERMINATE -- BATCH TRAILER, TOTALS, RETURN CODE          *
004490*---------------------------------------------------------------*
004660     WRITE Q4-REPAIR-LINE FROM WS-RPR-TOTAL-LINE.
004662     MOVE "CARRIED FORWARD TO NEW REJECT FILE" TO TL-LABEL.
004664     MOVE WS-CARRY-COUNT TO TL-VALUE.
004665     WRITE Q4-REPAIR-LINE FROM WS-RPR-TOTAL-LINE.
004666     MOVE "RETIRED - CANCELLED BY DEPARTMENT" TO TL-LABEL.
004667     MOVE WS-CANCELLED-COUNT TO TL-VALUE.
004668     WRITE Q4-REPAIR-LINE FROM WS-RPR-TOTAL-LINE.
004670     CLOSE Q4-REJECT-FILE.
004680     CLOSE Q4-CORRECTION-FILE.
004690     CLOSE Q4-REPAIRED-FILE.
