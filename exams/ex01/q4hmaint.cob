000180*                 LOOKUP IS ACTUALLY SAVING FROM RE-SOLVING.     *
000190*                 RETURN-CODE 0 = RAN CLEAN, 16 = BAD CONTROL    *
000200*                 CARD OR FILE TROUBLE.                          *
000201*  10/15/26  RM   HISTORY IS NOW KEYED ON THE FULL N/S/a/b/c/d   *
000202*                 COMBINATION.  THE TOP-HIT LIST SHOWS a/b/c/d,  *
000203*                 AND THE REPORT COUNTS THE SURVIVING N/S SLOTS  *
000204*                 AND HOW MANY ARE SHARED BY MORE THAN ONE       *
000205*                 COEFFICIENT SET.                               *
000210*---------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000730 77  WS-KEPT-TRUE            PIC 9(07) VALUE ZERO.
000740 77  WS-KEPT-FALSE           PIC 9(07) VALUE ZERO.
000750*---------------------------------------------------------------*
000751*  SURVIVING N/S SLOTS -- THE KEY LEADS WITH N/S, SO ONE SLOT'S  *
000752*  COEFFICIENT SETS ARRIVE TOGETHER IN THE SWEEP                 *
000753*---------------------------------------------------------------*
000754 01  WS-PREV-SLOT.
000755     05  WS-PREV-N           PIC 9(05).
000756     05  WS-PREV-S           PIC S9(05).
000757 77  WS-SLOT-SETS            PIC 9(05) VALUE ZERO.
000758 77  WS-SLOT-COUNT           PIC 9(07) VALUE ZERO.
000759 77  WS-SHARED-SLOT-COUNT    PIC 9(07) VALUE ZERO.
000760*---------------------------------------------------------------*
000761*  TOP-HIT TABLE -- THE TEN SURVIVING ENTRIES THE LOOKUP HAS    *
000770*  SERVED MOST OFTEN                                            *
000780*---------------------------------------------------------------*
000790 01  WS-TOP-TABLE VALUE ZEROES.
000800     05  WS-TOP-ENTRY OCCURS 10 TIMES.
000810         10  WS-TOP-N        PIC 9(05).
000820         10  WS-TOP-S        PIC S9(05).
000822         10  WS-TOP-A        PIC S9(05).
000824         10  WS-TOP-B        PIC S9(05).
000826         10  WS-TOP-C        PIC S9(05).
000828         10  WS-TOP-D        PIC S9(05).
000830         10  WS-TOP-VERDICT  PIC X(05).
000840         10  WS-TOP-HITS     PIC 9(05).
000850         10  WS-TOP-LAST-REF PIC 9(08).
001080     05  HT-N                PIC ZZZZZ9.
001090     05  FILLER              PIC X(05) VALUE "  S =".
001100     05  HT-S                PIC -ZZZZZ9.
001101     05  FILLER              PIC X(05) VALUE "  A =".
001102     05  HT-A                PIC -ZZZZ9.
001103     05  FILLER              PIC X(05) VALUE "  B =".
001104     05  HT-B                PIC -ZZZZ9.
001105     05  FILLER              PIC X(05) VALUE "  C =".
001106     05  HT-C                PIC -ZZZZ9.
001107     05  FILLER              PIC X(05) VALUE "  D =".
001108     05  HT-D                PIC -ZZZZ9.
001110     05  FILLER              PIC X(02) VALUE SPACES.
001120     05  HT-VERDICT          PIC X(05).
001130     05  FILLER              PIC X(08) VALUE "  HITS: ".
001140     05  HT-HITS             PIC ZZZZZ9.
001150     05  FILLER              PIC X(12) VALUE "  LAST REF: ".
001160     05  HT-LAST-REF         PIC 9(08).
001170     05  FILLER              PIC X(26) VALUE SPACES.
001180 PROCEDURE DIVISION.
001190*---------------------------------------------------------------*
001200*  0000-MAINLINE                                                *
002060         ADD 1 TO WS-KEPT-FALSE
002070     END-IF.
002080     PERFORM 4100-CONSIDER-FOR-TOP THRU 4100-EXIT.
002085     PERFORM 4200-TALLY-SLOT THRU 4200-EXIT.
002090 4000-EXIT.
002100     EXIT.
002110*---------------------------------------------------------------*
002210     IF Q4H-HIT-COUNT > WS-TOP-HITS (WS-TOP-MIN-IX)
002220         MOVE Q4H-N             TO WS-TOP-N (WS-TOP-MIN-IX)
002230         MOVE Q4H-S             TO WS-TOP-S (WS-TOP-MIN-IX)
002232         MOVE Q4H-A             TO WS-TOP-A (WS-TOP-MIN-IX)
002234         MOVE Q4H-B             TO WS-TOP-B (WS-TOP-MIN-IX)
002236         MOVE Q4H-C             TO WS-TOP-C (WS-TOP-MIN-IX)
002238         MOVE Q4H-D             TO WS-TOP-D (WS-TOP-MIN-IX)
002240         MOVE Q4H-VERDICT       TO WS-TOP-VERDICT (WS-TOP-MIN-IX)
002250         MOVE Q4H-HIT-COUNT     TO WS-TOP-HITS (WS-TOP-MIN-IX)
002260         MOVE Q4H-LAST-REF-DATE TO
002360 4110-EXIT.
002370     EXIT.
002380*---------------------------------------------------------------*
002381*  4200-TALLY-SLOT -- COUNT SURVIVING N/S SLOTS, AND THOSE STILL *
002382*                     SHARED BY MORE THAN ONE COEFFICIENT SET    *
002383*---------------------------------------------------------------*
002384 4200-TALLY-SLOT.
002385     IF WS-SLOT-SETS > ZERO
002386             AND (Q4H-N NOT = WS-PREV-N OR Q4H-S NOT = WS-PREV-S)
002387         PERFORM 4210-CLOSE-SLOT THRU 4210-EXIT
002388     END-IF.
002389     MOVE Q4H-N TO WS-PREV-N.
002390     MOVE Q4H-S TO WS-PREV-S.
002391     ADD 1 TO WS-SLOT-SETS.
002392 4200-EXIT.
002393     EXIT.
002394 4210-CLOSE-SLOT.
002395     ADD 1 TO WS-SLOT-COUNT.
002396     IF WS-SLOT-SETS > 1
002397         ADD 1 TO WS-SHARED-SLOT-COUNT
002398     END-IF.
002399     MOVE ZERO TO WS-SLOT-SETS.
002400 4210-EXIT.
002401     EXIT.
002402*---------------------------------------------------------------*
002403*  6000-PRINT-REPORT -- POPULATIONS, THEN THE TOP-HIT LIST IN    *
002404*                       DESCENDING HIT ORDER                     *
002410*---------------------------------------------------------------*
002420 6000-PRINT-REPORT.
002422     IF WS-SLOT-SETS > ZERO
002424         PERFORM 4210-CLOSE-SLOT THRU 4210-EXIT
002426     END-IF.
002430     MOVE "ENTRIES READ" TO HC-LABEL.
002440     MOVE WS-READ-COUNT TO HC-VALUE.
002450     WRITE Q4-MAINT-LINE FROM WS-HMR-COUNT-LINE.
002600     WRITE Q4-MAINT-LINE FROM WS-HMR-COUNT-LINE.
002610     MOVE "  SURVIVING FALSE ANSWERS" TO HC-LABEL.
002620     MOVE WS-KEPT-FALSE TO HC-VALUE.
002621     WRITE Q4-MAINT-LINE FROM WS-HMR-COUNT-LINE.
002622     MOVE "SURVIVING N/S SLOTS" TO HC-LABEL.
002623     MOVE WS-SLOT-COUNT TO HC-VALUE.
002624     WRITE Q4-MAINT-LINE FROM WS-HMR-COUNT-LINE.
002625     MOVE "  SHARED BY MORE THAN ONE a/b/c/d" TO HC-LABEL.
002626     MOVE WS-SHARED-SLOT-COUNT TO HC-VALUE.
002630     WRITE Q4-MAINT-LINE FROM WS-HMR-COUNT-LINE.
002660     WRITE Q4-MAINT-LINE FROM WS-HMR-TOP-BANNER.
002670     PERFORM 6100-PRINT-ONE-WINNER THRU 6100-EXIT
002840     MOVE WS-TOP-RANK TO HT-RANK.
002850     MOVE WS-TOP-N (WS-TOP-BEST-IX)        TO HT-N.
002860     MOVE WS-TOP-S (WS-TOP-BEST-IX)        TO HT-S.
002862     MOVE WS-TOP-A (WS-TOP-BEST-IX)        TO HT-A.
002864     MOVE WS-TOP-B (WS-TOP-BEST-IX)        TO HT-B.
002866     MOVE WS-TOP-C (WS-TOP-BEST-IX)        TO HT-C.
002868     MOVE WS-TOP-D (WS-TOP-BEST-IX)        TO HT-D.
002870     MOVE WS-TOP-VERDICT (WS-TOP-BEST-IX)  TO HT-VERDICT.
002880     MOVE WS-TOP-HITS (WS-TOP-BEST-IX)     TO HT-HITS.
002890     MOVE WS-TOP-LAST-REF (WS-TOP-BEST-IX) TO HT-LAST-REF.
