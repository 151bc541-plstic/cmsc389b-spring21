000252*                 ENUMERATION) SO CALLERS CAN STAMP STORED       *
000253*                 ANSWERS AND Q4VERIFY CAN TELL WHICH TO         *
000254*                 DISTRUST IF A SOLVER DEFECT IS EVER FOUND.     *
000255*  10/15/26  RM   PER-MULTIPLIER CEILINGS.  WHEN THE CALLER SETS *
000256*                 QSP-CEILING-SW, W, X, Y, AND Z ARE EACH        *
000257*                 SEARCHED 0 THRU THEIR OWN QSP-MAX-W/X/Y/Z      *
000258*                 INSTEAD OF 0 THRU N, IN BOTH THE FIRST-WITNESS *
000259*                 AND THE LEAST-COST MODE.  THE SEARCH ITSELF IS *
000260*                 UNCHANGED, SO THE VERSION STAYS "0002".        *
000261*---------------------------------------------------------------*
000262 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290*---------------------------------------------------------------*
000410 77  WS-RESIDUAL             PIC S9(10) VALUE ZERO.
000420 77  WS-WX-PART              PIC S9(10) VALUE ZERO.
000430 77  WS-X-QUOTIENT           PIC S9(10) VALUE ZERO.
000431 77  WS-X-REMAINDER          PIC S9(10) VALUE ZERO.
000432*---------------------------------------------------------------*
000433*  UPPER BOUND OF EACH MULTIPLIER FOR THIS CALL -- N FOR ALL     *
000434*  FOUR, OR THE CALLER'S CEILINGS                               *
000435*---------------------------------------------------------------*
000436 77  WS-MAX-W                PIC 9(05) VALUE ZERO.
000437 77  WS-MAX-X                PIC 9(05) VALUE ZERO.
000438 77  WS-MAX-Y                PIC 9(05) VALUE ZERO.
000439 77  WS-MAX-Z                PIC 9(05) VALUE ZERO.
000440*---------------------------------------------------------------*
000443*  BEST WITNESS KEPT SO FAR -- THE ONLY WITNESS IN VERDICT       *
000444*  MODE, THE CHEAPEST ONE SEEN SO FAR IN LEAST-COST MODE        *
000445*---------------------------------------------------------------*
000550     EXIT.
000560*---------------------------------------------------------------*
000570*  4000-C-SEQUENCE -- SEARCH FOR NON-NEGATIVE MULTIPLIERS       *
000580*                     W, X, Y, Z (EACH 0 THRU N, OR THRU ITS     *
000585*                     OWN CEILING WHEN CEILINGS APPLY) SUCH THAT *
000590*                     W*a + X*b + Y*c + Z*d = S, AND RETURN      *
000600*                     THE WITNESS COMBINATION WHEN ONE EXISTS.   *
000610*                     THE Y/Z HALF-SUMS ARE ENUMERATED AND THE   *
000700     MOVE ZERO TO QSP-WITNESS-W QSP-WITNESS-X QSP-WITNESS-Y
000710         QSP-WITNESS-Z QSP-TRIAL-COUNT QSP-WITNESS-COST
000712         WS-BEST-COST WS-BEST-W WS-BEST-X WS-BEST-Y WS-BEST-Z.
000713     IF QSP-CEILINGS-APPLY
000714         MOVE QSP-MAX-W TO WS-MAX-W
000715         MOVE QSP-MAX-X TO WS-MAX-X
000716         MOVE QSP-MAX-Y TO WS-MAX-Y
000717         MOVE QSP-MAX-Z TO WS-MAX-Z
000718     ELSE
000719         MOVE QSP-N TO WS-MAX-W WS-MAX-X WS-MAX-Y WS-MAX-Z
000720     END-IF.
000721     PERFORM 4100-TRY-Y THRU 4100-EXIT
000730         VARYING WS-TRY-Y FROM ZERO BY 1
000740         UNTIL WS-TRY-Y > WS-MAX-Y
000750         OR WS-SOLUTION-FOUND.
000760     IF WS-ANY-FOUND
000770         MOVE "TRUE " TO QSP-VERDICT
000830 4100-TRY-Y.
000840     PERFORM 4200-TRY-Z THRU 4200-EXIT
000850         VARYING WS-TRY-Z FROM ZERO BY 1
000860         UNTIL WS-TRY-Z > WS-MAX-Z
000870         OR WS-SOLUTION-FOUND.
000880 4100-EXIT.
000890     EXIT.
000940         COMPUTE WS-RESIDUAL = QSP-S - WS-HALF-SUM
000950         PERFORM 4300-MATCH-WX THRU 4300-EXIT
000960             VARYING WS-TRY-W FROM ZERO BY 1
000970             UNTIL WS-TRY-W > WS-MAX-W
000980             OR WS-SOLUTION-FOUND
000990     END-IF.
001000 4200-EXIT.
001030*  4300-MATCH-WX -- FOR THIS W, THE ONLY X THAT CAN COMPLETE     *
001040*                   THE RESIDUAL IS (RESIDUAL - W*a) / b, SO     *
001050*                   TEST THAT ONE QUOTIENT INSTEAD OF TRYING     *
001060*                   EVERY X FROM 0 THRU ITS BOUND.               *
001070*---------------------------------------------------------------*
001080 4300-MATCH-WX.
001090     ADD 1 TO QSP-TRIAL-COUNT.
001120         DIVIDE WS-WX-PART BY QSP-B
001130             GIVING WS-X-QUOTIENT
001140             REMAINDER WS-X-REMAINDER
001150         IF WS-X-REMAINDER = ZERO AND WS-X-QUOTIENT <= WS-MAX-X
001160             PERFORM 4350-RECORD-WITNESS THRU 4350-EXIT
001210         END-IF
001220     END-IF.
