000200*                 "L" PRINTS THE WHOLE FILE.  RETURN-CODE 0 =    *
000210*                 ALL CARDS APPLIED, 8 = ONE OR MORE CARDS       *
000220*                 FAILED, 16 = FILE TROUBLE.                     *
000222*  10/15/26  RM   NEW RETURN-FILE FLAG (1 Y/N, BLANK = N) AFTER  *
000224*                 THE CONTACT -- "Y" SENDS THE DEPARTMENT ITS    *
000226*                 VERDICTS BACK AS A COMMA-DELIMITED RETURN      *
000228*                 FILE.  SHOWN ON THE "L" LISTING.               *
000230*---------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000520     05  QM-MAX-N                PIC X(05).
000530     05  QM-LCOST                PIC X(01).
000540     05  QM-CONTACT              PIC X(20).
000550     05  QM-RETURN               PIC X(01).
000555     05  FILLER                  PIC X(48).
000560 FD  Q4-MAINT-REPORT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  Q4-DMAINT-LINE              PIC X(132).
001090     05  DL-ADDED            PIC 9(08).
001100     05  FILLER              PIC X(10) VALUE "  CHANGED ".
001110     05  DL-CHANGED          PIC 9(08).
001120     05  FILLER              PIC X(10) VALUE "  RETURN: ".
001123     05  DL-RETURN           PIC X(01).
001126     05  FILLER              PIC X(18) VALUE SPACES.
001130 01  WS-DMR-TOTAL-LINE.
001140     05  DT-LABEL            PIC X(30).
001150     05  DT-VALUE            PIC ZZZZ9.
001980*---------------------------------------------------------------*
001990 2500-EDIT-FIELDS.
002000     MOVE SPACES TO DD-DISPOSITION.
002001*>   CARDS PUNCHED BEFORE THE RETURN-FILE FLAG EXISTED END AT
002002*>   THE CONTACT -- BLANK MEANS NO RETURN FILE
002003     IF QM-RETURN = SPACE
002004         MOVE "N" TO QM-RETURN
002005     END-IF.
002010     EVALUATE TRUE
002020         WHEN QM-DEPT-CODE = SPACES
002030             MOVE "DEPT CODE MISSING" TO DD-DISPOSITION
002090             MOVE "LEAST-COST FLAG NOT Y/N" TO DD-DISPOSITION
002100         WHEN QM-CONTACT = SPACES
002110             MOVE "CONTACT MISSING" TO DD-DISPOSITION
002113         WHEN QM-RETURN NOT = "Y" AND QM-RETURN NOT = "N"
002116             MOVE "RETURN-FILE FLAG NOT Y/N" TO DD-DISPOSITION
002120         WHEN OTHER
002130             CONTINUE
002140     END-EVALUATE.
002400     MOVE QM-MAX-N      TO Q4D-MAX-N.
002410     MOVE QM-LCOST      TO Q4D-LEAST-COST-OK.
002420     MOVE QM-CONTACT    TO Q4D-CONTACT.
002425     MOVE QM-RETURN     TO Q4D-RETURN-FILE.
002430     MOVE WS-RUN-DATE   TO Q4D-ADDED-DATE.
002440     MOVE WS-RUN-DATE   TO Q4D-CHANGED-DATE.
002450     WRITE Q4-DEPT-RECORD
002550 3000-EXIT.
002560     EXIT.
002570*---------------------------------------------------------------*
002580*  4000-CHANGE-PROFILE -- REPLACE THE LIMITS, CONTACT, AND       *
002590*                         RETURN-FILE FLAG; THE STATUS AND       *
002595*                         ADDED DATE ARE KEPT                    *
002600*---------------------------------------------------------------*
002610 4000-CHANGE-PROFILE.
002620     PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
002760     MOVE QM-MAX-N    TO Q4D-MAX-N.
002770     MOVE QM-LCOST    TO Q4D-LEAST-COST-OK.
002780     MOVE QM-CONTACT  TO Q4D-CONTACT.
002785     MOVE QM-RETURN   TO Q4D-RETURN-FILE.
002790     MOVE WS-RUN-DATE TO Q4D-CHANGED-DATE.
002800     REWRITE Q4-DEPT-RECORD.
002810     ADD 1 TO WS-APPLIED-COUNT.
003530     MOVE Q4D-CONTACT       TO DL-CONTACT.
003540     MOVE Q4D-ADDED-DATE    TO DL-ADDED.
003550     MOVE Q4D-CHANGED-DATE  TO DL-CHANGED.
003551     IF Q4D-WANTS-RETURN
003552         MOVE "Y" TO DL-RETURN
003553     ELSE
003554         MOVE "N" TO DL-RETURN
003555     END-IF.
003560     WRITE Q4-DMAINT-LINE FROM WS-DMR-LIST-LINE.
003570 6100-EXIT.
003580     EXIT.
