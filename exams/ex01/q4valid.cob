000202*                 SUPPLIES ONE (ZERO = TODAY), SO AN AS-OF       *
000203*                 RERUN APPLIES THE LIMITS THAT WERE IN FORCE    *
000204*                 ON THE DAY BEING RERUN.                        *
000205*  10/15/26  RM   REQUEST TYPES "C" (CEILING) AND "M" (CEILING   *
000206*                 LEAST-COST) ARE NOW VALID; "M" NEEDS LEAST-    *
000207*                 COST AUTHORITY LIKE "L".  ONCE THE OTHER       *
000208*                 EDITS PASS, EACH OF THE FOUR QVP-MAX-W/X/Y/Z   *
000209*                 CEILINGS MUST BE NUMERIC AND NOT OVER THE N    *
000210*                 MAXIMUM IN FORCE (REASON 47) NOR THE           *
000211*                 DEPARTMENT'S MAXIMUM N (REASON 75).            *
000212*---------------------------------------------------------------*
000213 ENVIRONMENT DIVISION.
000214 INPUT-OUTPUT SECTION.
000215 FILE-CONTROL.
000216     SELECT Q4-LIMITS-FILE ASSIGN TO "Q4LIMS"
000217         ORGANIZATION IS SEQUENTIAL
000218         FILE STATUS IS WS-LIMITS-STATUS.
000219 DATA DIVISION.
000220 FILE SECTION.
000221 FD  Q4-LIMITS-FILE
000222     LABEL RECORDS ARE STANDARD.
000223     COPY Q4LREC.
000224 WORKING-STORAGE SECTION.
000225*---------------------------------------------------------------*
000226*  FILE STATUS BYTES                                            *
000227*---------------------------------------------------------------*
000228 77  WS-LIMITS-STATUS        PIC X(02).
000229*---------------------------------------------------------------*
000230*  SWITCHES -- WORKING-STORAGE IS STATIC, SO THE RULES FILE IS   *
000231*  READ ONCE PER RUN NO MATTER HOW MANY RECORDS THE CALLER      *
000232*  VALIDATES                                                     *
000233*---------------------------------------------------------------*
000234 77  WS-LIMITS-LOADED-SW     PIC X(01) VALUE "N".
000235         88  WS-LIMITS-LOADED             VALUE "Y".
000236 77  WS-LIMITS-EOF-SW        PIC X(01) VALUE "N".
000237         88  WS-LIMITS-EOF                VALUE "Y".
000238*---------------------------------------------------------------*
000239*  THE LIMITS IN FORCE -- START AT THE LONG-STANDING BUILT-IN   *
000240*  VALUES AND ARE REPLACED BY THE NEWEST APPLICABLE RULES-FILE  *
000241*  SET                                                           *
000242*---------------------------------------------------------------*
000243 77  WS-TODAY                PIC 9(08) VALUE ZERO.
000244 77  WS-BEST-EFF-DATE        PIC 9(08) VALUE ZERO.
000245 77  WS-LIM-N-MIN            PIC 9(05) VALUE 1.
000246 77  WS-LIM-N-MAX            PIC 9(05) VALUE 50.
000247 77  WS-LIM-S-MIN            PIC S9(05) VALUE +1.
000248 77  WS-LIM-S-MAX            PIC S9(05) VALUE +99999.
000249 77  WS-LIM-V-MIN            PIC S9(05) VALUE +1.
000250 77  WS-LIM-V-MAX            PIC S9(05) VALUE +99999.
000251 LINKAGE SECTION.
000252     COPY Q4VALDP.
000253 PROCEDURE DIVISION USING Q4VALID-PARM.
000254*---------------------------------------------------------------*
000260*  0000-MAINLINE                                                *
000270*---------------------------------------------------------------*
000280 0000-MAINLINE.
000415             MOVE 30 TO QVP-REASON-CODE
000416             MOVE "A/B/C/D OUTSIDE CURRENT LIMITS"
000417                 TO QVP-REASON-TEXT
000418         WHEN NOT QVP-KNOWN-TYPE
000422             MOVE "N" TO QVP-VALID-SWITCH
000423             MOVE 40 TO QVP-REASON-CODE
000424             MOVE "REQUEST TYPE NOT V/L/R/C/M"
000425                 TO QVP-REASON-TEXT
000426         WHEN QVP-REQUEST-TYPE = "R"
000427                 AND (QVP-S-TO < QVP-S
000442             MOVE 70 TO QVP-REASON-CODE
000443             MOVE "N EXCEEDS DEPT MAXIMUM"
000444                 TO QVP-REASON-TEXT
000445         WHEN QVP-DEPT-CHECK AND QVP-LEAST-COST-TYPE
000446                 AND NOT QVP-DEPT-LCOST-OK
000447             MOVE "N" TO QVP-VALID-SWITCH
000448             MOVE 80 TO QVP-REASON-CODE
000449             MOVE "LEAST-COST NOT AUTHORIZED"
000450                 TO QVP-REASON-TEXT
000451         WHEN OTHER
000452             PERFORM 3100-CEILING-EDITS THRU 3100-EXIT
000453     END-EVALUATE.
000454 3000-EXIT.
000455     EXIT.
000460*---------------------------------------------------------------*
000470*  3100-CEILING-EDITS -- A "C"/"M" REQUEST THAT PASSED EVERY     *
000480*                      EDIT ABOVE MUST ALSO HAVE FOUR NUMERIC    *
000490*                      CEILINGS, NONE OVER THE N MAXIMUM IN      *
000500*                      FORCE NOR THE DEPARTMENT'S MAXIMUM N.     *
000510*---------------------------------------------------------------*
000520 3100-CEILING-EDITS.
000530     IF NOT QVP-CEILING-TYPE
000540         GO TO 3100-EXIT
000550     END-IF.
000560     EVALUATE TRUE
000570         WHEN QVP-MAX-W NOT NUMERIC OR QVP-MAX-X NOT NUMERIC
000580                 OR QVP-MAX-Y NOT NUMERIC OR QVP-MAX-Z NOT NUMERIC
000590             MOVE "N" TO QVP-VALID-SWITCH
000600             MOVE 47 TO QVP-REASON-CODE
000610             MOVE "CEILING INVALID OR OVER LIMIT"
000620                 TO QVP-REASON-TEXT
000630         WHEN QVP-MAX-W > WS-LIM-N-MAX OR QVP-MAX-X > WS-LIM-N-MAX
000640                 OR QVP-MAX-Y > WS-LIM-N-MAX
000650                 OR QVP-MAX-Z > WS-LIM-N-MAX
000660             MOVE "N" TO QVP-VALID-SWITCH
000670             MOVE 47 TO QVP-REASON-CODE
000680             MOVE "CEILING INVALID OR OVER LIMIT"
000690                 TO QVP-REASON-TEXT
000700         WHEN QVP-DEPT-CHECK
000710                 AND (QVP-MAX-W > QVP-DEPT-MAX-N
000720                     OR QVP-MAX-X > QVP-DEPT-MAX-N
000730                     OR QVP-MAX-Y > QVP-DEPT-MAX-N
000740                     OR QVP-MAX-Z > QVP-DEPT-MAX-N)
000750             MOVE "N" TO QVP-VALID-SWITCH
000760             MOVE 75 TO QVP-REASON-CODE
000770             MOVE "CEILING EXCEEDS DEPT MAXIMUM"
000780                 TO QVP-REASON-TEXT
000790         WHEN OTHER
000800             CONTINUE
000810     END-EVALUATE.
000820 3100-EXIT.
000830     EXIT.
