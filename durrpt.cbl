       IDENTIFICATION DIVISION.
       PROGRAM-ID. DURRPT.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT CYCLE-FILE
           ASSIGN TO "CYCLEID.TXT"
           FILE STATUS IS WS-CYCLE-STATUS.
       SELECT CONFIG-FILE
           ASSIGN TO "SYSCFG.TXT"
           FILE STATUS IS WS-CONFIG-STATUS.
       SELECT DUR-BASE
           ASSIGN TO "DURBASE.TXT"
           FILE STATUS IS WS-DBS-STATUS.
       SELECT DUR-RPT
           ASSIGN TO "DURRPT.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       FD CONFIG-FILE.
           COPY SYSCFG.

      * ONE RECORD PER PROGRAM-ID: ITS ELAPSED SECONDS IN EACH OF
      * THE LAST TEN CYCLES IT RAN IN, MOST RECENT FIRST, AND THE
      * TWO MOST RECENT OF THOSE CYCLES. KEPT HERE RATHER THAN
      * RECOMPUTED BECAUSE HOUSKEEP ARCHIVES THE AUDIT TRAIL.
       FD DUR-BASE.
       01 DUR-BASE-REC.
           05 DBS-PROGRAM-ID       PIC X(15).
           05 DBS-SAMPLES          PIC 9(2).
           05 DBS-ELAPSED          PIC 9(7) OCCURS 10 TIMES.
           05 DBS-LAST-CYCLE       PIC X(14).
           05 DBS-PREV-CYCLE       PIC X(14).
           05 FILLER               PIC X(5).

       FD DUR-RPT.
       01 DUR-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
      * STEP DURATIONS AGAINST A ROLLING BASELINE. EVERY STEP OF THE
      * CYCLE (THE PARM, OR THE CURRENT CYCLE FROM CYCLEID.TXT) IS
      * COMPARED WITH THE AVERAGE OF ITS ELAPSED TIME OVER ITS LAST
      * TEN CYCLES, AND ONE THAT RAN WELL OVER IT IS FLAGGED. WHILE
      * THE STREAM IS STILL RUNNING THE FINISH IS PROJECTED AS NOW
      * PLUS THE BASELINES OF THE STEPS THE PREVIOUS CYCLE RAN THAT
      * THIS ONE HAS NOT YET. A CYCLE IS DUE BY THE FIRST SLA TIME
      * (SYSCFG.TXT) AFTER IT STARTED; EVERY CYCLE STILL ON THE
      * AUDIT TRAIL THAT FINISHED LATER IS CALLED OUT. RETURNS 8
      * WHEN THIS CYCLE HAS MISSED OR IS PROJECTED TO MISS ITS SLA,
      * 4 WHEN ONLY STEPS RAN OVER BASELINE.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-CONFIG-STATUS        PIC XX VALUE SPACES.
       77  WS-DBS-STATUS           PIC XX VALUE SPACES.
       77  WS-AUDIT-NOW            PIC X(21) VALUE SPACES.
       77  WS-FINAL-RC             PIC S9(4) COMP VALUE 0.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
           88 WS-NOT-EOF           VALUE 'N'.

       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-TARGET-CYCLE         PIC X(14) VALUE SPACES.

      * SLA HANDOFF TIME AS HHMM, OVERLAID FROM SYSCFG.TXT.
       01  WS-SLA-TIME.
           05 WS-SLA-HH            PIC 9(2) VALUE 06.
           05 WS-SLA-MM            PIC 9(2) VALUE 00.
       77  WS-SLA-SECS             PIC 9(5) COMP VALUE 0.

      * WHAT COUNTS AS WELL OVER BASELINE: MORE THAN OVER-PCT OF
      * IT AND AT LEAST OVER-MIN SECONDS LONGER, AGAINST A BASELINE
      * OF AT LEAST MIN-SAMPLES CYCLES. THE SECONDS FLOOR KEEPS A
      * FIVE-SECOND STEP THAT TOOK TEN OFF THE REPORT.
       77  WS-OVER-PCT             PIC 9(3) COMP VALUE 150.
       77  WS-OVER-MIN             PIC 9(5) COMP VALUE 60.
       77  WS-MIN-SAMPLES          PIC 9(2) COMP VALUE 3.
       77  WS-WINDOW               PIC 9(2) COMP VALUE 10.

      * TIMESTAMP WORK FIELDS. A STAMP IS TURNED INTO SECONDS SINCE
      * THE INTEGER-OF-DATE EPOCH SO TIMES ACROSS MIDNIGHT COMPARE.
       77  WS-SECS                 PIC 9(11) COMP VALUE 0.
       77  WS-SECS-DATE            PIC 9(8) VALUE 0.
       01  WS-SECS-TIME.
           05 WS-SECS-HH           PIC 9(2).
           05 WS-SECS-MM           PIC 9(2).
           05 WS-SECS-SS           PIC 9(2).
       01  WS-STAMP-SW             PIC X(1) VALUE 'N'.
           88 WS-STAMP-OK          VALUE 'Y'.
       77  WS-DAY-NUM              PIC 9(7) COMP VALUE 0.
       77  WS-DAY-SECS             PIC 9(5) COMP VALUE 0.
       77  WS-REM-SECS             PIC 9(5) COMP VALUE 0.
       01  WS-STAMP-OUT.
           05 WS-STAMP-DATE        PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-STAMP-TIME        PIC 9(6).
       77  WS-START-SECS           PIC 9(11) COMP VALUE 0.
       77  WS-END-SECS             PIC 9(11) COMP VALUE 0.
       77  WS-ELAPSED-SECS         PIC S9(11) COMP VALUE 0.
       77  WS-NOW-SECS             PIC 9(11) COMP VALUE 0.

      * CYCLES ON THE AUDIT TRAIL, IN THE ORDER THEY FIRST APPEAR.
      * A CYCLE HAS FINISHED ONCE RUNSTRM'S OWN RECORD FOR IT IS
      * WRITTEN, AND ITS FINISH IS THEN RUNSTRM'S END - A LATER RUN
      * THAT MERELY PICKED UP THE SAME CYCLE FILE DOES NOT COUNT.
      * WHEN THE TABLE IS FULL THE OLDEST CYCLE DROPS OFF THE TOP.
       77  WS-CYC-MAX              PIC 9(3) COMP VALUE 30.
       77  WS-CYC-USED             PIC 9(3) COMP VALUE 0.
       77  WS-CYC-I                PIC 9(3) COMP VALUE 0.
       77  WS-CYC-HIT              PIC 9(3) COMP VALUE 0.
       01  WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 30 TIMES.
               10 WS-CYC-ID        PIC X(14).
               10 WS-CYC-START     PIC 9(11) COMP.
               10 WS-CYC-END       PIC 9(11) COMP.
               10 WS-CYC-DUE       PIC 9(11) COMP.
               10 WS-CYC-DONE-SW   PIC X(1).
                   88 WS-CYC-DONE  VALUE 'Y'.

      * THE TARGET CYCLE'S STEPS, ONE ENTRY PER PROGRAM-ID WITH ITS
      * RUNS SUMMED.
       77  WS-STP-MAX              PIC 9(3) COMP VALUE 50.
       77  WS-STP-USED             PIC 9(3) COMP VALUE 0.
       77  WS-STP-I                PIC 9(3) COMP VALUE 0.
       77  WS-STP-HIT              PIC 9(3) COMP VALUE 0.
       01  WS-STP-TABLE.
           05 WS-STP-ENTRY OCCURS 50 TIMES.
               10 WS-STP-NAME      PIC X(15).
               10 WS-STP-RUNS      PIC 9(3) COMP.
               10 WS-STP-SECS      PIC 9(9) COMP.
               10 WS-STP-RC        PIC S9(4) COMP.

      * THE BASELINE FILE, HELD WHOLE AND WRITTEN BACK AT THE END.
       77  WS-BAS-MAX              PIC 9(3) COMP VALUE 50.
       77  WS-BAS-USED             PIC 9(3) COMP VALUE 0.
       77  WS-BAS-I                PIC 9(3) COMP VALUE 0.
       77  WS-BAS-HIT              PIC 9(3) COMP VALUE 0.
       77  WS-SMP-I                PIC 9(2) COMP VALUE 0.
       77  WS-SMP-FROM             PIC 9(2) COMP VALUE 0.
       01  WS-BAS-TABLE.
           05 WS-BAS-ENTRY OCCURS 50 TIMES.
               10 WS-BAS-NAME      PIC X(15).
               10 WS-BAS-SAMPLES   PIC 9(2).
               10 WS-BAS-ELAPSED   PIC 9(7) OCCURS 10 TIMES.
               10 WS-BAS-LAST      PIC X(14).
               10 WS-BAS-PREV      PIC X(14).
               10 FILLER           PIC X(5).

      * ONE PROGRAM'S BASELINE, AS WORKED OUT BY COMPUTE-BASELINE.
       77  WS-BASE-N               PIC 9(2) COMP VALUE 0.
       77  WS-BASE-TOT             PIC 9(9) COMP VALUE 0.
       77  WS-BASE-SECS            PIC 9(7) COMP VALUE 0.
       77  WS-BASE-CYCLE           PIC X(14) VALUE SPACES.
       77  WS-PREV-CYCLE           PIC X(14) VALUE SPACES.

      * THE CYCLE STEP-PASS GATHERS AND FOLD-BASELINE FOLDS - THE
      * TARGET, OR FOR THE CATCH-UP THE LAST FINISHED CYCLE BEFORE
      * IT, WHOSE LATER STEPS RAN AFTER ITS OWN DURRPT HAD FOLDED.
       77  WS-STEP-CYCLE           PIC X(14) VALUE SPACES.
       77  WS-STEP-CYC             PIC 9(3) COMP VALUE 0.
       77  WS-CATCH-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-CATCH-UP-SW          PIC X(1) VALUE 'N'.
           88 WS-CATCH-UP          VALUE 'Y'.

      * TARGET CYCLE RESULTS.
       77  WS-TGT                  PIC 9(3) COMP VALUE 0.
       77  WS-OVER-COUNT           PIC 9(3) COMP VALUE 0.
       77  WS-LEFT-COUNT           PIC 9(3) COMP VALUE 0.
       77  WS-LEFT-SECS            PIC 9(9) COMP VALUE 0.
       77  WS-LATE-COUNT           PIC 9(3) COMP VALUE 0.
       77  WS-FINISH-SECS          PIC 9(11) COMP VALUE 0.
       77  WS-PCT                  PIC 9(5) COMP VALUE 0.
       01  WS-BREACH-SW            PIC X(1) VALUE 'N'.
           88 WS-BREACH            VALUE 'Y'.

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.

       01  WS-STP-LINE.
           05 WS-SL-PROGRAM        PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SL-RUNS           PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SL-ELAPSED        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SL-BASELINE       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-SL-SAMPLES        PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SL-PCT            PIC ZZ,ZZ9.
           05 WS-SL-PCT-SIGN       PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SL-RC             PIC -(3)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SL-FLAG           PIC X(14).

       01  WS-CYC-LINE.
           05 WS-CL-ID             PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CL-START          PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CL-FINISH         PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CL-DUE            PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CL-FLAG           PIC X(13).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL         PIC X(26).
           05 WS-SUM-VALUE         PIC ZZZ,ZZ9.

       01  WS-TIME-LINE.
           05 WS-TIME-LABEL        PIC X(26).
           05 WS-TIME-VALUE        PIC X(15).

      * BATCH-CYCLE CONTROLS. THE CYCLE ID ASSIGNED AT THE TOP OF
      * THE STREAM (CYCLEID.TXT) IS STAMPED INTO THIS RUN'S AUDIT
      * RECORD SO EVERY ARTIFACT OF A RUN NAMES THE CYCLE IT
      * BELONGS TO; NO CYCLE FILE JUST LEAVES THE FIELD BLANK.
       77  WS-CYCLE-STATUS         PIC XX VALUE SPACES.
       77  WS-CYCLE-ID             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM STAMP-AUDIT-START.
           PERFORM GET-PARMS.
           IF WS-TARGET-CYCLE = SPACES
               DISPLAY "NO CYCLE GIVEN AND NO CURRENT CYCLE IN "
                   "CYCLEID.TXT - NOTHING TO MEASURE"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM LOAD-CONFIG.
           PERFORM LOAD-BASELINE.
           PERFORM CYCLE-PASS.
           MOVE 0 TO WS-TGT.
           PERFORM VARYING WS-CYC-I FROM 1 BY 1
                   UNTIL WS-CYC-I > WS-CYC-USED
               IF WS-CYC-ID (WS-CYC-I) = WS-TARGET-CYCLE
                   MOVE WS-CYC-I TO WS-TGT
               END-IF
           END-PERFORM.
           IF WS-TGT = 0
               DISPLAY "CYCLE " WS-TARGET-CYCLE
                   " IS NOT ON THE AUDIT TRAIL"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM CATCH-UP-BASELINE.
           MOVE 'N' TO WS-CATCH-UP-SW.
           MOVE WS-TARGET-CYCLE TO WS-STEP-CYCLE.
           MOVE WS-TGT TO WS-STEP-CYC.
           PERFORM STEP-PASS.
           OPEN OUTPUT DUR-RPT.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "STEP DURATIONS AGAINST BASELINE - CYCLE "
                   DELIMITED BY SIZE
                   WS-TARGET-CYCLE DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           PERFORM WRITE-STEPS.
           PERFORM WRITE-STEPS-LEFT.
           PERFORM PROJECT-FINISH.
           PERFORM WRITE-RECENT-CYCLES.
           PERFORM WRITE-SUMMARY.
           CLOSE DUR-RPT.
           PERFORM FOLD-BASELINE.
           PERFORM SAVE-BASELINE.
           IF WS-BREACH
               MOVE 8 TO WS-FINAL-RC
           ELSE IF WS-OVER-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY "DURRPT COMPLETE - STEPS MEASURED: " WS-STP-USED.
           DISPLAY "STEPS OVER BASELINE:            " WS-OVER-COUNT.
           DISPLAY "CYCLES OVER SLA:                " WS-LATE-COUNT.
           DISPLAY "STEPS CAUGHT UP FROM LAST CYCLE:" WS-CATCH-COUNT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       STAMP-AUDIT-START.
           MOVE "DURRPT" TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.

       WRITE-AUDIT-TRAIL.
      * THE STAMP FIELDS ARE REBUILT HERE BECAUSE THE PASSES READ
      * OTHER RECORDS THROUGH THE SAME FD BUFFER.
           MOVE "DURRPT" TO AUD-PROGRAM-ID.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-END-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-END-TIME.
           PERFORM READ-CYCLE-ID.
           MOVE WS-CYCLE-ID TO AUD-CYCLE-ID.
           MOVE RETURN-CODE TO AUD-RETURN-CODE.
           OPEN EXTEND AUDIT-TRAIL.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-TRAIL.

       GET-PARMS.
      * THE CYCLE TO MEASURE IS THE PARM WHEN ONE IS GIVEN (TO LOOK
      * BACK AT AN EARLIER NIGHT), OTHERWISE THE CURRENT CYCLE.
           MOVE WS-AUDIT-NOW (1:8) TO WS-SECS-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO WS-SECS-TIME.
           PERFORM DATE-TIME-TO-SECS.
           MOVE WS-SECS TO WS-NOW-SECS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-TARGET-CYCLE
           ELSE
               PERFORM READ-CYCLE-ID
               MOVE WS-CYCLE-ID TO WS-TARGET-CYCLE
           END-IF.

       LOAD-CONFIG.
      * THE SLA TIME IS A TRAILING CONFIG FIELD - A CONFIG FILE
      * WRITTEN BEFORE IT EXISTED LEAVES THE COMPILED 0600.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CFG-SLA-TIME IS NUMERIC
                               AND CFG-SLA-TIME (1:2) <= "23"
                               AND CFG-SLA-TIME (3:2) <= "59"
                           MOVE CFG-SLA-TIME TO WS-SLA-TIME
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
           COMPUTE WS-SLA-SECS = WS-SLA-HH * 3600 + WS-SLA-MM * 60.

       LOAD-BASELINE.
      * NO BASELINE FILE IS THE FIRST NIGHT: EVERY STEP IS NEW.
           MOVE 0 TO WS-BAS-USED.
           SET WS-NOT-EOF TO TRUE.
           OPEN INPUT DUR-BASE.
           IF WS-DBS-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DUR-BASE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BAS-USED < WS-BAS-MAX
                                   AND DBS-SAMPLES IS NUMERIC
                               ADD 1 TO WS-BAS-USED
                               MOVE DUR-BASE-REC
                                   TO WS-BAS-ENTRY (WS-BAS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUR-BASE
           END-IF.

       CYCLE-PASS.
      * FIRST PASS - EVERY CYCLE'S START AND FINISH.
           SET WS-NOT-EOF TO TRUE.
           OPEN INPUT AUDIT-TRAIL.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ AUDIT-TRAIL NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUD-CYCLE-ID NOT = SPACES
                                   AND AUD-PROGRAM-ID NOT = "DURRPT"
                               PERFORM ROLL-UP-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.
           PERFORM VARYING WS-CYC-I FROM 1 BY 1
                   UNTIL WS-CYC-I > WS-CYC-USED
               PERFORM SET-DEADLINE
           END-PERFORM.

       ROLL-UP-CYCLE.
           PERFORM AUDIT-STAMPS-TO-SECS.
           IF WS-STAMP-OK
               MOVE 0 TO WS-CYC-HIT
               PERFORM VARYING WS-CYC-I FROM 1 BY 1
                       UNTIL WS-CYC-I > WS-CYC-USED OR WS-CYC-HIT > 0
                   IF WS-CYC-ID (WS-CYC-I) = AUD-CYCLE-ID
                       MOVE WS-CYC-I TO WS-CYC-HIT
                   END-IF
               END-PERFORM
               IF WS-CYC-HIT = 0
                   PERFORM ADD-CYCLE
               END-IF
               PERFORM EXTEND-CYCLE
           END-IF.

       ADD-CYCLE.
           IF WS-CYC-USED = WS-CYC-MAX
               PERFORM VARYING WS-CYC-I FROM 2 BY 1
                       UNTIL WS-CYC-I > WS-CYC-USED
                   MOVE WS-CYC-ENTRY (WS-CYC-I)
                       TO WS-CYC-ENTRY (WS-CYC-I - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CYC-USED
           END-IF.
           MOVE WS-CYC-USED TO WS-CYC-HIT.
           MOVE AUD-CYCLE-ID TO WS-CYC-ID (WS-CYC-HIT).
           MOVE WS-START-SECS TO WS-CYC-START (WS-CYC-HIT).
           MOVE 0 TO WS-CYC-END (WS-CYC-HIT).
           MOVE 'N' TO WS-CYC-DONE-SW (WS-CYC-HIT).

       EXTEND-CYCLE.
      * A RESTARTED STREAM WRITES A SECOND RUNSTRM RECORD FOR THE
      * SAME CYCLE, SO THE LATEST RUNSTRM END IS THE FINISH.
           IF WS-START-SECS < WS-CYC-START (WS-CYC-HIT)
               MOVE WS-START-SECS TO WS-CYC-START (WS-CYC-HIT)
           END-IF.
           IF AUD-PROGRAM-ID = "RUNSTRM"
               IF NOT WS-CYC-DONE (WS-CYC-HIT)
                       OR WS-END-SECS > WS-CYC-END (WS-CYC-HIT)
                   MOVE WS-END-SECS TO WS-CYC-END (WS-CYC-HIT)
               END-IF
               MOVE 'Y' TO WS-CYC-DONE-SW (WS-CYC-HIT)
           ELSE IF NOT WS-CYC-DONE (WS-CYC-HIT)
                   AND WS-END-SECS > WS-CYC-END (WS-CYC-HIT)
               MOVE WS-END-SECS TO WS-CYC-END (WS-CYC-HIT)
           END-IF.

       SET-DEADLINE.
      * DUE BY THE FIRST SLA TIME AFTER THE CYCLE STARTED - THE
      * SAME DAY FOR A STREAM STARTED BEFORE IT, ELSE THE NEXT.
           DIVIDE WS-CYC-START (WS-CYC-I) BY 86400
               GIVING WS-DAY-NUM REMAINDER WS-DAY-SECS.
           IF WS-DAY-SECS < WS-SLA-SECS
               COMPUTE WS-CYC-DUE (WS-CYC-I) =
                   WS-DAY-NUM * 86400 + WS-SLA-SECS
           ELSE
               COMPUTE WS-CYC-DUE (WS-CYC-I) =
                   (WS-DAY-NUM + 1) * 86400 + WS-SLA-SECS
           END-IF.

       CATCH-UP-BASELINE.
      * DURRPT RUNS INSIDE THE STREAM, SO THE STEPS AFTER IT HAVE
      * NOT RUN WHEN IT FOLDS ITS OWN CYCLE. THE LAST FINISHED
      * CYCLE BEFORE THE TARGET IS FOLDED FIRST, FOR THE PROGRAMS
      * WHOSE BASELINE IS OLDER THAN IT, SO THOSE STEPS STILL GET
      * THEIR SAMPLE AND ARE THERE TO PROJECT WHAT IS LEFT.
           MOVE SPACES TO WS-STEP-CYCLE.
           MOVE 0 TO WS-STEP-CYC.
           PERFORM VARYING WS-CYC-I FROM 1 BY 1
                   UNTIL WS-CYC-I > WS-CYC-USED
               IF WS-CYC-DONE (WS-CYC-I)
                       AND WS-CYC-ID (WS-CYC-I) < WS-TARGET-CYCLE
                       AND WS-CYC-ID (WS-CYC-I) > WS-STEP-CYCLE
                   MOVE WS-CYC-ID (WS-CYC-I) TO WS-STEP-CYCLE
                   MOVE WS-CYC-I TO WS-STEP-CYC
               END-IF
           END-PERFORM.
           IF WS-STEP-CYC > 0
               SET WS-CATCH-UP TO TRUE
               PERFORM STEP-PASS
               PERFORM FOLD-BASELINE
           END-IF.

       STEP-PASS.
      * SECOND PASS - THE STEP CYCLE'S STEPS. RUNSTRM IS THE
      * STREAM ITSELF, NOT A STEP, AND ONCE THE CYCLE HAS FINISHED
      * A RUN STARTED AFTER ITS FINISH IS NOT PART OF IT.
           MOVE 0 TO WS-STP-USED.
           SET WS-NOT-EOF TO TRUE.
           OPEN INPUT AUDIT-TRAIL.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ AUDIT-TRAIL NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUD-CYCLE-ID = WS-STEP-CYCLE
                                   AND AUD-PROGRAM-ID NOT = "DURRPT"
                                   AND AUD-PROGRAM-ID NOT = "RUNSTRM"
                               PERFORM ROLL-UP-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

       ROLL-UP-STEP.
           PERFORM AUDIT-STAMPS-TO-SECS.
           IF WS-CYC-DONE (WS-STEP-CYC)
                   AND WS-START-SECS > WS-CYC-END (WS-STEP-CYC)
               MOVE 'N' TO WS-STAMP-SW
           END-IF.
           IF WS-STAMP-OK
               MOVE 0 TO WS-STP-HIT
               PERFORM VARYING WS-STP-I FROM 1 BY 1
                       UNTIL WS-STP-I > WS-STP-USED OR WS-STP-HIT > 0
                   IF WS-STP-NAME (WS-STP-I) = AUD-PROGRAM-ID
                       MOVE WS-STP-I TO WS-STP-HIT
                   END-IF
               END-PERFORM
               IF WS-STP-HIT = 0 AND WS-STP-USED < WS-STP-MAX
                   ADD 1 TO WS-STP-USED
                   MOVE WS-STP-USED TO WS-STP-HIT
                   MOVE AUD-PROGRAM-ID TO WS-STP-NAME (WS-STP-HIT)
                   MOVE 0 TO WS-STP-RUNS (WS-STP-HIT)
                   MOVE 0 TO WS-STP-SECS (WS-STP-HIT)
                   MOVE 0 TO WS-STP-RC (WS-STP-HIT)
               END-IF
               IF WS-STP-HIT > 0
                   ADD 1 TO WS-STP-RUNS (WS-STP-HIT)
                   ADD WS-ELAPSED-SECS TO WS-STP-SECS (WS-STP-HIT)
                   IF AUD-RETURN-CODE > WS-STP-RC (WS-STP-HIT)
                       MOVE AUD-RETURN-CODE TO WS-STP-RC (WS-STP-HIT)
                   END-IF
               END-IF
           END-IF.

       AUDIT-STAMPS-TO-SECS.
      * A MALFORMED STAMP (HAND-EDITED FILE, TRUNCATED WRITE) LEAVES
      * THE RECORD OUT RATHER THAN BLOWING UP THE WHOLE REPORT.
           MOVE 'N' TO WS-STAMP-SW.
           IF AUD-START-DATE (1:8) IS NUMERIC
                   AND AUD-END-DATE (1:8) IS NUMERIC
                   AND AUD-START-TIME (1:6) IS NUMERIC
                   AND AUD-END-TIME (1:6) IS NUMERIC
               MOVE AUD-START-DATE (1:8) TO WS-SECS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-SECS-DATE) = 0
                   MOVE AUD-END-DATE (1:8) TO WS-SECS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-SECS-DATE) = 0
                       SET WS-STAMP-OK TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-STAMP-OK
               MOVE AUD-START-DATE (1:8) TO WS-SECS-DATE
               MOVE AUD-START-TIME (1:6) TO WS-SECS-TIME
               PERFORM DATE-TIME-TO-SECS
               MOVE WS-SECS TO WS-START-SECS
               MOVE AUD-END-DATE (1:8) TO WS-SECS-DATE
               MOVE AUD-END-TIME (1:6) TO WS-SECS-TIME
               PERFORM DATE-TIME-TO-SECS
               MOVE WS-SECS TO WS-END-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
               IF WS-ELAPSED-SECS < 0
                   MOVE 0 TO WS-ELAPSED-SECS
                   MOVE WS-START-SECS TO WS-END-SECS
               END-IF
           END-IF.

       DATE-TIME-TO-SECS.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE (WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.

       SECS-TO-STAMP.
           DIVIDE WS-SECS BY 86400
               GIVING WS-DAY-NUM REMAINDER WS-DAY-SECS.
           COMPUTE WS-STAMP-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           DIVIDE WS-DAY-SECS BY 3600
               GIVING WS-SECS-HH REMAINDER WS-REM-SECS.
           DIVIDE WS-REM-SECS BY 60
               GIVING WS-SECS-MM REMAINDER WS-SECS-SS.
           MOVE WS-SECS-TIME TO WS-STAMP-TIME.

       FIND-BASELINE.
           MOVE 0 TO WS-BAS-HIT.
           PERFORM VARYING WS-BAS-I FROM 1 BY 1
                   UNTIL WS-BAS-I > WS-BAS-USED OR WS-BAS-HIT > 0
               IF WS-BAS-NAME (WS-BAS-I) = WS-STP-NAME (WS-STP-I)
                   MOVE WS-BAS-I TO WS-BAS-HIT
               END-IF
           END-PERFORM.

       COMPUTE-BASELINE.
      * THE AVERAGE OF THE PROGRAM'S SAMPLES FROM CYCLES OTHER THAN
      * THE ONE BEING MEASURED - ON A RERUN THE NEWEST SAMPLE IS
      * THIS CYCLE'S OWN AND IS LEFT OUT. WS-BASE-CYCLE IS THE
      * LATEST CYCLE THE BASELINE COVERS.
           MOVE 0 TO WS-BASE-N.
           MOVE 0 TO WS-BASE-TOT.
           MOVE 0 TO WS-BASE-SECS.
           MOVE 1 TO WS-SMP-FROM.
           MOVE WS-BAS-LAST (WS-BAS-HIT) TO WS-BASE-CYCLE.
           IF WS-BAS-LAST (WS-BAS-HIT) = WS-TARGET-CYCLE
               MOVE 2 TO WS-SMP-FROM
               MOVE WS-BAS-PREV (WS-BAS-HIT) TO WS-BASE-CYCLE
           END-IF.
           PERFORM VARYING WS-SMP-I FROM WS-SMP-FROM BY 1
                   UNTIL WS-SMP-I > WS-BAS-SAMPLES (WS-BAS-HIT)
               ADD 1 TO WS-BASE-N
               ADD WS-BAS-ELAPSED (WS-BAS-HIT, WS-SMP-I)
                   TO WS-BASE-TOT
           END-PERFORM.
           IF WS-BASE-N > 0
               COMPUTE WS-BASE-SECS ROUNDED = WS-BASE-TOT / WS-BASE-N
           ELSE
               MOVE SPACES TO WS-BASE-CYCLE
           END-IF.

       WRITE-STEPS.
           MOVE "PROGRAM         RUNS  ELAPSED BASELINE CYCLES"
               TO WS-HDG-LINE.
           MOVE "%BASE   RC  FLAG" TO WS-HDG-LINE (48:16).
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-STP-I FROM 1 BY 1
                   UNTIL WS-STP-I > WS-STP-USED
               PERFORM WRITE-ONE-STEP
           END-PERFORM.
           IF WS-STP-USED = 0
               MOVE "NO STEPS HAVE FINISHED IN THIS CYCLE YET"
                   TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.

       WRITE-ONE-STEP.
           MOVE WS-STP-NAME (WS-STP-I) TO WS-SL-PROGRAM.
           MOVE WS-STP-RUNS (WS-STP-I) TO WS-SL-RUNS.
           MOVE WS-STP-SECS (WS-STP-I) TO WS-SL-ELAPSED.
           MOVE WS-STP-RC (WS-STP-I) TO WS-SL-RC.
           MOVE 0 TO WS-BASE-N.
           MOVE 0 TO WS-BASE-SECS.
           PERFORM FIND-BASELINE.
           IF WS-BAS-HIT > 0
               PERFORM COMPUTE-BASELINE
           END-IF.
           MOVE WS-BASE-SECS TO WS-SL-BASELINE.
           MOVE WS-BASE-N TO WS-SL-SAMPLES.
           MOVE SPACES TO WS-SL-FLAG.
           IF WS-BASE-N = 0
               MOVE 0 TO WS-SL-PCT
               MOVE SPACE TO WS-SL-PCT-SIGN
               MOVE "NEW" TO WS-SL-FLAG
           ELSE
               PERFORM RATE-ONE-STEP
           END-IF.
           MOVE WS-STP-LINE TO DUR-RPT-REC.
           WRITE DUR-RPT-REC.

       RATE-ONE-STEP.
      * A ZERO-SECOND BASELINE IS TREATED AS ONE SECOND FOR THE
      * PERCENTAGE; THE SECONDS FLOOR STILL APPLIES.
           IF WS-BASE-SECS = 0
               COMPUTE WS-PCT = WS-STP-SECS (WS-STP-I) * 100
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-STP-SECS (WS-STP-I) * 100 / WS-BASE-SECS
           END-IF.
           MOVE WS-PCT TO WS-SL-PCT.
           MOVE "%" TO WS-SL-PCT-SIGN.
           IF WS-BASE-N < WS-MIN-SAMPLES
               MOVE "SHORT HISTORY" TO WS-SL-FLAG
           ELSE IF WS-PCT > WS-OVER-PCT
                   AND WS-STP-SECS (WS-STP-I)
                       >= WS-BASE-SECS + WS-OVER-MIN
               MOVE "OVER BASELINE" TO WS-SL-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.

       WRITE-STEPS-LEFT.
      * WHAT IS LEFT OF THE STREAM IS TAKEN TO BE WHAT THE PREVIOUS
      * CYCLE RAN: EVERY PROGRAM WHOSE BASELINE RUNS UP TO THAT
      * CYCLE BUT WHICH HAS NOT FINISHED IN THIS ONE. A CYCLE THAT
      * HAS FINISHED HAS NOTHING LEFT.
           MOVE 0 TO WS-LEFT-COUNT.
           MOVE 0 TO WS-LEFT-SECS.
           MOVE SPACES TO WS-PREV-CYCLE.
           IF NOT WS-CYC-DONE (WS-TGT)
               PERFORM VARYING WS-BAS-HIT FROM 1 BY 1
                       UNTIL WS-BAS-HIT > WS-BAS-USED
                   PERFORM COMPUTE-BASELINE
                   IF WS-BASE-CYCLE < WS-TARGET-CYCLE
                           AND WS-BASE-CYCLE > WS-PREV-CYCLE
                       MOVE WS-BASE-CYCLE TO WS-PREV-CYCLE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PREV-CYCLE NOT = SPACES
               PERFORM LIST-STEPS-LEFT
           END-IF.

       LIST-STEPS-LEFT.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "STEPS NOT YET RUN - AS IN CYCLE " DELIMITED BY SIZE
                   WS-PREV-CYCLE DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-BAS-HIT FROM 1 BY 1
                   UNTIL WS-BAS-HIT > WS-BAS-USED
               PERFORM CHECK-STEP-LEFT
           END-PERFORM.
           IF WS-LEFT-COUNT = 0
               MOVE "NONE - EVERY STEP HAS FINISHED" TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.

       CHECK-STEP-LEFT.
           PERFORM COMPUTE-BASELINE.
           IF WS-BASE-CYCLE = WS-PREV-CYCLE
               MOVE 0 TO WS-STP-HIT
               PERFORM VARYING WS-STP-I FROM 1 BY 1
                       UNTIL WS-STP-I > WS-STP-USED OR WS-STP-HIT > 0
                   IF WS-STP-NAME (WS-STP-I) = WS-BAS-NAME (WS-BAS-HIT)
                       MOVE WS-STP-I TO WS-STP-HIT
                   END-IF
               END-PERFORM
               IF WS-STP-HIT = 0
                   ADD 1 TO WS-LEFT-COUNT
                   ADD WS-BASE-SECS TO WS-LEFT-SECS
                   MOVE SPACES TO WS-STP-LINE
                   MOVE WS-BAS-NAME (WS-BAS-HIT) TO WS-SL-PROGRAM
                   MOVE WS-BASE-SECS TO WS-SL-BASELINE
                   MOVE WS-BASE-N TO WS-SL-SAMPLES
                   MOVE WS-STP-LINE TO DUR-RPT-REC
                   WRITE DUR-RPT-REC
               END-IF
           END-IF.

       PROJECT-FINISH.
      * A FINISHED CYCLE IS JUDGED ON ITS ACTUAL FINISH; ONE STILL
      * RUNNING ON NOW PLUS THE BASELINES OF THE STEPS LEFT, AND
      * NEVER EARLIER THAN THE LAST STEP THAT HAS FINISHED.
           IF WS-CYC-DONE (WS-TGT)
               MOVE WS-CYC-END (WS-TGT) TO WS-FINISH-SECS
           ELSE
               COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-LEFT-SECS
               IF WS-FINISH-SECS < WS-CYC-END (WS-TGT)
                   MOVE WS-CYC-END (WS-TGT) TO WS-FINISH-SECS
               END-IF
               MOVE WS-FINISH-SECS TO WS-CYC-END (WS-TGT)
           END-IF.
           IF WS-FINISH-SECS > WS-CYC-DUE (WS-TGT)
               SET WS-BREACH TO TRUE
           END-IF.

       WRITE-RECENT-CYCLES.
      * EVERY CYCLE STILL ON THE AUDIT TRAIL, OLDEST FIRST.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CYCLES ON THE AUDIT TRAIL AGAINST THE SLA" TO
               WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CYCLE           STARTED          FINISHED"
               TO WS-HDG-LINE.
           MOVE "DUE BY           SLA" TO WS-HDG-LINE (51:20).
           PERFORM WRITE-HDG-LINE.
           MOVE 0 TO WS-LATE-COUNT.
           PERFORM VARYING WS-CYC-I FROM 1 BY 1
                   UNTIL WS-CYC-I > WS-CYC-USED
               PERFORM WRITE-ONE-CYCLE
           END-PERFORM.

       WRITE-ONE-CYCLE.
           MOVE WS-CYC-ID (WS-CYC-I) TO WS-CL-ID.
           MOVE WS-CYC-START (WS-CYC-I) TO WS-SECS.
           PERFORM SECS-TO-STAMP.
           MOVE WS-STAMP-OUT TO WS-CL-START.
           MOVE WS-CYC-END (WS-CYC-I) TO WS-SECS.
           PERFORM SECS-TO-STAMP.
           MOVE WS-STAMP-OUT TO WS-CL-FINISH.
           MOVE WS-CYC-DUE (WS-CYC-I) TO WS-SECS.
           PERFORM SECS-TO-STAMP.
           MOVE WS-STAMP-OUT TO WS-CL-DUE.
           IF WS-CYC-I = WS-TGT AND NOT WS-CYC-DONE (WS-CYC-I)
               PERFORM FLAG-PROJECTED-CYCLE
           ELSE
               PERFORM FLAG-FINISHED-CYCLE
           END-IF.
           MOVE WS-CYC-LINE TO DUR-RPT-REC.
           WRITE DUR-RPT-REC.

       FLAG-PROJECTED-CYCLE.
      * THE CYCLE BEING MEASURED, STILL RUNNING - ITS FINISH IS THE
      * PROJECTION AND IT IS NOT COUNTED AMONG THE LATE CYCLES.
           IF WS-BREACH
               MOVE "PROJ BREACH" TO WS-CL-FLAG
           ELSE
               MOVE "PROJ MET" TO WS-CL-FLAG
           END-IF.

       FLAG-FINISHED-CYCLE.
      * A CYCLE WITH NO RUNSTRM RECORD THAT IS NOT THE ONE BEING
      * MEASURED STOPPED SHORT, AND IS JUDGED ON ITS LAST STEP.
           IF WS-CYC-END (WS-CYC-I) > WS-CYC-DUE (WS-CYC-I)
               ADD 1 TO WS-LATE-COUNT
               MOVE "BREACHED" TO WS-CL-FLAG
           ELSE
               MOVE "MET" TO WS-CL-FLAG
           END-IF.
           IF NOT WS-CYC-DONE (WS-CYC-I)
               MOVE "(STOPPED)" TO WS-CL-FLAG (10:4)
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "STEPS MEASURED:" TO WS-SUM-LABEL.
           MOVE WS-STP-USED TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "STEPS OVER BASELINE:" TO WS-SUM-LABEL.
           MOVE WS-OVER-COUNT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "STEPS NOT YET RUN:" TO WS-SUM-LABEL.
           MOVE WS-LEFT-COUNT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "CYCLES OVER SLA:" TO WS-SUM-LABEL.
           MOVE WS-LATE-COUNT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "CYCLE STARTED:" TO WS-TIME-LABEL.
           MOVE WS-CYC-START (WS-TGT) TO WS-SECS.
           PERFORM WRITE-TIME-LINE.
           IF WS-CYC-DONE (WS-TGT)
               MOVE "CYCLE FINISHED:" TO WS-TIME-LABEL
           ELSE
               MOVE "PROJECTED FINISH:" TO WS-TIME-LABEL
           END-IF.
           MOVE WS-FINISH-SECS TO WS-SECS.
           PERFORM WRITE-TIME-LINE.
           MOVE "SLA DUE BY:" TO WS-TIME-LABEL.
           MOVE WS-CYC-DUE (WS-TGT) TO WS-SECS.
           PERFORM WRITE-TIME-LINE.
           PERFORM WRITE-VERDICT.

       WRITE-VERDICT.
           MOVE SPACES TO WS-HDG-LINE.
           IF WS-BREACH AND WS-CYC-DONE (WS-TGT)
               MOVE "VERDICT: SLA BREACHED - CYCLE FINISHED AFTER ITS"
                   TO WS-HDG-LINE
               MOVE " HANDOFF TIME" TO WS-HDG-LINE (49:13)
           ELSE IF WS-BREACH
               MOVE "VERDICT: SLA AT RISK - PROJECTED FINISH IS AFTER"
                   TO WS-HDG-LINE
               MOVE " THE HANDOFF TIME" TO WS-HDG-LINE (49:17)
           ELSE IF WS-OVER-COUNT > 0
               MOVE "VERDICT: WITHIN SLA - STEPS RUNNING WELL OVER"
                   TO WS-HDG-LINE
               MOVE " BASELINE" TO WS-HDG-LINE (46:9)
           ELSE
               MOVE "VERDICT: WITHIN SLA - ALL STEPS NEAR BASELINE"
                   TO WS-HDG-LINE
           END-IF.
           PERFORM WRITE-HDG-LINE.

       FOLD-BASELINE.
      * EACH MEASURED STEP'S ELAPSED TIME BECOMES ITS NEWEST SAMPLE.
      * MEASURING THE SAME CYCLE AGAIN REPLACES THAT SAMPLE RATHER
      * THAN ADDING ANOTHER, AND LOOKING BACK AT A CYCLE OLDER THAN
      * THE BASELINE'S NEWEST LEAVES THE BASELINE ALONE. A CATCH-UP
      * ONLY EVER ADDS - A SAMPLE ALREADY TAKEN FROM THAT CYCLE
      * STANDS.
           PERFORM VARYING WS-STP-I FROM 1 BY 1
                   UNTIL WS-STP-I > WS-STP-USED
               PERFORM FIND-BASELINE
               IF WS-BAS-HIT = 0 AND WS-BAS-USED < WS-BAS-MAX
                   ADD 1 TO WS-BAS-USED
                   MOVE WS-BAS-USED TO WS-BAS-HIT
                   MOVE SPACES TO WS-BAS-ENTRY (WS-BAS-HIT)
                   MOVE WS-STP-NAME (WS-STP-I)
                       TO WS-BAS-NAME (WS-BAS-HIT)
                   MOVE 0 TO WS-BAS-SAMPLES (WS-BAS-HIT)
               END-IF
               IF WS-BAS-HIT > 0
                   PERFORM FOLD-ONE-STEP
               END-IF
           END-PERFORM.

       FOLD-ONE-STEP.
           IF WS-BAS-SAMPLES (WS-BAS-HIT) > 0
                   AND WS-BAS-LAST (WS-BAS-HIT) = WS-STEP-CYCLE
                   AND NOT WS-CATCH-UP
               MOVE WS-STP-SECS (WS-STP-I)
                   TO WS-BAS-ELAPSED (WS-BAS-HIT, 1)
           ELSE IF WS-BAS-SAMPLES (WS-BAS-HIT) = 0
                   OR WS-BAS-LAST (WS-BAS-HIT) < WS-STEP-CYCLE
               IF WS-BAS-SAMPLES (WS-BAS-HIT) < WS-WINDOW
                   ADD 1 TO WS-BAS-SAMPLES (WS-BAS-HIT)
               END-IF
               PERFORM VARYING WS-SMP-I
                       FROM WS-BAS-SAMPLES (WS-BAS-HIT) BY -1
                       UNTIL WS-SMP-I < 2
                   MOVE WS-BAS-ELAPSED (WS-BAS-HIT, WS-SMP-I - 1)
                       TO WS-BAS-ELAPSED (WS-BAS-HIT, WS-SMP-I)
               END-PERFORM
               MOVE WS-STP-SECS (WS-STP-I)
                   TO WS-BAS-ELAPSED (WS-BAS-HIT, 1)
               MOVE WS-BAS-LAST (WS-BAS-HIT) TO WS-BAS-PREV (WS-BAS-HIT)
               MOVE WS-STEP-CYCLE TO WS-BAS-LAST (WS-BAS-HIT)
               IF WS-CATCH-UP
                   ADD 1 TO WS-CATCH-COUNT
               END-IF
           END-IF.

       SAVE-BASELINE.
           OPEN OUTPUT DUR-BASE.
           PERFORM VARYING WS-BAS-I FROM 1 BY 1
                   UNTIL WS-BAS-I > WS-BAS-USED
               MOVE WS-BAS-ENTRY (WS-BAS-I) TO DUR-BASE-REC
               WRITE DUR-BASE-REC
           END-PERFORM.
           CLOSE DUR-BASE.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO DUR-RPT-REC.
           WRITE DUR-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO DUR-RPT-REC.
           WRITE DUR-RPT-REC.

       WRITE-TIME-LINE.
           PERFORM SECS-TO-STAMP.
           MOVE WS-STAMP-OUT TO WS-TIME-VALUE.
           MOVE WS-TIME-LINE TO DUR-RPT-REC.
           WRITE DUR-RPT-REC.

       READ-CYCLE-ID.
      * THE CYCLE FILE IS WRITTEN AT THE TOP OF EACH STREAM; A
      * RUN OUTSIDE ANY STREAM SIMPLY CARRIES A BLANK CYCLE.
           MOVE SPACES TO WS-CYCLE-ID.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CYCLE-REC TO WS-CYCLE-ID
               END-READ
               CLOSE CYCLE-FILE
           END-IF.
