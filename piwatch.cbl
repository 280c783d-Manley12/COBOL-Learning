       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIWATCH.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORY-FILE
           ASSIGN TO "PIHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-DIGITS
           FILE STATUS IS WS-HIST-STATUS.
       SELECT WATCH-TALLY
           ASSIGN TO "PIWTALLY.TXT"
           FILE STATUS IS WS-TALLY-STATUS.
       SELECT WATCH-RPT
           ASSIGN TO "PIWATCH.TXT".
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT CYCLE-FILE
           ASSIGN TO "CYCLEID.TXT"
           FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HIST-REC.
           05 HIST-DIGITS          PIC 999.
           05 HIST-DATE            PIC X(10).
           05 HIST-TIME            PIC X(8).
           05 HIST-PI              PIC 9V9(37).
           05 HIST-VERIFY-FLAG     PIC X(10).
           05 HIST-MATCH-CT        PIC 9(3).

      * ONE RECORD PER DIGIT COUNT EVER SEEN IN THE HISTORY: HOW
      * MANY RUNS THERE HAVE BEEN, HOW MANY OF THEM WERE CHECKED
      * AGAINST THE REFERENCE, THE BEST AND WORST MATCH COUNT OF
      * THOSE, WHETHER IT HAS EVER VERIFIED, THE LAST RUN SEEN AND
      * THE REGRESSION STATE THAT RUN LEFT. KEPT HERE RATHER THAN
      * RECOMPUTED BECAUSE THE HISTORY HOLDS ONLY THE LATEST RUN.
       FD WATCH-TALLY.
       01 WATCH-TALLY-REC.
           05 PWT-DIGITS           PIC 9(3).
           05 PWT-RUNS             PIC 9(6).
           05 PWT-CHECKED          PIC 9(6).
           05 PWT-BEST             PIC 9(3).
           05 PWT-WORST            PIC 9(3).
           05 PWT-EVER-VERIFIED    PIC X(1).
           05 PWT-LAST-DATE        PIC X(10).
           05 PWT-LAST-TIME        PIC X(8).
           05 PWT-LAST-FLAG        PIC X(10).
           05 PWT-LAST-MATCH       PIC 9(3).
           05 PWT-STATE            PIC X(1).
           05 FILLER               PIC X(6).

       FD WATCH-RPT.
       01 WATCH-RPT-REC            PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * PITOTHENTH REGRESSION WATCH. READS THE KEYED PI HISTORY IN
      * DIGIT-COUNT ORDER AND FOLDS EACH DIGIT COUNT'S LATEST RUN
      * INTO A ROLLING TALLY (PIWTALLY.TXT), THEN REPORTS FOR EVERY
      * DIGIT COUNT THE NUMBER OF RUNS, THE BEST AND WORST MATCH
      * COUNT AND THE LAST VERIFY RESULT. A RUN IS NEW WHEN ITS
      * DATE/TIME STAMP DIFFERS FROM THE LAST ONE THE TALLY SAW, SO
      * THE WATCH HAS TO RUN AFTER EVERY PITOTHENTH STEP TO COUNT
      * EVERY RUN. A DIGIT COUNT HAS REGRESSED WHEN
      *   - IT HAS VERIFIED BEFORE AND ITS NEW RUN IS A MISMATCH, OR
      *   - ITS NEW RUN MATCHES FEWER DIGITS THAN ITS BEST
      * AND STAYS REGRESSED UNTIL A LATER RUN CLEARS IT. AN
      * UNVERIFIED RUN (NO REFERENCE FILE) IS COUNTED BUT NEITHER
      * SETS NOR CLEARS A REGRESSION, AND IS LEFT OUT OF BEST AND
      * WORST. RC 8 WHEN ANY DIGIT COUNT STANDS REGRESSED, 4 WHEN
      * THERE IS NO HISTORY TO WATCH.
       77  WS-HIST-STATUS          PIC XX VALUE SPACES.
       77  WS-TALLY-STATUS         PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.

      * THE TALLY, HELD WHOLE AND SUBSCRIPTED BY THE DIGIT COUNT
      * ITSELF; AN ENTRY WITH ZERO DIGITS HAS NEVER BEEN SEEN.
      * WS-TAL-SEEN MARKS THE DIGIT COUNTS THIS RUN FOUND IN THE
      * HISTORY.
       01  WS-TAL-TABLE.
           05 WS-TAL-ENTRY OCCURS 999 TIMES.
               10 WS-TAL-DIGITS        PIC 9(3).
               10 WS-TAL-RUNS          PIC 9(6).
               10 WS-TAL-CHECKED       PIC 9(6).
               10 WS-TAL-BEST          PIC 9(3).
               10 WS-TAL-WORST         PIC 9(3).
               10 WS-TAL-EVER-VERIFIED PIC X(1).
               10 WS-TAL-LAST-DATE     PIC X(10).
               10 WS-TAL-LAST-TIME     PIC X(8).
               10 WS-TAL-LAST-FLAG     PIC X(10).
               10 WS-TAL-LAST-MATCH    PIC 9(3).
               10 WS-TAL-STATE         PIC X(1).
                   88 WS-TAL-OK                VALUE 'N'.
                   88 WS-TAL-LOST-VERIFY       VALUE 'F'.
                   88 WS-TAL-FEWER-MATCHES     VALUE 'M'.
               10 FILLER               PIC X(6).
               10 WS-TAL-SEEN          PIC X(1).
       77  WS-D                    PIC 9(4) COMP VALUE 0.
       77  WS-TAL-MAX              PIC 9(4) COMP VALUE 999.

       01  WS-NEW-SW               PIC X(1) VALUE 'N'.
           88 WS-FIRST-SEEN        VALUE 'Y'.
       01  WS-CHECKED-SW           PIC X(1) VALUE 'N'.
           88 WS-RUN-CHECKED       VALUE 'Y'.

       77  WS-DIGIT-COUNTS         PIC 9(5) COMP VALUE 0.
       77  WS-NEW-RUNS             PIC 9(5) COMP VALUE 0.
       77  WS-FIRST-SEEN-CT        PIC 9(5) COMP VALUE 0.
       77  WS-REGRESSED-CT         PIC 9(5) COMP VALUE 0.
       77  WS-GONE-CT              PIC 9(5) COMP VALUE 0.

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.
       77  WS-MATCH-ED             PIC ZZ9.
       77  WS-MATCH-ED2            PIC ZZ9.

       01  WS-DTL-LINE.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-DL-DIGITS         PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DL-RUNS           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-DL-BEST           PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-DL-WORST          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DL-LAST-DATE      PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DL-LAST-TIME      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG           PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DL-MATCH          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS         PIC X(14).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL         PIC X(30).
           05 WS-SUM-VALUE         PIC ZZ,ZZ9.

      * AUDIT-TRAIL CONTROLS.
       77  WS-AUDIT-NOW            PIC X(21) VALUE SPACES.
       77  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       77  WS-RUN-TIME             PIC X(6) VALUE SPACES.

      * BATCH-CYCLE CONTROLS. THE CYCLE ID ASSIGNED AT THE TOP OF
      * THE STREAM (CYCLEID.TXT) IS STAMPED INTO THIS RUN'S AUDIT
      * RECORD SO EVERY ARTIFACT OF A RUN NAMES THE CYCLE IT
      * BELONGS TO; NO CYCLE FILE JUST LEAVES THE FIELD BLANK.
       77  WS-CYCLE-STATUS         PIC XX VALUE SPACES.
       77  WS-CYCLE-ID             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM STAMP-AUDIT-START.
           PERFORM READ-CYCLE-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO WS-RUN-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO WS-RUN-TIME.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO PI HISTORY - NOTHING TO WATCH"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM LOAD-TALLY.
           OPEN OUTPUT WATCH-RPT.
           PERFORM WRITE-REPORT-HEADING.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM WATCH-ONE-DIGIT-COUNT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-TAL-MAX
               IF WS-TAL-DIGITS (WS-D) > 0
                       AND WS-TAL-SEEN (WS-D) NOT = 'Y'
                   PERFORM WRITE-GONE-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-SUMMARY.
           CLOSE WATCH-RPT.
           PERFORM SAVE-TALLY.
           IF WS-REGRESSED-CT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       LOAD-TALLY.
      * NO TALLY FILE IS THE FIRST WATCH: EVERY DIGIT COUNT IS NEW.
           INITIALIZE WS-TAL-TABLE.
           OPEN INPUT WATCH-TALLY.
           IF WS-TALLY-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ WATCH-TALLY NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM TAKE-TALLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE WATCH-TALLY
           END-IF.

       TAKE-TALLY-RECORD.
           IF PWT-DIGITS IS NUMERIC AND PWT-DIGITS > 0
               MOVE WATCH-TALLY-REC TO WS-TAL-ENTRY (PWT-DIGITS)
               MOVE SPACE TO WS-TAL-SEEN (PWT-DIGITS)
           END-IF.

       WATCH-ONE-DIGIT-COUNT.
      * A RECORD WHOSE STAMP THE TALLY HAS ALREADY SEEN IS NOT A
      * NEW RUN; IT IS REPORTED AS IT STANDS, REGRESSION AND ALL.
           MOVE HIST-DIGITS TO WS-D.
           IF WS-D = 0
               DISPLAY "HISTORY RECORD WITH ZERO DIGITS IGNORED"
           ELSE
               ADD 1 TO WS-DIGIT-COUNTS
               MOVE 'Y' TO WS-TAL-SEEN (WS-D)
               PERFORM FOLD-HISTORY-RUN
               PERFORM WRITE-DIGIT-LINE
           END-IF.

       FOLD-HISTORY-RUN.
           MOVE 'N' TO WS-NEW-SW.
           IF WS-TAL-DIGITS (WS-D) = 0
               SET WS-FIRST-SEEN TO TRUE
               ADD 1 TO WS-FIRST-SEEN-CT
               PERFORM START-TALLY
           ELSE IF HIST-DATE NOT = WS-TAL-LAST-DATE (WS-D)
                   OR HIST-TIME NOT = WS-TAL-LAST-TIME (WS-D)
               ADD 1 TO WS-NEW-RUNS
               PERFORM ADD-RUN-TO-TALLY
           END-IF.

       START-TALLY.
           MOVE HIST-DIGITS TO WS-TAL-DIGITS (WS-D).
           MOVE 0 TO WS-TAL-RUNS (WS-D).
           MOVE 0 TO WS-TAL-CHECKED (WS-D).
           MOVE 0 TO WS-TAL-BEST (WS-D).
           MOVE 0 TO WS-TAL-WORST (WS-D).
           MOVE 'N' TO WS-TAL-EVER-VERIFIED (WS-D).
           SET WS-TAL-OK (WS-D) TO TRUE.
           PERFORM ADD-RUN-TO-TALLY.

       ADD-RUN-TO-TALLY.
      * THE REGRESSION TEST IS AGAINST THE TALLY AS IT STOOD BEFORE
      * THIS RUN, SO IT IS MADE BEFORE BEST, WORST AND THE VERIFIED
      * MARK ARE UPDATED.
           MOVE 'N' TO WS-CHECKED-SW.
           IF HIST-VERIFY-FLAG = "VERIFIED"
                   OR HIST-VERIFY-FLAG = "MISMATCH"
               SET WS-RUN-CHECKED TO TRUE
           END-IF.
           IF HIST-VERIFY-FLAG = "MISMATCH"
                   AND WS-TAL-EVER-VERIFIED (WS-D) = 'Y'
               SET WS-TAL-LOST-VERIFY (WS-D) TO TRUE
           ELSE IF WS-RUN-CHECKED AND WS-TAL-CHECKED (WS-D) > 0
                   AND HIST-MATCH-CT < WS-TAL-BEST (WS-D)
               SET WS-TAL-FEWER-MATCHES (WS-D) TO TRUE
           ELSE IF WS-RUN-CHECKED
               SET WS-TAL-OK (WS-D) TO TRUE
           END-IF.
           ADD 1 TO WS-TAL-RUNS (WS-D).
           IF WS-RUN-CHECKED
               PERFORM FOLD-MATCH-COUNT
           END-IF.
           IF HIST-VERIFY-FLAG = "VERIFIED"
               MOVE 'Y' TO WS-TAL-EVER-VERIFIED (WS-D)
           END-IF.
           MOVE HIST-DATE TO WS-TAL-LAST-DATE (WS-D).
           MOVE HIST-TIME TO WS-TAL-LAST-TIME (WS-D).
           MOVE HIST-VERIFY-FLAG TO WS-TAL-LAST-FLAG (WS-D).
           MOVE HIST-MATCH-CT TO WS-TAL-LAST-MATCH (WS-D).

       FOLD-MATCH-COUNT.
           IF WS-TAL-CHECKED (WS-D) = 0
               MOVE HIST-MATCH-CT TO WS-TAL-BEST (WS-D)
               MOVE HIST-MATCH-CT TO WS-TAL-WORST (WS-D)
           ELSE IF HIST-MATCH-CT > WS-TAL-BEST (WS-D)
               MOVE HIST-MATCH-CT TO WS-TAL-BEST (WS-D)
           ELSE IF HIST-MATCH-CT < WS-TAL-WORST (WS-D)
               MOVE HIST-MATCH-CT TO WS-TAL-WORST (WS-D)
           END-IF.
           ADD 1 TO WS-TAL-CHECKED (WS-D).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "PITOTHENTH REGRESSION WATCH - " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   "  CYCLE: " DELIMITED BY SIZE
                   WS-CYCLE-ID DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "DIGITS     RUNS  BEST WORST  LAST RUN" TO WS-HDG-LINE.
           MOVE "RESULT   MATCH  STATUS" TO WS-HDG-LINE (51:22).
           PERFORM WRITE-HDG-LINE.

       WRITE-DIGIT-LINE.
      * BEST AND WORST ARE BLANK UNTIL A RUN HAS BEEN CHECKED
      * AGAINST THE REFERENCE. A REGRESSION GETS A SECOND LINE
      * SAYING WHAT CHANGED.
           MOVE WS-TAL-DIGITS (WS-D) TO WS-DL-DIGITS.
           MOVE WS-TAL-RUNS (WS-D) TO WS-DL-RUNS.
           MOVE SPACES TO WS-DL-BEST.
           MOVE SPACES TO WS-DL-WORST.
           IF WS-TAL-CHECKED (WS-D) > 0
               MOVE WS-TAL-BEST (WS-D) TO WS-MATCH-ED
               MOVE WS-MATCH-ED TO WS-DL-BEST
               MOVE WS-TAL-WORST (WS-D) TO WS-MATCH-ED
               MOVE WS-MATCH-ED TO WS-DL-WORST
           END-IF.
           MOVE WS-TAL-LAST-DATE (WS-D) TO WS-DL-LAST-DATE.
           MOVE WS-TAL-LAST-TIME (WS-D) TO WS-DL-LAST-TIME.
           MOVE WS-TAL-LAST-FLAG (WS-D) TO WS-DL-FLAG.
           MOVE WS-TAL-LAST-MATCH (WS-D) TO WS-MATCH-ED.
           MOVE WS-MATCH-ED TO WS-DL-MATCH.
           IF NOT WS-TAL-OK (WS-D)
               MOVE "REGRESSED" TO WS-DL-STATUS
               ADD 1 TO WS-REGRESSED-CT
           ELSE IF WS-FIRST-SEEN
               MOVE "NEW" TO WS-DL-STATUS
           ELSE
               MOVE "OK" TO WS-DL-STATUS
           END-IF.
           MOVE WS-DTL-LINE TO WATCH-RPT-REC.
           WRITE WATCH-RPT-REC.
           IF NOT WS-TAL-OK (WS-D)
               PERFORM WRITE-REGRESSION-LINE
           END-IF.

       WRITE-REGRESSION-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           MOVE WS-TAL-LAST-MATCH (WS-D) TO WS-MATCH-ED.
           IF WS-TAL-LOST-VERIFY (WS-D)
               STRING "       ** VERIFIED ON AN EARLIER RUN, NOW A "
                       DELIMITED BY SIZE
                       "MISMATCH AT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MATCH-ED) DELIMITED BY SIZE
                       " MATCHING DIGITS" DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
           ELSE
               MOVE WS-TAL-BEST (WS-D) TO WS-MATCH-ED2
               STRING "       ** MATCHED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MATCH-ED2) DELIMITED BY SIZE
                       " DIGITS ON AN EARLIER RUN, NOW ONLY "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MATCH-ED) DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-HDG-LINE.

       WRITE-GONE-LINE.
      * A DIGIT COUNT THE TALLY KNOWS BUT THE HISTORY NO LONGER
      * HOLDS. ITS TALLY IS KEPT IN CASE IT COMES BACK, BUT IT
      * CANNOT STAND REGRESSED WITHOUT A CURRENT RUN.
           ADD 1 TO WS-GONE-CT.
           MOVE 'N' TO WS-NEW-SW.
           MOVE WS-TAL-DIGITS (WS-D) TO WS-DL-DIGITS.
           MOVE WS-TAL-RUNS (WS-D) TO WS-DL-RUNS.
           MOVE SPACES TO WS-DL-BEST.
           MOVE SPACES TO WS-DL-WORST.
           IF WS-TAL-CHECKED (WS-D) > 0
               MOVE WS-TAL-BEST (WS-D) TO WS-MATCH-ED
               MOVE WS-MATCH-ED TO WS-DL-BEST
               MOVE WS-TAL-WORST (WS-D) TO WS-MATCH-ED
               MOVE WS-MATCH-ED TO WS-DL-WORST
           END-IF.
           MOVE WS-TAL-LAST-DATE (WS-D) TO WS-DL-LAST-DATE.
           MOVE WS-TAL-LAST-TIME (WS-D) TO WS-DL-LAST-TIME.
           MOVE WS-TAL-LAST-FLAG (WS-D) TO WS-DL-FLAG.
           MOVE WS-TAL-LAST-MATCH (WS-D) TO WS-MATCH-ED.
           MOVE WS-MATCH-ED TO WS-DL-MATCH.
           MOVE "NOT IN HISTORY" TO WS-DL-STATUS.
           MOVE WS-DTL-LINE TO WATCH-RPT-REC.
           WRITE WATCH-RPT-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "DIGIT COUNTS IN HISTORY:" TO WS-SUM-LABEL.
           MOVE WS-DIGIT-COUNTS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NEW RUNS SINCE LAST WATCH:" TO WS-SUM-LABEL.
           MOVE WS-NEW-RUNS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "DIGIT COUNTS SEEN FIRST TIME:" TO WS-SUM-LABEL.
           MOVE WS-FIRST-SEEN-CT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NO LONGER IN HISTORY:" TO WS-SUM-LABEL.
           MOVE WS-GONE-CT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "DIGIT COUNTS REGRESSED:" TO WS-SUM-LABEL.
           MOVE WS-REGRESSED-CT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           DISPLAY "DIGIT COUNTS IN HISTORY: " WS-DIGIT-COUNTS.
           DISPLAY "NEW RUNS SINCE LAST WATCH: " WS-NEW-RUNS.
           DISPLAY "DIGIT COUNTS REGRESSED:  " WS-REGRESSED-CT.

       SAVE-TALLY.
           OPEN OUTPUT WATCH-TALLY.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-TAL-MAX
               IF WS-TAL-DIGITS (WS-D) > 0
                   MOVE WS-TAL-ENTRY (WS-D) TO WATCH-TALLY-REC
                   WRITE WATCH-TALLY-REC
               END-IF
           END-PERFORM.
           CLOSE WATCH-TALLY.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO WATCH-RPT-REC.
           WRITE WATCH-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO WATCH-RPT-REC.
           WRITE WATCH-RPT-REC.

       STAMP-AUDIT-START.
           MOVE "PIWATCH" TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.

       WRITE-AUDIT-TRAIL.
      * ONE AUDIT RECORD PER RUN, APPENDED TO THE SAME AUDIT TRAIL FILE
      * ALL THE UTILITIES SHARE, SO ANY RUN'S START/END TIME AND
      * RETURN CODE CAN BE SEEN IN ONE PLACE.
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
