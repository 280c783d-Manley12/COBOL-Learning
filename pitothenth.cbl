      * THE RESULTS HISTORY ALREADY HAS THAT DIGIT COUNT ON FILE. THE
      * CHUDNOVSKY ACCUMULATORS ARE RESET FIRST SO REPEATED CALLS IN
      * THE SAME JOB STEP (BATCH-DRIVER) DON'T CARRY OVER FROM THE
      * PRIOR DIGIT COUNT. EITHER WAY THE HISTORY RECORD IS WRITTEN
      * BACK WITH THIS RUN'S VERIFICATION, SO IT ALWAYS SHOWS THE
      * LATEST RESULT FOR PIWATCH TO TRACK.
           PERFORM STAMP-RUN-DATE-TIME.
           PERFORM CHECK-HISTORY.
           IF WS-HIST-FOUND
               ADD DIGITS TO A-SUM GIVING A-SUM
               PERFORM PIESTIMATOR
               PERFORM VERIFY-RESULT
           END-IF.
           PERFORM APPEND-HISTORY.
           DISPLAY DIGITS.
           DISPLAY PI.
           DISPLAY WS-VERIFY-FLAG " MATCHING DIGITS: " WS-MATCH-CT.
           END-IF.

       APPEND-HISTORY.
      * KEYED WRITE OF THE RESULT. A KEY ALREADY ON FILE IS EITHER A
      * REUSED RESULT OR A FRESH COMPUTE FOR A DIGIT COUNT THAT WAS
      * THERE ALL ALONG, SO THE STORED RECORD IS REPLACED WITH THIS
      * RUN'S DATE, TIME, VERIFY FLAG AND MATCH COUNT.
           MOVE DIGITS TO HIST-DIGITS.
           MOVE WS-RUN-DATE-FIELDS TO HIST-DATE.
           MOVE WS-RUN-TIME-FIELDS TO HIST-TIME.
