       SELECT CHANGE-IN
           ASSIGN TO "MASTCHG.TXT"
           FILE STATUS IS WS-CHG-STATUS.
       SELECT AGE-IN
           ASSIGN TO "AGERPT.TXT"
           FILE STATUS IS WS-AGE-STATUS.
       SELECT DELTA-LOG
           ASSIGN TO "CUSTXLOG.TXT"
           FILE STATUS IS WS-XLOG-STATUS.
       SELECT JOB-LOG
           ASSIGN TO "JOBLOG.TXT"
           FILE STATUS IS WS-LOG-STATUS.
           05 CHG-IN-VALUE         PIC X(8).
           05 FILLER               PIC X(18).

       FD AGE-IN.
       01 AGE-IN-REC.
           05 AGE-IN-LABEL         PIC X(26).
           05 AGE-IN-VALUE         PIC X(7).
           05 FILLER               PIC X(47).

       FD DELTA-LOG.
           COPY CUSTXLOG.

       FD JOB-LOG.
       01 JOB-LOG-REC.
           05 JLOG-DATE            PIC X(10).
           05 FILLER               PIC X(54).
           05 JLOG-RC-LABEL        PIC X(4).
           05 JLOG-RC              PIC X(4).
           05 FILLER               PIC X(26).

       FD MORN-RPT.
       01 MORN-RPT-REC             PIC X(80).
      * COMES FROM THE GO/NO-GO REPORT, THE RUN LIST AND RETURN
      * CODES FROM THE AUDIT TRAIL, THE SORT'S TOTALS AND REJECT
      * RATE FROM THE CONTROL-TOTAL HISTORY, THE MASTER CHANGE
      * COUNTS FROM THE CHANGE REPORT, THE DORMANT-CUSTOMER COUNT
      * FROM THE LATEST AGING REPORT, HEAD OFFICE DELTA SENDS STILL
      * UNACKNOWLEDGED FROM THE SEND LOG, AND ANY NON-ZERO JOB-LOG
      * ENTRIES FROM THE LAUNCH LOG. ANYTHING WRONG LANDS ON A
      * RANKED NEEDS-ATTENTION LIST, MOST URGENT FIRST; A CLEAN
      * NIGHT IS ONE GREEN LINE.
       77  WS-HIST-STATUS          PIC XX VALUE SPACES.
       77  WS-CHG-STATUS           PIC XX VALUE SPACES.
       77  WS-LOG-STATUS           PIC XX VALUE SPACES.
       77  WS-AGE-STATUS           PIC XX VALUE SPACES.
       77  WS-XLOG-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
       77  WS-DEEDIT-I             PIC 9(2) COMP VALUE 0.
       77  WS-DEEDIT-CHAR          PIC X(1) VALUE SPACE.

      * DORMANT CUSTOMERS FROM THE AGING REPORT, WITH THE DATE IT
      * AGED TO SO A STALE REPORT SHOWS AS ONE.
       01  WS-AGE-SEEN-SW          PIC X(1) VALUE 'N'.
           88 WS-AGE-PRESENT       VALUE 'Y'.
       77  WS-AGE-AS-OF            PIC X(8) VALUE SPACES.
       77  WS-AGE-DORMANT          PIC 9(9) COMP VALUE 0.

      * DELTA SENDS HEAD OFFICE HAS NOT ACKNOWLEDGED. ONE STILL
      * OPEN A FULL DAY AFTER IT WENT OUT IS OVERDUE; THE AGE IS
      * WORKED IN SECONDS FROM THE SEND DATE AND TIME.
       01  WS-XLOG-SEEN-SW         PIC X(1) VALUE 'N'.
           88 WS-XLOG-PRESENT      VALUE 'Y'.
       77  WS-XLOG-OPEN            PIC 9(9) COMP VALUE 0.
       77  WS-XLOG-OVERDUE         PIC 9(9) COMP VALUE 0.
       77  WS-NOW-SECS             PIC 9(11) COMP VALUE 0.
       77  WS-SECS                 PIC 9(11) COMP VALUE 0.
       77  WS-SECS-DATE            PIC 9(8) VALUE 0.
       01  WS-SECS-TIME.
           05 WS-SECS-HH           PIC 9(2).
           05 WS-SECS-MM           PIC 9(2).
           05 WS-SECS-SS           PIC 9(2).

      * TODAY'S NON-ZERO JOB-LOG ENTRIES.
       77  WS-JLOG-BAD             PIC 9(5) COMP VALUE 0.

           PERFORM CHECK-AUDIT-TRAIL.
           PERFORM CHECK-CONTROL-HIST.
           PERFORM CHECK-MASTER-CHANGES.
           PERFORM CHECK-CUSTOMER-AGING.
           PERFORM CHECK-DELTA-SENDS.
           PERFORM CHECK-JOB-LOG.
           PERFORM WRITE-MORNING-RPT.
           PERFORM WRITE-AUDIT-TRAIL.
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER-AGING.
      * THE AGING REPORT'S TITLE CARRIES ITS AS-OF DATE; ITS
      * SUMMARY LINE CARRIES THE DORMANT COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AGE-IN.
           IF WS-AGE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ AGE-IN NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF AGE-IN-REC (1:32) =
                                   "CUSTOMER DORMANCY AGING - AS OF "
                               MOVE AGE-IN-REC (33:8) TO WS-AGE-AS-OF
                           END-IF
                           IF AGE-IN-LABEL = "DORMANT CUSTOMERS:"
                               SET WS-AGE-PRESENT TO TRUE
                               PERFORM DEEDIT-AGE-VALUE
                               MOVE WS-DEEDIT-VAL TO WS-AGE-DORMANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGE-IN
           END-IF.

       DEEDIT-AGE-VALUE.
           MOVE 0 TO WS-DEEDIT-VAL.
           PERFORM VARYING WS-DEEDIT-I FROM 1 BY 1
                   UNTIL WS-DEEDIT-I > 7
               MOVE AGE-IN-VALUE (WS-DEEDIT-I:1) TO WS-DEEDIT-CHAR
               IF WS-DEEDIT-CHAR >= "0" AND WS-DEEDIT-CHAR <= "9"
                   COMPUTE WS-DEEDIT-VAL = WS-DEEDIT-VAL * 10
                       + FUNCTION NUMVAL (WS-DEEDIT-CHAR)
               END-IF
           END-PERFORM.

       CHECK-DELTA-SENDS.
           MOVE WS-TODAY TO WS-SECS-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO WS-SECS-TIME.
           PERFORM DATE-TIME-TO-SECS.
           MOVE WS-SECS TO WS-NOW-SECS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DELTA-LOG.
           IF WS-XLOG-STATUS = "00"
               SET WS-XLOG-PRESENT TO TRUE
               PERFORM UNTIL WS-EOF
                   READ DELTA-LOG NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF XLOG-UNACKNOWLEDGED
                               ADD 1 TO WS-XLOG-OPEN
                               PERFORM AGE-ONE-DELTA-SEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-LOG
           END-IF.

       AGE-ONE-DELTA-SEND.
           IF XLOG-SEND-DATE IS NUMERIC AND XLOG-SEND-TIME IS NUMERIC
               MOVE XLOG-SEND-DATE TO WS-SECS-DATE
               MOVE XLOG-SEND-TIME TO WS-SECS-TIME
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-SECS-DATE) = 0
                   PERFORM DATE-TIME-TO-SECS
                   IF WS-NOW-SECS - WS-SECS > 86400
                       ADD 1 TO WS-XLOG-OVERDUE
                       PERFORM FLAG-OVERDUE-SEND
                   END-IF
               END-IF
           END-IF.

       DATE-TIME-TO-SECS.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE (WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.

       FLAG-OVERDUE-SEND.
           MOVE SPACES TO WS-ATT-LINE.
           IF XLOG-REJECTED
               STRING "DELTA SEND SEQ " DELIMITED BY SIZE
                       XLOG-SEQ DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       XLOG-SEND-DATE DELIMITED BY SIZE
                       " REJECTED BY HEAD OFFICE" DELIMITED BY SIZE
                   INTO WS-ATT-LINE
               END-STRING
           ELSE
               STRING "DELTA SEND SEQ " DELIMITED BY SIZE
                       XLOG-SEQ DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       XLOG-SEND-DATE DELIMITED BY SIZE
                       " NOT ACKNOWLEDGED" DELIMITED BY SIZE
                   INTO WS-ATT-LINE
               END-STRING
           END-IF.
           PERFORM ADD-ATTENTION.

       CHECK-JOB-LOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOB-LOG.
               MOVE WS-CHG-SEEN TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
           END-IF.
           IF WS-AGE-PRESENT
               MOVE SPACES TO WS-SUM-LABEL
               STRING "DORMANT AS OF " DELIMITED BY SIZE
                       WS-AGE-AS-OF DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                   INTO WS-SUM-LABEL
               END-STRING
               MOVE WS-AGE-DORMANT TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
           END-IF.
           IF WS-XLOG-PRESENT
               MOVE "DELTA SENDS UNACKNOWLEDGED:" TO WS-SUM-LABEL
               MOVE WS-XLOG-OPEN TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
               MOVE "DELTA SENDS OVER A DAY OLD:" TO WS-SUM-LABEL
               MOVE WS-XLOG-OVERDUE TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
           END-IF.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           IF WS-ATT-USED = 0
