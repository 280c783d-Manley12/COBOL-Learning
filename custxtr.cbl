       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXTR.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT BASE-IN
           ASSIGN TO "CUSTXBAS.TXT"
           FILE STATUS IS WS-BASE-STATUS.
       SELECT SNAPSHOT-FILE
           ASSIGN DYNAMIC WS-SNAP-NAME
           FILE STATUS IS WS-SNAP-STATUS.
       SELECT DELTA-WORK
           ASSIGN TO "CUSTXWRK.TXT"
           FILE STATUS IS WS-DWRK-STATUS.
       SELECT XTR-OUT
           ASSIGN TO "CUSTXTR.TXT".
       SELECT SEND-LOG
           ASSIGN TO "CUSTXLOG.TXT"
           FILE STATUS IS WS-XLOG-STATUS.
       SELECT SEND-LOG-NEW
           ASSIGN TO "CUSTXLNW.TXT".
       SELECT ACK-IN
           ASSIGN DYNAMIC WS-ACK-NAME
           FILE STATUS IS WS-ACK-STATUS.
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT CYCLE-FILE
           ASSIGN TO "CYCLEID.TXT"
           FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUST-MASTER.
           COPY CUSTMAST.

      * THE MASTER AS HEAD OFFICE LAST ACKNOWLEDGED IT - A COPY OF
      * THE CUSTOMER MASTER RECORD, SO ONLY THE FIELDS THE
      * INTERCHANGE CARRIES ARE NAMED.
       FD BASE-IN.
       01 BASE-IN-REC.
           05 BASE-ID              PIC 9(5).
           05 BASE-NAME            PIC X(20).
           05 BASE-AMOUNT          PIC S9(11)V9(2).
           05 BASE-COUNT           PIC 9(7).
           05 BASE-LAST-DATE       PIC X(8).
           05 BASE-STATUS          PIC X(1).
           05 BASE-STATUS-DATE     PIC X(8).
           05 FILLER               PIC X(79).

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC             PIC X(141).

       FD DELTA-WORK.
       01 DELTA-WORK-REC           PIC X(80).

       FD XTR-OUT.
       01 XTR-OUT-REC              PIC X(80).

       FD SEND-LOG.
           COPY CUSTXLOG.

       FD SEND-LOG-NEW.
       01 SEND-LOG-NEW-REC         PIC X(86).

      * HEAD OFFICE'S ACKNOWLEDGEMENT, ONE FILE PER SEQUENCE NUMBER
      * (CUSTXAnnnnnn.TXT), ECHOING THE TRAILER IT RECEIVED.
       FD ACK-IN.
       01 ACK-IN-REC.
           05 XACK-SEQ             PIC 9(6).
           05 XACK-STATUS          PIC X(1).
               88 XACK-ACCEPTED            VALUE 'A'.
               88 XACK-REJECTED            VALUE 'R'.
           05 XACK-RECORDS         PIC 9(7).
           05 XACK-HASH            PIC 9(9).
           05 XACK-DATE            PIC X(8).
           05 XACK-TIME            PIC X(6).
           05 XACK-REASON          PIC X(43).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * OUTBOUND CUSTOMER DELTA INTERCHANGE. HEAD OFFICE GETS ONLY
      * THE CUSTOMERS ADDED, CHANGED OR GONE SINCE THE LAST SEND IT
      * ACKNOWLEDGED, IN THE SAME RUN START HEADER / TRAILER
      * ENVELOPE MASTXTR USES, WITH A SEND SEQUENCE NUMBER ON THE
      * HEADER THAT GOES UP BY ONE EVERY SEND.
      * "WHAT HEAD OFFICE HAS" IS KEPT AS A COPY OF THE MASTER
      * (CUSTXBAS.TXT). EVERY SEND ALSO KEEPS A COPY OF THE MASTER
      * AS SENT (CUSTXSnnnnnn.TXT); WHEN HEAD OFFICE ACKNOWLEDGES
      * THAT SEQUENCE NUMBER THE COPY BECOMES THE NEW BASELINE. UNTIL
      * THEN THE BASELINE STANDS, SO EVERY CHANGE IN AN
      * UNACKNOWLEDGED SEND GOES OUT AGAIN IN THE NEXT ONE, AND AN
      * ACKNOWLEDGEMENT OF A LATER SEND COVERS THE EARLIER ONES.
      * PARM FORMAT IS EMPTY (EXTRACT TO CUSTXTR.TXT) OR "ACK"
      * (TAKE IN WHATEVER ACKNOWLEDGEMENTS HAVE ARRIVED FOR SENDS
      * STILL OUTSTANDING).
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-BASE-STATUS          PIC XX VALUE SPACES.
       77  WS-SNAP-STATUS          PIC XX VALUE SPACES.
       77  WS-DWRK-STATUS          PIC XX VALUE SPACES.
       77  WS-XLOG-STATUS          PIC XX VALUE SPACES.
       77  WS-ACK-STATUS           PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-SHELL-CMD            PIC X(60) VALUE SPACES.
       77  WS-SNAP-NAME            PIC X(30) VALUE SPACES.
       77  WS-NAME-SEQ             PIC 9(6) VALUE 0.
       77  WS-ACK-NAME             PIC X(30) VALUE SPACES.
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-MODE-TOKEN           PIC X(10) VALUE SPACES.
       01  WS-ACK-SW               PIC X(1) VALUE 'N'.
           88 WS-ACK-MODE          VALUE 'Y'.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-MAST-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-MAST-EOF          VALUE 'Y'.
       01  WS-BASE-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-BASE-EOF          VALUE 'Y'.
       01  WS-BASE-OPEN-SW         PIC X(1) VALUE 'N'.
           88 WS-BASE-OPEN         VALUE 'Y'.
       01  WS-BASE-MISSING-SW      PIC X(1) VALUE 'N'.
           88 WS-BASE-MISSING      VALUE 'Y'.
       77  WS-FINAL-RC             PIC S9(4) COMP VALUE 0.

      * WHERE THE SEND LOG STANDS - THE LAST SEQUENCE NUMBER USED,
      * THE ONE THE BASELINE IS AT, AND SENDS NOT YET ACKNOWLEDGED.
       77  WS-LAST-SEQ             PIC 9(6) VALUE 0.
       77  WS-BASE-SEQ             PIC 9(6) VALUE 0.
       77  WS-NEW-BASE-SEQ         PIC 9(6) VALUE 0.
       77  WS-THIS-SEQ             PIC 9(6) VALUE 0.
       77  WS-OPEN-SENDS           PIC 9(7) COMP VALUE 0.

      * EXTRACT COUNTERS. THE DELTA IS BUILT IN A WORK FILE FIRST
      * BECAUSE THE ENVELOPE'S HEADER PROMISES THE COUNT UP FRONT.
      * THE HASH TOTAL IS OVER THE CUSTOMER IDS SENT, KEPT TO NINE
      * DIGITS.
       77  WS-DLT-RECS             PIC 9(7) VALUE 0.
       77  WS-DLT-ADDED            PIC 9(7) VALUE 0.
       77  WS-DLT-CHANGED          PIC 9(7) VALUE 0.
       77  WS-DLT-DELETED          PIC 9(7) VALUE 0.
       77  WS-MAST-RECS            PIC 9(7) VALUE 0.
       77  WS-HASH-TOTAL           PIC 9(9) VALUE 0.
           COPY CUSTDLTA.

      * ACKNOWLEDGEMENT COUNTERS.
       77  WS-ACKS-TAKEN           PIC 9(7) VALUE 0.
       77  WS-ACKS-REJECTED        PIC 9(7) VALUE 0.
       77  WS-ACKS-WAITING         PIC 9(7) VALUE 0.
       77  WS-SUPERSEDED           PIC 9(7) VALUE 0.
       77  WS-ACK-REASON           PIC X(50) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YEAR      PIC 9(4).
           05 WS-CURRENT-MONTH     PIC 9(2).
           05 WS-CURRENT-DAY       PIC 9(2).
           05 WS-CURRENT-HOUR      PIC 9(2).
           05 WS-CURRENT-MINUTE    PIC 9(2).
           05 WS-CURRENT-SECOND    PIC 9(2).
           05 FILLER               PIC X(6).

      * ENVELOPE LINES, SAME SHAPE AS MASTXTR'S, WITH THE COUNTS
      * WIDENED TO THE MASTER'S SIZE AND THE SEQUENCE NUMBER ADDED
      * TO THE HEADER.
       01  WS-HDR-LINE.
           05 WS-HDR-LABEL         PIC X(10) VALUE "RUN START:".
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HDR-DATE.
               10 WS-HDR-YEAR      PIC 9(4).
               10 FILLER           PIC X VALUE "-".
               10 WS-HDR-MONTH     PIC 9(2).
               10 FILLER           PIC X VALUE "-".
               10 WS-HDR-DAY       PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HDR-TIME.
               10 WS-HDR-HOUR      PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-HDR-MINUTE    PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-HDR-SECOND    PIC 9(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HDR-COUNT-LABEL   PIC X(7) VALUE "COUNT: ".
           05 WS-HDR-COUNT         PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HDR-SEQ-LABEL     PIC X(5) VALUE "SEQ: ".
           05 WS-HDR-SEQ           PIC 9(6).

       01  WS-TRL-LINE.
           05 WS-TRL-LABEL         PIC X(15) VALUE "TRAILER COUNT: ".
           05 WS-TRL-COUNT         PIC Z(6)9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WS-TRL-CTL-LABEL     PIC X(12) VALUE "HASH TOTAL: ".
           05 WS-TRL-CTL           PIC Z(8)9.

      * AUDIT-TRAIL CONTROLS.
       77  WS-AUDIT-NOW            PIC X(21) VALUE SPACES.

      * BATCH-CYCLE CONTROLS. THE CYCLE ID ASSIGNED AT THE TOP OF
      * THE STREAM (CYCLEID.TXT) IS STAMPED INTO THIS RUN'S AUDIT
      * RECORD SO EVERY ARTIFACT OF A RUN NAMES THE CYCLE IT
      * BELONGS TO; NO CYCLE FILE JUST LEAVES THE FIELD BLANK.
       77  WS-CYCLE-STATUS         PIC XX VALUE SPACES.
       77  WS-CYCLE-ID             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM STAMP-AUDIT-START.
           PERFORM GET-PARMS.
           PERFORM READ-CYCLE-ID.
           PERFORM READ-SEND-LOG.
           IF WS-ACK-MODE
               PERFORM ACK-RUN
           ELSE
               PERFORM EXTRACT-RUN
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-MODE-TOKEN
               END-UNSTRING
               IF WS-MODE-TOKEN = "ACK"
                   SET WS-ACK-MODE TO TRUE
               ELSE
                   DISPLAY "INVALID PARM - USE NO PARM TO EXTRACT "
                       "OR ACK"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-TRAIL
                   GOBACK
               END-IF
           END-IF.

       READ-SEND-LOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SEND-LOG.
           IF WS-XLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SEND-LOG NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM NOTE-ONE-SEND
                   END-READ
               END-PERFORM
               CLOSE SEND-LOG
           END-IF.

       NOTE-ONE-SEND.
           IF XLOG-SEQ > WS-LAST-SEQ
               MOVE XLOG-SEQ TO WS-LAST-SEQ
           END-IF.
           IF XLOG-ACKNOWLEDGED AND XLOG-SEQ > WS-BASE-SEQ
               MOVE XLOG-SEQ TO WS-BASE-SEQ
           END-IF.
           IF XLOG-UNACKNOWLEDGED
               ADD 1 TO WS-OPEN-SENDS
           END-IF.

       EXTRACT-RUN.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER ON DISK - NOTHING TO "
                   "EXTRACT"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           COMPUTE WS-THIS-SEQ = WS-LAST-SEQ + 1.
           OPEN INPUT BASE-IN.
           IF WS-BASE-STATUS = "00"
               SET WS-BASE-OPEN TO TRUE
           ELSE
               SET WS-BASE-EOF TO TRUE
               IF WS-BASE-SEQ > 0
                   SET WS-BASE-MISSING TO TRUE
               END-IF
           END-IF.
           MOVE WS-THIS-SEQ TO WS-NAME-SEQ.
           PERFORM BUILD-SNAP-NAME.
           OPEN OUTPUT SNAPSHOT-FILE.
           OPEN OUTPUT DELTA-WORK.
           PERFORM READ-MASTER.
           IF NOT WS-BASE-EOF
               PERFORM READ-BASE
           END-IF.
           PERFORM COMPARE-ONE-STEP
               UNTIL WS-MAST-EOF AND WS-BASE-EOF.
           CLOSE CUST-MASTER.
           IF WS-BASE-OPEN
               CLOSE BASE-IN
           END-IF.
           CLOSE SNAPSHOT-FILE.
           CLOSE DELTA-WORK.
           PERFORM WRITE-INTERCHANGE.
           PERFORM LOG-THIS-SEND.
           DISPLAY "DELTA INTERCHANGE SEQ " WS-THIS-SEQ
               " WRITTEN - RECORDS " WS-DLT-RECS
               " HASH TOTAL " WS-HASH-TOTAL.
           DISPLAY "  ADDED " WS-DLT-ADDED " CHANGED " WS-DLT-CHANGED
               " DELETED " WS-DLT-DELETED.
           IF WS-BASE-SEQ > 0
               DISPLAY "  CHANGES SINCE ACKNOWLEDGED SEQ " WS-BASE-SEQ
           ELSE
               DISPLAY "  NOTHING ACKNOWLEDGED YET - FULL MASTER SENT"
           END-IF.
           IF WS-OPEN-SENDS > 0
               DISPLAY "  RESENDS THE CHANGES OF " WS-OPEN-SENDS
                   " UNACKNOWLEDGED SEND(S)"
           END-IF.
           IF WS-BASE-MISSING
               DISPLAY "BASELINE CUSTXBAS.TXT MISSING - EVERY "
                   "CUSTOMER SENT AS AN ADD"
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       BUILD-SNAP-NAME.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "CUSTXS" DELIMITED BY SIZE
                   WS-NAME-SEQ DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SNAP-NAME
           END-STRING.

       READ-MASTER.
           READ CUST-MASTER NEXT RECORD
               AT END SET WS-MAST-EOF TO TRUE
           END-READ.

       READ-BASE.
           READ BASE-IN NEXT RECORD
               AT END SET WS-BASE-EOF TO TRUE
           END-READ.

       COMPARE-ONE-STEP.
      * BOTH FILES ARE IN CUSTOMER-ID ORDER, SO ONE MATCHING PASS
      * SORTS EVERY CUSTOMER INTO ADDED, GONE, OR PRESENT IN BOTH.
           IF WS-MAST-EOF
               PERFORM TAKE-DELETED
               PERFORM READ-BASE
           ELSE IF WS-BASE-EOF OR CMAST-ID < BASE-ID
               PERFORM TAKE-ADDED
               PERFORM READ-MASTER
           ELSE IF CMAST-ID > BASE-ID
               PERFORM TAKE-DELETED
               PERFORM READ-BASE
           ELSE
               PERFORM TAKE-MATCHED
               PERFORM READ-MASTER
               PERFORM READ-BASE
           END-IF.

       TAKE-ADDED.
           PERFORM SNAP-MASTER-REC.
           PERFORM BUILD-DELTA-FROM-MASTER.
           MOVE "A" TO DLT-ACTION.
           ADD 1 TO WS-DLT-ADDED.
           PERFORM WRITE-DELTA-REC.

       TAKE-MATCHED.
           PERFORM SNAP-MASTER-REC.
           IF CMAST-NAME NOT = BASE-NAME
                   OR CMAST-AMOUNT NOT = BASE-AMOUNT
                   OR CMAST-COUNT NOT = BASE-COUNT
                   OR CMAST-LAST-DATE NOT = BASE-LAST-DATE
                   OR CMAST-STATUS NOT = BASE-STATUS
                   OR CMAST-STATUS-DATE NOT = BASE-STATUS-DATE
               PERFORM BUILD-DELTA-FROM-MASTER
               MOVE "C" TO DLT-ACTION
               ADD 1 TO WS-DLT-CHANGED
               PERFORM WRITE-DELTA-REC
           END-IF.

       TAKE-DELETED.
           MOVE SPACES TO CUST-DELTA-REC.
           MOVE "D" TO DLT-ACTION.
           MOVE BASE-ID TO DLT-CUST-ID.
           MOVE BASE-NAME TO DLT-NAME.
           IF BASE-AMOUNT < 0
               MOVE "-" TO DLT-AMOUNT-SIGN
               COMPUTE DLT-AMOUNT = 0 - BASE-AMOUNT
           ELSE
               MOVE "+" TO DLT-AMOUNT-SIGN
               MOVE BASE-AMOUNT TO DLT-AMOUNT
           END-IF.
           MOVE BASE-COUNT TO DLT-COUNT.
           MOVE BASE-LAST-DATE TO DLT-LAST-DATE.
           MOVE BASE-STATUS TO DLT-STATUS.
           MOVE BASE-STATUS-DATE TO DLT-STATUS-DATE.
           ADD 1 TO WS-DLT-DELETED.
           PERFORM WRITE-DELTA-REC.

       SNAP-MASTER-REC.
           ADD 1 TO WS-MAST-RECS.
           WRITE SNAPSHOT-REC FROM CUSTOMER-MASTER-REC.

       BUILD-DELTA-FROM-MASTER.
           MOVE SPACES TO CUST-DELTA-REC.
           MOVE CMAST-ID TO DLT-CUST-ID.
           MOVE CMAST-NAME TO DLT-NAME.
           IF CMAST-AMOUNT < 0
               MOVE "-" TO DLT-AMOUNT-SIGN
               COMPUTE DLT-AMOUNT = 0 - CMAST-AMOUNT
           ELSE
               MOVE "+" TO DLT-AMOUNT-SIGN
               MOVE CMAST-AMOUNT TO DLT-AMOUNT
           END-IF.
           MOVE CMAST-COUNT TO DLT-COUNT.
           MOVE CMAST-LAST-DATE TO DLT-LAST-DATE.
           MOVE CMAST-STATUS TO DLT-STATUS.
           MOVE CMAST-STATUS-DATE TO DLT-STATUS-DATE.

       WRITE-DELTA-REC.
           ADD 1 TO WS-DLT-RECS.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL + DLT-CUST-ID, 1000000000).
           WRITE DELTA-WORK-REC FROM CUST-DELTA-REC.

       WRITE-INTERCHANGE.
           OPEN OUTPUT XTR-OUT.
           PERFORM WRITE-XTR-HEADER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DELTA-WORK.
           PERFORM UNTIL WS-EOF
               READ DELTA-WORK NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE XTR-OUT-REC FROM DELTA-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE DELTA-WORK.
           PERFORM WRITE-XTR-TRAILER.
           CLOSE XTR-OUT.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "rm -f CUSTXWRK.TXT" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       WRITE-XTR-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR TO WS-HDR-YEAR.
           MOVE WS-CURRENT-MONTH TO WS-HDR-MONTH.
           MOVE WS-CURRENT-DAY TO WS-HDR-DAY.
           MOVE WS-CURRENT-HOUR TO WS-HDR-HOUR.
           MOVE WS-CURRENT-MINUTE TO WS-HDR-MINUTE.
           MOVE WS-CURRENT-SECOND TO WS-HDR-SECOND.
           MOVE WS-DLT-RECS TO WS-HDR-COUNT.
           MOVE WS-THIS-SEQ TO WS-HDR-SEQ.
           MOVE WS-HDR-LINE TO XTR-OUT-REC.
           WRITE XTR-OUT-REC.

       WRITE-XTR-TRAILER.
           MOVE WS-DLT-RECS TO WS-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-CTL.
           MOVE WS-TRL-LINE TO XTR-OUT-REC.
           WRITE XTR-OUT-REC.

       LOG-THIS-SEND.
           MOVE SPACES TO CUST-XLOG-REC.
           MOVE WS-THIS-SEQ TO XLOG-SEQ.
           MOVE AUD-START-DATE (1:8) TO XLOG-SEND-DATE.
           MOVE AUD-START-TIME (1:6) TO XLOG-SEND-TIME.
           MOVE WS-CYCLE-ID TO XLOG-CYCLE-ID.
           MOVE WS-DLT-RECS TO XLOG-RECORDS.
           MOVE WS-DLT-ADDED TO XLOG-ADDED.
           MOVE WS-DLT-CHANGED TO XLOG-CHANGED.
           MOVE WS-DLT-DELETED TO XLOG-DELETED.
           MOVE WS-HASH-TOTAL TO XLOG-HASH.
           SET XLOG-PENDING TO TRUE.
           OPEN EXTEND SEND-LOG.
           IF WS-XLOG-STATUS NOT = "00"
               OPEN OUTPUT SEND-LOG
           END-IF.
           WRITE CUST-XLOG-REC.
           CLOSE SEND-LOG.

       ACK-RUN.
      * FIRST PASS TAKES IN ANY ACKNOWLEDGEMENT FILE THAT HAS
      * ARRIVED FOR A SEND STILL OPEN. IF THAT MOVES THE HIGHEST
      * ACKNOWLEDGED SEQUENCE ON, ITS MASTER COPY BECOMES THE
      * BASELINE AND A SECOND PASS CLOSES OFF THE EARLIER OPEN
      * SENDS IT COVERED.
           OPEN INPUT SEND-LOG.
           IF WS-XLOG-STATUS = "00"
               PERFORM TAKE-IN-ACKS
           ELSE
               DISPLAY "NO SEND LOG ON DISK - NOTHING TO ACKNOWLEDGE"
           END-IF.

       TAKE-IN-ACKS.
           MOVE WS-BASE-SEQ TO WS-NEW-BASE-SEQ.
           OPEN OUTPUT SEND-LOG-NEW.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SEND-LOG NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM CHECK-ONE-SEND
               END-READ
           END-PERFORM.
           CLOSE SEND-LOG.
           CLOSE SEND-LOG-NEW.
           PERFORM SWAP-IN-NEW-LOG.
           IF WS-NEW-BASE-SEQ > WS-BASE-SEQ
               PERFORM ADVANCE-BASELINE
           END-IF.
           DISPLAY "ACKNOWLEDGEMENTS TAKEN IN: " WS-ACKS-TAKEN.
           DISPLAY "SENDS REJECTED:            " WS-ACKS-REJECTED.
           DISPLAY "SENDS STILL AWAITING ACK:  " WS-ACKS-WAITING.
           DISPLAY "SENDS SUPERSEDED:          " WS-SUPERSEDED.
           DISPLAY "BASELINE AT SEQUENCE:      " WS-NEW-BASE-SEQ.

       CHECK-ONE-SEND.
           IF XLOG-UNACKNOWLEDGED
               PERFORM READ-ACK-FOR-SEND
           END-IF.
           IF XLOG-ACKNOWLEDGED AND XLOG-SEQ > WS-NEW-BASE-SEQ
               MOVE XLOG-SEQ TO WS-NEW-BASE-SEQ
           END-IF.
           WRITE SEND-LOG-NEW-REC FROM CUST-XLOG-REC.

       READ-ACK-FOR-SEND.
           MOVE SPACES TO WS-ACK-NAME.
           STRING "CUSTXA" DELIMITED BY SIZE
                   XLOG-SEQ DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ACK-NAME
           END-STRING.
           OPEN INPUT ACK-IN.
           IF WS-ACK-STATUS NOT = "00"
               ADD 1 TO WS-ACKS-WAITING
           ELSE
               MOVE SPACES TO ACK-IN-REC
               READ ACK-IN
                   AT END MOVE SPACES TO ACK-IN-REC
               END-READ
               CLOSE ACK-IN
               PERFORM JUDGE-ACK
           END-IF.

       JUDGE-ACK.
      * AN ACKNOWLEDGEMENT COUNTS ONLY IF IT NAMES THIS SEND AND
      * ECHOES THE TRAILER EXACTLY; ANYTHING ELSE LEAVES THE SEND
      * OPEN, SO ITS CHANGES STILL GO OUT AGAIN.
           MOVE SPACES TO WS-ACK-REASON.
           IF XACK-SEQ IS NOT NUMERIC OR XACK-SEQ NOT = XLOG-SEQ
               MOVE "ACK DOES NOT NAME THIS SEQUENCE NUMBER"
                   TO WS-ACK-REASON
           ELSE IF XACK-REJECTED
               STRING "REJECTED: " DELIMITED BY SIZE
                       XACK-REASON DELIMITED BY SIZE
                   INTO WS-ACK-REASON
               END-STRING
           ELSE IF NOT XACK-ACCEPTED
               MOVE "ACK STATUS IS NEITHER A NOR R" TO WS-ACK-REASON
           ELSE IF XACK-RECORDS IS NOT NUMERIC
                   OR XACK-HASH IS NOT NUMERIC
                   OR XACK-RECORDS NOT = XLOG-RECORDS
                   OR XACK-HASH NOT = XLOG-HASH
               MOVE "ACK COUNT/HASH DO NOT MATCH THE SEND"
                   TO WS-ACK-REASON
           END-IF.
           IF WS-ACK-REASON = SPACES
               SET XLOG-ACKNOWLEDGED TO TRUE
               MOVE AUD-START-DATE (1:8) TO XLOG-ACK-DATE
               MOVE AUD-START-TIME (1:6) TO XLOG-ACK-TIME
               ADD 1 TO WS-ACKS-TAKEN
               DISPLAY "SEQ " XLOG-SEQ " ACKNOWLEDGED"
           ELSE
               DISPLAY "SEQ " XLOG-SEQ " NOT ACKNOWLEDGED - "
                   WS-ACK-REASON
               IF XLOG-PENDING
                   SET XLOG-REJECTED TO TRUE
                   MOVE AUD-START-DATE (1:8) TO XLOG-ACK-DATE
                   MOVE AUD-START-TIME (1:6) TO XLOG-ACK-TIME
                   ADD 1 TO WS-ACKS-REJECTED
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

       SWAP-IN-NEW-LOG.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv CUSTXLNW.TXT CUSTXLOG.TXT"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       ADVANCE-BASELINE.
           MOVE WS-NEW-BASE-SEQ TO WS-NAME-SEQ.
           PERFORM BUILD-SNAP-NAME.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv " DELIMITED BY SIZE
                   WS-SNAP-NAME DELIMITED BY SPACE
                   " CUSTXBAS.TXT" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SEND-LOG.
           OPEN OUTPUT SEND-LOG-NEW.
           PERFORM UNTIL WS-EOF
               READ SEND-LOG NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM CLOSE-OFF-ONE-SEND
               END-READ
           END-PERFORM.
           CLOSE SEND-LOG.
           CLOSE SEND-LOG-NEW.
           PERFORM SWAP-IN-NEW-LOG.

       CLOSE-OFF-ONE-SEND.
      * EVERY SEND BEFORE THE NEW BASELINE IS NOW COVERED BY IT;
      * ITS MASTER COPY IS NO LONGER NEEDED.
           IF XLOG-SEQ < WS-NEW-BASE-SEQ AND XLOG-SEQ > WS-BASE-SEQ
               IF XLOG-UNACKNOWLEDGED
                   SET XLOG-SUPERSEDED TO TRUE
                   MOVE AUD-START-DATE (1:8) TO XLOG-ACK-DATE
                   MOVE AUD-START-TIME (1:6) TO XLOG-ACK-TIME
                   ADD 1 TO WS-SUPERSEDED
               END-IF
               MOVE XLOG-SEQ TO WS-NAME-SEQ
               PERFORM BUILD-SNAP-NAME
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f " DELIMITED BY SIZE
                       WS-SNAP-NAME DELIMITED BY SPACE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.
           WRITE SEND-LOG-NEW-REC FROM CUST-XLOG-REC.

       STAMP-AUDIT-START.
           MOVE "CUSTXTR" TO AUD-PROGRAM-ID.
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
