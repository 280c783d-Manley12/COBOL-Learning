       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMEND.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT MASTER-NEW
           ASSIGN TO "CUSTMNEW.TXT".
       SELECT SNAPSHOT-FILE
           ASSIGN DYNAMIC WS-SNAP-NAME
           FILE STATUS IS WS-SNAP-STATUS.
       SELECT CLOSE-RPT
           ASSIGN TO "MENDRPT.TXT".
       SELECT CLOSE-HIST
           ASSIGN TO "MENDHIST.TXT"
           FILE STATUS IS WS-HIST-STATUS.
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

       FD MASTER-NEW.
       01 MASTER-NEW-REC           PIC X(141).

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC             PIC X(141).

       FD CLOSE-RPT.
       01 CLOSE-RPT-REC            PIC X(80).

      * ONE RECORD PER COMPLETED CLOSE - THE PERIOD, WHEN AND IN
      * WHICH CYCLE IT WAS CLOSED, AND THE BALANCING TOTALS. THE
      * LATEST PERIOD ON FILE IS WHAT STOPS A MONTH BEING CLOSED
      * TWICE.
       FD CLOSE-HIST.
       01 CLOSE-HIST-REC.
           05 MEH-PERIOD           PIC X(6).
           05 MEH-CLOSE-DATE       PIC X(8).
           05 MEH-CYCLE-ID         PIC X(14).
           05 MEH-CUSTOMERS        PIC 9(7).
           05 MEH-OPENING          PIC S9(13)V9(2).
           05 MEH-POSTINGS         PIC S9(13)V9(2).
           05 MEH-CLOSING          PIC S9(13)V9(2).
           05 MEH-OUT-OF-BAL       PIC 9(7).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * MONTH-END CLOSE FOR THE CUSTOMER MASTER. RUN AS A STREAM
      * STEP ON THE LAST DAY OF THE MONTH (THE RUN CALENDAR'S EOM
      * RULE). FOR EVERY CUSTOMER IT PROVES THAT THE BALANCE AT THE
      * LAST CLOSE PLUS THE MONTH'S POSTINGS EQUALS THE BALANCE NOW,
      * ROLLS THE MONTH INTO THE PERIOD-TO-DATE (QUARTER) AND
      * YEAR-TO-DATE BUCKETS, FREEZES THE BALANCE AS THE NEW
      * CLOSING BALANCE, AND RESETS THE MONTH. THE CLOSED MONTH IS
      * KEPT AS A SNAPSHOT FILE NAMED FOR THE PERIOD. THE NEW
      * MASTER IS BUILT UNDER A WORK NAME AND RENAMED OVER THE LIVE
      * ONE ONLY WHEN EVERY CUSTOMER BALANCES - AN OUT-OF-BALANCE
      * CLOSE LEAVES THE MASTER UNTOUCHED AND RETURNS 8 UNLESS THE
      * OPERATOR FORCES IT.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-SNAP-STATUS          PIC XX VALUE SPACES.
       77  WS-HIST-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-SHELL-CMD            PIC X(60) VALUE SPACES.
       77  WS-SNAP-NAME            PIC X(30) VALUE SPACES.

      * PARM FORMAT IS "[yyyymm] [FORCE]" IN EITHER ORDER. THE
      * PERIOD DEFAULTS TO THE CURRENT MONTH; FORCE APPLIES A CLOSE
      * THAT DID NOT BALANCE. A PERIOD ALREADY ON THE CLOSE HISTORY
      * IS NEVER CLOSED AGAIN.
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOKEN-ENTRY  PIC X(20)
                   OCCURS 2 TIMES.
       77  WS-PARM-I               PIC 9(1) COMP VALUE 0.
       01  WS-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       77  WS-LAST-CLOSED          PIC X(6) VALUE SPACES.
       77  WS-CURRENT-PERIOD       PIC X(6) VALUE SPACES.
       01  WS-FORCE-SW             PIC X(1) VALUE 'N'.
           88 WS-FORCE             VALUE 'Y'.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-FIRST-CLOSE-SW       PIC X(1) VALUE 'N'.
           88 WS-FIRST-CLOSE       VALUE 'Y'.

      * PER-CUSTOMER WORK FIELDS.
       77  WS-OPENING              PIC S9(11)V9(2) VALUE 0.
       77  WS-POSTINGS             PIC S9(11)V9(2) VALUE 0.
       77  WS-POST-COUNT           PIC 9(7) VALUE 0.
       77  WS-DIFF                 PIC S9(11)V9(2) VALUE 0.

      * RUN TOTALS.
       77  WS-CUSTOMERS            PIC 9(7) COMP VALUE 0.
       77  WS-FIRST-CLOSES         PIC 9(7) COMP VALUE 0.
       77  WS-OUT-OF-BAL           PIC 9(7) COMP VALUE 0.
       77  WS-TOT-OPENING          PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-POSTINGS         PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-CLOSING          PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-DIFF             PIC S9(13)V9(2) VALUE 0.

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.

       01  WS-DET-LINE.
           05 WS-DET-ID            PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-OPENING       PIC Z(10)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-POSTINGS      PIC Z(10)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-CLOSING       PIC Z(10)9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-TAG           PIC X(12).

       01  WS-TOT-LINE.
           05 WS-TOT-LABEL         PIC X(26).
           05 WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL         PIC X(26).
           05 WS-SUM-VALUE         PIC ZZZ,ZZ9.

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
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERIOD MUST BE YYYYMM - GOT " WS-PERIOD
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-PERIOD > WS-CURRENT-PERIOD
               DISPLAY "PERIOD " WS-PERIOD " IS LATER THAN THE CURRENT "
                   "MONTH " WS-CURRENT-PERIOD " - CANNOT CLOSE AHEAD"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM READ-CLOSE-HISTORY.
           IF WS-LAST-CLOSED NOT = SPACES
                   AND WS-PERIOD <= WS-LAST-CLOSED
               DISPLAY "PERIOD " WS-PERIOD " IS ALREADY CLOSED - "
                   "LAST CLOSE WAS " WS-LAST-CLOSED
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER - NOTHING TO CLOSE"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "CUSTSNAP" DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SNAP-NAME
           END-STRING.
           OPEN OUTPUT MASTER-NEW.
           OPEN OUTPUT SNAPSHOT-FILE.
           OPEN OUTPUT CLOSE-RPT.
           PERFORM WRITE-HEADINGS.
           PERFORM UNTIL WS-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM CLOSE-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           CLOSE MASTER-NEW.
           CLOSE SNAPSHOT-FILE.
           PERFORM WRITE-TOTALS.
           IF WS-OUT-OF-BAL > 0 AND NOT WS-FORCE
               PERFORM ABANDON-CLOSE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-CLOSE
               IF WS-OUT-OF-BAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CLOSE-RPT.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:6) TO WS-PERIOD.
           MOVE WS-AUDIT-NOW (1:6) TO WS-CURRENT-PERIOD.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOKEN-ENTRY (1)
                       WS-PARM-TOKEN-ENTRY (2)
               END-UNSTRING
               PERFORM VARYING WS-PARM-I FROM 1 BY 1
                       UNTIL WS-PARM-I > 2
                   IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) = "FORCE"
                       SET WS-FORCE TO TRUE
                   ELSE
                       IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) NOT = SPACES
                           MOVE WS-PARM-TOKEN-ENTRY (WS-PARM-I)
                               TO WS-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       READ-CLOSE-HISTORY.
           MOVE SPACES TO WS-LAST-CLOSED.
           OPEN INPUT CLOSE-HIST.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CLOSE-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF MEH-PERIOD > WS-LAST-CLOSED
                               MOVE MEH-PERIOD TO WS-LAST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-HIST
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       CLOSE-ONE-CUSTOMER.
      * A CUSTOMER NEVER CLOSED BEFORE HAS NO CLOSING BALANCE TO
      * OPEN FROM; ITS OPENING IS TAKEN AS THE BALANCE LESS THE
      * MONTH'S POSTINGS, WHICH BALANCES BY DEFINITION AND IS
      * TAGGED SO THE REPORT SHOWS IT WAS NOT PROVEN.
           ADD 1 TO WS-CUSTOMERS.
           IF CMAST-MTD-AMOUNT IS NUMERIC
                   AND CMAST-MTD-COUNT IS NUMERIC
               MOVE CMAST-MTD-AMOUNT TO WS-POSTINGS
               MOVE CMAST-MTD-COUNT TO WS-POST-COUNT
           ELSE
               MOVE 0 TO WS-POSTINGS
               MOVE 0 TO WS-POST-COUNT
           END-IF.
           MOVE 'N' TO WS-FIRST-CLOSE-SW.
           IF CMAST-CLOSE-PERIOD = SPACES
                   OR CMAST-CLOSE-AMOUNT IS NOT NUMERIC
               SET WS-FIRST-CLOSE TO TRUE
               ADD 1 TO WS-FIRST-CLOSES
               COMPUTE WS-OPENING = CMAST-AMOUNT - WS-POSTINGS
           ELSE
               MOVE CMAST-CLOSE-AMOUNT TO WS-OPENING
           END-IF.
           COMPUTE WS-DIFF = WS-OPENING + WS-POSTINGS - CMAST-AMOUNT.
           ADD WS-OPENING TO WS-TOT-OPENING.
           ADD WS-POSTINGS TO WS-TOT-POSTINGS.
           ADD CMAST-AMOUNT TO WS-TOT-CLOSING.
           MOVE CMAST-ID TO WS-DET-ID.
           MOVE WS-OPENING TO WS-DET-OPENING.
           MOVE WS-POSTINGS TO WS-DET-POSTINGS.
           MOVE CMAST-AMOUNT TO WS-DET-CLOSING.
           IF WS-DIFF NOT = 0
               ADD 1 TO WS-OUT-OF-BAL
               MOVE "OUT OF BAL" TO WS-DET-TAG
           ELSE
               IF WS-FIRST-CLOSE
                   MOVE "FIRST CLOSE" TO WS-DET-TAG
               ELSE
                   MOVE SPACES TO WS-DET-TAG
               END-IF
           END-IF.
           MOVE WS-DET-LINE TO CLOSE-RPT-REC.
           WRITE CLOSE-RPT-REC.
           PERFORM ROLL-PERIOD-BUCKETS.
      * THE SNAPSHOT KEEPS THE CLOSED MONTH'S FIGURES IN THE MONTH
      * BUCKET; ONLY THE LIVE MASTER HAS THE MONTH RESET.
           WRITE SNAPSHOT-REC FROM CUSTOMER-MASTER-REC.
           MOVE 0 TO CMAST-MTD-AMOUNT.
           MOVE 0 TO CMAST-MTD-COUNT.
           WRITE MASTER-NEW-REC FROM CUSTOMER-MASTER-REC.

       ROLL-PERIOD-BUCKETS.
      * THE PERIOD IS THE CALENDAR QUARTER: ITS FIRST MONTH STARTS
      * THE PERIOD-TO-DATE BUCKET AFRESH, AND JANUARY STARTS THE
      * YEAR-TO-DATE BUCKET AFRESH. BUCKETS READ AS SPACES COUNT
      * AS ZERO.
           IF CMAST-PTD-AMOUNT IS NOT NUMERIC
                   OR CMAST-PTD-COUNT IS NOT NUMERIC
                   OR WS-PERIOD-MONTH = 1 OR WS-PERIOD-MONTH = 4
                   OR WS-PERIOD-MONTH = 7 OR WS-PERIOD-MONTH = 10
               MOVE 0 TO CMAST-PTD-AMOUNT
               MOVE 0 TO CMAST-PTD-COUNT
           END-IF.
           IF CMAST-YTD-AMOUNT IS NOT NUMERIC
                   OR CMAST-YTD-COUNT IS NOT NUMERIC
                   OR WS-PERIOD-MONTH = 1
               MOVE 0 TO CMAST-YTD-AMOUNT
               MOVE 0 TO CMAST-YTD-COUNT
           END-IF.
           ADD WS-POSTINGS TO CMAST-PTD-AMOUNT.
           ADD WS-POST-COUNT TO CMAST-PTD-COUNT.
           ADD WS-POSTINGS TO CMAST-YTD-AMOUNT.
           ADD WS-POST-COUNT TO CMAST-YTD-COUNT.
           MOVE WS-POSTINGS TO CMAST-MTD-AMOUNT.
           MOVE WS-POST-COUNT TO CMAST-MTD-COUNT.
           MOVE CMAST-AMOUNT TO CMAST-CLOSE-AMOUNT.
           MOVE WS-PERIOD TO CMAST-CLOSE-PERIOD.

       WRITE-HEADINGS.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER MASTER MONTH-END CLOSE - PERIOD "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "ID            OPENING        POSTINGS         CLOSING"
               TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.

       WRITE-TOTALS.
      * THE TOTALS MUST PROVE THE SAME WAY EACH CUSTOMER DOES -
      * OPENING PLUS POSTINGS EQUALS CLOSING ACROSS THE WHOLE FILE.
           COMPUTE WS-TOT-DIFF = WS-TOT-OPENING + WS-TOT-POSTINGS
               - WS-TOT-CLOSING.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "TOTAL OPENING BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-OPENING TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE "TOTAL MONTH POSTINGS:" TO WS-TOT-LABEL.
           MOVE WS-TOT-POSTINGS TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE "TOTAL CLOSING BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-CLOSING TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE "DIFFERENCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-DIFF TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CUSTOMERS CLOSED:" TO WS-SUM-LABEL.
           MOVE WS-CUSTOMERS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "FIRST CLOSE (UNPROVEN):" TO WS-SUM-LABEL.
           MOVE WS-FIRST-CLOSES TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "OUT OF BALANCE:" TO WS-SUM-LABEL.
           MOVE WS-OUT-OF-BAL TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           IF WS-OUT-OF-BAL = 0 AND WS-TOT-DIFF = 0
               MOVE "VERDICT: BALANCED - OPENING PLUS POSTINGS EQUALS "
                   TO WS-HDG-LINE
               MOVE "CLOSING" TO WS-HDG-LINE (50:7)
           ELSE
               IF WS-FORCE
                   MOVE "VERDICT: OUT OF BALANCE - CLOSE FORCED BY "
                       TO WS-HDG-LINE
                   MOVE "OPERATOR" TO WS-HDG-LINE (43:8)
               ELSE
                   MOVE "VERDICT: OUT OF BALANCE - CLOSE NOT APPLIED, "
                       TO WS-HDG-LINE
                   MOVE "MASTER UNCHANGED" TO WS-HDG-LINE (46:16)
               END-IF
           END-IF.
           PERFORM WRITE-HDG-LINE.
           DISPLAY WS-HDG-LINE.
           DISPLAY "CUSTOMERS CLOSED:  " WS-CUSTOMERS.
           DISPLAY "OUT OF BALANCE:    " WS-OUT-OF-BAL.

       APPLY-CLOSE.
      * SAME MV IDIOM CUSTUPDT USES, THEN THE PERIOD GOES ON THE
      * CLOSE HISTORY SO IT CANNOT BE CLOSED A SECOND TIME.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv CUSTMNEW.TXT CUSTMAST.TXT"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.
           PERFORM READ-CYCLE-ID.
           MOVE WS-PERIOD TO MEH-PERIOD.
           MOVE AUD-START-DATE (1:8) TO MEH-CLOSE-DATE.
           MOVE WS-CYCLE-ID TO MEH-CYCLE-ID.
           MOVE WS-CUSTOMERS TO MEH-CUSTOMERS.
           MOVE WS-TOT-OPENING TO MEH-OPENING.
           MOVE WS-TOT-POSTINGS TO MEH-POSTINGS.
           MOVE WS-TOT-CLOSING TO MEH-CLOSING.
           MOVE WS-OUT-OF-BAL TO MEH-OUT-OF-BAL.
           OPEN EXTEND CLOSE-HIST.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-HIST
           END-IF.
           WRITE CLOSE-HIST-REC.
           CLOSE CLOSE-HIST.
           DISPLAY "PERIOD " WS-PERIOD " CLOSED - SNAPSHOT "
               FUNCTION TRIM(WS-SNAP-NAME).

       ABANDON-CLOSE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "rm -f CUSTMNEW.TXT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SNAP-NAME) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO CLOSE-RPT-REC.
           WRITE CLOSE-RPT-REC.

       WRITE-TOT-LINE.
           MOVE WS-TOT-LINE TO CLOSE-RPT-REC.
           WRITE CLOSE-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO CLOSE-RPT-REC.
           WRITE CLOSE-RPT-REC.

       STAMP-AUDIT-START.
           MOVE "CUSTMEND" TO AUD-PROGRAM-ID.
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
