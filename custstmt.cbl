       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT CUST-LEDGER
           ASSIGN TO "CUSTLEDG.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.
       SELECT STMT-FILE
           ASSIGN TO "CUSTSTMT.TXT".
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

       FD CUST-LEDGER.
           COPY CUSTLEDG.

       FD STMT-FILE.
       01 STMT-REC                 PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * CUSTOMER STATEMENT RUN. ONE STATEMENT PER CUSTOMER ON THE
      * MASTER FOR A CALENDAR MONTH: THE OPENING BALANCE, EVERY
      * LEDGER POSTING DATED IN THE MONTH WITH A RUNNING BALANCE,
      * AND THE CLOSING BALANCE. THE MASTER HOLDS ONLY TODAY'S
      * BALANCE, SO THE CLOSING BALANCE IS THAT LESS ANY POSTINGS
      * DATED AFTER THE MONTH, AND THE OPENING IS THE CLOSING LESS
      * THE MONTH'S POSTINGS. EACH STATEMENT IS A FIXED-LENGTH
      * PAGE, RUNNING ON TO CONTINUATION PAGES WHEN THE POSTINGS
      * WILL NOT FIT. THE FILE ENDS WITH A CONTROL PAGE WHOSE
      * CLOSING TOTAL IS PROVED BACK TO THE MASTER AND THE LEDGER;
      * IF IT DOES NOT TIE THE RUN RETURNS 8.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-LEDG-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.

      * PARM FORMAT IS "[yyyymm] [NOIDLE] [NOCLOSED]" IN ANY ORDER.
      * THE PERIOD DEFAULTS TO THE CURRENT MONTH; NOIDLE SKIPS A
      * CUSTOMER WITH NO POSTINGS IN THE PERIOD AND NOCLOSED SKIPS
      * A CLOSED CUSTOMER.
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOKEN-ENTRY  PIC X(20)
                   OCCURS 3 TIMES.
       77  WS-PARM-I               PIC 9(1) COMP VALUE 0.
       01  WS-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01  WS-SKIP-IDLE-SW         PIC X(1) VALUE 'N'.
           88 WS-SKIP-IDLE         VALUE 'Y'.
       01  WS-SKIP-CLOSED-SW       PIC X(1) VALUE 'N'.
           88 WS-SKIP-CLOSED       VALUE 'Y'.
       01  WS-BAD-PARM-SW          PIC X(1) VALUE 'N'.
           88 WS-BAD-PARM          VALUE 'Y'.
       77  WS-BAD-TOKEN            PIC X(20) VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-LEDG-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-LEDG-EOF          VALUE 'Y'.
       01  WS-LEDG-OPEN-SW         PIC X(1) VALUE 'N'.
           88 WS-LEDG-OPEN         VALUE 'Y'.

      * PAGE CONTROL. EVERY PAGE IS PADDED OUT TO WS-PAGE-LINES SO
      * EACH STATEMENT STARTS ON A PAGE BOUNDARY; A PAGE BREAKS
      * EARLY ENOUGH TO LEAVE ROOM FOR THE CLOSING LINES.
       77  WS-PAGE-LINES           PIC 9(3) COMP VALUE 60.
       77  WS-PAGE-FOOT            PIC 9(3) COMP VALUE 6.
       77  WS-LINE-CT              PIC 9(3) COMP VALUE 0.
       77  WS-PAGE-NO              PIC 9(3) COMP VALUE 0.
       77  WS-PAGES-WRITTEN        PIC 9(7) COMP VALUE 0.

      * PER-CUSTOMER WORK FIELDS.
       77  WS-PERIOD-POSTINGS      PIC S9(11)V9(2) VALUE 0.
       77  WS-LATER-POSTINGS       PIC S9(11)V9(2) VALUE 0.
       77  WS-PERIOD-COUNT         PIC 9(7) COMP VALUE 0.
       77  WS-OPENING              PIC S9(11)V9(2) VALUE 0.
       77  WS-CLOSING              PIC S9(11)V9(2) VALUE 0.
       77  WS-RUNNING              PIC S9(11)V9(2) VALUE 0.

      * RUN TOTALS. THE TIE-OUT ON THE CONTROL PAGE IS THE MASTER
      * TOTAL, LESS EVERY LEDGER POSTING DATED AFTER THE PERIOD -
      * TAKEN IN ONE PASS OVER THE WHOLE LEDGER, NOT CUSTOMER BY
      * CUSTOMER, SO POSTINGS FOR AN ID NOT ON THE MASTER SHOW UP -
      * LESS THE PERIOD-END BALANCES OF THE CUSTOMERS SKIPPED, WHICH
      * MUST COME TO THE TOTAL CLOSING BALANCE PRINTED. TWO MORE
      * CHECKS RUN STATEMENT BY STATEMENT: THE RUNNING BALANCE MUST
      * END AT THE CLOSING BALANCE, AND WHERE CUSTMEND HAS CLOSED
      * THE PERIOD THE CLOSING BALANCE MUST AGREE WITH THE BALANCE
      * IT CLOSED AT. ANY FAILURE MAKES THE RUN OUT OF BALANCE.
       77  WS-CUSTOMERS            PIC 9(7) COMP VALUE 0.
       77  WS-STATEMENTS           PIC 9(7) COMP VALUE 0.
       77  WS-SKIPPED-IDLE         PIC 9(7) COMP VALUE 0.
       77  WS-SKIPPED-CLOSED       PIC 9(7) COMP VALUE 0.
       77  WS-POSTINGS-LISTED      PIC 9(7) COMP VALUE 0.
       77  WS-TOT-MASTER           PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-SKIPPED          PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-LEDG-LATER       PIC S9(13)V9(2) VALUE 0.
       77  WS-LEDG-SCANNED         PIC 9(7) COMP VALUE 0.
       77  WS-RUN-ERRORS           PIC 9(7) COMP VALUE 0.
       77  WS-CLOSE-CHECKED        PIC 9(7) COMP VALUE 0.
       77  WS-CLOSE-DISAGREE       PIC 9(7) COMP VALUE 0.
       01  WS-TIED-SW              PIC X(1) VALUE 'N'.
           88 WS-TIED              VALUE 'Y'.
       77  WS-TOT-OPENING          PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-POSTINGS         PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-CLOSING          PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-PROVED           PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-DIFF             PIC S9(13)V9(2) VALUE 0.

      * STATEMENT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.
       77  WS-PAGE-ED              PIC ZZ9.
       77  WS-ID-ED                PIC 9(5).

       01  WS-PST-LINE.
           05 WS-PST-DATE          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PST-TYPE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PST-REF           PIC X(24).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PST-AMOUNT        PIC Z(10)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PST-BALANCE       PIC Z(10)9.99-.

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
           IF WS-BAD-PARM
               DISPLAY "UNKNOWN STATEMENT OPTION "
                   FUNCTION TRIM(WS-BAD-TOKEN)
                   " - USE NOIDLE AND/OR NOCLOSED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERIOD MUST BE YYYYMM - GOT " WS-PERIOD
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER - NO STATEMENTS TO PRINT"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
      * NO LEDGER YET MEANS NO POSTINGS TO LIST; EVERY STATEMENT
      * THEN OPENS AND CLOSES AT THE MASTER BALANCE.
           OPEN INPUT CUST-LEDGER.
           IF WS-LEDG-STATUS = "00"
               SET WS-LEDG-OPEN TO TRUE
           ELSE
               DISPLAY "NO CUSTOMER LEDGER YET - STATEMENTS WILL "
                   "SHOW NO POSTINGS"
           END-IF.
           OPEN OUTPUT STMT-FILE.
           PERFORM UNTIL WS-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM STATEMENT-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           PERFORM TOTAL-LATER-POSTINGS.
           IF WS-LEDG-OPEN
               CLOSE CUST-LEDGER
           END-IF.
           PERFORM WRITE-CONTROL-PAGE.
           CLOSE STMT-FILE.
           IF NOT WS-TIED
               MOVE 8 TO RETURN-CODE
           ELSE IF NOT WS-LEDG-OPEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       STAMP-AUDIT-START.
           MOVE "CUSTSTMT" TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.

       WRITE-AUDIT-TRAIL.
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
           MOVE WS-AUDIT-NOW (1:6) TO WS-PERIOD.
           MOVE SPACES TO WS-PARM-TOKENS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOKEN-ENTRY (1)
                       WS-PARM-TOKEN-ENTRY (2)
                       WS-PARM-TOKEN-ENTRY (3)
               END-UNSTRING
               PERFORM VARYING WS-PARM-I FROM 1 BY 1
                       UNTIL WS-PARM-I > 3
                   PERFORM TAKE-PARM-TOKEN
               END-PERFORM
           END-IF.

       TAKE-PARM-TOKEN.
      * A SIX-DIGIT TOKEN IS THE PERIOD; ANYTHING ELSE MUST BE ONE
      * OF THE SKIP OPTIONS.
           IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) = "NOIDLE"
               SET WS-SKIP-IDLE TO TRUE
           ELSE IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) = "NOCLOSED"
               SET WS-SKIP-CLOSED TO TRUE
           ELSE IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) (1:6) IS NUMERIC
                   AND WS-PARM-TOKEN-ENTRY (WS-PARM-I) (7:14) = SPACES
               MOVE WS-PARM-TOKEN-ENTRY (WS-PARM-I) TO WS-PERIOD
           ELSE IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) NOT = SPACES
               SET WS-BAD-PARM TO TRUE
               MOVE WS-PARM-TOKEN-ENTRY (WS-PARM-I) TO WS-BAD-TOKEN
           END-IF.

       STATEMENT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS.
           ADD CMAST-AMOUNT TO WS-TOT-MASTER.
           PERFORM TOTAL-CUST-POSTINGS.
           IF WS-SKIP-CLOSED AND CMAST-CLOSED
               ADD 1 TO WS-SKIPPED-CLOSED
               ADD WS-CLOSING TO WS-TOT-SKIPPED
           ELSE IF WS-SKIP-IDLE AND WS-PERIOD-COUNT = 0
               ADD 1 TO WS-SKIPPED-IDLE
               ADD WS-CLOSING TO WS-TOT-SKIPPED
           ELSE
               PERFORM PRINT-STATEMENT
           END-IF.

       TOTAL-CUST-POSTINGS.
      * FIRST PASS OVER THE CUSTOMER'S KEY RANGE - THE MONTH'S
      * POSTINGS AND THOSE DATED AFTER IT - SO THE OPENING FIGURE
      * IS KNOWN BEFORE THE FIRST LINE IS PRINTED.
           MOVE 0 TO WS-PERIOD-POSTINGS.
           MOVE 0 TO WS-LATER-POSTINGS.
           MOVE 0 TO WS-PERIOD-COUNT.
           PERFORM START-CUST-POSTINGS.
           PERFORM UNTIL WS-LEDG-EOF
               PERFORM TALLY-ONE-POSTING
               PERFORM READ-CUST-POSTING
           END-PERFORM.
           COMPUTE WS-CLOSING = CMAST-AMOUNT - WS-LATER-POSTINGS.
           COMPUTE WS-OPENING = WS-CLOSING - WS-PERIOD-POSTINGS.

       TALLY-ONE-POSTING.
           IF LEDG-ACT-DATE (1:6) = WS-PERIOD
               ADD LEDG-AMOUNT TO WS-PERIOD-POSTINGS
               ADD 1 TO WS-PERIOD-COUNT
           ELSE IF LEDG-ACT-DATE (1:6) > WS-PERIOD
               ADD LEDG-AMOUNT TO WS-LATER-POSTINGS
           END-IF.

       START-CUST-POSTINGS.
           MOVE 'N' TO WS-LEDG-EOF-SW.
           IF NOT WS-LEDG-OPEN
               SET WS-LEDG-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO LEDG-KEY
               MOVE CMAST-ID TO LEDG-CUST-ID
               START CUST-LEDGER KEY IS NOT LESS THAN LEDG-KEY
                   INVALID KEY SET WS-LEDG-EOF TO TRUE
               END-START
           END-IF.
           IF NOT WS-LEDG-EOF
               PERFORM READ-CUST-POSTING
           END-IF.

       READ-CUST-POSTING.
           READ CUST-LEDGER NEXT RECORD
               AT END SET WS-LEDG-EOF TO TRUE
               NOT AT END
                   IF LEDG-CUST-ID NOT = CMAST-ID
                       SET WS-LEDG-EOF TO TRUE
                   END-IF
           END-READ.

       PRINT-STATEMENT.
      * SECOND PASS LISTS THE MONTH'S POSTINGS IN KEY (DATE) ORDER.
           ADD 1 TO WS-STATEMENTS.
           ADD WS-OPENING TO WS-TOT-OPENING.
           ADD WS-PERIOD-POSTINGS TO WS-TOT-POSTINGS.
           ADD WS-CLOSING TO WS-TOT-CLOSING.
           MOVE 0 TO WS-PAGE-NO.
           PERFORM START-STATEMENT-PAGE.
           MOVE WS-OPENING TO WS-RUNNING.
           MOVE SPACES TO WS-PST-LINE.
           MOVE "OPENING BALANCE" TO WS-PST-REF.
           MOVE WS-RUNNING TO WS-PST-BALANCE.
           MOVE WS-PST-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           PERFORM START-CUST-POSTINGS.
           PERFORM UNTIL WS-LEDG-EOF
               IF LEDG-ACT-DATE (1:6) = WS-PERIOD
                   PERFORM PRINT-ONE-POSTING
               END-IF
               PERFORM READ-CUST-POSTING
           END-PERFORM.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-PST-LINE.
           MOVE "CLOSING BALANCE" TO WS-PST-REF.
           MOVE WS-CLOSING TO WS-PST-BALANCE.
           MOVE WS-PST-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "POSTINGS THIS PERIOD:" TO WS-SUM-LABEL.
           MOVE WS-PERIOD-COUNT TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           IF WS-LATER-POSTINGS NOT = 0
               MOVE "POSTED SINCE PERIOD END:" TO WS-TOT-LABEL
               MOVE WS-LATER-POSTINGS TO WS-TOT-AMOUNT
               MOVE WS-TOT-LINE TO WS-HDG-LINE
               PERFORM WRITE-STMT-LINE
           END-IF.
           PERFORM FINISH-PAGE.
           PERFORM CHECK-STATEMENT-CLOSING.

       CHECK-STATEMENT-CLOSING.
      * THE RUNNING BALANCE IS BUILT POSTING BY POSTING ON THE
      * SECOND PASS, SO IT MUST LAND ON THE CLOSING BALANCE WORKED
      * OUT FROM THE FIRST. A PERIOD CUSTMEND HAS CLOSED CARRIES
      * THE BALANCE IT CLOSED AT, WHICH THE STATEMENT MUST MATCH.
           IF WS-RUNNING NOT = WS-CLOSING
               ADD 1 TO WS-RUN-ERRORS
               DISPLAY "CUSTOMER " CMAST-ID " RUNNING BALANCE "
                   WS-RUNNING " DOES NOT REACH CLOSING " WS-CLOSING
           END-IF.
           IF CMAST-CLOSE-PERIOD = WS-PERIOD
                   AND CMAST-CLOSE-AMOUNT IS NUMERIC
               ADD 1 TO WS-CLOSE-CHECKED
               IF WS-CLOSING NOT = CMAST-CLOSE-AMOUNT
                   ADD 1 TO WS-CLOSE-DISAGREE
                   DISPLAY "CUSTOMER " CMAST-ID " CLOSING BALANCE "
                       WS-CLOSING " DISAGREES WITH MONTH-END CLOSE "
                       CMAST-CLOSE-AMOUNT
               END-IF
           END-IF.

       TOTAL-LATER-POSTINGS.
      * ONE PASS OVER THE WHOLE LEDGER FOR THE POSTINGS DATED AFTER
      * THE PERIOD, WHATEVER CUSTOMER THEY BELONG TO.
           MOVE 0 TO WS-TOT-LEDG-LATER.
           MOVE 'N' TO WS-LEDG-EOF-SW.
           IF NOT WS-LEDG-OPEN
               SET WS-LEDG-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO LEDG-KEY
               START CUST-LEDGER KEY IS NOT LESS THAN LEDG-KEY
                   INVALID KEY SET WS-LEDG-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-LEDG-EOF
               READ CUST-LEDGER NEXT RECORD
                   AT END SET WS-LEDG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDG-SCANNED
                       IF LEDG-ACT-DATE (1:6) > WS-PERIOD
                           ADD LEDG-AMOUNT TO WS-TOT-LEDG-LATER
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-POSTING.
      * A PAGE BREAKS WHEN ONLY THE FOOTING ROOM IS LEFT; THE NEXT
      * PAGE PICKS UP WITH THE BALANCE BROUGHT FORWARD.
           IF WS-LINE-CT >= WS-PAGE-LINES - WS-PAGE-FOOT
               MOVE SPACES TO WS-HDG-LINE
               PERFORM WRITE-STMT-LINE
               MOVE "CONTINUED ON NEXT PAGE" TO WS-HDG-LINE
               PERFORM WRITE-STMT-LINE
               PERFORM FINISH-PAGE
               PERFORM START-STATEMENT-PAGE
               MOVE SPACES TO WS-PST-LINE
               MOVE "BALANCE BROUGHT FORWARD" TO WS-PST-REF
               MOVE WS-RUNNING TO WS-PST-BALANCE
               MOVE WS-PST-LINE TO WS-HDG-LINE
               PERFORM WRITE-STMT-LINE
           END-IF.
           ADD 1 TO WS-POSTINGS-LISTED.
           ADD LEDG-AMOUNT TO WS-RUNNING.
           MOVE SPACES TO WS-PST-LINE.
           MOVE LEDG-ACT-DATE TO WS-PST-DATE.
           PERFORM NAME-POSTING-TYPE.
           MOVE LEDG-REFERENCE TO WS-PST-REF.
           MOVE LEDG-AMOUNT TO WS-PST-AMOUNT.
           MOVE WS-RUNNING TO WS-PST-BALANCE.
           MOVE WS-PST-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.

       NAME-POSTING-TYPE.
      * A BLANK FEED TYPE IS A SALE, AS IN CUSTUPDT.
           IF LEDG-ENTRY-TYPE = "S" OR LEDG-ENTRY-TYPE = SPACE
               MOVE "SALE" TO WS-PST-TYPE
           ELSE IF LEDG-ENTRY-TYPE = "C"
               MOVE "CREDIT" TO WS-PST-TYPE
           ELSE IF LEDG-ENTRY-TYPE = "P"
               MOVE "PAYMENT" TO WS-PST-TYPE
           ELSE IF LEDG-ENTRY-TYPE = "R"
               MOVE "REVERSAL" TO WS-PST-TYPE
           ELSE IF LEDG-ADJUSTMENT
               MOVE "ADJUSTMENT" TO WS-PST-TYPE
           ELSE IF LEDG-BACKOUT
               MOVE "CORRECTION" TO WS-PST-TYPE
           ELSE
               MOVE LEDG-ENTRY-TYPE TO WS-PST-TYPE
           END-IF.

       START-STATEMENT-PAGE.
           ADD 1 TO WS-PAGE-NO.
           ADD 1 TO WS-PAGES-WRITTEN.
           MOVE 0 TO WS-LINE-CT.
           MOVE WS-PAGE-NO TO WS-PAGE-ED.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER STATEMENT - PERIOD " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           MOVE "PAGE" TO WS-HDG-LINE (70:4).
           MOVE WS-PAGE-ED TO WS-HDG-LINE (75:3).
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "STATEMENT DATE: " DELIMITED BY SIZE
                   AUD-START-DATE (1:8) DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE CMAST-ID TO WS-ID-ED.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER ID:    " DELIMITED BY SIZE
                   WS-ID-ED DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER NAME:  " DELIMITED BY SIZE
                   CMAST-NAME DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-STMT-LINE.
           IF CMAST-CLOSED
               MOVE "ACCOUNT STATUS: CLOSED" TO WS-HDG-LINE
           ELSE IF CMAST-ON-HOLD
               MOVE "ACCOUNT STATUS: ON HOLD" TO WS-HDG-LINE
           ELSE
               MOVE "ACCOUNT STATUS: ACTIVE" TO WS-HDG-LINE
           END-IF.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "DATE      TYPE        REFERENCE" TO WS-HDG-LINE.
           MOVE "AMOUNT" TO WS-HDG-LINE (54:6).
           MOVE "BALANCE" TO WS-HDG-LINE (69:7).
           PERFORM WRITE-STMT-LINE.

       FINISH-PAGE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM UNTIL WS-LINE-CT >= WS-PAGE-LINES
               PERFORM WRITE-STMT-LINE
           END-PERFORM.

       WRITE-STMT-LINE.
           MOVE WS-HDG-LINE TO STMT-REC.
           WRITE STMT-REC.
           ADD 1 TO WS-LINE-CT.

       WRITE-CONTROL-PAGE.
      * THE CONTROL PAGE PROVES THE STATEMENTS BACK TO THE MASTER -
      * ITS TOTAL, LESS THE LEDGER'S POSTINGS DATED AFTER THE PERIOD
      * AND THE PERIOD-END BALANCES OF THE CUSTOMERS SKIPPED, MUST
      * EQUAL THE CLOSING BALANCES PRINTED - AND REPORTS THE
      * STATEMENT-BY-STATEMENT CHECKS.
           COMPUTE WS-TOT-PROVED = WS-TOT-MASTER - WS-TOT-LEDG-LATER
               - WS-TOT-SKIPPED.
           COMPUTE WS-TOT-DIFF = WS-TOT-PROVED - WS-TOT-CLOSING.
           MOVE 'N' TO WS-TIED-SW.
           IF WS-TOT-DIFF = 0 AND WS-RUN-ERRORS = 0
                   AND WS-CLOSE-DISAGREE = 0
               SET WS-TIED TO TRUE
           END-IF.
           ADD 1 TO WS-PAGES-WRITTEN.
           MOVE 0 TO WS-LINE-CT.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER STATEMENTS - CONTROL PAGE - PERIOD "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                   AUD-START-DATE (1:8) DELIMITED BY SIZE
                   "   OPTIONS:" DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           IF WS-SKIP-IDLE
               MOVE "NOIDLE" TO WS-HDG-LINE (31:6)
           END-IF.
           IF WS-SKIP-CLOSED
               MOVE "NOCLOSED" TO WS-HDG-LINE (38:8)
           END-IF.
           IF NOT WS-SKIP-IDLE AND NOT WS-SKIP-CLOSED
               MOVE "NONE" TO WS-HDG-LINE (31:4)
           END-IF.
           PERFORM WRITE-STMT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "CUSTOMERS ON MASTER:" TO WS-SUM-LABEL.
           MOVE WS-CUSTOMERS TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "STATEMENTS PRINTED:" TO WS-SUM-LABEL.
           MOVE WS-STATEMENTS TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "SKIPPED - NO ACTIVITY:" TO WS-SUM-LABEL.
           MOVE WS-SKIPPED-IDLE TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "SKIPPED - CLOSED:" TO WS-SUM-LABEL.
           MOVE WS-SKIPPED-CLOSED TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "POSTINGS LISTED:" TO WS-SUM-LABEL.
           MOVE WS-POSTINGS-LISTED TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "PAGES INCLUDING THIS ONE:" TO WS-SUM-LABEL.
           MOVE WS-PAGES-WRITTEN TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "TOTAL OPENING BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-OPENING TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "TOTAL PERIOD POSTINGS:" TO WS-TOT-LABEL.
           MOVE WS-TOT-POSTINGS TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "TOTAL CLOSING BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-CLOSING TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "TIE-OUT TO CUSTOMER MASTER" TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           MOVE "MASTER BALANCE TOTAL:" TO WS-TOT-LABEL.
           MOVE WS-TOT-MASTER TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "LESS POSTED AFTER PERIOD:" TO WS-TOT-LABEL.
           MOVE WS-TOT-LEDG-LATER TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "LESS CUSTOMERS SKIPPED:" TO WS-TOT-LABEL.
           MOVE WS-TOT-SKIPPED TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "STATEMENTS SHOULD TOTAL:" TO WS-TOT-LABEL.
           MOVE WS-TOT-PROVED TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "DIFFERENCE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-DIFF TO WS-TOT-AMOUNT.
           PERFORM WRITE-CTL-TOT-LINE.
           MOVE "LEDGER POSTINGS SCANNED:" TO WS-SUM-LABEL.
           MOVE WS-LEDG-SCANNED TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "RUNNING BALANCE ERRORS:" TO WS-SUM-LABEL.
           MOVE WS-RUN-ERRORS TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "CHECKED AGAINST CLOSE:" TO WS-SUM-LABEL.
           MOVE WS-CLOSE-CHECKED TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE "DISAGREE WITH CLOSE:" TO WS-SUM-LABEL.
           MOVE WS-CLOSE-DISAGREE TO WS-SUM-VALUE.
           PERFORM WRITE-CTL-SUM-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.
           IF WS-TIED
               MOVE "VERDICT: TIED - STATEMENT CLOSING BALANCES AGREE "
                   TO WS-HDG-LINE
               MOVE "WITH THE MASTER" TO WS-HDG-LINE (50:15)
           ELSE
               MOVE "VERDICT: OUT OF BALANCE - STATEMENTS DO NOT TIE "
                   TO WS-HDG-LINE
               MOVE "TO THE MASTER" TO WS-HDG-LINE (49:13)
           END-IF.
           PERFORM WRITE-STMT-LINE.
           DISPLAY WS-HDG-LINE.
           PERFORM FINISH-PAGE.
           DISPLAY "STATEMENTS PRINTED: " WS-STATEMENTS.
           DISPLAY "CUSTOMERS SKIPPED:  " WS-SKIPPED-IDLE
               " NO ACTIVITY, " WS-SKIPPED-CLOSED " CLOSED".

       WRITE-CTL-SUM-LINE.
           MOVE WS-SUM-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.

       WRITE-CTL-TOT-LINE.
           MOVE WS-TOT-LINE TO WS-HDG-LINE.
           PERFORM WRITE-STMT-LINE.

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
