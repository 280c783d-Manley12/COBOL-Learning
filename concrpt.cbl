       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCRPT.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT CONC-PREV
           ASSIGN TO "CONCPREV.TXT"
           FILE STATUS IS WS-PREV-STATUS.
       SELECT CONC-RPT
           ASSIGN TO "CONCRPT.TXT".
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

      * THE PREVIOUS RUN'S FIGURES, REWRITTEN AT THE END OF EVERY
      * RUN: ONE HEADER, ONE RECORD PER BALANCE BAND, THEN THE TOP-N
      * CUSTOMERS IN RANK ORDER. THE NEXT RUN COMPARES AGAINST THEM.
       FD CONC-PREV.
       01 CONC-PREV-REC.
           05 CPV-TYPE             PIC X(1).
               88 CPV-HEADER               VALUE 'H'.
               88 CPV-BAND                 VALUE 'B'.
               88 CPV-TOP-ENTRY            VALUE 'T'.
           05 FILLER               PIC X(79).
       01 CPV-HEADER-REC.
           05 FILLER               PIC X(1).
           05 CPV-RUN-DATE         PIC X(8).
           05 CPV-RUN-TIME         PIC X(6).
           05 CPV-CYCLE-ID         PIC X(14).
           05 CPV-TOP-N            PIC 9(3).
           05 CPV-CUSTOMERS        PIC 9(6).
           05 CPV-DEBTORS          PIC 9(6).
           05 CPV-DEBIT-TOTAL      PIC 9(13)V9(2).
           05 CPV-COUNT-50         PIC 9(6).
           05 CPV-COUNT-80         PIC 9(6).
           05 FILLER               PIC X(9).
       01 CPV-BAND-REC.
           05 FILLER               PIC X(1).
           05 CPV-BAND-NO          PIC 9(1).
           05 CPV-BAND-COUNT       PIC 9(6).
           05 CPV-BAND-AMOUNT      PIC S9(13)V9(2).
           05 FILLER               PIC X(57).
       01 CPV-ENTRY-REC.
           05 FILLER               PIC X(1).
           05 CPV-RANK             PIC 9(3).
           05 CPV-ID               PIC 9(5).
           05 CPV-NAME             PIC X(20).
           05 CPV-AMOUNT           PIC 9(11)V9(2).
           05 FILLER               PIC X(38).

       FD CONC-RPT.
       01 CONC-RPT-REC             PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * CUSTOMER BALANCE CONCENTRATION. THREE VIEWS OF HOW THE
      * MASTER'S BALANCES ARE SPREAD:
      *   - THE TOP N CUSTOMERS BY CMAST-AMOUNT, EACH WITH ITS SHARE
      *     OF THE TOTAL AND THE RUNNING (CUMULATIVE) SHARE
      *   - THE BALANCE BANDS (COPYBOOK BALBAND, THE SAME BANDS THE
      *     AUDIT SAMPLE STRATIFIES BY) WITH COUNT AND TOTAL
      *   - HOW FEW CUSTOMERS, LARGEST FIRST, MAKE UP 50% AND 80%
      *     OF THE TOTAL
      * SHARES ARE OF THE TOTAL DEBIT BALANCE - THE SUM OF THE
      * BALANCES ABOVE ZERO. A CREDIT BALANCE IS MONEY WE OWE, NOT
      * EXPOSURE, AND LEFT IN IT WOULD PUSH THE SHARES PAST 100%;
      * CREDIT AND ZERO BALANCES ARE COUNTED IN THE BANDS ONLY.
      * EACH RUN'S FIGURES ARE KEPT IN CONCPREV.TXT AND THE NEXT RUN
      * IS COMPARED AGAINST THEM, FLAGGING EVERY CUSTOMER THAT MOVED
      * INTO OR OUT OF THE TOP N. PARM IS "[n]", THE TOP-N SIZE.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-PREV-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.

       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-PARM-TOKEN           PIC X(12) VALUE SPACES.
       77  WS-TOP-N-X              PIC 9(9) VALUE 0.
       77  WS-TOP-N                PIC 9(3) COMP VALUE 20.
       77  WS-TOP-N-MAX            PIC 9(3) COMP VALUE 100.
       77  WS-TOP-USED             PIC 9(3) COMP VALUE 0.

           COPY BALBAND.
       77  WS-BAND                 PIC 9(1) COMP VALUE 0.
       01  WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 6 TIMES.
               10 WS-BAND-COUNT    PIC 9(6) COMP.
               10 WS-BAND-AMOUNT   PIC S9(13)V9(2).

       77  WS-CUSTOMERS            PIC 9(6) COMP VALUE 0.
       77  WS-DEBTORS              PIC 9(6) COMP VALUE 0.
       77  WS-DEBIT-TOTAL          PIC 9(13)V9(2) VALUE 0.
       77  WS-NET-TOTAL            PIC S9(13)V9(2) VALUE 0.
       77  WS-CUM-AMOUNT           PIC 9(13)V9(2) VALUE 0.
       77  WS-COUNT-50             PIC 9(6) COMP VALUE 0.
       77  WS-COUNT-80             PIC 9(6) COMP VALUE 0.
       77  WS-SHARE                PIC 9(3)V9(2) VALUE 0.
       77  WS-CUM-SHARE            PIC 9(3)V9(2) VALUE 0.

      * EVERY CUSTOMER IN DEBIT, LOADED IN MASTER ORDER AND THEN
      * SORTED LARGEST BALANCE FIRST. THE SORT IS THE BOTTOM-UP
      * MERGE THE SORT UTILITY USES, SO EQUAL BALANCES STAY IN
      * CUST-ID ORDER AND THE TOP N IS THE SAME FROM RUN TO RUN.
       77  WS-CON-MAX              PIC 9(6) COMP VALUE 99999.
       01  WS-CON-TABLE.
           05 WS-CON-ENTRY OCCURS 99999 TIMES.
               10 WS-CON-ID        PIC 9(5).
               10 WS-CON-NAME      PIC X(20).
               10 WS-CON-AMOUNT    PIC 9(11)V9(2).
       01  WS-WORK-TABLE.
           05 WS-WORK-ENTRY        PIC X(38)
                   OCCURS 99999 TIMES.
       77  WS-CON-I                PIC 9(6) COMP VALUE 0.
       77  WS-RUN-WIDTH            PIC 9(6) COMP VALUE 1.
       77  WS-LEFT-POS             PIC 9(6) COMP VALUE 0.
       77  WS-MID-POS              PIC 9(6) COMP VALUE 0.
       77  WS-RIGHT-POS            PIC 9(6) COMP VALUE 0.
       77  WS-A-IDX                PIC 9(6) COMP VALUE 0.
       77  WS-B-IDX                PIC 9(6) COMP VALUE 0.
       77  WS-OUT-IDX              PIC 9(6) COMP VALUE 0.
       77  WS-COPY-I               PIC 9(6) COMP VALUE 0.
       01  WS-B-WINS-SW            PIC X(1) VALUE 'N'.
           88 WS-B-WINS            VALUE 'Y'.

      * THE PREVIOUS RUN, AS READ BACK FROM CONCPREV.TXT.
       01  WS-PREV-SW              PIC X(1) VALUE 'N'.
           88 WS-PREV-FOUND        VALUE 'Y'.
       77  WS-PREV-DATE            PIC X(8) VALUE SPACES.
       77  WS-PREV-TIME            PIC X(6) VALUE SPACES.
       77  WS-PREV-CYCLE           PIC X(14) VALUE SPACES.
       77  WS-PREV-TOP-N           PIC 9(3) COMP VALUE 0.
       77  WS-PREV-CUSTOMERS       PIC 9(6) COMP VALUE 0.
       77  WS-PREV-DEBTORS         PIC 9(6) COMP VALUE 0.
       77  WS-PREV-DEBIT-TOTAL     PIC 9(13)V9(2) VALUE 0.
       77  WS-PREV-COUNT-50        PIC 9(6) COMP VALUE 0.
       77  WS-PREV-COUNT-80        PIC 9(6) COMP VALUE 0.
       01  WS-PREV-BAND-TABLE.
           05 WS-PREV-BAND-ENTRY OCCURS 6 TIMES.
               10 WS-PREV-BAND-COUNT   PIC 9(6) COMP.
               10 WS-PREV-BAND-AMOUNT  PIC S9(13)V9(2).
       77  WS-PREV-USED            PIC 9(3) COMP VALUE 0.
       01  WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 100 TIMES.
               10 WS-PREV-RANK     PIC 9(3).
               10 WS-PREV-ID       PIC 9(5).
               10 WS-PREV-NAME     PIC X(20).
               10 WS-PREV-AMOUNT   PIC 9(11)V9(2).
       77  WS-PREV-I               PIC 9(3) COMP VALUE 0.
       77  WS-PREV-HIT             PIC 9(3) COMP VALUE 0.
       77  WS-TOP-I                PIC 9(3) COMP VALUE 0.
       77  WS-MOVED-IN             PIC 9(3) COMP VALUE 0.
       77  WS-MOVED-OUT            PIC 9(3) COMP VALUE 0.
       77  WS-NOW-RANK             PIC 9(6) COMP VALUE 0.

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.
       77  WS-NUM-ED               PIC ZZZ,ZZ9.
       77  WS-RANK-ED              PIC ZZZ,ZZ9.
       77  WS-PCT-ED               PIC ZZ9.99.

       01  WS-TOP-LINE.
           05 WS-TOP-RANK          PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOP-ID            PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOP-NAME          PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-TOP-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOP-SHARE         PIC ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOP-CUM           PIC ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOP-PREV          PIC X(8).

       01  WS-BAND-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BL-NO             PIC 9(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-BL-NAME           PIC X(20).
           05 WS-BL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BL-PREV-COUNT     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BL-CHANGE         PIC ---,--9.

       01  WS-CMP-LINE.
           05 WS-CMP-LABEL         PIC X(30).
           05 WS-CMP-NOW           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CMP-PREV          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CMP-COUNT-LINE.
           05 WS-CMPC-LABEL        PIC X(30).
           05 FILLER               PIC X(13) VALUE SPACES.
           05 WS-CMPC-NOW          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 WS-CMPC-PREV         PIC ZZZ,ZZ9.

       01  WS-MOVE-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MV-ID             PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MV-NAME           PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-MV-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MV-TEXT           PIC X(28).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL         PIC X(26).
           05 WS-SUM-VALUE         PIC ZZZ,ZZ9.

       01  WS-TOT-LINE.
           05 WS-TOT-LABEL         PIC X(26).
           05 WS-TOT-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM GET-PARMS.
           PERFORM READ-CYCLE-ID.
           PERFORM VARYING WS-BAND FROM 1 BY 1
                   UNTIL WS-BAND > BAL-BAND-CT
               MOVE 0 TO WS-BAND-COUNT (WS-BAND)
               MOVE 0 TO WS-BAND-AMOUNT (WS-BAND)
           END-PERFORM.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER - NOTHING TO REPORT"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM TALLY-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           PERFORM SORT-BY-BALANCE.
           PERFORM FIND-CONCENTRATION.
           PERFORM LOAD-PREVIOUS-RUN.
           OPEN OUTPUT CONC-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-TOP-N.
           PERFORM WRITE-BANDS.
           PERFORM WRITE-CONCENTRATION.
           PERFORM WRITE-COMPARISON.
           PERFORM WRITE-SUMMARY.
           CLOSE CONC-RPT.
           PERFORM SAVE-THIS-RUN.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO WS-RUN-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO WS-RUN-TIME.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-PARM-TOKEN
               IF FUNCTION TRIM(WS-PARM-TOKEN) IS NOT NUMERIC
                   DISPLAY "INVALID PARM - TOP-N SIZE MUST BE "
                       "FROM 1 TO 100"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-TRAIL
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-PARM-TOKEN) TO WS-TOP-N-X
               IF WS-TOP-N-X = 0 OR WS-TOP-N-X > WS-TOP-N-MAX
                   DISPLAY "INVALID PARM - TOP-N SIZE MUST BE "
                       "FROM 1 TO 100"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-TRAIL
                   GOBACK
               END-IF
               MOVE WS-TOP-N-X TO WS-TOP-N
           END-IF.

       TALLY-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS.
           ADD CMAST-AMOUNT TO WS-NET-TOTAL.
           MOVE BAL-BAND-CT TO WS-BAND.
           PERFORM UNTIL WS-BAND = 1
                   OR CMAST-AMOUNT >= BAL-BAND-FLOOR (WS-BAND)
               SUBTRACT 1 FROM WS-BAND
           END-PERFORM.
           ADD 1 TO WS-BAND-COUNT (WS-BAND).
           ADD CMAST-AMOUNT TO WS-BAND-AMOUNT (WS-BAND).
           IF CMAST-AMOUNT > 0
               PERFORM KEEP-DEBTOR
           END-IF.

       KEEP-DEBTOR.
           IF WS-DEBTORS = WS-CON-MAX
               DISPLAY "CUSTOMER MASTER HOLDS MORE THAN " WS-CON-MAX
                   " CUSTOMERS IN DEBIT"
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           ADD 1 TO WS-DEBTORS.
           MOVE CMAST-ID TO WS-CON-ID (WS-DEBTORS).
           MOVE CMAST-NAME TO WS-CON-NAME (WS-DEBTORS).
           MOVE CMAST-AMOUNT TO WS-CON-AMOUNT (WS-DEBTORS).
           ADD CMAST-AMOUNT TO WS-DEBIT-TOTAL.

       SORT-BY-BALANCE.
      * BOTTOM-UP MERGE SORT, LARGEST BALANCE FIRST. SORTED RUNS
      * DOUBLE IN WIDTH EACH PASS UNTIL ONE RUN COVERS THE TABLE;
      * A TIE TAKES THE LEFT SIDE, SO EQUAL BALANCES KEEP THEIR
      * MASTER (CUST-ID) ORDER.
           MOVE 1 TO WS-RUN-WIDTH.
           PERFORM UNTIL WS-RUN-WIDTH >= WS-DEBTORS
               PERFORM MERGE-ONE-PASS
               MULTIPLY WS-RUN-WIDTH BY 2 GIVING WS-RUN-WIDTH
           END-PERFORM.

       MERGE-ONE-PASS.
           MOVE 1 TO WS-LEFT-POS.
           PERFORM UNTIL WS-LEFT-POS > WS-DEBTORS
               COMPUTE WS-MID-POS = WS-LEFT-POS + WS-RUN-WIDTH - 1
               IF WS-MID-POS > WS-DEBTORS
                   MOVE WS-DEBTORS TO WS-MID-POS
               END-IF
               COMPUTE WS-RIGHT-POS =
                   WS-LEFT-POS + WS-RUN-WIDTH + WS-RUN-WIDTH - 1
               IF WS-RIGHT-POS > WS-DEBTORS
                   MOVE WS-DEBTORS TO WS-RIGHT-POS
               END-IF
               IF WS-MID-POS < WS-RIGHT-POS
                   PERFORM MERGE-TWO-RUNS
               END-IF
               COMPUTE WS-LEFT-POS =
                   WS-LEFT-POS + WS-RUN-WIDTH + WS-RUN-WIDTH
           END-PERFORM.

       MERGE-TWO-RUNS.
      * MERGE THE ADJACENT SORTED RUNS LEFT..MID AND MID+1..RIGHT
      * THROUGH THE WORK TABLE AND COPY THE RESULT BACK IN PLACE.
           MOVE WS-LEFT-POS TO WS-A-IDX.
           COMPUTE WS-B-IDX = WS-MID-POS + 1.
           MOVE WS-LEFT-POS TO WS-OUT-IDX.
           PERFORM UNTIL WS-A-IDX > WS-MID-POS
                   AND WS-B-IDX > WS-RIGHT-POS
               PERFORM PICK-MERGE-SIDE
               IF WS-B-WINS
                   MOVE WS-CON-ENTRY (WS-B-IDX)
                       TO WS-WORK-ENTRY (WS-OUT-IDX)
                   ADD 1 TO WS-B-IDX
               ELSE
                   MOVE WS-CON-ENTRY (WS-A-IDX)
                       TO WS-WORK-ENTRY (WS-OUT-IDX)
                   ADD 1 TO WS-A-IDX
               END-IF
               ADD 1 TO WS-OUT-IDX
           END-PERFORM.
           PERFORM VARYING WS-COPY-I FROM WS-LEFT-POS BY 1
                   UNTIL WS-COPY-I > WS-RIGHT-POS
               MOVE WS-WORK-ENTRY (WS-COPY-I)
                   TO WS-CON-ENTRY (WS-COPY-I)
           END-PERFORM.

       PICK-MERGE-SIDE.
           MOVE "N" TO WS-B-WINS-SW.
           IF WS-A-IDX > WS-MID-POS
               SET WS-B-WINS TO TRUE
           ELSE
               IF WS-B-IDX <= WS-RIGHT-POS
                   IF WS-CON-AMOUNT (WS-B-IDX) >
                           WS-CON-AMOUNT (WS-A-IDX)
                       SET WS-B-WINS TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-CONCENTRATION.
      * WALK DOWN THE SORTED TABLE UNTIL THE RUNNING TOTAL FIRST
      * REACHES HALF, THEN FOUR-FIFTHS, OF THE DEBIT TOTAL.
           MOVE 0 TO WS-CUM-AMOUNT.
           MOVE 0 TO WS-COUNT-50.
           MOVE 0 TO WS-COUNT-80.
           PERFORM VARYING WS-CON-I FROM 1 BY 1
                   UNTIL WS-CON-I > WS-DEBTORS OR WS-COUNT-80 > 0
               ADD WS-CON-AMOUNT (WS-CON-I) TO WS-CUM-AMOUNT
               IF WS-COUNT-50 = 0
                       AND WS-CUM-AMOUNT * 100 >= WS-DEBIT-TOTAL * 50
                   MOVE WS-CON-I TO WS-COUNT-50
               END-IF
               IF WS-CUM-AMOUNT * 100 >= WS-DEBIT-TOTAL * 80
                   MOVE WS-CON-I TO WS-COUNT-80
               END-IF
           END-PERFORM.
           IF WS-DEBTORS < WS-TOP-N
               MOVE WS-DEBTORS TO WS-TOP-USED
           ELSE
               MOVE WS-TOP-N TO WS-TOP-USED
           END-IF.

       LOAD-PREVIOUS-RUN.
      * NO FILE, OR ONE WITHOUT A HEADER, MEANS THIS IS THE FIRST
      * RUN - THE REPORT SAYS SO AND THERE IS NOTHING TO FLAG.
           MOVE 0 TO WS-PREV-USED.
           PERFORM VARYING WS-BAND FROM 1 BY 1
                   UNTIL WS-BAND > BAL-BAND-CT
               MOVE 0 TO WS-PREV-BAND-COUNT (WS-BAND)
               MOVE 0 TO WS-PREV-BAND-AMOUNT (WS-BAND)
           END-PERFORM.
           OPEN INPUT CONC-PREV.
           IF WS-PREV-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CONC-PREV NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM TAKE-PREVIOUS-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONC-PREV
           END-IF.

       TAKE-PREVIOUS-RECORD.
           IF CPV-HEADER
               SET WS-PREV-FOUND TO TRUE
               MOVE CPV-RUN-DATE TO WS-PREV-DATE
               MOVE CPV-RUN-TIME TO WS-PREV-TIME
               MOVE CPV-CYCLE-ID TO WS-PREV-CYCLE
               MOVE CPV-TOP-N TO WS-PREV-TOP-N
               MOVE CPV-CUSTOMERS TO WS-PREV-CUSTOMERS
               MOVE CPV-DEBTORS TO WS-PREV-DEBTORS
               MOVE CPV-DEBIT-TOTAL TO WS-PREV-DEBIT-TOTAL
               MOVE CPV-COUNT-50 TO WS-PREV-COUNT-50
               MOVE CPV-COUNT-80 TO WS-PREV-COUNT-80
           ELSE IF CPV-BAND
                   AND CPV-BAND-NO >= 1 AND CPV-BAND-NO <= BAL-BAND-CT
               MOVE CPV-BAND-COUNT TO WS-PREV-BAND-COUNT (CPV-BAND-NO)
               MOVE CPV-BAND-AMOUNT
                   TO WS-PREV-BAND-AMOUNT (CPV-BAND-NO)
           ELSE IF CPV-TOP-ENTRY AND WS-PREV-USED < WS-TOP-N-MAX
               ADD 1 TO WS-PREV-USED
               MOVE CPV-RANK TO WS-PREV-RANK (WS-PREV-USED)
               MOVE CPV-ID TO WS-PREV-ID (WS-PREV-USED)
               MOVE CPV-NAME TO WS-PREV-NAME (WS-PREV-USED)
               MOVE CPV-AMOUNT TO WS-PREV-AMOUNT (WS-PREV-USED)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER BALANCE CONCENTRATION - " DELIMITED BY SIZE
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
           MOVE "CUSTOMERS ON MASTER:" TO WS-SUM-LABEL.
           MOVE WS-CUSTOMERS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "CUSTOMERS IN DEBIT:" TO WS-SUM-LABEL.
           MOVE WS-DEBTORS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "TOTAL DEBIT BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-TOT-VALUE.
           PERFORM WRITE-TOT-LINE.
           MOVE "NET MASTER BALANCE:" TO WS-TOT-LABEL.
           MOVE WS-NET-TOTAL TO WS-TOT-VALUE.
           PERFORM WRITE-TOT-LINE.
           MOVE "SHARES ARE OF THE TOTAL DEBIT BALANCE. CREDIT AND "
               TO WS-HDG-LINE.
           MOVE "ZERO BALANCES" TO WS-HDG-LINE (51:13).
           PERFORM WRITE-HDG-LINE.
           MOVE "ARE COUNTED IN THE BALANCE BANDS ONLY."
               TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.

       WRITE-TOP-N.
      * PREV SHOWS WHERE THE CUSTOMER RANKED LAST RUN, OR NEW IF IT
      * WAS NOT IN LAST RUN'S TOP N.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE WS-TOP-N TO WS-NUM-ED.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "TOP " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                   " CUSTOMERS BY BALANCE" DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE "RANK  ID     NAME                          BALANCE  "
               TO WS-HDG-LINE.
           MOVE "SHARE%    CUM%  PREV" TO WS-HDG-LINE (57:20).
           PERFORM WRITE-HDG-LINE.
           MOVE 0 TO WS-CUM-AMOUNT.
           PERFORM VARYING WS-TOP-I FROM 1 BY 1
                   UNTIL WS-TOP-I > WS-TOP-USED
               PERFORM WRITE-TOP-ENTRY
           END-PERFORM.
           IF WS-TOP-USED = 0
               MOVE "  NO CUSTOMERS IN DEBIT" TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.

       WRITE-TOP-ENTRY.
           ADD WS-CON-AMOUNT (WS-TOP-I) TO WS-CUM-AMOUNT.
           COMPUTE WS-SHARE ROUNDED =
               WS-CON-AMOUNT (WS-TOP-I) * 100 / WS-DEBIT-TOTAL.
           COMPUTE WS-CUM-SHARE ROUNDED =
               WS-CUM-AMOUNT * 100 / WS-DEBIT-TOTAL.
           MOVE WS-TOP-I TO WS-TOP-RANK.
           MOVE WS-CON-ID (WS-TOP-I) TO WS-TOP-ID.
           MOVE WS-CON-NAME (WS-TOP-I) TO WS-TOP-NAME.
           MOVE WS-CON-AMOUNT (WS-TOP-I) TO WS-TOP-AMOUNT.
           MOVE WS-SHARE TO WS-TOP-SHARE.
           MOVE WS-CUM-SHARE TO WS-TOP-CUM.
           MOVE SPACES TO WS-TOP-PREV.
           IF WS-PREV-FOUND
               MOVE WS-CON-ID (WS-TOP-I) TO WS-MV-ID
               PERFORM FIND-IN-PREVIOUS
               IF WS-PREV-HIT = 0
                   MOVE "NEW" TO WS-TOP-PREV
               ELSE
                   MOVE WS-PREV-RANK (WS-PREV-HIT) TO WS-RANK-ED
                   MOVE WS-RANK-ED TO WS-TOP-PREV
               END-IF
           END-IF.
           MOVE WS-TOP-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       FIND-IN-PREVIOUS.
      * WS-PREV-HIT IS THE PREVIOUS TOP-N ENTRY FOR WS-MV-ID, OR 0.
           MOVE 0 TO WS-PREV-HIT.
           PERFORM VARYING WS-PREV-I FROM 1 BY 1
                   UNTIL WS-PREV-I > WS-PREV-USED OR WS-PREV-HIT > 0
               IF WS-PREV-ID (WS-PREV-I) = WS-MV-ID
                   MOVE WS-PREV-I TO WS-PREV-HIT
               END-IF
           END-PERFORM.

       WRITE-BANDS.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "BALANCE BANDS" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "BAND  BALANCE RANGE     CUSTOMERS" TO WS-HDG-LINE.
           MOVE "BALANCE  PREVIOUS  CHANGE" TO WS-HDG-LINE (50:25).
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-BAND FROM 1 BY 1
                   UNTIL WS-BAND > BAL-BAND-CT
               PERFORM WRITE-BAND-ENTRY
           END-PERFORM.

       WRITE-BAND-ENTRY.
      * THE PREVIOUS COUNT AND THE CHANGE ARE LEFT BLANK ON A FIRST
      * RUN.
           MOVE WS-BAND TO WS-BL-NO.
           MOVE BAL-BAND-NAME (WS-BAND) TO WS-BL-NAME.
           MOVE WS-BAND-COUNT (WS-BAND) TO WS-BL-COUNT.
           MOVE WS-BAND-AMOUNT (WS-BAND) TO WS-BL-AMOUNT.
           MOVE WS-BAND-LINE TO CONC-RPT-REC.
           IF WS-PREV-FOUND
               MOVE WS-PREV-BAND-COUNT (WS-BAND) TO WS-BL-PREV-COUNT
               COMPUTE WS-BL-CHANGE = WS-BAND-COUNT (WS-BAND)
                   - WS-PREV-BAND-COUNT (WS-BAND)
               MOVE WS-BAND-LINE TO CONC-RPT-REC
           ELSE
               MOVE SPACES TO CONC-RPT-REC (57:24)
           END-IF.
           WRITE CONC-RPT-REC.

       WRITE-CONCENTRATION.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CONCENTRATION - LARGEST BALANCES FIRST" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE 50 TO WS-PCT-ED.
           MOVE WS-COUNT-50 TO WS-NUM-ED.
           PERFORM WRITE-CONC-LINE.
           MOVE 80 TO WS-PCT-ED.
           MOVE WS-COUNT-80 TO WS-NUM-ED.
           PERFORM WRITE-CONC-LINE.

       WRITE-CONC-LINE.
      * "n CUSTOMERS HOLD pp% OF THE DEBIT BALANCE (qq.qq% OF THE
      * CUSTOMERS IN DEBIT)".
           MOVE SPACES TO WS-HDG-LINE.
           STRING "  CUSTOMERS HOLDING " DELIMITED BY SIZE
                   WS-PCT-ED (1:3) DELIMITED BY SIZE
                   "% OF THE DEBIT BALANCE:" DELIMITED BY SIZE
                   WS-NUM-ED DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           IF WS-DEBTORS > 0
               COMPUTE WS-SHARE ROUNDED =
                   FUNCTION NUMVAL(WS-NUM-ED) * 100 / WS-DEBTORS
               MOVE WS-SHARE TO WS-PCT-ED
               MOVE "(" TO WS-HDG-LINE (55:1)
               MOVE WS-PCT-ED TO WS-HDG-LINE (56:6)
               MOVE "% OF DEBTORS)" TO WS-HDG-LINE (62:13)
           END-IF.
           PERFORM WRITE-HDG-LINE.

       WRITE-COMPARISON.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           IF NOT WS-PREV-FOUND
               MOVE "NO PREVIOUS RUN ON FILE - NOTHING TO COMPARE"
                   TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           ELSE
               PERFORM WRITE-PREVIOUS-FIGURES
               PERFORM WRITE-TOP-N-MOVES
           END-IF.

       WRITE-PREVIOUS-FIGURES.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "COMPARED WITH THE PREVIOUS RUN - " DELIMITED BY SIZE
                   WS-PREV-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PREV-TIME DELIMITED BY SIZE
                   "  CYCLE: " DELIMITED BY SIZE
                   WS-PREV-CYCLE DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           MOVE "THIS RUN" TO WS-HDG-LINE (43:8).
           MOVE "PREVIOUS" TO WS-HDG-LINE (65:8).
           PERFORM WRITE-HDG-LINE.
           MOVE "  CUSTOMERS ON MASTER" TO WS-CMPC-LABEL.
           MOVE WS-CUSTOMERS TO WS-CMPC-NOW.
           MOVE WS-PREV-CUSTOMERS TO WS-CMPC-PREV.
           PERFORM WRITE-CMP-COUNT-LINE.
           MOVE "  CUSTOMERS IN DEBIT" TO WS-CMPC-LABEL.
           MOVE WS-DEBTORS TO WS-CMPC-NOW.
           MOVE WS-PREV-DEBTORS TO WS-CMPC-PREV.
           PERFORM WRITE-CMP-COUNT-LINE.
           MOVE "  TOTAL DEBIT BALANCE" TO WS-CMP-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-CMP-NOW.
           MOVE WS-PREV-DEBIT-TOTAL TO WS-CMP-PREV.
           MOVE WS-CMP-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.
           MOVE "  CUSTOMERS HOLDING 50%" TO WS-CMPC-LABEL.
           MOVE WS-COUNT-50 TO WS-CMPC-NOW.
           MOVE WS-PREV-COUNT-50 TO WS-CMPC-PREV.
           PERFORM WRITE-CMP-COUNT-LINE.
           MOVE "  CUSTOMERS HOLDING 80%" TO WS-CMPC-LABEL.
           MOVE WS-COUNT-80 TO WS-CMPC-NOW.
           MOVE WS-PREV-COUNT-80 TO WS-CMPC-PREV.
           PERFORM WRITE-CMP-COUNT-LINE.
           IF WS-PREV-TOP-N NOT = WS-TOP-N
               MOVE WS-PREV-TOP-N TO WS-NUM-ED
               MOVE SPACES TO WS-HDG-LINE
               STRING "  NOTE: THE PREVIOUS RUN LISTED A TOP "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
               PERFORM WRITE-HDG-LINE
           END-IF.

       WRITE-TOP-N-MOVES.
      * MOVED IN - IN THIS RUN'S TOP N BUT NOT THE LAST ONE'S.
      * MOVED OUT - IN THE LAST RUN'S TOP N BUT NOT THIS ONE'S,
      * WITH WHERE IT STANDS NOW.
           MOVE 0 TO WS-MOVED-IN.
           MOVE 0 TO WS-MOVED-OUT.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "MOVED INTO THE TOP N:" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-TOP-I FROM 1 BY 1
                   UNTIL WS-TOP-I > WS-TOP-USED
               MOVE WS-CON-ID (WS-TOP-I) TO WS-MV-ID
               PERFORM FIND-IN-PREVIOUS
               IF WS-PREV-HIT = 0
                   PERFORM WRITE-MOVED-IN
               END-IF
           END-PERFORM.
           IF WS-MOVED-IN = 0
               MOVE "  NONE" TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.
           MOVE "MOVED OUT OF THE TOP N:" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-PREV-I FROM 1 BY 1
                   UNTIL WS-PREV-I > WS-PREV-USED
               PERFORM CHECK-MOVED-OUT
           END-PERFORM.
           IF WS-MOVED-OUT = 0
               MOVE "  NONE" TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.

       WRITE-MOVED-IN.
           ADD 1 TO WS-MOVED-IN.
           MOVE WS-CON-NAME (WS-TOP-I) TO WS-MV-NAME.
           MOVE WS-CON-AMOUNT (WS-TOP-I) TO WS-MV-AMOUNT.
           MOVE WS-TOP-I TO WS-RANK-ED.
           MOVE SPACES TO WS-MV-TEXT.
           STRING "NOW RANK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RANK-ED) DELIMITED BY SIZE
               INTO WS-MV-TEXT
           END-STRING.
           MOVE WS-MOVE-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       CHECK-MOVED-OUT.
      * WS-NOW-RANK IS WHERE THE CUSTOMER SITS IN THIS RUN'S
      * SORTED TABLE, OR 0 IF IT IS NO LONGER IN DEBIT.
           MOVE 0 TO WS-NOW-RANK.
           PERFORM VARYING WS-CON-I FROM 1 BY 1
                   UNTIL WS-CON-I > WS-DEBTORS OR WS-NOW-RANK > 0
               IF WS-CON-ID (WS-CON-I) = WS-PREV-ID (WS-PREV-I)
                   MOVE WS-CON-I TO WS-NOW-RANK
               END-IF
           END-PERFORM.
           IF WS-NOW-RANK = 0 OR WS-NOW-RANK > WS-TOP-USED
               PERFORM WRITE-MOVED-OUT
           END-IF.

       WRITE-MOVED-OUT.
           ADD 1 TO WS-MOVED-OUT.
           MOVE WS-PREV-ID (WS-PREV-I) TO WS-MV-ID.
           MOVE WS-PREV-NAME (WS-PREV-I) TO WS-MV-NAME.
           MOVE SPACES TO WS-MV-TEXT.
           MOVE WS-PREV-RANK (WS-PREV-I) TO WS-NUM-ED.
           IF WS-NOW-RANK = 0
               STRING "WAS RANK " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       ", NOT IN DEBIT" DELIMITED BY SIZE
                   INTO WS-MV-TEXT
               END-STRING
           ELSE
               MOVE WS-CON-AMOUNT (WS-NOW-RANK) TO WS-MV-AMOUNT
               MOVE WS-NOW-RANK TO WS-RANK-ED
               STRING "WAS RANK " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       ", NOW " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RANK-ED) DELIMITED BY SIZE
                   INTO WS-MV-TEXT
               END-STRING
           END-IF.
           MOVE WS-MOVE-LINE TO CONC-RPT-REC.
           IF WS-NOW-RANK = 0
               MOVE SPACES TO CONC-RPT-REC (31:18)
           END-IF.
           WRITE CONC-RPT-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "MOVED INTO TOP N:" TO WS-SUM-LABEL.
           MOVE WS-MOVED-IN TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "MOVED OUT OF TOP N:" TO WS-SUM-LABEL.
           MOVE WS-MOVED-OUT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           DISPLAY "CUSTOMERS ON MASTER: " WS-CUSTOMERS.
           DISPLAY "CUSTOMERS IN DEBIT:  " WS-DEBTORS.
           DISPLAY "HOLDING 50% / 80%:   " WS-COUNT-50 " / "
               WS-COUNT-80.
           DISPLAY "MOVED INTO TOP N:    " WS-MOVED-IN.
           DISPLAY "MOVED OUT OF TOP N:  " WS-MOVED-OUT.

       SAVE-THIS-RUN.
      * THIS RUN'S FIGURES BECOME THE NEXT RUN'S PREVIOUS RUN.
           OPEN OUTPUT CONC-PREV.
           MOVE SPACES TO CONC-PREV-REC.
           MOVE 'H' TO CPV-TYPE.
           MOVE WS-RUN-DATE TO CPV-RUN-DATE.
           MOVE WS-RUN-TIME TO CPV-RUN-TIME.
           MOVE WS-CYCLE-ID TO CPV-CYCLE-ID.
           MOVE WS-TOP-N TO CPV-TOP-N.
           MOVE WS-CUSTOMERS TO CPV-CUSTOMERS.
           MOVE WS-DEBTORS TO CPV-DEBTORS.
           MOVE WS-DEBIT-TOTAL TO CPV-DEBIT-TOTAL.
           MOVE WS-COUNT-50 TO CPV-COUNT-50.
           MOVE WS-COUNT-80 TO CPV-COUNT-80.
           WRITE CONC-PREV-REC.
           PERFORM VARYING WS-BAND FROM 1 BY 1
                   UNTIL WS-BAND > BAL-BAND-CT
               MOVE SPACES TO CONC-PREV-REC
               MOVE 'B' TO CPV-TYPE
               MOVE WS-BAND TO CPV-BAND-NO
               MOVE WS-BAND-COUNT (WS-BAND) TO CPV-BAND-COUNT
               MOVE WS-BAND-AMOUNT (WS-BAND) TO CPV-BAND-AMOUNT
               WRITE CONC-PREV-REC
           END-PERFORM.
           PERFORM VARYING WS-TOP-I FROM 1 BY 1
                   UNTIL WS-TOP-I > WS-TOP-USED
               MOVE SPACES TO CONC-PREV-REC
               MOVE 'T' TO CPV-TYPE
               MOVE WS-TOP-I TO CPV-RANK
               MOVE WS-CON-ID (WS-TOP-I) TO CPV-ID
               MOVE WS-CON-NAME (WS-TOP-I) TO CPV-NAME
               MOVE WS-CON-AMOUNT (WS-TOP-I) TO CPV-AMOUNT
               WRITE CONC-PREV-REC
           END-PERFORM.
           CLOSE CONC-PREV.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       WRITE-TOT-LINE.
           MOVE WS-TOT-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       WRITE-CMP-COUNT-LINE.
           MOVE WS-CMP-COUNT-LINE TO CONC-RPT-REC.
           WRITE CONC-RPT-REC.

       STAMP-AUDIT-START.
           MOVE "CONCRPT" TO AUD-PROGRAM-ID.
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
