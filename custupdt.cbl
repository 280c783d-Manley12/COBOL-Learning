           ASSIGN TO "CUSTMNEW.TXT".
       SELECT CHANGE-RPT
           ASSIGN TO "CUSTCHG.TXT".
       SELECT REJECT-FILE
           ASSIGN TO "REJFILE.TXT"
           FILE STATUS IS WS-REJFILE-STATUS.
       SELECT REJECT-WORK
           ASSIGN TO "CUSTRWRK.TXT"
           FILE STATUS IS WS-RWRK-STATUS.
       SELECT LEDGER-WORK
           ASSIGN TO "CUSTLWRK.TXT"
           FILE STATUS IS WS-LWRK-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO "CUSTLEDG.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.
       SELECT JOURNAL-WORK
           ASSIGN TO "CUSTJWRK.TXT"
           FILE STATUS IS WS-JWRK-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "CUSTJRNL.TXT"
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       01 MASTER-NEW-REC.
           05 CMNEW-ID             PIC 9(5).
           05 CMNEW-NAME           PIC X(20).
           05 CMNEW-AMOUNT         PIC S9(11)V9(2).
           05 CMNEW-COUNT          PIC 9(7).
           05 CMNEW-LAST-DATE      PIC X(8).
           05 CMNEW-STATUS         PIC X(1).
           05 CMNEW-STATUS-DATE    PIC X(8).
           05 CMNEW-MTD-AMOUNT     PIC S9(11)V9(2).
           05 CMNEW-MTD-COUNT      PIC 9(7).
           05 CMNEW-PTD-AMOUNT     PIC S9(11)V9(2).
           05 CMNEW-PTD-COUNT      PIC 9(7).
           05 CMNEW-YTD-AMOUNT     PIC S9(11)V9(2).
           05 CMNEW-YTD-COUNT      PIC 9(7).
           05 CMNEW-CLOSE-AMOUNT   PIC S9(11)V9(2).
           05 CMNEW-CLOSE-PERIOD   PIC X(6).

       FD CHANGE-RPT.
       01 CHANGE-REC               PIC X(75).

       FD REJECT-FILE.
           COPY REJREC.

       FD REJECT-WORK.
       01 REJECT-WORK-REC          PIC X(88).

       FD LEDGER-WORK.
       01 LEDGER-WORK-REC          PIC X(111).

       FD LEDGER-FILE.
           COPY CUSTLEDG.

       FD JOURNAL-WORK.
       01 JOURNAL-WORK-REC         PIC X(119).

       FD JOURNAL-FILE.
           COPY CUSTJRNL.

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-SHELL-CMD            PIC X(60) VALUE SPACES.

      * CUSTOMER LEDGER CONTROLS. EVERY POSTING IS STAGED TO A
      * SEQUENTIAL WORK FILE DURING THE MERGE AND ONLY LOADED INTO
      * THE INDEXED LEDGER AFTER THE NEW MASTER HAS BEEN RENAMED
      * INTO PLACE - A RUN THAT ABORTS PART WAY LEAVES NEITHER THE
      * MASTER NOR THE LEDGER HALF POSTED.
       77  WS-LWRK-STATUS          PIC XX VALUE SPACES.
       77  WS-LEDG-STATUS          PIC XX VALUE SPACES.
       77  WS-LEDG-SEQ             PIC 9(4) VALUE 0.
       77  WS-LEDG-STAGED          PIC 9(7) COMP VALUE 0.
       77  WS-LEDG-POSTED          PIC 9(7) COMP VALUE 0.
       01  WS-LWRK-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-LWRK-EOF          VALUE 'Y'.
       01  WS-LEDG-DONE-SW         PIC X(1) VALUE 'N'.
           88 WS-LEDG-DONE         VALUE 'Y'.

      * POSTING JOURNAL CONTROLS. ONE JOURNAL ENTRY PER CUSTOMER
      * ADDED OR UPDATED, STAGED AND APPENDED AFTER THE MASTER SWAP
      * EXACTLY LIKE THE LEDGER, SO THE JOURNAL NEVER DESCRIBES A
      * POSTING THE MASTER DOES NOT HOLD.
       77  WS-JWRK-STATUS          PIC XX VALUE SPACES.
       77  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       77  WS-JRNL-POSTED          PIC 9(7) COMP VALUE 0.
       01  WS-JWRK-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-JWRK-EOF          VALUE 'Y'.

      * GENERATION RESOLUTION, SAME DISCIPLINE AS MASTUPDT. WITH
      * NO PARM THE MERGE READS THE CURRENT SORTOUT GENERATION
      * FROM THE CATALOG AND FALLS BACK TO THE LIVE FILE NAME;

      * THE EXTRACT CAN CARRY THE SAME CUSTOMER MANY TIMES IN A ROW,
      * SO CONSECUTIVE RECORDS FOR ONE CUST-ID ARE COLLAPSED INTO
      * ONE DELTA - NET SIGNED AMOUNT, OCCURRENCE COUNT, AND LATEST
      * ACTIVITY DATE - BEFORE THE MASTER IS TOUCHED.
       77  WS-GROUP-ID             PIC 9(5) VALUE 0.
       77  WS-GROUP-NAME           PIC X(20) VALUE SPACES.
       77  WS-GROUP-AMOUNT         PIC S9(11)V9(2) VALUE 0.
       77  WS-GROUP-COUNT          PIC 9(7) COMP VALUE 0.
       77  WS-GROUP-LAST-DATE      PIC X(8) VALUE SPACES.

      * EACH RECORD'S SIGNED EFFECT ON THE BALANCE. SALES ADD;
      * CREDITS, PAYMENTS, AND REVERSALS SUBTRACT; A MINUS SIGN
      * BYTE TURNS EITHER DIRECTION AROUND - THE SAME RULE
      * CUSTEDIT BALANCES ITS OWN TOTALS BY.
       77  WS-REC-EFFECT           PIC S9(7)V9(2) VALUE 0.

      * ACTIVITY BY TRANSACTION TYPE FOR THE CHANGE REPORT, IN THE
      * SAME ORDER AS THE TYPE CODES THEMSELVES.
       01  WS-TYP-CODES            PIC X(4) VALUE "SCPR".
       01  WS-TYP-NAMES.
           05 FILLER               PIC X(8) VALUE "SALE".
           05 FILLER               PIC X(8) VALUE "CREDIT".
           05 FILLER               PIC X(8) VALUE "PAYMENT".
           05 FILLER               PIC X(8) VALUE "REVERSAL".
       01  WS-TYP-NAME-TABLE REDEFINES WS-TYP-NAMES.
           05 WS-TYP-NAME          PIC X(8) OCCURS 4 TIMES.
       77  WS-TYP-I                PIC 9(1) COMP VALUE 0.
       01  WS-TYP-TABLE.
           05 WS-TYP-ENTRY OCCURS 4 TIMES.
               10 WS-TYP-COUNT     PIC 9(7) COMP.
               10 WS-TYP-AMOUNT    PIC S9(13)V9(2).

      * RUN COUNTERS FOR THE CHANGE REPORT.
       77  WS-INPUT-RECS           PIC 9(7) COMP VALUE 0.
       77  WS-INPUT-REJECTS        PIC 9(7) COMP VALUE 0.
       77  WS-NEW-CUSTS            PIC 9(7) COMP VALUE 0.
       77  WS-SEEN-CUSTS           PIC 9(7) COMP VALUE 0.

      * ACTIVITY FOR A CUSTOMER ON HOLD OR CLOSED IS NOT POSTED. EACH
      * SUCH RECORD GOES TO THE SHARED FULL-RECORD REJECT FILE WITH
      * ITS OWN REASON, SO IT CAN BE WORKED THROUGH OPMENU'S REJECT
      * REPAIR ONCE THE CUSTOMER'S STATUS HAS BEEN SORTED OUT. THE
      * REJECTS ARE STAGED AND APPENDED AFTER THE MASTER SWAP LIKE
      * THE LEDGER AND JOURNAL, SO A RUN THAT ABORTS AND IS RERUN
      * NEVER LEAVES THE SAME REJECT ON FILE TWICE.
       77  WS-REJFILE-STATUS       PIC XX VALUE SPACES.
       77  WS-RWRK-STATUS          PIC XX VALUE SPACES.
       77  WS-REJ-POSTED           PIC 9(7) COMP VALUE 0.
       01  WS-RWRK-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-RWRK-EOF          VALUE 'Y'.
       77  WS-HELD-CUSTS           PIC 9(7) COMP VALUE 0.
       77  WS-HELD-RECS            PIC 9(7) COMP VALUE 0.
       77  WS-HELD-REASON          PIC X(20) VALUE SPACES.

      * CHANGE-REPORT LINE LAYOUTS.
       01  WS-CHG-LINE.
           05 WS-CHG-TAG           PIC X(12).
           05 WS-CHG-ID            PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CHG-ADD-LABEL     PIC X(7).
           05 WS-CHG-ADDED         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CHG-CT-LABEL      PIC X(5).
           05 WS-CHG-COUNT         PIC ZZZ,ZZ9.
           05 WS-SUM-LABEL         PIC X(26).
           05 WS-SUM-VALUE         PIC ZZZ,ZZ9.

       01  WS-TYP-LINE.
           05 WS-TYP-LINE-NAME     PIC X(12).
           05 WS-TYP-CT-LABEL      PIC X(7) VALUE "COUNT: ".
           05 WS-TYP-LINE-COUNT    PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TYP-AMT-LABEL     PIC X(8) VALUE "AMOUNT: ".
           05 WS-TYP-LINE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * AUDIT-TRAIL CONTROLS.
       77  WS-AUDIT-NOW            PIC X(21) VALUE SPACES.

               SET WS-MAST-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MASTER-NEW.
           OPEN OUTPUT LEDGER-WORK.
           OPEN OUTPUT JOURNAL-WORK.
           OPEN OUTPUT REJECT-WORK.
           OPEN OUTPUT CHANGE-RPT.
           MOVE "CUSTOMER MASTER CHANGE REPORT" TO CHANGE-REC.
           WRITE CHANGE-REC.
               INTO CHANGE-REC
           END-STRING.
           WRITE CHANGE-REC.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               MOVE 0 TO WS-TYP-COUNT (WS-TYP-I)
               MOVE 0 TO WS-TYP-AMOUNT (WS-TYP-I)
           END-PERFORM.
           PERFORM READ-SORT-IN.
           PERFORM READ-MASTER-OLD.
           PERFORM MERGE-FILES UNTIL WS-SORT-EOF AND WS-MAST-EOF.
           PERFORM WRITE-SUMMARY.
           CLOSE CHANGE-RPT.
           CLOSE MASTER-NEW.
           CLOSE LEDGER-WORK.
           CLOSE JOURNAL-WORK.
           CLOSE REJECT-WORK.
           CLOSE SORT-IN.
           IF WS-MAST-PRESENT
               CLOSE MASTER-OLD
           END-IF.
           PERFORM SWAP-IN-NEW-MASTER.
           PERFORM POST-LEDGER-ENTRIES.
           PERFORM POST-JOURNAL-ENTRIES.
           PERFORM POST-REJECT-ENTRIES.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

      * INTO THREE-BYTE LINES HERE AND FAILS THE SAME TEST, SO THE
      * WRONG MODE'S FILE CANNOT SEED THE CUSTOMER MASTER - THE
      * MIRROR OF MASTUPDT'S OWN REJECTION OF RECORD-MODE OUTPUT.
      * A TRANSACTION TYPE OR SIGN THIS PROGRAM DOES NOT KNOW HOW
      * TO POST IS TURNED AWAY THE SAME WAY; BLANKS TAKE THE SAME
      * SALE/PLUS DEFAULT CUSTEDIT APPLIES.
           MOVE 'N' TO WS-SORT-VALID-SW.
           PERFORM UNTIL WS-SORT-EOF OR WS-SORT-VALID
               READ SORT-IN NEXT RECORD
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INPUT-RECS
                       IF CUST-TRAN-TYPE = SPACE
                           MOVE "S" TO CUST-TRAN-TYPE
                       END-IF
                       IF CUST-ID IS NUMERIC
                               AND CUST-AMOUNT IS NUMERIC
                               AND CUST-TRAN-VALID
                               AND CUST-AMOUNT-SIGN-VALID
                           SET WS-SORT-VALID TO TRUE
                       ELSE
                           ADD 1 TO WS-INPUT-REJECTS
           DISPLAY "WAS THE SORT RUN WITH KEY=ID?"
           CLOSE SORT-IN.
           CLOSE MASTER-NEW.
           CLOSE LEDGER-WORK.
           CLOSE JOURNAL-WORK.
           CLOSE REJECT-WORK.
           CLOSE CHANGE-RPT.
           IF WS-MAST-PRESENT
               CLOSE MASTER-OLD
           END-IF.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "rm -f CUSTMNEW.TXT CUSTLWRK.TXT CUSTJWRK.TXT "
                   "CUSTRWRK.TXT" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.
                   IF CMAST-ID < CUST-ID
                       PERFORM PASS-MASTER-THROUGH
                   ELSE
                       IF CMAST-ON-HOLD OR CMAST-CLOSED
                           PERFORM REJECT-INPUT-GROUP
                       ELSE
                           PERFORM COLLECT-INPUT-GROUP
                           PERFORM BUMP-EXISTING-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE CUST-ID TO WS-GROUP-ID.
           MOVE 0 TO WS-GROUP-AMOUNT.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-LEDG-SEQ.
           MOVE SPACES TO WS-GROUP-LAST-DATE.
           PERFORM UNTIL WS-SORT-EOF OR CUST-ID NOT = WS-GROUP-ID
               MOVE CUST-NAME TO WS-GROUP-NAME
               PERFORM COMPUTE-REC-EFFECT
               ADD WS-REC-EFFECT TO WS-GROUP-AMOUNT
               PERFORM ROLL-UP-TYPE-TOTAL
               PERFORM STAGE-LEDGER-ENTRY
               ADD 1 TO WS-GROUP-COUNT
               IF CUST-DATE > WS-GROUP-LAST-DATE
                   MOVE CUST-DATE TO WS-GROUP-LAST-DATE
               PERFORM READ-SORT-IN
           END-PERFORM.

       REJECT-INPUT-GROUP.
      * THE CUSTOMER'S WHOLE GROUP IS TURNED AWAY AND THE MASTER
      * RECORD PASSES THROUGH UNTOUCHED. THE CHANGE REPORT STILL
      * SHOWS WHAT WAS HELD BACK, SO THE NIGHT'S FIGURES CAN BE
      * BALANCED AGAINST THE FEED.
           IF CMAST-CLOSED
               MOVE "CUSTOMER CLOSED" TO WS-HELD-REASON
           ELSE
               MOVE "CUSTOMER ON HOLD" TO WS-HELD-REASON
           END-IF.
           MOVE CUST-ID TO WS-GROUP-ID.
           MOVE 0 TO WS-GROUP-AMOUNT.
           PERFORM UNTIL WS-SORT-EOF OR CUST-ID NOT = WS-GROUP-ID
               PERFORM COMPUTE-REC-EFFECT
               ADD WS-REC-EFFECT TO WS-GROUP-AMOUNT
               PERFORM STAGE-REJECT-ENTRY
               ADD 1 TO WS-HELD-RECS
               PERFORM READ-SORT-IN
           END-PERFORM.
           ADD 1 TO WS-HELD-CUSTS.
           MOVE CUSTOMER-MASTER-REC TO MASTER-NEW-REC.
           IF CMAST-CLOSED
               MOVE "NOT POSTED C" TO WS-CHG-TAG
           ELSE
               MOVE "NOT POSTED H" TO WS-CHG-TAG
           END-IF.
           PERFORM WRITE-CHANGE-LINE.
           PERFORM PASS-MASTER-THROUGH.

       STAGE-REJECT-ENTRY.
      * SAME RECORD SHAPE CUSTEDIT USES, SO THE REPAIR SCREEN
      * TREATS THESE LIKE ANY OTHER CUSTOMER REJECT.
           MOVE AUD-START-DATE (1:8) TO REJ-RUN-DATE.
           MOVE "CUSTUPDT" TO REJ-SOURCE.
           MOVE WS-HELD-REASON TO REJ-REASON.
           MOVE "O" TO REJ-STATUS-FLG.
           MOVE CUSTOMER-RECORD TO REJ-DATA.
           WRITE REJECT-WORK-REC FROM REJECT-FULL-REC.

       COMPUTE-REC-EFFECT.
           IF CUST-TRAN-SALE
               MOVE CUST-AMOUNT TO WS-REC-EFFECT
           ELSE
               COMPUTE WS-REC-EFFECT = 0 - CUST-AMOUNT
           END-IF.
           IF CUST-AMOUNT-NEGATIVE
               COMPUTE WS-REC-EFFECT = 0 - WS-REC-EFFECT
           END-IF.

       ROLL-UP-TYPE-TOTAL.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               IF WS-TYP-CODES (WS-TYP-I:1) = CUST-TRAN-TYPE
                   ADD 1 TO WS-TYP-COUNT (WS-TYP-I)
                   ADD WS-REC-EFFECT TO WS-TYP-AMOUNT (WS-TYP-I)
               END-IF
           END-PERFORM.

       STAGE-LEDGER-ENTRY.
      * ONE LEDGER ENTRY PER FEED RECORD, NUMBERED WITHIN THE
      * CUSTOMER'S GROUP SO SAME-DAY POSTINGS KEEP DISTINCT KEYS.
           ADD 1 TO WS-LEDG-SEQ.
           MOVE CUST-ID TO LEDG-CUST-ID.
           MOVE CUST-DATE TO LEDG-ACT-DATE.
           MOVE WS-CYCLE-ID TO LEDG-CYCLE-ID.
           MOVE WS-LEDG-SEQ TO LEDG-SEQ.
           MOVE CUST-TRAN-TYPE TO LEDG-ENTRY-TYPE.
           MOVE WS-REC-EFFECT TO LEDG-AMOUNT.
           MOVE AUD-START-DATE (1:8) TO LEDG-POST-DATE.
           MOVE "CUSTUPDT" TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-OPERATOR.
           MOVE SPACES TO LEDG-REFERENCE.
           WRITE LEDGER-WORK-REC FROM CUST-LEDGER-REC.
           ADD 1 TO WS-LEDG-STAGED.

       PASS-MASTER-THROUGH.
           MOVE CUSTOMER-MASTER-REC TO MASTER-NEW-REC.
           WRITE MASTER-NEW-REC.
           MOVE WS-GROUP-AMOUNT TO CMNEW-AMOUNT.
           MOVE WS-GROUP-COUNT TO CMNEW-COUNT.
           MOVE WS-GROUP-LAST-DATE TO CMNEW-LAST-DATE.
           MOVE "A" TO CMNEW-STATUS.
           MOVE AUD-START-DATE (1:8) TO CMNEW-STATUS-DATE.
      * A CUSTOMER NEW THIS MONTH OPENED THE MONTH AT ZERO.
           MOVE WS-GROUP-AMOUNT TO CMNEW-MTD-AMOUNT.
           MOVE WS-GROUP-COUNT TO CMNEW-MTD-COUNT.
           MOVE 0 TO CMNEW-PTD-AMOUNT.
           MOVE 0 TO CMNEW-PTD-COUNT.
           MOVE 0 TO CMNEW-YTD-AMOUNT.
           MOVE 0 TO CMNEW-YTD-COUNT.
           MOVE 0 TO CMNEW-CLOSE-AMOUNT.
           MOVE SPACES TO CMNEW-CLOSE-PERIOD.
           MOVE SPACES TO CUST-JOURNAL-REC.
           MOVE "N" TO JRN-ACTION.
           PERFORM STAGE-JOURNAL-ENTRY.
           WRITE MASTER-NEW-REC.
           ADD 1 TO WS-AFTER-COUNT.
           ADD 1 TO WS-NEW-CUSTS.
           ELSE
               MOVE CMAST-LAST-DATE TO CMNEW-LAST-DATE
           END-IF.
           MOVE CMAST-STATUS TO CMNEW-STATUS.
           MOVE CMAST-STATUS-DATE TO CMNEW-STATUS-DATE.
           PERFORM CARRY-PERIOD-BUCKETS.
           ADD WS-GROUP-AMOUNT TO CMNEW-MTD-AMOUNT.
           ADD WS-GROUP-COUNT TO CMNEW-MTD-COUNT.
           MOVE SPACES TO CUST-JOURNAL-REC.
           MOVE "U" TO JRN-ACTION.
           MOVE CMAST-NAME TO JRN-BEFORE-NAME.
           MOVE CMAST-LAST-DATE TO JRN-BEFORE-LAST.
           PERFORM STAGE-JOURNAL-ENTRY.
           WRITE MASTER-NEW-REC.
           ADD 1 TO WS-AFTER-COUNT.
           ADD 1 TO WS-SEEN-CUSTS.
           PERFORM WRITE-CHANGE-LINE.
           PERFORM READ-MASTER-OLD.

       STAGE-JOURNAL-ENTRY.
      * THE CALLER HAS SET THE ACTION AND, FOR AN UPDATE, THE
      * BEFORE IMAGE; THE NEW MASTER RECORD IS THE AFTER IMAGE.
           MOVE WS-CYCLE-ID TO JRN-CYCLE-ID.
           MOVE AUD-START-DATE (1:8) TO JRN-POST-DATE.
           MOVE AUD-START-TIME (1:6) TO JRN-POST-TIME.
           MOVE CMNEW-ID TO JRN-CUST-ID.
           MOVE WS-GROUP-AMOUNT TO JRN-NET-AMOUNT.
           MOVE WS-GROUP-COUNT TO JRN-NET-COUNT.
           MOVE CMNEW-NAME TO JRN-AFTER-NAME.
           MOVE CMNEW-LAST-DATE TO JRN-AFTER-LAST.
           WRITE JOURNAL-WORK-REC FROM CUST-JOURNAL-REC.

       CARRY-PERIOD-BUCKETS.
      * A BUCKET THAT IS NOT NUMERIC STARTS AGAIN FROM ZERO. THE
      * CLOSE PERIOD STAYS BLANK UNTIL THE FIRST MONTH-END CLOSE, AS
      * IT IS ON EVERY RECORD CUSTCONV CARRIED OVER FROM THE OLD
      * MASTER LAYOUT.
           IF CMAST-MTD-AMOUNT IS NUMERIC
                   AND CMAST-MTD-COUNT IS NUMERIC
               MOVE CMAST-MTD-AMOUNT TO CMNEW-MTD-AMOUNT
               MOVE CMAST-MTD-COUNT TO CMNEW-MTD-COUNT
           ELSE
               MOVE 0 TO CMNEW-MTD-AMOUNT
               MOVE 0 TO CMNEW-MTD-COUNT
           END-IF.
           IF CMAST-PTD-AMOUNT IS NUMERIC
                   AND CMAST-PTD-COUNT IS NUMERIC
               MOVE CMAST-PTD-AMOUNT TO CMNEW-PTD-AMOUNT
               MOVE CMAST-PTD-COUNT TO CMNEW-PTD-COUNT
           ELSE
               MOVE 0 TO CMNEW-PTD-AMOUNT
               MOVE 0 TO CMNEW-PTD-COUNT
           END-IF.
           IF CMAST-YTD-AMOUNT IS NUMERIC
                   AND CMAST-YTD-COUNT IS NUMERIC
               MOVE CMAST-YTD-AMOUNT TO CMNEW-YTD-AMOUNT
               MOVE CMAST-YTD-COUNT TO CMNEW-YTD-COUNT
           ELSE
               MOVE 0 TO CMNEW-YTD-AMOUNT
               MOVE 0 TO CMNEW-YTD-COUNT
           END-IF.
           IF CMAST-CLOSE-AMOUNT IS NUMERIC
               MOVE CMAST-CLOSE-AMOUNT TO CMNEW-CLOSE-AMOUNT
               MOVE CMAST-CLOSE-PERIOD TO CMNEW-CLOSE-PERIOD
           ELSE
               MOVE 0 TO CMNEW-CLOSE-AMOUNT
               MOVE SPACES TO CMNEW-CLOSE-PERIOD
           END-IF.

       WRITE-CHANGE-LINE.
      * ONE LINE PER CUSTOMER TOUCHED - THE NET DELTA THIS RUN
      * POSTED AND THE RESULTING MASTER FIGURES.
           MOVE WS-GROUP-ID TO WS-CHG-ID.
           MOVE "NET:   " TO WS-CHG-ADD-LABEL.
           MOVE WS-GROUP-AMOUNT TO WS-CHG-ADDED.
           MOVE "OCC: " TO WS-CHG-CT-LABEL.
           MOVE CMNEW-COUNT TO WS-CHG-COUNT.
           WRITE CHANGE-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE "ACTIVITY BY TRANSACTION TYPE" TO CHANGE-REC.
           WRITE CHANGE-REC.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               MOVE WS-TYP-NAME (WS-TYP-I) TO WS-TYP-LINE-NAME
               MOVE WS-TYP-COUNT (WS-TYP-I) TO WS-TYP-LINE-COUNT
               MOVE WS-TYP-AMOUNT (WS-TYP-I) TO WS-TYP-LINE-AMOUNT
               MOVE WS-TYP-LINE TO CHANGE-REC
               WRITE CHANGE-REC
               DISPLAY "TYPE " WS-TYP-LINE-NAME WS-TYP-LINE-COUNT
           END-PERFORM.
           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE "INPUT RECORDS MERGED:" TO WS-SUM-LABEL.
           MOVE WS-SEEN-CUSTS TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE "HELD/CLOSED CUSTOMERS:" TO WS-SUM-LABEL.
           MOVE WS-HELD-CUSTS TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE "RECORDS NOT POSTED:" TO WS-SUM-LABEL.
           MOVE WS-HELD-RECS TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE "LEDGER ENTRIES STAGED:" TO WS-SUM-LABEL.
           MOVE WS-LEDG-STAGED TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.
           DISPLAY "INPUT RECORDS MERGED:   " WS-INPUT-RECS.
           DISPLAY "INPUT RECORDS REJECTED: " WS-INPUT-REJECTS.
           DISPLAY "MASTER RECORDS BEFORE:  " WS-BEFORE-COUNT.
           DISPLAY "MASTER RECORDS AFTER:   " WS-AFTER-COUNT.
           DISPLAY "CUSTOMERS NEW:          " WS-NEW-CUSTS.
           DISPLAY "CUSTOMERS SEEN AGAIN:   " WS-SEEN-CUSTS.
           DISPLAY "RECORDS NOT POSTED:     " WS-HELD-RECS.

       SWAP-IN-NEW-MASTER.
      * SAME MV IDIOM THE SORT'S CHECKPOINT WRITER USES - THE OLD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       POST-LEDGER-ENTRIES.
      * LOAD THE STAGED POSTINGS INTO THE INDEXED LEDGER, SAME
      * OPEN I-O / OPEN OUTPUT IDIOM PITOTHENTH USES FOR ITS
      * HISTORY. A KEY ALREADY ON FILE - A SECOND RUN INSIDE ONE
      * CYCLE - TAKES THE NEXT FREE SEQUENCE NUMBER RATHER THAN
      * OVERWRITING THE EARLIER POSTING.
           MOVE 'N' TO WS-LWRK-EOF-SW.
           OPEN INPUT LEDGER-WORK.
           IF WS-LWRK-STATUS = "00"
               OPEN I-O LEDGER-FILE
               IF WS-LEDG-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               PERFORM UNTIL WS-LWRK-EOF
                   READ LEDGER-WORK INTO CUST-LEDGER-REC
                       AT END SET WS-LWRK-EOF TO TRUE
                       NOT AT END PERFORM POST-ONE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               CLOSE LEDGER-WORK
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f CUSTLWRK.TXT" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.
           DISPLAY "LEDGER ENTRIES POSTED:  " WS-LEDG-POSTED.

       POST-JOURNAL-ENTRIES.
      * APPEND THE STAGED JOURNAL TO THE LIVE ONE, SAME EXTEND
      * IDIOM AS THE AUDIT TRAIL.
           MOVE 'N' TO WS-JWRK-EOF-SW.
           OPEN INPUT JOURNAL-WORK.
           IF WS-JWRK-STATUS = "00"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM UNTIL WS-JWRK-EOF
                   READ JOURNAL-WORK INTO CUST-JOURNAL-REC
                       AT END SET WS-JWRK-EOF TO TRUE
                       NOT AT END
                           WRITE CUST-JOURNAL-REC
                           ADD 1 TO WS-JRNL-POSTED
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f CUSTJWRK.TXT" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.
           DISPLAY "JOURNAL ENTRIES POSTED: " WS-JRNL-POSTED.

       POST-REJECT-ENTRIES.
      * APPEND THE STAGED REJECTS TO THE SHARED REJECT FILE, SAME
      * EXTEND IDIOM AS THE JOURNAL.
           MOVE 'N' TO WS-RWRK-EOF-SW.
           OPEN INPUT REJECT-WORK.
           IF WS-RWRK-STATUS = "00"
               OPEN EXTEND REJECT-FILE
               IF WS-REJFILE-STATUS NOT = "00"
                   OPEN OUTPUT REJECT-FILE
               END-IF
               PERFORM UNTIL WS-RWRK-EOF
                   READ REJECT-WORK INTO REJECT-FULL-REC
                       AT END SET WS-RWRK-EOF TO TRUE
                       NOT AT END
                           WRITE REJECT-FULL-REC
                           ADD 1 TO WS-REJ-POSTED
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE REJECT-WORK
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f CUSTRWRK.TXT" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.
           DISPLAY "REJECTS WRITTEN:        " WS-REJ-POSTED.

       POST-ONE-LEDGER-ENTRY.
           MOVE 'N' TO WS-LEDG-DONE-SW.
           PERFORM UNTIL WS-LEDG-DONE
               WRITE CUST-LEDGER-REC
                   INVALID KEY
                       IF LEDG-SEQ < 9999
                           ADD 1 TO LEDG-SEQ
                       ELSE
                           DISPLAY "LEDGER KEY SPACE FULL FOR "
                               LEDG-CUST-ID " " LEDG-ACT-DATE
                           SET WS-LEDG-DONE TO TRUE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDG-POSTED
                       SET WS-LEDG-DONE TO TRUE
               END-WRITE
           END-PERFORM.

       READ-CYCLE-ID.
      * THE CYCLE FILE IS WRITTEN AT THE TOP OF EACH STREAM; A
      * RUN OUTSIDE ANY STREAM SIMPLY CARRIES A BLANK CYCLE.
