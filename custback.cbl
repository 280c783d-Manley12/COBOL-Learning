       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBACK.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT MASTER-NEW
           ASSIGN TO "CUSTMNEW.TXT".
       SELECT JOURNAL-FILE
           ASSIGN TO "CUSTJRNL.TXT"
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT JOURNAL-NEW
           ASSIGN TO "CUSTJNEW.TXT".
       SELECT BACKOUT-HIST
           ASSIGN TO "BACKHIST.TXT"
           FILE STATUS IS WS-HIST-STATUS.
       SELECT CLOSE-HIST
           ASSIGN TO "MENDHIST.TXT"
           FILE STATUS IS WS-MEND-STATUS.
       SELECT LEDGER-WORK
           ASSIGN TO "CUSTBLWK.TXT"
           FILE STATUS IS WS-LWRK-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO "CUSTLEDG.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.
       SELECT BACKOUT-RPT
           ASSIGN TO "BACKRPT.TXT".
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

       FD JOURNAL-FILE.
           COPY CUSTJRNL.

       FD JOURNAL-NEW.
       01 JOURNAL-NEW-REC          PIC X(119).

      * ONE RECORD PER COMPLETED BACKOUT - THE CYCLE REVERSED, WHEN
      * AND IN WHICH CYCLE IT WAS REVERSED, WHAT IT TOOK OFF THE
      * MASTER, AND WHETHER THE OPERATOR HAD TO CONFIRM IT.
       FD BACKOUT-HIST.
       01 BACKOUT-HIST-REC.
           05 BKH-CYCLE-ID         PIC X(14).
           05 BKH-BACKOUT-DATE     PIC X(8).
           05 BKH-BACKOUT-TIME     PIC X(6).
           05 BKH-RUN-CYCLE        PIC X(14).
           05 BKH-CUSTOMERS        PIC 9(7).
           05 BKH-REMOVED          PIC 9(7).
           05 BKH-AMOUNT           PIC S9(13)V9(2).
           05 BKH-CONFIRMED        PIC X(1).

      * CUSTMEND'S CLOSE HISTORY, READ TO SEE WHETHER A MONTH-END
      * CLOSE HAS FROZEN THE CYCLE'S POSTINGS INTO A CLOSING
      * BALANCE SINCE.
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

       FD LEDGER-WORK.
       01 LEDGER-WORK-REC          PIC X(111).

       FD LEDGER-FILE.
           COPY CUSTLEDG.

       FD BACKOUT-RPT.
       01 BACKOUT-RPT-REC          PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * CYCLE BACKOUT FOR THE CUSTOMER MASTER. TAKES A BATCH CYCLE
      * ID AND REVERSES EXACTLY WHAT THAT CYCLE'S CUSTUPDT RUNS
      * POSTED, AS RECORDED IN THE POSTING JOURNAL (CUSTJRNL.TXT):
      * THE NET AMOUNT AND COUNT COME OFF EACH CUSTOMER (AND OFF
      * THE MONTH BUCKET, WHERE THE CORRECTION LANDS JUST AS AN
      * OPMENU ADJUSTMENT DOES), THE NAME AND LAST-ACTIVITY DATE GO
      * BACK TO WHAT THEY WERE, AND A CUSTOMER THE CYCLE ADDED IS
      * TAKEN OFF THE MASTER AGAIN. A NAME OR DATE A LATER CYCLE
      * HAS SINCE CHANGED IS LEFT ALONE, AND A CUSTOMER THE CYCLE
      * ADDED WHO HAS HAD LATER ACTIVITY STAYS ON FILE WITH ONLY
      * THE CYCLE'S FIGURES TAKEN OFF. EACH REVERSAL IS ALSO
      * POSTED TO THE LEDGER AS A 'B' ENTRY SO THE LEDGER STILL
      * ACCOUNTS FOR THE BALANCE, AND THE JOURNAL ENTRIES ARE
      * MARKED BACKED OUT.
      * A CYCLE ALREADY BACKED OUT, OR ONE THAT LATER POSTINGS
      * DEPEND ON - A LATER CYCLE THAT TOUCHED ANY OF THE SAME
      * CUSTOMERS, OR A MONTH-END CLOSE SINCE - IS REFUSED WITH
      * RC 8 AND THE MASTER UNTOUCHED UNLESS THE PARM CARRIES
      * CONFIRM. THE NEW MASTER IS BUILT UNDER A WORK NAME AND
      * RENAMED OVER THE LIVE ONE, SAME AS CUSTUPDT.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       77  WS-HIST-STATUS          PIC XX VALUE SPACES.
       77  WS-MEND-STATUS          PIC XX VALUE SPACES.
       77  WS-LWRK-STATUS          PIC XX VALUE SPACES.
       77  WS-LEDG-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-SHELL-CMD            PIC X(60) VALUE SPACES.

      * PARM FORMAT IS "cycleid [CONFIRM]" IN EITHER ORDER.
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOKEN-ENTRY  PIC X(20)
                   OCCURS 2 TIMES.
       77  WS-PARM-I               PIC 9(1) COMP VALUE 0.
       77  WS-TARGET-CYCLE         PIC X(14) VALUE SPACES.
       01  WS-CONFIRM-SW           PIC X(1) VALUE 'N'.
           88 WS-CONFIRM           VALUE 'Y'.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-ALREADY-SW           PIC X(1) VALUE 'N'.
           88 WS-ALREADY-BACKED    VALUE 'Y'.
       01  WS-TARGET-SEEN-SW       PIC X(1) VALUE 'N'.
           88 WS-TARGET-SEEN       VALUE 'Y'.
       01  WS-DROP-SW              PIC X(1) VALUE 'N'.
           88 WS-DROP              VALUE 'Y'.
       01  WS-LEDG-DONE-SW         PIC X(1) VALUE 'N'.
           88 WS-LEDG-DONE         VALUE 'Y'.
       77  WS-POSTED-DATE          PIC X(8) VALUE SPACES.
       77  WS-POSTED-TIME          PIC X(6) VALUE SPACES.

      * WHAT THE CYCLE DID TO EACH CUSTOMER, ONE SLOT PER POSSIBLE
      * CUST-ID - SAME SLOT IDIOM AS CUSTEDIT'S DUPLICATE-ID TABLE.
      * A CYCLE WITH TWO CUSTUPDT RUNS IN IT ROLLS BOTH INTO ONE
      * SLOT: THE BEFORE IMAGE FROM THE FIRST, THE AFTER IMAGE FROM
      * THE LAST. USED IS 'Y' FOR A CUSTOMER TO REVERSE AND 'D'
      * ONCE IT HAS BEEN FOUND ON THE MASTER.
       77  WS-SLOT                 PIC 9(6) COMP VALUE 0.
       01  WS-BKO-TABLE.
           05 WS-BKO-ENTRY OCCURS 100000 TIMES.
               10 WS-BKO-USED      PIC X(1).
               10 WS-BKO-NEW       PIC X(1).
               10 WS-BKO-AMOUNT    PIC S9(11)V9(2) COMP-3.
               10 WS-BKO-COUNT     PIC 9(7) COMP.
               10 WS-BKO-BEF-NAME  PIC X(20).
               10 WS-BKO-AFT-NAME  PIC X(20).
               10 WS-BKO-BEF-LAST  PIC X(8).
               10 WS-BKO-AFT-LAST  PIC X(8).

      * LATER POSTINGS THAT DEPEND ON THE CYCLE.
       77  WS-DEP-MAX              PIC 9(2) COMP VALUE 20.
       77  WS-DEP-USED             PIC 9(2) COMP VALUE 0.
       77  WS-DEP-I                PIC 9(2) COMP VALUE 0.
       77  WS-DEP-HIT              PIC 9(2) COMP VALUE 0.
       77  WS-DEP-MORE             PIC 9(7) COMP VALUE 0.
       77  WS-DEP-TEXT             PIC X(40) VALUE SPACES.
       01  WS-DEP-TABLE.
           05 WS-DEP-ENTRY         PIC X(40) OCCURS 20 TIMES.

      * BEFORE IMAGE OF THE CUSTOMER BEING REVERSED.
       77  WS-BEF-AMOUNT           PIC S9(11)V9(2) VALUE 0.
       77  WS-BEF-COUNT            PIC 9(7) VALUE 0.
       77  WS-BEF-LAST             PIC X(8) VALUE SPACES.

      * RUN COUNTERS.
       77  WS-TGT-ENTRIES          PIC 9(7) COMP VALUE 0.
       77  WS-TGT-CUSTS            PIC 9(7) COMP VALUE 0.
       77  WS-CUSTS-REVERSED       PIC 9(7) COMP VALUE 0.
       77  WS-CUSTS-REMOVED        PIC 9(7) COMP VALUE 0.
       77  WS-CUSTS-KEPT           PIC 9(7) COMP VALUE 0.
       77  WS-NOT-ON-MASTER        PIC 9(7) COMP VALUE 0.
       77  WS-MAST-BEFORE          PIC 9(7) COMP VALUE 0.
       77  WS-MAST-AFTER           PIC 9(7) COMP VALUE 0.
       77  WS-LEDG-POSTED          PIC 9(7) COMP VALUE 0.
       77  WS-JRNL-MARKED          PIC 9(7) COMP VALUE 0.
       77  WS-TOT-BEFORE           PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-AFTER            PIC S9(13)V9(2) VALUE 0.
       77  WS-TOT-REVERSED         PIC S9(13)V9(2) VALUE 0.

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.

       01  WS-DET-LINE.
           05 WS-DET-ID            PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-TAG           PIC X(8).
           05 WS-DET-BEF-AMT       PIC Z(9)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-AFT-AMT       PIC Z(9)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-BEF-CT        PIC ZZZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-AFT-CT        PIC ZZZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-BEF-LAST      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-AFT-LAST      PIC X(8).

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
           IF WS-TARGET-CYCLE = SPACES
               DISPLAY "PARM MUST NAME THE CYCLE ID TO BACK OUT"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE SPACES TO WS-BKO-TABLE.
           PERFORM READ-BACKOUT-HISTORY.
           PERFORM SCAN-JOURNAL.
           IF WS-TGT-ENTRIES = 0 AND NOT WS-ALREADY-BACKED
               DISPLAY "NO POSTINGS ON THE JOURNAL FOR CYCLE "
                   WS-TARGET-CYCLE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM READ-CLOSE-HISTORY.
           OPEN OUTPUT BACKOUT-RPT.
           PERFORM WRITE-HEADINGS.
           IF (WS-ALREADY-BACKED OR WS-DEP-USED > 0)
                   AND NOT WS-CONFIRM
               PERFORM REFUSE-BACKOUT
               CLOSE BACKOUT-RPT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-TGT-ENTRIES = 0
               MOVE "VERDICT: NOTHING LEFT TO BACK OUT - EVERY POSTING"
                   TO WS-HDG-LINE
               MOVE " ALREADY REVERSED" TO WS-HDG-LINE (50:17)
               PERFORM WRITE-HDG-LINE
               DISPLAY WS-HDG-LINE
               CLOSE BACKOUT-RPT
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               MOVE "VERDICT: NO CUSTOMER MASTER - NOTHING BACKED OUT"
                   TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
               DISPLAY WS-HDG-LINE
               CLOSE BACKOUT-RPT
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM READ-CYCLE-ID.
           OPEN OUTPUT MASTER-NEW.
           OPEN OUTPUT LEDGER-WORK.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM PASS-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           CLOSE MASTER-NEW.
           CLOSE LEDGER-WORK.
           PERFORM COUNT-NOT-ON-MASTER.
           PERFORM SWAP-IN-NEW-MASTER.
           PERFORM POST-LEDGER-ENTRIES.
           PERFORM MARK-JOURNAL-ENTRIES.
           PERFORM WRITE-BACKOUT-HISTORY.
           PERFORM WRITE-TOTALS.
           CLOSE BACKOUT-RPT.
           IF WS-NOT-ON-MASTER > 0 OR WS-CUSTS-KEPT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOKEN-ENTRY (1)
                       WS-PARM-TOKEN-ENTRY (2)
               END-UNSTRING
               PERFORM VARYING WS-PARM-I FROM 1 BY 1
                       UNTIL WS-PARM-I > 2
                   IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) = "CONFIRM"
                       SET WS-CONFIRM TO TRUE
                   ELSE
                       IF WS-PARM-TOKEN-ENTRY (WS-PARM-I) NOT = SPACES
                           MOVE WS-PARM-TOKEN-ENTRY (WS-PARM-I)
                               TO WS-TARGET-CYCLE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       READ-BACKOUT-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BACKOUT-HIST.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BACKOUT-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF BKH-CYCLE-ID = WS-TARGET-CYCLE
                               SET WS-ALREADY-BACKED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-HIST
           END-IF.

       SCAN-JOURNAL.
      * THE JOURNAL IS IN POSTING ORDER, SO ANY ENTRY AFTER THE
      * CYCLE'S FIRST ONE BELONGS TO A LATER RUN. A LATER ENTRY
      * THAT STILL STANDS FOR A CUSTOMER THE CYCLE TOUCHED MEANS
      * THAT CYCLE BUILT ON THIS ONE'S FIGURES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM SCAN-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       SCAN-ONE-JOURNAL-ENTRY.
           IF JRN-CYCLE-ID = WS-TARGET-CYCLE AND JRN-BACKED-OUT
               SET WS-ALREADY-BACKED TO TRUE
           ELSE IF JRN-CYCLE-ID = WS-TARGET-CYCLE
               PERFORM COLLECT-TARGET-ENTRY
           ELSE IF WS-TARGET-SEEN AND NOT JRN-BACKED-OUT
               PERFORM CHECK-LATER-ENTRY
           END-IF.

       COLLECT-TARGET-ENTRY.
           IF NOT WS-TARGET-SEEN
               SET WS-TARGET-SEEN TO TRUE
               MOVE JRN-POST-DATE TO WS-POSTED-DATE
               MOVE JRN-POST-TIME TO WS-POSTED-TIME
           END-IF.
           ADD 1 TO WS-TGT-ENTRIES.
           COMPUTE WS-SLOT = JRN-CUST-ID + 1.
           IF WS-BKO-USED (WS-SLOT) NOT = "Y"
               ADD 1 TO WS-TGT-CUSTS
               MOVE "Y" TO WS-BKO-USED (WS-SLOT)
               MOVE "N" TO WS-BKO-NEW (WS-SLOT)
               MOVE 0 TO WS-BKO-AMOUNT (WS-SLOT)
               MOVE 0 TO WS-BKO-COUNT (WS-SLOT)
               MOVE JRN-BEFORE-NAME TO WS-BKO-BEF-NAME (WS-SLOT)
               MOVE JRN-BEFORE-LAST TO WS-BKO-BEF-LAST (WS-SLOT)
           END-IF.
           IF JRN-NEW-CUSTOMER
               MOVE "Y" TO WS-BKO-NEW (WS-SLOT)
           END-IF.
           ADD JRN-NET-AMOUNT TO WS-BKO-AMOUNT (WS-SLOT).
           ADD JRN-NET-COUNT TO WS-BKO-COUNT (WS-SLOT).
           MOVE JRN-AFTER-NAME TO WS-BKO-AFT-NAME (WS-SLOT).
           MOVE JRN-AFTER-LAST TO WS-BKO-AFT-LAST (WS-SLOT).

       CHECK-LATER-ENTRY.
           COMPUTE WS-SLOT = JRN-CUST-ID + 1.
           IF WS-BKO-USED (WS-SLOT) = "Y"
               MOVE SPACES TO WS-DEP-TEXT
               STRING "CYCLE " DELIMITED BY SIZE
                       JRN-CYCLE-ID DELIMITED BY SIZE
                       " POSTED " DELIMITED BY SIZE
                       JRN-POST-DATE DELIMITED BY SIZE
                   INTO WS-DEP-TEXT
               END-STRING
               PERFORM NOTE-DEPENDENT
           END-IF.

       NOTE-DEPENDENT.
           MOVE 0 TO WS-DEP-HIT.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-DEP-USED OR WS-DEP-HIT > 0
               IF WS-DEP-ENTRY (WS-DEP-I) = WS-DEP-TEXT
                   MOVE WS-DEP-I TO WS-DEP-HIT
               END-IF
           END-PERFORM.
           IF WS-DEP-HIT = 0
               IF WS-DEP-USED < WS-DEP-MAX
                   ADD 1 TO WS-DEP-USED
                   MOVE WS-DEP-TEXT TO WS-DEP-ENTRY (WS-DEP-USED)
               ELSE
                   ADD 1 TO WS-DEP-MORE
               END-IF
           END-IF.

       READ-CLOSE-HISTORY.
      * A CLOSE ON OR AFTER THE DAY THE CYCLE POSTED HAS ROLLED ITS
      * FIGURES INTO A CLOSING BALANCE AND THE PERIOD BUCKETS.
           IF WS-TARGET-SEEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CLOSE-HIST
               IF WS-MEND-STATUS = "00"
                   PERFORM UNTIL WS-EOF
                       READ CLOSE-HIST NEXT RECORD
                           AT END SET WS-EOF TO TRUE
                           NOT AT END PERFORM CHECK-ONE-CLOSE
                       END-READ
                   END-PERFORM
                   CLOSE CLOSE-HIST
               END-IF
           END-IF.

       CHECK-ONE-CLOSE.
           IF MEH-CLOSE-DATE >= WS-POSTED-DATE
                   OR MEH-CYCLE-ID = WS-TARGET-CYCLE
               MOVE SPACES TO WS-DEP-TEXT
               STRING "MONTH-END CLOSE " DELIMITED BY SIZE
                       MEH-PERIOD DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       MEH-CLOSE-DATE DELIMITED BY SIZE
                   INTO WS-DEP-TEXT
               END-STRING
               PERFORM NOTE-DEPENDENT
           END-IF.

       WRITE-HEADINGS.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER MASTER CYCLE BACKOUT - CYCLE "
                   DELIMITED BY SIZE
                   WS-TARGET-CYCLE DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           IF WS-TARGET-SEEN
               MOVE SPACES TO WS-HDG-LINE
               STRING "CYCLE POSTED " DELIMITED BY SIZE
                       WS-POSTED-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-POSTED-TIME DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
               PERFORM WRITE-HDG-LINE
               MOVE "JOURNAL ENTRIES:" TO WS-SUM-LABEL
               MOVE WS-TGT-ENTRIES TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
               MOVE "CUSTOMERS TO REVERSE:" TO WS-SUM-LABEL
               MOVE WS-TGT-CUSTS TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
           END-IF.
           IF WS-ALREADY-BACKED
               MOVE "THIS CYCLE HAS ALREADY BEEN BACKED OUT"
                   TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
           END-IF.
           IF WS-DEP-USED > 0
               MOVE SPACES TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
               MOVE "LATER POSTINGS THAT DEPEND ON THIS CYCLE"
                   TO WS-HDG-LINE
               PERFORM WRITE-HDG-LINE
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-USED
                   MOVE SPACES TO WS-HDG-LINE
                   MOVE WS-DEP-ENTRY (WS-DEP-I) TO WS-HDG-LINE (3:40)
                   PERFORM WRITE-HDG-LINE
               END-PERFORM
               IF WS-DEP-MORE > 0
                   MOVE "OTHERS NOT LISTED:" TO WS-SUM-LABEL
                   MOVE WS-DEP-MORE TO WS-SUM-VALUE
                   PERFORM WRITE-SUM-LINE
               END-IF
           END-IF.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.

       REFUSE-BACKOUT.
           MOVE "VERDICT: REFUSED - RERUN WITH CONFIRM TO BACK OUT "
               TO WS-HDG-LINE.
           MOVE "ANYWAY" TO WS-HDG-LINE (51:6).
           PERFORM WRITE-HDG-LINE.
           DISPLAY WS-HDG-LINE.
           IF WS-ALREADY-BACKED
               DISPLAY "CYCLE " WS-TARGET-CYCLE
                   " HAS ALREADY BEEN BACKED OUT"
           END-IF.
           IF WS-DEP-USED > 0
               DISPLAY "LATER POSTINGS DEPEND ON CYCLE "
                   WS-TARGET-CYCLE " - SEE BACKRPT.TXT"
           END-IF.

       PASS-ONE-CUSTOMER.
           ADD 1 TO WS-MAST-BEFORE.
           ADD CMAST-AMOUNT TO WS-TOT-BEFORE.
           MOVE 'N' TO WS-DROP-SW.
           COMPUTE WS-SLOT = CMAST-ID + 1.
           IF WS-BKO-USED (WS-SLOT) = "Y"
               MOVE "D" TO WS-BKO-USED (WS-SLOT)
               PERFORM BACK-OUT-ONE-CUSTOMER
           END-IF.
           IF NOT WS-DROP
               ADD 1 TO WS-MAST-AFTER
               ADD CMAST-AMOUNT TO WS-TOT-AFTER
               WRITE MASTER-NEW-REC FROM CUSTOMER-MASTER-REC
           END-IF.

       BACK-OUT-ONE-CUSTOMER.
      * THE COUNTS ARE UNSIGNED, SO A COUNT A MONTH-END CLOSE HAS
      * ALREADY ROLLED OUT OF THE MONTH BUCKET STOPS AT ZERO.
           MOVE CMAST-AMOUNT TO WS-BEF-AMOUNT.
           MOVE CMAST-COUNT TO WS-BEF-COUNT.
           MOVE CMAST-LAST-DATE TO WS-BEF-LAST.
           SUBTRACT WS-BKO-AMOUNT (WS-SLOT) FROM CMAST-AMOUNT.
           IF CMAST-COUNT > WS-BKO-COUNT (WS-SLOT)
               SUBTRACT WS-BKO-COUNT (WS-SLOT) FROM CMAST-COUNT
           ELSE
               MOVE 0 TO CMAST-COUNT
           END-IF.
           IF CMAST-MTD-AMOUNT IS NOT NUMERIC
                   OR CMAST-MTD-COUNT IS NOT NUMERIC
               MOVE 0 TO CMAST-MTD-AMOUNT
               MOVE 0 TO CMAST-MTD-COUNT
           END-IF.
           SUBTRACT WS-BKO-AMOUNT (WS-SLOT) FROM CMAST-MTD-AMOUNT.
           IF CMAST-MTD-COUNT > WS-BKO-COUNT (WS-SLOT)
               SUBTRACT WS-BKO-COUNT (WS-SLOT) FROM CMAST-MTD-COUNT
           ELSE
               MOVE 0 TO CMAST-MTD-COUNT
           END-IF.
           IF CMAST-LAST-DATE = WS-BKO-AFT-LAST (WS-SLOT)
                   AND WS-BKO-BEF-LAST (WS-SLOT) NOT = SPACES
               MOVE WS-BKO-BEF-LAST (WS-SLOT) TO CMAST-LAST-DATE
           END-IF.
           IF CMAST-NAME = WS-BKO-AFT-NAME (WS-SLOT)
                   AND WS-BKO-BEF-NAME (WS-SLOT) NOT = SPACES
               MOVE WS-BKO-BEF-NAME (WS-SLOT) TO CMAST-NAME
           END-IF.
           ADD WS-BKO-AMOUNT (WS-SLOT) TO WS-TOT-REVERSED.
           PERFORM TAG-BACKED-OUT-CUSTOMER.
           MOVE CMAST-ID TO WS-DET-ID.
           MOVE WS-BEF-AMOUNT TO WS-DET-BEF-AMT.
           MOVE CMAST-AMOUNT TO WS-DET-AFT-AMT.
           MOVE WS-BEF-COUNT TO WS-DET-BEF-CT.
           MOVE CMAST-COUNT TO WS-DET-AFT-CT.
           MOVE WS-BEF-LAST TO WS-DET-BEF-LAST.
           IF WS-DROP
               MOVE SPACES TO WS-DET-AFT-LAST
           ELSE
               MOVE CMAST-LAST-DATE TO WS-DET-AFT-LAST
           END-IF.
           MOVE WS-DET-LINE TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           PERFORM STAGE-LEDGER-REVERSAL.

       TAG-BACKED-OUT-CUSTOMER.
      * A CUSTOMER THE CYCLE ADDED COMES OFF THE MASTER ONLY IF
      * NOTHING IS LEFT ONCE ITS POSTINGS ARE REVERSED.
           IF WS-BKO-NEW (WS-SLOT) = "Y"
                   AND CMAST-COUNT = 0 AND CMAST-AMOUNT = 0
               SET WS-DROP TO TRUE
               ADD 1 TO WS-CUSTS-REMOVED
               MOVE "REMOVED" TO WS-DET-TAG
           ELSE IF WS-BKO-NEW (WS-SLOT) = "Y"
               ADD 1 TO WS-CUSTS-KEPT
               MOVE "NEW-KEPT" TO WS-DET-TAG
           ELSE
               ADD 1 TO WS-CUSTS-REVERSED
               MOVE "REVERSED" TO WS-DET-TAG
           END-IF.

       STAGE-LEDGER-REVERSAL.
      * ONE 'B' ENTRY PER CUSTOMER CARRYING THE OPPOSITE OF THE
      * CYCLE'S NET EFFECT, DATED THE DAY OF THE BACKOUT.
           MOVE CMAST-ID TO LEDG-CUST-ID.
           MOVE AUD-START-DATE (1:8) TO LEDG-ACT-DATE.
           MOVE WS-CYCLE-ID TO LEDG-CYCLE-ID.
           MOVE 1 TO LEDG-SEQ.
           MOVE "B" TO LEDG-ENTRY-TYPE.
           COMPUTE LEDG-AMOUNT = 0 - WS-BKO-AMOUNT (WS-SLOT).
           MOVE AUD-START-DATE (1:8) TO LEDG-POST-DATE.
           MOVE "CUSTBACK" TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-OPERATOR.
           MOVE SPACES TO LEDG-REFERENCE.
           STRING "BACKOUT OF " DELIMITED BY SIZE
                   WS-TARGET-CYCLE DELIMITED BY SIZE
               INTO LEDG-REFERENCE
           END-STRING.
           WRITE LEDGER-WORK-REC FROM CUST-LEDGER-REC.

       COUNT-NOT-ON-MASTER.
      * A CUSTOMER STILL MARKED 'Y' WAS NEVER FOUND ON THE MASTER -
      * SOMETHING SINCE HAS TAKEN IT OFF - AND NOTHING WAS REVERSED.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 100000
               IF WS-BKO-USED (WS-SLOT) = "Y"
                   ADD 1 TO WS-NOT-ON-MASTER
                   COMPUTE WS-DET-ID = WS-SLOT - 1
                   MOVE SPACES TO WS-HDG-LINE
                   MOVE WS-DET-ID TO WS-HDG-LINE (1:5)
                   MOVE "NOT ON MASTER - NOTHING REVERSED"
                       TO WS-HDG-LINE (7:32)
                   PERFORM WRITE-HDG-LINE
               END-IF
           END-PERFORM.

       SWAP-IN-NEW-MASTER.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv CUSTMNEW.TXT CUSTMAST.TXT"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       POST-LEDGER-ENTRIES.
      * SAME LOAD AS CUSTUPDT'S: A KEY ALREADY ON FILE TAKES THE
      * NEXT FREE SEQUENCE NUMBER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LEDGER-WORK.
           IF WS-LWRK-STATUS = "00"
               OPEN I-O LEDGER-FILE
               IF WS-LEDG-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ LEDGER-WORK INTO CUST-LEDGER-REC
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM POST-ONE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               CLOSE LEDGER-WORK
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f CUSTBLWK.TXT" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.

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

       MARK-JOURNAL-ENTRIES.
      * REWRITE THE JOURNAL WITH THE CYCLE'S STANDING ENTRIES
      * MARKED BACKED OUT, SO THEY ARE NEVER REVERSED TWICE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               OPEN OUTPUT JOURNAL-NEW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF JRN-CYCLE-ID = WS-TARGET-CYCLE
                                   AND NOT JRN-BACKED-OUT
                               MOVE "B" TO JRN-BACKOUT-FLG
                               MOVE AUD-START-DATE (1:8)
                                   TO JRN-BACKOUT-DATE
                               ADD 1 TO WS-JRNL-MARKED
                           END-IF
                           WRITE JOURNAL-NEW-REC FROM CUST-JOURNAL-REC
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-NEW
               MOVE SPACES TO WS-SHELL-CMD
               STRING "mv CUSTJNEW.TXT CUSTJRNL.TXT"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF.

       WRITE-BACKOUT-HISTORY.
           MOVE WS-TARGET-CYCLE TO BKH-CYCLE-ID.
           MOVE AUD-START-DATE (1:8) TO BKH-BACKOUT-DATE.
           MOVE AUD-START-TIME (1:6) TO BKH-BACKOUT-TIME.
           MOVE WS-CYCLE-ID TO BKH-RUN-CYCLE.
           COMPUTE BKH-CUSTOMERS = WS-CUSTS-REVERSED + WS-CUSTS-REMOVED
               + WS-CUSTS-KEPT.
           MOVE WS-CUSTS-REMOVED TO BKH-REMOVED.
           MOVE WS-TOT-REVERSED TO BKH-AMOUNT.
           IF WS-ALREADY-BACKED OR WS-DEP-USED > 0
               MOVE "Y" TO BKH-CONFIRMED
           ELSE
               MOVE "N" TO BKH-CONFIRMED
           END-IF.
           OPEN EXTEND BACKOUT-HIST.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT BACKOUT-HIST
           END-IF.
           WRITE BACKOUT-HIST-REC.
           CLOSE BACKOUT-HIST.

       WRITE-TOTALS.
      * THE MASTER TOTALS PROVE THE BACKOUT - THE BALANCE BEFORE,
      * LESS WHAT THE CYCLE HAD POSTED, IS THE BALANCE AFTER.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "MASTER BALANCE BEFORE:" TO WS-TOT-LABEL.
           MOVE WS-TOT-BEFORE TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE "CYCLE POSTINGS REVERSED:" TO WS-TOT-LABEL.
           MOVE WS-TOT-REVERSED TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE "MASTER BALANCE AFTER:" TO WS-TOT-LABEL.
           MOVE WS-TOT-AFTER TO WS-TOT-AMOUNT.
           PERFORM WRITE-TOT-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CUSTOMERS REVERSED:" TO WS-SUM-LABEL.
           MOVE WS-CUSTS-REVERSED TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NEW CUSTOMERS REMOVED:" TO WS-SUM-LABEL.
           MOVE WS-CUSTS-REMOVED TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NEW CUSTOMERS KEPT:" TO WS-SUM-LABEL.
           MOVE WS-CUSTS-KEPT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NOT ON MASTER:" TO WS-SUM-LABEL.
           MOVE WS-NOT-ON-MASTER TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "MASTER RECORDS BEFORE:" TO WS-SUM-LABEL.
           MOVE WS-MAST-BEFORE TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "MASTER RECORDS AFTER:" TO WS-SUM-LABEL.
           MOVE WS-MAST-AFTER TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "LEDGER REVERSALS POSTED:" TO WS-SUM-LABEL.
           MOVE WS-LEDG-POSTED TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "JOURNAL ENTRIES MARKED:" TO WS-SUM-LABEL.
           MOVE WS-JRNL-MARKED TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           IF WS-ALREADY-BACKED OR WS-DEP-USED > 0
               STRING "VERDICT: CYCLE " DELIMITED BY SIZE
                       WS-TARGET-CYCLE DELIMITED BY SIZE
                       " BACKED OUT ON OPERATOR CONFIRMATION"
                           DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
           ELSE
               STRING "VERDICT: CYCLE " DELIMITED BY SIZE
                       WS-TARGET-CYCLE DELIMITED BY SIZE
                       " BACKED OUT" DELIMITED BY SIZE
                   INTO WS-HDG-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-HDG-LINE.
           DISPLAY WS-HDG-LINE.
           DISPLAY "CUSTOMERS REVERSED:    " WS-CUSTS-REVERSED.
           DISPLAY "NEW CUSTOMERS REMOVED: " WS-CUSTS-REMOVED.
           DISPLAY "NOT ON MASTER:         " WS-NOT-ON-MASTER.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.

       WRITE-TOT-LINE.
           MOVE WS-TOT-LINE TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.

       STAMP-AUDIT-START.
           MOVE "CUSTBACK" TO AUD-PROGRAM-ID.
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
