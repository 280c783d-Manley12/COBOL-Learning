       SELECT RESUB-IN
           ASSIGN TO "RESUBMIT.TXT"
           FILE STATUS IS WS-RESUB-STATUS.
       SELECT CONFIG-FILE
           ASSIGN TO "SYSCFG.TXT"
           FILE STATUS IS WS-CONFIG-STATUS.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT SUSPENSE-FILE
           ASSIGN TO "SUSPENSE.TXT"
           FILE STATUS IS WS-SUSP-STATUS.
       SELECT SUSP-REL-IN
           ASSIGN TO "SUSPREL.TXT"
           FILE STATUS IS WS-SUSPREL-STATUS.
       SELECT FEED-REGISTRY
           ASSIGN TO "FEEDREG.TXT"
           FILE STATUS IS WS-FREG-STATUS.
       SELECT FEED-RPT
           ASSIGN TO "FEEDRPT.TXT".
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
           COPY CUSTREC.

       FD CLEAN-OUT.
       01 CLEAN-OUT-REC            PIC X(44).

       FD EDIT-RPT.
       01 EDIT-RPT-REC             PIC X(80).
           COPY REJREC.

       FD RESUB-IN.
       01 RESUB-IN-REC             PIC X(44).

       FD CONFIG-FILE.
           COPY SYSCFG.

       FD CUST-MASTER.
           COPY CUSTMAST.

       FD SUSPENSE-FILE.
           COPY SUSPREC.

       FD SUSP-REL-IN.
       01 SUSP-REL-IN-REC          PIC X(44).

       FD FEED-REGISTRY.
           COPY FEEDREG.

       FD FEED-RPT.
       01 FEED-RPT-REC             PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.
      * OF SURFACING IN DOWNSTREAM REPORTS DAYS LATER. EVERY FIELD
      * IN THE CUSTOMER-RECORD LAYOUT IS EDITED - NUMERIC ID AND
      * AMOUNT, NON-BLANK NAME, A REAL CALENDAR DATE THAT IS NOT IN
      * THE FUTURE, A KNOWN TRANSACTION TYPE AND AMOUNT SIGN, AND
      * NO CUST-ID SEEN TWICE - AND ONLY RECORDS THAT PASS
      * EVERYTHING REACH THE CLEAN FILE THE SORT READS.
      * REJECTS GO TO A REASON-CODED REPORT, AND THE REPORT CLOSES
      * WITH BATCH TOTALS BY ACTIVITY DATE SO THE FEED CAN BE
      * BALANCED AGAINST THE SENDER'S OWN FIGURES.
      * A RECORD THAT PASSES EVERY EDIT BUT WHOSE AMOUNT IS FAR
      * OUT OF LINE WITH THE CUSTOMER'S OWN HISTORY IS HELD IN THE
      * SUSPENSE FILE INSTEAD OF THE CLEAN FILE, FOR AN OPERATOR TO
      * RELEASE OR DECLINE FROM OPMENU.
       77  WS-INPUT-STATUS         PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-REJFILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RESUB-EOF-SW         PIC X(1) VALUE 'N'.
           88 WS-RESUB-EOF         VALUE 'Y'.

      * UNUSUAL-AMOUNT SUSPENSE. THE CUSTOMER'S AVERAGE POSTING -
      * CMAST-AMOUNT OVER CMAST-COUNT, TAKEN AS A SIZE WHETHER THE
      * BALANCE IS IN DEBIT OR CREDIT - IS LOADED FROM THE MASTER
      * INTO A TABLE INDEXED BY CUST-ID, SAME SLOT IDIOM AS THE
      * DUPLICATE-ID TABLE. A ZERO SLOT MEANS NO HISTORY (A NEW
      * CUSTOMER, OR NO MASTER YET) AND IS NEVER CHECKED. THE
      * FACTOR COMES FROM SYSCFG.TXT; A MISSING CONFIG LEAVES THE
      * COMPILED DEFAULT OF TEN, AND A FACTOR OF ZERO TURNS THE
      * CHECK OFF. RECORDS AN OPERATOR HAS RELEASED (SUSPREL.TXT)
      * GO THROUGH EVERY OTHER EDIT BUT NOT THIS ONE AGAIN.
       77  WS-CONFIG-STATUS        PIC XX VALUE SPACES.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-SUSP-STATUS          PIC XX VALUE SPACES.
       77  WS-SUSPREL-STATUS       PIC XX VALUE SPACES.
       77  WS-SUSP-FACTOR          PIC 9(3) VALUE 10.
       77  WS-SUSP-LIMIT           PIC 9(13)V9(2) VALUE 0.
       77  WS-AVG-WORK             PIC S9(11)V9(2) VALUE 0.
       77  WS-RECS-SUSPENDED       PIC 9(7) COMP VALUE 0.
       77  WS-RELEASE-READ         PIC 9(7) COMP VALUE 0.
       01  WS-CMAST-EOF-SW         PIC X(1) VALUE 'N'.
           88 WS-CMAST-EOF         VALUE 'Y'.
       01  WS-SUSPREL-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-SUSPREL-EOF       VALUE 'Y'.
       01  WS-RELEASE-PASS-SW      PIC X(1) VALUE 'N'.
           88 WS-RELEASE-PASS      VALUE 'Y'.
       01  WS-SUSPEND-SW           PIC X(1) VALUE 'N'.
           88 WS-SUSPEND           VALUE 'Y'.
       01  WS-AVG-TABLE.
           05 WS-AVG-AMOUNT        PIC 9(11)V9(2) COMP-3
                   OCCURS 100000 TIMES.

      * PARM IS THE INPUT FILE NAME, DEFAULT CUSTFILE.TXT, THEN
      * OPTIONALLY FORCE TO EDIT A FEED THE RECEIPT REGISTRY SAYS
      * HAS ALREADY BEEN RECEIVED.
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-INPUT-FILE-NAME      PIC X(40) VALUE "CUSTFILE.TXT".
       77  WS-FORCE-PARM           PIC X(10) VALUE SPACES.

      * FEED RECEIPT REGISTRY. BEFORE ANY RECORD IS EDITED THE
      * WHOLE FEED IS READ ONCE FOR ITS FINGERPRINT - RECORD COUNT,
      * TOTAL OF THE AMOUNT FIELDS, AND A RUNNING MULTIPLY-AND-ADD
      * HASH OVER EVERY BYTE OF EVERY RECORD IN ORDER, THE SAME
      * HASH OPMENU KEEPS PASSWORDS UNDER. A FEED WHOSE FINGERPRINT
      * MATCHES ONE ALREADY ACCEPTED IN FEEDREG.TXT IS A RE-DELIVERY:
      * IT IS REFUSED WITH CONDITION CODE 8 BEFORE ANYTHING IS
      * EDITED, SO THE NIGHT STOPS AHEAD OF THE SORT, UNLESS THE
      * OPERATOR RERUNS WITH FORCE. AN EMPTY FEED HAS NOTHING TO
      * POST TWICE AND IS NEVER TREATED AS A DUPLICATE. EVERY FEED,
      * ACCEPTED OR REFUSED, IS APPENDED TO THE REGISTRY, AND THE
      * REGISTRY REPORT (FEEDRPT.TXT) IS REWRITTEN EACH RUN WITH THE
      * RECEIPTS AND ANY MISSED DELIVERY DAYS - CALENDAR DAYS WITH
      * NO ACCEPTED FEED - IN THE LAST WS-REG-WINDOW DAYS.
       77  WS-FREG-STATUS          PIC XX VALUE SPACES.
       01  WS-FREG-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-FREG-EOF          VALUE 'Y'.
       01  WS-FEED-DUP-SW          PIC X(1) VALUE 'N'.
           88 WS-FEED-DUP          VALUE 'Y'.
       77  WS-FEED-COUNT           PIC 9(7) COMP VALUE 0.
       77  WS-FEED-AMOUNT          PIC 9(13)V9(2) VALUE 0.
       77  WS-FEED-HASH-WORK       PIC 9(18) COMP VALUE 0.
       77  WS-FEED-HASH            PIC 9(9) VALUE 0.
       77  WS-HASH-I               PIC 9(3) COMP VALUE 0.
       77  WS-FEED-STATUS          PIC X(1) VALUE SPACE.
       77  WS-MATCH-DATE           PIC X(8) VALUE SPACES.
       77  WS-MATCH-TIME           PIC X(6) VALUE SPACES.
       77  WS-REG-WINDOW           PIC 9(3) COMP VALUE 90.
       77  WS-WIN-START-DAYS       PIC 9(7) COMP VALUE 0.
       77  WS-FIRST-DAYS           PIC 9(7) COMP VALUE 0.
       77  WS-FREG-DAYS            PIC 9(7) COMP VALUE 0.
       77  WS-DAY-SLOT             PIC 9(3) COMP VALUE 0.
       77  WS-FIRST-SLOT           PIC 9(3) COMP VALUE 0.
       77  WS-MISS-DATE            PIC 9(8) VALUE 0.
       77  WS-REG-ACCEPTED         PIC 9(7) COMP VALUE 0.
       77  WS-REG-REFUSED          PIC 9(7) COMP VALUE 0.
       77  WS-REG-MISSED           PIC 9(7) COMP VALUE 0.
       01  WS-RCV-DAY-TABLE.
           05 WS-RCV-DAY-SW        PIC X(1) OCCURS 90 TIMES.

       01  WS-REG-LINE.
           05 WS-REG-DATE          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-REG-TIME          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-REG-STAT          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-REG-COUNT         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-REG-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-REG-HASH          PIC 9(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-REG-MATCH         PIC X(8).

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       77  WS-RECS-READ            PIC 9(7) COMP VALUE 0.
       77  WS-RECS-CLEAN           PIC 9(7) COMP VALUE 0.
       77  WS-RECS-REJECTED        PIC 9(7) COMP VALUE 0.
       77  WS-AMOUNT-TOTAL         PIC S9(13)V9(2) VALUE 0.

      * THE SIGNED EFFECT OF THE CURRENT RECORD ON THE CUSTOMER'S
      * BALANCE - THE AMOUNT TURNED BY ITS TRANSACTION TYPE AND
      * ITS SIGN BYTE, EXACTLY AS CUSTUPDT WILL POST IT - SO THE
      * EDIT REPORT'S TOTALS BALANCE TO WHAT THE MASTER MOVES BY.
       77  WS-REC-EFFECT           PIC S9(7)V9(2) VALUE 0.

      * REASON CODE FOR THE CURRENT REJECT.
       77  WS-REASON-CODE          PIC X(3) VALUE SPACES.
           05 WS-DAT-ENTRY OCCURS 100 TIMES.
               10 WS-DAT-DATE      PIC X(8).
               10 WS-DAT-COUNT     PIC 9(7) COMP.
               10 WS-DAT-AMOUNT    PIC S9(13)V9(2).

      * BATCH TOTALS BY TRANSACTION TYPE, IN THE SAME ORDER AS
      * THE TYPE CODES THEMSELVES.
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

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-REJ-TEXT          PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-REJ-RECORD        PIC X(44).

       01  WS-TOT-LINE.
           05 WS-TOT-DATE          PIC X(8).
           05 WS-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-TOT-AMT-LABEL     PIC X(8) VALUE "AMOUNT: ".
           05 WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL         PIC X(26).
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-FEED.
           PERFORM CHECK-FEED-REGISTRY.
           IF WS-FEED-DUP AND WS-FORCE-PARM NOT = "FORCE"
               PERFORM REFUSE-DUPLICATE-FEED
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE SPACES TO WS-SEEN-ID-TABLE.
           PERFORM LOAD-CONFIG.
           PERFORM LOAD-CUSTOMER-AVERAGES.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               MOVE 0 TO WS-TYP-COUNT (WS-TYP-I)
               MOVE 0 TO WS-TYP-AMOUNT (WS-TYP-I)
           END-PERFORM.
           OPEN OUTPUT CLEAN-OUT.
           OPEN OUTPUT EDIT-RPT.
           MOVE "CUSTFILE FRONT-END EDIT REPORT" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "REJECTED AND SUSPENDED RECORDS" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           PERFORM READ-CUST-FILE.
           PERFORM READ-RESUB-FILE.
           PERFORM READ-RELEASE-FILE.
           CLOSE CUST-IN.
           CLOSE CLEAN-OUT.
           PERFORM WRITE-DATE-TOTALS.
           PERFORM WRITE-TYPE-TOTALS.
           PERFORM WRITE-SUMMARY.
           CLOSE EDIT-RPT.
           IF WS-FEED-DUP
               MOVE "F" TO WS-FEED-STATUS
           ELSE
               MOVE "A" TO WS-FEED-STATUS
           END-IF.
           PERFORM REGISTER-FEED.
           PERFORM WRITE-REGISTRY-REPORT.
           IF WS-RECS-REJECTED > 0 OR WS-RECS-SUSPENDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
       GET-PARMS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-INPUT-FILE-NAME WS-FORCE-PARM
               END-UNSTRING
           END-IF.
           INSPECT WS-FORCE-PARM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       FINGERPRINT-FEED.
      * ONE PASS OVER THE RAW FEED EXACTLY AS DELIVERED - BEFORE THE
      * TYPE AND SIGN DEFAULTS ARE FILLED IN - THEN THE FILE IS
      * REOPENED FOR THE EDIT PASS PROPER.
           MOVE 0 TO WS-FEED-COUNT.
           MOVE 0 TO WS-FEED-AMOUNT.
           MOVE 7 TO WS-FEED-HASH-WORK.
           PERFORM UNTIL WS-EOF
               READ CUST-IN
                   NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM FINGERPRINT-ONE-RECORD
               END-READ
           END-PERFORM.
           MOVE WS-FEED-HASH-WORK TO WS-FEED-HASH.
           CLOSE CUST-IN.
           OPEN INPUT CUST-IN.
           MOVE 'N' TO WS-EOF-SW.

       FINGERPRINT-ONE-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           IF CUST-AMOUNT IS NUMERIC
               ADD CUST-AMOUNT TO WS-FEED-AMOUNT
           END-IF.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > LENGTH OF CUSTOMER-RECORD
               COMPUTE WS-FEED-HASH-WORK =
                   FUNCTION MOD (WS-FEED-HASH-WORK * 131
                   + FUNCTION ORD (CUSTOMER-RECORD (WS-HASH-I:1)),
                   999999937)
           END-PERFORM.

       CHECK-FEED-REGISTRY.
      * ONLY FEEDS THAT WERE ACCEPTED COUNT - A REFUSED ENTRY IS
      * ITSELF A COPY OF ONE THAT WAS.
           MOVE 'N' TO WS-FEED-DUP-SW.
           MOVE 'N' TO WS-FREG-EOF-SW.
           IF WS-FEED-COUNT > 0
               OPEN INPUT FEED-REGISTRY
               IF WS-FREG-STATUS = "00"
                   PERFORM UNTIL WS-FREG-EOF OR WS-FEED-DUP
                       READ FEED-REGISTRY NEXT RECORD
                           AT END SET WS-FREG-EOF TO TRUE
                           NOT AT END PERFORM MATCH-ONE-RECEIPT
                       END-READ
                   END-PERFORM
                   CLOSE FEED-REGISTRY
               END-IF
           END-IF.

       MATCH-ONE-RECEIPT.
           IF FREG-ACCEPTED
                   AND FREG-REC-COUNT = WS-FEED-COUNT
                   AND FREG-AMOUNT-TOTAL = WS-FEED-AMOUNT
                   AND FREG-HASH = WS-FEED-HASH
               SET WS-FEED-DUP TO TRUE
               MOVE FREG-RECV-DATE TO WS-MATCH-DATE
               MOVE FREG-RECV-TIME TO WS-MATCH-TIME
           END-IF.

       REFUSE-DUPLICATE-FEED.
      * NOTHING IS EDITED, NO QUEUE IS DRAINED, AND THE CLEAN FILE
      * IS LEFT EMPTY SO THE PREVIOUS NIGHT'S CLEAN RECORDS CANNOT
      * BE PICKED UP AND POSTED AGAIN BY A STEP RUN BY HAND.
           CLOSE CUST-IN.
           OPEN OUTPUT CLEAN-OUT.
           CLOSE CLEAN-OUT.
           OPEN OUTPUT EDIT-RPT.
           MOVE "CUSTFILE FRONT-END EDIT REPORT" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "FEED REFUSED - SAME CONTENTS AS THE FEED RECEIVED "
                   DELIMITED BY SIZE
                   WS-MATCH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MATCH-TIME DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE "NOTHING WAS EDITED. RERUN WITH FORCE ONLY IF THE FEED"
               TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "IS KNOWN TO BE A GENUINE NEW DELIVERY." TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "RECORDS IN FEED:" TO WS-SUM-LABEL.
           MOVE WS-FEED-COUNT TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO EDIT-RPT-REC.
           WRITE EDIT-RPT-REC.
           CLOSE EDIT-RPT.
           MOVE "R" TO WS-FEED-STATUS.
           PERFORM REGISTER-FEED.
           PERFORM WRITE-REGISTRY-REPORT.
           DISPLAY "FEED " FUNCTION TRIM(WS-INPUT-FILE-NAME)
               " ALREADY RECEIVED " WS-MATCH-DATE " " WS-MATCH-TIME
               " - REFUSED".

       REGISTER-FEED.
           PERFORM READ-CYCLE-ID.
           MOVE SPACES TO FEED-REG-REC.
           MOVE AUD-START-DATE (1:8) TO FREG-RECV-DATE.
           MOVE AUD-START-TIME (1:6) TO FREG-RECV-TIME.
           MOVE WS-CYCLE-ID TO FREG-CYCLE-ID.
           MOVE WS-INPUT-FILE-NAME TO FREG-FEED-NAME.
           MOVE WS-FEED-COUNT TO FREG-REC-COUNT.
           MOVE WS-FEED-AMOUNT TO FREG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FREG-HASH.
           MOVE WS-FEED-STATUS TO FREG-STATUS.
           IF WS-FEED-DUP
               MOVE WS-MATCH-DATE TO FREG-MATCH-DATE
               MOVE WS-MATCH-TIME TO FREG-MATCH-TIME
           END-IF.
           OPEN EXTEND FEED-REGISTRY.
           IF WS-FREG-STATUS NOT = "00"
               OPEN OUTPUT FEED-REGISTRY
           END-IF.
           WRITE FEED-REG-REC.
           CLOSE FEED-REGISTRY.

       WRITE-REGISTRY-REPORT.
      * RECEIPTS IN THE WINDOW IN ARRIVAL ORDER, THEN EVERY DAY IN
      * THE WINDOW - FROM THE FIRST ACCEPTED FEED ON RECORD IF THAT
      * IS LATER - ON WHICH NO FEED WAS ACCEPTED.
           COMPUTE WS-WIN-START-DAYS =
               WS-TODAY-DAYS - WS-REG-WINDOW + 1.
           MOVE SPACES TO WS-RCV-DAY-TABLE.
           MOVE 0 TO WS-FIRST-DAYS.
           MOVE 0 TO WS-REG-ACCEPTED.
           MOVE 0 TO WS-REG-REFUSED.
           MOVE 0 TO WS-REG-MISSED.
           OPEN OUTPUT FEED-RPT.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTFILE FEED RECEIPT REGISTRY - AS OF "
                   DELIMITED BY SIZE
                   WS-TODAY-YYYYMMDD DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-REG-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-REG-HDG-LINE.
           MOVE WS-REG-WINDOW TO WS-SUM-VALUE.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "FEEDS RECEIVED IN THE LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUM-VALUE) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-REG-HDG-LINE.
           MOVE "RECEIVED         STATUS    RECORDS"
               TO WS-HDG-LINE.
           MOVE "AMOUNT TOTAL  HASH       DUP OF" TO
               WS-HDG-LINE (46:31).
           PERFORM WRITE-REG-HDG-LINE.
           MOVE 'N' TO WS-FREG-EOF-SW.
           OPEN INPUT FEED-REGISTRY.
           IF WS-FREG-STATUS = "00"
               PERFORM UNTIL WS-FREG-EOF
                   READ FEED-REGISTRY NEXT RECORD
                       AT END SET WS-FREG-EOF TO TRUE
                       NOT AT END PERFORM REPORT-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY
           END-IF.
           PERFORM WRITE-MISSED-DAYS.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-REG-HDG-LINE.
           MOVE "FEEDS ACCEPTED:" TO WS-SUM-LABEL.
           MOVE WS-REG-ACCEPTED TO WS-SUM-VALUE.
           PERFORM WRITE-REG-SUM-LINE.
           MOVE "DUPLICATE FEEDS REFUSED:" TO WS-SUM-LABEL.
           MOVE WS-REG-REFUSED TO WS-SUM-VALUE.
           PERFORM WRITE-REG-SUM-LINE.
           MOVE "MISSED DELIVERY DAYS:" TO WS-SUM-LABEL.
           MOVE WS-REG-MISSED TO WS-SUM-VALUE.
           PERFORM WRITE-REG-SUM-LINE.
           CLOSE FEED-RPT.
           DISPLAY "MISSED DELIVERY DAYS:" WS-REG-MISSED.

       REPORT-ONE-RECEIPT.
           MOVE 0 TO WS-FREG-DAYS.
           IF FREG-RECV-DATE IS NUMERIC
               MOVE FREG-RECV-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
                   COMPUTE WS-FREG-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               END-IF
           END-IF.
           IF FREG-ACCEPTED AND WS-FREG-DAYS > 0
                   AND (WS-FIRST-DAYS = 0
                        OR WS-FREG-DAYS < WS-FIRST-DAYS)
               MOVE WS-FREG-DAYS TO WS-FIRST-DAYS
           END-IF.
           IF WS-FREG-DAYS >= WS-WIN-START-DAYS
                   AND WS-FREG-DAYS <= WS-TODAY-DAYS
               MOVE FREG-RECV-DATE TO WS-REG-DATE
               MOVE FREG-RECV-TIME TO WS-REG-TIME
               MOVE FREG-REC-COUNT TO WS-REG-COUNT
               MOVE FREG-AMOUNT-TOTAL TO WS-REG-AMOUNT
               MOVE FREG-HASH TO WS-REG-HASH
               MOVE FREG-MATCH-DATE TO WS-REG-MATCH
               PERFORM TAG-RECEIPT-STATUS
               MOVE WS-REG-LINE TO FEED-RPT-REC
               WRITE FEED-RPT-REC
               IF FREG-ACCEPTED
                   COMPUTE WS-DAY-SLOT =
                       WS-FREG-DAYS - WS-WIN-START-DAYS + 1
                   MOVE "Y" TO WS-RCV-DAY-SW (WS-DAY-SLOT)
               END-IF
           END-IF.

       TAG-RECEIPT-STATUS.
           IF FREG-REFUSED
               MOVE "REFUSED" TO WS-REG-STAT
               ADD 1 TO WS-REG-REFUSED
           ELSE IF FREG-FORCED
               MOVE "FORCED" TO WS-REG-STAT
               ADD 1 TO WS-REG-ACCEPTED
           ELSE
               MOVE "ACCEPTED" TO WS-REG-STAT
               ADD 1 TO WS-REG-ACCEPTED
           END-IF.

       WRITE-MISSED-DAYS.
      * TODAY IS IN THE WINDOW, SO A NIGHT WHOSE ONLY FEED WAS
      * REFUSED SHOWS TODAY AS MISSED.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-REG-HDG-LINE.
           MOVE "MISSED DELIVERY DAYS - NO FEED ACCEPTED"
               TO WS-HDG-LINE.
           PERFORM WRITE-REG-HDG-LINE.
           IF WS-FIRST-DAYS = 0
               MOVE "NO FEED HAS BEEN ACCEPTED YET" TO WS-HDG-LINE
               PERFORM WRITE-REG-HDG-LINE
           ELSE
               MOVE 1 TO WS-FIRST-SLOT
               IF WS-FIRST-DAYS > WS-WIN-START-DAYS
                   COMPUTE WS-FIRST-SLOT =
                       WS-FIRST-DAYS - WS-WIN-START-DAYS + 1
               END-IF
               PERFORM VARYING WS-DAY-SLOT FROM WS-FIRST-SLOT BY 1
                       UNTIL WS-DAY-SLOT > WS-REG-WINDOW
                   IF WS-RCV-DAY-SW (WS-DAY-SLOT) NOT = "Y"
                       ADD 1 TO WS-REG-MISSED
                       COMPUTE WS-MISS-DATE = FUNCTION DATE-OF-INTEGER
                           (WS-WIN-START-DAYS + WS-DAY-SLOT - 1)
                       MOVE WS-MISS-DATE TO WS-HDG-LINE
                       PERFORM WRITE-REG-HDG-LINE
                   END-IF
               END-PERFORM
               IF WS-REG-MISSED = 0
                   MOVE "NONE" TO WS-HDG-LINE
                   PERFORM WRITE-REG-HDG-LINE
               END-IF
           END-IF.

       WRITE-REG-HDG-LINE.
           MOVE WS-HDG-LINE TO FEED-RPT-REC.
           WRITE FEED-RPT-REC.

       WRITE-REG-SUM-LINE.
           MOVE WS-SUM-LINE TO FEED-RPT-REC.
           WRITE FEED-RPT-REC.

       READ-CUST-FILE.
           PERFORM UNTIL WS-EOF
               DISPLAY "RESUBMITTED RECORDS EDITED: " WS-RESUB-READ
           END-IF.

       READ-RELEASE-FILE.
      * ITEMS RELEASED FROM SUSPENSE SINCE THE LAST RUN. SAME
      * DRAIN-AND-REMOVE HANDLING AS THE RESUBMIT QUEUE.
           OPEN INPUT SUSP-REL-IN.
           IF WS-SUSPREL-STATUS = "00"
               SET WS-RELEASE-PASS TO TRUE
               PERFORM UNTIL WS-SUSPREL-EOF
                   READ SUSP-REL-IN
                       NEXT RECORD
                           AT END SET WS-SUSPREL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECS-READ
                           ADD 1 TO WS-RELEASE-READ
                           MOVE SUSP-REL-IN-REC TO CUSTOMER-RECORD
                           PERFORM EDIT-ONE-RECORD
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-RELEASE-PASS-SW
               CLOSE SUSP-REL-IN
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f SUSPREL.TXT" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
               DISPLAY "RELEASED RECORDS EDITED:    " WS-RELEASE-READ
           END-IF.

       EDIT-ONE-RECORD.
      * THE EDITS RUN IN SEVERITY ORDER AND THE FIRST FAILURE WINS
      * THE REASON CODE - A RECORD WITH A BAD ID IS REPORTED FOR
               PERFORM EDIT-ACTIVITY-DATE
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-TRAN-TYPE
           END-IF.
      * A RELEASED ITEM IS A SECOND POSTING FOR A CUSTOMER WHO MAY
      * WELL BE IN TONIGHT'S FEED OR RELEASED TWICE; CUSTUPDT NETS
      * SEVERAL RECORDS FOR ONE ID, SO IT SKIPS THE DUPLICATE CHECK
      * JUST AS IT SKIPS THE UNUSUAL-AMOUNT CHECK.
           IF WS-REASON-CODE = SPACES AND NOT WS-RELEASE-PASS
               PERFORM CHECK-DUPLICATE-ID
           END-IF.
           MOVE 'N' TO WS-SUSPEND-SW.
           IF WS-REASON-CODE = SPACES AND NOT WS-RELEASE-PASS
               PERFORM CHECK-UNUSUAL-AMOUNT
           END-IF.
           IF WS-REASON-CODE = SPACES
               IF WS-SUSPEND
                   PERFORM SUSPEND-RECORD
               ELSE
                   PERFORM ACCEPT-CLEAN-RECORD
               END-IF
           ELSE
               PERFORM REJECT-RECORD
           END-IF.
               END-IF
           END-IF.

       EDIT-TRAN-TYPE.
      * A BLANK TYPE OR SIGN - AS ON A RECORD CUSTCONV CARRIED OVER
      * FROM THE OLD 42-BYTE LAYOUT - IS WRITTEN TO THE CLEAN FILE
      * AS AN EXPLICIT SALE OR PLUS, SO NOTHING DOWNSTREAM HAS TO
      * KNOW ABOUT THE DEFAULT. ANY
      * OTHER CODE IS TURNED AWAY - GUESSING WHICH WAY AN UNKNOWN
      * TYPE MOVES THE BALANCE IS HOW A REFUND GETS POSTED AS A
      * SALE.
           IF CUST-TRAN-TYPE = SPACE
               MOVE "S" TO CUST-TRAN-TYPE
           END-IF.
           IF CUST-AMOUNT-SIGN = SPACE
               MOVE "+" TO CUST-AMOUNT-SIGN
           END-IF.
           IF NOT CUST-TRAN-VALID
               MOVE "E08" TO WS-REASON-CODE
               MOVE "UNKNOWN TRAN TYPE" TO WS-REASON-TEXT
           ELSE
               IF NOT CUST-AMOUNT-SIGN-VALID
                   MOVE "E09" TO WS-REASON-CODE
                   MOVE "INVALID AMOUNT SIGN" TO WS-REASON-TEXT
               END-IF
           END-IF.

       COMPUTE-REC-EFFECT.
      * SALES RAISE THE BALANCE; CREDITS, PAYMENTS, AND REVERSALS
      * LOWER IT; A MINUS SIGN TURNS EITHER DIRECTION AROUND.
           IF CUST-TRAN-SALE
               MOVE CUST-AMOUNT TO WS-REC-EFFECT
           ELSE
               COMPUTE WS-REC-EFFECT = 0 - CUST-AMOUNT
           END-IF.
           IF CUST-AMOUNT-NEGATIVE
               COMPUTE WS-REC-EFFECT = 0 - WS-REC-EFFECT
           END-IF.

       CHECK-DUPLICATE-ID.
           COMPUTE WS-ID-SLOT = CUST-ID + 1.
           IF WS-SEEN-ID-SW (WS-ID-SLOT) = "Y"
               MOVE "Y" TO WS-SEEN-ID-SW (WS-ID-SLOT)
           END-IF.

       CHECK-UNUSUAL-AMOUNT.
      * THE DUPLICATE CHECK HAS ALREADY SET THE ID SLOT.
           IF WS-SUSP-FACTOR > 0
                   AND WS-AVG-AMOUNT (WS-ID-SLOT) > 0
               COMPUTE WS-SUSP-LIMIT =
                   WS-AVG-AMOUNT (WS-ID-SLOT) * WS-SUSP-FACTOR
               IF CUST-AMOUNT > WS-SUSP-LIMIT
                   SET WS-SUSPEND TO TRUE
               END-IF
           END-IF.

       SUSPEND-RECORD.
      * SAME REPORT LINE AS A REJECT, UNDER ITS OWN CODE, SO THE
      * EDIT REPORT STILL ACCOUNTS FOR EVERY RECORD READ. THE
      * SUSPENSE RECORD CARRIES THE AVERAGE AND FACTOR IT WAS
      * JUDGED AGAINST, FOR THE OPERATOR WHO REVIEWS IT.
           ADD 1 TO WS-RECS-SUSPENDED.
           MOVE WS-RECS-READ TO WS-REJ-RECNO.
           MOVE "S01" TO WS-REJ-CODE.
           MOVE "UNUSUAL AMOUNT" TO WS-REJ-TEXT.
           MOVE CUSTOMER-RECORD TO WS-REJ-RECORD.
           MOVE WS-REJ-LINE TO EDIT-RPT-REC.
           WRITE EDIT-RPT-REC.
           PERFORM READ-CYCLE-ID.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE AUD-START-DATE (1:8) TO SUSP-RUN-DATE.
           MOVE WS-CYCLE-ID TO SUSP-CYCLE-ID.
           MOVE "H" TO SUSP-STATUS.
           MOVE WS-AVG-AMOUNT (WS-ID-SLOT) TO SUSP-AVERAGE.
           MOVE WS-SUSP-FACTOR TO SUSP-FACTOR.
           MOVE CUSTOMER-RECORD TO SUSP-DATA.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           WRITE SUSPENSE-REC.
           CLOSE SUSPENSE-FILE.

       ACCEPT-CLEAN-RECORD.
           ADD 1 TO WS-RECS-CLEAN.
           PERFORM COMPUTE-REC-EFFECT.
           ADD WS-REC-EFFECT TO WS-AMOUNT-TOTAL.
           WRITE CLEAN-OUT-REC FROM CUSTOMER-RECORD.
           PERFORM ROLL-UP-DATE-TOTAL.
           PERFORM ROLL-UP-TYPE-TOTAL.

       ROLL-UP-DATE-TOTAL.
           MOVE 0 TO WS-DAT-HIT.
           END-IF.
           IF WS-DAT-HIT > 0
               ADD 1 TO WS-DAT-COUNT (WS-DAT-HIT)
               ADD WS-REC-EFFECT TO WS-DAT-AMOUNT (WS-DAT-HIT)
           END-IF.

       ROLL-UP-TYPE-TOTAL.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               IF WS-TYP-CODES (WS-TYP-I:1) = CUST-TRAN-TYPE
                   ADD 1 TO WS-TYP-COUNT (WS-TYP-I)
                   ADD WS-REC-EFFECT TO WS-TYP-AMOUNT (WS-TYP-I)
               END-IF
           END-PERFORM.

       REJECT-RECORD.
      * THE WHOLE ORIGINAL RECORD RIDES ON THE REPORT LINE, SO A
      * REJECT CAN BE READ AND FIXED WITHOUT HUNTING THROUGH THE
               END-PERFORM
           END-IF.

       WRITE-TYPE-TOTALS.
      * SAME LINE SHAPE AS THE DATE TOTALS, WITH THE TYPE NAME IN
      * THE DATE COLUMN. AMOUNTS ARE THE SIGNED EFFECT ON THE
      * MASTER, SO CREDITS AND PAYMENTS SHOW WITH A TRAILING MINUS.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "BATCH TOTALS BY TRANSACTION TYPE" TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 4
               MOVE WS-TYP-NAME (WS-TYP-I) TO WS-TOT-DATE
               MOVE WS-TYP-COUNT (WS-TYP-I) TO WS-TOT-COUNT
               MOVE WS-TYP-AMOUNT (WS-TYP-I) TO WS-TOT-AMOUNT
               MOVE WS-TOT-LINE TO EDIT-RPT-REC
               WRITE EDIT-RPT-REC
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE WS-RECS-REJECTED TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO EDIT-RPT-REC.
           WRITE EDIT-RPT-REC.
           MOVE "RECORDS SUSPENDED:" TO WS-SUM-LABEL.
           MOVE WS-RECS-SUSPENDED TO WS-SUM-VALUE.
           MOVE WS-SUM-LINE TO EDIT-RPT-REC.
           WRITE EDIT-RPT-REC.
           DISPLAY "RECORDS READ:     " WS-RECS-READ.
           DISPLAY "RECORDS CLEAN:    " WS-RECS-CLEAN.
           DISPLAY "RECORDS REJECTED: " WS-RECS-REJECTED.
           DISPLAY "RECORDS SUSPENDED:" WS-RECS-SUSPENDED.

       LOAD-CONFIG.
      * THE FACTOR IS A TRAILING CONFIG FIELD, SO A CONFIG FILE
      * WRITTEN BEFORE IT EXISTED READS BACK SPACES THERE AND THE
      * COMPILED DEFAULT STANDS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CFG-SUSP-FACTOR IS NUMERIC
                           MOVE CFG-SUSP-FACTOR TO WS-SUSP-FACTOR
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       LOAD-CUSTOMER-AVERAGES.
           PERFORM VARYING WS-ID-SLOT FROM 1 BY 1
                   UNTIL WS-ID-SLOT > 100000
               MOVE 0 TO WS-AVG-AMOUNT (WS-ID-SLOT)
           END-PERFORM.
           IF WS-SUSP-FACTOR > 0
               OPEN INPUT CUST-MASTER
               IF WS-CMAST-STATUS = "00"
                   PERFORM UNTIL WS-CMAST-EOF
                       READ CUST-MASTER NEXT RECORD
                           AT END SET WS-CMAST-EOF TO TRUE
                           NOT AT END
                               IF CMAST-COUNT > 0
                                   COMPUTE WS-AVG-WORK ROUNDED =
                                       CMAST-AMOUNT / CMAST-COUNT
                                   IF WS-AVG-WORK < 0
                                       COMPUTE WS-AVG-WORK =
                                           0 - WS-AVG-WORK
                                   END-IF
                                   COMPUTE WS-ID-SLOT = CMAST-ID + 1
                                   MOVE WS-AVG-WORK
                                       TO WS-AVG-AMOUNT (WS-ID-SLOT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUST-MASTER
               END-IF
           END-IF.

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO EDIT-RPT-REC.
