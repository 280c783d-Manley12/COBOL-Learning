       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGE.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-MASTER
           ASSIGN TO "CUSTMAST.TXT"
           FILE STATUS IS WS-CMAST-STATUS.
       SELECT CONFIG-FILE
           ASSIGN TO "SYSCFG.TXT"
           FILE STATUS IS WS-CONFIG-STATUS.
       SELECT AGE-RPT
           ASSIGN TO "AGERPT.TXT".
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

       FD CONFIG-FILE.
           COPY SYSCFG.

       FD AGE-RPT.
       01 AGE-RPT-REC              PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * DORMANT-CUSTOMER AGING. EVERY CUSTOMER ON THE MASTER IS
      * AGED BY THE DAYS BETWEEN CMAST-LAST-DATE AND THE AS-OF
      * DATE (TODAY, OR A YYYYMMDD PARM) AND COUNTED INTO ONE OF
      * FIVE BUCKETS - CURRENT, THREE MIDDLE BANDS, AND DORMANT -
      * WITH THE BALANCE HELD IN EACH. THE BOUNDARIES COME FROM
      * SYSCFG.TXT. THE DORMANT CUSTOMERS ARE LISTED LARGEST
      * BALANCE FIRST, SINCE THOSE ARE THE ONES THE ACCOUNT
      * MANAGERS CALL FIRST. A CUSTOMER WITH NO USABLE LAST DATE IS
      * AGED AS DORMANT AND TAGGED. THE REPORT'S SUMMARY LINES ARE
      * PICKED UP BY THE MORNING STATUS REPORT.
       77  WS-CMAST-STATUS         PIC XX VALUE SPACES.
       77  WS-CONFIG-STATUS        PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.

      * BUCKET BOUNDARIES, OVERLAID FROM SYSCFG.TXT WHEN ALL FOUR
      * ARE PRESENT AND IN RISING ORDER.
       01  WS-AGE-LIMITS.
           05 WS-AGE-DAYS          PIC 9(3) OCCURS 4 TIMES.
       77  WS-AGE-DEFAULTS         PIC X(12) VALUE "030060090180".

       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-AS-OF-DATE           PIC X(8) VALUE SPACES.
       77  WS-AS-OF-NUM            PIC 9(8) VALUE 0.
       77  WS-LAST-NUM             PIC 9(8) VALUE 0.
       77  WS-AS-OF-INT            PIC S9(9) COMP VALUE 0.
       77  WS-AGE                  PIC S9(9) COMP VALUE 0.
       01  WS-NO-DATE-SW           PIC X(1) VALUE 'N'.
           88 WS-NO-DATE           VALUE 'Y'.

      * FIVE BUCKETS - 1 IS CURRENT, 5 IS DORMANT.
       77  WS-BKT                  PIC 9(1) COMP VALUE 0.
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 5 TIMES.
               10 WS-BKT-COUNT     PIC 9(7) COMP.
               10 WS-BKT-AMOUNT    PIC S9(13)V9(2).
       77  WS-CUSTOMERS            PIC 9(7) COMP VALUE 0.
       77  WS-NO-DATE-COUNT        PIC 9(7) COMP VALUE 0.
       77  WS-TOT-AMOUNT           PIC S9(13)V9(2) VALUE 0.

      * DORMANT DETAIL, KEPT IN BALANCE ORDER (LARGEST FIRST) AS IT
      * IS BUILT. WHEN THE TABLE IS FULL THE SMALLEST BALANCES
      * FALL OFF THE BOTTOM AND THE REPORT SAYS HOW MANY.
       77  WS-DRM-MAX              PIC 9(5) COMP VALUE 5000.
       77  WS-DRM-USED             PIC 9(5) COMP VALUE 0.
       77  WS-DRM-DROPPED          PIC 9(7) COMP VALUE 0.
       77  WS-DRM-I                PIC 9(5) COMP VALUE 0.
       77  WS-DRM-POS              PIC 9(5) COMP VALUE 0.
       01  WS-DRM-TABLE.
           05 WS-DRM-ENTRY OCCURS 5000 TIMES.
               10 WS-DRM-ID        PIC 9(5).
               10 WS-DRM-NAME      PIC X(20).
               10 WS-DRM-AMOUNT    PIC S9(11)V9(2).
               10 WS-DRM-LAST      PIC X(8).
               10 WS-DRM-AGE       PIC 9(5).
               10 WS-DRM-STATUS    PIC X(1).
       01  WS-DRM-HOLD.
           05 WS-DRH-ID            PIC 9(5).
           05 WS-DRH-NAME          PIC X(20).
           05 WS-DRH-AMOUNT        PIC S9(11)V9(2).
           05 WS-DRH-LAST          PIC X(8).
           05 WS-DRH-AGE           PIC 9(5).
           05 WS-DRH-STATUS        PIC X(1).

      * REPORT LINE LAYOUTS.
       01  WS-HDG-LINE             PIC X(80) VALUE SPACES.
       77  WS-DAYS-ED              PIC ZZ9.
       77  WS-DAYS-ED2             PIC ZZ9.

       01  WS-BKT-LINE.
           05 WS-BKT-LABEL         PIC X(20).
           05 WS-BKT-CT-ED         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-BKT-AMT-ED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DET-LINE.
           05 WS-DET-ID            PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-NAME          PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DET-AMOUNT        PIC Z(10)9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-LAST          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-AGE           PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DET-TAG           PIC X(8).

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
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "AS-OF DATE MUST BE YYYYMMDD - GOT "
                   WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-NUM) NOT = 0
               DISPLAY "AS-OF DATE IS NOT A VALID DATE - GOT "
                   WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-NUM).
           PERFORM LOAD-CONFIG.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
               MOVE 0 TO WS-BKT-COUNT (WS-BKT)
               MOVE 0 TO WS-BKT-AMOUNT (WS-BKT)
           END-PERFORM.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER - NOTHING TO AGE"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM AGE-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           OPEN OUTPUT AGE-RPT.
           PERFORM WRITE-BUCKETS.
           PERFORM WRITE-DORMANT-LIST.
           PERFORM WRITE-SUMMARY.
           CLOSE AGE-RPT.
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO WS-AS-OF-DATE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-AS-OF-DATE
           END-IF.

       LOAD-CONFIG.
      * THE BOUNDARIES ARE TRAILING CONFIG FIELDS AND ARE TAKEN AS
      * A SET - A CONFIG FILE WRITTEN BEFORE THEY EXISTED, OR ONE
      * WITH THEM OUT OF ORDER, LEAVES THE COMPILED DEFAULTS.
           MOVE WS-AGE-DEFAULTS TO WS-AGE-LIMITS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CFG-AGE-DAYS-1 IS NUMERIC
                               AND CFG-AGE-DAYS-2 IS NUMERIC
                               AND CFG-AGE-DAYS-3 IS NUMERIC
                               AND CFG-AGE-DAYS-4 IS NUMERIC
                               AND CFG-AGE-DAYS-1 > 0
                               AND CFG-AGE-DAYS-1 < CFG-AGE-DAYS-2
                               AND CFG-AGE-DAYS-2 < CFG-AGE-DAYS-3
                               AND CFG-AGE-DAYS-3 < CFG-AGE-DAYS-4
                           MOVE CFG-AGE-DAYS-1 TO WS-AGE-DAYS (1)
                           MOVE CFG-AGE-DAYS-2 TO WS-AGE-DAYS (2)
                           MOVE CFG-AGE-DAYS-3 TO WS-AGE-DAYS (3)
                           MOVE CFG-AGE-DAYS-4 TO WS-AGE-DAYS (4)
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       AGE-ONE-CUSTOMER.
      * A LAST DATE THAT IS BLANK, NOT A REAL DATE, OR AFTER THE
      * AS-OF DATE CANNOT BE AGED; A FUTURE DATE COUNTS AS CURRENT
      * AND A MISSING ONE AS DORMANT.
           ADD 1 TO WS-CUSTOMERS.
           ADD CMAST-AMOUNT TO WS-TOT-AMOUNT.
           MOVE 'N' TO WS-NO-DATE-SW.
           IF CMAST-LAST-DATE IS NUMERIC
               MOVE CMAST-LAST-DATE TO WS-LAST-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-LAST-NUM) = 0
                   COMPUTE WS-AGE = WS-AS-OF-INT
                       - FUNCTION INTEGER-OF-DATE (WS-LAST-NUM)
                   IF WS-AGE < 0
                       MOVE 0 TO WS-AGE
                   END-IF
               ELSE
                   SET WS-NO-DATE TO TRUE
               END-IF
           ELSE
               SET WS-NO-DATE TO TRUE
           END-IF.
           IF WS-NO-DATE
               ADD 1 TO WS-NO-DATE-COUNT
               MOVE 99999 TO WS-AGE
               MOVE 5 TO WS-BKT
           ELSE
               MOVE 1 TO WS-BKT
               PERFORM UNTIL WS-BKT > 4
                       OR WS-AGE <= WS-AGE-DAYS (WS-BKT)
                   ADD 1 TO WS-BKT
               END-PERFORM
           END-IF.
           ADD 1 TO WS-BKT-COUNT (WS-BKT).
           ADD CMAST-AMOUNT TO WS-BKT-AMOUNT (WS-BKT).
           IF WS-BKT = 5
               PERFORM KEEP-DORMANT
           END-IF.

       KEEP-DORMANT.
      * INSERTION INTO THE BALANCE-ORDERED TABLE. FIND THE FIRST
      * ENTRY WITH A SMALLER BALANCE, SHIFT THE REST DOWN ONE, AND
      * DROP WHATEVER FALLS OFF THE END OF A FULL TABLE.
           MOVE CMAST-ID TO WS-DRH-ID.
           MOVE CMAST-NAME TO WS-DRH-NAME.
           MOVE CMAST-AMOUNT TO WS-DRH-AMOUNT.
           MOVE CMAST-LAST-DATE TO WS-DRH-LAST.
           IF WS-AGE > 99999
               MOVE 99999 TO WS-DRH-AGE
           ELSE
               MOVE WS-AGE TO WS-DRH-AGE
           END-IF.
           MOVE CMAST-STATUS TO WS-DRH-STATUS.
           MOVE 1 TO WS-DRM-POS.
           PERFORM UNTIL WS-DRM-POS > WS-DRM-USED
                   OR WS-DRM-AMOUNT (WS-DRM-POS) < WS-DRH-AMOUNT
               ADD 1 TO WS-DRM-POS
           END-PERFORM.
           IF WS-DRM-POS > WS-DRM-MAX
               ADD 1 TO WS-DRM-DROPPED
           ELSE
               IF WS-DRM-USED < WS-DRM-MAX
                   ADD 1 TO WS-DRM-USED
               ELSE
                   ADD 1 TO WS-DRM-DROPPED
               END-IF
               PERFORM VARYING WS-DRM-I FROM WS-DRM-USED BY -1
                       UNTIL WS-DRM-I <= WS-DRM-POS
                   MOVE WS-DRM-ENTRY (WS-DRM-I - 1)
                       TO WS-DRM-ENTRY (WS-DRM-I)
               END-PERFORM
               MOVE WS-DRM-HOLD TO WS-DRM-ENTRY (WS-DRM-POS)
           END-IF.

       WRITE-BUCKETS.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "CUSTOMER DORMANCY AGING - AS OF " DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "DAYS SINCE ACTIVITY  CUSTOMERS                 BALANCE"
               TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE WS-AGE-DAYS (1) TO WS-DAYS-ED.
           MOVE SPACES TO WS-BKT-LABEL.
           STRING "CURRENT (0-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-BKT-LABEL
           END-STRING.
           MOVE 1 TO WS-BKT.
           PERFORM WRITE-BKT-LINE.
           PERFORM VARYING WS-BKT FROM 2 BY 1 UNTIL WS-BKT > 4
               COMPUTE WS-DAYS-ED = WS-AGE-DAYS (WS-BKT - 1) + 1
               MOVE WS-AGE-DAYS (WS-BKT) TO WS-DAYS-ED2
               MOVE SPACES TO WS-BKT-LABEL
               STRING FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-ED2) DELIMITED BY SIZE
                   INTO WS-BKT-LABEL
               END-STRING
               PERFORM WRITE-BKT-LINE
           END-PERFORM.
           MOVE WS-AGE-DAYS (4) TO WS-DAYS-ED.
           MOVE SPACES TO WS-BKT-LABEL.
           STRING "OVER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
               INTO WS-BKT-LABEL
           END-STRING.
           MOVE 5 TO WS-BKT.
           PERFORM WRITE-BKT-LINE.
           MOVE "TOTAL" TO WS-BKT-LABEL.
           MOVE WS-CUSTOMERS TO WS-BKT-CT-ED.
           MOVE WS-TOT-AMOUNT TO WS-BKT-AMT-ED.
           MOVE WS-BKT-LINE TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.

       WRITE-BKT-LINE.
           MOVE WS-BKT-COUNT (WS-BKT) TO WS-BKT-CT-ED.
           MOVE WS-BKT-AMOUNT (WS-BKT) TO WS-BKT-AMT-ED.
           MOVE WS-BKT-LINE TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.

       WRITE-DORMANT-LIST.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE WS-AGE-DAYS (4) TO WS-DAYS-ED.
           MOVE SPACES TO WS-HDG-LINE.
           STRING "DORMANT CUSTOMERS - NO ACTIVITY IN OVER "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                   " DAYS, LARGEST BALANCE FIRST" DELIMITED BY SIZE
               INTO WS-HDG-LINE
           END-STRING.
           PERFORM WRITE-HDG-LINE.
           MOVE "ID     NAME                         BALANCE  LAST-ACT"
               TO WS-HDG-LINE.
           MOVE "DAYS" TO WS-HDG-LINE (58:4).
           PERFORM WRITE-HDG-LINE.
           PERFORM VARYING WS-DRM-I FROM 1 BY 1
                   UNTIL WS-DRM-I > WS-DRM-USED
               MOVE WS-DRM-ENTRY (WS-DRM-I) TO WS-DRM-HOLD
               MOVE WS-DRH-ID TO WS-DET-ID
               MOVE WS-DRH-NAME TO WS-DET-NAME
               MOVE WS-DRH-AMOUNT TO WS-DET-AMOUNT
               MOVE WS-DRH-LAST TO WS-DET-LAST
               MOVE SPACES TO WS-DET-TAG
               IF WS-DRH-AGE = 99999
                   MOVE 0 TO WS-DET-AGE
                   MOVE "NO DATE" TO WS-DET-TAG
               ELSE
                   MOVE WS-DRH-AGE TO WS-DET-AGE
               END-IF
               IF WS-DRH-STATUS = "H"
                   MOVE "ON HOLD" TO WS-DET-TAG
               END-IF
               IF WS-DRH-STATUS = "C"
                   MOVE "CLOSED" TO WS-DET-TAG
               END-IF
               MOVE WS-DET-LINE TO AGE-RPT-REC
               WRITE AGE-RPT-REC
           END-PERFORM.
           IF WS-DRM-DROPPED > 0
               MOVE "SMALLER BALANCES NOT LISTED:" TO WS-SUM-LABEL
               MOVE WS-DRM-DROPPED TO WS-SUM-VALUE
               PERFORM WRITE-SUM-LINE
           END-IF.

       WRITE-SUMMARY.
      * THE MORNING STATUS REPORT READS THESE LINES BY LABEL - KEEP
      * THE LABELS AS THEY ARE.
           MOVE SPACES TO WS-HDG-LINE.
           PERFORM WRITE-HDG-LINE.
           MOVE "CUSTOMERS AGED:" TO WS-SUM-LABEL.
           MOVE WS-CUSTOMERS TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "DORMANT CUSTOMERS:" TO WS-SUM-LABEL.
           MOVE WS-BKT-COUNT (5) TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           MOVE "NO LAST-ACTIVITY DATE:" TO WS-SUM-LABEL.
           MOVE WS-NO-DATE-COUNT TO WS-SUM-VALUE.
           PERFORM WRITE-SUM-LINE.
           DISPLAY "CUSTOMERS AGED:    " WS-CUSTOMERS.
           DISPLAY "DORMANT CUSTOMERS: " WS-BKT-COUNT (5).

       WRITE-HDG-LINE.
           MOVE WS-HDG-LINE TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.

       WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.

       STAMP-AUDIT-START.
           MOVE "CUSTAGE" TO AUD-PROGRAM-ID.
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
