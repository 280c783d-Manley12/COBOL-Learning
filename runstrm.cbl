           COPY RUNLOCK.

       FD JOB-LOG.
       01 JOB-LOG-REC              PIC X(98).

       FD AUDIT-TRAIL.
           COPY AUDITREC.
      *       ONLY ON THE LISTED DAYS (1=MONDAY .. 7=SUNDAY)
      *   "STEP    nnn  DOM=dd"                 - STEP nnn RUNS
      *       ONLY ON THAT DAY OF THE MONTH (TWO DIGITS)
      *   "STEP    nnn  EOM"                    - STEP nnn RUNS
      *       ONLY ON THE LAST DAY OF THE MONTH, WHATEVER ITS
      *       LENGTH (THE MONTH-END CLOSE)
      * A STEP WITH NO CALENDAR RECORD RUNS EVERY DAY, AND A
      * MISSING CALENDAR FILE MEANS NO RULES AT ALL - SAME POSTURE
      * AS A MISSING CONFIG FILE. A SKIPPED STEP IS RECORDED IN
       77  WS-TODAY-DOM            PIC 9(2) VALUE 0.
       77  WS-DOW-CHAR             PIC X(1) VALUE SPACE.
       77  WS-RULE-DOM             PIC 9(2) VALUE 0.
       01  WS-TOMORROW-NUM         PIC 9(8) VALUE 0.
       01  WS-TODAY-EOM-SW         PIC X(1) VALUE 'N'.
           88 WS-TODAY-IS-EOM      VALUE 'Y'.
       01  WS-SKIP-SW              PIC X(1) VALUE 'N'.
           88 WS-SKIP-STEP         VALUE 'Y'.
       77  WS-STATE-NOTE           PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LOG-RC-LABEL       PIC X(4) VALUE "RC: ".
           05 WS-LOG-RC             PIC -(3)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LOG-OP-LABEL       PIC X(4) VALUE "OP: ".
           05 WS-LOG-OPER           PIC X(20).

      * AUDIT-TRAIL CONTROLS.
       77  WS-AUDIT-NOW            PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM GET-PARMS.
           PERFORM IDENTIFY-OPERATOR.
           PERFORM ASSIGN-CYCLE-ID.
           PERFORM STAMP-AUDIT-START.
           PERFORM SET-TODAY.
           COMPUTE WS-TODAY-DOW = WS-DOW-REM + 1.
           MOVE WS-TODAY-NUM (7:2) TO WS-TODAY-DOM.
           MOVE WS-TODAY-DOW TO WS-DOW-CHAR.
      * TODAY IS THE LAST OF THE MONTH WHEN TOMORROW IS THE FIRST.
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-DAYS + 1).
           IF WS-TOMORROW-NUM (7:2) = "01"
               SET WS-TODAY-IS-EOM TO TRUE
           END-IF.

       LOAD-CALENDAR.
      * READ THE WHOLE CALENDAR INTO THE HOLIDAY AND RULE TABLES
                   IF WS-RULE-DOM NOT = WS-TODAY-DOM
                       SET WS-SKIP-STEP TO TRUE
                   END-IF
               ELSE
                   IF WS-RULE-TEXT (WS-CAL-I) (1:3) = "EOM"
                           AND NOT WS-TODAY-IS-EOM
                       SET WS-SKIP-STEP TO TRUE
                   END-IF
               END-IF
           END-IF.

           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "PITOTHENTH"
               MOVE "pitothenth" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "PIWATCH"
               MOVE "piwatch" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "RANDNUMGEN"
               MOVE "randnum" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "AUDITRPT"
               MOVE "auditrpt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "DURRPT"
               MOVE "durrpt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "MASTAUDT"
               MOVE "mastaudt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTUPDT"
               MOVE "custupdt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTMEND"
               MOVE "custmend" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTAGE"
               MOVE "custage" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTBACK"
               MOVE "custback" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTSTMT"
               MOVE "custstmt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CONCRPT"
               MOVE "concrpt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "DISTRPT"
               MOVE "distrpt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "MASTXTR"
               MOVE "mastxtr" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "CUSTXTR"
               MOVE "custxtr" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           ELSE IF FUNCTION TRIM(WS-UTIL-TOKEN) = "MORNRPT"
               MOVE "mornrpt" TO WS-EXEC-NAME
               SET WS-UTIL-VALID TO TRUE
           MOVE WS-UTIL-TOKEN TO WS-LOG-UTIL.
           MOVE WS-SUB-PARMS TO WS-LOG-PARMS.
           MOVE WS-RUN-RC TO WS-LOG-RC.
           MOVE WS-OPERATOR TO WS-LOG-OPER.
           MOVE WS-LOG-LINE TO JOB-LOG-REC.
           OPEN EXTEND JOB-LOG.
           IF WS-LOG-STATUS NOT = "00"
           WRITE JOB-LOG-REC.
           CLOSE JOB-LOG.

       IDENTIFY-OPERATOR.
      * THE STREAM RUNS UNATTENDED, SO ITS JOB-LOG LINES AND RUN
      * LOCK CARRY THE USER THE JOB WAS SUBMITTED UNDER.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "OPERATOR" TO WS-OPERATOR
           END-IF.

       CHECK-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SW.
           OPEN INPUT RUN-LOCK.
       CLAIM-RUN-LOCK.
      * ONE RECORD NAMING THE PROGRAM, THE OPERATOR, AND THE START
      * TIME, SO ANYONE REFUSED BY THE LOCK CAN SEE WHO TO CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE "RUNSTRM" TO LCK-PROGRAM.
           MOVE WS-OPERATOR TO LCK-OPERATOR.
