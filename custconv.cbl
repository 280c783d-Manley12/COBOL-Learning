       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
       AUTHOR. GREG. MANLEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MAST-OLD
           ASSIGN DYNAMIC WS-CONV-FILE-NAME
           FILE STATUS IS WS-CONV-STATUS.
       SELECT CUST-OLD
           ASSIGN DYNAMIC WS-CONV-FILE-NAME
           FILE STATUS IS WS-CONV-STATUS.
       SELECT REJ-OLD
           ASSIGN DYNAMIC WS-CONV-FILE-NAME
           FILE STATUS IS WS-CONV-STATUS.
       SELECT JLOG-OLD
           ASSIGN DYNAMIC WS-CONV-FILE-NAME
           FILE STATUS IS WS-CONV-STATUS.
       SELECT MAST-NEW
           ASSIGN DYNAMIC WS-LAYOUT-FILE-NAME
           FILE STATUS IS WS-LAYOUT-STATUS.
       SELECT CUST-NEW
           ASSIGN DYNAMIC WS-LAYOUT-FILE-NAME
           FILE STATUS IS WS-LAYOUT-STATUS.
       SELECT REJ-NEW
           ASSIGN DYNAMIC WS-LAYOUT-FILE-NAME
           FILE STATUS IS WS-LAYOUT-STATUS.
       SELECT JLOG-NEW
           ASSIGN DYNAMIC WS-LAYOUT-FILE-NAME
           FILE STATUS IS WS-LAYOUT-STATUS.
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT CYCLE-FILE
           ASSIGN TO "CYCLEID.TXT"
           FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * EACH TYPE IS READ AT ITS OLD RECORD LENGTH AND WRITTEN AT ITS
      * NEW ONE THROUGH ITS OWN FD PAIR - THE RUNTIME'S
      * RECORD-SEQUENTIAL FILES HAVE NO DELIMITERS, SO READING A FILE
      * AT THE WRONG LENGTH MISALIGNS EVERY RECORD AFTER THE FIRST.
      * SAME PER-FILE FD DISCIPLINE HOUSKEEP AND ARCHQRY USE.
      * THE CUSTOMER MASTER AS IT WAS BEFORE THE STATUS, THE PERIOD
      * BUCKETS, AND THE SIGNED BALANCE.
       FD MAST-OLD.
       01 MAST-OLD-REC.
           05 MOLD-ID               PIC 9(5).
           05 MOLD-NAME             PIC X(20).
           05 MOLD-AMOUNT           PIC 9(11)V9(2).
           05 MOLD-COUNT            PIC 9(7).
           05 MOLD-LAST-DATE        PIC X(8).

      * THE CUSTFILE FEED RECORD BEFORE THE TRANSACTION TYPE AND THE
      * AMOUNT SIGN - ALSO THE SHAPE OF THE RESUBMIT FILE.
       FD CUST-OLD.
       01 CUST-OLD-REC              PIC X(42).

      * THE REJECT CAPTURE, WHOSE DATA CARRIES ONE OLD FEED RECORD.
       FD REJ-OLD.
       01 REJ-OLD-REC.
           05 ROLD-HEADER           PIC X(44).
           05 ROLD-DATA             PIC X(42).

      * THE JOB LOG LINE BEFORE THE OPERATOR WAS ADDED - SEVENTY-TWO
      * BYTES OF LINE, PADDED.
       FD JLOG-OLD.
       01 JLOG-OLD-REC.
           05 JOLD-LINE             PIC X(72).
           05 FILLER                PIC X(3).

       FD MAST-NEW.
           COPY CUSTMAST.

       FD CUST-NEW.
           COPY CUSTREC.

       FD REJ-NEW.
           COPY REJREC.

       FD JLOG-NEW.
       01 JLOG-NEW-REC.
           05 JNEW-LINE             PIC X(72).
           05 FILLER                PIC X(2).
           05 JNEW-OP-LABEL         PIC X(4).
           05 JNEW-OPER             PIC X(20).

       FD AUDIT-TRAIL.
           COPY AUDITREC.

       FD CYCLE-FILE.
       01 CYCLE-REC                PIC X(14).

       WORKING-STORAGE SECTION.
      * ONE-OFF CONVERSION OF A FILE WRITTEN IN A RECORD LAYOUT THAT
      * HAS SINCE BEEN WIDENED. THE CUSTOMER MASTER GAINED THE
      * STATUS, THE PERIOD BUCKETS, AND THE CLOSE (53 TO 141 BYTES);
      * THE CUSTFILE FEED AND THE RESUBMIT FILE GAINED THE
      * TRANSACTION TYPE AND THE AMOUNT SIGN (42 TO 44); THE REJECT
      * CAPTURE CARRIES THE WIDER FEED RECORD (86 TO 88); AND THE
      * JOB LOG GAINED THE OPERATOR (75 TO 98). NONE OF THE PROGRAMS
      * CAN READ A FILE IN ITS OLD LAYOUT, SO EACH ONE IS CONVERTED
      * ONCE AT THE CUTOVER, WITH THE STREAM STOPPED.
      * EVERY OLD FIELD IS CARRIED OVER AS IT WAS. A MASTER RECORD
      * COMES OUT ACTIVE WITH A BLANK STATUS AND STATUS DATE, ZERO
      * PERIOD BUCKETS, NO CLOSING BALANCE, AND A BLANK CLOSE
      * PERIOD; A FEED RECORD, ON ITS OWN OR INSIDE A REJECT, COMES
      * OUT WITH A BLANK TYPE AND SIGN, WHICH THE EDIT AND THE
      * UPDATE TAKE AS A SALE OF A PLUS AMOUNT - WHAT EVERY OLD
      * RECORD WAS; A JOB LOG LINE COMES OUT WITH NO OPERATOR.
      * THE CONVERTED FILE IS BUILT IN CUSTCONV.NEW AND ONLY
      * REPLACES THE FILE ONCE EVERY RECORD HAS GONE ACROSS; THE
      * ORIGINAL IS KEPT BESIDE IT WITH .OLD ON THE END OF ITS NAME.
      * A FILE WHOSE FIRST RECORD ALREADY READS CLEANLY IN THE NEW
      * LAYOUT, OR THAT IS NOT A WHOLE NUMBER OF OLD RECORDS (OR
      * FOR THE MASTER HAS A KEY OR TOTAL THAT IS NOT NUMERIC), IS
      * LEFT ALONE AND THE RUN RETURNS 16 - SO RUNNING IT TWICE
      * CANNOT CONVERT A FILE TWICE.
       77  WS-CONV-STATUS          PIC XX VALUE SPACES.
       77  WS-LAYOUT-STATUS        PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-CONV-FILE-NAME       PIC X(40) VALUE SPACES.
       77  WS-LAYOUT-FILE-NAME     PIC X(40) VALUE SPACES.
       77  WS-WORK-FILE-NAME       PIC X(40) VALUE "CUSTCONV.NEW".
       77  WS-SHELL-CMD            PIC X(120) VALUE SPACES.

      * PARM FORMAT IS "filetype [filename]" - THE TYPE IS CUSTMAST,
      * CUSTFILE, RESUBMIT, REJFILE OR JOBLOG, AND THE OPTIONAL FILE
      * NAME POINTS IT AT A COPY OR A DATED ARCHIVE OF THAT TYPE
      * INSTEAD OF THE LIVE FILE.
       77  WS-PARM-STRING          PIC X(80) VALUE SPACES.
       77  WS-TYPE-TOKEN           PIC X(10) VALUE SPACES.
       77  WS-FILE-TOKEN           PIC X(40) VALUE SPACES.

       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-ALREADY-SW           PIC X(1) VALUE 'N'.
           88 WS-ALREADY-NEW       VALUE 'Y'.
       01  WS-BAD-SW               PIC X(1) VALUE 'N'.
           88 WS-BAD-RECORD        VALUE 'Y'.

      * RUN COUNTERS.
       77  WS-REC-READ             PIC 9(7) COMP VALUE 0.
       77  WS-REC-WRITTEN          PIC 9(7) COMP VALUE 0.
       77  WS-COUNT-DISP           PIC ZZZ,ZZ9.

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
           PERFORM CHECK-NOT-CONVERTED.
           IF WS-ALREADY-NEW
               DISPLAY FUNCTION TRIM(WS-CONV-FILE-NAME)
                   " ALREADY READS IN THE NEW "
                   FUNCTION TRIM(WS-TYPE-TOKEN)
                   " LAYOUT - NOT CONVERTED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM CONVERT-FILE.
           IF WS-BAD-RECORD
               DISPLAY FUNCTION TRIM(WS-CONV-FILE-NAME)
                   " DOES NOT READ CLEANLY AS OLD "
                   FUNCTION TRIM(WS-TYPE-TOKEN)
                   " RECORDS - NOT CONVERTED"
               PERFORM REMOVE-WORK-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM SWAP-IN-CONVERTED.
           MOVE WS-REC-READ TO WS-COUNT-DISP.
           DISPLAY "CUSTCONV COMPLETE - " FUNCTION TRIM(WS-TYPE-TOKEN)
               " FILE " FUNCTION TRIM(WS-CONV-FILE-NAME).
           DISPLAY "RECORDS READ:           " WS-COUNT-DISP.
           MOVE WS-REC-WRITTEN TO WS-COUNT-DISP.
           DISPLAY "RECORDS WRITTEN:        " WS-COUNT-DISP.
           DISPLAY "ORIGINAL KEPT AS:       "
               FUNCTION TRIM(WS-CONV-FILE-NAME) ".OLD".
           PERFORM WRITE-AUDIT-TRAIL.
           GOBACK.

       GET-PARMS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-TYPE-TOKEN WS-FILE-TOKEN
           END-UNSTRING.
           IF WS-TYPE-TOKEN = "CUSTMAST"
               MOVE "CUSTMAST.TXT" TO WS-CONV-FILE-NAME
           ELSE IF WS-TYPE-TOKEN = "CUSTFILE"
               MOVE "CUSTFILE.TXT" TO WS-CONV-FILE-NAME
           ELSE IF WS-TYPE-TOKEN = "RESUBMIT"
               MOVE "RESUBMIT.TXT" TO WS-CONV-FILE-NAME
           ELSE IF WS-TYPE-TOKEN = "REJFILE"
               MOVE "REJFILE.TXT" TO WS-CONV-FILE-NAME
           ELSE IF WS-TYPE-TOKEN = "JOBLOG"
               MOVE "JOBLOG.TXT" TO WS-CONV-FILE-NAME
           ELSE
               DISPLAY "INVALID PARM - NEED filetype [filename], "
                   "TYPE CUSTMAST, CUSTFILE, RESUBMIT, REJFILE OR "
                   "JOBLOG"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-FILE-TOKEN NOT = SPACES
               MOVE WS-FILE-TOKEN TO WS-CONV-FILE-NAME
           END-IF.
           IF WS-CONV-FILE-NAME = WS-WORK-FILE-NAME
               DISPLAY "INVALID PARM - "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
                   " IS THE CONVERSION'S OWN WORK FILE"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.

       CHECK-NOT-CONVERTED.
      * THE FIRST RECORD IS READ AT THE NEW LENGTH. IN AN OLD FILE
      * ITS TAIL IS THE START OF THE SECOND OLD RECORD - DIGITS OF
      * AN ID OR A DATE - OR THE FILE IS TOO SHORT TO FILL IT, SO IT
      * ONLY PASSES THE NEW LAYOUT'S OWN CHECKS IF THE FILE HAS
      * ALREADY BEEN CONVERTED. A FILE THAT CANNOT BE OPENED STOPS
      * THE RUN HERE.
           MOVE 'N' TO WS-ALREADY-SW.
           MOVE WS-CONV-FILE-NAME TO WS-LAYOUT-FILE-NAME.
           IF WS-TYPE-TOKEN = "CUSTMAST"
               PERFORM CHECK-MAST-LAYOUT
           ELSE IF WS-TYPE-TOKEN = "REJFILE"
               PERFORM CHECK-REJ-LAYOUT
           ELSE IF WS-TYPE-TOKEN = "JOBLOG"
               PERFORM CHECK-JLOG-LAYOUT
           ELSE
               PERFORM CHECK-CUST-LAYOUT
           END-IF.
           IF WS-LAYOUT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " FUNCTION TRIM(WS-CONV-FILE-NAME)
                   " - STATUS " WS-LAYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.

       CHECK-MAST-LAYOUT.
           OPEN INPUT MAST-NEW.
           IF WS-LAYOUT-STATUS = "00"
               MOVE LOW-VALUES TO CUSTOMER-MASTER-REC
               READ MAST-NEW
                   AT END CONTINUE
                   NOT AT END
                       IF CMAST-ID IS NUMERIC
                               AND CMAST-COUNT IS NUMERIC
                               AND (CMAST-ACTIVE OR CMAST-ON-HOLD
                                   OR CMAST-CLOSED)
                               AND CMAST-CLOSE-PERIOD (6:1)
                                   NOT = LOW-VALUE
                           SET WS-ALREADY-NEW TO TRUE
                       END-IF
               END-READ
               CLOSE MAST-NEW
               MOVE "00" TO WS-LAYOUT-STATUS
           END-IF.

       CHECK-CUST-LAYOUT.
           OPEN INPUT CUST-NEW.
           IF WS-LAYOUT-STATUS = "00"
               MOVE LOW-VALUES TO CUSTOMER-RECORD
               READ CUST-NEW
                   AT END CONTINUE
                   NOT AT END
                       IF (CUST-TRAN-VALID OR CUST-TRAN-TYPE = SPACE)
                               AND CUST-AMOUNT-SIGN-VALID
                           SET WS-ALREADY-NEW TO TRUE
                       END-IF
               END-READ
               CLOSE CUST-NEW
               MOVE "00" TO WS-LAYOUT-STATUS
           END-IF.

       CHECK-REJ-LAYOUT.
           OPEN INPUT REJ-NEW.
           IF WS-LAYOUT-STATUS = "00"
               MOVE LOW-VALUES TO REJECT-FULL-REC
               READ REJ-NEW
                   AT END CONTINUE
                   NOT AT END
                       IF REJ-DATA (43:2) IS NOT NUMERIC
                               AND REJ-DATA (44:1) NOT = LOW-VALUE
                           SET WS-ALREADY-NEW TO TRUE
                       END-IF
               END-READ
               CLOSE REJ-NEW
               MOVE "00" TO WS-LAYOUT-STATUS
           END-IF.

       CHECK-JLOG-LAYOUT.
           OPEN INPUT JLOG-NEW.
           IF WS-LAYOUT-STATUS = "00"
               MOVE LOW-VALUES TO JLOG-NEW-REC
               READ JLOG-NEW
                   AT END CONTINUE
                   NOT AT END
                       IF JNEW-OP-LABEL = "OP: "
                           SET WS-ALREADY-NEW TO TRUE
                       END-IF
               END-READ
               CLOSE JLOG-NEW
               MOVE "00" TO WS-LAYOUT-STATUS
           END-IF.

       CONVERT-FILE.
      * THE RUNTIME HANDS BACK A SHORT LAST RECORD WITHOUT COMPLAINT
      * AND LEAVES THE REST OF THE BUFFER AS IT WAS, SO THE BUFFER
      * IS CLEARED TO LOW-VALUES BEFORE EACH READ AND A RECORD THAT
      * STILL ENDS IN ONE WAS SHORT. A MASTER RECORD MUST ALSO
      * CARRY NUMERIC KEY AND TOTALS, AS THE MASTER ALWAYS HAS.
           MOVE 0 TO WS-REC-READ.
           MOVE 0 TO WS-REC-WRITTEN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-BAD-SW.
           MOVE WS-WORK-FILE-NAME TO WS-LAYOUT-FILE-NAME.
           IF WS-TYPE-TOKEN = "CUSTMAST"
               PERFORM CONVERT-MAST-FILE
           ELSE IF WS-TYPE-TOKEN = "REJFILE"
               PERFORM CONVERT-REJ-FILE
           ELSE IF WS-TYPE-TOKEN = "JOBLOG"
               PERFORM CONVERT-JLOG-FILE
           ELSE
               PERFORM CONVERT-CUST-FILE
           END-IF.

       CONVERT-MAST-FILE.
           OPEN INPUT MAST-OLD.
           OPEN OUTPUT MAST-NEW.
           PERFORM UNTIL WS-EOF OR WS-BAD-RECORD
               MOVE LOW-VALUES TO MAST-OLD-REC
               READ MAST-OLD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-READ
                       IF MOLD-LAST-DATE (8:1) = LOW-VALUE
                               OR MOLD-ID IS NOT NUMERIC
                               OR MOLD-AMOUNT IS NOT NUMERIC
                               OR MOLD-COUNT IS NOT NUMERIC
                           SET WS-BAD-RECORD TO TRUE
                           MOVE WS-REC-READ TO WS-COUNT-DISP
                           DISPLAY "MASTER RECORD "
                               FUNCTION TRIM(WS-COUNT-DISP)
                               " IS SHORT OR NOT NUMERIC"
                       ELSE
                           PERFORM CONVERT-MAST-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAST-OLD.
           CLOSE MAST-NEW.

       CONVERT-MAST-RECORD.
           MOVE SPACES TO CUSTOMER-MASTER-REC.
           MOVE MOLD-ID TO CMAST-ID.
           MOVE MOLD-NAME TO CMAST-NAME.
           MOVE MOLD-AMOUNT TO CMAST-AMOUNT.
           MOVE MOLD-COUNT TO CMAST-COUNT.
           MOVE MOLD-LAST-DATE TO CMAST-LAST-DATE.
           MOVE SPACE TO CMAST-STATUS.
           MOVE SPACES TO CMAST-STATUS-DATE.
           MOVE 0 TO CMAST-MTD-AMOUNT.
           MOVE 0 TO CMAST-MTD-COUNT.
           MOVE 0 TO CMAST-PTD-AMOUNT.
           MOVE 0 TO CMAST-PTD-COUNT.
           MOVE 0 TO CMAST-YTD-AMOUNT.
           MOVE 0 TO CMAST-YTD-COUNT.
           MOVE 0 TO CMAST-CLOSE-AMOUNT.
           MOVE SPACES TO CMAST-CLOSE-PERIOD.
           WRITE CUSTOMER-MASTER-REC.
           ADD 1 TO WS-REC-WRITTEN.

       CONVERT-CUST-FILE.
           OPEN INPUT CUST-OLD.
           OPEN OUTPUT CUST-NEW.
           PERFORM UNTIL WS-EOF OR WS-BAD-RECORD
               MOVE LOW-VALUES TO CUST-OLD-REC
               READ CUST-OLD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-READ
                       IF CUST-OLD-REC (42:1) = LOW-VALUE
                           SET WS-BAD-RECORD TO TRUE
                           MOVE WS-REC-READ TO WS-COUNT-DISP
                           DISPLAY "FEED RECORD "
                               FUNCTION TRIM(WS-COUNT-DISP)
                               " IS SHORT"
                       ELSE
                           MOVE SPACES TO CUSTOMER-RECORD
                           MOVE CUST-OLD-REC TO CUSTOMER-RECORD (1:42)
                           WRITE CUSTOMER-RECORD
                           ADD 1 TO WS-REC-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-OLD.
           CLOSE CUST-NEW.

       CONVERT-REJ-FILE.
           OPEN INPUT REJ-OLD.
           OPEN OUTPUT REJ-NEW.
           PERFORM UNTIL WS-EOF OR WS-BAD-RECORD
               MOVE LOW-VALUES TO REJ-OLD-REC
               READ REJ-OLD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-READ
                       IF ROLD-DATA (42:1) = LOW-VALUE
                           SET WS-BAD-RECORD TO TRUE
                           MOVE WS-REC-READ TO WS-COUNT-DISP
                           DISPLAY "REJECT RECORD "
                               FUNCTION TRIM(WS-COUNT-DISP)
                               " IS SHORT"
                       ELSE
                           MOVE SPACES TO REJECT-FULL-REC
                           MOVE ROLD-HEADER TO REJECT-FULL-REC (1:44)
                           MOVE ROLD-DATA TO REJ-DATA (1:42)
                           WRITE REJECT-FULL-REC
                           ADD 1 TO WS-REC-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJ-OLD.
           CLOSE REJ-NEW.

       CONVERT-JLOG-FILE.
      * THE RC FIELD IS FOLLOWED BY TWO SPACES AND THE OPERATOR
      * LABEL, AS RUNSTRM NOW WRITES THE LINE; THE OPERATOR OF A
      * LINE LOGGED BEFORE THEN WAS NEVER RECORDED AND STAYS BLANK.
           OPEN INPUT JLOG-OLD.
           OPEN OUTPUT JLOG-NEW.
           PERFORM UNTIL WS-EOF OR WS-BAD-RECORD
               MOVE LOW-VALUES TO JLOG-OLD-REC
               READ JLOG-OLD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-READ
                       IF JLOG-OLD-REC (75:1) = LOW-VALUE
                           SET WS-BAD-RECORD TO TRUE
                           MOVE WS-REC-READ TO WS-COUNT-DISP
                           DISPLAY "JOB LOG RECORD "
                               FUNCTION TRIM(WS-COUNT-DISP)
                               " IS SHORT"
                       ELSE
                           MOVE SPACES TO JLOG-NEW-REC
                           MOVE JOLD-LINE TO JNEW-LINE
                           MOVE "OP: " TO JNEW-OP-LABEL
                           WRITE JLOG-NEW-REC
                           ADD 1 TO WS-REC-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JLOG-OLD.
           CLOSE JLOG-NEW.

       SWAP-IN-CONVERTED.
      * THE ORIGINAL IS RENAMED ASIDE FIRST SO IT IS NEVER LOST, THEN
      * THE CONVERTED FILE TAKES ITS NAME.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONV-FILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONV-FILE-NAME) DELIMITED BY SIZE
                   ".OLD && mv " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-FILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONV-FILE-NAME) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       REMOVE-WORK-FILE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-FILE-NAME) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       STAMP-AUDIT-START.
           MOVE "CUSTCONV" TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.

       WRITE-AUDIT-TRAIL.
      * ONE AUDIT RECORD PER RUN, APPENDED TO THE SAME AUDIT TRAIL FILE
      * ALL THE UTILITIES SHARE, SO ANY RUN'S START/END TIME AND
      * RETURN CODE CAN BE SEEN IN ONE PLACE.
           MOVE "CUSTCONV" TO AUD-PROGRAM-ID.
           MOVE WS-AUDIT-NOW (1:8) TO AUD-START-DATE.
           MOVE WS-AUDIT-NOW (9:6) TO AUD-START-TIME.
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
