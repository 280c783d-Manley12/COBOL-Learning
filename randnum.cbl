       SELECT TDARCH-IN
           ASSIGN DYNAMIC WS-ARCH-FILE-NAME
           FILE STATUS IS WS-TDARCH-STATUS.
       SELECT CUST-MASTER
           ASSIGN DYNAMIC WS-SMP-MASTER-NAME
           FILE STATUS IS WS-SMP-MASTER-STATUS.
       SELECT SAMPLE-LIST
           ASSIGN TO "AUDSAMP.TXT".
       SELECT SAMPLE-COVER
           ASSIGN TO "AUDSCOV.TXT".
       SELECT SMPARCH-IN
           ASSIGN DYNAMIC WS-ARCH-FILE-NAME
           FILE STATUS IS WS-SMPARCH-STATUS.
       SELECT AUDIT-TRAIL
           ASSIGN TO "AUDITLOG.TXT"
           FILE STATUS IS WS-AUDIT-STATUS.
       01 REPLAY-RPT-REC           PIC X(70).

       FD CUST-OUT.
       01 CUST-OUT-REC             PIC X(44).

      * THE ARCHIVED TEST FILE NEEDS ITS OWN RECORD LENGTH - ITS
      * RECORDS ARE 44 BYTES, NOT THE 45 OF THE BATCH ENVELOPE
      * FILES, AND READING THEM THROUGH THE WRONG WIDTH WOULD
      * MISALIGN EVERY RECORD AFTER THE FIRST.
       FD TDARCH-IN.
       01 TDARCH-REC               PIC X(44).

       FD CUST-MASTER.
           COPY CUSTMAST.

       FD SAMPLE-LIST.
       01 SAMPLE-LIST-REC          PIC X(80).

       FD SAMPLE-COVER.
       01 SAMPLE-COVER-REC         PIC X(80).

      * AN ARCHIVED SAMPLE LISTING IS READ BACK AT ITS OWN 80-BYTE
      * WIDTH; ONLY ITS CUSTOMER LINES TAKE PART IN THE PROOF.
       FD SMPARCH-IN.
       01 SMPARCH-REC              PIC X(80).

       FD AUDIT-TRAIL.
           COPY AUDITREC.
           05 WS-RPL-SUM-LABEL PIC X(22).
           05 WS-RPL-SUM-VALUE PIC ZZ,ZZ9.

      * AUDIT-SAMPLE CONTROLS. PARM FORMAT IS
      * "SAMPLE size [BANDS] [masterfile]" - size IS A COUNT (EG 25)
      * OR A PERCENTAGE OF THE POPULATION (EG 5%). CUST-IDS ARE
      * DRAWN WITHOUT REPLACEMENT FROM THE CUSTOMER MASTER -
      * CUSTMAST.TXT UNLESS ANOTHER COPY, SUCH AS A MONTH-END
      * CUSTSNAP FILE, IS NAMED - AND BANDS SPREADS THE DRAW ACROSS
      * THE BALANCE BANDS IN PROPORTION TO THEIR POPULATIONS.
      * GET-SEED SUPPLIES ONE CLOCK SEED, RECORDED IN SEEDAUD.TXT
      * LIKE EVERY OTHER RUN'S; EVERY DRAW AFTER IT IS CHAINED FROM
      * THAT SEED, SO THE ONE SEED-AUDIT LINE PLUS THE PARM AND THE
      * SAME MASTER REPRODUCE THE SAMPLE EXACTLY - THE SMPREPLAY
      * MODE BELOW PROVES IT. THE LISTING (AUDSAMP.TXT) CARRIES
      * EACH CHOSEN CUSTOMER'S MASTER FIELDS IN CUST-ID ORDER; THE
      * COVER SHEET (AUDSCOV.TXT) SHOWS THE SEED, THE POPULATION,
      * AND HOW THE SAMPLE WAS SELECTED.
       01 WS-SAMPLE-SW     PIC X VALUE 'N'.
           88 WS-SAMPLE-MODE       VALUE 'Y'.
       01 WS-SMP-BANDS-SW  PIC X VALUE 'N'.
           88 WS-SMP-BANDS         VALUE 'Y'.
       01 WS-SMP-PCT-SW    PIC X VALUE 'N'.
           88 WS-SMP-PERCENT       VALUE 'Y'.
       01 WS-SMP-CAPPED-SW PIC X VALUE 'N'.
           88 WS-SMP-CAPPED        VALUE 'Y'.
       01 WS-SMP-EOF-SW    PIC X VALUE 'N'.
           88 WS-SMP-EOF           VALUE 'Y'.
       77 WS-SMP-TOKEN     PIC X(10) VALUE SPACES.
       77 WS-SMP-SIZE-TOKEN PIC X(12) VALUE SPACES.
       77 WS-SMP-SIZE-DIGITS PIC X(12) VALUE SPACES.
       77 WS-SMP-SIZE-DELIM PIC X(1) VALUE SPACE.
       01 WS-SMP-OPTIONS.
           05 WS-SMP-OPT-ENTRY     PIC X(30)
                   OCCURS 2 TIMES.
       77 WS-SMP-OPT       PIC X(30) VALUE SPACES.
       77 WS-SMP-I         PIC 9(1) COMP VALUE 0.
       77 WS-SMP-MASTER-NAME PIC X(30) VALUE "CUSTMAST.TXT".
       77 WS-SMP-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-SMP-SIZE      PIC 9(12) VALUE 0.
       77 WS-SMP-SEED      PIC 9(9) VALUE 0.
       77 WS-SMP-TARGET    PIC 9(6) COMP VALUE 0.
       77 WS-SMP-TAKE      PIC 9(6) COMP VALUE 0.
       77 WS-SMP-DRAWN     PIC 9(6) COMP VALUE 0.
       77 WS-SMP-POP       PIC 9(6) COMP VALUE 0.
       77 WS-SMP-POP-MAX   PIC 9(6) COMP VALUE 99999.
       77 WS-SMP-POP-AMOUNT PIC S9(13)V9(2) VALUE 0.
       77 WS-SMP-CUM-POP   PIC 9(6) COMP VALUE 0.
       77 WS-SMP-CUM-TAKE  PIC 9(6) COMP VALUE 0.
       77 WS-SMP-PREV-TAKE PIC 9(6) COMP VALUE 0.
       77 WS-SMP-STRATUM-NO PIC 9(1) COMP VALUE 0.
       77 WS-SMP-BAND      PIC 9(1) COMP VALUE 0.
       77 WS-SMP-M         PIC 9(6) COMP VALUE 0.
       77 WS-SMP-P         PIC 9(6) COMP VALUE 0.
       77 WS-SMP-K         PIC 9(6) COMP VALUE 0.
       77 WS-SMP-J         PIC 9(6) COMP VALUE 0.
       77 WS-SMP-HOLD      PIC 9(6) COMP VALUE 0.
       77 WS-SMP-PTR       PIC 9(3) COMP VALUE 0.
       77 WS-SMP-ARCH-ID   PIC X(5) VALUE SPACES.
       77 WS-SMPARCH-STATUS PIC XX VALUE SPACES.
      * THE DRAW CHAIN. EACH STEP IS A MULTIPLY-AND-ADD MODULO 2**32
      * ON THE STATE, STARTED FROM THE RECORDED SEED; A DRAW TAKES
      * THE HIGH-ORDER END OF THE STATE SCALED TO THE NUMBER OF
      * CUSTOMERS STILL UNDRAWN, SO EVERY ONE LEFT IS EQUALLY LIKELY.
       77 WS-SMP-STATE     PIC 9(10) COMP VALUE 0.
       77 WS-SMP-WORK      PIC 9(18) COMP VALUE 0.
       77 WS-SMP-QUOT      PIC 9(18) COMP VALUE 0.
       77 WS-SMP-MODULUS   PIC 9(10) COMP VALUE 4294967296.
       77 WS-SMP-MULTIPLIER PIC 9(5) COMP VALUE 69069.

      * THE POPULATION IN MASTER ORDER, WITH EACH CUSTOMER'S BAND AND
      * THE DRAW THAT TOOK IT (ZERO IF NOT SAMPLED), AND THE WORK
      * LIST THE DRAWS SHUFFLE THROUGH.
           COPY BALBAND.
       01 WS-SMP-POP-TABLE.
           05 WS-SMP-POP-ENTRY OCCURS 99999 TIMES.
               10 WS-SMP-POP-ID        PIC 9(5).
               10 WS-SMP-POP-BAND      PIC 9(1).
               10 WS-SMP-POP-DRAW      PIC 9(6) COMP.
       01 WS-SMP-PERM-TABLE.
           05 WS-SMP-PERM          PIC 9(6) COMP
                   OCCURS 99999 TIMES.
       01 WS-SMP-STRATA.
           05 WS-SMP-STRATUM OCCURS 6 TIMES.
               10 WS-SMP-ST-POP        PIC 9(6) COMP.
               10 WS-SMP-ST-AMOUNT     PIC S9(13)V9(2).
               10 WS-SMP-ST-TAKE       PIC 9(6) COMP.
               10 WS-SMP-ST-DRAWN      PIC 9(6) COMP.

       01 WS-SMP-DET-LINE.
           05 WS-SMP-DET-ID        PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-NAME      PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-AMOUNT    PIC Z(10)9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-COUNT     PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-LAST      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-STATUS    PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-STAT-DATE PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-BAND      PIC 9(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-DET-DRAW      PIC ZZZZZ9.

       01 WS-SMP-COV-LINE.
           05 WS-SMP-COV-LABEL     PIC X(24).
           05 WS-SMP-COV-TEXT      PIC X(56).

       01 WS-SMP-BAND-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SMP-BL-NO         PIC 9(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-SMP-BL-NAME       PIC X(20).
           05 WS-SMP-BL-POP        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SMP-BL-DRAWN      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-SMP-BL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SMP-HDG-LINE          PIC X(80) VALUE SPACES.
       77 WS-SMP-NUM-ED    PIC ZZZ,ZZ9.
       77 WS-SMP-AMT-ED    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * SAMPLE REPLAY CONTROLS. PARM FORMAT IS
      * "SMPREPLAY seedfile samplefile size [BANDS] [masterfile]" -
      * THE FIRST SEED IN THE SAVED SEED-AUDIT FILE RESTARTS THE DRAW
      * CHAIN OVER THE SAME MASTER, AND THE CUSTOMERS IT PICKS ARE
      * COMPARED, IN CUST-ID ORDER, AGAINST THE ARCHIVED LISTING.
      * THE SIZE, BANDS OPTION, AND MASTER MUST BE THE ONES THE
      * ORIGINAL RUN WAS GIVEN - THE COVER SHEET PRINTS THEM.
       01 WS-SMPREPLAY-SW  PIC X VALUE 'N'.
           88 WS-SMPREPLAY-MODE    VALUE 'Y'.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR      PIC  9(4).
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-SAMPLE-MODE
               PERFORM SAMPLE-RUN
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF WS-SMPREPLAY-MODE
               PERFORM SMPREPLAY-RUN
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           OPEN OUTPUT RAND-OUT.
           OPEN OUTPUT SEED-AUDIT.
           PERFORM WRITE-HEADER.
               END-IF
               PERFORM PARSE-TD-OPTIONS
           END-IF.
           IF WS-PARM-STRING (1:7) = "SAMPLE "
               SET WS-SAMPLE-MODE TO TRUE
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-SMP-TOKEN WS-SMP-SIZE-TOKEN
                       WS-SMP-OPT-ENTRY (1) WS-SMP-OPT-ENTRY (2)
               END-UNSTRING
               PERFORM PARSE-SAMPLE-OPTIONS
           END-IF.
           IF WS-PARM-STRING (1:10) = "SMPREPLAY "
               SET WS-SMPREPLAY-MODE TO TRUE
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-SMP-TOKEN WS-SEED-FILE-NAME
                       WS-ARCH-FILE-NAME WS-SMP-SIZE-TOKEN
                       WS-SMP-OPT-ENTRY (1) WS-SMP-OPT-ENTRY (2)
               END-UNSTRING
               IF WS-SEED-FILE-NAME = SPACES
                       OR WS-ARCH-FILE-NAME = SPACES
                   DISPLAY "INVALID PARM - SMPREPLAY NEEDS A SEED "
                       "FILE AND AN ARCHIVED SAMPLE LISTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-TRAIL
                   GOBACK
               END-IF
               PERFORM PARSE-SAMPLE-OPTIONS
           END-IF.
           IF WS-PARM-STRING NOT = SPACES AND NOT WS-REPLAY-MODE
                   AND NOT WS-TESTDATA-MODE AND NOT WS-TDREPLAY-MODE
                   AND NOT WS-SAMPLE-MODE AND NOT WS-SMPREPLAY-MODE
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-COUNT-X WS-GP-TOKEN-ENTRY (1)
                       WS-GP-TOKEN-ENTRY (2) WS-GP-TOKEN-ENTRY (3)
               END-IF
           END-IF.

       PARSE-SAMPLE-OPTIONS.
      * SHARED SIZE / BANDS / MASTER-FILE VALIDATION FOR THE SAMPLE
      * AND SMPREPLAY PARMS. A SIZE ENDING IN % IS A PERCENTAGE OF
      * THE POPULATION; OTHERWISE IT IS A COUNT OF CUSTOMERS.
           MOVE SPACES TO WS-SMP-SIZE-DIGITS.
           MOVE SPACE TO WS-SMP-SIZE-DELIM.
           UNSTRING WS-SMP-SIZE-TOKEN DELIMITED BY "%" OR SPACE
               INTO WS-SMP-SIZE-DIGITS
                   DELIMITER IN WS-SMP-SIZE-DELIM
           END-UNSTRING.
           IF WS-SMP-SIZE-DELIM = "%"
               SET WS-SMP-PERCENT TO TRUE
           END-IF.
           IF WS-SMP-SIZE-DIGITS = SPACES
                   OR FUNCTION TRIM(WS-SMP-SIZE-DIGITS) IS NOT NUMERIC
               DISPLAY "INVALID PARM - SAMPLE SIZE MUST BE A COUNT "
                   "OR A PERCENTAGE, EG 25 OR 5%"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SMP-SIZE-DIGITS) TO WS-SMP-SIZE.
           IF WS-SMP-PERCENT
                   AND (WS-SMP-SIZE = 0 OR WS-SMP-SIZE > 100)
               DISPLAY "INVALID PARM - SAMPLE PERCENTAGE MUST BE "
                   "FROM 1 TO 100"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           IF NOT WS-SMP-PERCENT
                   AND (WS-SMP-SIZE = 0 OR WS-SMP-SIZE > 99999)
               DISPLAY "INVALID PARM - SAMPLE COUNT MUST BE "
                   "FROM 1 TO 99999"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM VARYING WS-SMP-I FROM 1 BY 1
                   UNTIL WS-SMP-I > 2
               MOVE WS-SMP-OPT-ENTRY (WS-SMP-I) TO WS-SMP-OPT
               PERFORM PARSE-ONE-SAMPLE-OPTION
           END-PERFORM.

       PARSE-ONE-SAMPLE-OPTION.
           IF WS-SMP-OPT = SPACES
               CONTINUE
           ELSE IF WS-SMP-OPT = "BANDS"
               SET WS-SMP-BANDS TO TRUE
           ELSE
               MOVE WS-SMP-OPT TO WS-SMP-MASTER-NAME
           END-IF.

       PARSE-OPTION-TOKENS.
      * THE TRAILING PARM TOKENS, IN ANY ORDER: NUMERIC TOKENS ARE
      * THE RANGE MIN AND MAX, AND DIST=U|B|S PICKS THE VALUE
           MOVE WS-TD-NAME (WS-TD-NAME-I) TO CUST-NAME.

       TD-DERIVE-AMOUNT.
      * SYNTHETIC ACTIVITY IS ALWAYS A PLAIN SALE. THE TYPE AND
      * SIGN TAKE NO SEED OF THEIR OWN, SO A SEED FILE SAVED FROM
      * AN EARLIER TEST RUN STILL MAPS FOUR SEEDS TO A RECORD.
           PERFORM RAND-CORE.
           MOVE ANSWER TO CUST-AMOUNT.
           MOVE "S" TO CUST-TRAN-TYPE.
           MOVE "+" TO CUST-AMOUNT-SIGN.

       TD-DERIVE-DATE.
           DIVIDE RAND-SEED BY WS-TD-DAYS
           DISPLAY "VALUES MATCHED:     " WS-MATCH-COUNT.
           DISPLAY "MISMATCHES:         " WS-MISMATCH-COUNT.

       SAMPLE-RUN.
      * DRAW THE AUDIT SAMPLE. THE POPULATION IS LOADED AND SIZED
      * BEFORE THE SEED IS TAKEN, SO A MISSING OR EMPTY MASTER NEVER
      * LEAVES A SEED-AUDIT LINE BEHIND FOR A SAMPLE THAT WAS NEVER
      * DRAWN. ONE GET-SEED CALL, ONE SEED-AUDIT LINE.
           PERFORM LOAD-SAMPLE-POPULATION.
           PERFORM SET-SAMPLE-TARGET.
           OPEN OUTPUT SEED-AUDIT.
           MOVE 1 TO WS-GEN-I.
           PERFORM GET-SEED.
           CLOSE SEED-AUDIT.
           MOVE RAND-SEED TO WS-SMP-SEED.
           PERFORM DRAW-SAMPLE.
           PERFORM WRITE-SAMPLE-LISTING.
           PERFORM WRITE-SAMPLE-COVER.
           DISPLAY "AUDIT SAMPLE DRAWN: " WS-SMP-DRAWN
               " OF " WS-SMP-POP " CUSTOMERS".
           DISPLAY "SAMPLE SEED: " WS-SMP-SEED.
           DISPLAY "SAMPLE LISTING: AUDSAMP.TXT  COVER SHEET: "
               "AUDSCOV.TXT".
           IF WS-SMP-CAPPED
               DISPLAY "WARNING - REQUESTED COUNT EXCEEDS THE "
                   "POPULATION - EVERY CUSTOMER WAS TAKEN"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-SAMPLE-POPULATION.
      * ONE TABLE ENTRY PER MASTER RECORD, IN FILE ORDER, WITH THE
      * BALANCE BAND IT FALLS IN. THE BAND TOTALS FEED BOTH THE
      * STRATIFIED ALLOCATION AND THE COVER SHEET.
           MOVE 0 TO WS-SMP-POP.
           MOVE 0 TO WS-SMP-POP-AMOUNT.
           INITIALIZE WS-SMP-STRATA.
           OPEN INPUT CUST-MASTER.
           IF WS-SMP-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER "
                   FUNCTION TRIM(WS-SMP-MASTER-NAME) " NOT FOUND"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE 'N' TO WS-SMP-EOF-SW.
           PERFORM UNTIL WS-SMP-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-SMP-EOF TO TRUE
                   NOT AT END PERFORM ADD-SAMPLE-MEMBER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           IF WS-SMP-POP = 0
               DISPLAY "CUSTOMER MASTER "
                   FUNCTION TRIM(WS-SMP-MASTER-NAME)
                   " IS EMPTY - NOTHING TO SAMPLE"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.

       ADD-SAMPLE-MEMBER.
           IF WS-SMP-POP = WS-SMP-POP-MAX
               DISPLAY "CUSTOMER MASTER "
                   FUNCTION TRIM(WS-SMP-MASTER-NAME)
                   " HOLDS MORE THAN " WS-SMP-POP-MAX " RECORDS"
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           ADD 1 TO WS-SMP-POP.
           MOVE CMAST-ID TO WS-SMP-POP-ID (WS-SMP-POP).
           PERFORM FIND-BALANCE-BAND.
           MOVE WS-SMP-BAND TO WS-SMP-POP-BAND (WS-SMP-POP).
           MOVE 0 TO WS-SMP-POP-DRAW (WS-SMP-POP).
           ADD 1 TO WS-SMP-ST-POP (WS-SMP-BAND).
           ADD CMAST-AMOUNT TO WS-SMP-ST-AMOUNT (WS-SMP-BAND).
           ADD CMAST-AMOUNT TO WS-SMP-POP-AMOUNT.

       FIND-BALANCE-BAND.
      * THE HIGHEST BAND WHOSE FLOOR THE BALANCE REACHES.
           MOVE BAL-BAND-CT TO WS-SMP-BAND.
           PERFORM UNTIL WS-SMP-BAND = 1
                   OR CMAST-AMOUNT >= BAL-BAND-FLOOR (WS-SMP-BAND)
               SUBTRACT 1 FROM WS-SMP-BAND
           END-PERFORM.

       SET-SAMPLE-TARGET.
      * A PERCENTAGE IS ROUNDED TO THE NEAREST CUSTOMER BUT NEVER
      * BELOW ONE. A COUNT LARGER THAN THE POPULATION TAKES EVERY
      * CUSTOMER AND IS WARNED ABOUT RATHER THAN REFUSED.
           MOVE 'N' TO WS-SMP-CAPPED-SW.
           IF WS-SMP-PERCENT
               COMPUTE WS-SMP-TARGET ROUNDED =
                   WS-SMP-POP * WS-SMP-SIZE / 100
               IF WS-SMP-TARGET = 0
                   MOVE 1 TO WS-SMP-TARGET
               END-IF
           ELSE
               IF WS-SMP-SIZE > WS-SMP-POP
                   SET WS-SMP-CAPPED TO TRUE
                   MOVE WS-SMP-POP TO WS-SMP-TARGET
               ELSE
                   MOVE WS-SMP-SIZE TO WS-SMP-TARGET
               END-IF
           END-IF.

       DRAW-SAMPLE.
      * UNSTRATIFIED, THE WHOLE POPULATION IS ONE STRATUM (NUMBER
      * ZERO). STRATIFIED, THE BANDS ARE DRAWN IN BAND ORDER, EACH
      * CONTINUING THE SAME CHAIN.
           MOVE WS-SMP-SEED TO WS-SMP-STATE.
           MOVE 0 TO WS-SMP-DRAWN.
           IF WS-SMP-BANDS
               PERFORM ALLOCATE-SAMPLE
               PERFORM VARYING WS-SMP-STRATUM-NO FROM 1 BY 1
                       UNTIL WS-SMP-STRATUM-NO > BAL-BAND-CT
                   MOVE WS-SMP-ST-TAKE (WS-SMP-STRATUM-NO)
                       TO WS-SMP-TAKE
                   PERFORM DRAW-STRATUM
               END-PERFORM
           ELSE
               MOVE 0 TO WS-SMP-STRATUM-NO
               MOVE WS-SMP-TARGET TO WS-SMP-TAKE
               PERFORM DRAW-STRATUM
           END-IF.

       ALLOCATE-SAMPLE.
      * PROPORTIONAL ALLOCATION BY CUMULATIVE ROUNDING - EACH BAND
      * GETS THE ROUNDED SHARE OF THE TARGET UP TO AND INCLUDING
      * IT, LESS WHAT THE BANDS BEFORE IT GOT - SO THE BAND SAMPLES
      * ALWAYS ADD UP TO THE TARGET AND NO BAND IS ASKED FOR MORE
      * CUSTOMERS THAN IT HAS.
           MOVE 0 TO WS-SMP-CUM-POP.
           MOVE 0 TO WS-SMP-PREV-TAKE.
           PERFORM VARYING WS-SMP-BAND FROM 1 BY 1
                   UNTIL WS-SMP-BAND > BAL-BAND-CT
               ADD WS-SMP-ST-POP (WS-SMP-BAND) TO WS-SMP-CUM-POP
               COMPUTE WS-SMP-CUM-TAKE ROUNDED =
                   WS-SMP-TARGET * WS-SMP-CUM-POP / WS-SMP-POP
               COMPUTE WS-SMP-ST-TAKE (WS-SMP-BAND) =
                   WS-SMP-CUM-TAKE - WS-SMP-PREV-TAKE
               MOVE WS-SMP-CUM-TAKE TO WS-SMP-PREV-TAKE
           END-PERFORM.

       DRAW-STRATUM.
      * LIST THE STRATUM'S MEMBERS, THEN TAKE THE DRAWS FROM THE
      * FRONT OF THE LIST, EACH ONE SWAPPING A RANDOMLY CHOSEN
      * UNDRAWN MEMBER INTO THE NEXT SLOT.
           MOVE 0 TO WS-SMP-M.
           PERFORM VARYING WS-SMP-P FROM 1 BY 1
                   UNTIL WS-SMP-P > WS-SMP-POP
               IF WS-SMP-STRATUM-NO = 0
                       OR WS-SMP-POP-BAND (WS-SMP-P)
                           = WS-SMP-STRATUM-NO
                   ADD 1 TO WS-SMP-M
                   MOVE WS-SMP-P TO WS-SMP-PERM (WS-SMP-M)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SMP-K FROM 1 BY 1
                   UNTIL WS-SMP-K > WS-SMP-TAKE
               PERFORM DRAW-ONE-MEMBER
           END-PERFORM.

       DRAW-ONE-MEMBER.
           PERFORM NEXT-SAMPLE-STATE.
           COMPUTE WS-SMP-WORK =
               WS-SMP-STATE * (WS-SMP-M - WS-SMP-K + 1).
           DIVIDE WS-SMP-WORK BY WS-SMP-MODULUS GIVING WS-SMP-J.
           ADD WS-SMP-K TO WS-SMP-J.
           MOVE WS-SMP-PERM (WS-SMP-J) TO WS-SMP-HOLD.
           MOVE WS-SMP-PERM (WS-SMP-K) TO WS-SMP-PERM (WS-SMP-J).
           MOVE WS-SMP-HOLD TO WS-SMP-PERM (WS-SMP-K).
           ADD 1 TO WS-SMP-DRAWN.
           MOVE WS-SMP-DRAWN TO WS-SMP-POP-DRAW (WS-SMP-HOLD).
           MOVE WS-SMP-POP-BAND (WS-SMP-HOLD) TO WS-SMP-BAND.
           ADD 1 TO WS-SMP-ST-DRAWN (WS-SMP-BAND).

       NEXT-SAMPLE-STATE.
           COMPUTE WS-SMP-WORK =
               WS-SMP-STATE * WS-SMP-MULTIPLIER + 1.
           DIVIDE WS-SMP-WORK BY WS-SMP-MODULUS
               GIVING WS-SMP-QUOT REMAINDER WS-SMP-STATE.

       WRITE-SAMPLE-LISTING.
      * THE MASTER IS READ A SECOND TIME, IN THE SAME ORDER THE
      * POPULATION TABLE WAS BUILT, SO EACH SAMPLED CUSTOMER IS
      * LISTED WITH ITS FULL CURRENT MASTER FIELDS.
           OPEN OUTPUT SAMPLE-LIST.
           MOVE SPACES TO WS-SMP-HDG-LINE.
           MOVE "CUSTOMER AUDIT SAMPLE LISTING" TO WS-SMP-HDG-LINE.
           MOVE "SEED: " TO WS-SMP-HDG-LINE (41:6).
           MOVE WS-SMP-SEED TO WS-AUD-SEED.
           MOVE WS-AUD-SEED TO WS-SMP-HDG-LINE (47:9).
           WRITE SAMPLE-LIST-REC FROM WS-SMP-HDG-LINE.
           MOVE "MASTER: " TO WS-SMP-HDG-LINE.
           MOVE WS-SMP-MASTER-NAME TO WS-SMP-HDG-LINE (9:30).
           MOVE "DRAWN: " TO WS-SMP-HDG-LINE (41:40).
           MOVE WS-AUD-DATE TO WS-SMP-HDG-LINE (48:10).
           MOVE WS-AUD-TIME TO WS-SMP-HDG-LINE (59:11).
           WRITE SAMPLE-LIST-REC FROM WS-SMP-HDG-LINE.
           MOVE SPACES TO SAMPLE-LIST-REC.
           WRITE SAMPLE-LIST-REC.
           MOVE "ID    NAME                         BALAN"
               TO WS-SMP-HDG-LINE.
           MOVE "CE   COUNT LAST DT  S STAT DT  B   DRAW"
               TO WS-SMP-HDG-LINE (41:40).
           WRITE SAMPLE-LIST-REC FROM WS-SMP-HDG-LINE.
           OPEN INPUT CUST-MASTER.
           MOVE 0 TO WS-SMP-P.
           MOVE 'N' TO WS-SMP-EOF-SW.
           PERFORM UNTIL WS-SMP-EOF
               READ CUST-MASTER NEXT RECORD
                   AT END SET WS-SMP-EOF TO TRUE
                   NOT AT END PERFORM LIST-SAMPLE-MEMBER
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           MOVE SPACES TO SAMPLE-LIST-REC.
           WRITE SAMPLE-LIST-REC.
           MOVE SPACES TO WS-SMP-HDG-LINE.
           MOVE "SAMPLED:" TO WS-SMP-HDG-LINE.
           MOVE WS-SMP-DRAWN TO WS-SMP-NUM-ED.
           MOVE WS-SMP-NUM-ED TO WS-SMP-HDG-LINE (10:7).
           MOVE "OF" TO WS-SMP-HDG-LINE (18:2).
           MOVE WS-SMP-POP TO WS-SMP-NUM-ED.
           MOVE WS-SMP-NUM-ED TO WS-SMP-HDG-LINE (21:7).
           MOVE "CUSTOMERS" TO WS-SMP-HDG-LINE (29:9).
           WRITE SAMPLE-LIST-REC FROM WS-SMP-HDG-LINE.
           CLOSE SAMPLE-LIST.

       LIST-SAMPLE-MEMBER.
           ADD 1 TO WS-SMP-P.
           IF WS-SMP-POP-DRAW (WS-SMP-P) > 0
               MOVE CMAST-ID TO WS-SMP-DET-ID
               MOVE CMAST-NAME TO WS-SMP-DET-NAME
               MOVE CMAST-AMOUNT TO WS-SMP-DET-AMOUNT
               MOVE CMAST-COUNT TO WS-SMP-DET-COUNT
               MOVE CMAST-LAST-DATE TO WS-SMP-DET-LAST
               MOVE CMAST-STATUS TO WS-SMP-DET-STATUS
               MOVE CMAST-STATUS-DATE TO WS-SMP-DET-STAT-DATE
               MOVE WS-SMP-POP-BAND (WS-SMP-P) TO WS-SMP-DET-BAND
               MOVE WS-SMP-POP-DRAW (WS-SMP-P) TO WS-SMP-DET-DRAW
               WRITE SAMPLE-LIST-REC FROM WS-SMP-DET-LINE
           END-IF.

       WRITE-SAMPLE-COVER.
      * THE COVER SHEET AUDIT FILES WITH THE LISTING: WHEN AND FROM
      * WHAT THE SAMPLE WAS DRAWN, THE SEED, THE METHOD, THE SPREAD
      * ACROSS THE BALANCE BANDS, AND THE PARM THAT REGENERATES IT.
           PERFORM READ-CYCLE-ID.
           OPEN OUTPUT SAMPLE-COVER.
           MOVE "CUSTOMER AUDIT SAMPLE - COVER SHEET"
               TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE SPACES TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE "DRAWN:" TO WS-SMP-COV-LABEL.
           MOVE SPACES TO WS-SMP-COV-TEXT.
           STRING WS-AUD-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUD-TIME DELIMITED BY SIZE
               INTO WS-SMP-COV-TEXT
           END-STRING.
           PERFORM WRITE-COVER-LINE.
           MOVE "CYCLE:" TO WS-SMP-COV-LABEL.
           MOVE WS-CYCLE-ID TO WS-SMP-COV-TEXT.
           PERFORM WRITE-COVER-LINE.
           MOVE "CUSTOMER MASTER:" TO WS-SMP-COV-LABEL.
           MOVE WS-SMP-MASTER-NAME TO WS-SMP-COV-TEXT.
           PERFORM WRITE-COVER-LINE.
           MOVE "POPULATION:" TO WS-SMP-COV-LABEL.
           MOVE WS-SMP-POP TO WS-SMP-NUM-ED.
           MOVE SPACES TO WS-SMP-COV-TEXT.
           STRING WS-SMP-NUM-ED DELIMITED BY SIZE
                   " CUSTOMERS" DELIMITED BY SIZE
               INTO WS-SMP-COV-TEXT
           END-STRING.
           PERFORM WRITE-COVER-LINE.
           MOVE "POPULATION BALANCE:" TO WS-SMP-COV-LABEL.
           MOVE WS-SMP-POP-AMOUNT TO WS-SMP-AMT-ED.
           MOVE WS-SMP-AMT-ED TO WS-SMP-COV-TEXT.
           PERFORM WRITE-COVER-LINE.
           MOVE "SEED:" TO WS-SMP-COV-LABEL.
           MOVE WS-SMP-SEED TO WS-AUD-SEED.
           MOVE SPACES TO WS-SMP-COV-TEXT.
           STRING WS-AUD-SEED DELIMITED BY SIZE
                   "  (RECORDED IN SEEDAUD.TXT)" DELIMITED BY SIZE
               INTO WS-SMP-COV-TEXT
           END-STRING.
           PERFORM WRITE-COVER-LINE.
           MOVE "SELECTION METHOD:" TO WS-SMP-COV-LABEL.
           IF WS-SMP-BANDS
               MOVE "STRATIFIED BY BALANCE BAND, PROPORTIONAL"
                   TO WS-SMP-COV-TEXT
           ELSE
               MOVE "SIMPLE RANDOM, WITHOUT REPLACEMENT"
                   TO WS-SMP-COV-TEXT
           END-IF.
           PERFORM WRITE-COVER-LINE.
           MOVE "SAMPLE SIZE REQUESTED:" TO WS-SMP-COV-LABEL.
           MOVE SPACES TO WS-SMP-COV-TEXT.
           IF WS-SMP-PERCENT
               STRING WS-SMP-SIZE-TOKEN DELIMITED BY SPACE
                       " OF THE POPULATION" DELIMITED BY SIZE
                   INTO WS-SMP-COV-TEXT
               END-STRING
           ELSE
               STRING WS-SMP-SIZE-TOKEN DELIMITED BY SPACE
                       " CUSTOMERS" DELIMITED BY SIZE
                   INTO WS-SMP-COV-TEXT
               END-STRING
           END-IF.
           PERFORM WRITE-COVER-LINE.
           MOVE "SAMPLE SIZE DRAWN:" TO WS-SMP-COV-LABEL.
           MOVE WS-SMP-DRAWN TO WS-SMP-NUM-ED.
           MOVE SPACES TO WS-SMP-COV-TEXT.
           STRING WS-SMP-NUM-ED DELIMITED BY SIZE
                   " CUSTOMERS" DELIMITED BY SIZE
               INTO WS-SMP-COV-TEXT
           END-STRING.
           PERFORM WRITE-COVER-LINE.
           IF WS-SMP-CAPPED
               MOVE "NOTE:" TO WS-SMP-COV-LABEL
               MOVE "REQUESTED COUNT EXCEEDED THE POPULATION"
                   TO WS-SMP-COV-TEXT
               PERFORM WRITE-COVER-LINE
           END-IF.
           MOVE SPACES TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE "BAND  BALANCE RANGE     CUSTOMERS  SAMPLED"
               TO WS-SMP-HDG-LINE.
           MOVE "               BALANCE" TO WS-SMP-HDG-LINE (44:37).
           WRITE SAMPLE-COVER-REC FROM WS-SMP-HDG-LINE.
           PERFORM VARYING WS-SMP-BAND FROM 1 BY 1
                   UNTIL WS-SMP-BAND > BAL-BAND-CT
               MOVE WS-SMP-BAND TO WS-SMP-BL-NO
               MOVE BAL-BAND-NAME (WS-SMP-BAND) TO WS-SMP-BL-NAME
               MOVE WS-SMP-ST-POP (WS-SMP-BAND) TO WS-SMP-BL-POP
               MOVE WS-SMP-ST-DRAWN (WS-SMP-BAND) TO WS-SMP-BL-DRAWN
               MOVE WS-SMP-ST-AMOUNT (WS-SMP-BAND) TO WS-SMP-BL-AMOUNT
               WRITE SAMPLE-COVER-REC FROM WS-SMP-BAND-LINE
           END-PERFORM.
           MOVE SPACES TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE "TO REGENERATE AND PROVE THIS SAMPLE, KEEP SEEDAUD.TXT"
               TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE "AND AUDSAMP.TXT AND RUN RANDNUMGEN WITH THE PARM:"
               TO SAMPLE-COVER-REC.
           WRITE SAMPLE-COVER-REC.
           MOVE SPACES TO SAMPLE-COVER-REC.
           MOVE 3 TO WS-SMP-PTR.
           STRING "SMPREPLAY SEEDAUD.TXT AUDSAMP.TXT "
                   DELIMITED BY SIZE
                   WS-SMP-SIZE-TOKEN DELIMITED BY SPACE
               INTO SAMPLE-COVER-REC WITH POINTER WS-SMP-PTR
           END-STRING.
           IF WS-SMP-BANDS
               STRING " BANDS" DELIMITED BY SIZE
                   INTO SAMPLE-COVER-REC WITH POINTER WS-SMP-PTR
               END-STRING
           END-IF.
           STRING " " DELIMITED BY SIZE
                   WS-SMP-MASTER-NAME DELIMITED BY SPACE
               INTO SAMPLE-COVER-REC WITH POINTER WS-SMP-PTR
           END-STRING.
           WRITE SAMPLE-COVER-REC.
           IF WS-SMP-MASTER-NAME = "CUSTMAST.TXT"
               MOVE "THE LIVE MASTER CHANGES NIGHTLY - A LATER "
                   TO SAMPLE-COVER-REC
               MOVE "REPLAY" TO SAMPLE-COVER-REC (43:6)
               WRITE SAMPLE-COVER-REC
               MOVE "NEEDS A COPY OF CUSTMAST.TXT AS IT STOOD WHEN "
                   TO SAMPLE-COVER-REC
               MOVE "THIS" TO SAMPLE-COVER-REC (47:4)
               WRITE SAMPLE-COVER-REC
               MOVE "SAMPLE WAS DRAWN, NAMED ON THE PARM IN ITS PLACE."
                   TO SAMPLE-COVER-REC
               WRITE SAMPLE-COVER-REC
           END-IF.
           CLOSE SAMPLE-COVER.

       WRITE-COVER-LINE.
           WRITE SAMPLE-COVER-REC FROM WS-SMP-COV-LINE.
           MOVE SPACES TO WS-SMP-COV-LINE.

       SMPREPLAY-RUN.
      * REGENERATE AN AUDIT SAMPLE FROM ITS SAVED SEED-AUDIT FILE AND
      * PROVE, CUSTOMER BY CUSTOMER, THAT THE ARCHIVED LISTING IS THE
      * SAMPLE THAT SEED DRAWS - THE SAME DISCIPLINE REPLAY APPLIES
      * TO RANDOUT BATCHES. A SAMPLE RUN RECORDS ONE SEED, SO ONLY
      * THE FIRST SEED-AUDIT LINE IS USED.
           OPEN INPUT SEED-IN.
           IF WS-SEED-IN-STATUS NOT = "00"
               DISPLAY "SEED FILE "
                   FUNCTION TRIM(WS-SEED-FILE-NAME) " NOT FOUND"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           MOVE 'N' TO WS-SEED-OK-SW.
           READ SEED-IN NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   MOVE SEED-IN-REC (7:9) TO WS-SEED-DIGITS
                   INSPECT WS-SEED-DIGITS
                       REPLACING LEADING SPACE BY "0"
                   IF WS-SEED-DIGITS IS NUMERIC
                       MOVE WS-SEED-DIGITS TO WS-SMP-SEED
                       SET WS-SEED-OK TO TRUE
                   END-IF
           END-READ.
           CLOSE SEED-IN.
           IF NOT WS-SEED-OK
               DISPLAY "SEED FILE "
                   FUNCTION TRIM(WS-SEED-FILE-NAME)
                   " HOLDS NO USABLE SEED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           OPEN INPUT SMPARCH-IN.
           IF WS-SMPARCH-STATUS NOT = "00"
               DISPLAY "ARCHIVED SAMPLE LISTING "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME) " NOT FOUND"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-TRAIL
               GOBACK
           END-IF.
           PERFORM LOAD-SAMPLE-POPULATION.
           PERFORM SET-SAMPLE-TARGET.
           PERFORM DRAW-SAMPLE.
           OPEN OUTPUT REPLAY-RPT.
           MOVE "AUDIT SAMPLE REPLAY VERIFICATION" TO REPLAY-RPT-REC.
           WRITE REPLAY-RPT-REC.
           MOVE WS-SMP-SEED TO WS-AUD-SEED.
           MOVE WS-SMP-POP TO WS-SMP-NUM-ED.
           MOVE SPACES TO REPLAY-RPT-REC.
           STRING "SEED: " DELIMITED BY SIZE
                   WS-AUD-SEED DELIMITED BY SIZE
                   "  POPULATION: " DELIMITED BY SIZE
                   WS-SMP-NUM-ED DELIMITED BY SIZE
                   "  MASTER: " DELIMITED BY SIZE
                   WS-SMP-MASTER-NAME DELIMITED BY SPACE
               INTO REPLAY-RPT-REC
           END-STRING.
           WRITE REPLAY-RPT-REC.
           MOVE 1 TO WS-SEEDS-READ.
           MOVE 'N' TO WS-ARCH-EOF-SW.
           PERFORM VARYING WS-SMP-P FROM 1 BY 1
                   UNTIL WS-SMP-P > WS-SMP-POP
               IF WS-SMP-POP-DRAW (WS-SMP-P) > 0
                   PERFORM SMPREPLAY-ONE-MEMBER
               END-IF
           END-PERFORM.
           IF NOT WS-ARCH-EOF
               PERFORM READ-SMPARCH-DETAIL
               IF NOT WS-ARCH-EOF
                   DISPLAY "WARNING - ARCHIVED LISTING HAS MORE "
                       "CUSTOMERS THAN THE SEED DRAWS"
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           END-IF.
           CLOSE SMPARCH-IN.
           PERFORM WRITE-REPLAY-SUMMARY.
           CLOSE REPLAY-RPT.
           IF WS-MISMATCH-COUNT > 0
               DISPLAY "SMPREPLAY MISMATCH - SAMPLE DOES NOT MATCH "
                   "THE RECORDED SEED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SMPREPLAY VERIFIED - SAMPLE MATCHES THE "
                   "RECORDED SEED"
           END-IF.

       SMPREPLAY-ONE-MEMBER.
      * THE REGENERATED SAMPLE AND THE LISTING ARE BOTH IN MASTER
      * ORDER, SO THEY ARE WALKED SIDE BY SIDE.
           PERFORM READ-SMPARCH-DETAIL.
           MOVE WS-SMP-POP-DRAW (WS-SMP-P) TO WS-RPL-SEQ.
           MOVE "EXPECTED: " TO WS-RPL-EXP-LABEL.
           MOVE WS-SMP-ARCH-ID TO WS-RPL-EXPECT.
           MOVE "GOT:   " TO WS-RPL-GOT-LABEL.
           MOVE WS-SMP-POP-ID (WS-SMP-P) TO WS-RPL-GOT.
           IF WS-SMP-ARCH-ID = SPACES
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "NO LINE   " TO WS-RPL-TAG
               MOVE WS-RPL-LINE TO REPLAY-RPT-REC
               WRITE REPLAY-RPT-REC
           ELSE IF WS-SMP-ARCH-ID = WS-RPL-GOT (1:5)
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCH  " TO WS-RPL-TAG
               MOVE WS-RPL-LINE TO REPLAY-RPT-REC
               WRITE REPLAY-RPT-REC
           END-IF.

       READ-SMPARCH-DETAIL.
      * ADVANCE THE ARCHIVED LISTING TO ITS NEXT CUSTOMER LINE - THE
      * ONLY LINES THAT OPEN WITH A FIVE-DIGIT CUST-ID.
           MOVE SPACES TO WS-SMP-ARCH-ID.
           PERFORM UNTIL WS-ARCH-EOF OR WS-SMP-ARCH-ID NOT = SPACES
               READ SMPARCH-IN NEXT RECORD
                   AT END SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF SMPARCH-REC (1:5) IS NUMERIC
                           ADD 1 TO WS-LINES-READ
                           MOVE SMPARCH-REC (1:5) TO WS-SMP-ARCH-ID
                       END-IF
               END-READ
           END-PERFORM.

       GET-SEED.
      * THE CLOCK'S HUNDREDTHS-OF-A-SECOND ALONE REPEATS ACROSS CALLS
      * THAT LAND CLOSE TOGETHER, SO THE GENERATION COUNTER IS FOLDED
