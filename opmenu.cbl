           FILE STATUS IS WS-CMAST-STATUS.
       SELECT CUST-MNEW
           ASSIGN TO "CUSTMNEW.TXT".
       SELECT CUST-LEDGER
           ASSIGN TO "CUSTLEDG.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.
       SELECT REJECT-FILE
           ASSIGN TO "REJFILE.TXT"
           FILE STATUS IS WS-REJ-STATUS.
       SELECT RESUB-NUM
           ASSIGN TO "RESUBNUM.TXT"
           FILE STATUS IS WS-RSN-STATUS.
       SELECT SUSPENSE-FILE
           ASSIGN TO "SUSPENSE.TXT"
           FILE STATUS IS WS-SUSP-STATUS.
       SELECT SUSP-NEW
           ASSIGN TO "SUSPENSE.NEW".
       SELECT SUSP-REL
           ASSIGN TO "SUSPREL.TXT"
           FILE STATUS IS WS-SUSPREL-STATUS.
       SELECT RUN-LOCK
           ASSIGN TO "RUNLOCK.TXT"
           FILE STATUS IS WS-LOCK-STATUS.
       SELECT CYCLE-FILE
           ASSIGN TO "CYCLEID.TXT"
           FILE STATUS IS WS-CYCLE-STATUS.
       SELECT OPER-PROFILE
           ASSIGN TO "OPERPROF.TXT"
           FILE STATUS IS WS-PROF-STATUS.
       SELECT PROF-NEW
           ASSIGN TO "OPERPROF.NEW".

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG.
       01 JOB-LOG-REC               PIC X(98).

       FD CONFIG-FILE.
           COPY SYSCFG.
           COPY CUSTMAST.

       FD CUST-MNEW.
       01 CUST-MNEW-REC             PIC X(141).

       FD CUST-LEDGER.
           COPY CUSTLEDG.

       FD REJECT-FILE.
           COPY REJREC.

       FD REJ-NEW.
       01 REJ-NEW-REC               PIC X(88).

       FD RESUB-CUST.
           COPY CUSTREC.
       FD RESUB-NUM.
       01 RESUB-NUM-REC             PIC X(3).

       FD SUSPENSE-FILE.
           COPY SUSPREC.

       FD SUSP-NEW.
       01 SUSP-NEW-REC              PIC X(161).

       FD SUSP-REL.
       01 SUSP-REL-REC              PIC X(44).

       FD RUN-LOCK.
           COPY RUNLOCK.

       FD CYCLE-FILE.
       01 CYCLE-REC                 PIC X(14).

       FD OPER-PROFILE.
           COPY OPERPROF.

       FD PROF-NEW.
       01 PROF-NEW-REC              PIC X(80).

       WORKING-STORAGE SECTION.
      * PARM FORMAT IS "UTILITY parms...", EG "RANDNUMGEN 5 10 20" OR
      * "BURTEFORCESORT test.txt 10". WHEN NO PARM IS SUPPLIED THE
       77  WS-PARM-STRING          PIC X(60) VALUE SPACES.
       77  WS-UTIL-TOKEN           PIC X(20) VALUE SPACES.
       77  WS-SUB-PARMS            PIC X(40) VALUE SPACES.
       77  WS-MENU-CHOICE-X        PIC X(4) VALUE SPACES.
       77  WS-MENU-CHOICE          PIC 9(2) VALUE 0.
       01  WS-MENU-OK-SW           PIC X(1) VALUE 'Y'.
           88 WS-MENU-OK           VALUE 'Y'.
       77  WS-SHELL-CMD            PIC X(80) VALUE SPACES.
       77  WS-RUN-RC               PIC S9(4) VALUE 0.
       77  WS-LOG-STATUS           PIC XX VALUE SPACES.
           05 WS-CFG-RNGMIN        PIC 9(4) VALUE 0.
           05 WS-CFG-RNGMAX        PIC 9(4) VALUE 9999.
           05 WS-CFG-GENKEP        PIC 9(3) VALUE 5.
           05 WS-CFG-SUSFAC        PIC 9(3) VALUE 10.
           05 WS-CFG-AGED1         PIC 9(3) VALUE 30.
           05 WS-CFG-AGED2         PIC 9(3) VALUE 60.
           05 WS-CFG-AGED3         PIC 9(3) VALUE 90.
           05 WS-CFG-AGED4         PIC 9(3) VALUE 180.
           05 WS-CFG-SLATIM        PIC 9(4) VALUE 600.
      * THE FIELD NUMBER IS TAKEN AS TEXT AND CHECKED BEFORE USE -
      * THERE ARE MORE THAN NINE FIELDS NOW.
       77  WS-CFG-CHOICE-X         PIC X(4) VALUE SPACES.
       77  WS-CFG-CHOICE           PIC 9(2) VALUE 0.
       77  WS-CFG-NEWVAL-X         PIC X(10) VALUE SPACES.
       77  WS-CFG-NEWVAL           PIC 9(4) VALUE 0.
       77  WS-CFG-OLDVAL           PIC 9(4) VALUE 0.
       77  WS-CUI-ID-X             PIC X(10) VALUE SPACES.
       77  WS-CUI-ID               PIC 9(5) VALUE 0.
       77  WS-CUI-NEWAMT-X         PIC X(16) VALUE SPACES.
       77  WS-CUI-NEWAMT           PIC S9(11)V9(2) VALUE 0.
       77  WS-CUI-OLDAMT           PIC S9(11)V9(2) VALUE 0.
       77  WS-CUI-REASON           PIC X(30) VALUE SPACES.
       77  WS-CUI-AMT-ED           PIC Z(10)9.99-.
       77  WS-CUI-CT-ED            PIC ZZZ,ZZ9.
       77  WS-CUI-DOT-CT           PIC 9(2) COMP VALUE 0.
       77  WS-CUI-MINUS-CT         PIC 9(2) COMP VALUE 0.
       77  WS-CUI-ANSWER           PIC X(1) VALUE SPACE.
       01  WS-CUI-DONE-SW          PIC X(1) VALUE 'N'.
           88 WS-CUI-DONE          VALUE 'Y'.
           88 WS-CUI-EOF           VALUE 'Y'.
       01  WS-CUI-HOLD.
           05 WS-CUI-HOLD-NAME     PIC X(20).
           05 WS-CUI-HOLD-AMOUNT   PIC S9(11)V9(2).
           05 WS-CUI-HOLD-COUNT    PIC 9(7).
           05 WS-CUI-HOLD-DATE     PIC X(8).
           05 WS-CUI-HOLD-STATUS   PIC X(1).
           05 WS-CUI-HOLD-STAT-DATE PIC X(8).
       77  WS-CUI-NEWSTAT-X        PIC X(5) VALUE SPACES.
       77  WS-CUI-NEWSTAT          PIC X(1) VALUE SPACE.
       77  WS-CUI-STAT-NAME        PIC X(8) VALUE SPACES.

      * CUSTOMER POSTING HISTORY. THE LEDGER IS READ FROM THE
      * CUSTOMER'S FIRST KEY IN KEY ORDER, WHICH IS ACTIVITY-DATE
      * ORDER. WHATEVER PART OF THE MASTER BALANCE PREDATES THE
      * LEDGER IS SHOWN AS THE OPENING FIGURE, SO THE RUNNING
      * BALANCE ENDS ON CMAST-AMOUNT WHEN EVERY LATER POSTING IS
      * ON FILE.
       77  WS-LEDG-STATUS          PIC XX VALUE SPACES.
       77  WS-HIS-TOTAL            PIC S9(11)V9(2) VALUE 0.
       77  WS-HIS-RUNNING          PIC S9(11)V9(2) VALUE 0.
       77  WS-HIS-CT               PIC 9(5) COMP VALUE 0.
       77  WS-HIS-AMT-ED           PIC Z(10)9.99-.
       77  WS-HIS-BAL-ED           PIC Z(10)9.99-.
       01  WS-HIS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-HIS-EOF           VALUE 'Y'.
       01  WS-LEDG-DONE-SW         PIC X(1) VALUE 'N'.
           88 WS-LEDG-DONE         VALUE 'Y'.

      * REJECT REPAIR AND RESUBMIT. THE FULL-RECORD REJECT FILE IS
      * BROWSED ONE OPEN REJECT AT A TIME; A CORRECTED COPY GOES TO
       77  WS-FIX-AMT              PIC 9(7)V9(2) VALUE 0.
       77  WS-FIX-DATE-X           PIC X(10) VALUE SPACES.
       77  WS-FIX-VAL-X            PIC X(5) VALUE SPACES.
       77  WS-FIX-TYPE-X           PIC X(5) VALUE SPACES.
       01  WS-FIX-OK-SW            PIC X(1) VALUE 'N'.
           88 WS-FIX-OK            VALUE 'Y'.

      * SUSPENSE REVIEW. CUSTEDIT HOLDS BACK A FEED RECORD WHOSE
      * AMOUNT IS FAR OUT OF LINE WITH THE CUSTOMER'S HISTORY. EACH
      * HELD ITEM IS SHOWN WITH THE AVERAGE IT WAS JUDGED AGAINST
      * AND IS RELEASED (QUEUED TO SUSPREL.TXT FOR THE NEXT RUN)
      * OR DECLINED, WITH A MANDATORY REASON. THE DECISION, THE
      * OPERATOR, AND THE CYCLE ARE KEPT ON THE SUSPENSE RECORD
      * AND WRITTEN TO THE JOB LOG. SAME BROWSE-AND-COPY SHAPE AS
      * REJECT REPAIR.
       77  WS-SUSP-STATUS          PIC XX VALUE SPACES.
       77  WS-SUSPREL-STATUS       PIC XX VALUE SPACES.
       01  WS-SUS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-SUS-EOF           VALUE 'Y'.
       01  WS-SUS-QUIT-SW          PIC X(1) VALUE 'N'.
           88 WS-SUS-QUIT          VALUE 'Y'.
       77  WS-SUS-ACTION           PIC X(1) VALUE SPACE.
       77  WS-SUS-HELD-CT          PIC 9(5) COMP VALUE 0.
       77  WS-SUS-REL-CT           PIC 9(5) COMP VALUE 0.
       77  WS-SUS-DEC-CT           PIC 9(5) COMP VALUE 0.
       77  WS-SUS-AVG-ED           PIC Z(10)9.99.
       77  WS-SUS-AMT-ED           PIC Z(6)9.99.

      * SUITE-WIDE RUN-LOCK CONTROLS. EVERY LAUNCH CLAIMS THE LOCK
      * FOR THE LIFE OF THE CHILD STEP AND REFUSES TO START WHILE
      * SOMEONE ELSE HOLDS IT - A DAY-SHIFT RERUN CAN NO LONGER
      * CRASH IS LISTED AND CLEARED FROM THE MENU, WITH THE
      * OVERRIDE LOGGED.
       77  WS-LOCK-STATUS          PIC XX VALUE SPACES.
       01  WS-LOCK-HELD-SW         PIC X(1) VALUE 'N'.
           88 WS-LOCK-HELD         VALUE 'Y'.
       77  WS-LOCK-HOLDER          PIC X(15) VALUE SPACES.
       77  WS-CYCLE-STATUS         PIC XX VALUE SPACES.
       77  WS-CYCLE-ID             PIC X(14) VALUE SPACES.

      * OPERATOR SIGN-ON. THE INTERACTIVE MENU IS ONLY SHOWN TO AN
      * OPERATOR WHO HAS SIGNED ON AGAINST THE PROFILE FILE, AND
      * ONLY WITH THE FUNCTIONS THAT PROFILE ALLOWS. THREE FAILED
      * SIGN-ONS IN A ROW LOCK THE ID UNTIL AN ADMINISTRATOR
      * UNLOCKS IT. THE SIGNED-ON ID IS STAMPED ON EVERY JOB-LOG
      * LINE, LEDGER ADJUSTMENT, SUSPENSE DECISION AND RUN LOCK.
      * A PARM-DRIVEN BATCH LAUNCH HAS NO TERMINAL TO SIGN ON AT;
      * IT CAN ONLY START THE THREE UTILITIES AND IS STAMPED WITH
      * THE USER THE JOB RUNS UNDER. THE PROFILE FILE IS SMALL, SO
      * IT IS HELD IN A TABLE AND WRITTEN BACK WHOLE THROUGH A
      * WORK FILE AND THE USUAL MV AFTER EVERY CHANGE.
       77  WS-OPERATOR             PIC X(20) VALUE SPACES.
       77  WS-PROF-STATUS          PIC XX VALUE SPACES.
       77  WS-PRF-MAX              PIC 9(3) COMP VALUE 200.
       77  WS-PRF-USED             PIC 9(3) COMP VALUE 0.
       77  WS-PRF-I                PIC 9(3) COMP VALUE 0.
       77  WS-PRF-HIT              PIC 9(3) COMP VALUE 0.
       01  WS-PRF-TABLE.
           05 WS-PRF-ENTRY         PIC X(80)
                   OCCURS 200 TIMES.
       01  WS-PRF-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-PRF-EOF           VALUE 'Y'.
       01  WS-PRF-DONE-SW          PIC X(1) VALUE 'N'.
           88 WS-PRF-DONE          VALUE 'Y'.
       77  WS-PRF-ACTION           PIC X(1) VALUE SPACE.
       77  WS-PRF-ID               PIC X(8) VALUE SPACES.
       77  WS-PRF-FUNCS            PIC X(10) VALUE SPACES.
       77  WS-PRF-OLD-FUNCS        PIC X(10) VALUE SPACES.
       77  WS-PRF-FUNC-I           PIC 9(2) COMP VALUE 0.
       77  WS-PRF-BAD-CT           PIC 9(2) COMP VALUE 0.
       77  WS-PRF-ANSWER           PIC X(1) VALUE SPACE.
       77  WS-MAX-FAILS            PIC 9(1) VALUE 3.
       77  WS-SIGNON-TRIES         PIC 9(1) COMP VALUE 0.
       77  WS-SIGNON-ID            PIC X(8) VALUE SPACES.
       77  WS-SIGNON-PW            PIC X(20) VALUE SPACES.
       01  WS-SIGNED-ON-SW         PIC X(1) VALUE 'N'.
           88 WS-SIGNED-ON         VALUE 'Y'.
       01  WS-SIGNON-FUNCS.
           05 WS-SIGNON-FUNC       PIC X(1) OCCURS 10 TIMES.

      * PASSWORD ENTRY AND HASHING. THE HASH RUNS OVER THE ID AND
      * THE PASSWORD TOGETHER, SO TWO OPERATORS WITH THE SAME
      * PASSWORD DO NOT SHARE A HASH.
       77  WS-NEW-PW               PIC X(20) VALUE SPACES.
       77  WS-NEW-PW-AGAIN         PIC X(20) VALUE SPACES.
       01  WS-PW-SW                PIC X(1) VALUE 'N'.
           88 WS-PW-SET            VALUE 'Y'.
           88 WS-PW-ABANDONED      VALUE 'X'.
           88 WS-PW-PENDING        VALUE 'N'.
       01  WS-HASH-TEXT.
           05 WS-HASH-ID           PIC X(8).
           05 WS-HASH-PW           PIC X(20).
       77  WS-HASH-WORK            PIC 9(18) COMP VALUE 0.
       77  WS-HASH-I               PIC 9(2) COMP VALUE 0.
       77  WS-PW-HASH              PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-YEAR       PIC 9(4).
           05 WS-CURRENT-MONTH      PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LOG-RC-LABEL       PIC X(4) VALUE "RC: ".
           05 WS-LOG-RC             PIC -(3)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LOG-OP-LABEL       PIC X(4) VALUE "OP: ".
           05 WS-LOG-OPER           PIC X(20).

       PROCEDURE DIVISION.
           PERFORM ASSIGN-CYCLE-IF-ABSENT.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNED-ON
                   PERFORM INTERACTIVE-MENU
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
               IF WS-OPERATOR = SPACES
                   MOVE "OPERATOR" TO WS-OPERATOR
               END-IF
               MOVE 1 TO WS-PARM-PTR
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-UTIL-TOKEN
           PERFORM SHOW-MENU-AND-RUN UNTIL WS-DONE.

       SHOW-MENU-AND-RUN.
      * ONLY THE FUNCTIONS IN THE OPERATOR'S PROFILE ARE LISTED, AND
      * A HIDDEN ONE PICKED BY NUMBER IS REFUSED AND LOGGED.
           DISPLAY " ".
           DISPLAY "OPERATOR MENU - SIGNED ON AS "
               FUNCTION TRIM(WS-OPERATOR).
           IF WS-SIGNON-FUNC (1) = "Y"
               DISPLAY "  1. BURTEFORCESORT"
           END-IF.
           IF WS-SIGNON-FUNC (2) = "Y"
               DISPLAY "  2. PITOTHENTH"
           END-IF.
           IF WS-SIGNON-FUNC (3) = "Y"
               DISPLAY "  3. RANDNUMGEN"
           END-IF.
           IF WS-SIGNON-FUNC (4) = "Y"
               DISPLAY "  4. MAINTAIN CONFIGURATION"
           END-IF.
           IF WS-SIGNON-FUNC (5) = "Y"
               DISPLAY "  5. CUSTOMER INQUIRY / ADJUSTMENT"
           END-IF.
           IF WS-SIGNON-FUNC (6) = "Y"
               DISPLAY "  6. CUSTOMER POSTING HISTORY"
           END-IF.
           IF WS-SIGNON-FUNC (7) = "Y"
               DISPLAY "  7. REJECT REPAIR / RESUBMIT"
           END-IF.
           IF WS-SIGNON-FUNC (8) = "Y"
               DISPLAY "  8. LIST / CLEAR RUN LOCK"
           END-IF.
           IF WS-SIGNON-FUNC (9) = "Y"
               DISPLAY "  9. SUSPENSE REVIEW / RELEASE"
           END-IF.
           IF WS-SIGNON-FUNC (10) = "Y"
               DISPLAY " 10. MAINTAIN OPERATOR PROFILES"
           END-IF.
           DISPLAY "  0. EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MENU-CHOICE-X.
           ACCEPT WS-MENU-CHOICE-X.
           MOVE FUNCTION TRIM(WS-MENU-CHOICE-X) TO WS-MENU-CHOICE-X.
           IF WS-MENU-CHOICE-X = SPACES
                   OR FUNCTION TRIM(WS-MENU-CHOICE-X) IS NOT NUMERIC
                   OR WS-MENU-CHOICE-X (3:2) NOT = SPACES
               MOVE 99 TO WS-MENU-CHOICE
           ELSE
               MOVE FUNCTION NUMVAL(WS-MENU-CHOICE-X) TO WS-MENU-CHOICE
           END-IF.
           SET WS-MENU-OK TO TRUE.
           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 10
               IF WS-SIGNON-FUNC (WS-MENU-CHOICE) NOT = "Y"
                   MOVE 'N' TO WS-MENU-OK-SW
                   PERFORM LOG-ACCESS-DENIED
                   DISPLAY "THAT FUNCTION IS NOT IN YOUR PROFILE"
               END-IF
           END-IF.
           IF NOT WS-MENU-OK
               CONTINUE
           ELSE IF WS-MENU-CHOICE = 1
               MOVE "BURTEFORCESORT" TO WS-UTIL-TOKEN
           ELSE IF WS-MENU-CHOICE = 2
               MOVE "PITOTHENTH" TO WS-UTIL-TOKEN
           ELSE IF WS-MENU-CHOICE = 5
               PERFORM CUSTOMER-INQUIRY
           ELSE IF WS-MENU-CHOICE = 6
               PERFORM CUSTOMER-HISTORY
           ELSE IF WS-MENU-CHOICE = 7
               PERFORM REJECT-REPAIR
           ELSE IF WS-MENU-CHOICE = 8
               PERFORM SHOW-RUN-LOCK
           ELSE IF WS-MENU-CHOICE = 9
               PERFORM SUSPENSE-REVIEW
           ELSE IF WS-MENU-CHOICE = 10
               PERFORM MAINTAIN-PROFILES
           ELSE
               SET WS-DONE TO TRUE
           END-IF.
           IF WS-NOT-DONE AND WS-MENU-OK AND WS-MENU-CHOICE <= 3
               DISPLAY "ENTER PARAMETERS (OR PRESS ENTER FOR NONE): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SUB-PARMS
               PERFORM RUN-UTILITY
           END-IF.

       LOG-ACCESS-DENIED.
           MOVE "ACCESS DENIED" TO WS-UTIL-TOKEN.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           MOVE 8 TO WS-RUN-RC.
           PERFORM WRITE-JOB-LOG.

       OPERATOR-SIGN-ON.
      * UP TO THREE TRIES PER SESSION. A FIRST RUN WITH NO PROFILE
      * FILE CREATES A SINGLE ADMIN ID (PASSWORD ADMIN, TO BE
      * CHANGED AT FIRST SIGN-ON) THAT CAN ONLY MAINTAIN PROFILES,
      * SO THE REAL OPERATORS CAN BE SET UP.
           PERFORM LOAD-PROFILES.
           IF WS-PRF-USED = 0
               PERFORM SEED-ADMIN-PROFILE
           END-IF.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM TAKE-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= WS-MAX-FAILS.
           IF NOT WS-SIGNED-ON
               DISPLAY "SIGN-ON FAILED - MENU NOT AVAILABLE"
           END-IF.

       TAKE-SIGN-ON.
      * AN UNKNOWN ID AND A WRONG PASSWORD GET THE SAME ANSWER, SO
      * THE SCREEN DOES NOT CONFIRM WHICH IDS EXIST.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY " ".
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SIGNON-ID.
           ACCEPT WS-SIGNON-ID.
           INSPECT WS-SIGNON-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SIGNON-PW.
           ACCEPT WS-SIGNON-PW.
           MOVE WS-SIGNON-ID TO WS-PRF-ID.
           PERFORM FIND-PROFILE.
           IF WS-PRF-HIT = 0
               MOVE WS-SIGNON-ID TO WS-OPERATOR
               MOVE "SIGNON FAILED" TO WS-UTIL-TOKEN
               MOVE "UNKNOWN ID" TO WS-SUB-PARMS
               MOVE 8 TO WS-RUN-RC
               PERFORM WRITE-JOB-LOG
               DISPLAY "SIGN-ON REJECTED"
           ELSE
               MOVE WS-PRF-ENTRY (WS-PRF-HIT) TO OPER-PROFILE-REC
               MOVE OPR-ID TO WS-OPERATOR
               IF OPR-LOCKED
                   MOVE "SIGNON REFUSED" TO WS-UTIL-TOKEN
                   MOVE "ID LOCKED OUT" TO WS-SUB-PARMS
                   MOVE 12 TO WS-RUN-RC
                   PERFORM WRITE-JOB-LOG
                   DISPLAY "THIS ID IS LOCKED OUT - SEE AN "
                       "ADMINISTRATOR"
               ELSE
                   MOVE OPR-ID TO WS-HASH-ID
                   MOVE WS-SIGNON-PW TO WS-HASH-PW
                   PERFORM HASH-PASSWORD
                   IF WS-PW-HASH = OPR-PW-HASH
                       PERFORM SIGN-ON-ACCEPTED
                   ELSE
                       PERFORM SIGN-ON-FAILED
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-SIGNED-ON
               MOVE SPACES TO WS-OPERATOR
           END-IF.

       SIGN-ON-FAILED.
           ADD 1 TO OPR-FAIL-COUNT.
           IF OPR-FAIL-COUNT >= WS-MAX-FAILS
               SET OPR-LOCKED TO TRUE
               MOVE "SIGNON LOCKOUT" TO WS-UTIL-TOKEN
               MOVE "TOO MANY FAILURES" TO WS-SUB-PARMS
               MOVE 12 TO WS-RUN-RC
               DISPLAY "SIGN-ON REJECTED - THIS ID IS NOW LOCKED OUT"
           ELSE
               MOVE "SIGNON FAILED" TO WS-UTIL-TOKEN
               MOVE "BAD PASSWORD" TO WS-SUB-PARMS
               MOVE 8 TO WS-RUN-RC
               DISPLAY "SIGN-ON REJECTED"
           END-IF.
           PERFORM WRITE-JOB-LOG.
           MOVE OPER-PROFILE-REC TO WS-PRF-ENTRY (WS-PRF-HIT).
           PERFORM SAVE-PROFILES.

       SIGN-ON-ACCEPTED.
      * A PASSWORD SET BY AN ADMINISTRATOR HAS TO BE REPLACED
      * BEFORE THE MENU IS SHOWN; WALKING AWAY FROM THE CHANGE
      * LEAVES THE OPERATOR SIGNED OFF.
           IF OPR-PW-EXPIRED
               DISPLAY "YOUR PASSWORD MUST BE CHANGED NOW"
               SET WS-PW-PENDING TO TRUE
               PERFORM TAKE-NEW-PASSWORD
                   UNTIL WS-PW-SET OR WS-PW-ABANDONED
               IF WS-PW-SET
                   MOVE OPR-ID TO WS-HASH-ID
                   MOVE WS-NEW-PW TO WS-HASH-PW
                   PERFORM HASH-PASSWORD
                   MOVE WS-PW-HASH TO OPR-PW-HASH
                   MOVE 'N' TO OPR-PW-CHANGE
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATE-FIELDS
                   MOVE WS-CURRENT-DATE-FIELDS (1:8) TO OPR-CHG-DATE
                   MOVE OPR-ID TO OPR-CHG-BY
               END-IF
           END-IF.
           IF OPR-PW-EXPIRED
               DISPLAY "PASSWORD NOT CHANGED - SIGN-ON ABANDONED"
               MOVE WS-MAX-FAILS TO WS-SIGNON-TRIES
           ELSE
               SET WS-SIGNED-ON TO TRUE
               MOVE 0 TO OPR-FAIL-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CURRENT-DATE-FIELDS (1:14) TO OPR-LAST-SIGNON
               MOVE OPR-FUNCTIONS TO WS-SIGNON-FUNCS
               MOVE OPER-PROFILE-REC TO WS-PRF-ENTRY (WS-PRF-HIT)
               PERFORM SAVE-PROFILES
               MOVE "SIGNON" TO WS-UTIL-TOKEN
               MOVE OPR-FUNCTIONS TO WS-SUB-PARMS
               MOVE 0 TO WS-RUN-RC
               PERFORM WRITE-JOB-LOG
           END-IF.

       TAKE-NEW-PASSWORD.
           DISPLAY "NEW PASSWORD (6 TO 20 CHARACTERS, ENTER TO "
               "CANCEL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PW.
           ACCEPT WS-NEW-PW.
           IF WS-NEW-PW = SPACES
               SET WS-PW-ABANDONED TO TRUE
           ELSE
               IF WS-NEW-PW (1:6) = SPACES
                       OR WS-NEW-PW (6:1) = SPACE
                   DISPLAY "PASSWORD MUST BE AT LEAST SIX CHARACTERS"
               ELSE
                   DISPLAY "ENTER IT AGAIN: " WITH NO ADVANCING
                   MOVE SPACES TO WS-NEW-PW-AGAIN
                   ACCEPT WS-NEW-PW-AGAIN
                   IF WS-NEW-PW-AGAIN = WS-NEW-PW
                       SET WS-PW-SET TO TRUE
                   ELSE
                       DISPLAY "THE TWO ENTRIES DIFFER - TRY AGAIN"
                   END-IF
               END-IF
           END-IF.

       HASH-PASSWORD.
      * A RUNNING MULTIPLY-AND-ADD OVER THE CHARACTER CODES OF THE
      * ID AND PASSWORD, KEPT UNDER A LARGE PRIME.
           MOVE 7 TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > LENGTH OF WS-HASH-TEXT
               COMPUTE WS-HASH-WORK = FUNCTION MOD (WS-HASH-WORK * 131
                   + FUNCTION ORD (WS-HASH-TEXT (WS-HASH-I:1)),
                   999999937)
           END-PERFORM.
           MOVE WS-HASH-WORK TO WS-PW-HASH.

       SEED-ADMIN-PROFILE.
           MOVE SPACES TO OPER-PROFILE-REC.
           MOVE "ADMIN" TO OPR-ID.
           MOVE "PROFILE ADMINISTRATOR" TO OPR-NAME.
           MOVE OPR-ID TO WS-HASH-ID.
           MOVE "ADMIN" TO WS-HASH-PW.
           PERFORM HASH-PASSWORD.
           MOVE WS-PW-HASH TO OPR-PW-HASH.
           MOVE "NNNNNNNNNY" TO OPR-FUNCTIONS.
           SET OPR-ACTIVE TO TRUE.
           MOVE 0 TO OPR-FAIL-COUNT.
           MOVE 'Y' TO OPR-PW-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-FIELDS (1:8) TO OPR-CHG-DATE.
           MOVE "OPMENU" TO OPR-CHG-BY.
           MOVE 1 TO WS-PRF-USED.
           MOVE OPER-PROFILE-REC TO WS-PRF-ENTRY (1).
           PERFORM SAVE-PROFILES.
           MOVE "OPMENU" TO WS-OPERATOR.
           MOVE "PROFILE ADD" TO WS-UTIL-TOKEN.
           MOVE "ADMIN NNNNNNNNNY" TO WS-SUB-PARMS.
           MOVE 0 TO WS-RUN-RC.
           PERFORM WRITE-JOB-LOG.
           DISPLAY "NO OPERATOR PROFILES ON FILE - ADMIN ID CREATED".

       LOAD-PROFILES.
           MOVE 0 TO WS-PRF-USED.
           MOVE 'N' TO WS-PRF-EOF-SW.
           OPEN INPUT OPER-PROFILE.
           IF WS-PROF-STATUS = "00"
               PERFORM UNTIL WS-PRF-EOF
                   READ OPER-PROFILE NEXT RECORD
                       AT END SET WS-PRF-EOF TO TRUE
                       NOT AT END
                           IF WS-PRF-USED < WS-PRF-MAX
                               ADD 1 TO WS-PRF-USED
                               MOVE OPER-PROFILE-REC
                                   TO WS-PRF-ENTRY (WS-PRF-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-PROFILE
           END-IF.

       FIND-PROFILE.
           MOVE 0 TO WS-PRF-HIT.
           PERFORM VARYING WS-PRF-I FROM 1 BY 1
                   UNTIL WS-PRF-I > WS-PRF-USED OR WS-PRF-HIT > 0
               IF WS-PRF-ENTRY (WS-PRF-I) (1:8) = WS-PRF-ID
                   MOVE WS-PRF-I TO WS-PRF-HIT
               END-IF
           END-PERFORM.

       SAVE-PROFILES.
      * SAME WORK-FILE-AND-MV IDIOM THE OTHER REWRITES USE.
           OPEN OUTPUT PROF-NEW.
           PERFORM VARYING WS-PRF-I FROM 1 BY 1
                   UNTIL WS-PRF-I > WS-PRF-USED
               MOVE WS-PRF-ENTRY (WS-PRF-I) TO PROF-NEW-REC
               WRITE PROF-NEW-REC
           END-PERFORM.
           CLOSE PROF-NEW.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv OPERPROF.NEW OPERPROF.TXT"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-CMD.

       MAINTAIN-CONFIG.
      * DISPLAY THE CURRENT SETTINGS AND TAKE FIELD-BY-FIELD
      * CHANGES. EVERY ACCEPTED CHANGE IS VALIDATED, WRITTEN
                                   AND CFG-GEN-KEEP > 0
                               MOVE CFG-GEN-KEEP TO WS-CFG-GENKEP
                           END-IF
                           IF CFG-SUSP-FACTOR IS NUMERIC
                               MOVE CFG-SUSP-FACTOR TO WS-CFG-SUSFAC
                           END-IF
                           IF CFG-AGE-DAYS-1 IS NUMERIC
                                   AND CFG-AGE-DAYS-2 IS NUMERIC
                                   AND CFG-AGE-DAYS-3 IS NUMERIC
                                   AND CFG-AGE-DAYS-4 IS NUMERIC
                                   AND CFG-AGE-DAYS-1 > 0
                                   AND CFG-AGE-DAYS-1 < CFG-AGE-DAYS-2
                                   AND CFG-AGE-DAYS-2 < CFG-AGE-DAYS-3
                                   AND CFG-AGE-DAYS-3 < CFG-AGE-DAYS-4
                               MOVE CFG-AGE-DAYS-1 TO WS-CFG-AGED1
                               MOVE CFG-AGE-DAYS-2 TO WS-CFG-AGED2
                               MOVE CFG-AGE-DAYS-3 TO WS-CFG-AGED3
                               MOVE CFG-AGE-DAYS-4 TO WS-CFG-AGED4
                           END-IF
                           IF CFG-SLA-TIME IS NUMERIC
                                   AND CFG-SLA-TIME (1:2) <= "23"
                                   AND CFG-SLA-TIME (3:2) <= "59"
                               MOVE CFG-SLA-TIME TO WS-CFG-SLATIM
                           END-IF
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           DISPLAY "  6. GENERATOR RANGE MIN:     " WS-CFG-RNGMIN.
           DISPLAY "  7. GENERATOR RANGE MAX:     " WS-CFG-RNGMAX.
           DISPLAY "  8. GENERATIONS TO KEEP:     " WS-CFG-GENKEP.
           DISPLAY "  9. SUSPENSE AMOUNT FACTOR:  " WS-CFG-SUSFAC.
           DISPLAY " 10. AGING CURRENT UP TO DAYS " WS-CFG-AGED1.
           DISPLAY " 11. AGING BAND 2 UP TO DAYS: " WS-CFG-AGED2.
           DISPLAY " 12. AGING BAND 3 UP TO DAYS: " WS-CFG-AGED3.
           DISPLAY " 13. AGING BAND 4 UP TO DAYS: " WS-CFG-AGED4.
           DISPLAY " 14. BATCH SLA TIME (HHMM):   " WS-CFG-SLATIM.
           DISPLAY "  0. DONE".
           DISPLAY "ENTER FIELD TO CHANGE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CFG-CHOICE-X.
           ACCEPT WS-CFG-CHOICE-X.
           MOVE FUNCTION TRIM(WS-CFG-CHOICE-X) TO WS-CFG-CHOICE-X.
           IF WS-CFG-CHOICE-X = SPACES
                   OR FUNCTION TRIM(WS-CFG-CHOICE-X) IS NOT NUMERIC
                   OR WS-CFG-CHOICE-X (3:2) NOT = SPACES
               MOVE 99 TO WS-CFG-CHOICE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CFG-CHOICE-X) TO WS-CFG-CHOICE
           END-IF.
           IF WS-CFG-CHOICE = 0
               SET WS-CFG-DONE TO TRUE
           ELSE
               IF WS-CFG-CHOICE >= 1 AND WS-CFG-CHOICE <= 14
                   PERFORM TAKE-CONFIG-CHANGE
               ELSE
                   DISPLAY "UNKNOWN FIELD NUMBER"
                   MOVE WS-CFG-NEWVAL TO WS-CFG-GENKEP
                   SET WS-CFG-OK TO TRUE
               END-IF
           ELSE IF WS-CFG-CHOICE = 9
               MOVE "SUSFAC" TO WS-CFG-NAME
               MOVE WS-CFG-SUSFAC TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL <= 999
                   MOVE WS-CFG-NEWVAL TO WS-CFG-SUSFAC
                   SET WS-CFG-OK TO TRUE
               END-IF
      * THE FOUR AGING BOUNDARIES MUST STAY IN RISING ORDER.
           ELSE IF WS-CFG-CHOICE = 10
               MOVE "AGED1" TO WS-CFG-NAME
               MOVE WS-CFG-AGED1 TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL >= 1
                       AND WS-CFG-NEWVAL < WS-CFG-AGED2
                   MOVE WS-CFG-NEWVAL TO WS-CFG-AGED1
                   SET WS-CFG-OK TO TRUE
               END-IF
           ELSE IF WS-CFG-CHOICE = 11
               MOVE "AGED2" TO WS-CFG-NAME
               MOVE WS-CFG-AGED2 TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL > WS-CFG-AGED1
                       AND WS-CFG-NEWVAL < WS-CFG-AGED3
                   MOVE WS-CFG-NEWVAL TO WS-CFG-AGED2
                   SET WS-CFG-OK TO TRUE
               END-IF
           ELSE IF WS-CFG-CHOICE = 12
               MOVE "AGED3" TO WS-CFG-NAME
               MOVE WS-CFG-AGED3 TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL > WS-CFG-AGED2
                       AND WS-CFG-NEWVAL < WS-CFG-AGED4
                   MOVE WS-CFG-NEWVAL TO WS-CFG-AGED3
                   SET WS-CFG-OK TO TRUE
               END-IF
           ELSE IF WS-CFG-CHOICE = 13
               MOVE "AGED4" TO WS-CFG-NAME
               MOVE WS-CFG-AGED4 TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL > WS-CFG-AGED3
                       AND WS-CFG-NEWVAL <= 999
                   MOVE WS-CFG-NEWVAL TO WS-CFG-AGED4
                   SET WS-CFG-OK TO TRUE
               END-IF
      * THE SLA TIME MUST BE A REAL TIME OF DAY.
           ELSE IF WS-CFG-CHOICE = 14
               MOVE "SLATIM" TO WS-CFG-NAME
               MOVE WS-CFG-SLATIM TO WS-CFG-OLDVAL
               IF WS-CFG-NEWVAL < 2400
                       AND FUNCTION MOD (WS-CFG-NEWVAL, 100) < 60
                   MOVE WS-CFG-NEWVAL TO WS-CFG-SLATIM
                   SET WS-CFG-OK TO TRUE
               END-IF
           END-IF.
           IF WS-CFG-OK
               PERFORM SAVE-CONFIG
           MOVE WS-CFG-RNGMIN TO CFG-RANGE-MIN.
           MOVE WS-CFG-RNGMAX TO CFG-RANGE-MAX.
           MOVE WS-CFG-GENKEP TO CFG-GEN-KEEP.
           MOVE WS-CFG-SUSFAC TO CFG-SUSP-FACTOR.
           MOVE WS-CFG-AGED1 TO CFG-AGE-DAYS-1.
           MOVE WS-CFG-AGED2 TO CFG-AGE-DAYS-2.
           MOVE WS-CFG-AGED3 TO CFG-AGE-DAYS-3.
           MOVE WS-CFG-AGED4 TO CFG-AGE-DAYS-4.
           MOVE WS-CFG-SLATIM TO CFG-SLA-TIME.
           OPEN OUTPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               WRITE CONFIG-RECORD
      * ANSWERED FROM THE MENU INSTEAD OF AN EDITOR. EACH LOOKUP
      * SCANS THE CUSTOMER MASTER FOR THE REQUESTED ID AND SHOWS
      * THE ACCUMULATED FIGURES; A SUPERVISED ADJUSTMENT TAKES A
      * NEW AMOUNT AND A REASON AND IS WRITTEN BACK AND LOGGED,
      * AND THE CUSTOMER'S STATUS CAN BE CHANGED THE SAME WAY.
           MOVE 'N' TO WS-CUI-DONE-SW.
           PERFORM SHOW-CUST-PROMPT UNTIL WS-CUI-DONE.

                   IF WS-CUI-FOUND
                       PERFORM SHOW-CUSTOMER
                       PERFORM OFFER-ADJUSTMENT
                       PERFORM OFFER-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.
                               MOVE CMAST-AMOUNT TO WS-CUI-HOLD-AMOUNT
                               MOVE CMAST-COUNT TO WS-CUI-HOLD-COUNT
                               MOVE CMAST-LAST-DATE TO WS-CUI-HOLD-DATE
                               MOVE CMAST-STATUS TO WS-CUI-HOLD-STATUS
                               MOVE CMAST-STATUS-DATE
                                   TO WS-CUI-HOLD-STAT-DATE
                           ELSE
                               IF CMAST-ID > WS-CUI-ID
                                   SET WS-CUI-EOF TO TRUE
           DISPLAY "AMOUNT:        " WS-CUI-AMT-ED.
           DISPLAY "OCCURRENCES:   " WS-CUI-CT-ED.
           DISPLAY "LAST ACTIVITY: " WS-CUI-HOLD-DATE.
           MOVE WS-CUI-HOLD-STATUS TO WS-CUI-NEWSTAT.
           PERFORM NAME-CUST-STATUS.
           DISPLAY "STATUS:        " WS-CUI-STAT-NAME " SINCE "
               WS-CUI-HOLD-STAT-DATE.

       NAME-CUST-STATUS.
      * A BLANK STATUS - AS ON EVERY RECORD CUSTCONV CARRIED OVER
      * FROM THE OLD MASTER LAYOUT - COUNTS AS ACTIVE.
           IF WS-CUI-NEWSTAT = "H"
               MOVE "ON HOLD" TO WS-CUI-STAT-NAME
           ELSE
               IF WS-CUI-NEWSTAT = "C"
                   MOVE "CLOSED" TO WS-CUI-STAT-NAME
               ELSE
                   MOVE "ACTIVE" TO WS-CUI-STAT-NAME
               END-IF
           END-IF.

       OFFER-ADJUSTMENT.
           DISPLAY "ADJUST THE AMOUNT? (Y/N): " WITH NO ADVANCING.
               PERFORM TAKE-CUST-ADJUSTMENT
           END-IF.

       OFFER-STATUS-CHANGE.
      * ON HOLD AND CLOSED STOP THE NIGHTLY UPDATE POSTING FOR THE
      * CUSTOMER - ITS ACTIVITY GOES TO THE REJECT FILE INSTEAD.
      * A STATUS CHANGE, LIKE AN ADJUSTMENT, NEEDS A REASON AND IS
      * WRITTEN TO THE JOB LOG.
           DISPLAY "CHANGE THE STATUS? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CUI-ANSWER.
           ACCEPT WS-CUI-ANSWER.
           IF WS-CUI-ANSWER = "Y" OR WS-CUI-ANSWER = "y"
               PERFORM TAKE-STATUS-CHANGE
           END-IF.

       TAKE-STATUS-CHANGE.
           DISPLAY "NEW STATUS A=ACTIVE, H=ON HOLD, C=CLOSED: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CUI-NEWSTAT-X.
           ACCEPT WS-CUI-NEWSTAT-X.
           MOVE FUNCTION TRIM(WS-CUI-NEWSTAT-X) TO WS-CUI-NEWSTAT-X.
           INSPECT WS-CUI-NEWSTAT-X CONVERTING "ahc" TO "AHC".
           MOVE WS-CUI-NEWSTAT-X (1:1) TO WS-CUI-NEWSTAT.
           IF WS-CUI-NEWSTAT-X (2:4) NOT = SPACES
                   OR (WS-CUI-NEWSTAT NOT = "A"
                       AND WS-CUI-NEWSTAT NOT = "H"
                       AND WS-CUI-NEWSTAT NOT = "C")
               DISPLAY "STATUS MUST BE A, H OR C - NO CHANGE"
           ELSE
               IF WS-CUI-NEWSTAT = WS-CUI-HOLD-STATUS
                       OR (WS-CUI-NEWSTAT = "A"
                           AND WS-CUI-HOLD-STATUS = SPACE)
                   DISPLAY "CUSTOMER ALREADY HAS THAT STATUS - "
                       "NO CHANGE"
               ELSE
                   DISPLAY "ENTER REASON FOR STATUS CHANGE: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-CUI-REASON
                   ACCEPT WS-CUI-REASON
                   IF WS-CUI-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED - NO CHANGE"
                   ELSE
                       PERFORM APPLY-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.

       APPLY-STATUS-CHANGE.
      * SAME WORK-FILE AND MV REWRITE AS THE AMOUNT ADJUSTMENT.
      * THE STATUS DATE IS TODAY'S DATE, NOT THE CYCLE'S.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE 'N' TO WS-CUI-EOF-SW.
           OPEN INPUT CUST-MASTER.
           IF WS-CMAST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS: "
                   WS-CMAST-STATUS
           ELSE
               OPEN OUTPUT CUST-MNEW
               PERFORM UNTIL WS-CUI-EOF
                   READ CUST-MASTER NEXT RECORD
                       AT END SET WS-CUI-EOF TO TRUE
                       NOT AT END
                           IF CMAST-ID = WS-CUI-ID
                               MOVE WS-CUI-NEWSTAT TO CMAST-STATUS
                               MOVE WS-CURRENT-DATE-FIELDS (1:8)
                                   TO CMAST-STATUS-DATE
                           END-IF
                           WRITE CUST-MNEW-REC
                               FROM CUSTOMER-MASTER-REC
                   END-READ
               END-PERFORM
               CLOSE CUST-MNEW
               CLOSE CUST-MASTER
               MOVE SPACES TO WS-SHELL-CMD
               STRING "mv CUSTMNEW.TXT CUSTMAST.TXT"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
               PERFORM LOG-STATUS-CHANGE
               MOVE WS-CUI-NEWSTAT TO WS-CUI-HOLD-STATUS
               MOVE WS-CURRENT-DATE-FIELDS (1:8)
                   TO WS-CUI-HOLD-STAT-DATE
               PERFORM NAME-CUST-STATUS
               DISPLAY "STATUS NOW " WS-CUI-STAT-NAME
                   " - CHANGE APPLIED AND LOGGED"
           END-IF.

       LOG-STATUS-CHANGE.
      * TWO JOB-LOG LINES: THE OLD AND NEW CODES, THEN THE REASON.
           MOVE "CUST STATUS" TO WS-UTIL-TOKEN.
           MOVE 0 TO WS-RUN-RC.
           IF WS-CUI-HOLD-STATUS = SPACE
               MOVE "A" TO WS-CUI-HOLD-STATUS
           END-IF.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING WS-CUI-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUI-HOLD-STATUS DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-CUI-NEWSTAT DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           PERFORM WRITE-JOB-LOG.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING WS-CUI-ID DELIMITED BY SIZE
                   " RSN " DELIMITED BY SIZE
                   WS-CUI-REASON DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           PERFORM WRITE-JOB-LOG.

       TAKE-CUST-ADJUSTMENT.
      * THE NEW AMOUNT MUST BE DIGITS WITH AT MOST ONE DECIMAL
      * POINT AND, FOR A CUSTOMER IN CREDIT, ONE LEADING MINUS.
      * THE REASON TEXT IS MANDATORY - AN ADJUSTMENT WITHOUT A
      * WHY IS THE PAPER PROCESS THIS REPLACES.
           DISPLAY "ENTER NEW AMOUNT: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUI-NEWAMT-X.
           ACCEPT WS-CUI-NEWAMT-X.
           MOVE 0 TO WS-CUI-DOT-CT.
           INSPECT WS-CUI-NEWAMT-X TALLYING WS-CUI-DOT-CT
               FOR ALL ".".
           MOVE 0 TO WS-CUI-MINUS-CT.
           INSPECT WS-CUI-NEWAMT-X TALLYING WS-CUI-MINUS-CT
               FOR ALL "-".
           MOVE 0 TO WS-BAD-CHAR-CT.
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
                   UNTIL WS-SCAN-I > LENGTH OF WS-CUI-NEWAMT-X
               MOVE WS-CUI-NEWAMT-X (WS-SCAN-I:1) TO WS-SCAN-CHAR
               IF WS-SCAN-CHAR = SPACE OR WS-SCAN-CHAR = "."
                       OR (WS-SCAN-CHAR = "-" AND WS-SCAN-I = 1)
                       OR (WS-SCAN-CHAR >= "0"
                           AND WS-SCAN-CHAR <= "9")
                   CONTINUE
               END-IF
           END-PERFORM.
           IF WS-CUI-NEWAMT-X = SPACES OR WS-BAD-CHAR-CT > 0
                   OR WS-CUI-DOT-CT > 1 OR WS-CUI-MINUS-CT > 1
               DISPLAY "AMOUNT MUST BE DIGITS WITH AT MOST ONE "
                   "DECIMAL POINT AND A LEADING MINUS - NO CHANGE"
           ELSE
               MOVE FUNCTION NUMVAL(WS-CUI-NEWAMT-X)
                   TO WS-CUI-NEWAMT
                       NOT AT END
                           IF CMAST-ID = WS-CUI-ID
                               MOVE WS-CUI-NEWAMT TO CMAST-AMOUNT
                               PERFORM ADJUST-MONTH-BUCKET
                           END-IF
                           WRITE CUST-MNEW-REC
                               FROM CUSTOMER-MASTER-REC
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
               PERFORM LOG-CUST-ADJUSTMENT
               PERFORM WRITE-ADJUST-LEDGER
               DISPLAY "ADJUSTMENT APPLIED AND LOGGED"
           END-IF.

       ADJUST-MONTH-BUCKET.
      * THE ADJUSTMENT IS A POSTING LIKE ANY OTHER AS FAR AS THE
      * MONTH-END CLOSE IS CONCERNED - THE DIFFERENCE IT MADE GOES
      * INTO THE MONTH BUCKET SO OPENING PLUS POSTINGS STILL EQUALS
      * THE CLOSING BALANCE.
           IF CMAST-MTD-AMOUNT IS NOT NUMERIC
                   OR CMAST-MTD-COUNT IS NOT NUMERIC
               MOVE 0 TO CMAST-MTD-AMOUNT
               MOVE 0 TO CMAST-MTD-COUNT
           END-IF.
           COMPUTE CMAST-MTD-AMOUNT = CMAST-MTD-AMOUNT
               + WS-CUI-NEWAMT - WS-CUI-OLDAMT.

       WRITE-ADJUST-LEDGER.
      * THE ADJUSTMENT GOES ON THE CUSTOMER LEDGER AS ITS OWN ENTRY
      * TYPE, CARRYING THE DIFFERENCE IT MADE AND THE REASON, SO
      * THE POSTING HISTORY STILL ADDS UP TO THE MASTER AFTER A
      * MANUAL CHANGE. SAME-DAY ENTRIES TAKE THE NEXT FREE
      * SEQUENCE NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CUI-ID TO LEDG-CUST-ID.
           MOVE WS-CURRENT-DATE-FIELDS (1:8) TO LEDG-ACT-DATE.
           MOVE WS-CYCLE-ID TO LEDG-CYCLE-ID.
           MOVE 1 TO LEDG-SEQ.
           MOVE "A" TO LEDG-ENTRY-TYPE.
           COMPUTE LEDG-AMOUNT = WS-CUI-NEWAMT - WS-CUI-OLDAMT.
           MOVE WS-CURRENT-DATE-FIELDS (1:8) TO LEDG-POST-DATE.
           MOVE "OPMENU" TO LEDG-SOURCE.
           MOVE WS-OPERATOR TO LEDG-OPERATOR.
           MOVE WS-CUI-REASON TO LEDG-REFERENCE.
           OPEN I-O CUST-LEDGER.
           IF WS-LEDG-STATUS NOT = "00"
               OPEN OUTPUT CUST-LEDGER
           END-IF.
           MOVE 'N' TO WS-LEDG-DONE-SW.
           PERFORM UNTIL WS-LEDG-DONE
               WRITE CUST-LEDGER-REC
                   INVALID KEY
                       IF LEDG-SEQ < 9999
                           ADD 1 TO LEDG-SEQ
                       ELSE
                           DISPLAY "WARNING - LEDGER KEY SPACE FULL, "
                               "ADJUSTMENT NOT ON THE LEDGER"
                           SET WS-LEDG-DONE TO TRUE
                       END-IF
                   NOT INVALID KEY
                       SET WS-LEDG-DONE TO TRUE
               END-WRITE
           END-PERFORM.
           CLOSE CUST-LEDGER.

       CUSTOMER-HISTORY.
      * "WHICH NIGHTS BUILT THIS BALANCE" - EVERY LEDGER ENTRY FOR
      * ONE CUSTOMER IN DATE ORDER WITH A RUNNING BALANCE, CLOSING
      * ON THE FIGURE THE MASTER HOLDS.
           MOVE 'N' TO WS-CUI-DONE-SW.
           PERFORM SHOW-HISTORY-PROMPT UNTIL WS-CUI-DONE.

       SHOW-HISTORY-PROMPT.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER ID (OR PRESS ENTER TO RETURN): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CUI-ID-X.
           ACCEPT WS-CUI-ID-X.
           MOVE FUNCTION TRIM(WS-CUI-ID-X) TO WS-CUI-ID-X.
           IF WS-CUI-ID-X = SPACES
               SET WS-CUI-DONE TO TRUE
           ELSE
               IF FUNCTION TRIM(WS-CUI-ID-X) IS NOT NUMERIC
                       OR WS-CUI-ID-X (6:5) NOT = SPACES
                   DISPLAY "CUSTOMER ID MUST BE A NUMBER OF AT MOST "
                       "FIVE DIGITS"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CUI-ID-X) TO WS-CUI-ID
                   PERFORM FIND-CUSTOMER
                   IF WS-CUI-FOUND
                       PERFORM SHOW-CUSTOMER
                       PERFORM LIST-CUST-POSTINGS
                   END-IF
               END-IF
           END-IF.

       LIST-CUST-POSTINGS.
      * TWO PASSES OVER THE CUSTOMER'S KEY RANGE - THE FIRST TOTALS
      * THE LEDGER SO THE OPENING FIGURE IS KNOWN BEFORE THE FIRST
      * LINE IS SHOWN, THE SECOND LISTS THE ENTRIES.
           MOVE 0 TO WS-HIS-TOTAL.
           MOVE 0 TO WS-HIS-CT.
           OPEN INPUT CUST-LEDGER.
           IF WS-LEDG-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER LEDGER YET - NO POSTINGS TO SHOW"
           ELSE
               PERFORM START-CUST-POSTINGS
               PERFORM UNTIL WS-HIS-EOF
                   ADD LEDG-AMOUNT TO WS-HIS-TOTAL
                   ADD 1 TO WS-HIS-CT
                   PERFORM READ-CUST-POSTING
               END-PERFORM
               COMPUTE WS-HIS-RUNNING =
                   WS-CUI-HOLD-AMOUNT - WS-HIS-TOTAL
               MOVE WS-HIS-RUNNING TO WS-HIS-BAL-ED
               DISPLAY " "
               DISPLAY "DATE      CYCLE          T        "
                   "AMOUNT        BALANCE"
               DISPLAY "OPENING (BEFORE LEDGER)             "
                   WS-HIS-BAL-ED
               PERFORM START-CUST-POSTINGS
               PERFORM UNTIL WS-HIS-EOF
                   ADD LEDG-AMOUNT TO WS-HIS-RUNNING
                   MOVE LEDG-AMOUNT TO WS-HIS-AMT-ED
                   MOVE WS-HIS-RUNNING TO WS-HIS-BAL-ED
                   DISPLAY LEDG-ACT-DATE "  " LEDG-CYCLE-ID " "
                       LEDG-ENTRY-TYPE " " WS-HIS-AMT-ED " "
                       WS-HIS-BAL-ED
                   IF LEDG-ADJUSTMENT
                       DISPLAY "          ADJUSTED BY "
                           FUNCTION TRIM(LEDG-OPERATOR) ": "
                           FUNCTION TRIM(LEDG-REFERENCE)
                   END-IF
                   PERFORM READ-CUST-POSTING
               END-PERFORM
               CLOSE CUST-LEDGER
               MOVE WS-CUI-HOLD-AMOUNT TO WS-HIS-BAL-ED
               DISPLAY "CLOSING BALANCE ON MASTER           "
                   WS-HIS-BAL-ED
               DISPLAY "POSTINGS LISTED: " WS-HIS-CT
           END-IF.

       START-CUST-POSTINGS.
           MOVE 'N' TO WS-HIS-EOF-SW.
           MOVE LOW-VALUES TO LEDG-KEY.
           MOVE WS-CUI-ID TO LEDG-CUST-ID.
           START CUST-LEDGER KEY IS NOT LESS THAN LEDG-KEY
               INVALID KEY SET WS-HIS-EOF TO TRUE
           END-START.
           IF NOT WS-HIS-EOF
               PERFORM READ-CUST-POSTING
           END-IF.

       READ-CUST-POSTING.
           READ CUST-LEDGER NEXT RECORD
               AT END SET WS-HIS-EOF TO TRUE
               NOT AT END
                   IF LEDG-CUST-ID NOT = WS-CUI-ID
                       SET WS-HIS-EOF TO TRUE
                   END-IF
           END-READ.

       LOG-CUST-ADJUSTMENT.
      * SAME JOB-LOG LINE THE CONFIG CHANGES USE. THE PARAMETER
      * COLUMN IS TOO NARROW FOR BOTH AMOUNTS AND THE REASON, SO
      * BATCH IS TO REGENERATE THE BATCH.
           IF REJ-SOURCE = "BURTEFORCESORT"
                   AND REJ-DATA (6:1) = "."
                   AND REJ-DATA (9:36) = SPACES
               DISPLAY "BATCH ENVELOPE REJECT - VIEW ONLY, "
                   "REGENERATE THE BATCH INSTEAD"
               DISPLAY "S=NEXT, Q=QUIT: " WITH NO ADVANCING
      * WHOLE TAIL IS TESTED, NOT JUST THE NAME FIELD, BECAUSE A
      * BLANK-NAME CUSTOMER REJECT STILL CARRIES ITS AMOUNT AND
      * DATE THERE.
                   IF REJ-DATA (4:41) = SPACES
                       PERFORM CORRECT-NUMERIC-REJECT
                   ELSE
                       PERFORM CORRECT-CUST-REJECT
                   END-IF
               END-IF
           END-IF.
           IF WS-FIX-OK
               DISPLAY "TRAN TYPE S/C/P/R [" REJ-DATA (43:1)
                   "] (ENTER KEEPS): " WITH NO ADVANCING
               MOVE SPACES TO WS-FIX-TYPE-X
               ACCEPT WS-FIX-TYPE-X
               MOVE FUNCTION TRIM(WS-FIX-TYPE-X) TO WS-FIX-TYPE-X
               IF WS-FIX-TYPE-X NOT = SPACES
                   INSPECT WS-FIX-TYPE-X CONVERTING "scpr" TO "SCPR"
                   IF WS-FIX-TYPE-X (2:4) NOT = SPACES
                       DISPLAY "TYPE MUST BE ONE LETTER - "
                           "CORRECTION ABANDONED"
                       MOVE 'N' TO WS-FIX-OK-SW
                   ELSE
                       MOVE WS-FIX-TYPE-X (1:1) TO CUST-TRAN-TYPE
                   END-IF
               END-IF
           END-IF.
           IF WS-FIX-OK
               DISPLAY "AMOUNT SIGN + OR - [" REJ-DATA (44:1)
                   "] (ENTER KEEPS): " WITH NO ADVANCING
               MOVE SPACES TO WS-FIX-TYPE-X
               ACCEPT WS-FIX-TYPE-X
               MOVE FUNCTION TRIM(WS-FIX-TYPE-X) TO WS-FIX-TYPE-X
               IF WS-FIX-TYPE-X NOT = SPACES
                   IF WS-FIX-TYPE-X (2:4) NOT = SPACES
                           OR (WS-FIX-TYPE-X (1:1) NOT = "+"
                               AND WS-FIX-TYPE-X (1:1) NOT = "-")
                       DISPLAY "SIGN MUST BE + OR - - "
                           "CORRECTION ABANDONED"
                       MOVE 'N' TO WS-FIX-OK-SW
                   ELSE
                       MOVE WS-FIX-TYPE-X (1:1) TO CUST-AMOUNT-SIGN
                   END-IF
               END-IF
           END-IF.
           IF WS-FIX-OK
               OPEN EXTEND RESUB-CUST
               IF WS-RESUB-STATUS NOT = "00"
           MOVE REJ-DATA (1:20) TO WS-SUB-PARMS.
           PERFORM WRITE-JOB-LOG.

       SUSPENSE-REVIEW.
           MOVE 'N' TO WS-SUS-EOF-SW.
           MOVE 'N' TO WS-SUS-QUIT-SW.
           MOVE 0 TO WS-SUS-HELD-CT.
           MOVE 0 TO WS-SUS-REL-CT.
           MOVE 0 TO WS-SUS-DEC-CT.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "NO SUSPENSE FILE YET - NOTHING TO REVIEW"
           ELSE
               OPEN OUTPUT SUSP-NEW
               PERFORM BROWSE-ONE-SUSPENSE UNTIL WS-SUS-EOF
               CLOSE SUSP-NEW
               CLOSE SUSPENSE-FILE
               MOVE SPACES TO WS-SHELL-CMD
               STRING "mv SUSPENSE.NEW SUSPENSE.TXT"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD
               DISPLAY "HELD ITEMS SHOWN:      " WS-SUS-HELD-CT
               DISPLAY "ITEMS RELEASED:        " WS-SUS-REL-CT
               DISPLAY "ITEMS DECLINED:        " WS-SUS-DEC-CT
           END-IF.

       BROWSE-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET WS-SUS-EOF TO TRUE
               NOT AT END
                   IF NOT WS-SUS-QUIT AND SUSP-HELD
                       PERFORM OFFER-SUSPENSE-DECISION
                   END-IF
                   WRITE SUSP-NEW-REC FROM SUSPENSE-REC
           END-READ.

       OFFER-SUSPENSE-DECISION.
           ADD 1 TO WS-SUS-HELD-CT.
           MOVE SUSP-DATA TO CUSTOMER-RECORD.
           MOVE SUSP-AVERAGE TO WS-SUS-AVG-ED.
           MOVE CUST-AMOUNT TO WS-SUS-AMT-ED.
           DISPLAY " ".
           DISPLAY "HELD ON " SUSP-RUN-DATE " IN CYCLE "
               SUSP-CYCLE-ID.
           DISPLAY "CUSTOMER:      " CUST-ID " "
               FUNCTION TRIM(CUST-NAME).
           DISPLAY "AMOUNT:        " WS-SUS-AMT-ED " TYPE "
               CUST-TRAN-TYPE " SIGN " CUST-AMOUNT-SIGN
               " DATED " CUST-DATE.
           DISPLAY "AVERAGE:       " WS-SUS-AVG-ED
               " (LIMIT " SUSP-FACTOR " TIMES)".
           DISPLAY "R=RELEASE, D=DECLINE, S=SKIP, Q=QUIT: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-SUS-ACTION.
           ACCEPT WS-SUS-ACTION.
           INSPECT WS-SUS-ACTION CONVERTING "rdsq" TO "RDSQ".
           IF WS-SUS-ACTION = "R" OR WS-SUS-ACTION = "D"
               DISPLAY "ENTER REASON FOR THE DECISION: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-CUI-REASON
               ACCEPT WS-CUI-REASON
               IF WS-CUI-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - ITEM STAYS HELD"
               ELSE
                   PERFORM APPLY-SUSPENSE-DECISION
               END-IF
           ELSE
               IF WS-SUS-ACTION = "Q"
                   SET WS-SUS-QUIT TO TRUE
               END-IF
           END-IF.

       APPLY-SUSPENSE-DECISION.
      * A RELEASED RECORD IS QUEUED EXACTLY AS IT ARRIVED; CUSTEDIT
      * RUNS IT THROUGH EVERY OTHER EDIT AGAIN ON THE NEXT RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-FIELDS (1:8) TO SUSP-DEC-DATE.
           MOVE WS-CURRENT-DATE-FIELDS (9:6) TO SUSP-DEC-TIME.
           MOVE WS-OPERATOR TO SUSP-OPERATOR.
           MOVE WS-CYCLE-ID TO SUSP-DEC-CYCLE.
           MOVE WS-CUI-REASON TO SUSP-REASON.
           IF WS-SUS-ACTION = "R"
               OPEN EXTEND SUSP-REL
               IF WS-SUSPREL-STATUS NOT = "00"
                   OPEN OUTPUT SUSP-REL
               END-IF
               WRITE SUSP-REL-REC FROM SUSP-DATA
               CLOSE SUSP-REL
               MOVE "R" TO SUSP-STATUS
               ADD 1 TO WS-SUS-REL-CT
               MOVE "SUSP RELEASE" TO WS-UTIL-TOKEN
               DISPLAY "RELEASED - QUEUED FOR THE NEXT RUN"
           ELSE
               MOVE "D" TO SUSP-STATUS
               ADD 1 TO WS-SUS-DEC-CT
               MOVE "SUSP DECLINE" TO WS-UTIL-TOKEN
               DISPLAY "DECLINED - THE RECORD WILL NOT BE POSTED"
           END-IF.
           PERFORM LOG-SUSPENSE-DECISION.

       LOG-SUSPENSE-DECISION.
      * TWO JOB-LOG LINES: THE CUSTOMER AND THE CYCLE THE ITEM WAS
      * HELD IN, THEN THE CUSTOMER AND THE REASON.
           MOVE 0 TO WS-RUN-RC.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING CUST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUSP-CYCLE-ID DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           PERFORM WRITE-JOB-LOG.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING CUST-ID DELIMITED BY SIZE
                   " RSN " DELIMITED BY SIZE
                   WS-CUI-REASON DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           PERFORM WRITE-JOB-LOG.

       MAINTAIN-PROFILES.
      * THE ADMINISTRATOR FUNCTION. PROFILES ARE ADDED, GIVEN THEIR
      * FUNCTION LIST, HAVE THEIR PASSWORD RESET, ARE UNLOCKED, OR
      * ARE DELETED; EVERY CHANGE IS WRITTEN BACK AT ONCE AND
      * LOGGED. AN ADMINISTRATOR CANNOT DELETE THEIR OWN ID OR TAKE
      * AWAY THEIR OWN PROFILE MAINTENANCE, SO THE SUITE CAN NEVER
      * BE LEFT WITH NOBODY ABLE TO MAINTAIN IT.
           PERFORM LOAD-PROFILES.
           MOVE 'N' TO WS-PRF-DONE-SW.
           PERFORM SHOW-PROFILES-AND-EDIT UNTIL WS-PRF-DONE.

       SHOW-PROFILES-AND-EDIT.
           DISPLAY " ".
           DISPLAY "OPERATOR PROFILES".
           DISPLAY "ID       NAME                 FUNCTIONS  ST FAILS "
               "LAST SIGN-ON".
           PERFORM VARYING WS-PRF-I FROM 1 BY 1
                   UNTIL WS-PRF-I > WS-PRF-USED
               MOVE WS-PRF-ENTRY (WS-PRF-I) TO OPER-PROFILE-REC
               DISPLAY OPR-ID " " OPR-NAME " " OPR-FUNCTIONS " "
                   OPR-STATUS "  " OPR-FAIL-COUNT "     "
                   OPR-LAST-SIGNON
           END-PERFORM.
           DISPLAY "FUNCTIONS ARE ONE Y/N PER MENU OPTION 1-10".
           DISPLAY "A=ADD  F=FUNCTIONS  P=RESET PASSWORD  U=UNLOCK  "
               "X=DELETE  Q=DONE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-PRF-ACTION.
           ACCEPT WS-PRF-ACTION.
           INSPECT WS-PRF-ACTION CONVERTING "afpuxq" TO "AFPUXQ".
           IF WS-PRF-ACTION = "Q" OR WS-PRF-ACTION = SPACE
               SET WS-PRF-DONE TO TRUE
           ELSE
               IF WS-PRF-ACTION = "A" OR WS-PRF-ACTION = "F"
                       OR WS-PRF-ACTION = "P" OR WS-PRF-ACTION = "U"
                       OR WS-PRF-ACTION = "X"
                   DISPLAY "OPERATOR ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PRF-ID
                   ACCEPT WS-PRF-ID
                   INSPECT WS-PRF-ID CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM FIND-PROFILE
                   PERFORM DISPATCH-PROFILE-ACTION
               ELSE
                   DISPLAY "UNKNOWN ACTION"
               END-IF
           END-IF.

       DISPATCH-PROFILE-ACTION.
           IF WS-PRF-ID = SPACES
               DISPLAY "NO ID ENTERED - NO CHANGE"
           ELSE IF WS-PRF-ACTION = "A"
               PERFORM ADD-PROFILE
           ELSE IF WS-PRF-HIT = 0
               DISPLAY "NO SUCH OPERATOR ID"
           ELSE IF WS-PRF-ACTION = "F"
               MOVE WS-PRF-ENTRY (WS-PRF-HIT) TO OPER-PROFILE-REC
               PERFORM CHANGE-PROFILE-FUNCS
           ELSE IF WS-PRF-ACTION = "P"
               MOVE WS-PRF-ENTRY (WS-PRF-HIT) TO OPER-PROFILE-REC
               PERFORM RESET-PROFILE-PASSWORD
           ELSE IF WS-PRF-ACTION = "U"
               MOVE WS-PRF-ENTRY (WS-PRF-HIT) TO OPER-PROFILE-REC
               PERFORM UNLOCK-PROFILE
           ELSE
               MOVE WS-PRF-ENTRY (WS-PRF-HIT) TO OPER-PROFILE-REC
               PERFORM DELETE-PROFILE
           END-IF.

       ADD-PROFILE.
           IF WS-PRF-HIT > 0
               DISPLAY "THAT ID ALREADY HAS A PROFILE"
           ELSE
               IF WS-PRF-USED >= WS-PRF-MAX
                   DISPLAY "PROFILE TABLE FULL - DELETE AN OLD ID FIRST"
               ELSE
                   MOVE SPACES TO OPER-PROFILE-REC
                   MOVE WS-PRF-ID TO OPR-ID
                   DISPLAY "NAME: " WITH NO ADVANCING
                   ACCEPT OPR-NAME
                   PERFORM TAKE-PROFILE-FUNCS
                   IF WS-PRF-BAD-CT > 0
                       DISPLAY "FUNCTIONS MUST BE TEN Y/N - NO CHANGE"
                   ELSE
                       MOVE WS-PRF-FUNCS TO OPR-FUNCTIONS
                       SET WS-PW-PENDING TO TRUE
                       PERFORM TAKE-NEW-PASSWORD
                           UNTIL WS-PW-SET OR WS-PW-ABANDONED
                       IF WS-PW-SET
                           MOVE OPR-ID TO WS-HASH-ID
                           MOVE WS-NEW-PW TO WS-HASH-PW
                           PERFORM HASH-PASSWORD
                           MOVE WS-PW-HASH TO OPR-PW-HASH
                           SET OPR-ACTIVE TO TRUE
                           MOVE 0 TO OPR-FAIL-COUNT
                           MOVE 'Y' TO OPR-PW-CHANGE
                           ADD 1 TO WS-PRF-USED
                           MOVE WS-PRF-USED TO WS-PRF-HIT
                           PERFORM STORE-PROFILE-CHANGE
                           MOVE "PROFILE ADD" TO WS-UTIL-TOKEN
                           PERFORM LOG-PROFILE-FUNCS
                           DISPLAY "PROFILE ADDED - PASSWORD TO BE "
                               "CHANGED AT FIRST SIGN-ON"
                       ELSE
                           DISPLAY "NO PASSWORD GIVEN - NOT ADDED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-PROFILE-FUNCS.
           DISPLAY "CURRENT FUNCTIONS: " OPR-FUNCTIONS.
           MOVE OPR-FUNCTIONS TO WS-PRF-OLD-FUNCS.
           PERFORM TAKE-PROFILE-FUNCS.
           IF WS-PRF-BAD-CT > 0
               DISPLAY "FUNCTIONS MUST BE TEN Y/N - NO CHANGE"
           ELSE
               IF OPR-ID = WS-OPERATOR AND WS-PRF-FUNCS (10:1) NOT = "Y"
                   DISPLAY "YOU CANNOT REMOVE YOUR OWN PROFILE "
                       "MAINTENANCE - NO CHANGE"
               ELSE
                   MOVE WS-PRF-FUNCS TO OPR-FUNCTIONS
                   PERFORM STORE-PROFILE-CHANGE
                   IF OPR-ID = WS-OPERATOR
                       MOVE OPR-FUNCTIONS TO WS-SIGNON-FUNCS
                   END-IF
                   MOVE "PROFILE FUNCS WAS" TO WS-UTIL-TOKEN
                   MOVE OPR-FUNCTIONS TO WS-PRF-FUNCS
                   MOVE WS-PRF-OLD-FUNCS TO OPR-FUNCTIONS
                   PERFORM LOG-PROFILE-FUNCS
                   MOVE WS-PRF-FUNCS TO OPR-FUNCTIONS
                   MOVE "PROFILE FUNCS NOW" TO WS-UTIL-TOKEN
                   PERFORM LOG-PROFILE-FUNCS
                   DISPLAY "FUNCTIONS CHANGED AND LOGGED"
               END-IF
           END-IF.

       TAKE-PROFILE-FUNCS.
           DISPLAY "FUNCTIONS - TEN Y/N FOR OPTIONS 1-10: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PRF-FUNCS.
           ACCEPT WS-PRF-FUNCS.
           INSPECT WS-PRF-FUNCS CONVERTING "yn" TO "YN".
           MOVE 0 TO WS-PRF-BAD-CT.
           PERFORM VARYING WS-PRF-FUNC-I FROM 1 BY 1
                   UNTIL WS-PRF-FUNC-I > 10
               IF WS-PRF-FUNCS (WS-PRF-FUNC-I:1) NOT = "Y"
                       AND WS-PRF-FUNCS (WS-PRF-FUNC-I:1) NOT = "N"
                   ADD 1 TO WS-PRF-BAD-CT
               END-IF
           END-PERFORM.

       RESET-PROFILE-PASSWORD.
      * THE NEW PASSWORD IS A ONE-OFF THE OPERATOR MUST REPLACE AT
      * THEIR NEXT SIGN-ON; A RESET ALSO CLEARS THE FAILURE COUNT.
           SET WS-PW-PENDING TO TRUE.
           PERFORM TAKE-NEW-PASSWORD
               UNTIL WS-PW-SET OR WS-PW-ABANDONED.
           IF WS-PW-SET
               MOVE OPR-ID TO WS-HASH-ID
               MOVE WS-NEW-PW TO WS-HASH-PW
               PERFORM HASH-PASSWORD
               MOVE WS-PW-HASH TO OPR-PW-HASH
               MOVE 'Y' TO OPR-PW-CHANGE
               MOVE 0 TO OPR-FAIL-COUNT
               PERFORM STORE-PROFILE-CHANGE
               MOVE "PROFILE PASSWORD" TO WS-UTIL-TOKEN
               MOVE OPR-ID TO WS-SUB-PARMS
               PERFORM LOG-PROFILE-CHANGE
               DISPLAY "PASSWORD RESET AND LOGGED"
           ELSE
               DISPLAY "NO PASSWORD GIVEN - NO CHANGE"
           END-IF.

       UNLOCK-PROFILE.
           IF NOT OPR-LOCKED
               DISPLAY "THAT ID IS NOT LOCKED"
           ELSE
               SET OPR-ACTIVE TO TRUE
               MOVE 0 TO OPR-FAIL-COUNT
               PERFORM STORE-PROFILE-CHANGE
               MOVE "PROFILE UNLOCK" TO WS-UTIL-TOKEN
               MOVE OPR-ID TO WS-SUB-PARMS
               PERFORM LOG-PROFILE-CHANGE
               DISPLAY "ID UNLOCKED AND THE CHANGE LOGGED"
           END-IF.

       DELETE-PROFILE.
           IF OPR-ID = WS-OPERATOR
               DISPLAY "YOU CANNOT DELETE YOUR OWN ID"
           ELSE
               DISPLAY "DELETE " FUNCTION TRIM(OPR-ID) " - "
                   FUNCTION TRIM(OPR-NAME) "? (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-PRF-ANSWER
               ACCEPT WS-PRF-ANSWER
               IF WS-PRF-ANSWER = "Y" OR WS-PRF-ANSWER = "y"
                   PERFORM VARYING WS-PRF-I FROM WS-PRF-HIT BY 1
                           UNTIL WS-PRF-I >= WS-PRF-USED
                       MOVE WS-PRF-ENTRY (WS-PRF-I + 1)
                           TO WS-PRF-ENTRY (WS-PRF-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PRF-USED
                   PERFORM SAVE-PROFILES
                   MOVE "PROFILE DELETE" TO WS-UTIL-TOKEN
                   MOVE OPR-ID TO WS-SUB-PARMS
                   PERFORM LOG-PROFILE-CHANGE
                   DISPLAY "PROFILE DELETED AND LOGGED"
               END-IF
           END-IF.

       STORE-PROFILE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-FIELDS (1:8) TO OPR-CHG-DATE.
           MOVE WS-OPERATOR TO OPR-CHG-BY.
           MOVE OPER-PROFILE-REC TO WS-PRF-ENTRY (WS-PRF-HIT).
           PERFORM SAVE-PROFILES.

       LOG-PROFILE-FUNCS.
           MOVE SPACES TO WS-SUB-PARMS.
           STRING OPR-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   OPR-FUNCTIONS DELIMITED BY SIZE
               INTO WS-SUB-PARMS
           END-STRING.
           PERFORM LOG-PROFILE-CHANGE.

       LOG-PROFILE-CHANGE.
      * SAME JOB-LOG LINE THE OTHER MENU ACTIONS USE; THE ACTING
      * ADMINISTRATOR IS THE OPERATOR ON THE LINE.
           MOVE 0 TO WS-RUN-RC.
           PERFORM WRITE-JOB-LOG.

       RUN-UTILITY.
      * LAUNCHES THE CHOSEN UTILITY AS ITS OWN JOB STEP - SAME COMPILED
      * MODULE BEHIND THE MENU TOKEN, RESOLVED TO ITS REAL LOWERCASE
      * ONE RECORD NAMING THE LAUNCHED UTILITY, THE OPERATOR, AND
      * THE START TIME, SO ANYONE REFUSED BY THE LOCK CAN SEE WHO
      * TO CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-UTIL-TOKEN (1:15) TO LCK-PROGRAM.
           MOVE WS-OPERATOR TO LCK-OPERATOR.
           MOVE WS-UTIL-TOKEN TO WS-LOG-UTIL.
           MOVE WS-SUB-PARMS TO WS-LOG-PARMS.
           MOVE WS-RUN-RC TO WS-LOG-RC.
           MOVE WS-OPERATOR TO WS-LOG-OPER.
           MOVE WS-LOG-LINE TO JOB-LOG-REC.
           OPEN EXTEND JOB-LOG.
           IF WS-LOG-STATUS NOT = "00"
