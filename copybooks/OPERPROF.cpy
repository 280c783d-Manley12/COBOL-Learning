      * OPER-PROFILE-REC - OPERATOR SIGN-ON PROFILES (OPERPROF.TXT,
      * ONE RECORD PER OPERATOR). OPMENU WILL NOT SHOW ITS MENU
      * UNTIL AN OPERATOR SIGNS ON AGAINST THIS FILE, SHOWS ONLY THE
      * FUNCTIONS THE PROFILE ALLOWS, AND STAMPS THE SIGNED-ON ID
      * INTO EVERY JOB-LOG LINE IT WRITES.
      *   OPR-PW-HASH - A HASH OF THE ID AND PASSWORD; THE PASSWORD
      *       ITSELF IS NEVER STORED
      *   OPR-FUNCTIONS - ONE BYTE PER MENU FUNCTION, 'Y' WHERE THE
      *       OPERATOR MAY USE IT: BYTES 1-9 ARE MENU OPTIONS 1-9,
      *       BYTE 10 IS PROFILE MAINTENANCE (THE ADMINISTRATOR
      *       FUNCTION)
      *   OPR-STATUS - 'A' ACTIVE, 'L' LOCKED OUT AFTER TOO MANY
      *       FAILED SIGN-ONS IN A ROW; ONLY AN ADMINISTRATOR UNLOCKS
      *   OPR-FAIL-COUNT - FAILED SIGN-ONS SINCE THE LAST GOOD ONE
      *   OPR-PW-CHANGE - 'Y' WHEN THE PASSWORD WAS SET BY AN
      *       ADMINISTRATOR AND MUST BE CHANGED AT THE NEXT SIGN-ON
      *   OPR-CHG-DATE / OPR-CHG-BY - LAST PROFILE CHANGE AND WHO
      *       MADE IT
      * INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
       01 OPER-PROFILE-REC.
           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-PW-HASH           PIC 9(9).
           05 OPR-FUNCTIONS         PIC X(10).
           05 OPR-STATUS            PIC X(1).
               88 OPR-ACTIVE        VALUE 'A'.
               88 OPR-LOCKED        VALUE 'L'.
           05 OPR-FAIL-COUNT        PIC 9(1).
           05 OPR-PW-CHANGE         PIC X(1).
               88 OPR-PW-EXPIRED    VALUE 'Y'.
           05 OPR-LAST-SIGNON       PIC X(14).
           05 OPR-CHG-DATE          PIC X(8).
           05 OPR-CHG-BY            PIC X(8).
