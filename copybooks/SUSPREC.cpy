      * SUSPENSE-REC - UNUSUAL-AMOUNT SUSPENSE QUEUE (SUSPENSE.TXT).
      * CUSTEDIT APPENDS ONE RECORD FOR EVERY FEED RECORD WHOSE
      * AMOUNT IS FAR OUTSIDE THE CUSTOMER'S OWN HISTORY - MORE
      * THAN CFG-SUSP-FACTOR TIMES THE AVERAGE CMAST-AMOUNT /
      * CMAST-COUNT - AND KEEPS IT OUT OF THAT NIGHT'S CLEAN FILE.
      * OPMENU'S SUSPENSE REVIEW DECIDES EACH HELD ITEM:
      *   SUSP-STATUS 'H' - HELD, AWAITING A DECISION
      *               'R' - RELEASED; THE RECORD WAS QUEUED TO
      *                     SUSPREL.TXT AND JOINS THE NEXT RUN
      *               'D' - DECLINED; THE RECORD IS NEVER POSTED
      * THE DECISION FIELDS CARRY WHO DECIDED, WHEN, IN WHICH
      * CYCLE, AND WHY. SUSP-CYCLE-ID IS THE CYCLE THE ITEM WAS
      * HELD IN. INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
       01 SUSPENSE-REC.
           05 SUSP-RUN-DATE         PIC X(8).
           05 SUSP-CYCLE-ID         PIC X(14).
           05 SUSP-STATUS           PIC X(1).
               88 SUSP-HELD         VALUE 'H'.
               88 SUSP-RELEASED     VALUE 'R'.
               88 SUSP-DECLINED     VALUE 'D'.
           05 SUSP-AVERAGE          PIC S9(11)V9(2).
           05 SUSP-FACTOR           PIC 9(3).
           05 SUSP-DATA             PIC X(44).
           05 SUSP-DEC-DATE         PIC X(8).
           05 SUSP-DEC-TIME         PIC X(6).
           05 SUSP-OPERATOR         PIC X(20).
           05 SUSP-DEC-CYCLE        PIC X(14).
           05 SUSP-REASON           PIC X(30).
