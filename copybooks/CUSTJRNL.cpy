      * CUST-JOURNAL-REC - CUSTOMER MASTER POSTING JOURNAL
      * (CUSTJRNL.TXT), APPENDED BY CUSTUPDT IN POSTING ORDER WITH
      * ONE RECORD FOR EVERY CUSTOMER A RUN ADDS TO OR UPDATES ON
      * THE MASTER. IT HOLDS EXACTLY WHAT THE RUN DID TO THE
      * CUSTOMER - THE NET AMOUNT AND COUNT IT ADDED, AND THE NAME
      * AND LAST-ACTIVITY DATE BEFORE AND AFTER - SO A WHOLE CYCLE
      * CAN LATER BE REVERSED BY CUSTBACK WITHOUT RESTORING AN OLD
      * MASTER. INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
      *   JRN-ACTION      - 'N' CUSTOMER NEW TO THE MASTER THIS RUN
      *                     'U' EXISTING CUSTOMER UPDATED
      *   JRN-BACKOUT-FLG - 'B' ONCE CUSTBACK HAS REVERSED THE
      *                     ENTRY, WITH THE DATE IT DID SO; BLANK
      *                     WHILE THE POSTING STANDS
       01 CUST-JOURNAL-REC.
           05 JRN-CYCLE-ID          PIC X(14).
           05 JRN-POST-DATE         PIC X(8).
           05 JRN-POST-TIME         PIC X(6).
           05 JRN-CUST-ID           PIC 9(5).
           05 JRN-ACTION            PIC X(1).
               88 JRN-NEW-CUSTOMER          VALUE 'N'.
               88 JRN-UPDATE                VALUE 'U'.
           05 JRN-NET-AMOUNT        PIC S9(11)V9(2).
           05 JRN-NET-COUNT         PIC 9(7).
           05 JRN-BEFORE-NAME       PIC X(20).
           05 JRN-AFTER-NAME        PIC X(20).
           05 JRN-BEFORE-LAST       PIC X(8).
           05 JRN-AFTER-LAST        PIC X(8).
           05 JRN-BACKOUT-FLG       PIC X(1).
               88 JRN-BACKED-OUT            VALUE 'B'.
           05 JRN-BACKOUT-DATE      PIC X(8).
