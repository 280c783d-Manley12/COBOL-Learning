           05 SORTED-NUM       PIC 9(3).

       FD CUST-OUT.
       01 CUST-OUT-REC             PIC X(44).

       FD EXCEPTION-RPT.
       01 EXCEPTION-REC.
           COPY CTLHIST.

       FD CHUNK-WORK.
       01 CHUNK-REC                PIC X(44).

       FD MERGE-ACC.
       01 MERGE-ACC-REC            PIC X(44).

       FD MERGE-OUT.
       01 MERGE-OUT-REC            PIC X(44).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
      * CHARACTER COMPARE ON THE KEY'S OFFSET AND LENGTH ORDERS ANY
      * OF THEM CORRECTLY.
       01  CUST-ARRAY.
           05  CUST-ELEM       PIC X(44)
                   OCCURS 9999 TIMES.
       01  WORK-CUST-ARRAY.
           05  WORK-CUST-ELEM  PIC X(44)
                   OCCURS 9999 TIMES.
       77  WS-KEY-OFF          PIC 9(2) COMP VALUE 1.
       77  WS-KEY-LEN          PIC 9(2) COMP VALUE 5.
      * THREE-BYTE EXCEPTION LINE SO THE RECORD CAN BE REPAIRED
      * AND RESUBMITTED INSTEAD OF HUNTED FOR IN THE FEED.
       77  WS-REJFILE-STATUS   PIC XX VALUE SPACES.
       77  WS-REJECT-FULL      PIC X(44) VALUE SPACES.

      * RESUBMIT QUEUE CONTROLS. CORRECTED PLAIN-NUMERIC REJECTS
      * QUEUED BY OPMENU'S REPAIR FUNCTION JOIN THE RUN AFTER THE
