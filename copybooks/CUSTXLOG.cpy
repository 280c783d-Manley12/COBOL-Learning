      * CUST-XLOG-REC - CUSTOMER DELTA INTERCHANGE SEND LOG
      * (CUSTXLOG.TXT, ONE RECORD PER SEND, APPENDED BY CUSTXTR IN
      * SEQUENCE-NUMBER ORDER). EVERY SEND CARRIES EVERY CUSTOMER
      * THAT DIFFERS FROM WHAT HEAD OFFICE LAST ACKNOWLEDGED, SO A
      * SEND THAT IS NEVER ACKNOWLEDGED LOSES NOTHING - ITS CHANGES
      * GO OUT AGAIN IN THE NEXT ONE.
      *   XLOG-RECORDS / XLOG-HASH - THE ENVELOPE TRAILER'S COUNT AND
      *       HASH TOTAL, WHICH HEAD OFFICE'S ACKNOWLEDGEMENT MUST
      *       ECHO BACK
      *   XLOG-STATUS - 'P' SENT, NOT YET ACKNOWLEDGED
      *                 'R' REJECTED BY HEAD OFFICE, OR ITS
      *                     ACKNOWLEDGEMENT DID NOT MATCH THE SEND
      *                 'A' ACKNOWLEDGED
      *                 'S' NEVER ACKNOWLEDGED, BUT A LATER SEND
      *                     THAT CARRIED THE SAME CHANGES WAS
      *   XLOG-ACK-DATE / XLOG-ACK-TIME - WHEN CUSTXTR TOOK IN THE
      *       ACKNOWLEDGEMENT OR REJECTION
      * INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
       01 CUST-XLOG-REC.
           05 XLOG-SEQ              PIC 9(6).
           05 XLOG-SEND-DATE        PIC X(8).
           05 XLOG-SEND-TIME        PIC X(6).
           05 XLOG-CYCLE-ID         PIC X(14).
           05 XLOG-RECORDS          PIC 9(7).
           05 XLOG-ADDED            PIC 9(7).
           05 XLOG-CHANGED          PIC 9(7).
           05 XLOG-DELETED          PIC 9(7).
           05 XLOG-HASH             PIC 9(9).
           05 XLOG-STATUS           PIC X(1).
               88 XLOG-PENDING              VALUE 'P'.
               88 XLOG-REJECTED             VALUE 'R'.
               88 XLOG-ACKNOWLEDGED         VALUE 'A'.
               88 XLOG-SUPERSEDED           VALUE 'S'.
               88 XLOG-UNACKNOWLEDGED       VALUE 'P' 'R'.
           05 XLOG-ACK-DATE         PIC X(8).
           05 XLOG-ACK-TIME         PIC X(6).
