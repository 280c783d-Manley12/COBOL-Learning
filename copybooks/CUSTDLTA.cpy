      * CUST-DELTA-REC - ONE DATA RECORD OF THE OUTBOUND CUSTOMER
      * DELTA INTERCHANGE (CUSTXTR.TXT), BETWEEN THE RUN START
      * HEADER AND THE TRAILER. THE CUSTOMER'S CURRENT MASTER
      * FIELDS, OR FOR A DELETE THE FIELDS HEAD OFFICE LAST HAD.
      * THE AMOUNT SIGN IS ITS OWN BYTE, AS IN THE CUSTFILE FEED,
      * SO THE FILE STAYS PLAIN TEXT END TO END.
      *   DLT-ACTION - 'A' CUSTOMER NEW SINCE THE LAST ACKNOWLEDGED
      *                    SEND
      *                'C' CUSTOMER CHANGED SINCE THEN
      *                'D' CUSTOMER NO LONGER ON THE MASTER
       01 CUST-DELTA-REC.
           05 DLT-ACTION            PIC X(1).
               88 DLT-ADDED                 VALUE 'A'.
               88 DLT-CHANGED               VALUE 'C'.
               88 DLT-DELETED               VALUE 'D'.
           05 DLT-CUST-ID           PIC 9(5).
           05 DLT-NAME              PIC X(20).
           05 DLT-AMOUNT            PIC 9(11)V9(2).
           05 DLT-AMOUNT-SIGN       PIC X(1).
           05 DLT-COUNT             PIC 9(7).
           05 DLT-LAST-DATE         PIC X(8).
           05 DLT-STATUS            PIC X(1).
           05 DLT-STATUS-DATE       PIC X(8).
           05 FILLER                PIC X(16).
