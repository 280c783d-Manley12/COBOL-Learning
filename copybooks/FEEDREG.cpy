      * FEED-REG-REC - CUSTFILE FEED RECEIPT REGISTRY (FEEDREG.TXT,
      * ONE RECORD PER FEED CUSTEDIT IS GIVEN, APPENDED IN ARRIVAL
      * ORDER). EVERY FEED IS FINGERPRINTED BEFORE IT IS EDITED BY
      * ITS RECORD COUNT, THE TOTAL OF ITS AMOUNT FIELDS, AND A HASH
      * OVER THE CONTENTS OF EVERY RECORD IN ORDER. A FEED WHOSE
      * FINGERPRINT MATCHES ONE ALREADY ACCEPTED IS A RE-DELIVERY
      * AND IS REFUSED.
      *   FREG-RECV-DATE / FREG-RECV-TIME - WHEN CUSTEDIT RECEIVED IT
      *   FREG-STATUS - 'A' ACCEPTED AND EDITED
      *                 'F' MATCHED AN EARLIER FEED BUT ACCEPTED ON
      *                     THE OPERATOR'S FORCE PARM
      *                 'R' REFUSED AS A DUPLICATE; NOTHING EDITED
      *   FREG-MATCH-DATE / FREG-MATCH-TIME - FOR 'F' AND 'R', THE
      *       RECEIPT OF THE EARLIER FEED IT MATCHED
      * INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
       01 FEED-REG-REC.
           05 FREG-RECV-DATE        PIC X(8).
           05 FREG-RECV-TIME        PIC X(6).
           05 FREG-CYCLE-ID         PIC X(14).
           05 FREG-FEED-NAME        PIC X(40).
           05 FREG-REC-COUNT        PIC 9(7).
           05 FREG-AMOUNT-TOTAL     PIC 9(13)V9(2).
           05 FREG-HASH             PIC 9(9).
           05 FREG-STATUS           PIC X(1).
               88 FREG-ACCEPTED     VALUE 'A' 'F'.
               88 FREG-FORCED       VALUE 'F'.
               88 FREG-REFUSED      VALUE 'R'.
           05 FREG-MATCH-DATE       PIC X(8).
           05 FREG-MATCH-TIME       PIC X(6).
