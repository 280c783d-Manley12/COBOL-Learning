      * ACTIVITY DATE (YYYYMMDD). EVERY FIELD IS UNSIGNED DISPLAY, SO
      * EACH ONE ALSO COLLATES CORRECTLY AS A PLAIN CHARACTER COMPARE
      * - WHICH IS HOW THE SORT'S KEY OFFSETS USE THEM.
      * THE TRANSACTION TYPE AND THE AMOUNT SIGN RIDE AT THE END OF
      * THE RECORD SO EVERY KEY OFFSET ABOVE STAYS WHERE IT WAS. THE
      * SIGN IS ITS OWN BYTE RATHER THAN AN OVERPUNCH ON THE AMOUNT,
      * SO THE AMOUNT STILL SORTS AS A PLAIN MAGNITUDE.
      *   CUST-TRAN-TYPE   - S SALE, C CREDIT, P PAYMENT, R REVERSAL.
      *                      A SALE RAISES THE BALANCE; A CREDIT OR
      *                      A PAYMENT LOWERS IT; A REVERSAL BACKS
      *                      OUT AN EARLIER SALE AND SO ALSO LOWERS
      *                      IT. A BLANK CODE IS TAKEN AS A SALE.
      *   CUST-AMOUNT-SIGN - '+' (OR SPACE) OR '-'. A MINUS TURNS THE
      *                      TYPE'S DIRECTION AROUND - A REVERSAL
      *                      WITH A MINUS AMOUNT BACKS OUT AN EARLIER
      *                      CREDIT OR PAYMENT AND RAISES THE BALANCE.
      * THE TWO BYTES TOOK THE RECORD FROM 42 TO 44, AND THE FEED IS
      * A FIXED-LENGTH SEQUENTIAL FILE, SO A SENDER STILL WRITING
      * 42-BYTE RECORDS CANNOT BE READ THROUGH THIS LAYOUT - EVERY
      * RECORD AFTER THE FIRST WOULD BE OUT OF LINE. SENDERS MOVE TO
      * THE 44-BYTE RECORD AT THE CUTOVER; A 42-BYTE FEED, RESUBMIT
      * FILE, OR REJECT FILE LEFT OVER FROM BEFORE IT IS CONVERTED
      * ONCE WITH CUSTCONV, WHICH LEAVES THE NEW BYTES BLANK - A SALE
      * OF A PLUS AMOUNT, WHICH IS WHAT EVERY OLD RECORD WAS.
       01 CUSTOMER-RECORD.
           05 CUST-ID               PIC 9(5).
           05 CUST-NAME             PIC X(20).
           05 CUST-AMOUNT           PIC 9(7)V9(2).
           05 CUST-DATE             PIC X(8).
           05 CUST-TRAN-TYPE        PIC X(1).
               88 CUST-TRAN-SALE            VALUE 'S'.
               88 CUST-TRAN-CREDIT          VALUE 'C'.
               88 CUST-TRAN-PAYMENT         VALUE 'P'.
               88 CUST-TRAN-REVERSAL        VALUE 'R'.
               88 CUST-TRAN-VALID           VALUE 'S' 'C' 'P' 'R'.
           05 CUST-AMOUNT-SIGN      PIC X(1).
               88 CUST-AMOUNT-NEGATIVE      VALUE '-'.
               88 CUST-AMOUNT-SIGN-VALID    VALUE '+' '-' ' '.
