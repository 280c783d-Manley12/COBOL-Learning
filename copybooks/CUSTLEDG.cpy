      * CUST-LEDGER-REC - PER-POSTING CUSTOMER LEDGER (CUSTLEDG.IDX),
      * INDEXED ON CUSTOMER, ACTIVITY DATE, AND BATCH CYCLE, SO ONE
      * CUSTOMER'S POSTINGS READ BACK IN DATE ORDER WITH A START
      * AND READ NEXT. CUSTUPDT ADDS ONE ENTRY FOR EVERY FEED
      * RECORD IT POSTS TO THE MASTER AND OPMENU ADDS ONE FOR EVERY
      * SUPERVISED ADJUSTMENT, SO THE SUM OF A CUSTOMER'S ENTRIES
      * IS THE PART OF CMAST-AMOUNT THE LEDGER CAN ACCOUNT FOR.
      * THE SEQUENCE NUMBER KEEPS THE KEY UNIQUE WHEN ONE CUSTOMER
      * HAS SEVERAL POSTINGS FOR THE SAME DATE IN THE SAME CYCLE.
      * INCLUDED UNDER EACH PROGRAM'S OWN FD FOR THE FILE.
      *   LEDG-ENTRY-TYPE - THE FEED'S TRANSACTION TYPE (S, C, P,
      *                     R), A FOR AN OPMENU ADJUSTMENT, OR B
      *                     FOR A CUSTBACK CYCLE BACKOUT
      *   LEDG-AMOUNT     - THE SIGNED EFFECT ON CMAST-AMOUNT
      *   LEDG-REFERENCE  - THE ADJUSTMENT REASON, OR THE CYCLE A
      *                     BACKOUT REVERSED; BLANK FOR FEED POSTINGS
       01 CUST-LEDGER-REC.
           05 LEDG-KEY.
               10 LEDG-CUST-ID      PIC 9(5).
               10 LEDG-ACT-DATE     PIC X(8).
               10 LEDG-CYCLE-ID     PIC X(14).
               10 LEDG-SEQ          PIC 9(4).
           05 LEDG-ENTRY-TYPE       PIC X(1).
               88 LEDG-ADJUSTMENT           VALUE 'A'.
               88 LEDG-BACKOUT              VALUE 'B'.
           05 LEDG-AMOUNT           PIC S9(11)V9(2).
           05 LEDG-POST-DATE        PIC X(8).
           05 LEDG-SOURCE           PIC X(8).
           05 LEDG-OPERATOR         PIC X(20).
           05 LEDG-REFERENCE        PIC X(30).
