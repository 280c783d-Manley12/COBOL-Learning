      * CUSTOMER-MASTER-REC - CUMULATIVE CUSTOMER MASTER RECORD
      * (CUSTMAST.TXT), ONE PER CUST-ID IN ASCENDING KEY ORDER.
      * BUILT BY CUSTUPDT FROM THE RECORD-MODE (KEY=ID) SORTED
      * EXTRACT: THE AMOUNT FIELD ACCUMULATES THE SIGNED EFFECT OF
      * EVERY RECORD SEEN FOR THE CUSTOMER - SALES ADD, CREDITS,
      * PAYMENTS, AND REVERSALS SUBTRACT, SO A CUSTOMER CAN RUN A
      * CREDIT BALANCE - THE COUNT IS HOW MANY EXTRACT
      * RECORDS HAVE BEEN MERGED, AND THE LAST-DATE IS THE LATEST
      * CUST-DATE OBSERVED. THE NAME IS CARRIED FROM THE MOST
      * RECENT EXTRACT RECORD. INCLUDED UNDER EACH PROGRAM'S OWN
      * FD FOR THE FILE SO THE WRITER AND THE READERS CAN NEVER
      * DRIFT APART.
      * THE STATUS CODE AND ITS CHANGE DATE FOLLOW THE ORIGINAL
      * FIELDS. A BLANK STATUS COUNTS AS ACTIVE. STATUS IS
      * MAINTAINED FROM OPMENU; CUSTUPDT WILL NOT POST FEED
      * ACTIVITY TO A CUSTOMER ON HOLD OR CLOSED.
      *   CMAST-STATUS      - A ACTIVE, H ON HOLD, C CLOSED
      *   CMAST-STATUS-DATE - YYYYMMDD THE STATUS LAST CHANGED
      * THE PERIOD BUCKETS COME LAST. EVERY POSTING - NIGHTLY OR AN
      * OPMENU ADJUSTMENT - LANDS IN THE MONTH BUCKET AS WELL AS THE
      * LIFETIME AMOUNT.
      * THE MONTH-END CLOSE (CUSTMEND) ROLLS THE MONTH INTO THE
      * PERIOD-TO-DATE (CALENDAR QUARTER) AND YEAR-TO-DATE BUCKETS,
      * FREEZES THE BALANCE AS THE CLOSING BALANCE, AND RESETS THE
      * MONTH. A RECORD NEVER CLOSED HAS A BLANK CLOSE PERIOD;
      * BUCKETS READ AS SPACES COUNT AS ZERO.
      *   CMAST-MTD-AMOUNT/COUNT - POSTED SINCE THE LAST CLOSE
      *   CMAST-PTD-AMOUNT/COUNT - CLOSED MONTHS OF THIS QUARTER
      *   CMAST-YTD-AMOUNT/COUNT - CLOSED MONTHS OF THIS YEAR
      *   CMAST-CLOSE-AMOUNT     - BALANCE AT THE LAST CLOSE
      *   CMAST-CLOSE-PERIOD     - YYYYMM OF THE LAST CLOSE
      * THE RECORD GREW FROM 53 BYTES TO 141 WITH THESE FIELDS, AND
      * THE MASTER IS A FIXED-LENGTH SEQUENTIAL FILE, SO A MASTER IN
      * THE OLD LAYOUT CANNOT BE READ THROUGH THIS ONE - EVERY
      * RECORD AFTER THE FIRST WOULD BE OUT OF LINE. AN OLD MASTER
      * MUST BE CONVERTED ONCE WITH CUSTCONV (PARM CUSTMAST), WHICH
      * WRITES A BLANK STATUS, ZERO BUCKETS, AND A BLANK CLOSE
      * PERIOD, BEFORE ANY PROGRAM HERE OPENS IT.
       01 CUSTOMER-MASTER-REC.
           05 CMAST-ID              PIC 9(5).
           05 CMAST-NAME            PIC X(20).
           05 CMAST-AMOUNT          PIC S9(11)V9(2).
           05 CMAST-COUNT           PIC 9(7).
           05 CMAST-LAST-DATE       PIC X(8).
           05 CMAST-STATUS          PIC X(1).
               88 CMAST-ACTIVE              VALUE 'A' ' '.
               88 CMAST-ON-HOLD             VALUE 'H'.
               88 CMAST-CLOSED              VALUE 'C'.
           05 CMAST-STATUS-DATE     PIC X(8).
           05 CMAST-MTD-AMOUNT      PIC S9(11)V9(2).
           05 CMAST-MTD-COUNT       PIC 9(7).
           05 CMAST-PTD-AMOUNT      PIC S9(11)V9(2).
           05 CMAST-PTD-COUNT       PIC 9(7).
           05 CMAST-YTD-AMOUNT      PIC S9(11)V9(2).
           05 CMAST-YTD-COUNT       PIC 9(7).
           05 CMAST-CLOSE-AMOUNT    PIC S9(11)V9(2).
           05 CMAST-CLOSE-PERIOD    PIC X(6).
