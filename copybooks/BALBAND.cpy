      * BAL-BAND-TABLE - THE CUSTOMER BALANCE BANDS, SHARED BY
      * EVERY PROGRAM THAT GROUPS THE MASTER BY CMAST-AMOUNT SO AN
      * AUDIT SAMPLE'S STRATA AND THE CONCENTRATION REPORT'S BANDS
      * ARE ALWAYS THE SAME BANDS. A BALANCE FALLS IN THE HIGHEST
      * BAND WHOSE FLOOR IT REACHES; BAND 1'S FLOOR IS THE LOWEST
      * VALUE THE MASTER CAN HOLD, SO IT CATCHES EVERY CREDIT
      * BALANCE. INCLUDED IN WORKING-STORAGE.
       01 BAL-BAND-VALUES.
           05 FILLER                PIC X(20)
                                    VALUE "CREDIT BALANCE".
           05 FILLER                PIC S9(11)V9(2)
                                    VALUE -99999999999.99.
           05 FILLER                PIC X(20)
                                    VALUE "0 - 999.99".
           05 FILLER                PIC S9(11)V9(2) VALUE 0.
           05 FILLER                PIC X(20)
                                    VALUE "1,000 - 9,999.99".
           05 FILLER                PIC S9(11)V9(2) VALUE 1000.
           05 FILLER                PIC X(20)
                                    VALUE "10,000 - 99,999.99".
           05 FILLER                PIC S9(11)V9(2) VALUE 10000.
           05 FILLER                PIC X(20)
                                    VALUE "100,000 - 999,999.99".
           05 FILLER                PIC S9(11)V9(2) VALUE 100000.
           05 FILLER                PIC X(20)
                                    VALUE "1,000,000 AND OVER".
           05 FILLER                PIC S9(11)V9(2) VALUE 1000000.
       01 BAL-BAND-TABLE REDEFINES BAL-BAND-VALUES.
           05 BAL-BAND-ENTRY OCCURS 6 TIMES.
               10 BAL-BAND-NAME     PIC X(20).
               10 BAL-BAND-FLOOR    PIC S9(11)V9(2).
       01 BAL-BAND-CT               PIC 9(1) VALUE 6.
