      *       AT THE END SO A CONFIG FILE WRITTEN BEFORE IT
      *       EXISTED STILL READS - IT COMES BACK AS SPACES AND
      *       THE READERS FALL BACK TO THE COMPILED DEFAULT.
      *   CFG-SUSP-FACTOR - CUSTEDIT'S UNUSUAL-AMOUNT THRESHOLD: A
      *       FEED AMOUNT MORE THAN THIS MANY TIMES THE CUSTOMER'S
      *       AVERAGE IS HELD IN SUSPENSE (010; 000 TURNS THE CHECK
      *       OFF). TRAILING, AND READ THE SAME WAY AS GEN-KEEP.
      *   CFG-AGE-DAYS-1 .. CFG-AGE-DAYS-4 - CUSTAGE'S DORMANCY
      *       BUCKET BOUNDARIES IN DAYS SINCE LAST ACTIVITY: UP TO
      *       DAYS-1 IS CURRENT, THEN UP TO DAYS-2, DAYS-3, DAYS-4,
      *       AND ANYTHING OLDER IS DORMANT (030/060/090/180). THE
      *       FOUR ARE TAKEN AS A SET - IF ANY IS BLANK OR THEY ARE
      *       NOT IN RISING ORDER THE COMPILED DEFAULTS STAND.
      *   CFG-SLA-TIME - THE BATCH WINDOW'S HANDOFF TIME AS HHMM: A
      *       CYCLE MUST FINISH BY THE FIRST SUCH TIME AFTER IT
      *       STARTS (0600). DURRPT CALLS OUT ANY CYCLE THAT DID NOT.
      *       TRAILING, AND READ THE SAME WAY AS GEN-KEEP.
       01 CONFIG-RECORD.
           05 CFG-MIN-VALID-NUM     PIC 9(3).
           05 CFG-MAX-VALID-NUM     PIC 9(3).
           05 CFG-RANGE-MIN         PIC 9(4).
           05 CFG-RANGE-MAX         PIC 9(4).
           05 CFG-GEN-KEEP          PIC 9(3).
           05 CFG-SUSP-FACTOR       PIC 9(3).
           05 CFG-AGE-DAYS-1        PIC 9(3).
           05 CFG-AGE-DAYS-2        PIC 9(3).
           05 CFG-AGE-DAYS-3        PIC 9(3).
           05 CFG-AGE-DAYS-4        PIC 9(3).
           05 CFG-SLA-TIME          PIC 9(4).
