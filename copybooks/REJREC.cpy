      * REJECT-FULL-REC - FULL-RECORD REJECT CAPTURE (REJFILE.TXT),
      * APPENDED BY EVERY VALIDATION POINT THAT TURNS A RECORD AWAY
      * (THE SORT'S REJECT-RECORD, THE CUSTFILE FRONT-END EDIT, AND
      * THE NIGHTLY UPDATE FOR CUSTOMERS ON HOLD OR CLOSED).
      * UNLIKE THE EXCEPTION REPORT, WHICH ONLY CARRIES THREE RAW
      * BYTES, THIS RECORD KEEPS THE COMPLETE ORIGINAL INPUT RECORD
      * PLUS THE REASON AND RUN DATE, SO A REJECT CAN BE REPAIRED
           05 REJ-SOURCE            PIC X(15).
           05 REJ-REASON            PIC X(20).
           05 REJ-STATUS-FLG        PIC X(1).
           05 REJ-DATA              PIC X(44).
