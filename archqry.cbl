       01 QHIST-IN-REC             PIC X(59).

       FD QJLOG-IN.
       01 QJLOG-IN-REC             PIC X(98).

       FD XAUD-OUT.
       01 XAUD-OUT-REC             PIC X(69).
       01 XHIST-OUT-REC            PIC X(59).

       FD XJLOG-OUT.
       01 XJLOG-OUT-REC            PIC X(98).

       FD LIST-IN.
       01 LIST-IN-REC              PIC X(40).
      * RECORD-DATE WORK FIELDS, SAME SHAPES HOUSKEEP USES. THE
      * CURRENT RECORD IS STAGED HERE SO THE DATE FILTER READS ONE
      * SHAPE WHATEVER TYPE IS BEING WALKED.
       01  WS-QUERY-REC            PIC X(98) VALUE SPACES.
       01  WS-DATE-8               PIC X(8) VALUE SPACES.
       01  WS-DATE-10              PIC X(10) VALUE SPACES.
       77  WS-REC-DATE             PIC 9(8) VALUE 0.
