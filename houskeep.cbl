       01 HIST-ARC-REC             PIC X(59).

       FD JLOG-LIVE.
       01 JLOG-LIVE-REC            PIC X(98).
       FD JLOG-KEEP.
       01 JLOG-KEEP-REC            PIC X(98).
       FD JLOG-ARC.
       01 JLOG-ARC-REC             PIC X(98).

       FD PURGE-RPT.
       01 PURGE-RPT-REC            PIC X(80).
