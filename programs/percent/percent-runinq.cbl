           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       01 WS-RUN-COUNT      PIC 9(4) VALUE ZERO.

       01 WS-HEADING-LINE.
           05 FILLER            PIC X(11) VALUE "RUN DATE".
           05 FILLER            PIC X(4) VALUE "RUN".
           05 FILLER            PIC X(11) VALUE "STATUS".
           05 FILLER            PIC X(11) VALUE "EXTRACT".
           05 FILLER            PIC X(10) VALUE "SOURCE".

       01 WS-DETAIL-LINE.
           05 WS-DTL-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-RUN-NO     PIC 9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-STATUS     PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-EXTRACT    PIC 9999/99/99.
               GOBACK
           END-IF.

           MOVE ZERO TO RUNCTL-DATE
                        RUNCTL-RUN-NO.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUNCTL-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.


       1000-DISPLAY-RUN.
           MOVE RUNCTL-DATE TO WS-DTL-DATE.
           MOVE RUNCTL-RUN-NO TO WS-DTL-RUN-NO.
           MOVE RUNCTL-STATUS TO WS-DTL-STATUS.
           MOVE RUNCTL-EXTRACT-DATE TO WS-DTL-EXTRACT.
           MOVE RUNCTL-SOURCE TO WS-DTL-SOURCE.
