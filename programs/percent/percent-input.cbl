           MOVE RESULT TO JRNL-RESULT.
           MOVE ZERO TO JRNL-BAND-NO.
           MOVE LOOKUP-CODE TO JRNL-CODE.
           MOVE 'I' TO JRNL-ORIGIN.
           MOVE WS-ASOF-DATE TO JRNL-BUS-DATE.
           WRITE JOURNAL-RECORD.
           IF WS-RATE-TIERED
               PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   MOVE WS-BD-RESULT (WS-BAND-IX) TO JRNL-RESULT
                   MOVE WS-BAND-IX TO JRNL-BAND-NO
                   MOVE LOOKUP-CODE TO JRNL-CODE
                   MOVE 'I' TO JRNL-ORIGIN
                   MOVE WS-ASOF-DATE TO JRNL-BUS-DATE
                   WRITE JOURNAL-RECORD
               END-PERFORM
           END-IF.
