       0700-CLASSIFY-TRANS-RECORD.
           EVALUATE TRANS-CTL-RECORD(1:1)
               WHEN 'H'
                   MOVE TRANS-CTL-RECORD(1:LENGTH OF CTL-HEADER-RECORD)
                       TO CTL-HEADER-RECORD
                   SET WS-HDR-SEEN TO TRUE
               WHEN 'T'
                   MOVE TRANS-CTL-RECORD(1:26) TO CTL-TRAILER-RECORD
