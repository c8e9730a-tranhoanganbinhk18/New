                           CKPT-BIG-DEC-OVERFLOW-COUNT
                   DISPLAY "STATUS        : " CKPT-STATUS
                   DISPLAY "TIMESTAMP     : " CKPT-TIMESTAMP
                   DISPLAY "BUSINESS DATE : " CKPT-BUSINESS-DATE
           END-READ
           MOVE SPACES TO WS-IN-TABLE-NAME
           MOVE SPACES TO WS-IN-KEY-RAW
