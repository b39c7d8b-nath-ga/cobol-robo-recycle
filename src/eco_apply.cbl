               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-REC
               STRING "RUNID;DATE;TIME;FILE;ACTION;KEY;STATUS;"
                   "REQUSER;APPRUSER;BEFORE;AFTER"
                   DELIMITED BY SIZE INTO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
               "BOM;"
               WS-T-ACTION ";"
               FUNCTION TRIM(WS-AUDIT-KEY) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";;;"
               FUNCTION TRIM(WS-BEFORE-IMAGE) ";"
               FUNCTION TRIM(WS-AFTER-IMAGE)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
