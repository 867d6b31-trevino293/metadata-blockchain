               WHEN "REPAIR"
               WHEN "VIOLATION"
               WHEN "EVIDENCE"
               WHEN "CONFIG-CHANGE"
               WHEN "DATASET-CLASS"
               WHEN "TRANSMIT"
               WHEN "WITNESS"
               WHEN "TAMPER"
               WHEN "POLICY-BREACH"
               WHEN "PROGRAM-CHANGE"
               WHEN "RESTORE"
               WHEN "RECERT"
               WHEN "RERUN"
                   MOVE "Y" TO WS-NO-LEDGER-TWIN
           END-EVALUATE.

