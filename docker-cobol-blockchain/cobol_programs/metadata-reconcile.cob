                           WS-M-OPERATION(WS-IDX) = "HOLD" OR
                           WS-M-OPERATION(WS-IDX) = "REPAIR" OR
                           WS-M-OPERATION(WS-IDX) = "VIOLATION" OR
                           WS-M-OPERATION(WS-IDX) = "EVIDENCE" OR
                           WS-M-OPERATION(WS-IDX) = "CONFIG-CHANGE" OR
                           WS-M-OPERATION(WS-IDX) = "DATASET-CLASS" OR
                           WS-M-OPERATION(WS-IDX) = "TRANSMIT" OR
                           WS-M-OPERATION(WS-IDX) = "WITNESS" OR
                           WS-M-OPERATION(WS-IDX) = "TAMPER" OR
                           WS-M-OPERATION(WS-IDX) = "POLICY-BREACH" OR
                           WS-M-OPERATION(WS-IDX) = "PROGRAM-CHANGE" OR
                           WS-M-OPERATION(WS-IDX) = "RESTORE" OR
                           WS-M-OPERATION(WS-IDX) = "RECERT" OR
                           WS-M-OPERATION(WS-IDX) = "RERUN"
                       ADD 1 TO WS-SERVICE-COUNT
                   ELSE
                       ADD 1 TO WS-MISMATCH-COUNT
