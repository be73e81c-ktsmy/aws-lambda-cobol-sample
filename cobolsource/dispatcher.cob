            WHEN 'REPAIR'
                CALL 'LEDGER-REPAIR' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'HOLD'
                CALL 'LEDGER-HOLDMAINT' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'ALERT'
                CALL 'LEDGER-ALERT' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'BATCH'
                CALL 'LEDGER-BATCH' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'BENE'
                CALL 'LEDGER-BENE' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'BALASOF'
                CALL 'LEDGER-BALASOF' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN 'APPROVE'
            WHEN 'DECLINE'
                CALL 'LEDGER-APPROVE' USING WS-EVENT-JSON
                        WS-FUNCTION-ID WS-RESPONSE-JSON
            WHEN OTHER
                PERFORM C-PARA
        END-EVALUATE
