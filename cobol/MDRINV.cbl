               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                   TO WS-TP-AMOUNT-NUM

      *--- Biaya settlement instan bukan MDR dan bukan volume;    ---
      *--- begitu juga tarik tunai dan komisi fee-nya (tanpa MDR) ---
               EVALUATE FUNCTION TRIM(WS-TP-TYPE)
                   WHEN 'MDRFEE'
                       ADD WS-TP-AMOUNT-NUM TO WS-MT-FEE(WS-MT-IDX)
                   WHEN 'INSTFEE'
                   WHEN 'CASHWD'
                   WHEN 'CWCOMM'
                       CONTINUE
                   WHEN OTHER
                       ADD WS-TP-AMOUNT-NUM TO WS-MT-GROSS(WS-MT-IDX)
                       ADD 1 TO WS-MT-COUNT(WS-MT-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
