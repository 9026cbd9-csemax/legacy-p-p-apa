      *----------------------------------------------------------------*
       TALLY-UNSWEPT-SETTLEMENT.
      *--- Settlement merchant hari ini yang belum disapu: gross   ---
      *--- sukses dikurangi fee MDR/instan dikurangi payout yang   ---
      *--- sudah terbit hari ini (sweep maupun instan)              ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                               TO WS-TP-AMOUNT-NUM

                           IF FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                              OR FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-MERCH-FEE-TODAY
                           ELSE
