
       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

      *--- Baris induk pembayaran split (QRIS/REFUND bertanda      ---
      *--- ' SPLIT:') bukan volume marketplace - volumenya milik   ---
      *--- tenant lewat baris SPLITLEG, dikurangi SPLITRFND        ---
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.

      *--- Tabel akumulasi settlement per merchant ---
       01  WS-MERCHANT-TABLE.
           05  WS-MT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MT-IDX.
                      AND WS-TXN-BUSINESS-DATE = WS-REPORT-DATE
                       MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                           TO WS-TP-AMOUNT-NUM
                       MOVE 0 TO WS-SPLIT-TAGS
                       INSPECT WS-TP-QR-CODE
                           TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

                       EVALUATE TRUE
                           WHEN WS-SPLIT-TAGS > 0
                               CONTINUE
                           WHEN FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                             OR FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-MT-FEE(WS-MT-IDX)
                           WHEN FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
                               PERFORM DEDUCT-SPLIT-REFUND
                           WHEN OTHER
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-MT-TOTAL(WS-MT-IDX)
                               ADD 1 TO WS-MT-COUNT(WS-MT-IDX)
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------*
       DEDUCT-SPLIT-REFUND.
      *--- Refund leg split mengurangi gross tenant hari itu; tidak ---
      *--- pernah di bawah nol (field akumulasi tak bertanda)        ---
           IF WS-TP-AMOUNT-NUM > WS-MT-TOTAL(WS-MT-IDX)
               MOVE 0 TO WS-MT-TOTAL(WS-MT-IDX)
           ELSE
               SUBTRACT WS-TP-AMOUNT-NUM
                   FROM WS-MT-TOTAL(WS-MT-IDX)
           END-IF.

      *----------------------------------------------------------------*
       PRINT-MERCHANT-LINE.
           IF WS-MT-COUNT(WS-MT-IDX) > 0
