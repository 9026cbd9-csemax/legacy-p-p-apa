
       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

      *--- Baris induk pembayaran split (bertanda ' SPLIT:') dan    ---
      *--- refund leg-nya bukan pembayaran merchant - detail tenant ---
      *--- datang dari baris SPLITLEG                                ---
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.

      *--- Detail transaksi satu merchant (pass 1 pembayaran,     ---
      *--- pass 2 mencocokkan baris MDRFEE lewat tag MDR-OF:)     ---
       01  WS-DETAIL-TABLE.
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 0 TO WS-SPLIT-TAGS
                       INSPECT WS-TP-QR-CODE
                           TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

                       IF FUNCTION TRIM(WS-TP-MERCHANT-ID) =
                          FUNCTION TRIM(WS-FT-MER-ID(WS-FT-IDX))
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND FUNCTION TRIM(WS-TP-TYPE)
                              NOT = 'MDRFEE'
                          AND FUNCTION TRIM(WS-TP-TYPE)
                              NOT = 'INSTFEE'
                          AND FUNCTION TRIM(WS-TP-TYPE)
                              NOT = 'SPLITRFND'
                          AND WS-SPLIT-TAGS = 0
                           PERFORM GET-TXN-BUSINESS-DATE

                           IF WS-TXN-BUSINESS-DATE = WS-REPORT-DATE
