       LOAD-CLEARIN-BOOK.
      *--- Hanya CLRIN yang dibukukan pada tanggal run yang        ---
      *--- dibandingkan dengan recap satu hari - CLRIN menulis     ---
      *--- TXN_ID kliring jaringan ke kolom txn-id. Item yang     ---
      *--- diparkir ke SUSPENSE (SUSPIN asal CLRIN) juga dana     ---
      *--- masuk hari itu                                           ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                       CONTINUE
                   NOT AT END
                       IF WS-IN-COUNT < 2000
                          AND (FUNCTION TRIM(WS-TP-TYPE) = 'CLRIN'
                               OR (FUNCTION TRIM(WS-TP-TYPE) = 'SUSPIN'
                                   AND WS-TP-QR-CODE(1:14)
                                       = 'SUSP-FR:CLRIN:'))
                          AND WS-TP-CREATED-AT(1:8) = WS-RUN-DATE
                          AND FUNCTION TRIM(WS-TP-TXN-ID)
                              NOT = SPACES
