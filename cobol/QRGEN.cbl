           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-ISSUED-AT     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).
               MOVE WS-QR-REF-STR  TO WS-QD-REFERENCE
               MOVE WS-QRD-PAYLOAD TO WS-QD-PAYLOAD
               MOVE WS-DATETIME    TO WS-QD-ISSUED-AT
               MOVE 'active'       TO WS-QD-STATUS

               WRITE QRDYN-FILE-RECORD FROM WS-QRDYN-RECORD
               CLOSE QRDYN-FILE
