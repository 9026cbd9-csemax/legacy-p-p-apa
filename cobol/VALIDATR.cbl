               MOVE 'N' TO WS-ROW-OK
           END-IF

      *--- PIN kosong itu normal - PIN disimpan sebagai hash di   ---
      *--- pinhash.dat. Kalau masih terisi (belum dikonversi),    ---
      *--- formatnya tetap harus 6 digit                           ---
           IF WS-AP-PIN NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-AP-PIN) TO WS-NUMVAL-CHECK
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AP-PIN))
                   TO WS-FIELD-LEN
               IF WS-NUMVAL-CHECK NOT = 0 OR WS-FIELD-LEN NOT = 6
                   MOVE 'N' TO WS-ROW-OK
               END-IF
           END-IF

           IF WS-ROW-OK = 'N'
