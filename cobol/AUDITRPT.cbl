               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Master operator, untuk cek hak lihat data tanpa masking ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - token di DANTE_UNMASK_BY    ---
      *--- diurai ke ID operator lewat file ini                     ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(120).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-OP-ID        PIC X(12).
           05  FD-OPR-NAME         PIC X(50).
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-EOF          VALUE '10'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Baris audit untuk mencatat run tanpa masking ---
       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'AUDITRPT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Masking key audit: setiap token (dipisah '/', ':', ',' ---
      *--- atau spasi) yang memuat angka dan lebih dari 4         ---
      *--- karakter hanya ditampilkan 4 karakter terakhirnya;     ---
      *--- nilai penuh hanya untuk sesi supervisor aktif            ---
      *--- (token di DANTE_UNMASK_BY). audit.log adalah log         ---
      *--- kontrol dengan kunci lengkap (OPRCERT memetakan refund   ---
      *--- lewat txn id di kunci REFUNDPROC): akses file dibatasi   ---
      *--- ke user batch dan tim audit, semua tampilan lain wajib   ---
      *--- lewat laporan ini                                        ---
       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.

       01  WS-SN-FILE-STATUS       PIC XX.
           88  SN-FS-OK            VALUE '00'.
           88  SN-FS-EOF           VALUE '10'.

      *--- Baris sesi (layout selaras OPRSIGN) ---
       01  WS-SESSION-RECORD.
           05  WS-SN-TOKEN         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-OP-ID         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ROLE          PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ISSUED-AT     PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-EXPIRES-AT    PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-STATUS        PIC X(8).
           05  FILLER              PIC X(1).
       01  WS-SESSION-TOKEN        PIC X(12).
       01  WS-SESSION-OP-ID        PIC X(12).
       01  WS-SESSION-OK           PIC X(1) VALUE 'N'.
       01  WS-SESSION-NOW          PIC X(21).
       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-START           PIC 9(3).
       01  WS-MASK-IDX             PIC 9(3).
       01  WS-MASK-DIGITS          PIC 9(3).

      *--- Filter dari stdin (pipe-delimited, kolom kosong =       ---
      *--- wildcard): PROGRAM|CODE|KEY|DATE_FROM|DATE_TO           ---
      *--- dicetak sebagai detail, lalu ringkasan jumlah per kode  ---
      *--- error di akhir                                          ---
           PERFORM SET-FILE-PATHS
           PERFORM RESOLVE-MASKING

           ACCEPT WS-INPUT-LINE

               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan    ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk  ---
      *--- validasi dan jejak audit selanjutnya                     ---
           MOVE 'N' TO WS-SESSION-OK
           MOVE SPACES TO WS-SESSION-OP-ID
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-NOW

           IF FUNCTION TRIM(WS-SESSION-TOKEN) NOT = SPACES
               OPEN INPUT SESSION-FILE
               IF SN-FS-OK
                   PERFORM UNTIL SN-FS-EOF OR WS-SESSION-OK = 'Y'
                       READ SESSION-FILE INTO WS-SESSION-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SN-TOKEN = WS-SESSION-TOKEN
                              AND FUNCTION TRIM(WS-SN-STATUS) =
                                  'active'
                              AND WS-SN-EXPIRES-AT >
                                  WS-SESSION-NOW(1:14)
                               MOVE 'Y' TO WS-SESSION-OK
                               MOVE WS-SN-OP-ID TO WS-SESSION-OP-ID
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE SESSION-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-MASKING.
      *--- DANTE_UNMASK_BY berisi token sesi (OPRSIGN) operator     ---
      *--- yang menjalankan laporan; token diurai lewat             ---
      *--- sessions.dat, hanya supervisor aktif yang dapat nilai    ---
      *--- penuh, dan setiap permintaan dicatat dengan id operator  ---
      *--- hasil urai (token sendiri tidak ditulis ke audit.log)    ---
           MOVE 'N' TO WS-UNMASK-FLAG
           MOVE SPACES TO WS-UNMASK-BY
           ACCEPT WS-UNMASK-BY FROM ENVIRONMENT "DANTE_UNMASK_BY"

           IF WS-UNMASK-BY NOT = SPACES
               MOVE WS-UNMASK-BY TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN
               MOVE WS-SESSION-OP-ID TO WS-UNMASK-BY

               IF WS-SESSION-OK = 'Y'
                   OPEN INPUT OPERATOR-FILE
               END-IF

               IF WS-SESSION-OK = 'Y' AND OPR-FS-OK
                   MOVE WS-UNMASK-BY TO FD-OPR-OP-ID
                   READ OPERATOR-FILE
                       KEY IS FD-OPR-OP-ID
                       INVALID KEY
                           MOVE 'N' TO WS-UNMASK-FLAG
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                              AND FUNCTION TRIM(FD-OPR-ROLE)
                                  = 'supervisor'
                               MOVE 'Y' TO WS-UNMASK-FLAG
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-UNMASK-BY = SPACES
                   MOVE '-' TO WS-UNMASK-BY
               END-IF

               MOVE SPACES TO WS-AUD-KEY
               STRING 'UNMASK BY:' FUNCTION TRIM(WS-UNMASK-BY)
                   DELIMITED SIZE INTO WS-AUD-KEY
               END-STRING
               IF WS-UNMASK-FLAG = 'Y'
                   MOVE EC-SUCCESS TO WS-AUD-CODE
               ELSE
                   IF WS-SESSION-OK = 'N'
                       MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   ELSE
                       MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           OPEN EXTEND AUDIT-FILE
           IF AUD-FS-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF

           IF AUD-FS-OK
               WRITE AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       MASK-AUDIT-KEY.
      *--- Key audit adalah teks bebas berisi beberapa id; token  ---
      *--- yang memuat angka dimasking per token supaya struktur  ---
      *--- key (prefix, pemisah) tetap terbaca                    ---
           MOVE WS-MASK-IN TO WS-MASK-OUT

           IF WS-UNMASK-FLAG NOT = 'Y'
               MOVE 1 TO WS-MASK-START
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS > 81
                   IF WS-MASK-POS = 81
                       PERFORM MASK-KEY-TOKEN
                   ELSE
                       IF WS-MASK-IN(WS-MASK-POS:1) = SPACE OR '/'
                          OR ':' OR ','
                           PERFORM MASK-KEY-TOKEN
                           COMPUTE WS-MASK-START = WS-MASK-POS + 1
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       MASK-KEY-TOKEN.
      *--- Token WS-MASK-START s/d WS-MASK-POS - 1 ---
           COMPUTE WS-MASK-LEN = WS-MASK-POS - WS-MASK-START

           IF WS-MASK-LEN > 4
               MOVE 0 TO WS-MASK-DIGITS
               INSPECT WS-MASK-IN(WS-MASK-START:WS-MASK-LEN)
                   TALLYING WS-MASK-DIGITS FOR ALL '0' '1' '2' '3'
                       '4' '5' '6' '7' '8' '9'
               IF WS-MASK-DIGITS > 0
                   PERFORM VARYING WS-MASK-IDX FROM WS-MASK-START
                       BY 1 UNTIL WS-MASK-IDX + 4 >= WS-MASK-POS
                       MOVE '*' TO WS-MASK-OUT(WS-MASK-IDX:1)
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-AUDIT-ROW.
           MOVE SPACES TO WS-A-TIMESTAMP

      *----------------------------------------------------------------*
       PRINT-DETAIL-LINE.
           MOVE WS-A-KEY TO WS-MASK-IN
           PERFORM MASK-AUDIT-KEY

           STRING
               '{'
               '"status":"success",'
               '"program":"'
                   FUNCTION TRIM(WS-A-PROGRAM) '",'
               '"key":"'
                   FUNCTION TRIM(WS-MASK-OUT) '",'
               '"error_code":"'
                   FUNCTION TRIM(WS-A-CODE-STR) '",'
               '"source":"legacy-cobol"'
