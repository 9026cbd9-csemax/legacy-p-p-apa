               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Tahun buku yang sudah ditutup YECLOSE ---
           SELECT PERIOD-LOCK-FILE
               ASSIGN TO '/app/data/periodlock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  PERIOD-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-LOCK-FILE-RECORD PIC X(60).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
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

      *--- Penanda tahun tertutup (layout selaras YECLOSE) ---
       01  WS-PL-FILE-STATUS       PIC XX.
           88  PL-FS-OK            VALUE '00'.
           88  PL-FS-EOF           VALUE '10'.

       01  WS-PERIOD-LOCK-RECORD.
           05  WS-PK-YEAR          PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-AT     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-BY     PIC X(12).
           05  FILLER              PIC X(1).
       01  WS-PK-MAX-YEAR          PIC X(4).
       01  WS-POSTING-DATE         PIC X(8).
       01  WS-PERIOD-CLOSED        PIC X(1) VALUE 'N'.
       01  WS-TODAY                PIC X(8).

      *--- Input dari stdin (format pipe-delimited) ---
      *    REQUEST|USER_ID|CR/DR|AMOUNT|REASON_CODE|MAKER|VALUE_DATE
      *--- CR menambah saldo, DR mengurangi; alasan wajib dari    ---
      *--- daftar terkendali adjreason.dat. VALUE_DATE (YYYYMMDD, ---
      *--- opsional) untuk koreksi bertanggal mundur - default     ---
      *--- hari ini                                                  ---
       01  WS-INPUT-LINE           PIC X(150).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-USER-ID           PIC X(20).
       01  WS-IN-AMOUNT-STR        PIC X(20).
       01  WS-IN-REASON            PIC X(12).
       01  WS-IN-MAKER             PIC X(12).
       01  WS-IN-VALUE-DATE        PIC X(8).
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-IN-AMOUNT            PIC 9(13)V99.

                    WS-IN-AMOUNT-STR
                    WS-IN-REASON
                    WS-IN-MAKER
                    WS-IN-VALUE-DATE
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MODE) NOT = 'REQUEST'
               STOP RUN
           END-IF

      *--- Tanggal valuta tidak boleh di masa depan; tahun yang    ---
      *--- sudah ditutup YECLOSE tidak menerima koreksi lagi       ---
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF WS-IN-VALUE-DATE = SPACES
               MOVE WS-TODAY TO WS-POSTING-DATE
           ELSE
               IF WS-IN-VALUE-DATE IS NOT NUMERIC
                  OR WS-IN-VALUE-DATE > WS-TODAY
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-IN-VALUE-DATE)) NOT = 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               MOVE WS-IN-VALUE-DATE TO WS-POSTING-DATE
           END-IF

           PERFORM CHECK-PERIOD-LOCK

           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM RETURN-PERIOD-CLOSED
               STOP RUN
           END-IF

      *--- Kolom operator membawa token sesi OPRSIGN; diganti    ---
      *--- dengan ID operator pemilik sesi sebelum validasi        ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER

      *--- Maker harus operator terdaftar dan aktif ---
           PERFORM VALIDATE-OPERATOR


           STOP RUN.

      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan  ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk ---
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
       RETURN-SESSION-INVALID.
           STRING
               '{'
               '"status":"error",'
               '"code":1039,'
               '"retryable":' FUNCTION TRIM(ER-SESSION-INVALID) ','
               '"data":null,'
               '"message":"Token sesi operator tidak dikenal atau'
               ' sudah berakhir, sign-on ulang lewat OPRSIGN"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK

      *----------------------------------------------------------------*
       APPEND-PENDING-CHANGE.
      *--- Target ADJUST: arah di kolom field, nominal:alasan:     ---
      *--- tanggal valuta di kolom nilai - CHGAPPR mengurai dan    ---
      *--- memposting saat checker menyetujui                        ---
           PERFORM GET-NEXT-CHANGE-ID

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           MOVE SPACES TO WS-PC-NEW-VALUE
           STRING FUNCTION TRIM(WS-IN-AMOUNT-STR) ':'
                  FUNCTION TRIM(WS-IN-REASON) ':'
                  WS-POSTING-DATE
               DELIMITED SIZE
               INTO WS-PC-NEW-VALUE
           END-STRING
               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-PERIOD-LOCK.
      *--- Penutupan kumulatif: tahun tertutup tertinggi di        ---
      *--- periodlock.dat menutup tahun itu dan sebelumnya          ---
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE '0000' TO WS-PK-MAX-YEAR

           OPEN INPUT PERIOD-LOCK-FILE
           IF PL-FS-OK
               PERFORM UNTIL PL-FS-EOF
                   READ PERIOD-LOCK-FILE INTO WS-PERIOD-LOCK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PK-YEAR IS NUMERIC
                          AND WS-PK-YEAR > WS-PK-MAX-YEAR
                           MOVE WS-PK-YEAR TO WS-PK-MAX-YEAR
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PERIOD-LOCK-FILE
           END-IF

           IF WS-POSTING-DATE(1:4) <= WS-PK-MAX-YEAR
               MOVE 'Y' TO WS-PERIOD-CLOSED
           END-IF.

      *----------------------------------------------------------------*
       RETURN-PERIOD-CLOSED.
           STRING
               '{'
               '"status":"error",'
               '"code":1043,'
               '"retryable":' FUNCTION TRIM(ER-PERIOD-CLOSED) ','
               '"data":null,'
               '"message":"Tanggal valuta jatuh di tahun buku yang'
               ' sudah ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       GET-NEXT-CHANGE-ID.
      *--- Nomor urut sederhana: jumlah baris antrian + 1 ---
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"reason_code":"'
                   FUNCTION TRIM(WS-IN-REASON) '",'
               '"value_date":"'
                   WS-POSTING-DATE '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Koreksi saldo masuk antrian dual control"'
