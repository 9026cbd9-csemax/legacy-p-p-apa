      *================================================================*
      * EXCMAINT.CBL - Batch Exception & Repair Queue Maintenance     *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Antrean eksepsi bersama - diisi BULKPAY, SIRUN, INSTRUN, ---
      *--- CLRIN, PAYACK dan NTFRCPT (dead letter NOTIFYDRN)         ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

      *--- Jejak penanganan: siapa melakukan apa atas item mana ---
           SELECT EXCNOTE-FILE
               ASSIGN TO DYNAMIC WS-EXCNOTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.

      *--- Outbox notifikasi - retry dead letter mengantre ulang  ---
      *--- barisnya (status dead jadi new)                          ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Registri operator - petugas ops harus terdaftar aktif ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       FD  EXCNOTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCNOTE-FILE-RECORD     PIC X(200).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.
       01  WS-EXCNOTE-FILE-PATH     PIC X(100)
           VALUE '/app/data/excnote.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.

       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.

       01  WS-EN-FILE-STATUS       PIC XX.
           88  EN-FS-OK            VALUE '00'.
           88  EN-FS-EOF           VALUE '10'.
           88  EN-FS-NOT-FOUND     VALUE '35'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-EOF          VALUE '10'.

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

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
      *--- sesi supervisor aktif (token di DANTE_UNMASK_BY)         ---
       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-SUBJ-ID         PIC X(20).

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    LIST|FILTER             - FILTER kosong = semua item yang
      *                              belum ditutup; selain itu status
      *                              atau sumber (mis. SIRUN)
      *    INQ|ITEM_ID             - item beserta jejak catatannya
      *    ASSIGN|ITEM_ID|OPERATOR|ASSIGNEE|TEXT
      *    RETRY|ITEM_ID|OPERATOR||ALASAN
      *    CLOSE|ITEM_ID|OPERATOR||ALASAN
      *--- ASSIGN oleh supervisor ke siapa saja; teller hanya boleh ---
      *--- mengambil item open untuk dirinya sendiri. RETRY dan     ---
      *--- CLOSE oleh pemegang item atau supervisor, wajib beralasan;---
      *--- RETRY item non-retryable (kode bisnis/data) hanya oleh   ---
      *--- supervisor, setelah datanya diperbaiki                   ---
       01  WS-INPUT-LINE           PIC X(250).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-ITEM-ID           PIC X(14).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-TARGET            PIC X(12).
       01  WS-IN-TEXT              PIC X(100).

      *--- Item antrean eksepsi: nomor, sumber, referensi item di   ---
      *--- sumbernya, subjek (USER/MERCHANT), nominal, kode error   ---
      *--- ERRORCODES dan flag retryable-nya, status (open/assigned/---
      *--- retry/closed), pemegang, jejak waktu dan alasan terakhir ---
       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SOURCE        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REFERENCE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ERROR-CODE    PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-RETRYABLE     PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REASON        PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Salinan item terpilih; diubah lalu di-REWRITE ---
       01  WS-ITEM-SAVE            PIC X(300).

      *--- Baris jejak penanganan ---
       01  WS-EXCNOTE-RECORD.
           05  WS-EN-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EN-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EN-OPERATOR      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EN-ACTION        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EN-TEXT          PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris outbox (selaras WS-NOTIFY-RECORD di NTFRCPT) ---
       01  WS-NOTIFY-RECORD.
           05  WS-NR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-EVENT         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Referensi dead letter NOTIFYDRN: EVENT:TXN_ID ---
       01  WS-DL-EVENT             PIC X(12).
       01  WS-DL-TXN-ID            PIC X(36).
       01  WS-DL-REQUEUED          PIC X(1).

       01  WS-ITEM-ID-NUM          PIC 9(8).
       01  WS-ITEM-FOUND           PIC X(1) VALUE 'N'.
       01  WS-ITEM-CLOSED          PIC X(1) VALUE 'N'.
       01  WS-NUMVAL-CHECK         PIC S9(4).

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-TO-CHECK    PIC X(12).
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-ACTOR-ROLE           PIC X(12) VALUE SPACES.
       01  WS-ACTION-ALLOWED       PIC X(1) VALUE 'N'.

       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-ITEM-EDIT            PIC Z(7)9.
       01  WS-CODE-EDIT            PIC 9(4).
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'EXCMAINT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-ITEM-ID
                    WS-IN-OPERATOR
                    WS-IN-TARGET
                    WS-IN-TEXT
           END-UNSTRING

           PERFORM RESOLVE-MASKING

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'LIST'
                   PERFORM LIST-ITEMS
               WHEN 'INQ'
                   PERFORM INQUIRE-ITEM
               WHEN 'ASSIGN'
               WHEN 'RETRY'
               WHEN 'CLOSE'
                   PERFORM PROCESS-ITEM-ACTION
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excnote.dat' DELIMITED SIZE
                      INTO WS-EXCNOTE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       PROCESS-ITEM-ACTION.
      *--- Urutan cek: sesi operator (kolom operator membawa        ---
      *--- token OPRSIGN), operator, item (harus ada dan belum      ---
      *--- ditutup), kewenangan, alasan - baru item diubah         ---
           MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR
           MOVE WS-IN-OPERATOR TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ROLE TO WS-ACTOR-ROLE

           PERFORM LOAD-ITEM

           IF WS-ITEM-FOUND = 'N' OR WS-ITEM-CLOSED = 'Y'
               PERFORM RETURN-ITEM-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM CHECK-ACTION-ALLOWED

           IF WS-ACTION-ALLOWED = 'N'
               PERFORM WRITE-DENIED-AUDIT
               PERFORM RETURN-NOT-AUTHORIZED
               STOP RUN
           END-IF

      *--- Retry dan penutupan wajib beralasan ---
           IF FUNCTION TRIM(WS-IN-TEXT) = SPACES
              AND FUNCTION TRIM(WS-IN-MODE) NOT = 'ASSIGN'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'ASSIGN'
                   MOVE WS-IN-TARGET TO WS-EX-ASSIGNEE
                   MOVE 'assigned' TO WS-EX-STATUS
               WHEN 'RETRY'
                   IF FUNCTION TRIM(WS-EX-SOURCE) = 'NOTIFYDRN'
                       PERFORM REQUEUE-DEAD-LETTER
                       IF WS-DL-REQUEUED = 'N'
                           PERFORM RETURN-DEAD-LETTER-GONE
                           STOP RUN
                       END-IF
                   END-IF
                   MOVE 'retry' TO WS-EX-STATUS
                   MOVE WS-IN-TEXT TO WS-EX-REASON
               WHEN 'CLOSE'
                   MOVE 'closed' TO WS-EX-STATUS
                   MOVE WS-IN-TEXT TO WS-EX-REASON
           END-EVALUATE

           MOVE WS-DATETIME TO WS-EX-UPDATED-AT
           MOVE WS-IN-OPERATOR TO WS-EX-UPDATED-BY

           PERFORM REWRITE-ITEM
           PERFORM APPEND-ITEM-NOTE
           PERFORM WRITE-ACTION-AUDIT
           PERFORM RETURN-ITEM-UPDATED.

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
       RETURN-SESSION-INVALID.
           MOVE SPACES TO WS-JSON-OUTPUT
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
      *--- Operator harus terdaftar dan berstatus active di        ---
      *--- operators.dat; perannya disimpan untuk cek kewenangan   ---
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ROLE

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-OPERATOR-TO-CHECK TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                           MOVE FD-OPR-ROLE TO WS-OPERATOR-ROLE
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE 'N' TO WS-ITEM-CLOSED

           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-ITEM-ID))
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK = 0
               MOVE FUNCTION NUMVAL(WS-IN-ITEM-ID) TO WS-ITEM-ID-NUM

               OPEN INPUT EXCQ-FILE
               IF EXC-FS-OK
                   PERFORM UNTIL EXC-FS-EOF OR WS-ITEM-FOUND = 'Y'
                       READ EXCQ-FILE INTO WS-EXC-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-EX-ITEM-ID = WS-ITEM-ID-NUM
                               MOVE 'Y' TO WS-ITEM-FOUND
                               MOVE WS-EXC-RECORD TO WS-ITEM-SAVE
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE EXCQ-FILE
               END-IF
           END-IF

           IF WS-ITEM-FOUND = 'Y'
               MOVE WS-ITEM-SAVE TO WS-EXC-RECORD
               IF FUNCTION TRIM(WS-EX-STATUS) = 'closed'
                   MOVE 'Y' TO WS-ITEM-CLOSED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ACTION-ALLOWED.
           MOVE 'N' TO WS-ACTION-ALLOWED

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'ASSIGN'
                   PERFORM CHECK-ASSIGN-ALLOWED
               WHEN 'RETRY'
                   PERFORM CHECK-HOLDER-OR-SUPERVISOR
                   IF WS-EX-RETRYABLE NOT = 'true'
                      AND FUNCTION TRIM(WS-ACTOR-ROLE)
                          NOT = 'supervisor'
                       MOVE 'N' TO WS-ACTION-ALLOWED
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-HOLDER-OR-SUPERVISOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       CHECK-ASSIGN-ALLOWED.
      *--- Penerima tugas juga harus operator aktif ---
           IF FUNCTION TRIM(WS-ACTOR-ROLE) = 'supervisor'
               MOVE 'Y' TO WS-ACTION-ALLOWED
           ELSE
               IF FUNCTION TRIM(WS-EX-STATUS) = 'open'
                  AND WS-IN-TARGET = WS-IN-OPERATOR
                   MOVE 'Y' TO WS-ACTION-ALLOWED
               END-IF
           END-IF

           IF WS-ACTION-ALLOWED = 'Y'
               MOVE WS-IN-TARGET TO WS-OPERATOR-TO-CHECK
               PERFORM VALIDATE-OPERATOR
               IF WS-OPERATOR-OK = 'N'
                   PERFORM RETURN-INVALID-OPERATOR
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-HOLDER-OR-SUPERVISOR.
           IF FUNCTION TRIM(WS-ACTOR-ROLE) = 'supervisor'
               MOVE 'Y' TO WS-ACTION-ALLOWED
           ELSE
               IF WS-EX-ASSIGNEE = WS-IN-OPERATOR
                  AND FUNCTION TRIM(WS-EX-ASSIGNEE) NOT = SPACES
                   MOVE 'Y' TO WS-ACTION-ALLOWED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REQUEUE-DEAD-LETTER.
      *--- Baris outbox dead yang cocok user+event+txn dikembalikan ---
      *--- ke new supaya NOTIFYDRN mengirimnya lagi pada poll       ---
      *--- berikutnya (panjang baris tetap, REWRITE in-place)       ---
           MOVE 'N' TO WS-DL-REQUEUED
           MOVE SPACES TO WS-DL-EVENT
           MOVE SPACES TO WS-DL-TXN-ID

           UNSTRING WS-EX-REFERENCE
               DELIMITED BY ':'
               INTO WS-DL-EVENT
                    WS-DL-TXN-ID
           END-UNSTRING

           OPEN I-O NOTIFY-FILE
           IF NTF-FS-OK
               PERFORM UNTIL NTF-FS-EOF OR WS-DL-REQUEUED = 'Y'
                   READ NOTIFY-FILE INTO WS-NOTIFY-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NR-USER-ID = WS-EX-SUBJ-ID
                          AND WS-NR-EVENT = WS-DL-EVENT
                          AND WS-NR-TXN-ID = WS-DL-TXN-ID
                          AND FUNCTION TRIM(WS-NR-STATUS) = 'dead'
                           MOVE 'Y' TO WS-DL-REQUEUED
                           MOVE 'new' TO WS-NR-STATUS
                           REWRITE NOTIFY-FILE-RECORD
                               FROM WS-NOTIFY-RECORD
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       REWRITE-ITEM.
           MOVE WS-EXC-RECORD TO WS-ITEM-SAVE
           MOVE 'N' TO WS-ITEM-FOUND

           OPEN I-O EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF OR WS-ITEM-FOUND = 'Y'
                   READ EXCQ-FILE INTO WS-EXC-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EX-ITEM-ID = WS-ITEM-ID-NUM
                           MOVE 'Y' TO WS-ITEM-FOUND
                           REWRITE EXCQ-FILE-RECORD
                               FROM WS-ITEM-SAVE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF

           MOVE WS-ITEM-SAVE TO WS-EXC-RECORD.

      *----------------------------------------------------------------*
       APPEND-ITEM-NOTE.
           MOVE WS-EX-ITEM-ID TO WS-EN-ITEM-ID
           MOVE WS-DATETIME TO WS-EN-TIMESTAMP
           MOVE WS-IN-OPERATOR TO WS-EN-OPERATOR
           MOVE WS-IN-MODE TO WS-EN-ACTION

           IF FUNCTION TRIM(WS-IN-MODE) = 'ASSIGN'
               MOVE SPACES TO WS-EN-TEXT
               STRING 'TO:' FUNCTION TRIM(WS-IN-TARGET) ' '
                      FUNCTION TRIM(WS-IN-TEXT)
                   DELIMITED SIZE INTO WS-EN-TEXT
               END-STRING
           ELSE
               MOVE WS-IN-TEXT TO WS-EN-TEXT
           END-IF

           OPEN EXTEND EXCNOTE-FILE
           IF EN-FS-NOT-FOUND
               OPEN OUTPUT EXCNOTE-FILE
               CLOSE EXCNOTE-FILE
               OPEN EXTEND EXCNOTE-FILE
           END-IF

           IF EN-FS-OK
               WRITE EXCNOTE-FILE-RECORD FROM WS-EXCNOTE-RECORD
               CLOSE EXCNOTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       LIST-ITEMS.
      *--- Tanpa filter: semua item yang belum ditutup; filter     ---
      *--- dicocokkan ke status atau ke sumber item                 ---
           OPEN INPUT EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF
                   READ EXCQ-FILE INTO WS-EXC-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-IN-ITEM-ID) = SPACES
                           IF FUNCTION TRIM(WS-EX-STATUS)
                                  NOT = 'closed'
                               PERFORM PRINT-ITEM-LINE
                           END-IF
                       ELSE
                           IF FUNCTION TRIM(WS-EX-STATUS) =
                              FUNCTION TRIM(WS-IN-ITEM-ID)
                              OR FUNCTION TRIM(WS-EX-SOURCE) =
                                 FUNCTION TRIM(WS-IN-ITEM-ID)
                               PERFORM PRINT-ITEM-LINE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF

           PERFORM PRINT-LIST-SUMMARY.

      *----------------------------------------------------------------*
       INQUIRE-ITEM.
           PERFORM LOAD-ITEM

           IF WS-ITEM-FOUND = 'N'
               PERFORM RETURN-ITEM-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM PRINT-ITEM-LINE

           OPEN INPUT EXCNOTE-FILE
           IF EN-FS-OK
               PERFORM UNTIL EN-FS-EOF
                   READ EXCNOTE-FILE INTO WS-EXCNOTE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EN-ITEM-ID = WS-EX-ITEM-ID
                           PERFORM PRINT-NOTE-LINE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE EXCNOTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ACTION-AUDIT.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-ITEM-AUDIT.

      *----------------------------------------------------------------*
       WRITE-DENIED-AUDIT.
           MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
           PERFORM WRITE-ITEM-AUDIT.

      *----------------------------------------------------------------*
       WRITE-ITEM-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-EX-ITEM-ID TO WS-ITEM-EDIT

           MOVE SPACES TO WS-AUD-KEY
           STRING 'EXC:' FUNCTION TRIM(WS-ITEM-EDIT) ' '
                  FUNCTION TRIM(WS-IN-MODE) ' BY:'
                  FUNCTION TRIM(WS-IN-OPERATOR)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

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
       PRINT-ITEM-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-EX-ITEM-ID TO WS-ITEM-EDIT
           MOVE WS-EX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-EX-ERROR-CODE TO WS-CODE-EDIT
           MOVE WS-EX-SUBJ-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-SUBJ-ID

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"item_id":'
                   FUNCTION TRIM(WS-ITEM-EDIT) ','
               '"item_source":"'
                   FUNCTION TRIM(WS-EX-SOURCE) '",'
               '"reference":"'
                   FUNCTION TRIM(WS-EX-REFERENCE) '",'
               '"subject_type":"'
                   FUNCTION TRIM(WS-EX-SUBJ-TYPE) '",'
               '"subject_id":"'
                   FUNCTION TRIM(WS-MASK-SUBJ-ID) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"error_code":'
                   WS-CODE-EDIT ','
               '"retryable":'
                   FUNCTION TRIM(WS-EX-RETRYABLE) ','
               '"item_status":"'
                   FUNCTION TRIM(WS-EX-STATUS) '",'
               '"assignee":"'
                   FUNCTION TRIM(WS-EX-ASSIGNEE) '",'
               '"created_at":"'
                   FUNCTION TRIM(WS-EX-CREATED-AT) '",'
               '"reason":"'
                   FUNCTION TRIM(WS-EX-REASON) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item antrean eksepsi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-NOTE-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"timestamp":"'
                   FUNCTION TRIM(WS-EN-TIMESTAMP) '",'
               '"operator":"'
                   FUNCTION TRIM(WS-EN-OPERATOR) '",'
               '"action":"'
                   FUNCTION TRIM(WS-EN-ACTION) '",'
               '"text":"'
                   FUNCTION TRIM(WS-EN-TEXT) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Catatan penanganan eksepsi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

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
       MASK-VALUE.
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';      ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya        ---
           MOVE WS-MASK-IN TO WS-MASK-OUT

           IF WS-UNMASK-FLAG NOT = 'Y' AND WS-MASK-IN NOT = SPACES
               COMPUTE WS-MASK-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-IN))
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS + 4 > WS-MASK-LEN
                   MOVE '*' TO WS-MASK-OUT(WS-MASK-POS:1)
               END-PERFORM
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
       PRINT-LIST-SUMMARY.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"items_listed":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Daftar antrean eksepsi selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ITEM-UPDATED.
           MOVE WS-EX-ITEM-ID TO WS-ITEM-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"item_id":'
                   FUNCTION TRIM(WS-ITEM-EDIT) ','
               '"action":"'
                   FUNCTION TRIM(WS-IN-MODE) '",'
               '"item_source":"'
                   FUNCTION TRIM(WS-EX-SOURCE) '",'
               '"item_status":"'
                   FUNCTION TRIM(WS-EX-STATUS) '",'
               '"assignee":"'
                   FUNCTION TRIM(WS-EX-ASSIGNEE) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item antrean eksepsi diperbarui"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ITEM-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Item eksepsi tidak ditemukan atau sudah '
               'ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DEAD-LETTER-GONE.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Pesan dead letter tidak lagi ada di outbox"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-OPERATOR.
           STRING
               '{'
               '"status":"error",'
               '"code":1022,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR) ','
               '"data":null,'
               '"message":"Operator tidak terdaftar atau tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-AUTHORIZED.
           STRING
               '{'
               '"status":"error",'
               '"code":1023,'
               '"retryable":' FUNCTION TRIM(ER-NOT-AUTHORIZED) ','
               '"data":null,'
               '"message":"Operator tidak berwenang atas item ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING
               '{'
               '"status":"error",'
               '"code":9999,'
               '"retryable":' FUNCTION TRIM(ER-UNKNOWN-ERROR) ','
               '"data":null,'
               '"message":"Mode tidak dikenal atau alasan kosong '
               '(LIST/INQ/ASSIGN/RETRY/CLOSE)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.
