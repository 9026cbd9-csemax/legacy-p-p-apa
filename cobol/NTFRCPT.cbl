               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RT-FILE-STATUS.

      *--- Antrean eksepsi bersama (EXCMAINT) - item gagal ditaruh ---
      *--- di sini supaya ops menanganinya dari satu tempat         ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETRY-FILE-RECORD       PIC X(100).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Antrean eksepsi bersama (layout selaras EXCMAINT) ---
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.
       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.
           88  EXC-FS-NOT-FOUND    VALUE '35'.

       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SOURCE        PIC X(10) VALUE 'NOTIFYDRN'.
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

      *--- Baris antrean yang sudah ada: nomor tertinggi dan cek  ---
      *--- item kembar yang masih open/assigned                     ---
       01  WS-EXC-SCAN.
           05  WS-XS-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-XS-SOURCE        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-XS-REFERENCE     PIC X(50).
           05  FILLER              PIC X(58).
           05  WS-XS-STATUS        PIC X(10).
           05  FILLER              PIC X(162).
       01  WS-EXC-LAST-ID          PIC 9(8).
       01  WS-EXC-DUP-FOUND        PIC X(1).
       01  WS-EXC-ERR-IDX          PIC 9(2).

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-MATCH-FOUND          PIC X(1).
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-RETRY-FOUND          PIC X(1).
       01  WS-NEW-QUEUE-STATUS     PIC X(10).

                      '/ntfretry.dat' DELIMITED SIZE
                      INTO WS-RETRY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
                   IF WS-MATCH-FOUND = 'Y'
                       ADD 1 TO WS-ROWS-DEAD
                       PERFORM PRINT-UNDELIVERABLE-LINE
                       PERFORM QUEUE-DEAD-LETTER
                   END-IF
               ELSE
                   MOVE 'new' TO WS-NEW-QUEUE-STATUS
               IF WS-MATCH-FOUND = 'Y'
                   ADD 1 TO WS-ROWS-DEAD
                   PERFORM PRINT-UNDELIVERABLE-LINE
                   PERFORM QUEUE-DEAD-LETTER
               END-IF
           END-IF.

           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       QUEUE-DEAD-LETTER.
      *--- Dead letter outbox NOTIFYDRN ikut antrean eksepsi;      ---
      *--- referensi EVENT:TXN_ID dipakai EXCMAINT untuk mengantre ---
      *--- ulang barisnya. Batas retry transient habis = retryable, ---
      *--- gagal permanen menunggu perbaikan data kontak            ---
           MOVE SPACES TO WS-EX-REFERENCE
           STRING FUNCTION TRIM(WS-RC-EVENT) ':'
                  FUNCTION TRIM(WS-RC-TXN-ID)
               DELIMITED SIZE
               INTO WS-EX-REFERENCE
           END-STRING

           MOVE 'USER' TO WS-EX-SUBJ-TYPE
           MOVE WS-RC-USER-ID TO WS-EX-SUBJ-ID

           MOVE FUNCTION TEST-NUMVAL(WS-NR-AMOUNT) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK = 0
               MOVE FUNCTION NUMVAL(WS-NR-AMOUNT) TO WS-EX-AMOUNT
           ELSE
               MOVE 0 TO WS-EX-AMOUNT
           END-IF

           IF WS-IS-TRANSIENT = 'Y'
               MOVE EC-TIMEOUT TO WS-EX-ERROR-CODE
           ELSE
               MOVE EC-INVALID-USER TO WS-EX-ERROR-CODE
           END-IF

           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-READ TO WS-READ-EDIT
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-ITEM.
      *--- Item gagal masuk antrean eksepsi bersama (EXCMAINT).    ---
      *--- Pemanggil mengisi referensi, subjek, nominal dan kode;  ---
      *--- item kembar yang masih open/assigned tidak diantre dua  ---
      *--- kali. Nomor item = nomor tertinggi + 1 (pola CASEINTK)  ---
           MOVE 'N' TO WS-EXC-DUP-FOUND
           MOVE 0 TO WS-EXC-LAST-ID

           OPEN INPUT EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF
                   READ EXCQ-FILE INTO WS-EXC-SCAN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCAN-EXCEPTION-ROW
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF

           IF WS-EXC-DUP-FOUND = 'N'
               PERFORM LOOKUP-EXCEPTION-RETRYABLE

               ADD 1 TO WS-EXC-LAST-ID
               MOVE WS-EXC-LAST-ID TO WS-EX-ITEM-ID
               MOVE 'open' TO WS-EX-STATUS
               MOVE SPACES TO WS-EX-ASSIGNEE
               MOVE FUNCTION CURRENT-DATE TO WS-EX-CREATED-AT
               MOVE WS-EX-CREATED-AT TO WS-EX-UPDATED-AT
               MOVE WS-EX-SOURCE TO WS-EX-UPDATED-BY
               MOVE SPACES TO WS-EX-REASON

               OPEN EXTEND EXCQ-FILE
               IF EXC-FS-NOT-FOUND
                   OPEN OUTPUT EXCQ-FILE
                   CLOSE EXCQ-FILE
                   OPEN EXTEND EXCQ-FILE
               END-IF

               IF EXC-FS-OK
                   WRITE EXCQ-FILE-RECORD FROM WS-EXC-RECORD
                   CLOSE EXCQ-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCAN-EXCEPTION-ROW.
           IF WS-XS-ITEM-ID IS NUMERIC
              AND WS-XS-ITEM-ID > WS-EXC-LAST-ID
               MOVE WS-XS-ITEM-ID TO WS-EXC-LAST-ID
           END-IF

           IF WS-XS-SOURCE = WS-EX-SOURCE
              AND WS-XS-REFERENCE = WS-EX-REFERENCE
              AND (FUNCTION TRIM(WS-XS-STATUS) = 'open'
                   OR FUNCTION TRIM(WS-XS-STATUS) = 'assigned')
               MOVE 'Y' TO WS-EXC-DUP-FOUND
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-EXCEPTION-RETRYABLE.
      *--- Flag retryable item mengikuti ERRORCODES.cpy lewat tabel ---
      *--- pandangannya (pola LOOKUP-RETRYABLE-FLAG di DISPATCHER)  ---
           MOVE 'false' TO WS-EX-RETRYABLE

           PERFORM VARYING WS-EXC-ERR-IDX FROM 1 BY 1
               UNTIL WS-EXC-ERR-IDX > 53
               IF WS-EC-ENTRY(WS-EXC-ERR-IDX) = WS-EX-ERROR-CODE
                   MOVE WS-ER-ENTRY(WS-EXC-ERR-IDX)
                       TO WS-EX-RETRYABLE
                   MOVE 54 TO WS-EXC-ERR-IDX
               END-IF
           END-PERFORM.
