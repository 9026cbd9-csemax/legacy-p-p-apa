               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

      *--- Rentang user id per stream paralel: satu baris    ---
      *--- DARI|SAMPAI per stream (DARI inklusif, SAMPAI     ---
      *--- eksklusif, kosong = tanpa batas), urut naik       ---
           SELECT STREAMS-FILE
               ASSIGN TO DYNAMIC WS-STREAMS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SM-FILE-STATUS.

      *--- Exit code satu stream, ditulis shell saat stream selesai ---
           SELECT STRMRC-FILE
               ASSIGN TO DYNAMIC WS-STRMRC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SX-FILE-STATUS.

      *--- Total kontrol yang ditulis program stream sendiri ---
           SELECT STRMCTL-FILE
               ASSIGN TO DYNAMIC WS-STRMCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-FILE-RECORD      PIC X(60).

       FD  STREAMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STREAMS-FILE-RECORD     PIC X(50).

       FD  STRMRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMRC-FILE-RECORD      PIC X(10).

       FD  STRMCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMCTL-FILE-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
           VALUE '/app/data/runctl.dat'.
       01  WS-SYSSTAT-FILE-PATH     PIC X(100)
           VALUE '/app/data/sysstat.dat'.
       01  WS-STREAMS-FILE-PATH     PIC X(100)
           VALUE '/app/data/streams.dat'.
       01  WS-STRMRC-FILE-PATH      PIC X(100).
       01  WS-STRMCTL-FILE-PATH     PIC X(100).

       01  WS-SS-FILE-STATUS       PIC XX.
           88  SS-FS-OK            VALUE '00'.
       01  WS-RUN-DATE             PIC X(8).

      *--- Urutan langkah EOD yang dijaga driver ini - kolom arg   ---
      *--- menandai langkah yang menerima tanggal bisnis (Y/N),    ---
      *--- atau langkah yang dijalankan paralel per rentang user   ---
      *--- id: S = stream saja, P = stream lalu MERGE, M = seperti ---
      *--- P tapi hanya di akhir bulan dengan argumen YYYYMM       ---
       01  WS-STEP-TABLE-DATA.
           05  FILLER              PIC X(12) VALUE 'VALIDATR'.
           05  FILLER              PIC X(1)  VALUE 'N'.
           05  FILLER              PIC X(12) VALUE 'STALESWP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'SIRUN'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'INSTRUN'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'AUTHEXP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'RTPEXP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'CORPEXP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'TXNSEG'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'RECONCILE'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'SUSPAGE'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'SETTLERPT'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'SETTLESWP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'SETTLEXT'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'BILLREM'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'CASHRPT'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'MERCHRPT'.
           05  FILLER              PIC X(1)  VALUE 'N'.
           05  FILLER              PIC X(12) VALUE 'LOYSWP'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'REFRUN'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'WATCHSCAN'.
           05  FILLER              PIC X(1)  VALUE 'N'.
           05  FILLER              PIC X(12) VALUE 'AMLSCAN'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'CASEINTK'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'DORMSWP'.
           05  FILLER              PIC X(1)  VALUE 'S'.
           05  FILLER              PIC X(12) VALUE 'INTACCR'.
           05  FILLER              PIC X(1)  VALUE 'P'.
           05  FILLER              PIC X(12) VALUE 'STMTRUN'.
           05  FILLER              PIC X(1)  VALUE 'M'.
           05  FILLER              PIC X(12) VALUE 'MISRPT'.
           05  FILLER              PIC X(1)  VALUE 'Y'.
           05  FILLER              PIC X(12) VALUE 'CDCCUT'.
           05  FILLER              PIC X(1)  VALUE 'N'.

       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05  WS-ST-ENTRY OCCURS 27 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-NAME      PIC X(12).
               10  WS-ST-TAKES-DATE PIC X(1).
                   88  WS-ST-STREAMED  VALUE 'S' 'P' 'M'.
                   88  WS-ST-MERGED    VALUE 'P' 'M'.
                   88  WS-ST-MONTH-END VALUE 'M'.

       01  WS-STEP-RESULTS.
           05  WS-SR-ENTRY OCCURS 27 TIMES.
               10  WS-SR-OUTCOME   PIC X(10).

       01  WS-RUNCTL-RECORD.
           05  WS-RC-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Nama baris run control yang sedang dicek/ditulis: nama ---
      *--- langkah, atau nama langkah + '-Snn' untuk satu stream    ---
       01  WS-CUR-STEP-NAME        PIC X(12).
       01  WS-STEP-DONE            PIC X(1).
       01  WS-STEP-FAILED          PIC X(1) VALUE 'N'.
       01  WS-STEPS-RUN            PIC 9(2) VALUE 0.
      *--- diarahkan ke log EOD harian supaya morning shift cukup  ---
      *--- membaca satu file                                       ---
       01  WS-SHELL-COMMAND        PIC X(300).

      *--- Stream paralel: rentang dari streams.dat (default empat ---
      *--- rentang), satu perintah shell menjalankan semua stream  ---
      *--- di background lalu menunggu semuanya selesai            ---
       01  WS-SM-FILE-STATUS       PIC XX.
           88  SM-FS-OK            VALUE '00'.
           88  SM-FS-EOF           VALUE '10'.
       01  WS-SX-FILE-STATUS       PIC XX.
           88  SX-FS-OK            VALUE '00'.
       01  WS-SC-FILE-STATUS       PIC XX.
           88  SC-FS-OK            VALUE '00'.

       01  WS-STREAM-COUNT         PIC 9(2) VALUE 0.
       01  WS-STREAM-TABLE.
           05  WS-SM-ENTRY OCCURS 9 TIMES INDEXED BY WS-SM-IDX.
               10  WS-SM-FROM      PIC X(20).
               10  WS-SM-TO        PIC X(20).
               10  WS-SM-OUTCOME   PIC X(10).
       01  WS-SM-LINE              PIC X(50).
       01  WS-SM-NUM               PIC 9(2).
       01  WS-SM-ARG-FROM          PIC X(20).
       01  WS-SM-ARG-TO            PIC X(20).
       01  WS-STREAM-FAILED        PIC X(1).
       01  WS-STREAMS-LAUNCHED     PIC 9(2).
       01  WS-STEP-KEY             PIC X(8).
       01  WS-STREAM-LOG-PATH      PIC X(150).
       01  WS-MAIN-LOG-PATH        PIC X(150).
       01  WS-STREAM-COMMAND       PIC X(6000).
       01  WS-CMD-PTR              PIC 9(5).
       01  WS-STRMRC-LINE          PIC X(10).

      *--- Akhir bulan: besok tanggal 01 ---
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-NEXT-DATE            PIC 9(8).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05  FILLER              PIC X(6).
           05  WS-NEXT-DAY         PIC X(2).

      *--- Baris total kontrol stream (sama dengan program stream) ---
       01  WS-STRMCTL-RECORD.
           05  WS-SC-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SC-KEY           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SC-STREAM        PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-SC-READ          PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-DONE          PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).

       01  WS-TOT-STREAMS          PIC 9(2).
       01  WS-TOT-READ             PIC 9(9).
       01  WS-TOT-DONE             PIC 9(9).
       01  WS-TOT-AMOUNT           PIC 9(15)V99.
       01  WS-TOT-STREAMS-EDIT     PIC Z9.
       01  WS-STREAM-COUNT-EDIT    PIC Z9.
       01  WS-TOT-READ-EDIT        PIC Z(8)9.
       01  WS-TOT-DONE-EDIT        PIC Z(8)9.
       01  WS-TOT-AMOUNT-EDIT      PIC Z(14)9.99.
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

      *--- dependensi tidak dilanggar                              ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-STREAM-RANGES

      *--- Kunci jendela EOD: pembayaran online ditolak sementara ---
      *--- (retryable) selama rantai berjalan supaya settlement   ---
           PERFORM WRITE-SYSSTAT

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 27 OR WS-STEP-FAILED = 'Y'
               PERFORM RUN-ONE-STEP
           END-PERFORM

                      '/sysstat.dat' DELIMITED SIZE
                      INTO WS-SYSSTAT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/streams.dat' DELIMITED SIZE
                      INTO WS-STREAMS-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "DANTE_BIN_DIR"

      *----------------------------------------------------------------*
       RUN-ONE-STEP.
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-CUR-STEP-NAME
           PERFORM CHECK-STEP-DONE

           IF WS-STEP-DONE = 'Y'
               MOVE 'skipped' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM PRINT-STEP-LINE
           ELSE
               IF WS-ST-STREAMED(WS-ST-IDX)
                   PERFORM RUN-STREAMED-STEP
               ELSE
                   PERFORM RUN-SINGLE-STEP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RUN-SINGLE-STEP.
           PERFORM BUILD-STEP-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           END-CALL

           IF RETURN-CODE = 0
               ADD 1 TO WS-STEPS-RUN
               MOVE 'done' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM WRITE-RUNCTL-DONE
           ELSE
               MOVE 'Y' TO WS-STEP-FAILED
               MOVE 'failed' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM WRITE-RUNCTL-FAILED
           END-IF

           MOVE 0 TO RETURN-CODE
           PERFORM PRINT-STEP-LINE.

      *----------------------------------------------------------------*
       CHECK-STEP-DONE.
      *--- Langkah dianggap selesai kalau ada baris done untuk    ---
                   NOT AT END
                       IF WS-RC-DATE = WS-RUN-DATE
                          AND FUNCTION TRIM(WS-RC-STEP) =
                              FUNCTION TRIM(WS-CUR-STEP-NAME)
                           IF FUNCTION TRIM(WS-RC-STATUS) = 'done'
                               MOVE 'Y' TO WS-STEP-DONE
                           ELSE
       APPEND-RUNCTL-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-RUN-DATE TO WS-RC-DATE
           MOVE WS-CUR-STEP-NAME TO WS-RC-STEP
           MOVE WS-DATETIME TO WS-RC-TIMESTAMP

           OPEN EXTEND RUNCTL-FILE
               CLOSE RUNCTL-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-STREAM-RANGES.
      *--- Tanpa streams.dat: empat rentang menurut karakter awal ---
      *--- user id (angka/awal huruf besar, sisa huruf besar,     ---
      *--- a-m, n ke atas)                                         ---
           MOVE SPACES TO WS-STREAM-TABLE
           MOVE 0 TO WS-STREAM-COUNT

           OPEN INPUT STREAMS-FILE
           IF SM-FS-OK
               PERFORM UNTIL SM-FS-EOF
                   READ STREAMS-FILE INTO WS-SM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SM-LINE NOT = SPACES
                          AND WS-SM-LINE(1:1) NOT = '#'
                          AND WS-STREAM-COUNT < 9
                           ADD 1 TO WS-STREAM-COUNT
                           UNSTRING WS-SM-LINE DELIMITED BY '|'
                               INTO WS-SM-FROM(WS-STREAM-COUNT)
                                    WS-SM-TO(WS-STREAM-COUNT)
                           END-UNSTRING
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STREAMS-FILE
           END-IF

           IF WS-STREAM-COUNT = 0
               MOVE 4 TO WS-STREAM-COUNT
               MOVE SPACES TO WS-SM-FROM(1)
               MOVE 'G' TO WS-SM-TO(1)
               MOVE 'G' TO WS-SM-FROM(2)
               MOVE 'a' TO WS-SM-TO(2)
               MOVE 'a' TO WS-SM-FROM(3)
               MOVE 'n' TO WS-SM-TO(3)
               MOVE 'n' TO WS-SM-FROM(4)
               MOVE SPACES TO WS-SM-TO(4)
           END-IF.

      *----------------------------------------------------------------*
       RUN-STREAMED-STEP.
      *--- Semua stream yang belum done dijalankan bersamaan dan   ---
      *--- ditunggu; tiap stream punya baris run control sendiri  ---
      *--- (LANGKAH-Snn) sehingga restart hanya mengulang stream   ---
      *--- yang gagal. MERGE baru jalan setelah semua stream done  ---
      *--- Langkah akhir bulan di luar akhir bulan: tidak jatuh ---
      *--- tempo, tanpa baris run control                        ---
           MOVE WS-RUN-DATE TO WS-STEP-KEY
           MOVE '01' TO WS-NEXT-DAY

           IF WS-ST-MONTH-END(WS-ST-IDX)
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
               MOVE WS-RUN-DATE(1:6) TO WS-STEP-KEY
           END-IF

           IF WS-NEXT-DAY NOT = '01'
               ADD 1 TO WS-STEPS-SKIPPED
               MOVE 'not-due' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM PRINT-STEP-LINE
           ELSE
               PERFORM RUN-STREAMS-AND-MERGE
           END-IF.

      *----------------------------------------------------------------*
       RUN-STREAMS-AND-MERGE.
           MOVE 'N' TO WS-STREAM-FAILED
           MOVE 0 TO WS-STREAMS-LAUNCHED
           MOVE SPACES TO WS-STREAM-COMMAND
           MOVE 1 TO WS-CMD-PTR
           MOVE SPACES TO WS-MAIN-LOG-PATH

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/eodrun-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.log' DELIMITED SIZE
                  INTO WS-MAIN-LOG-PATH
           END-STRING

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-STREAM-COUNT
               PERFORM PREPARE-ONE-STREAM
           END-PERFORM

      *--- Tunggu semua stream, lalu log per stream disalin ke   ---
      *--- log EOD harian berurutan nomor stream                  ---
           IF WS-STREAMS-LAUNCHED > 0
               STRING 'wait' DELIMITED SIZE
                   INTO WS-STREAM-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING

               PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-STREAM-COUNT
                   IF WS-SM-OUTCOME(WS-SM-IDX) = 'launched'
                       PERFORM ADD-STREAM-LOG-COPY
                   END-IF
               END-PERFORM

               CALL "SYSTEM" USING WS-STREAM-COMMAND
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-STREAM-COUNT
               IF WS-SM-OUTCOME(WS-SM-IDX) = 'launched'
                   PERFORM CHECK-STREAM-RESULT
               END-IF
           END-PERFORM

           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-CUR-STEP-NAME

           IF WS-STREAM-FAILED = 'N' AND WS-ST-MERGED(WS-ST-IDX)
               PERFORM RUN-STREAM-MERGE
           END-IF

           PERFORM PRINT-STREAM-TOTALS

           IF WS-STREAM-FAILED = 'N'
               ADD 1 TO WS-STEPS-RUN
               MOVE 'done' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM WRITE-RUNCTL-DONE
           ELSE
               MOVE 'Y' TO WS-STEP-FAILED
               MOVE 'failed' TO WS-SR-OUTCOME(WS-ST-IDX)
               PERFORM WRITE-RUNCTL-FAILED
           END-IF

           PERFORM PRINT-STEP-LINE.

      *----------------------------------------------------------------*
       SET-STREAM-NAMES.
      *--- Nama run control, log, rc dan ctl satu stream ---
           MOVE WS-SM-IDX TO WS-SM-NUM
           MOVE SPACES TO WS-CUR-STEP-NAME WS-STREAM-LOG-PATH
                          WS-STRMRC-FILE-PATH WS-STRMCTL-FILE-PATH

           STRING FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) DELIMITED SIZE
                  '-S' DELIMITED SIZE
                  WS-SM-NUM DELIMITED SIZE
                  INTO WS-CUR-STEP-NAME
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/eodrun-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) DELIMITED SIZE
                  '-s' DELIMITED SIZE
                  WS-SM-NUM DELIMITED SIZE
                  '.log' DELIMITED SIZE
                  INTO WS-STREAM-LOG-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/eodrun-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) DELIMITED SIZE
                  '-s' DELIMITED SIZE
                  WS-SM-NUM DELIMITED SIZE
                  '.rc' DELIMITED SIZE
                  INTO WS-STRMRC-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/strm-' DELIMITED SIZE
                  FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-STEP-KEY) DELIMITED SIZE
                  '-s' DELIMITED SIZE
                  WS-SM-NUM DELIMITED SIZE
                  '.ctl' DELIMITED SIZE
                  INTO WS-STRMCTL-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       PREPARE-ONE-STREAM.
      *--- Stream yang sudah done dilewati; sisanya ditambahkan ke ---
      *--- perintah sebagai job background yang menulis exit code ---
      *--- ke file rc-nya sendiri                                  ---
           PERFORM SET-STREAM-NAMES
           PERFORM CHECK-STEP-DONE

           IF WS-STEP-DONE = 'Y'
               MOVE 'skipped' TO WS-SM-OUTCOME(WS-SM-IDX)
           ELSE
               MOVE 'launched' TO WS-SM-OUTCOME(WS-SM-IDX)
               ADD 1 TO WS-STREAMS-LAUNCHED

               CALL "CBL_DELETE_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-STRMRC-FILE-PATH)
               END-CALL

               MOVE WS-SM-FROM(WS-SM-IDX) TO WS-SM-ARG-FROM
               IF WS-SM-ARG-FROM = SPACES
                   MOVE '*' TO WS-SM-ARG-FROM
               END-IF

               MOVE WS-SM-TO(WS-SM-IDX) TO WS-SM-ARG-TO
               IF WS-SM-ARG-TO = SPACES
                   MOVE '*' TO WS-SM-ARG-TO
               END-IF

               STRING '( ' DELIMITED SIZE
                      FUNCTION TRIM(WS-BIN-DIR-USED) DELIMITED SIZE
                      '/' DELIMITED SIZE
                      FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX))
                          DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      FUNCTION TRIM(WS-STEP-KEY) DELIMITED SIZE
                      ' ''' DELIMITED SIZE
                      FUNCTION TRIM(WS-SM-ARG-FROM) DELIMITED SIZE
                      ''' ''' DELIMITED SIZE
                      FUNCTION TRIM(WS-SM-ARG-TO) DELIMITED SIZE
                      ''' ' DELIMITED SIZE
                      WS-SM-NUM DELIMITED SIZE
                      ' > ' DELIMITED SIZE
                      FUNCTION TRIM(WS-STREAM-LOG-PATH) DELIMITED SIZE
                      ' 2>&1 ; echo $? > ' DELIMITED SIZE
                      FUNCTION TRIM(WS-STRMRC-FILE-PATH) DELIMITED SIZE
                      ' ) & ' DELIMITED SIZE
                      INTO WS-STREAM-COMMAND
                      WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       ADD-STREAM-LOG-COPY.
           PERFORM SET-STREAM-NAMES

           STRING ' ; cat ' DELIMITED SIZE
                  FUNCTION TRIM(WS-STREAM-LOG-PATH) DELIMITED SIZE
                  ' >> ' DELIMITED SIZE
                  FUNCTION TRIM(WS-MAIN-LOG-PATH) DELIMITED SIZE
                  ' ; rm -f ' DELIMITED SIZE
                  FUNCTION TRIM(WS-STREAM-LOG-PATH) DELIMITED SIZE
                  INTO WS-STREAM-COMMAND
                  WITH POINTER WS-CMD-PTR
           END-STRING.

      *----------------------------------------------------------------*
       CHECK-STREAM-RESULT.
      *--- File rc tidak ada (stream mati sebelum echo) atau isinya ---
      *--- bukan 0 = stream gagal                                    ---
           PERFORM SET-STREAM-NAMES
           MOVE SPACES TO WS-STRMRC-LINE

           OPEN INPUT STRMRC-FILE
           IF SX-FS-OK
               READ STRMRC-FILE INTO WS-STRMRC-LINE
               END-READ
               CLOSE STRMRC-FILE

               CALL "CBL_DELETE_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-STRMRC-FILE-PATH)
               END-CALL
           END-IF

           IF FUNCTION TRIM(WS-STRMRC-LINE) = '0'
               MOVE 'done' TO WS-SM-OUTCOME(WS-SM-IDX)
               PERFORM WRITE-RUNCTL-DONE
           ELSE
               MOVE 'failed' TO WS-SM-OUTCOME(WS-SM-IDX)
               MOVE 'Y' TO WS-STREAM-FAILED
               PERFORM WRITE-RUNCTL-FAILED
           END-IF.

      *----------------------------------------------------------------*
       RUN-STREAM-MERGE.
           MOVE WS-STREAM-COUNT TO WS-SM-NUM
           MOVE SPACES TO WS-SHELL-COMMAND

           STRING FUNCTION TRIM(WS-BIN-DIR-USED) DELIMITED SIZE
                  '/' DELIMITED SIZE
                  FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) DELIMITED SIZE
                  ' MERGE ' DELIMITED SIZE
                  FUNCTION TRIM(WS-STEP-KEY) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SM-NUM DELIMITED SIZE
                  ' >> ' DELIMITED SIZE
                  FUNCTION TRIM(WS-MAIN-LOG-PATH) DELIMITED SIZE
                  ' 2>&1' DELIMITED SIZE
                  INTO WS-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           END-CALL

           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO WS-STREAM-FAILED
           END-IF

           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------*
       PRINT-STREAM-TOTALS.
      *--- Total kontrol gabungan dari file ctl semua stream,      ---
      *--- termasuk stream yang sudah done di run sebelumnya       ---
           MOVE 0 TO WS-TOT-STREAMS WS-TOT-READ WS-TOT-DONE
                     WS-TOT-AMOUNT

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-STREAM-COUNT
               PERFORM SET-STREAM-NAMES

               OPEN INPUT STRMCTL-FILE
               IF SC-FS-OK
                   READ STRMCTL-FILE INTO WS-STRMCTL-RECORD
                   NOT AT END
                       ADD 1 TO WS-TOT-STREAMS
                       ADD WS-SC-READ TO WS-TOT-READ
                       ADD WS-SC-DONE TO WS-TOT-DONE
                       ADD WS-SC-AMOUNT TO WS-TOT-AMOUNT
                   END-READ
                   CLOSE STRMCTL-FILE
               END-IF
           END-PERFORM

           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-CUR-STEP-NAME
           MOVE WS-TOT-STREAMS TO WS-TOT-STREAMS-EDIT
           MOVE WS-TOT-READ TO WS-TOT-READ-EDIT
           MOVE WS-TOT-DONE TO WS-TOT-DONE-EDIT
           MOVE WS-TOT-AMOUNT TO WS-TOT-AMOUNT-EDIT
           MOVE WS-STREAM-COUNT TO WS-STREAM-COUNT-EDIT
           MOVE SPACES TO WS-JSON-OUTPUT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"step":"'
                   FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX)) '",'
               '"streams":'
                   FUNCTION TRIM(WS-STREAM-COUNT-EDIT) ','
               '"streams_reported":'
                   FUNCTION TRIM(WS-TOT-STREAMS-EDIT) ','
               '"accounts_read":'
                   FUNCTION TRIM(WS-TOT-READ-EDIT) ','
               '"accounts_processed":'
                   FUNCTION TRIM(WS-TOT-DONE-EDIT) ','
               '"amount":'
                   FUNCTION TRIM(WS-TOT-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Total kontrol stream digabung"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-STEP-LINE.
           STRING
