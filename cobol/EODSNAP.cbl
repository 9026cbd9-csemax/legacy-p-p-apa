       01  WS-IDXN-FILE-STATUS     PIC XX.
           88  IDXN-FS-OK          VALUE '00'.

      *--- Argumen: tanggal snapshot + retensi hari (default 35 -   ---
      *--- sebulan penuh harus masih ada saat CAPRPT dijalankan     ---
      *--- awal bulan berikutnya)                                   ---
       01  WS-CMD-LINE             PIC X(40).
       01  WS-SNAP-DATE            PIC X(8).
       01  WS-RETENTION-STR        PIC X(5).
       01  WS-RETENTION-DAYS       PIC 9(4) VALUE 35.
       01  WS-CUTOFF-DATE          PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
