       01  WS-GL-DISPUTE-LOSS      PIC X(6) VALUE '430000'.
       01  WS-GL-TAX-PAYABLE       PIC X(6) VALUE '250000'.
       01  WS-GL-ADJ-SUSP          PIC X(6) VALUE '240000'.
      *--- 260000 dana tak teraplikasi (rekening internal SUSPENSE) ---
       01  WS-GL-UNAPPLIED         PIC X(6) VALUE '260000'.
      *--- 270000 tagihan ke jaringan QR mitra luar negeri (XBQRIN) ---
       01  WS-GL-XB-RECV           PIC X(6) VALUE '270000'.

       01  WS-DR-ACCOUNT           PIC X(6).
       01  WS-CR-ACCOUNT           PIC X(6).
      *--- posting debit/kredit berimbang untuk GL core banking:   ---
      *---   QRIS/STANDING: DR liabilitas nasabah, CR settlement   ---
      *---   MDRFEE: DR settlement merchant, CR pendapatan fee     ---
      *---   CASHWD: DR liabilitas nasabah, CR settlement merchant ---
      *---   XBQRIS: DR tagihan jaringan mitra, CR settlement      ---
      *---   REFUND: DR settlement merchant, CR liabilitas nasabah ---
      *---   TOPUP: DR kas/nostro, CR liabilitas nasabah           ---
      *---   INTEREST: DR beban bunga, CR liabilitas nasabah       ---
               WHEN 'QRIS'
               WHEN 'STANDING'
               WHEN 'BULK'
      *--- Tarik tunai: kas dibayar merchant dari lacinya, diganti ---
      *--- lewat settlement merchant                                ---
               WHEN 'CASHWD'
                   MOVE WS-GL-CUST-LIAB    TO WS-DR-ACCOUNT
                   MOVE WS-GL-MERCH-SETTLE TO WS-CR-ACCOUNT
      *--- QRIS turis asing: rupiah ke merchant ditagihkan ke      ---
      *--- jaringan mitra sampai settlement valasnya diterima      ---
               WHEN 'XBQRIS'
                   MOVE WS-GL-XB-RECV      TO WS-DR-ACCOUNT
                   MOVE WS-GL-MERCH-SETTLE TO WS-CR-ACCOUNT
      *--- MDR dan biaya settlement instan (INSTSETL) dipotong dari ---
      *--- settlement merchant                                       ---
               WHEN 'MDRFEE'
               WHEN 'INSTFEE'
                   MOVE WS-GL-MERCH-SETTLE TO WS-DR-ACCOUNT
                   MOVE WS-GL-FEE-INCOME   TO WS-CR-ACCOUNT
               WHEN 'REFUND'
      *--- bulanan (ADMFEE)                                        ---
               WHEN 'XFERFEE'
               WHEN 'ADMFEE'
               WHEN 'CWFEE'
                   MOVE WS-GL-CUST-LIAB    TO WS-DR-ACCOUNT
                   MOVE WS-GL-FEE-INCOME   TO WS-CR-ACCOUNT
      *--- Porsi merchant dari fee tarik tunai (PAYMENTPROC) ---
               WHEN 'CWCOMM'
                   MOVE WS-GL-FEE-INCOME   TO WS-DR-ACCOUNT
                   MOVE WS-GL-MERCH-SETTLE TO WS-CR-ACCOUNT
      *--- Porsi pajak final atas bunga (INTACCR) ---
               WHEN 'INTTAX'
                   MOVE WS-GL-INT-EXPENSE  TO WS-DR-ACCOUNT
               WHEN 'WRITEOFF'
                   MOVE WS-GL-DISPUTE-LOSS TO WS-DR-ACCOUNT
                   MOVE WS-GL-DISPUTE-SUSP TO WS-CR-ACCOUNT
      *--- Dana tak teraplikasi: masuk ke SUSPENSE, lalu keluar    ---
      *--- lewat resolusi (aplikasi ke nasabah, write-off ke        ---
      *--- pendapatan, retur ke bank pengirim). SUSPOUT adalah     ---
      *--- cermin sisi SUSPENSE dari SUSPAPPLY/SUSPWOFF - tidak     ---
      *--- diposting dua kali                                        ---
               WHEN 'SUSPIN'
                   MOVE WS-GL-CASH         TO WS-DR-ACCOUNT
                   MOVE WS-GL-UNAPPLIED    TO WS-CR-ACCOUNT
               WHEN 'SUSPAPPLY'
                   MOVE WS-GL-UNAPPLIED    TO WS-DR-ACCOUNT
                   MOVE WS-GL-CUST-LIAB    TO WS-CR-ACCOUNT
               WHEN 'SUSPWOFF'
                   MOVE WS-GL-UNAPPLIED    TO WS-DR-ACCOUNT
                   MOVE WS-GL-FEE-INCOME   TO WS-CR-ACCOUNT
               WHEN 'SUSPRTN'
                   MOVE WS-GL-UNAPPLIED    TO WS-DR-ACCOUNT
                   MOVE WS-GL-CASH         TO WS-CR-ACCOUNT
               WHEN 'TRANSFER'
      *--- Hanya leg debit pengirim; leg kredit penerima adalah  ---
      *--- cermin transaksi yang sama                             ---
