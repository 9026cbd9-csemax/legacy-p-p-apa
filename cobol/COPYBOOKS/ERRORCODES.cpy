           05  EC-QR-EXPIRED           PIC 9(4) VALUE 1026.
           05  EC-WATCHLIST-HIT        PIC 9(4) VALUE 1027.
           05  EC-POSSIBLE-DUPLICATE   PIC 9(4) VALUE 1028.
           05  EC-AUTH-NOT-OPEN        PIC 9(4) VALUE 1029.
           05  EC-INVALID-BILLNO       PIC 9(4) VALUE 1030.
           05  EC-PAYREQ-NOT-OPEN      PIC 9(4) VALUE 1031.
           05  EC-INVALID-SPLIT        PIC 9(4) VALUE 1032.
           05  EC-CHILD-CATEGORY       PIC 9(4) VALUE 1033.
           05  EC-CHILD-CAP            PIC 9(4) VALUE 1034.
           05  EC-APPROVAL-PENDING     PIC 9(4) VALUE 1035.
           05  EC-MANDATE-VIOLATION    PIC 9(4) VALUE 1036.
           05  EC-INVALID-TERMINAL     PIC 9(4) VALUE 1037.
           05  EC-INVALID-REFERRAL     PIC 9(4) VALUE 1038.
           05  EC-SESSION-INVALID      PIC 9(4) VALUE 1039.
           05  EC-OPERATOR-LOCKED      PIC 9(4) VALUE 1040.
           05  EC-PASSWORD-EXPIRED     PIC 9(4) VALUE 1041.
           05  EC-NOT-CASH-POINT       PIC 9(4) VALUE 1042.
           05  EC-PERIOD-CLOSED        PIC 9(4) VALUE 1043.
           05  EC-BALANCE-CAP          PIC 9(4) VALUE 1044.

      *--- Server Error Codes (simulasi legacy failure) ---
           05  EC-DB-ERROR             PIC 9(4) VALUE 5001.
      *--- entri harus tetap sejajar dengan WS-ERROR-RETRY-FLAGS     ---
      *--- di bawah.                                                 ---
       01  WS-ERROR-CODES-TABLE REDEFINES WS-ERROR-CODES.
           05  WS-EC-ENTRY             PIC 9(4) OCCURS 53 TIMES.

      *--- Retryable Flags ---
      *--- Kode client (kesalahan data/bisnis) tidak perlu diulang ---
           05  ER-QR-EXPIRED           PIC X(5) VALUE 'false'.
           05  ER-WATCHLIST-HIT        PIC X(5) VALUE 'false'.
           05  ER-POSSIBLE-DUPLICATE   PIC X(5) VALUE 'false'.
           05  ER-AUTH-NOT-OPEN        PIC X(5) VALUE 'false'.
           05  ER-INVALID-BILLNO       PIC X(5) VALUE 'false'.
           05  ER-PAYREQ-NOT-OPEN      PIC X(5) VALUE 'false'.
           05  ER-INVALID-SPLIT        PIC X(5) VALUE 'false'.
           05  ER-CHILD-CATEGORY       PIC X(5) VALUE 'false'.
           05  ER-CHILD-CAP            PIC X(5) VALUE 'false'.
           05  ER-APPROVAL-PENDING     PIC X(5) VALUE 'false'.
           05  ER-MANDATE-VIOLATION    PIC X(5) VALUE 'false'.
           05  ER-INVALID-TERMINAL     PIC X(5) VALUE 'false'.
           05  ER-INVALID-REFERRAL     PIC X(5) VALUE 'false'.
           05  ER-SESSION-INVALID      PIC X(5) VALUE 'false'.
           05  ER-OPERATOR-LOCKED      PIC X(5) VALUE 'false'.
           05  ER-PASSWORD-EXPIRED     PIC X(5) VALUE 'false'.
           05  ER-NOT-CASH-POINT       PIC X(5) VALUE 'false'.
           05  ER-PERIOD-CLOSED        PIC X(5) VALUE 'false'.
           05  ER-BALANCE-CAP          PIC X(5) VALUE 'false'.
           05  ER-DB-ERROR             PIC X(5) VALUE 'true '.
           05  ER-TIMEOUT              PIC X(5) VALUE 'true '.
           05  ER-SYSTEM-BUSY          PIC X(5) VALUE 'true '.
      *--- di WS-ERROR-CODES-TABLE. Entri ke-N di sini sejajar       ---
      *--- dengan entri ke-N di WS-ERROR-CODES-TABLE.                ---
       01  WS-ERROR-RETRY-TABLE REDEFINES WS-ERROR-RETRY-FLAGS.
           05  WS-ER-ENTRY             PIC X(5) OCCURS 53 TIMES.

      *--- Error Messages ---
       01  WS-ERROR-MESSAGES.
