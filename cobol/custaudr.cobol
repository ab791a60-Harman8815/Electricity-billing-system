
       FD TI01-CUST-AUDIT
           RECORDING MODE          IS F
           RECORD CONTAINS         330  CHARACTERS.

       01 TI01-CUST-AUDIT-RECORD.
          05 AUD-TXN-CODE      PIC X(1).
          05 AUD-RUN-DATE      PIC 9(8).
          05 AUD-CUST-ID       PIC X(9).
          05 AUD-BEFORE-IMAGE  PIC X(156).
          05 AUD-AFTER-IMAGE   PIC X(156).

       FD TO01-AUDIT-RPT
           RECORDING MODE          IS F
          05 WS-IMG-UNITS      PIC X(10).
          05 WS-IMG-STATUS     PIC X(10).
          05 WS-IMG-RATE-CAT   PIC X(2).
          05 WS-IMG-STATUS-DATE PIC X(8).

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(02) VALUE ZERO.
          05 WS-I-STATUS           PIC X(10).
          05 FILLER                PIC X(6) VALUE ' CAT: '.
          05 WS-I-RATE-CAT         PIC X(2).
          05 FILLER                PIC X(8) VALUE ' SINCE: '.
          05 WS-I-STATUS-DATE      PIC X(8).
          05 FILLER                PIC X(27) VALUE SPACES.

       01 WS-RPT-IMAGE-LINE2.
          05 FILLER                PIC X(8) VALUE SPACES.
           MOVE WS-IMG-UNITS    TO WS-I-UNITS.
           MOVE WS-IMG-STATUS   TO WS-I-STATUS.
           MOVE WS-IMG-RATE-CAT TO WS-I-RATE-CAT.
           MOVE WS-IMG-STATUS-DATE TO WS-I-STATUS-DATE.
           MOVE WS-RPT-IMAGE-LINE1 TO TO01-AUDIT-RPT-RECORD.
           WRITE TO01-AUDIT-RPT-RECORD.

