          05 WO-LAST-BILL-ID    PIC X(14).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TO01-WOCOMP-ERR
           RECORDING MODE          IS F
              ELSE
                 MOVE 'ACTIVE    '     TO OUT-STATUS
              END-IF
              MOVE WC-COMP-DATE        TO OUT-STATUS-DATE

              REWRITE MO01-CUSTOMER-RECORD
                      INVALID KEY
