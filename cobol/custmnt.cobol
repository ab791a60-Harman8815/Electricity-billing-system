       FILE SECTION.

       FD TI01-CUST-MAINT
           RECORD CONTAINS         159   CHARACTERS.

       01 TI01-CUST-MAINT-RECORD.
          05 MNT-TXN-CODE   PIC X(1).
          05 MNT-UNITS      PIC X(10).
          05 MNT-STATUS     PIC X(10).
          05 MNT-RATE-CAT   PIC X(2).
          05 MNT-STATUS-DATE PIC X(10).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TO01-CUSTMNT-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         179  CHARACTERS.

       01 TO01-CUSTMNT-ERR-RECORD.
          05 ERRM-TXN-RECORD   PIC X(159).
          05 ERRM-REASON       PIC X(20).

       FD TO01-CUST-AUDIT
           RECORDING MODE          IS F
           RECORD CONTAINS         330  CHARACTERS.

       01 TO01-CUST-AUDIT-RECORD.
          05 AUD-TXN-CODE      PIC X(1).
          05 AUD-RUN-DATE      PIC 9(8).
          05 AUD-CUST-ID       PIC X(9).
          05 AUD-BEFORE-IMAGE  PIC X(156).
          05 AUD-AFTER-IMAGE   PIC X(156).

       WORKING-STORAGE SECTION.


       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-STATUS-DATE        PIC 9(08).

       01 WS-ERROR-FLAGS.
          05 WS-ERROR-RECORD-FLAG  PIC 9.
             88 VALID-RECORD-FLAG  VALUE 1.
             88 ERROR-RECORD-FLAG  VALUE 2.

       01 WS-VALIDATION-WORK.
          05 WS-STATUS-DATE-CHECK.
             10 WS-SD-YYYY         PIC X(4).
             10 WS-SD-DASH1        PIC X.
             10 WS-SD-MM           PIC X(2).
             10 WS-SD-DASH2        PIC X.
             10 WS-SD-DD           PIC X(2).
          05 WS-STATUS-DATE-NUM.
             10 WS-SN-YYYY         PIC 9(4).
             10 WS-SN-MM           PIC 9(2).
             10 WS-SN-DD           PIC 9(2).

       01 WS-AUDIT-WORK.
          05 WS-BEFORE-IMAGE       PIC X(156).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.

       2300-PROCESS-TRAN SECTION.

           PERFORM 2350-VALIDATE-STATUS-DATE.

           EVALUATE TRUE
               WHEN ERROR-RECORD-FLAG
                   MOVE 'BAD-STATUS-DATE'  TO ERRM-REASON
                   PERFORM 2700-REJECT-TRAN
               WHEN MNT-ADD
                   PERFORM 2400-ADD-CUSTOMER
               WHEN MNT-CHANGE
                   PERFORM 2700-REJECT-TRAN
           END-EVALUATE.

       2350-VALIDATE-STATUS-DATE SECTION.

           SET VALID-RECORD-FLAG         TO TRUE.

           IF MNT-STATUS-DATE = SPACES
              MOVE WS-DATE               TO WS-STATUS-DATE
           ELSE
              MOVE MNT-STATUS-DATE       TO WS-STATUS-DATE-CHECK
              IF WS-SD-DASH1 NOT = '-' OR
                 WS-SD-DASH2 NOT = '-' OR
                 WS-SD-YYYY IS NOT NUMERIC OR
                 WS-SD-MM   IS NOT NUMERIC OR
                 WS-SD-DD   IS NOT NUMERIC
                 SET ERROR-RECORD-FLAG   TO TRUE
              ELSE
                 MOVE WS-SD-YYYY         TO WS-SN-YYYY
                 MOVE WS-SD-MM           TO WS-SN-MM
                 MOVE WS-SD-DD           TO WS-SN-DD
                 MOVE WS-STATUS-DATE-NUM TO WS-STATUS-DATE
                 IF WS-SN-MM < 1 OR WS-SN-MM > 12 OR
                    WS-SN-DD < 1 OR WS-SN-DD > 31 OR
                    WS-STATUS-DATE > WS-DATE
                    SET ERROR-RECORD-FLAG TO TRUE
                 END-IF
              END-IF
           END-IF.

       2400-ADD-CUSTOMER SECTION.

           MOVE MNT-CUST-ID              TO CF-O-CUST-ID.
           ELSE
              MOVE MNT-RATE-CAT          TO OUT-RATE-CAT
           END-IF.
           MOVE WS-STATUS-DATE           TO OUT-STATUS-DATE.

           WRITE MO01-CUSTOMER-RECORD
                 INVALID KEY
              MOVE MNT-LOCALITY           TO OUT-LOCALITY
              MOVE MNT-CITY               TO OUT-CITY
              MOVE MNT-UNITS              TO OUT-UNITS
              IF MNT-STATUS NOT = OUT-STATUS OR
                 MNT-STATUS-DATE NOT = SPACES
                 MOVE WS-STATUS-DATE      TO OUT-STATUS-DATE
              END-IF
              MOVE MNT-STATUS             TO OUT-STATUS
              IF MNT-RATE-CAT NOT = SPACES
                 MOVE MNT-RATE-CAT        TO OUT-RATE-CAT
