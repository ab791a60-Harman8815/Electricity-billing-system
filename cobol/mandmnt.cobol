       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANDMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-MAND-TRAN  ASSIGN TO MANDTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MO01-MANDATE-KSDS ASSIGN TO MANDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MND-CUST-ID
           FILE STATUS            IS WS-MND-STATUS.

           SELECT TO01-MAND-ERR   ASSIGN TO MANDERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-MAND-TRAN
           RECORD CONTAINS         49   CHARACTERS.

       01 TI01-MAND-TRAN-RECORD.
          05 MTX-TXN-CODE       PIC X(1).
             88 MTX-ENROL       VALUE 'A'.
             88 MTX-CHANGE      VALUE 'C'.
             88 MTX-SUSPEND     VALUE 'S'.
             88 MTX-REINSTATE   VALUE 'R'.
             88 MTX-CANCEL      VALUE 'X'.
          05 MTX-CUST-ID        PIC X(9).
          05 MTX-BANK-REF       PIC X(20).
          05 MTX-MAX-AMOUNT     PIC 9(7)V99.
          05 MTX-MAX-AMOUNT-X REDEFINES MTX-MAX-AMOUNT
                                PIC X(9).
          05 MTX-DATE           PIC X(10).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-FNAME     PIC X(15).
          05 OUT-LNAME     PIC X(15).
          05 OUT-AREACODE  PIC X(7).
          05 OUT-ADDRESS1  PIC X(30).
          05 OUT-LOCALITY  PIC X(30).
          05 OUT-CITY      PIC X(20).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
             88 CUST-CLOSED VALUE 'CLOSED'.
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD MO01-MANDATE-KSDS
           RECORD CONTAINS         88   CHARACTERS.

       01 MO01-MANDATE-RECORD.
          05 MND-CUST-ID        PIC X(9).
          05 MND-BANK-REF       PIC X(20).
          05 MND-STATUS         PIC X(1).
             88 MND-ACTIVE      VALUE 'A'.
             88 MND-SUSPENDED   VALUE 'S'.
             88 MND-CANCELLED   VALUE 'C'.
          05 MND-MAX-AMOUNT     PIC 9(7)V99.
          05 MND-START-DATE     PIC 9(8).
          05 MND-STATUS-DATE    PIC 9(8).
          05 MND-REJECT-CNT     PIC 9(2).
          05 MND-LAST-BILL-ID   PIC X(14).
          05 MND-LAST-DEBIT-DATE PIC 9(8).
          05 MND-LAST-DEBIT-AMT PIC 9(7)V99.

       FD TO01-MAND-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         64  CHARACTERS.

       01 TO01-MAND-ERR-RECORD.
          05 ERRM-TXN-RECORD    PIC X(49).
          05 ERRM-REASON        PIC X(15).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-MND-STATUS         PIC X(02).
             88 MND-IO-STATUS      VALUE '00'.
             88 MND-ROW-NOTFND     VALUE '23'.
             88 MND-DUP-KEY        VALUE '22'.
             88 MND-FILE-NOTFND    VALUE '35'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TRAN-DATE          PIC 9(08).

       01 WS-ERROR-FLAGS.
          05 WS-ERROR-RECORD-FLAG  PIC 9.
             88 VALID-RECORD-FLAG  VALUE 1.
             88 ERROR-RECORD-FLAG  VALUE 2.
          05 WS-MND-FOUND-FLAG     PIC X VALUE 'N'.
             88 MND-FOUND          VALUE 'Y'.
             88 MND-NOT-FOUND      VALUE 'N'.

       01 WS-VALIDATION-WORK.
          05 WS-ERR-REASON         PIC X(15) VALUE SPACES.
          05 WS-TRAN-DATE-CHECK.
             10 WS-TD-YYYY         PIC X(4).
             10 WS-TD-DASH1        PIC X.
             10 WS-TD-MM           PIC X(2).
             10 WS-TD-DASH2        PIC X.
             10 WS-TD-DD           PIC X(2).
          05 WS-TRAN-DATE-NUM.
             10 WS-TN-YYYY         PIC 9(4).
             10 WS-TN-MM           PIC 9(2).
             10 WS-TN-DD           PIC 9(2).

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-ENROL-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-CHANGE-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-SUSPEND-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-REINST-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-CANCEL-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MANDMNT EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-TRAN-FILE UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-MAND-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MANDATE TRAN FILE         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TRAN-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MO01-CUST-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-KSDS-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO01-MANDATE-KSDS.
           IF MND-FILE-NOTFND
              OPEN OUTPUT MO01-MANDATE-KSDS
              CLOSE       MO01-MANDATE-KSDS
              OPEN I-O    MO01-MANDATE-KSDS
           END-IF.
           IF NOT MND-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MANDATE MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MND-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MAND-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MANDATE ERROR FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ERR-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'MANDATE TRAN FILE IS OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'MANDATE MASTER KSDS IS OPENED ..........'
           DISPLAY 'MANDATE ERROR FILE IS OPENED ...........'
           DISPLAY '----------------------------------------'
           .

       2200-READ-TRAN-FILE  SECTION.

           READ TI01-MAND-TRAN

                AT END  SET TRAN-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN MANDATE TRAN FILE ---'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-VALIDATE-TRAN

           END-READ.

       2300-VALIDATE-TRAN SECTION.

           SET VALID-RECORD-FLAG       TO TRUE.
           MOVE SPACES                 TO WS-ERR-REASON.

           IF NOT MTX-ENROL AND NOT MTX-CHANGE AND
              NOT MTX-SUSPEND AND NOT MTX-REINSTATE AND
              NOT MTX-CANCEL
              SET ERROR-RECORD-FLAG      TO TRUE
              MOVE 'BAD-TXN-CODE'        TO WS-ERR-REASON
           ELSE
              IF MTX-CUST-ID IS EQUAL TO SPACES
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'MISSING-CUST'     TO WS-ERR-REASON
              ELSE
                 PERFORM 2350-VALIDATE-DATE
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG AND (MTX-ENROL OR MTX-CHANGE)
              IF MTX-MAX-AMOUNT-X NOT = SPACES AND
                 MTX-MAX-AMOUNT IS NOT NUMERIC
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'BAD-MAX-AMOUNT'   TO WS-ERR-REASON
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG AND MTX-ENROL
              IF MTX-BANK-REF IS EQUAL TO SPACES
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'MISSING-BANK-REF' TO WS-ERR-REASON
              ELSE
                 MOVE MTX-CUST-ID        TO CF-O-CUST-ID
                 READ MO01-CUST-KSDS
                      INVALID KEY
                         SET ERROR-RECORD-FLAG TO TRUE
                         MOVE 'UNKNOWN-CUST-ID' TO WS-ERR-REASON
                      NOT INVALID KEY
                         IF CUST-CLOSED
                            SET ERROR-RECORD-FLAG TO TRUE
                            MOVE 'CUST-CLOSED'    TO WS-ERR-REASON
                         END-IF
                 END-READ
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2380-READ-MANDATE
              EVALUATE TRUE
                  WHEN MTX-ENROL
                      PERFORM 2400-ENROL-MANDATE
                  WHEN MTX-CHANGE
                      PERFORM 2500-CHANGE-MANDATE
                  WHEN MTX-SUSPEND
                      PERFORM 2600-SUSPEND-MANDATE
                  WHEN MTX-REINSTATE
                      PERFORM 2650-REINSTATE-MANDATE
                  WHEN OTHER
                      PERFORM 2680-CANCEL-MANDATE
              END-EVALUATE
           END-IF.

           IF ERROR-RECORD-FLAG
              PERFORM 2700-REJECT-TRAN
           END-IF.

       2350-VALIDATE-DATE SECTION.

           IF MTX-DATE = SPACES
              MOVE WS-DATE             TO WS-TRAN-DATE
           ELSE
              MOVE MTX-DATE TO WS-TRAN-DATE-CHECK
              IF WS-TD-DASH1 NOT = '-' OR
                 WS-TD-DASH2 NOT = '-' OR
                 WS-TD-YYYY IS NOT NUMERIC OR
                 WS-TD-MM   IS NOT NUMERIC OR
                 WS-TD-DD   IS NOT NUMERIC
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'BAD-DATE'         TO WS-ERR-REASON
              ELSE
                 MOVE WS-TD-YYYY         TO WS-TN-YYYY
                 MOVE WS-TD-MM           TO WS-TN-MM
                 MOVE WS-TD-DD           TO WS-TN-DD
                 MOVE WS-TRAN-DATE-NUM   TO WS-TRAN-DATE
                 IF WS-TN-MM < 1 OR WS-TN-MM > 12 OR
                    WS-TN-DD < 1 OR WS-TN-DD > 31
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'BAD-DATE'       TO WS-ERR-REASON
                 END-IF
              END-IF
           END-IF.

       2380-READ-MANDATE SECTION.

           MOVE MTX-CUST-ID            TO MND-CUST-ID.

           READ MO01-MANDATE-KSDS
                INVALID KEY
                   SET MND-NOT-FOUND   TO TRUE
                NOT INVALID KEY
                   SET MND-FOUND       TO TRUE
           END-READ.

           IF MND-NOT-FOUND AND NOT MTX-ENROL
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'NO-MANDATE'        TO WS-ERR-REASON
           END-IF.

       2400-ENROL-MANDATE SECTION.

           IF MND-FOUND AND NOT MND-CANCELLED
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'ALREADY-ENROLLED'  TO WS-ERR-REASON
           ELSE
              MOVE MTX-CUST-ID         TO MND-CUST-ID
              MOVE MTX-BANK-REF        TO MND-BANK-REF
              SET MND-ACTIVE           TO TRUE
              IF MTX-MAX-AMOUNT-X = SPACES
                 MOVE ZERO             TO MND-MAX-AMOUNT
              ELSE
                 MOVE MTX-MAX-AMOUNT   TO MND-MAX-AMOUNT
              END-IF
              MOVE WS-TRAN-DATE        TO MND-START-DATE
              MOVE WS-TRAN-DATE        TO MND-STATUS-DATE
              MOVE ZERO                TO MND-REJECT-CNT
              IF MND-NOT-FOUND
                 MOVE SPACES           TO MND-LAST-BILL-ID
                 MOVE ZERO             TO MND-LAST-DEBIT-DATE
                 MOVE ZERO             TO MND-LAST-DEBIT-AMT
                 PERFORM 2410-ADD-MANDATE
              ELSE
                 PERFORM 2690-REWRITE-MANDATE
              END-IF
              IF VALID-RECORD-FLAG
                 ADD 1 TO WS-ENROL-CTR
                 DISPLAY 'MANDATE ENROLLED FOR ' MND-CUST-ID
              END-IF
           END-IF.

       2410-ADD-MANDATE SECTION.

           WRITE MO01-MANDATE-RECORD
                 INVALID KEY
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'WRITE-FAILED'   TO WS-ERR-REASON
           END-WRITE.

       2500-CHANGE-MANDATE SECTION.

           IF MND-FOUND AND MND-CANCELLED
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'MANDATE-CANCELD'   TO WS-ERR-REASON
           END-IF.

           IF VALID-RECORD-FLAG
              IF MTX-BANK-REF NOT = SPACES
                 MOVE MTX-BANK-REF     TO MND-BANK-REF
              END-IF
              IF MTX-MAX-AMOUNT-X NOT = SPACES
                 MOVE MTX-MAX-AMOUNT   TO MND-MAX-AMOUNT
              END-IF
              PERFORM 2690-REWRITE-MANDATE
              IF VALID-RECORD-FLAG
                 ADD 1 TO WS-CHANGE-CTR
                 DISPLAY 'MANDATE CHANGED FOR ' MND-CUST-ID
              END-IF
           END-IF.

       2600-SUSPEND-MANDATE SECTION.

           IF VALID-RECORD-FLAG AND NOT MND-ACTIVE
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'NOT-ACTIVE'        TO WS-ERR-REASON
           END-IF.

           IF VALID-RECORD-FLAG
              SET MND-SUSPENDED        TO TRUE
              MOVE WS-TRAN-DATE        TO MND-STATUS-DATE
              PERFORM 2690-REWRITE-MANDATE
              IF VALID-RECORD-FLAG
                 ADD 1 TO WS-SUSPEND-CTR
                 DISPLAY 'MANDATE SUSPENDED FOR ' MND-CUST-ID
              END-IF
           END-IF.

       2650-REINSTATE-MANDATE SECTION.

           IF VALID-RECORD-FLAG AND NOT MND-SUSPENDED
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'NOT-SUSPENDED'     TO WS-ERR-REASON
           END-IF.

           IF VALID-RECORD-FLAG
              SET MND-ACTIVE           TO TRUE
              MOVE WS-TRAN-DATE        TO MND-STATUS-DATE
              MOVE ZERO                TO MND-REJECT-CNT
              PERFORM 2690-REWRITE-MANDATE
              IF VALID-RECORD-FLAG
                 ADD 1 TO WS-REINST-CTR
                 DISPLAY 'MANDATE REINSTATED FOR ' MND-CUST-ID
              END-IF
           END-IF.

       2680-CANCEL-MANDATE SECTION.

           IF VALID-RECORD-FLAG AND MND-CANCELLED
              SET ERROR-RECORD-FLAG    TO TRUE
              MOVE 'ALREADY-CANCELD'   TO WS-ERR-REASON
           END-IF.

           IF VALID-RECORD-FLAG
              SET MND-CANCELLED        TO TRUE
              MOVE WS-TRAN-DATE        TO MND-STATUS-DATE
              PERFORM 2690-REWRITE-MANDATE
              IF VALID-RECORD-FLAG
                 ADD 1 TO WS-CANCEL-CTR
                 DISPLAY 'MANDATE CANCELLED FOR ' MND-CUST-ID
              END-IF
           END-IF.

       2690-REWRITE-MANDATE SECTION.

           REWRITE MO01-MANDATE-RECORD
                   INVALID KEY
                      SET ERROR-RECORD-FLAG TO TRUE
                      MOVE 'REWRITE-FAILED' TO WS-ERR-REASON
           END-REWRITE.

       2700-REJECT-TRAN SECTION.

           DISPLAY 'MANDATE TRAN REJECTED - ' WS-ERR-REASON
                   ' ' MTX-CUST-ID.

           MOVE TI01-MAND-TRAN-RECORD  TO ERRM-TXN-RECORD.
           MOVE WS-ERR-REASON          TO ERRM-REASON.
           WRITE TO01-MAND-ERR-RECORD.

           ADD 1 TO WS-REJECT-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS READ        ',  WS-READ-CTR
           DISPLAY ' MANDATES ENROLLED        ',  WS-ENROL-CTR
           DISPLAY ' MANDATES CHANGED         ',  WS-CHANGE-CTR
           DISPLAY ' MANDATES SUSPENDED       ',  WS-SUSPEND-CTR
           DISPLAY ' MANDATES REINSTATED      ',  WS-REINST-CTR
           DISPLAY ' MANDATES CANCELLED       ',  WS-CANCEL-CTR
           DISPLAY ' TRANSACTIONS REJECTED    ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-MAND-TRAN,
                  MO01-CUST-KSDS,
                  MO01-MANDATE-KSDS,
                  TO01-MAND-ERR.

           IF WS-REJECT-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'MANDMNT PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
