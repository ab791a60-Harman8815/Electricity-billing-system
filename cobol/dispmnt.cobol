       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-DISP-TRAN  ASSIGN TO DISPTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRAN-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MO01-DISPUTE-KSDS ASSIGN TO DISPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DPT-KEY
           FILE STATUS            IS WS-DPT-STATUS.

           SELECT TO01-DISP-ERR   ASSIGN TO DISPERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-DISP-TRAN
           RECORD CONTAINS         53   CHARACTERS.

       01 TI01-DISP-TRAN-RECORD.
          05 DTR-TXN-CODE       PIC X(1).
             88 DTR-OPEN        VALUE 'O'.
             88 DTR-CLOSE       VALUE 'C'.
          05 DTR-CUST-ID        PIC X(9).
          05 DTR-BILL-ID        PIC X(14).
          05 DTR-AMOUNT         PIC 9(7)V99.
          05 DTR-REASON         PIC X(10).
          05 DTR-DATE           PIC X(10).

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
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD MO01-DISPUTE-KSDS
           RECORD CONTAINS         69   CHARACTERS.

       01 MO01-DISPUTE-RECORD.
          05 DPT-KEY.
             10 DPT-CUST-ID     PIC X(9).
             10 DPT-BILL-ID     PIC X(14).
          05 DPT-STATUS         PIC X(1).
             88 DPT-OPEN        VALUE 'O'.
             88 DPT-RESOLVED    VALUE 'R'.
          05 DPT-AMOUNT         PIC 9(7)V99.
          05 DPT-REASON         PIC X(10).
          05 DPT-OPENED-DATE    PIC 9(8).
          05 DPT-RESOLVED-DATE  PIC 9(8).
          05 DPT-RESOLUTION     PIC X(10).

       FD TO01-DISP-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         68  CHARACTERS.

       01 TO01-DISP-ERR-RECORD.
          05 ERRD-TXN-RECORD    PIC X(53).
          05 ERRD-REASON        PIC X(15).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-TRAN-STATUS        PIC X(02).
             88 TRAN-IO-STATUS     VALUE '00'.
             88 TRAN-EOF           VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-DPT-STATUS         PIC X(02).
             88 DPT-IO-STATUS      VALUE '00'.
             88 DPT-ROW-NOTFND     VALUE '23'.
             88 DPT-DUP-KEY        VALUE '22'.
             88 DPT-FILE-NOTFND    VALUE '35'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TRAN-DATE          PIC 9(08).

       01 WS-ERROR-FLAGS.
          05 WS-ERROR-RECORD-FLAG  PIC 9.
             88 VALID-RECORD-FLAG  VALUE 1.
             88 ERROR-RECORD-FLAG  VALUE 2.

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
          05 WS-OPEN-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-REOPEN-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-CLOSE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPMNT EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-TRAN-FILE UNTIL TRAN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-DISP-TRAN.
           IF NOT TRAN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISPUTE TRAN FILE         '
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

           OPEN I-O MO01-DISPUTE-KSDS.
           IF DPT-FILE-NOTFND
              OPEN OUTPUT MO01-DISPUTE-KSDS
              CLOSE       MO01-DISPUTE-KSDS
              OPEN I-O    MO01-DISPUTE-KSDS
           END-IF.
           IF NOT DPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISPUTE MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DPT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DISP-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISPUTE ERROR FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ERR-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPUTE TRAN FILE IS OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'DISPUTE MASTER KSDS IS OPENED ..........'
           DISPLAY 'DISPUTE ERROR FILE IS OPENED ...........'
           DISPLAY '----------------------------------------'
           .

       2200-READ-TRAN-FILE  SECTION.

           READ TI01-DISP-TRAN

                AT END  SET TRAN-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN DISPUTE TRAN FILE ---'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-VALIDATE-TRAN

           END-READ.

       2300-VALIDATE-TRAN SECTION.

           SET VALID-RECORD-FLAG       TO TRUE.
           MOVE SPACES                 TO WS-ERR-REASON.

           IF NOT DTR-OPEN AND NOT DTR-CLOSE
              SET ERROR-RECORD-FLAG      TO TRUE
              MOVE 'BAD-TXN-CODE'        TO WS-ERR-REASON
           ELSE
              IF DTR-CUST-ID IS EQUAL TO SPACES
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'MISSING-CUST'     TO WS-ERR-REASON
              ELSE
                 IF DTR-BILL-ID IS EQUAL TO SPACES
                    SET ERROR-RECORD-FLAG   TO TRUE
                    MOVE 'MISSING-BILL'     TO WS-ERR-REASON
                 ELSE
                    PERFORM 2350-VALIDATE-DATE
                 END-IF
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG AND DTR-OPEN
              IF DTR-AMOUNT IS NOT NUMERIC OR
                 DTR-AMOUNT = ZERO
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'BAD-AMOUNT'       TO WS-ERR-REASON
              ELSE
                 MOVE DTR-CUST-ID        TO CF-O-CUST-ID
                 READ MO01-CUST-KSDS
                      INVALID KEY
                         SET ERROR-RECORD-FLAG TO TRUE
                         MOVE 'UNKNOWN-CUST-ID' TO WS-ERR-REASON
                 END-READ
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              IF DTR-OPEN
                 PERFORM 2400-OPEN-DISPUTE
              ELSE
                 PERFORM 2500-CLOSE-DISPUTE
              END-IF
           END-IF.

           IF ERROR-RECORD-FLAG
              PERFORM 2700-REJECT-TRAN
           END-IF.

       2350-VALIDATE-DATE SECTION.

           IF DTR-DATE = SPACES
              MOVE WS-DATE             TO WS-TRAN-DATE
           ELSE
              MOVE DTR-DATE TO WS-TRAN-DATE-CHECK
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

       2400-OPEN-DISPUTE SECTION.

           MOVE DTR-CUST-ID            TO DPT-CUST-ID.
           MOVE DTR-BILL-ID            TO DPT-BILL-ID.

           READ MO01-DISPUTE-KSDS
                INVALID KEY
                   PERFORM 2410-ADD-DISPUTE
                NOT INVALID KEY
                   IF DPT-OPEN
                      SET ERROR-RECORD-FLAG TO TRUE
                      MOVE 'ALREADY-OPEN'   TO WS-ERR-REASON
                   ELSE
                      PERFORM 2450-REOPEN-DISPUTE
                   END-IF
           END-READ.

       2410-ADD-DISPUTE SECTION.

           MOVE DTR-CUST-ID            TO DPT-CUST-ID.
           MOVE DTR-BILL-ID            TO DPT-BILL-ID.
           SET DPT-OPEN                TO TRUE.
           MOVE DTR-AMOUNT             TO DPT-AMOUNT.
           MOVE DTR-REASON             TO DPT-REASON.
           MOVE WS-TRAN-DATE           TO DPT-OPENED-DATE.
           MOVE ZERO                   TO DPT-RESOLVED-DATE.
           MOVE SPACES                 TO DPT-RESOLUTION.

           WRITE MO01-DISPUTE-RECORD
                 INVALID KEY
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'WRITE-FAILED'   TO WS-ERR-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-OPEN-CTR
                    DISPLAY 'DISPUTE OPENED FOR ' DPT-CUST-ID
                            ' BILL ' DPT-BILL-ID
           END-WRITE.

       2450-REOPEN-DISPUTE SECTION.

           SET DPT-OPEN                TO TRUE.
           MOVE DTR-AMOUNT             TO DPT-AMOUNT.
           MOVE DTR-REASON             TO DPT-REASON.
           MOVE WS-TRAN-DATE           TO DPT-OPENED-DATE.
           MOVE ZERO                   TO DPT-RESOLVED-DATE.
           MOVE SPACES                 TO DPT-RESOLUTION.

           REWRITE MO01-DISPUTE-RECORD
                   INVALID KEY
                      SET ERROR-RECORD-FLAG TO TRUE
                      MOVE 'REWRITE-FAILED' TO WS-ERR-REASON
                   NOT INVALID KEY
                      ADD 1 TO WS-REOPEN-CTR
                      DISPLAY 'DISPUTE REOPENED FOR ' DPT-CUST-ID
                              ' BILL ' DPT-BILL-ID
           END-REWRITE.

       2500-CLOSE-DISPUTE SECTION.

           MOVE DTR-CUST-ID            TO DPT-CUST-ID.
           MOVE DTR-BILL-ID            TO DPT-BILL-ID.

           READ MO01-DISPUTE-KSDS
                INVALID KEY
                   SET ERROR-RECORD-FLAG TO TRUE
                   MOVE 'NO-DISPUTE'     TO WS-ERR-REASON
           END-READ.

           IF VALID-RECORD-FLAG AND DPT-RESOLVED
              SET ERROR-RECORD-FLAG      TO TRUE
              MOVE 'ALREADY-CLOSED'      TO WS-ERR-REASON
           END-IF.

           IF VALID-RECORD-FLAG
              SET DPT-RESOLVED         TO TRUE
              MOVE WS-TRAN-DATE        TO DPT-RESOLVED-DATE
              MOVE DTR-REASON          TO DPT-RESOLUTION
              REWRITE MO01-DISPUTE-RECORD
                      INVALID KEY
                         SET ERROR-RECORD-FLAG TO TRUE
                         MOVE 'REWRITE-FAILED' TO WS-ERR-REASON
                      NOT INVALID KEY
                         ADD 1 TO WS-CLOSE-CTR
                         DISPLAY 'DISPUTE RESOLVED FOR ' DPT-CUST-ID
                                 ' BILL ' DPT-BILL-ID
              END-REWRITE
           END-IF.

       2700-REJECT-TRAN SECTION.

           DISPLAY 'DISPUTE TRAN REJECTED - ' WS-ERR-REASON
                   ' ' DTR-CUST-ID ' ' DTR-BILL-ID.

           MOVE TI01-DISP-TRAN-RECORD  TO ERRD-TXN-RECORD.
           MOVE WS-ERR-REASON          TO ERRD-REASON.
           WRITE TO01-DISP-ERR-RECORD.

           ADD 1 TO WS-REJECT-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' TRANSACTIONS READ        ',  WS-READ-CTR
           DISPLAY ' DISPUTES OPENED          ',  WS-OPEN-CTR
           DISPLAY ' DISPUTES REOPENED        ',  WS-REOPEN-CTR
           DISPLAY ' DISPUTES RESOLVED        ',  WS-CLOSE-CTR
           DISPLAY ' TRANSACTIONS REJECTED    ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DISP-TRAN,
                  MO01-CUST-KSDS,
                  MO01-DISPUTE-KSDS,
                  TO01-DISP-ERR.

           IF WS-REJECT-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPMNT PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
