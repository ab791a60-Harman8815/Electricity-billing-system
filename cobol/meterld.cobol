       FILE SECTION.

       FD TI01-METER-MSTR-IN
           RECORD CONTAINS         50   CHARACTERS.

       01 TI01-METER-MSTR-IN-RECORD.
          05 MIN-METER-ID       PIC X(14).
          05 MIN-CUST-ID        PIC X(9).
          05 MIN-INSTALL-DATE   PIC X(10).
          05 MIN-STATUS         PIC X(2).
          05 MIN-DIALS          PIC 9(1).
          05 MIN-MULTIPLIER     PIC 9(5).
          05 MIN-INSTALL-INDEX  PIC 9(7)V99.

       FD MO01-METER-KSDS
           RECORD CONTAINS         70   CHARACTERS.

       01 MO01-METER-MSTR-RECORD.
          05 MTR-METER-ID       PIC X(14).
          05 MTR-STATUS         PIC X(2).
             88 MTR-ACTIVE      VALUE 'A '.
             88 MTR-RETIRED     VALUE 'R '.
          05 MTR-DIALS          PIC 9(1).
          05 MTR-MULTIPLIER     PIC 9(5).
          05 MTR-PREV-INDEX     PIC 9(7)V99.
          05 MTR-LAST-INDEX     PIC 9(7)V99.
          05 MTR-LAST-READ-DATE PIC X(10).
          05 MTR-LAST-READ-TYPE PIC X(1).
             88 MTR-LAST-INSTALL   VALUE 'I'.
             88 MTR-LAST-ACTUAL    VALUE 'A'.
             88 MTR-LAST-ESTIMATED VALUE 'E'.

       FD TO01-METER-MSTR-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         65  CHARACTERS.

       01 TO01-METER-MSTR-ERR-RECORD.
          05 ERRM-METER-RECORD  PIC X(50).
          05 ERRM-REASON        PIC X(15).

       WORKING-STORAGE SECTION.
             10 WS-ID-MM           PIC X(2).
             10 WS-ID-DASH2        PIC X.
             10 WS-ID-DD           PIC X(2).
          05 WS-INDEX-CAPACITY     PIC 9(7)V99 VALUE ZERO.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.
                       MIN-STATUS NOT = 'R '
                       SET ERROR-RECORD-FLAG   TO TRUE
                       MOVE 'BAD-STATUS'       TO WS-ERR-REASON
                    ELSE
                       PERFORM 2350-VALIDATE-REGISTER
                    END-IF
                 END-IF
              END-IF
              PERFORM 2400-WRITE-METER-KSDS
           END-IF.

       2350-VALIDATE-REGISTER SECTION.

           IF MIN-DIALS IS NOT NUMERIC OR
              (MIN-DIALS NOT = 5 AND MIN-DIALS NOT = 6)
              SET ERROR-RECORD-FLAG      TO TRUE
              MOVE 'BAD-DIALS'           TO WS-ERR-REASON
           ELSE
              IF MIN-MULTIPLIER IS NOT NUMERIC OR
                 MIN-MULTIPLIER = ZERO
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'BAD-MULTIPLIER'   TO WS-ERR-REASON
              ELSE
                 IF MIN-DIALS = 6
                    MOVE 1000000         TO WS-INDEX-CAPACITY
                 ELSE
                    MOVE 100000          TO WS-INDEX-CAPACITY
                 END-IF
                 IF MIN-INSTALL-INDEX IS NOT NUMERIC OR
                    MIN-INSTALL-INDEX NOT < WS-INDEX-CAPACITY
                    SET ERROR-RECORD-FLAG   TO TRUE
                    MOVE 'BAD-INST-INDEX'   TO WS-ERR-REASON
                 END-IF
              END-IF
           END-IF.

       2400-WRITE-METER-KSDS SECTION.

           MOVE MIN-METER-ID           TO MTR-METER-ID.

           READ MO01-METER-KSDS
                INVALID KEY
                   PERFORM 2410-ADD-METER
                NOT INVALID KEY
                   PERFORM 2450-UPDATE-METER
           END-READ.

       2410-ADD-METER SECTION.

           MOVE MIN-METER-ID           TO MTR-METER-ID.
           MOVE MIN-CUST-ID            TO MTR-CUST-ID.
           MOVE MIN-INSTALL-DATE       TO MTR-INSTALL-DATE.
           MOVE MIN-STATUS             TO MTR-STATUS.
           MOVE MIN-DIALS              TO MTR-DIALS.
           MOVE MIN-MULTIPLIER         TO MTR-MULTIPLIER.
           MOVE MIN-INSTALL-INDEX      TO MTR-PREV-INDEX
                                          MTR-LAST-INDEX.
           MOVE MIN-INSTALL-DATE       TO MTR-LAST-READ-DATE.
           SET MTR-LAST-INSTALL        TO TRUE.

           WRITE MO01-METER-MSTR-RECORD
                 INVALID KEY
                    MOVE TI01-METER-MSTR-IN-RECORD
                         TO ERRM-METER-RECORD
                    MOVE 'WRITE-FAILED'  TO ERRM-REASON
                    WRITE TO01-METER-MSTR-ERR-RECORD
                    ADD 1 TO WS-REJECT-CTR
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-CTR
           END-WRITE.

       2450-UPDATE-METER SECTION.

           MOVE MIN-CUST-ID            TO MTR-CUST-ID.
           MOVE MIN-INSTALL-DATE       TO MTR-INSTALL-DATE.
           MOVE MIN-STATUS             TO MTR-STATUS.
           MOVE MIN-DIALS              TO MTR-DIALS.
           MOVE MIN-MULTIPLIER         TO MTR-MULTIPLIER.

           IF NOT MTR-LAST-INSTALL AND
              NOT MTR-LAST-ACTUAL AND
              NOT MTR-LAST-ESTIMATED
              MOVE MIN-INSTALL-INDEX   TO MTR-PREV-INDEX
                                          MTR-LAST-INDEX
              MOVE MIN-INSTALL-DATE    TO MTR-LAST-READ-DATE
              SET MTR-LAST-INSTALL     TO TRUE
           END-IF.

           REWRITE MO01-METER-MSTR-RECORD
                   INVALID KEY
                      MOVE TI01-METER-MSTR-IN-RECORD
                           TO ERRM-METER-RECORD
                      MOVE 'REWRITE-FAILED' TO ERRM-REASON
                      WRITE TO01-METER-MSTR-ERR-RECORD
                      ADD 1 TO WS-REJECT-CTR
                   NOT INVALID KEY
                      ADD 1 TO WS-UPDT-CTR
           END-REWRITE.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
