           RECORD KEY             IS WO-KEY
           FILE STATUS            IS WS-WO-STATUS.

           SELECT MO01-NOTICE-KSDS ASSIGN TO NOTCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS NTC-KEY
           FILE STATUS            IS WS-NTC-STATUS.

           SELECT TO01-INQ-RPT    ASSIGN TO INQRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 FILLER             PIC X(10).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD MO01-CUST-NAMEIDX
           RECORD CONTAINS         69   CHARACTERS.
          05 WO-COMPLETE-DATE   PIC 9(8).
          05 WO-LAST-BILL-ID    PIC X(14).

       FD MO01-NOTICE-KSDS
           RECORD CONTAINS         70   CHARACTERS.

       01 MO01-NOTICE-RECORD.
          05 NTC-KEY.
             10 NTC-CUST-ID     PIC X(9).
             10 NTC-SEQ         PIC 9(4).
          05 NTC-TYPE           PIC X(1).
             88 NTC-REMINDER    VALUE 'R'.
             88 NTC-FINAL       VALUE 'F'.
          05 NTC-LEVEL          PIC 9(1).
          05 NTC-ISSUE-DATE     PIC 9(8).
          05 NTC-BILL-ID        PIC X(14).
          05 NTC-DAYS-OVERDUE   PIC 9(5).
          05 NTC-AMOUNT-DUE     PIC 9(9)V99.
          05 NTC-PAY-BY-DATE    PIC 9(8).
          05 NTC-STATUS         PIC X(1).
             88 NTC-OUTSTANDING VALUE 'O'.
             88 NTC-PAID        VALUE 'P'.
             88 NTC-ACTIONED    VALUE 'D'.
          05 NTC-CLOSED-DATE    PIC 9(8).

       FD TO01-INQ-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.
             88 WO-IO-STATUS       VALUE '00'.
             88 WO-ROW-NOTFND      VALUE '23'.
             88 WO-FILE-NOTFND     VALUE '35'.
          05 WS-NTC-STATUS         PIC X(02).
             88 NTC-IO-STATUS      VALUE '00'.
             88 NTC-ROW-NOTFND     VALUE '23'.
             88 NTC-FILE-NOTFND    VALUE '35'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

          05 WS-WO-AVAIL-FLAG      PIC X VALUE 'Y'.
             88 WO-AVAILABLE       VALUE 'Y'.
             88 WO-NOT-AVAIL       VALUE 'N'.
          05 WS-NTC-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 NTC-AVAILABLE      VALUE 'Y'.
             88 NTC-NOT-AVAIL      VALUE 'N'.

       01 WS-INQ-WORK.
          05 WS-INQ-CUST-ID        PIC X(9).
             88 WO-SWEEP-DONE      VALUE 2.
          05 WS-BILL-LINE-CNT      PIC 9(3).
          05 WS-WO-LINE-CNT        PIC 9(3).
          05 WS-NTC-SWEEP-FLAG     PIC 9.
             88 NTC-SWEEP-MORE     VALUE 1.
             88 NTC-SWEEP-DONE     VALUE 2.
          05 WS-NTC-LINE-CNT       PIC 9(3).

       01 WS-COUNTERS.
          05 WS-REQ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-W-COMPLETE-DATE    PIC 9(8).
          05 FILLER                PIC X(70) VALUE SPACES.

       01 WS-NTC-HDR-LINE.
          05 FILLER                PIC X(40) VALUE
             'NOTICES:      NO.   TYPE     ISSUED    B'.
          05 FILLER                PIC X(40) VALUE
             'ILL ID           AMOUNT DUE    PAY BY   '.
          05 FILLER                PIC X(40) VALUE
             'STATUS      CLOSED                      '.
          05 FILLER                PIC X(13) VALUE SPACES.

       01 WS-NTC-DETAIL-LINE.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 WS-N-SEQ              PIC 9(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-N-TYPE             PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-N-ISSUE-DATE       PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-N-BILL-ID          PIC X(14).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-N-AMOUNT           PIC $$,$$$,$$9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-N-PAY-BY-DATE      PIC 9(8).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-N-STATUS           PIC X(9).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-N-CLOSED-DATE      PIC X(8).
          05 FILLER                PIC X(32) VALUE SPACES.

       01 WS-MSG-LINE.
          05 WS-MSG-TEXT           PIC X(60).
          05 FILLER                PIC X(73) VALUE SPACES.
              END-IF
           END-IF.

           OPEN INPUT MO01-NOTICE-KSDS.
           IF NTC-FILE-NOTFND
              SET NTC-NOT-AVAIL TO TRUE
              DISPLAY 'NO NOTICE HISTORY KSDS                  '
           ELSE
              IF NOT NTC-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING NOTICE HISTORY KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-NTC-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO01-INQ-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 2400-PRINT-MASTER
              PERFORM 2500-PRINT-BILLS
              PERFORM 2600-PRINT-DISC-STANDING
              PERFORM 2650-PRINT-NOTICES
              PERFORM 2700-PRINT-WORK-ORDERS
              ADD 1 TO WS-PROFILE-CTR
           END-IF.
              WRITE TO01-INQ-RPT-RECORD
           END-IF.

       2650-PRINT-NOTICES  SECTION.

           IF NTC-NOT-AVAIL
              CONTINUE
           ELSE
              MOVE ZERO                TO WS-NTC-LINE-CNT
              SET NTC-SWEEP-MORE       TO TRUE
              MOVE WS-INQ-CUST-ID      TO NTC-CUST-ID
              MOVE ZERO                TO NTC-SEQ
              START MO01-NOTICE-KSDS
                    KEY >= NTC-KEY
                    INVALID KEY SET NTC-SWEEP-DONE TO TRUE
              END-START
              MOVE WS-NTC-HDR-LINE TO TO01-INQ-RPT-RECORD
              WRITE TO01-INQ-RPT-RECORD
              PERFORM 2660-SCAN-NOTICE UNTIL NTC-SWEEP-DONE
              IF WS-NTC-LINE-CNT = ZERO
                 MOVE 'NO ARREARS NOTICES ISSUED TO THIS CUSTOMER'
                      TO WS-MSG-TEXT
                 MOVE WS-MSG-LINE TO TO01-INQ-RPT-RECORD
                 WRITE TO01-INQ-RPT-RECORD
              END-IF
              MOVE SPACES TO TO01-INQ-RPT-RECORD
              WRITE TO01-INQ-RPT-RECORD
           END-IF.

       2660-SCAN-NOTICE  SECTION.

           READ MO01-NOTICE-KSDS NEXT RECORD
                AT END
                   SET NTC-SWEEP-DONE  TO TRUE
                NOT AT END
                   IF NTC-CUST-ID = WS-INQ-CUST-ID
                      PERFORM 2670-PRINT-NOTICE-LINE
                   ELSE
                      SET NTC-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2670-PRINT-NOTICE-LINE  SECTION.

           MOVE NTC-SEQ        TO WS-N-SEQ.
           IF NTC-FINAL
              MOVE 'FINAL   '  TO WS-N-TYPE
           ELSE
              MOVE 'REMIND-'   TO WS-N-TYPE
              MOVE NTC-LEVEL   TO WS-N-TYPE (8:1)
           END-IF.
           MOVE NTC-ISSUE-DATE TO WS-N-ISSUE-DATE.
           MOVE NTC-BILL-ID    TO WS-N-BILL-ID.
           MOVE NTC-AMOUNT-DUE TO WS-N-AMOUNT.
           MOVE NTC-PAY-BY-DATE TO WS-N-PAY-BY-DATE.
           EVALUATE TRUE
               WHEN NTC-OUTSTANDING
                   MOVE 'OPEN     ' TO WS-N-STATUS
               WHEN NTC-PAID
                   MOVE 'PAID     ' TO WS-N-STATUS
               WHEN OTHER
                   MOVE 'DISC ORD ' TO WS-N-STATUS
           END-EVALUATE.
           IF NTC-CLOSED-DATE = ZERO
              MOVE SPACES      TO WS-N-CLOSED-DATE
           ELSE
              MOVE NTC-CLOSED-DATE TO WS-N-CLOSED-DATE
           END-IF.

           MOVE WS-NTC-DETAIL-LINE TO TO01-INQ-RPT-RECORD.
           WRITE TO01-INQ-RPT-RECORD.

           ADD 1 TO WS-NTC-LINE-CNT.

       2700-PRINT-WORK-ORDERS  SECTION.

           IF WO-NOT-AVAIL
              CLOSE MO01-WORK-ORDER
           END-IF.

           IF NTC-AVAILABLE
              CLOSE MO01-NOTICE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTINQ PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'
