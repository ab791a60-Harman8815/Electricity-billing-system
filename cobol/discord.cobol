           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DSP-STATUS.

           SELECT MO01-DISPUTE-KSDS ASSIGN TO DISPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DPT-KEY
           FILE STATUS            IS WS-DPT-STATUS.

           SELECT MO01-NOTICE-KSDS ASSIGN TO NOTCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS NTC-KEY
           FILE STATUS            IS WS-NTC-STATUS.

           SELECT TI01-RUN-CARD   ASSIGN TO RUNCARD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RCD-STATUS.

           SELECT MO01-RUN-CTL    ASSIGN TO RUNCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS RCT-KEY
           FILE STATUS            IS WS-RCT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 TO01-WO-DISPATCH-RECORD PIC X(133).

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

       FD TI01-RUN-CARD
           RECORD CONTAINS         80   CHARACTERS.

       01 TI01-RUN-CARD-RECORD.
          05 RCD-CYCLE-ID       PIC X(4).
          05 FILLER             PIC X(1).
          05 RCD-UPD-GEN        PIC X(8).
          05 FILLER             PIC X(67).

       01 TI01-RUN-OVRD-RECORD.
          05 RCD-OVERRIDE       PIC X(8).
             88 RCD-OVERRIDE-CARD VALUE 'OVERRIDE'.
          05 FILLER             PIC X(72).

       FD MO01-RUN-CTL
           RECORD CONTAINS         96   CHARACTERS.

       01 MO01-RUN-CTL-RECORD.
          05 RCT-KEY.
             10 RCT-CYCLE-ID    PIC X(4).
             10 RCT-STEP-NAME   PIC X(8).
          05 RCT-STATUS         PIC X(1).
             88 RCT-STARTED     VALUE 'S'.
             88 RCT-COMPLETE    VALUE 'C'.
             88 RCT-FAILED      VALUE 'F'.
          05 RCT-RUN-CYCLE      PIC X(4).
          05 RCT-START-DATE     PIC 9(8).
          05 RCT-START-TIME     PIC 9(6).
          05 RCT-END-DATE       PIC 9(8).
          05 RCT-END-TIME       PIC 9(6).
          05 RCT-RECS-IN        PIC 9(8).
          05 RCT-RECS-OUT       PIC 9(8).
          05 RCT-RECS-REJECT    PIC 9(8).
          05 RCT-AMOUNT         PIC 9(11)V99.
          05 RCT-UPD-GEN        PIC X(8).
          05 RCT-RETURN-CODE    PIC 9(4).
          05 RCT-OVERRIDE-CNT   PIC 9(2).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
             88 WO-EOF             VALUE '10'.
          05 WS-DSP-STATUS         PIC X(02).
             88 DSP-IO-STATUS      VALUE '00'.
          05 WS-DPT-STATUS         PIC X(02).
             88 DPT-IO-STATUS      VALUE '00'.
             88 DPT-FILE-NOTFND    VALUE '35'.
          05 WS-NTC-STATUS         PIC X(02).
             88 NTC-IO-STATUS      VALUE '00'.
             88 NTC-ROW-NOTFND     VALUE '23'.
             88 NTC-FILE-NOTFND    VALUE '35'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             88 RECONN-AVAILABLE   VALUE 'Y'.
             88 RECONN-NOT-AVAIL   VALUE 'N'.

       01 WS-DISPUTE-WORK.
          05 WS-DPT-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 DPT-AVAILABLE      VALUE 'Y'.
             88 DPT-NOT-AVAIL      VALUE 'N'.
          05 WS-DPT-SWEEP-FLAG     PIC 9.
             88 DPT-SWEEP-MORE     VALUE 1.
             88 DPT-SWEEP-DONE     VALUE 2.
          05 WS-DPT-HOLD-FLAG      PIC X VALUE 'N'.
             88 DPT-HELD           VALUE 'Y'.
             88 DPT-NOT-HELD       VALUE 'N'.

       01 WS-NOTICE-WORK.
          05 WS-NTC-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 NTC-AVAILABLE      VALUE 'Y'.
             88 NTC-NOT-AVAIL      VALUE 'N'.
          05 WS-NTC-SWEEP-FLAG     PIC 9.
             88 NTC-SWEEP-MORE     VALUE 1.
             88 NTC-SWEEP-DONE     VALUE 2.
          05 WS-NOTICE-SERVED-FLAG PIC X VALUE 'N'.
             88 NOTICE-SERVED      VALUE 'Y'.
             88 NOTICE-NOT-SERVED  VALUE 'N'.
          05 WS-NOTICE-PEND-FLAG   PIC X VALUE 'N'.
             88 NOTICE-PENDING     VALUE 'Y'.
             88 NOTICE-NOT-PENDING VALUE 'N'.
          05 WS-FINAL-NTC-KEY      PIC X(13).

       01 WS-COUNTERS.
          05 WS-CAND-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-RECONN-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-DORD-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-RORD-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-SKIP-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-HOLD-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-NONOTICE-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-NTCWAIT-CTR        PIC 9(08) VALUE ZEROS.

       01 WS-DSP-TITLE-LINE.
          05 FILLER                PIC X(50) VALUE
          05 WS-D-CYCLES           PIC ZZ9.
          05 FILLER                PIC X(72) VALUE SPACES.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'DISCORD '.
          05 WS-RCT-CYCLE-ID       PIC X(4) VALUE SPACES.
          05 WS-RCT-UPD-GEN        PIC X(8) VALUE SPACES.
          05 WS-RCT-DATE           PIC 9(8) VALUE ZEROS.
          05 WS-RCT-TIME.
             10 WS-RCT-HHMMSS      PIC 9(6).
             10 FILLER             PIC 9(2).
          05 WS-RCT-OVERRIDE-FLAG  PIC X VALUE 'N'.
             88 RCT-OVERRIDE       VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.


           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1500-CHECK-RUN-CONTROL.

       1500-CHECK-RUN-CONTROL SECTION.

           OPEN INPUT TI01-RUN-CARD.
           IF NOT RCD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN CONTROL CARD FILE     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RCD-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ TI01-RUN-CARD
                AT END  MOVE SPACES    TO TI01-RUN-CARD-RECORD
           END-READ.
           MOVE RCD-CYCLE-ID           TO WS-RCT-CYCLE-ID.
           MOVE RCD-UPD-GEN            TO WS-RCT-UPD-GEN.

           READ TI01-RUN-CARD
                AT END  CONTINUE
                NOT AT END
                   IF RCD-OVERRIDE-CARD
                      SET RCT-OVERRIDE TO TRUE
                   END-IF
           END-READ.

           CLOSE TI01-RUN-CARD.

           IF WS-RCT-CYCLE-ID IS NOT NUMERIC OR
              WS-RCT-CYCLE-ID = '0000'
              DISPLAY '----------------------------------------'
              DISPLAY 'NO CYCLE NUMBER ON RUN CONTROL CARD     '
              DISPLAY 'CARD  CYCLE  ', ' ',    WS-RCT-CYCLE-ID
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MO01-RUN-CTL.
           IF RCT-FILE-NOTFND
              OPEN OUTPUT MO01-RUN-CTL
              CLOSE       MO01-RUN-CTL
              OPEN I-O    MO01-RUN-CTL
           END-IF.
           IF NOT RCT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN CONTROL KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RCT-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-RCT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME FROM TIME.

           MOVE WS-RCT-CYCLE-ID        TO RCT-CYCLE-ID.
           MOVE WS-RCT-STEP-NAME       TO RCT-STEP-NAME.

           READ MO01-RUN-CTL
                INVALID KEY
                   MOVE ZERO           TO RCT-OVERRIDE-CNT
                   PERFORM 1550-SET-RUN-STARTED
                   WRITE MO01-RUN-CTL-RECORD
                NOT INVALID KEY
                   PERFORM 1510-CHECK-STEP-RERUN
                   PERFORM 1550-SET-RUN-STARTED
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           DISPLAY 'RUN CONTROL CYCLE       : ' WS-RCT-CYCLE-ID.
           DISPLAY 'RUN CONTROL STEP        : ' WS-RCT-STEP-NAME.

       1510-CHECK-STEP-RERUN SECTION.

           IF RCT-COMPLETE
              IF RCT-OVERRIDE
                 ADD 1 TO RCT-OVERRIDE-CNT
                 DISPLAY '----------------------------------------'
                 DISPLAY 'OVERRIDE CARD PRESENT - STEP RERUN      '
                 DISPLAY 'LAST COMPLETED ', RCT-END-DATE, ' ',
                         RCT-END-TIME
                 DISPLAY '----------------------------------------'
              ELSE
                 DISPLAY '----------------------------------------'
                 DISPLAY 'STEP ALREADY COMPLETED FOR THIS CYCLE   '
                 DISPLAY 'CYCLE ', RCT-CYCLE-ID, ' STEP ',
                         RCT-STEP-NAME
                 DISPLAY 'COMPLETED ', RCT-END-DATE, ' ',
                         RCT-END-TIME
                 DISPLAY 'SUPPLY AN OVERRIDE CARD TO RERUN        '
                 DISPLAY '----------------------------------------'
                 CLOSE MO01-RUN-CTL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1550-SET-RUN-STARTED SECTION.

           SET RCT-STARTED             TO TRUE.
           MOVE WS-RCT-CYCLE-ID        TO RCT-RUN-CYCLE.
           MOVE WS-RCT-DATE            TO RCT-START-DATE.
           MOVE WS-RCT-HHMMSS          TO RCT-START-TIME.
           MOVE ZERO                   TO RCT-END-DATE
                                          RCT-END-TIME
                                          RCT-RECS-IN
                                          RCT-RECS-OUT
                                          RCT-RECS-REJECT
                                          RCT-AMOUNT
                                          RCT-RETURN-CODE.
           MOVE WS-RCT-UPD-GEN         TO RCT-UPD-GEN.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.
              STOP RUN
           END-IF.

           OPEN INPUT MO01-DISPUTE-KSDS.
           IF DPT-FILE-NOTFND
              SET DPT-NOT-AVAIL TO TRUE
              DISPLAY 'NO DISPUTE MASTER - NO DISPUTE HOLDS    '
           ELSE
              IF NOT DPT-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING DISPUTE MASTER KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-DPT-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O MO01-NOTICE-KSDS.
           IF NTC-FILE-NOTFND
              SET NTC-NOT-AVAIL TO TRUE
              DISPLAY 'NO NOTICE HISTORY - NO DISCONNECT ORDERS'
           ELSE
              IF NOT NTC-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING NOTICE HISTORY KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-NTC-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISCONNECT CANDIDATE FILE IS OPENED ....'
           DISPLAY 'WORK ORDER KSDS IS OPENED ..............'
              DISPLAY 'CUSTOMER ' CAND-CUST-ID
                      ' ALREADY DISCONNECTED - NO ORDER'
           ELSE
              PERFORM 2350-CHECK-DISPUTE-HOLD
              IF DPT-HELD
                 ADD 1 TO WS-HOLD-CTR
                 DISPLAY 'CUSTOMER ' CAND-CUST-ID
                         ' HAS OPEN BILL DISPUTE - NO ORDER'
              ELSE
                 PERFORM 2370-CHECK-FINAL-NOTICE
                 EVALUATE TRUE
                     WHEN NOTICE-SERVED
                         PERFORM 2310-RAISE-DISCONNECT
                     WHEN NOTICE-PENDING
                         ADD 1 TO WS-NTCWAIT-CTR
                         DISPLAY 'CUSTOMER ' CAND-CUST-ID
                                 ' FINAL NOTICE PERIOD NOT EXPIRED'
                     WHEN OTHER
                         ADD 1 TO WS-NONOTICE-CTR
                         DISPLAY 'CUSTOMER ' CAND-CUST-ID
                                 ' NO FINAL NOTICE SERVED - NO ORDER'
                 END-EVALUATE
              END-IF
           END-IF.

           PERFORM 2200-READ-DISC-CAND.

       2310-RAISE-DISCONNECT SECTION.

           MOVE CAND-CUST-ID           TO WS-SWEEP-CUST-ID.
           PERFORM 2400-SWEEP-ORDERS.

           IF OPEN-D-EXISTS
              ADD 1 TO WS-SKIP-CTR
              DISPLAY 'OPEN DISCONNECT ORDER EXISTS FOR '
                      CAND-CUST-ID ' - NO NEW ORDER'
           ELSE
              MOVE CAND-CUST-ID        TO WO-CUST-ID
              COMPUTE WO-ORDER-SEQ = WS-MAX-SEQ + 1
              MOVE 'D'                 TO WO-TYPE
              MOVE 'O'                 TO WO-STATUS
              MOVE WS-DATE             TO WO-CREATE-DATE
              MOVE ZERO                TO WO-COMPLETE-DATE
              MOVE CAND-LAST-BILL-ID   TO WO-LAST-BILL-ID
              WRITE MO01-WORK-ORDER-RECORD
                    INVALID KEY
                       DISPLAY 'DUPLICATE WORK ORDER KEY - '
                               WO-KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-DORD-CTR
                       MOVE 'DISCONNECT' TO WS-D-TYPE
                       MOVE CAND-CONSEC-D-CYCLES TO WS-D-CYCLES
                       PERFORM 3100-PRINT-DISPATCH-DETAIL
                       PERFORM 2390-MARK-NOTICE-ACTIONED
              END-WRITE
           END-IF.

       2350-CHECK-DISPUTE-HOLD SECTION.

           SET DPT-NOT-HELD            TO TRUE.

           IF DPT-AVAILABLE
              SET DPT-SWEEP-MORE       TO TRUE
              MOVE CAND-CUST-ID        TO DPT-CUST-ID
              MOVE LOW-VALUES          TO DPT-BILL-ID
              START MO01-DISPUTE-KSDS
                    KEY >= DPT-KEY
                    INVALID KEY SET DPT-SWEEP-DONE TO TRUE
              END-START
              PERFORM 2360-SCAN-DISPUTE-ITEM UNTIL DPT-SWEEP-DONE
           END-IF.

       2360-SCAN-DISPUTE-ITEM SECTION.

           READ MO01-DISPUTE-KSDS NEXT RECORD
                AT END
                   SET DPT-SWEEP-DONE TO TRUE
                NOT AT END
                   IF DPT-CUST-ID = CAND-CUST-ID
                      IF DPT-OPEN
                         SET DPT-HELD TO TRUE
                         SET DPT-SWEEP-DONE TO TRUE
                      END-IF
                   ELSE
                      SET DPT-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2370-CHECK-FINAL-NOTICE SECTION.

           SET NOTICE-NOT-SERVED       TO TRUE.
           SET NOTICE-NOT-PENDING      TO TRUE.

           IF NTC-AVAILABLE
              SET NTC-SWEEP-MORE       TO TRUE
              MOVE CAND-CUST-ID        TO NTC-CUST-ID
              MOVE ZERO                TO NTC-SEQ
              START MO01-NOTICE-KSDS
                    KEY >= NTC-KEY
                    INVALID KEY SET NTC-SWEEP-DONE TO TRUE
              END-START
              PERFORM 2380-SCAN-NOTICE UNTIL NTC-SWEEP-DONE
           END-IF.

       2380-SCAN-NOTICE SECTION.

           READ MO01-NOTICE-KSDS NEXT RECORD
                AT END
                   SET NTC-SWEEP-DONE TO TRUE
                NOT AT END
                   IF NTC-CUST-ID = CAND-CUST-ID
                      IF NTC-FINAL AND NTC-OUTSTANDING
                         IF NTC-PAY-BY-DATE < WS-DATE
                            SET NOTICE-SERVED  TO TRUE
                            MOVE NTC-KEY       TO WS-FINAL-NTC-KEY
                         ELSE
                            SET NOTICE-PENDING TO TRUE
                         END-IF
                      END-IF
                   ELSE
                      SET NTC-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2390-MARK-NOTICE-ACTIONED SECTION.

           MOVE WS-FINAL-NTC-KEY       TO NTC-KEY.

           READ MO01-NOTICE-KSDS
                INVALID KEY
                   DISPLAY 'FINAL NOTICE NOT FOUND - ' NTC-KEY
                NOT INVALID KEY
                   SET NTC-ACTIONED    TO TRUE
                   MOVE WS-DATE        TO NTC-CLOSED-DATE
                   REWRITE MO01-NOTICE-RECORD
           END-READ.

       2400-SWEEP-ORDERS SECTION.

           MOVE ZERO                   TO WS-MAX-SEQ.
           DISPLAY ' DISCONNECT ORDERS RAISED ',  WS-DORD-CTR
           DISPLAY ' RECONNECT ORDERS RAISED  ',  WS-RORD-CTR
           DISPLAY ' SKIPPED - ORDER EXISTS   ',  WS-SKIP-CTR
           DISPLAY ' SKIPPED - DISPUTE HOLD   ',  WS-HOLD-CTR
           DISPLAY ' SKIPPED - NO FINAL NOTICE',  WS-NONOTICE-CTR
           DISPLAY ' SKIPPED - NOTICE PERIOD  ',  WS-NTCWAIT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-DISC-CAND,
              CLOSE TI01-RECONN-REQ
           END-IF.

           IF DPT-AVAILABLE
              CLOSE MO01-DISPUTE-KSDS
           END-IF.

           IF NTC-AVAILABLE
              CLOSE MO01-NOTICE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISCORD PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           PERFORM 9700-CLOSE-RUN-CONTROL.

           STOP RUN.

       9700-CLOSE-RUN-CONTROL SECTION.

           ACCEPT WS-RCT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME FROM TIME.

           MOVE WS-RCT-CYCLE-ID        TO RCT-CYCLE-ID.
           MOVE WS-RCT-STEP-NAME       TO RCT-STEP-NAME.

           READ MO01-RUN-CTL
                INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD NOT FOUND - '
                           WS-RCT-CYCLE-ID ' ' WS-RCT-STEP-NAME
                NOT INVALID KEY
                   IF RETURN-CODE > 4
                      SET RCT-FAILED   TO TRUE
                   ELSE
                      SET RCT-COMPLETE TO TRUE
                   END-IF
                   MOVE WS-RCT-DATE    TO RCT-END-DATE
                   MOVE WS-RCT-HHMMSS  TO RCT-END-TIME
                   COMPUTE RCT-RECS-IN  = WS-CAND-CTR + WS-RECONN-CTR
                   COMPUTE RCT-RECS-OUT = WS-DORD-CTR + WS-RORD-CTR
                   MOVE ZERO          TO RCT-RECS-REJECT
                   MOVE ZERO          TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
