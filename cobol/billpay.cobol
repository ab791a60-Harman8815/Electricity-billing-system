
           SELECT TI01-PRIOR-UPD   ASSIGN TO PRIORUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS PUPD-BILL-ID
           FILE STATUS            IS WS-PUPD-STATUS.

           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LGR-STATUS.

           SELECT MO01-PAY-HIST    ASSIGN TO PAYHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PH-PAYMENT-ID
           FILE STATUS            IS WS-PHST-STATUS.

           SELECT MO01-DISPUTE-KSDS ASSIGN TO DISPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DPT-KEY
           FILE STATUS            IS WS-DPT-STATUS.

           SELECT MO01-WRITEOFF-KSDS ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS WOF-CUST-ID
           FILE STATUS            IS WS-WOF-STATUS.

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
          05 CTL-AMOUNT-2       PIC 9(11)V99.

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
             88 CUST-DISCONN VALUE 'DISCONN'.
             88 CUST-CLOSED  VALUE 'CLOSED'.
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TO01-RECONN-REQ
           RECORDING MODE          IS F
             88 PLAN-BROKEN     VALUE 'B '.
             88 PLAN-COMPLETE   VALUE 'C '.

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

       FD MO01-WRITEOFF-KSDS
           RECORD CONTAINS         85   CHARACTERS.

       01 MO01-WRITEOFF-RECORD.
          05 WOF-CUST-ID        PIC X(9).
          05 WOF-BILL-ID        PIC X(14).
          05 WOF-STATUS         PIC X(1).
             88 WOF-REFERRED    VALUE 'R'.
             88 WOF-WRITTEN-OFF VALUE 'W'.
             88 WOF-WITHDRAWN   VALUE 'X'.
          05 WOF-REFER-DATE     PIC 9(8).
          05 WOF-REFER-AMT      PIC 9(9)V99.
          05 WOF-WO-DATE        PIC 9(8).
          05 WOF-WO-AMT         PIC 9(9)V99.
          05 WOF-GL-FLAG        PIC X(1).
             88 WOF-GL-PENDING  VALUE 'N'.
             88 WOF-GL-POSTED   VALUE 'Y'.
          05 WOF-RECOVERED      PIC 9(9)V99.
          05 WOF-RECOV-UNPOSTED PIC 9(9)V99.

       FD MO01-PAY-SUSP
           RECORD CONTAINS         61   CHARACTERS.

          05 LGR-AMOUNT         PIC 9(9)V99.
          05 LGR-BALANCE        PIC 9(9)V99.

       FD MO01-PAY-HIST
           RECORD CONTAINS         67   CHARACTERS.

       01 MO01-PAY-HIST-RECORD.
          05 PH-PAYMENT-ID      PIC X(8).
          05 PH-BILL-ID         PIC X(14).
          05 PH-CUST-ID         PIC X(9).
          05 PH-AMOUNT          PIC 9(7)V99.
          05 PH-PAY-DATE        PIC X(10).
          05 PH-POST-DATE       PIC 9(8).
          05 PH-STATUS          PIC X(1).
             88 PH-POSTED       VALUE 'P'.
             88 PH-RETURNED     VALUE 'R'.
          05 PH-RETURN-DATE     PIC 9(8).

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
             88 RECONN-IO-STATUS   VALUE '00'.
          05 WS-PUPD-STATUS        PIC X(02).
             88 PUPD-IO-STATUS     VALUE '00'.
             88 PUPD-EOF           VALUE '10'.
             88 PUPD-ROW-NOTFND    VALUE '23'.
             88 PUPD-FILE-NOTFND   VALUE '35'.
          05 WS-PLAN-STATUS        PIC X(02).
             88 VCHR-IO-STATUS     VALUE '00'.
          05 WS-LGR-STATUS         PIC X(02).
             88 LGR-IO-STATUS      VALUE '00'.
          05 WS-PHST-STATUS        PIC X(02).
             88 PHST-IO-STATUS     VALUE '00'.
             88 PHST-FILE-NOTFND   VALUE '35'.
          05 WS-DPT-STATUS         PIC X(02).
             88 DPT-IO-STATUS      VALUE '00'.
             88 DPT-FILE-NOTFND    VALUE '35'.
          05 WS-WOF-STATUS         PIC X(02).
             88 WOF-IO-STATUS      VALUE '00'.
             88 WOF-FILE-NOTFND    VALUE '35'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-OVERPAY-CNT        PIC 9(06) VALUE ZERO.
          05 WS-VCHR-CNT           PIC 9(06) VALUE ZERO.
          05 WS-OVERPAY-AMT-TOT    PIC 9(11)V99 VALUE ZERO.
          05 WS-DISP-HELD-CNT      PIC 9(06) VALUE ZERO.
          05 WS-DISP-HELD-AMT      PIC 9(11)V99 VALUE ZERO.
          05 WS-RECOV-CNT          PIC 9(06) VALUE ZERO.
          05 WS-RECOV-AMT          PIC 9(11)V99 VALUE ZERO.

       01 WS-FLAGS.
          05 WS-FIRST-PAY          PIC X VALUE 'Y'.
             88 NOT-PLAN-CURRENT   VALUE 'N'.
          05 WS-PLAN-BREAK-LIMIT   PIC 9(2) VALUE 2.

       01 WS-DISPUTE-WORK.
          05 WS-DPT-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 DPT-AVAILABLE      VALUE 'Y'.
             88 DPT-NOT-AVAIL      VALUE 'N'.
          05 WS-DPT-SWEEP-FLAG     PIC 9.
             88 DPT-SWEEP-MORE     VALUE 1.
             88 DPT-SWEEP-DONE     VALUE 2.
          05 WS-DISPUTED-AMT       PIC 9(9)V99 VALUE ZERO.
          05 WS-FEE-BASE           PIC 9(9)V99 VALUE ZERO.

       01 WS-WRITEOFF-WORK.
          05 WS-WOF-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 WOF-AVAILABLE      VALUE 'Y'.
             88 WOF-NOT-AVAIL      VALUE 'N'.
          05 WS-WOF-ACCT-FLAG      PIC X VALUE 'N'.
             88 WOFF-ACCOUNT       VALUE 'Y'.
             88 NOT-WOFF-ACCOUNT   VALUE 'N'.
          05 WS-WOF-CUST-ID        PIC X(9).
          05 WS-RECOV-PAID         PIC 9(9)V99.

       01 WS-SUSPENSE-WORK.
          05 WS-SUSP-SWEEP-FLAG    PIC 9.
             88 SUSP-SWEEP-MORE    VALUE 1.
       01 WS-LEDGER-WORK.
          05 WS-LGR-PAY-AMT        PIC 9(9)V99.
          05 WS-LGR-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-PHST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-COPY-CTR           PIC 9(08) VALUE ZEROS.

       01 WS-AGING-LABEL-WORK.
          05 WS-AGE-B1-LO          PIC 999.
          05 WS-SP-FLAG            PIC X(22).
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'BILLPAY '.
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


           PERFORM 1050-BUILD-AGING-LABELS.

           PERFORM 1500-CHECK-RUN-CONTROL.

           PERFORM 2100-OPEN-FILES.

       1050-BUILD-AGING-LABELS  SECTION.
              STOP RUN
           END-IF.

           OPEN I-O MO01-PAY-HIST.
           IF PHST-FILE-NOTFND
              OPEN OUTPUT MO01-PAY-HIST
              CLOSE       MO01-PAY-HIST
              OPEN I-O    MO01-PAY-HIST
           END-IF.
           IF NOT PHST-IO-STATUS
              DISPLAY 'ERROR OPENING PAYMENT HISTORY KSDS: '
                       WS-PHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT MO01-DISPUTE-KSDS.
           IF DPT-FILE-NOTFND
              SET DPT-NOT-AVAIL TO TRUE
              DISPLAY 'NO DISPUTE MASTER - NO DISPUTE HOLDS'
           ELSE
              IF NOT DPT-IO-STATUS
                 DISPLAY 'ERROR OPENING DISPUTE MASTER KSDS: '
                          WS-DPT-STATUS
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O MO01-WRITEOFF-KSDS.
           IF WOF-FILE-NOTFND
              SET WOF-NOT-AVAIL TO TRUE
              DISPLAY 'NO WRITE-OFF MASTER - NO RECOVERY POSTING'
           ELSE
              IF NOT WOF-IO-STATUS
                 DISPLAY 'ERROR OPENING WRITE-OFF MASTER KSDS: '
                          WS-WOF-STATUS
                 STOP RUN
              END-IF
           END-IF.

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
                 PERFORM 1520-COPY-PRIOR-GENERATION
                 CLOSE MO01-RUN-CTL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1520-COPY-PRIOR-GENERATION  SECTION.

           OPEN OUTPUT MO01-BILL-UPD.
           IF NOT UPD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING UPDATED BILL KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-UPD-STATUS
              DISPLAY '----------------------------------------'
              CLOSE MO01-RUN-CTL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TI01-PRIOR-UPD.
           IF PUPD-FILE-NOTFND
              DISPLAY 'NO PRIOR UPDATED BILL FILE - '
                      'NOTHING CARRIED FORWARD'
           ELSE
              IF NOT PUPD-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING PRIOR UPDATED BILL KSDS   '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-PUPD-STATUS
                 DISPLAY '----------------------------------------'
                 CLOSE MO01-BILL-UPD
                 CLOSE MO01-RUN-CTL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 1530-READ-PRIOR-UPD
              PERFORM 1540-COPY-PRIOR-BILL UNTIL PUPD-EOF
              CLOSE TI01-PRIOR-UPD
           END-IF.

           CLOSE MO01-BILL-UPD.

           DISPLAY 'BILLS CARRIED TO NEW GENERATION ', WS-COPY-CTR.

       1530-READ-PRIOR-UPD  SECTION.

           READ TI01-PRIOR-UPD NEXT RECORD
                AT END  SET PUPD-EOF TO TRUE
                NOT AT END  CONTINUE
           END-READ.

       1540-COPY-PRIOR-BILL  SECTION.

           MOVE TI01-PRIOR-UPD-RECORD  TO MO01-BILL-UPD-RECORD.

           WRITE MO01-BILL-UPD-RECORD
                 INVALID KEY
                    DISPLAY 'DUPLICATE BILL ON PRIOR GENERATION - '
                            UPD-BILL-ID
                 NOT INVALID KEY
                    ADD 1 TO WS-COPY-CTR
           END-WRITE.

           PERFORM 1530-READ-PRIOR-UPD.

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

           PERFORM 3000-PRINT-HEADERS.
                   UNTIL PAY-EOF
                       OR PAY-BILL-ID NOT < WS-CURR-BILL-ID

               MOVE BILL-CUST-ID TO WS-WOF-CUST-ID
               PERFORM 2390-CHECK-WRITE-OFF

               PERFORM 2400-PROCESS-PAYMENTS
                   UNTIL PAY-EOF
                       OR PAY-BILL-ID NOT = WS-CURR-BILL-ID

               PERFORM 2420-APPLY-SUSPENSE

               IF WOFF-ACCOUNT
                  PERFORM 2480-POST-RECOVERY
               ELSE
                  IF WS-TOTAL-PAID > WS-CURR-AMOUNT
                     PERFORM 2460-CAPTURE-OVERPAYMENT
                     MOVE ZERO TO WS-BALANCE
                  ELSE
                     COMPUTE WS-BALANCE =
                             WS-CURR-AMOUNT - WS-TOTAL-PAID
                  END-IF
                  PERFORM 2500-UPDATE-BILL-STATUS
               END-IF

               PERFORM 2600-WRITE-UPDATED-BILL

               PERFORM 2700-PRINT-DETAIL
           MOVE PAY-AMOUNT TO WS-LGR-PAY-AMT.
           PERFORM 2440-WRITE-PAY-LEDGER.

           MOVE PAY-PAYMENT-ID TO PH-PAYMENT-ID.
           MOVE PAY-AMOUNT     TO PH-AMOUNT.
           MOVE PAY-DATE       TO PH-PAY-DATE.
           PERFORM 2450-WRITE-PAY-HISTORY.

           PERFORM 2200-READ-PAYMENT.

       2440-WRITE-PAY-LEDGER  SECTION.
           MOVE 'C'                    TO LGR-DR-CR.
           MOVE WS-CURR-BILL-ID        TO LGR-REF-ID.
           MOVE WS-LGR-PAY-AMT         TO LGR-AMOUNT.
           IF WOFF-ACCOUNT
              MOVE 'BR'                TO LGR-EVENT-TYPE
           END-IF.
           IF WOFF-ACCOUNT OR WS-TOTAL-PAID > WS-CURR-AMOUNT
              MOVE ZERO                TO LGR-BALANCE
           ELSE
              COMPUTE LGR-BALANCE =

           ADD 1 TO WS-LGR-CTR.

       2450-WRITE-PAY-HISTORY  SECTION.

           MOVE WS-CURR-BILL-ID        TO PH-BILL-ID.
           MOVE BILL-CUST-ID           TO PH-CUST-ID.
           MOVE WS-DATE                TO PH-POST-DATE.
           MOVE 'P'                    TO PH-STATUS.
           MOVE ZERO                   TO PH-RETURN-DATE.

           WRITE MO01-PAY-HIST-RECORD
                 INVALID KEY
                    DISPLAY 'PAYMENT ' PH-PAYMENT-ID
                            ' ALREADY IN PAYMENT HISTORY'
                 NOT INVALID KEY
                    ADD 1 TO WS-PHST-CTR
           END-WRITE.

       2420-APPLY-SUSPENSE  SECTION.

           SET SUSP-SWEEP-MORE         TO TRUE.
                              ' POSTED TO BILL ' BILL-ID
                      MOVE SUSP-AMOUNT TO WS-LGR-PAY-AMT
                      PERFORM 2440-WRITE-PAY-LEDGER
                      MOVE SUSP-PAYMENT-ID TO PH-PAYMENT-ID
                      MOVE SUSP-AMOUNT     TO PH-AMOUNT
                      MOVE SUSP-DATE       TO PH-PAY-DATE
                      PERFORM 2450-WRITE-PAY-HISTORY
                      DELETE MO01-PAY-SUSP
                   ELSE
                      SET SUSP-SWEEP-DONE TO TRUE

       2350-SKIP-ORPHAN-PAYMENTS  SECTION.

           MOVE PAY-BILL-ID (2:9)      TO WS-WOF-CUST-ID.
           PERFORM 2390-CHECK-WRITE-OFF.

           IF WOFF-ACCOUNT
              PERFORM 2485-POST-ORPHAN-RECOVERY
           ELSE
              PERFORM 2370-CLASSIFY-ORPHAN-REASON
              PERFORM 2900-WRITE-PAY-EXCEPTION
              IF WS-EXCPT-REASON = 'BILL-ID-NOT-FOUND'
                 PERFORM 2360-CHECK-DISC-PAYMENT
                 PERFORM 2380-WRITE-SUSPENSE
              END-IF
           END-IF.

           PERFORM 2200-READ-PAYMENT.

       2390-CHECK-WRITE-OFF  SECTION.

           SET NOT-WOFF-ACCOUNT        TO TRUE.

           IF WOF-AVAILABLE
              MOVE WS-WOF-CUST-ID      TO WOF-CUST-ID
              READ MO01-WRITEOFF-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF WOF-WRITTEN-OFF
                         SET WOFF-ACCOUNT TO TRUE
                      END-IF
              END-READ
           END-IF.

       2380-WRITE-SUSPENSE  SECTION.

           MOVE PAY-BILL-ID (2:9)  TO SUSP-CUST-ID.
              REWRITE MO01-CREDIT-RECORD
           END-IF.

       2480-POST-RECOVERY  SECTION.

           IF WS-TOTAL-PAID > ZERO
              MOVE WS-TOTAL-PAID       TO WS-RECOV-PAID
              PERFORM 2490-UPDATE-RECOVERY
              DISPLAY 'BAD-DEBT RECOVERY OF ' WS-TOTAL-PAID
                      ' ON WRITTEN-OFF BILL ' BILL-ID
           END-IF.

           MOVE ZERO                   TO WS-TOTAL-PAID.
           MOVE ZERO                   TO WS-BALANCE.
           MOVE 'WO'                   TO UPD-STATUS.
           MOVE ZERO                   TO UPD-DAYS-OVERDUE.
           MOVE ZERO                   TO UPD-LATE-FEE.

       2485-POST-ORPHAN-RECOVERY  SECTION.

           MOVE PAY-AMOUNT             TO WS-RECOV-PAID.
           PERFORM 2490-UPDATE-RECOVERY.

           MOVE WS-WOF-CUST-ID         TO LGR-CUST-ID.
           MOVE WS-DATE                TO LGR-EVENT-DATE.
           MOVE 'BR'                   TO LGR-EVENT-TYPE.
           MOVE 'C'                    TO LGR-DR-CR.
           MOVE PAY-BILL-ID            TO LGR-REF-ID.
           MOVE PAY-AMOUNT             TO LGR-AMOUNT.
           MOVE ZERO                   TO LGR-BALANCE.
           WRITE TO01-ACCT-LEDGER-RECORD.
           ADD 1 TO WS-LGR-CTR.

           MOVE PAY-PAYMENT-ID         TO PH-PAYMENT-ID.
           MOVE PAY-BILL-ID            TO PH-BILL-ID.
           MOVE WS-WOF-CUST-ID         TO PH-CUST-ID.
           MOVE PAY-AMOUNT             TO PH-AMOUNT.
           MOVE PAY-DATE               TO PH-PAY-DATE.
           MOVE WS-DATE                TO PH-POST-DATE.
           MOVE 'P'                    TO PH-STATUS.
           MOVE ZERO                   TO PH-RETURN-DATE.
           WRITE MO01-PAY-HIST-RECORD
                 INVALID KEY
                    DISPLAY 'PAYMENT ' PH-PAYMENT-ID
                            ' ALREADY IN PAYMENT HISTORY'
                 NOT INVALID KEY
                    ADD 1 TO WS-PHST-CTR
           END-WRITE.

           ADD 1 TO WS-PAY-PROC-CNT.

           DISPLAY 'BAD-DEBT RECOVERY OF ' PAY-AMOUNT
                   ' FROM WRITTEN-OFF CUSTOMER ' WS-WOF-CUST-ID.

       2490-UPDATE-RECOVERY  SECTION.

           MOVE WS-WOF-CUST-ID         TO WOF-CUST-ID.
           READ MO01-WRITEOFF-KSDS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD WS-RECOV-PAID   TO WOF-RECOVERED
                   ADD WS-RECOV-PAID   TO WOF-RECOV-UNPOSTED
                   REWRITE MO01-WRITEOFF-RECORD
           END-READ.

           ADD 1 TO WS-RECOV-CNT.
           ADD WS-RECOV-PAID           TO WS-RECOV-AMT.

       2500-UPDATE-BILL-STATUS  SECTION.

           PERFORM 2520-CHECK-PAYMENT-PLAN.

           IF (UPD-STATUS = 'D' OR UPD-STATUS = 'PP')
              AND WS-DAYS-OVERDUE > WS-GRACE-DAYS
              PERFORM 2540-GET-DISPUTED-AMT
              COMPUTE UPD-LATE-FEE ROUNDED =
                      WS-FEE-BASE * WS-LATE-FEE-PCT
              EVALUATE TRUE
                  WHEN WS-DAYS-OVERDUE >= WS-AGE-B3-LO
                      ADD 1 TO WS-AGE-90-CNT
                  WHEN OTHER
                      ADD 1 TO WS-AGE-30-CNT
              END-EVALUATE
              IF UPD-LATE-FEE > ZERO
                 ADD UPD-LATE-FEE TO WS-TOTAL-LATE-FEE
                 PERFORM 2570-WRITE-FEE-LEDGER
              END-IF
           END-IF.

       2540-GET-DISPUTED-AMT  SECTION.

           MOVE ZERO                   TO WS-DISPUTED-AMT.
           MOVE WS-BALANCE             TO WS-FEE-BASE.

           IF DPT-AVAILABLE
              SET DPT-SWEEP-MORE       TO TRUE
              MOVE BILL-CUST-ID        TO DPT-CUST-ID
              MOVE LOW-VALUES          TO DPT-BILL-ID
              START MO01-DISPUTE-KSDS
                    KEY >= DPT-KEY
                    INVALID KEY SET DPT-SWEEP-DONE TO TRUE
              END-START
              PERFORM 2545-ADD-DISPUTE-ITEM UNTIL DPT-SWEEP-DONE
           END-IF.

           IF WS-DISPUTED-AMT > ZERO
              IF WS-DISPUTED-AMT >= WS-BALANCE
                 MOVE ZERO             TO WS-FEE-BASE
                 ADD WS-BALANCE        TO WS-DISP-HELD-AMT
              ELSE
                 SUBTRACT WS-DISPUTED-AMT FROM WS-FEE-BASE
                 ADD WS-DISPUTED-AMT   TO WS-DISP-HELD-AMT
              END-IF
              ADD 1 TO WS-DISP-HELD-CNT
              DISPLAY 'DISPUTED AMOUNT ' WS-DISPUTED-AMT
                      ' EXCLUDED FROM LATE FEE FOR ' BILL-CUST-ID
           END-IF.

       2545-ADD-DISPUTE-ITEM  SECTION.

           READ MO01-DISPUTE-KSDS NEXT RECORD
                AT END
                   SET DPT-SWEEP-DONE TO TRUE
                NOT AT END
                   IF DPT-CUST-ID = BILL-CUST-ID
                      IF DPT-OPEN
                         ADD DPT-AMOUNT TO WS-DISPUTED-AMT
                      END-IF
                   ELSE
                      SET DPT-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2570-WRITE-FEE-LEDGER  SECTION.

           MOVE BILL-CUST-ID           TO LGR-CUST-ID.
              CLOSE MO01-PAYPLAN-KSDS
           END-IF.

           IF DPT-AVAILABLE
              CLOSE MO01-DISPUTE-KSDS
           END-IF.

           IF WOF-AVAILABLE
              CLOSE MO01-WRITEOFF-KSDS
           END-IF.

           CLOSE MO01-PAY-SUSP,
                 TO01-SUSP-RPT,
                 MO01-CREDIT-KSDS,
                 TO01-REFUND-VCHR,
                 TO01-ACCT-LEDGER,
                 MO01-PAY-HIST.

           DISPLAY 'BILL PAYMENT STATUS PROCESSING COMPLETE'.
           DISPLAY 'TOTAL BILLS: ' WS-BILL-CNT.
           DISPLAY 'OVERPAYMENT AMOUNT: ' WS-OVERPAY-AMT-TOT.
           DISPLAY 'REFUND VOUCHERS WRITTEN: ' WS-VCHR-CNT.
           DISPLAY 'LEDGER EVENTS WRITTEN: ' WS-LGR-CTR.
           DISPLAY 'PAYMENT HISTORY WRITTEN: ' WS-PHST-CTR.
           DISPLAY 'BILLS WITH DISPUTE HOLD: ' WS-DISP-HELD-CNT.
           DISPLAY 'DISPUTED AMOUNT FEE-EXEMPT: ' WS-DISP-HELD-AMT.
           DISPLAY 'BAD-DEBT RECOVERIES: ' WS-RECOV-CNT.
           DISPLAY 'BAD-DEBT RECOVERY AMOUNT: ' WS-RECOV-AMT.

           PERFORM 9700-CLOSE-RUN-CONTROL.

           STOP RUN.

           MOVE WS-TOTAL-PAID-ALL TO CTL-AMOUNT-2.

           WRITE TO01-CTL-RECORD.

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
                   MOVE WS-BILL-CNT    TO RCT-RECS-IN
                   MOVE WS-PAY-PROC-CNT TO RCT-RECS-OUT
                   MOVE WS-EXCPT-CNT   TO RCT-RECS-REJECT
                   MOVE WS-TOTAL-PAID-ALL TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
