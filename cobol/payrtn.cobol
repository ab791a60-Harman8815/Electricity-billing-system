       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYRTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-RETURN-IN  ASSIGN TO RTNIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RTN-STATUS.

           SELECT MO01-PAY-HIST   ASSIGN TO PAYHIST
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PH-PAYMENT-ID
           FILE STATUS            IS WS-PHST-STATUS.

           SELECT TI01-PRIOR-UPD  ASSIGN TO PRIORUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS PUPD-BILL-ID
           FILE STATUS            IS WS-PUPD-STATUS.

           SELECT MO01-BILL-UPD   ASSIGN TO BILLUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS UPD-BILL-ID
           FILE STATUS            IS WS-UPD-STATUS.

           SELECT MO01-PAYPLAN-KSDS ASSIGN TO PLANKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS PLAN-CUST-ID
           FILE STATUS            IS WS-PLAN-STATUS.

           SELECT MO01-DISC-TRACK ASSIGN TO DISCTRACK
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DISC-CUST-ID
           FILE STATUS            IS WS-DISC-STATUS.

           SELECT MO01-RTN-TRACK  ASSIGN TO RTNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RT-CUST-ID
           FILE STATUS            IS WS-RTRK-STATUS.

           SELECT MO01-WRITEOFF-KSDS ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS WOF-CUST-ID
           FILE STATUS            IS WS-WOF-STATUS.

           SELECT TO01-ACCT-LEDGER ASSIGN TO ACCTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LGR-STATUS.

           SELECT TO01-RTN-ERR    ASSIGN TO RTNERR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ERR-STATUS.

           SELECT TO01-CASH-ONLY  ASSIGN TO CASHONLY
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CASH-STATUS.

           SELECT TO01-CTL-FILE   ASSIGN TO CTLFILE
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-RETURN-IN
           RECORD CONTAINS         37   CHARACTERS.

       01 TI01-RETURN-RECORD.
          05 RTN-PAYMENT-ID     PIC X(8).
          05 RTN-AMOUNT         PIC 9(7)V99.
          05 RTN-RETURN-DATE    PIC X(10).
          05 RTN-REASON         PIC X(10).

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

       FD TI01-PRIOR-UPD
           RECORD CONTAINS         146   CHARACTERS.

       01 TI01-PRIOR-UPD-RECORD.
          05 PUPD-BILL-ID       PIC X(14).
          05 FILLER             PIC X(132).

       FD MO01-BILL-UPD
           RECORD CONTAINS         146   CHARACTERS.

       01 MO01-BILL-UPD-RECORD.
          05 UPD-BILL-ID        PIC X(14).
          05 UPD-CUST-ID        PIC X(9).
          05 UPD-CUST-NAME      PIC X(30).
          05 UPD-METER-ID       PIC X(14).
          05 UPD-READ-DATE      PIC X(10).
          05 UPD-UNITS          PIC 9(7)V99.
          05 UPD-AMOUNT         PIC 9(9)V99.
          05 UPD-PAID           PIC 9(9)V99.
          05 UPD-BALANCE        PIC 9(9)V99.
          05 UPD-PRIOR-BAL      PIC 9(9)V99.
          05 UPD-STATUS         PIC X(2).
          05 UPD-DAYS-OVERDUE   PIC S9(5).
          05 UPD-LATE-FEE       PIC 9(7)V99.

       FD MO01-PAYPLAN-KSDS
           RECORD CONTAINS         35   CHARACTERS.

       01 MO01-PAYPLAN-RECORD.
          05 PLAN-CUST-ID       PIC X(9).
          05 PLAN-MONTHLY-AMT   PIC 9(7)V99.
          05 PLAN-START-DATE    PIC X(10).
          05 PLAN-INSTALL-REM   PIC 9(3).
          05 PLAN-MISSED-CNT    PIC 9(2).
          05 PLAN-STATUS        PIC X(2).
             88 PLAN-ACTIVE     VALUE 'A '.
             88 PLAN-BROKEN     VALUE 'B '.
             88 PLAN-COMPLETE   VALUE 'C '.

       FD MO01-DISC-TRACK
           RECORD CONTAINS         46   CHARACTERS.

       01 MO01-DISC-TRACK-RECORD.
          05 DISC-CUST-ID          PIC X(9).
          05 DISC-CONSEC-D-CYCLES  PIC 9(3).
          05 DISC-LAST-STATUS      PIC X(2).
          05 DISC-LAST-BILL-ID     PIC X(14).
          05 DISC-LAST-READ-DATE   PIC X(10).
          05 DISC-LAST-RUN-DATE    PIC 9(8).

       FD MO01-RTN-TRACK
           RECORD CONTAINS         77   CHARACTERS.

       01 MO01-RTN-TRACK-RECORD.
          05 RT-CUST-ID         PIC X(9).
          05 RT-CUST-NAME       PIC X(30).
          05 RT-RETURN-CNT      PIC 9(3).
          05 RT-RETURN-AMT      PIC 9(9)V99.
          05 RT-FIRST-RTN-DATE  PIC 9(8).
          05 RT-LAST-RTN-DATE   PIC 9(8).
          05 RT-LAST-PAYMENT-ID PIC X(8).

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

       FD TO01-ACCT-LEDGER
           RECORDING MODE          IS F
           RECORD CONTAINS         56  CHARACTERS.

       01 TO01-ACCT-LEDGER-RECORD.
          05 LGR-CUST-ID        PIC X(9).
          05 LGR-EVENT-DATE     PIC 9(8).
          05 LGR-EVENT-TYPE     PIC X(2).
          05 LGR-DR-CR          PIC X(1).
          05 LGR-REF-ID         PIC X(14).
          05 LGR-AMOUNT         PIC 9(9)V99.
          05 LGR-BALANCE        PIC 9(9)V99.

       FD TO01-RTN-ERR
           RECORDING MODE          IS F
           RECORD CONTAINS         52  CHARACTERS.

       01 TO01-RTN-ERR-RECORD.
          05 ERRR-RETURN-RECORD PIC X(37).
          05 ERRR-REASON        PIC X(15).

       FD TO01-CASH-ONLY
           RECORDING MODE          IS F
           RECORD CONTAINS         77  CHARACTERS.

       01 TO01-CASH-ONLY-RECORD.
          05 CO-CUST-ID         PIC X(9).
          05 CO-CUST-NAME       PIC X(30).
          05 CO-RETURN-CNT      PIC 9(3).
          05 CO-RETURN-AMT      PIC 9(9)V99.
          05 CO-LAST-RTN-DATE   PIC 9(8).
          05 CO-LAST-PAYMENT-ID PIC X(8).
          05 CO-RUN-DATE        PIC 9(8).

       FD TO01-CTL-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         74  CHARACTERS.

       01 TO01-CTL-RECORD.
          05 CTL-PROGRAM        PIC X(8).
          05 CTL-RUN-DATE       PIC 9(8).
          05 CTL-RECS-IN        PIC 9(8).
          05 CTL-RECS-OUT       PIC 9(8).
          05 CTL-RECS-REJECT    PIC 9(8).
          05 CTL-RECS-MERGED    PIC 9(8).
          05 CTL-AMOUNT-1       PIC 9(11)V99.
          05 CTL-AMOUNT-2       PIC 9(11)V99.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RTN-STATUS         PIC X(02).
             88 RTN-IO-STATUS      VALUE '00'.
             88 RTN-EOF            VALUE '10'.
          05 WS-PHST-STATUS        PIC X(02).
             88 PHST-IO-STATUS     VALUE '00'.
             88 PHST-ROW-NOTFND    VALUE '23'.
          05 WS-PUPD-STATUS        PIC X(02).
             88 PUPD-IO-STATUS     VALUE '00'.
             88 PUPD-EOF           VALUE '10'.
          05 WS-UPD-STATUS         PIC X(02).
             88 UPD-IO-STATUS      VALUE '00'.
             88 UPD-ROW-NOTFND     VALUE '23'.
          05 WS-PLAN-STATUS        PIC X(02).
             88 PLAN-IO-STATUS     VALUE '00'.
             88 PLAN-ROW-NOTFND    VALUE '23'.
             88 PLAN-FILE-NOTFND   VALUE '35'.
          05 WS-DISC-STATUS        PIC X(02).
             88 DISC-IO-STATUS     VALUE '00'.
             88 DISC-ROW-NOTFND    VALUE '23'.
             88 DISC-FILE-NOTFND   VALUE '35'.
          05 WS-RTRK-STATUS        PIC X(02).
             88 RTRK-IO-STATUS     VALUE '00'.
             88 RTRK-ROW-NOTFND    VALUE '23'.
             88 RTRK-FILE-NOTFND   VALUE '35'.
          05 WS-WOF-STATUS         PIC X(02).
             88 WOF-IO-STATUS      VALUE '00'.
             88 WOF-FILE-NOTFND    VALUE '35'.
          05 WS-LGR-STATUS         PIC X(02).
             88 LGR-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
             88 ERR-IO-STATUS      VALUE '00'.
          05 WS-CASH-STATUS        PIC X(02).
             88 CASH-IO-STATUS     VALUE '00'.
          05 WS-CTL-STATUS         PIC X(02).
             88 CTL-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-ERROR-FLAGS.
          05 WS-ERROR-RECORD-FLAG  PIC 9.
             88 VALID-RECORD-FLAG  VALUE 1.
             88 ERROR-RECORD-FLAG  VALUE 2.
          05 WS-ERR-REASON         PIC X(15) VALUE SPACES.

       01 WS-RETURN-CONTROLS.
          05 WS-RTN-FEE            PIC 9(5)V99 VALUE 25.00.
          05 WS-CASH-ONLY-LIMIT    PIC 9(3)    VALUE 2.
          05 WS-PLAN-BREAK-LIMIT   PIC 9(2)    VALUE 2.

       01 WS-PLAN-WORK.
          05 WS-PLAN-AVAIL-FLAG    PIC X VALUE 'Y'.
             88 PLAN-AVAILABLE     VALUE 'Y'.
             88 PLAN-NOT-AVAIL     VALUE 'N'.

       01 WS-WRITEOFF-WORK.
          05 WS-WOF-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 WOF-AVAILABLE      VALUE 'Y'.
             88 WOF-NOT-AVAIL      VALUE 'N'.
          05 WS-WOF-ACCT-FLAG      PIC X VALUE 'N'.
             88 WOFF-ACCOUNT       VALUE 'Y'.
             88 NOT-WOFF-ACCOUNT   VALUE 'N'.

       01 WS-RTN-SWEEP-WORK.
          05 WS-RTN-SWEEP-FLAG     PIC 9.
             88 RTNSWEEP-MORE      VALUE 1.
             88 RTNSWEEP-DONE      VALUE 2.

       01 WS-REVERSAL-WORK.
          05 WS-RTN-AMT            PIC 9(7)V99.
          05 WS-FEE-CHARGED        PIC 9(7)V99.
          05 WS-OWED-BEFORE        PIC 9(11)V99.
          05 WS-OWED-AFTER         PIC 9(11)V99.

       01 WS-COUNTERS.
          05 WS-COPY-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-REVERSE-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-PLAN-MISS-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-PLAN-BREAK-CTR     PIC 9(08) VALUE ZEROS.
          05 WS-DISC-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CASH-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-LGR-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-REVERSE-AMT        PIC 9(11)V99 VALUE ZEROS.
          05 WS-FEE-AMT            PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECOV-REV-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-RECOV-REV-AMT      PIC 9(11)V99 VALUE ZEROS.
          05 WS-AR-REOPEN-AMT      PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'PAYRTN EXECUTION BEGINS HERE ...........'
           DISPLAY '----------------------------------------'.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-RTN-FEE FROM SYSIN.
           ACCEPT WS-CASH-ONLY-LIMIT FROM SYSIN.
           IF WS-RTN-FEE = ZERO
              MOVE 25.00 TO WS-RTN-FEE
           END-IF.
           IF WS-CASH-ONLY-LIMIT = ZERO
              MOVE 2 TO WS-CASH-ONLY-LIMIT
           END-IF.

           DISPLAY 'RETURNED PAYMENT FEE      ', WS-RTN-FEE.
           DISPLAY 'CASH ONLY AFTER RETURNS   ', WS-CASH-ONLY-LIMIT.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-COPY-PRIOR-GENERATION.

           PERFORM 2200-READ-RETURN-FILE UNTIL RTN-EOF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-RETURN-IN.
           IF NOT RTN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RETURNED PAYMENT FILE     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RTN-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO01-PAY-HIST.
           IF NOT PHST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PAYMENT HISTORY KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-PHST-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT TI01-PRIOR-UPD.
           IF NOT PUPD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PRIOR UPDATED BILL KSDS   '
              DISPLAY 'FILE  STATUS ', ' ',    WS-PUPD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT MO01-BILL-UPD.
           IF NOT UPD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING UPDATED BILL KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-UPD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO01-PAYPLAN-KSDS.
           IF PLAN-FILE-NOTFND
              SET PLAN-NOT-AVAIL TO TRUE
              DISPLAY 'NO PAYMENT PLAN MASTER - NO PLAN CHECKS'
           ELSE
              IF NOT PLAN-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING PAYMENT PLAN KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-PLAN-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O MO01-DISC-TRACK.
           IF DISC-FILE-NOTFND
              OPEN OUTPUT MO01-DISC-TRACK
              CLOSE       MO01-DISC-TRACK
              OPEN I-O    MO01-DISC-TRACK
           END-IF.
           IF NOT DISC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISCONNECT TRACKING FILE  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DISC-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO01-RTN-TRACK.
           IF RTRK-FILE-NOTFND
              OPEN OUTPUT MO01-RTN-TRACK
              CLOSE       MO01-RTN-TRACK
              OPEN I-O    MO01-RTN-TRACK
           END-IF.
           IF NOT RTRK-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RETURN TRACKING KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RTRK-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN I-O MO01-WRITEOFF-KSDS.
           IF WOF-FILE-NOTFND
              SET WOF-NOT-AVAIL TO TRUE
              DISPLAY 'NO WRITE-OFF MASTER - NO RECOVERY CHECKS'
           ELSE
              IF NOT WOF-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING WRITE-OFF KSDS            '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-WOF-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN EXTEND TO01-ACCT-LEDGER.
           IF NOT LGR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ACCOUNT LEDGER FILE       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LGR-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RTN-ERR.
           IF NOT ERR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RETURN ERROR FILE         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ERR-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-CASH-ONLY.
           IF NOT CASH-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CASH ONLY LIST FILE       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CASH-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN EXTEND TO01-CTL-FILE.
           IF NOT CTL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CONTROL TOTAL FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'RETURNED PAYMENT FILE IS OPENED ........'
           DISPLAY 'PAYMENT HISTORY KSDS IS OPENED .........'
           DISPLAY 'PRIOR UPDATED BILL KSDS IS OPENED ......'
           DISPLAY 'UPDATED BILL KSDS IS OPENED ............'
           DISPLAY 'PAYMENT PLAN KSDS IS OPENED ............'
           DISPLAY 'DISCONNECT TRACKING FILE IS OPENED .....'
           DISPLAY 'RETURN TRACKING KSDS IS OPENED .........'
           DISPLAY 'WRITE-OFF KSDS IS OPENED ...............'
           DISPLAY 'ACCOUNT LEDGER FILE IS OPENED ..........'
           DISPLAY 'RETURN ERROR FILE IS OPENED ............'
           DISPLAY 'CASH ONLY LIST FILE IS OPENED ..........'
           DISPLAY 'CONTROL TOTAL FILE IS OPENED ...........'
           DISPLAY '----------------------------------------'
           .

       2150-COPY-PRIOR-GENERATION  SECTION.

           PERFORM 2160-READ-PRIOR-UPD.

           PERFORM 2170-COPY-PRIOR-BILL UNTIL PUPD-EOF.

           CLOSE TI01-PRIOR-UPD.
           CLOSE MO01-BILL-UPD.

           OPEN I-O MO01-BILL-UPD.
           IF NOT UPD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR REOPENING UPDATED BILL KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-UPD-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY 'BILLS CARRIED TO NEW GENERATION ', WS-COPY-CTR.

       2160-READ-PRIOR-UPD  SECTION.

           READ TI01-PRIOR-UPD
                AT END  SET PUPD-EOF TO TRUE
                NOT AT END  CONTINUE
           END-READ.

       2170-COPY-PRIOR-BILL  SECTION.

           MOVE TI01-PRIOR-UPD-RECORD  TO MO01-BILL-UPD-RECORD.

           WRITE MO01-BILL-UPD-RECORD
                 INVALID KEY
                    DISPLAY 'DUPLICATE BILL ON PRIOR GENERATION - '
                            UPD-BILL-ID
                 NOT INVALID KEY
                    ADD 1 TO WS-COPY-CTR
           END-WRITE.

           PERFORM 2160-READ-PRIOR-UPD.

       2200-READ-RETURN-FILE  SECTION.

           READ TI01-RETURN-IN

                AT END  SET RTN-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN RETURN FILE ---------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR
                            PERFORM 2300-VALIDATE-RETURN

           END-READ.

       2300-VALIDATE-RETURN  SECTION.

           SET VALID-RECORD-FLAG       TO TRUE.
           MOVE SPACES                 TO WS-ERR-REASON.

           MOVE RTN-PAYMENT-ID         TO PH-PAYMENT-ID.

           READ MO01-PAY-HIST
                INVALID KEY
                   SET ERROR-RECORD-FLAG  TO TRUE
                   MOVE 'NOT-POSTED'      TO WS-ERR-REASON
           END-READ.

           IF VALID-RECORD-FLAG
              IF PH-RETURNED
                 SET ERROR-RECORD-FLAG    TO TRUE
                 MOVE 'ALREADY-RETURND'   TO WS-ERR-REASON
              ELSE
                 IF RTN-AMOUNT IS NOT NUMERIC OR
                    (RTN-AMOUNT NOT = ZERO AND
                     RTN-AMOUNT NOT = PH-AMOUNT)
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'AMOUNT-MISMATCH' TO WS-ERR-REASON
                 END-IF
              END-IF
           END-IF.

           SET NOT-WOFF-ACCOUNT        TO TRUE.

           IF VALID-RECORD-FLAG
              PERFORM 2350-CHECK-WRITE-OFF
           END-IF.

           IF VALID-RECORD-FLAG
              MOVE PH-BILL-ID          TO UPD-BILL-ID
              READ MO01-BILL-UPD
                   INVALID KEY
                      IF NOT-WOFF-ACCOUNT
                         SET ERROR-RECORD-FLAG  TO TRUE
                         MOVE 'BILL-NOT-FOUND'  TO WS-ERR-REASON
                      END-IF
                   NOT INVALID KEY
                      IF UPD-STATUS = 'WO' AND NOT-WOFF-ACCOUNT
                         SET ERROR-RECORD-FLAG  TO TRUE
                         MOVE 'NO-WRITEOFF-REC' TO WS-ERR-REASON
                      END-IF
              END-READ
           END-IF.

           IF VALID-RECORD-FLAG AND WOFF-ACCOUNT
              PERFORM 2360-CHECK-RECOVERY
           END-IF.

           IF ERROR-RECORD-FLAG
              PERFORM 2900-REJECT-RETURN
           ELSE
              IF WOFF-ACCOUNT
                 PERFORM 2700-REVERSE-RECOVERY
              ELSE
                 PERFORM 2400-REOPEN-BILL
                 PERFORM 2450-WRITE-REVERSAL-LEDGER
                 PERFORM 2500-MISS-PLAN-INSTALLMENT
                 PERFORM 2550-RESTORE-DISC-CYCLES
              END-IF
              PERFORM 2600-TRACK-RETURNS
              PERFORM 2650-MARK-PAYMENT-RETURNED
           END-IF.

       2350-CHECK-WRITE-OFF  SECTION.

           IF WOF-AVAILABLE
              MOVE PH-CUST-ID          TO WOF-CUST-ID
              READ MO01-WRITEOFF-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF WOF-WRITTEN-OFF
                         SET WOFF-ACCOUNT TO TRUE
                      END-IF
              END-READ
           END-IF.

       2360-CHECK-RECOVERY  SECTION.

           EVALUATE TRUE
               WHEN PH-POST-DATE < WOF-WO-DATE
                   SET ERROR-RECORD-FLAG  TO TRUE
                   MOVE 'PAID-BEFORE-WO'  TO WS-ERR-REASON
               WHEN WOF-RECOV-UNPOSTED < PH-AMOUNT OR
                    WOF-RECOVERED      < PH-AMOUNT
                   SET ERROR-RECORD-FLAG  TO TRUE
                   MOVE 'RECOV-POSTED'    TO WS-ERR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-REOPEN-BILL  SECTION.

           MOVE PH-AMOUNT              TO WS-RTN-AMT.
           COMPUTE WS-OWED-BEFORE = UPD-BALANCE + UPD-LATE-FEE.

           IF UPD-PAID > WS-RTN-AMT
              SUBTRACT WS-RTN-AMT FROM UPD-PAID
           ELSE
              MOVE ZERO                TO UPD-PAID
           END-IF.

           IF UPD-AMOUNT > UPD-PAID
              COMPUTE UPD-BALANCE = UPD-AMOUNT - UPD-PAID
           ELSE
              MOVE ZERO                TO UPD-BALANCE
           END-IF.

           EVALUATE TRUE
               WHEN UPD-PAID = ZERO
                   MOVE 'D'            TO UPD-STATUS
               WHEN UPD-BALANCE > ZERO
                   MOVE 'PP'           TO UPD-STATUS
               WHEN OTHER
                   MOVE 'P'            TO UPD-STATUS
           END-EVALUATE.

           MOVE WS-RTN-FEE             TO WS-FEE-CHARGED.
           ADD WS-FEE-CHARGED          TO UPD-LATE-FEE.

           REWRITE MO01-BILL-UPD-RECORD.

           COMPUTE WS-OWED-AFTER  = UPD-BALANCE + UPD-LATE-FEE.
           IF WS-OWED-AFTER > WS-OWED-BEFORE
              COMPUTE WS-AR-REOPEN-AMT =
                      WS-AR-REOPEN-AMT + WS-OWED-AFTER - WS-OWED-BEFORE
           END-IF.

           ADD 1 TO WS-REVERSE-CTR.
           ADD WS-RTN-AMT              TO WS-REVERSE-AMT.
           ADD WS-FEE-CHARGED          TO WS-FEE-AMT.

           DISPLAY 'PAYMENT ' PH-PAYMENT-ID ' RETURNED - BILL '
                   UPD-BILL-ID ' REOPENED AS ' UPD-STATUS.

       2450-WRITE-REVERSAL-LEDGER  SECTION.

           MOVE UPD-CUST-ID            TO LGR-CUST-ID.
           MOVE WS-DATE                TO LGR-EVENT-DATE.
           MOVE UPD-BILL-ID            TO LGR-REF-ID.

           MOVE 'RP'                   TO LGR-EVENT-TYPE.
           MOVE 'D'                    TO LGR-DR-CR.
           MOVE WS-RTN-AMT             TO LGR-AMOUNT.
           COMPUTE LGR-BALANCE =
                   UPD-BALANCE + UPD-LATE-FEE - WS-FEE-CHARGED.
           WRITE TO01-ACCT-LEDGER-RECORD.
           ADD 1 TO WS-LGR-CTR.

           IF WS-FEE-CHARGED > ZERO
              MOVE 'RF'                TO LGR-EVENT-TYPE
              MOVE 'D'                 TO LGR-DR-CR
              MOVE WS-FEE-CHARGED      TO LGR-AMOUNT
              COMPUTE LGR-BALANCE =
                      UPD-BALANCE + UPD-LATE-FEE
              WRITE TO01-ACCT-LEDGER-RECORD
              ADD 1 TO WS-LGR-CTR
           END-IF.

       2500-MISS-PLAN-INSTALLMENT  SECTION.

           IF PLAN-NOT-AVAIL
              CONTINUE
           ELSE
              MOVE UPD-CUST-ID         TO PLAN-CUST-ID
              READ MO01-PAYPLAN-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PLAN-ACTIVE OR PLAN-COMPLETE
                         PERFORM 2520-APPLY-MISSED-INSTALLMENT
                      END-IF
              END-READ
           END-IF.

       2520-APPLY-MISSED-INSTALLMENT  SECTION.

           IF PLAN-COMPLETE
              MOVE 'A '                TO PLAN-STATUS
           END-IF.

           ADD 1 TO PLAN-INSTALL-REM.
           ADD 1 TO PLAN-MISSED-CNT.
           ADD 1 TO WS-PLAN-MISS-CTR.

           IF PLAN-MISSED-CNT >= WS-PLAN-BREAK-LIMIT
              MOVE 'B '                TO PLAN-STATUS
              ADD 1 TO WS-PLAN-BREAK-CTR
              DISPLAY 'PAYMENT PLAN BROKEN FOR ' PLAN-CUST-ID
                      ' - RETURNED PAYMENT'
           END-IF.

           REWRITE MO01-PAYPLAN-RECORD.

       2550-RESTORE-DISC-CYCLES  SECTION.

           IF UPD-STATUS = 'D'
              MOVE UPD-CUST-ID         TO DISC-CUST-ID
              READ MO01-DISC-TRACK
                   INVALID KEY
                      MOVE ZERO        TO DISC-CONSEC-D-CYCLES
                      MOVE SPACES      TO DISC-LAST-STATUS
              END-READ
              IF DISC-LAST-STATUS NOT = 'D'
                 ADD 1 TO DISC-CONSEC-D-CYCLES
                 ADD 1 TO WS-DISC-CTR
              END-IF
              MOVE UPD-STATUS          TO DISC-LAST-STATUS
              MOVE UPD-BILL-ID         TO DISC-LAST-BILL-ID
              MOVE UPD-READ-DATE       TO DISC-LAST-READ-DATE
              MOVE WS-DATE             TO DISC-LAST-RUN-DATE
              IF DISC-IO-STATUS
                 REWRITE MO01-DISC-TRACK-RECORD
              ELSE
                 WRITE MO01-DISC-TRACK-RECORD
              END-IF
           END-IF.

       2600-TRACK-RETURNS  SECTION.

           MOVE PH-CUST-ID             TO RT-CUST-ID.

           READ MO01-RTN-TRACK
                INVALID KEY
                   MOVE SPACES         TO RT-CUST-NAME
                   MOVE ZERO           TO RT-RETURN-CNT
                   MOVE ZERO           TO RT-RETURN-AMT
                   MOVE WS-DATE        TO RT-FIRST-RTN-DATE
           END-READ.

           IF UPD-IO-STATUS AND UPD-CUST-ID = PH-CUST-ID
              MOVE UPD-CUST-NAME       TO RT-CUST-NAME
           END-IF.
           ADD 1                       TO RT-RETURN-CNT.
           ADD WS-RTN-AMT              TO RT-RETURN-AMT.
           MOVE WS-DATE                TO RT-LAST-RTN-DATE.
           MOVE PH-PAYMENT-ID          TO RT-LAST-PAYMENT-ID.

           IF RTRK-IO-STATUS
              REWRITE MO01-RTN-TRACK-RECORD
           ELSE
              WRITE MO01-RTN-TRACK-RECORD
           END-IF.

           IF RT-RETURN-CNT = WS-CASH-ONLY-LIMIT
              DISPLAY 'CUSTOMER ' RT-CUST-ID
                      ' PLACED ON CASH ONLY - '
                      RT-RETURN-CNT ' RETURNED PAYMENTS'
           END-IF.

       2650-MARK-PAYMENT-RETURNED  SECTION.

           MOVE 'R'                    TO PH-STATUS.
           MOVE WS-DATE                TO PH-RETURN-DATE.

           REWRITE MO01-PAY-HIST-RECORD.

       2700-REVERSE-RECOVERY  SECTION.

           MOVE PH-AMOUNT              TO WS-RTN-AMT.

           SUBTRACT WS-RTN-AMT         FROM WOF-RECOVERED.
           SUBTRACT WS-RTN-AMT         FROM WOF-RECOV-UNPOSTED.
           REWRITE MO01-WRITEOFF-RECORD.

           MOVE PH-CUST-ID             TO LGR-CUST-ID.
           MOVE WS-DATE                TO LGR-EVENT-DATE.
           MOVE 'BR'                   TO LGR-EVENT-TYPE.
           MOVE 'D'                    TO LGR-DR-CR.
           MOVE PH-BILL-ID             TO LGR-REF-ID.
           MOVE WS-RTN-AMT             TO LGR-AMOUNT.
           MOVE ZERO                   TO LGR-BALANCE.
           WRITE TO01-ACCT-LEDGER-RECORD.
           ADD 1 TO WS-LGR-CTR.

           ADD 1 TO WS-RECOV-REV-CTR.
           ADD WS-RTN-AMT              TO WS-RECOV-REV-AMT.

           DISPLAY 'PAYMENT ' PH-PAYMENT-ID ' RETURNED - RECOVERY '
                   'REVERSED FOR WRITTEN-OFF CUSTOMER ' PH-CUST-ID.

       2900-REJECT-RETURN  SECTION.

           DISPLAY 'RETURN ' RTN-PAYMENT-ID ' REJECTED - '
                   WS-ERR-REASON.

           MOVE TI01-RETURN-RECORD     TO ERRR-RETURN-RECORD.
           MOVE WS-ERR-REASON          TO ERRR-REASON.

           WRITE TO01-RTN-ERR-RECORD.

           ADD 1 TO WS-REJECT-CTR.

       9000-TERMINATE   SECTION.

           PERFORM 9100-WRITE-CASH-ONLY-LIST.

           PERFORM 9500-WRITE-CONTROL-TOTALS.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS CARRIED FORWARD    ',  WS-COPY-CTR
           DISPLAY ' RETURNS READ             ',  WS-READ-CTR
           DISPLAY ' PAYMENTS REVERSED        ',  WS-REVERSE-CTR
           DISPLAY ' RETURNS REJECTED         ',  WS-REJECT-CTR
           DISPLAY ' AMOUNT REVERSED          ',  WS-REVERSE-AMT
           DISPLAY ' RETURN FEES CHARGED      ',  WS-FEE-AMT
           DISPLAY ' RECOVERIES REVERSED      ',  WS-RECOV-REV-CTR
           DISPLAY ' RECOVERY AMOUNT REVERSED ',  WS-RECOV-REV-AMT
           DISPLAY ' RECEIVABLES REOPENED     ',  WS-AR-REOPEN-AMT
           DISPLAY ' PLAN INSTALLMENTS MISSED ',  WS-PLAN-MISS-CTR
           DISPLAY ' PAYMENT PLANS BROKEN     ',  WS-PLAN-BREAK-CTR
           DISPLAY ' DISCONNECT COUNTS RAISED ',  WS-DISC-CTR
           DISPLAY ' CASH ONLY CUSTOMERS      ',  WS-CASH-CTR
           DISPLAY ' LEDGER EVENTS WRITTEN    ',  WS-LGR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-RETURN-IN,
                  MO01-PAY-HIST,
                  MO01-BILL-UPD,
                  MO01-DISC-TRACK,
                  MO01-RTN-TRACK,
                  TO01-ACCT-LEDGER,
                  TO01-RTN-ERR,
                  TO01-CASH-ONLY,
                  TO01-CTL-FILE.

           IF PLAN-AVAILABLE
              CLOSE MO01-PAYPLAN-KSDS
           END-IF.

           IF WOF-AVAILABLE
              CLOSE MO01-WRITEOFF-KSDS
           END-IF.

           IF WS-REJECT-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'PAYRTN PROCESSING COMPLETE .............'
           DISPLAY '----------------------------------------'

           STOP RUN.

       9100-WRITE-CASH-ONLY-LIST  SECTION.

           SET RTNSWEEP-MORE           TO TRUE.
           MOVE LOW-VALUES             TO RT-CUST-ID.

           START MO01-RTN-TRACK
                 KEY >= RT-CUST-ID
                 INVALID KEY SET RTNSWEEP-DONE TO TRUE
           END-START.

           PERFORM 9110-CHECK-CASH-ONLY UNTIL RTNSWEEP-DONE.

       9110-CHECK-CASH-ONLY  SECTION.

           READ MO01-RTN-TRACK NEXT RECORD
                AT END
                   SET RTNSWEEP-DONE   TO TRUE
                NOT AT END
                   IF RT-RETURN-CNT >= WS-CASH-ONLY-LIMIT
                      MOVE RT-CUST-ID         TO CO-CUST-ID
                      MOVE RT-CUST-NAME       TO CO-CUST-NAME
                      MOVE RT-RETURN-CNT      TO CO-RETURN-CNT
                      MOVE RT-RETURN-AMT      TO CO-RETURN-AMT
                      MOVE RT-LAST-RTN-DATE   TO CO-LAST-RTN-DATE
                      MOVE RT-LAST-PAYMENT-ID TO CO-LAST-PAYMENT-ID
                      MOVE WS-DATE            TO CO-RUN-DATE
                      WRITE TO01-CASH-ONLY-RECORD
                      ADD 1 TO WS-CASH-CTR
                   END-IF
           END-READ.

       9500-WRITE-CONTROL-TOTALS SECTION.

           MOVE 'PAYRTN  '             TO CTL-PROGRAM.
           MOVE WS-DATE                TO CTL-RUN-DATE.
           MOVE WS-READ-CTR            TO CTL-RECS-IN.
           COMPUTE CTL-RECS-OUT = WS-REVERSE-CTR + WS-RECOV-REV-CTR.
           MOVE WS-REJECT-CTR          TO CTL-RECS-REJECT.
           MOVE ZERO                   TO CTL-RECS-MERGED.
           MOVE WS-AR-REOPEN-AMT       TO CTL-AMOUNT-1.
           COMPUTE CTL-AMOUNT-2 = WS-REVERSE-AMT + WS-RECOV-REV-AMT.

           WRITE TO01-CTL-RECORD.
