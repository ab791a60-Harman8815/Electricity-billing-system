       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DDSETL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-SETL-FILE  ASSIGN TO DDSETLIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-SETL-STATUS.

           SELECT MO01-MANDATE-KSDS ASSIGN TO MANDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MND-CUST-ID
           FILE STATUS            IS WS-MND-STATUS.

           SELECT TO01-PAY-BATCH  ASSIGN TO PAYBATCH
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-BATCH-STATUS.

           SELECT TO01-DD-REJECT  ASSIGN TO DDREJ
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REJ-STATUS.

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

       FD TI01-SETL-FILE
           RECORD CONTAINS         73   CHARACTERS.

       01 TI01-SETL-RECORD.
          05 DSR-BANK-REF       PIC X(20).
          05 DSR-CUST-ID        PIC X(9).
          05 DSR-BILL-ID        PIC X(14).
          05 DSR-AMOUNT         PIC 9(7)V99.
          05 DSR-DEBIT-DATE     PIC 9(8).
          05 DSR-DEBIT-DATE-ID REDEFINES DSR-DEBIT-DATE.
             10 DSR-DD-YYYY     PIC 9(4).
             10 DSR-DD-MM       PIC 99.
             10 DSR-DD-DD       PIC 99.
          05 DSR-RESULT         PIC X(1).
             88 DSR-PAID        VALUE 'P'.
             88 DSR-REJECTED    VALUE 'R'.
          05 DSR-RETURN-CODE    PIC X(4).
          05 DSR-TRACE-NO       PIC X(8).

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

       FD TO01-PAY-BATCH
           RECORDING MODE          IS F
           RECORD CONTAINS         42   CHARACTERS.

       01 TO01-PAY-BATCH-RECORD.
          05 PB-REC-TYPE        PIC X(1).
             88 PB-HEADER       VALUE 'H'.
             88 PB-DETAIL       VALUE 'D'.
             88 PB-TRAILER      VALUE 'T'.
          05 PB-DATA            PIC X(41).
          05 PB-DETAIL-FIELDS REDEFINES PB-DATA.
             10 PB-PAYMENT-ID   PIC X(8).
             10 PB-BILL-ID      PIC X(14).
             10 PB-AMOUNT       PIC X(9).
             10 PB-DATE         PIC X(10).
          05 PB-HEADER-FIELDS REDEFINES PB-DATA.
             10 PB-DEPOSIT-ID   PIC X(8).
             10 PB-DEPOSIT-DATE PIC X(10).
             10 FILLER          PIC X(23).
          05 PB-TRAILER-FIELDS REDEFINES PB-DATA.
             10 PB-EXP-COUNT    PIC 9(6).
             10 PB-EXP-AMOUNT   PIC 9(11)V99.
             10 FILLER          PIC X(22).

       FD TO01-DD-REJECT
           RECORDING MODE          IS F
           RECORD CONTAINS         88  CHARACTERS.

       01 TO01-DD-REJECT-RECORD.
          05 DRJ-SETL-RECORD    PIC X(73).
          05 DRJ-REASON         PIC X(15).

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
          05 WS-SETL-STATUS        PIC X(02).
             88 SETL-IO-STATUS     VALUE '00'.
             88 SETL-EOF           VALUE '10'.
          05 WS-MND-STATUS         PIC X(02).
             88 MND-IO-STATUS      VALUE '00'.
             88 MND-ROW-NOTFND     VALUE '23'.
          05 WS-BATCH-STATUS       PIC X(02).
             88 BATCH-IO-STATUS    VALUE '00'.
          05 WS-REJ-STATUS         PIC X(02).
             88 REJ-IO-STATUS      VALUE '00'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-ID REDEFINES WS-DATE.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.
          05 WS-RUN-DATE-FMT.
             10 WS-RF-CC           PIC 99.
             10 WS-RF-YY           PIC 99.
             10 FILLER             PIC X VALUE '-'.
             10 WS-RF-MM           PIC 99.
             10 FILLER             PIC X VALUE '-'.
             10 WS-RF-DD           PIC 99.

       01 WS-SETL-CONTROLS.
          05 WS-REJECT-LIMIT       PIC 9(02) VALUE ZERO.
          05 WS-DEPOSIT-ID.
             10 FILLER             PIC X(2) VALUE 'DD'.
             10 WS-DEP-YY          PIC 99.
             10 WS-DEP-MM          PIC 99.
             10 WS-DEP-DD          PIC 99.
          05 WS-LATEST-DEBIT       PIC 9(08) VALUE ZERO.
          05 WS-LATEST-DEBIT-ID REDEFINES WS-LATEST-DEBIT.
             10 WS-LD-CC           PIC 99.
             10 WS-LD-YY           PIC 99.
             10 WS-LD-MM           PIC 99.
             10 WS-LD-DD           PIC 99.

       01 WS-SETL-WORK.
          05 WS-ERR-REASON         PIC X(15) VALUE SPACES.
          05 WS-PB-AMOUNT          PIC 9(9).
          05 WS-DEBIT-DATE-FMT.
             10 WS-DF-YYYY         PIC 9(4).
             10 FILLER             PIC X VALUE '-'.
             10 WS-DF-MM           PIC 99.
             10 FILLER             PIC X VALUE '-'.
             10 WS-DF-DD           PIC 99.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-PAID-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-BANKREJ-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-SUSPEND-CTR        PIC 9(06) VALUE ZEROS.
          05 WS-ERROR-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-NOMAND-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-PAID-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
          05 WS-REJECT-AMOUNT      PIC 9(11)V99 VALUE ZEROS.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'DDSETL  '.
          05 WS-RCT-DEPOSIT-TAG    PIC X(4) VALUE 'DPST'.
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

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DDSETL EXECUTION BEGINS HERE ...........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-CC                  TO WS-RF-CC.
           MOVE WS-YY                  TO WS-RF-YY.
           MOVE WS-MM                  TO WS-RF-MM.
           MOVE WS-DD                  TO WS-RF-DD.
           MOVE WS-YY                  TO WS-DEP-YY.
           MOVE WS-MM                  TO WS-DEP-MM.
           MOVE WS-DD                  TO WS-DEP-DD.

           ACCEPT WS-REJECT-LIMIT FROM SYSIN.
           IF WS-REJECT-LIMIT IS NOT NUMERIC OR
              WS-REJECT-LIMIT = ZERO
              MOVE 3 TO WS-REJECT-LIMIT
           END-IF.

           DISPLAY 'REJECTS BEFORE SUSPEND  : ' WS-REJECT-LIMIT.

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

           PERFORM 2050-SET-DEPOSIT-ID.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2150-WRITE-BATCH-HEADER.

           PERFORM 2200-READ-SETL-FILE.

           PERFORM 2300-PROCESS-SETTLEMENT UNTIL SETL-EOF.

           PERFORM 2900-WRITE-BATCH-TRAILER.

       2050-SET-DEPOSIT-ID  SECTION.

           OPEN INPUT TI01-SETL-FILE.
           IF NOT SETL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BANK SETTLEMENT FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-SETL-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2060-SCAN-DEBIT-DATE UNTIL SETL-EOF.

           CLOSE TI01-SETL-FILE.

           IF WS-LATEST-DEBIT > ZERO
              MOVE WS-LD-YY            TO WS-DEP-YY
              MOVE WS-LD-MM            TO WS-DEP-MM
              MOVE WS-LD-DD            TO WS-DEP-DD
           END-IF.

           MOVE WS-RCT-DEPOSIT-TAG     TO RCT-CYCLE-ID.
           MOVE WS-DEPOSIT-ID          TO RCT-STEP-NAME.

           READ MO01-RUN-CTL
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM 2070-CHECK-DEPOSIT-POSTED
           END-READ.

       2060-SCAN-DEBIT-DATE  SECTION.

           READ TI01-SETL-FILE
                AT END  SET SETL-EOF TO TRUE
                NOT AT END
                   IF DSR-DEBIT-DATE IS NUMERIC AND
                      DSR-DEBIT-DATE > WS-LATEST-DEBIT
                      MOVE DSR-DEBIT-DATE TO WS-LATEST-DEBIT
                   END-IF
           END-READ.

       2070-CHECK-DEPOSIT-POSTED  SECTION.

           IF RCT-COMPLETE
              IF RCT-OVERRIDE
                 DISPLAY '----------------------------------------'
                 DISPLAY 'OVERRIDE CARD PRESENT - DEPOSIT REBUILT '
                 DISPLAY 'DEPOSIT ', RCT-STEP-NAME, ' CYCLE ',
                         RCT-RUN-CYCLE
                 DISPLAY '----------------------------------------'
              ELSE
                 DISPLAY '----------------------------------------'
                 DISPLAY 'SETTLEMENT FILE HAS ALREADY BEEN POSTED '
                 DISPLAY 'DEPOSIT ', RCT-STEP-NAME, ' CYCLE ',
                         RCT-RUN-CYCLE
                 DISPLAY 'POSTED ', RCT-END-DATE, ' ',
                         RCT-END-TIME
                 DISPLAY 'SUPPLY AN OVERRIDE CARD TO REPOST       '
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 PERFORM 9700-CLOSE-RUN-CONTROL
                 STOP RUN
              END-IF
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-SETL-FILE.
           IF NOT SETL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BANK SETTLEMENT FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-SETL-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MO01-MANDATE-KSDS.
           IF NOT MND-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MANDATE MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MND-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-PAY-BATCH.
           IF NOT BATCH-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PAYMENT BATCH FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BATCH-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-DD-REJECT.
           IF NOT REJ-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DEBIT REJECT FILE         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-REJ-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BANK SETTLEMENT FILE IS OPENED .........'
           DISPLAY 'MANDATE MASTER KSDS IS OPENED ..........'
           DISPLAY 'PAYMENT BATCH FILE IS OPENED ...........'
           DISPLAY 'DEBIT REJECT FILE IS OPENED ............'
           DISPLAY '----------------------------------------'
           .

       2150-WRITE-BATCH-HEADER  SECTION.

           MOVE SPACES                 TO TO01-PAY-BATCH-RECORD.
           SET PB-HEADER               TO TRUE.
           MOVE WS-DEPOSIT-ID          TO PB-DEPOSIT-ID.
           MOVE WS-RUN-DATE-FMT        TO PB-DEPOSIT-DATE.

           WRITE TO01-PAY-BATCH-RECORD.

           DISPLAY 'DIRECT DEBIT DEPOSIT    : ' WS-DEPOSIT-ID.

       2200-READ-SETL-FILE  SECTION.

           READ TI01-SETL-FILE

                AT END  SET SETL-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN SETTLEMENT FILE -----'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR

           END-READ.

       2300-PROCESS-SETTLEMENT  SECTION.

           MOVE SPACES                 TO WS-ERR-REASON.

           EVALUATE TRUE
               WHEN DSR-AMOUNT IS NOT NUMERIC OR
                    DSR-AMOUNT = ZERO
                   MOVE 'BAD-AMOUNT'       TO WS-ERR-REASON
               WHEN DSR-PAID AND
                    (DSR-DEBIT-DATE IS NOT NUMERIC OR
                     DSR-TRACE-NO = SPACES)
                   MOVE 'BAD-SETTLEMENT'   TO WS-ERR-REASON
               WHEN DSR-PAID
                   PERFORM 2400-POST-COLLECTION
               WHEN DSR-REJECTED
                   PERFORM 2500-RECORD-BANK-REJECT
               WHEN OTHER
                   MOVE 'BAD-RESULT'       TO WS-ERR-REASON
           END-EVALUATE.

           IF WS-ERR-REASON NOT = SPACES
              PERFORM 2800-WRITE-REJECT
           END-IF.

           PERFORM 2200-READ-SETL-FILE.

       2400-POST-COLLECTION  SECTION.

           MOVE SPACES                 TO TO01-PAY-BATCH-RECORD.
           SET PB-DETAIL               TO TRUE.
           MOVE DSR-TRACE-NO           TO PB-PAYMENT-ID.
           MOVE DSR-BILL-ID            TO PB-BILL-ID.
           COMPUTE WS-PB-AMOUNT = DSR-AMOUNT * 100.
           MOVE WS-PB-AMOUNT           TO PB-AMOUNT.
           MOVE DSR-DD-YYYY            TO WS-DF-YYYY.
           MOVE DSR-DD-MM              TO WS-DF-MM.
           MOVE DSR-DD-DD              TO WS-DF-DD.
           MOVE WS-DEBIT-DATE-FMT      TO PB-DATE.

           WRITE TO01-PAY-BATCH-RECORD.

           ADD 1 TO WS-PAID-CTR.
           ADD DSR-AMOUNT TO WS-PAID-AMOUNT.

           MOVE DSR-CUST-ID            TO MND-CUST-ID.
           READ MO01-MANDATE-KSDS
                INVALID KEY
                   ADD 1 TO WS-NOMAND-CTR
                   DISPLAY 'NO MANDATE FOR SETTLED DEBIT '
                           DSR-CUST-ID ' BILL ' DSR-BILL-ID
                NOT INVALID KEY
                   IF MND-REJECT-CNT > ZERO
                      MOVE ZERO        TO MND-REJECT-CNT
                      PERFORM 2600-REWRITE-MANDATE
                   END-IF
           END-READ.

       2500-RECORD-BANK-REJECT  SECTION.

           ADD 1 TO WS-BANKREJ-CTR.
           ADD DSR-AMOUNT TO WS-REJECT-AMOUNT.
           MOVE 'BANK-REJECT'          TO WS-ERR-REASON.

           MOVE DSR-CUST-ID            TO MND-CUST-ID.
           READ MO01-MANDATE-KSDS
                INVALID KEY
                   ADD 1 TO WS-NOMAND-CTR
                   MOVE 'NO-MANDATE'   TO WS-ERR-REASON
                NOT INVALID KEY
                   IF MND-REJECT-CNT < 99
                      ADD 1 TO MND-REJECT-CNT
                   END-IF
                   IF MND-ACTIVE AND
                      MND-REJECT-CNT NOT < WS-REJECT-LIMIT
                      SET MND-SUSPENDED TO TRUE
                      MOVE WS-DATE     TO MND-STATUS-DATE
                      MOVE 'MANDATE-SUSPEND' TO WS-ERR-REASON
                      ADD 1 TO WS-SUSPEND-CTR
                      DISPLAY 'MANDATE SUSPENDED FOR ' MND-CUST-ID
                              ' AFTER ' MND-REJECT-CNT ' REJECTS'
                   END-IF
                   PERFORM 2600-REWRITE-MANDATE
           END-READ.

           DISPLAY 'DEBIT REJECTED BY BANK - ' DSR-RETURN-CODE
                   ' ' DSR-CUST-ID ' BILL ' DSR-BILL-ID.

       2600-REWRITE-MANDATE  SECTION.

           REWRITE MO01-MANDATE-RECORD
                   INVALID KEY
                      DISPLAY 'MANDATE REWRITE FAILED FOR '
                              MND-CUST-ID ' STATUS ' WS-MND-STATUS
           END-REWRITE.

       2800-WRITE-REJECT  SECTION.

           MOVE TI01-SETL-RECORD       TO DRJ-SETL-RECORD.
           MOVE WS-ERR-REASON          TO DRJ-REASON.
           WRITE TO01-DD-REJECT-RECORD.

           IF WS-ERR-REASON NOT = 'BANK-REJECT' AND
              WS-ERR-REASON NOT = 'MANDATE-SUSPEND'
              ADD 1 TO WS-ERROR-CTR
              DISPLAY 'SETTLEMENT RECORD REJECTED - ' WS-ERR-REASON
                      ' ' DSR-CUST-ID ' BILL ' DSR-BILL-ID
           END-IF.

       2900-WRITE-BATCH-TRAILER  SECTION.

           MOVE SPACES                 TO TO01-PAY-BATCH-RECORD.
           SET PB-TRAILER              TO TRUE.
           MOVE WS-PAID-CTR            TO PB-EXP-COUNT.
           MOVE WS-PAID-AMOUNT         TO PB-EXP-AMOUNT.

           WRITE TO01-PAY-BATCH-RECORD.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' SETTLEMENT RECORDS READ  ',  WS-READ-CTR
           DISPLAY ' DEBITS COLLECTED         ',  WS-PAID-CTR
           DISPLAY ' AMOUNT COLLECTED         ',  WS-PAID-AMOUNT
           DISPLAY ' DEBITS REJECTED BY BANK  ',  WS-BANKREJ-CTR
           DISPLAY ' AMOUNT REJECTED          ',  WS-REJECT-AMOUNT
           DISPLAY ' MANDATES SUSPENDED       ',  WS-SUSPEND-CTR
           DISPLAY ' NO MANDATE ON FILE       ',  WS-NOMAND-CTR
           DISPLAY ' BAD SETTLEMENT RECORDS   ',  WS-ERROR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-SETL-FILE,
                  MO01-MANDATE-KSDS,
                  TO01-PAY-BATCH,
                  TO01-DD-REJECT.

           IF WS-ERROR-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DDSETL PROCESSING COMPLETE .............'
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
                   MOVE WS-READ-CTR    TO RCT-RECS-IN
                   MOVE WS-PAID-CTR    TO RCT-RECS-OUT
                   MOVE WS-BANKREJ-CTR TO RCT-RECS-REJECT
                   MOVE WS-PAID-AMOUNT TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
