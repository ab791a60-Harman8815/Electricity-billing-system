       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DDEXTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-BILL-KSDS   ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

           SELECT MO01-MANDATE-KSDS ASSIGN TO MANDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MND-CUST-ID
           FILE STATUS            IS WS-MND-STATUS.

           SELECT TO01-DEBIT-FILE ASSIGN TO DDEBIT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DDI-STATUS.

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

       FD TI01-BILL-KSDS
           RECORD CONTAINS         110   CHARACTERS.

       01 TI01-BILL-RECORD.
          05 BILL-ID            PIC X(14).
          05 BILL-CUST-ID       PIC X(9).
          05 BILL-CUST-NAME     PIC X(30).
          05 BILL-METER-ID      PIC X(14).
          05 BILL-READ-DATE     PIC X(10).
          05 BILL-UNITS         PIC 9(7)V99.
          05 BILL-AMOUNT        PIC 9(9)V99.
          05 BILL-PRIOR-BAL     PIC 9(9)V99.
          05 BILL-STATUS        PIC X(2).

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

       FD TO01-DEBIT-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         90  CHARACTERS.

       01 TO01-DEBIT-RECORD.
          05 DDI-BANK-REF       PIC X(20).
          05 DDI-CUST-ID        PIC X(9).
          05 DDI-BILL-ID        PIC X(14).
          05 DDI-AMOUNT         PIC 9(7)V99.
          05 DDI-DEBIT-DATE     PIC 9(8).
          05 DDI-CUST-NAME      PIC X(30).

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
          05 WS-BILL-STATUS        PIC X(02).
             88 BILL-IO-STATUS     VALUE '00'.
             88 BILL-EOF           VALUE '10'.
          05 WS-MND-STATUS         PIC X(02).
             88 MND-IO-STATUS      VALUE '00'.
             88 MND-ROW-NOTFND     VALUE '23'.
             88 MND-FILE-NOTFND    VALUE '35'.
          05 WS-DDI-STATUS         PIC X(02).
             88 DDI-IO-STATUS      VALUE '00'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC 9(08).

       01 WS-DEBIT-CONTROLS.
          05 WS-LEAD-DAYS          PIC 9(03) VALUE ZERO.
          05 WS-DUE-DAYS           PIC 9(03) VALUE 30.
          05 WS-MND-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 MND-AVAILABLE      VALUE 'Y'.
             88 MND-NOT-AVAIL      VALUE 'N'.

       01 WS-HOLD-BILL.
          05 WS-HOLD-CUST-ID       PIC X(9)  VALUE SPACES.
          05 WS-HOLD-BILL-ID       PIC X(14) VALUE SPACES.
          05 WS-HOLD-CUST-NAME     PIC X(30) VALUE SPACES.
          05 WS-HOLD-READ-DATE     PIC X(10) VALUE SPACES.
          05 WS-HOLD-AMOUNT        PIC 9(9)V99 VALUE ZERO.

       01 WS-DEBIT-WORK.
          05 WS-READ-DATE-EDIT.
             10 WS-RD-YYYY         PIC 9(4).
             10 FILLER             PIC X.
             10 WS-RD-MM           PIC 99.
             10 FILLER             PIC X.
             10 WS-RD-DD           PIC 99.
          05 WS-READ-DATE-NUM      PIC 9(8).
          05 WS-DEBIT-JULIAN       PIC 9(7).
          05 WS-DEBIT-AMT          PIC 9(9)V99.
          05 WS-DEBIT-MAX          PIC 9(7)V99 VALUE 9999999.99.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CUST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-NOMAND-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-INACTIVE-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-DONE-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-NODUE-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-CAPPED-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-DEBIT-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZEROS.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'DDEXTR  '.
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
           DISPLAY 'DDEXTR EXECUTION BEGINS HERE ...........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

           ACCEPT WS-LEAD-DAYS FROM SYSIN.
           IF WS-LEAD-DAYS IS NOT NUMERIC OR
              WS-LEAD-DAYS = ZERO OR
              WS-LEAD-DAYS NOT < WS-DUE-DAYS
              MOVE 5 TO WS-LEAD-DAYS
           END-IF.

           DISPLAY 'DEBIT DAYS BEFORE DUE   : ' WS-LEAD-DAYS.

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

           IF MND-AVAILABLE
              PERFORM 2200-READ-BILL-FILE
              PERFORM 2300-PROCESS-BILL UNTIL BILL-EOF
              IF WS-HOLD-CUST-ID NOT = SPACES
                 PERFORM 2400-EVALUATE-CUSTOMER
              END-IF
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL KSDS                 '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BILL-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MO01-MANDATE-KSDS.
           IF MND-FILE-NOTFND
              SET MND-NOT-AVAIL TO TRUE
              DISPLAY 'NO MANDATE MASTER - NO DEBITS WRITTEN   '
           ELSE
              IF NOT MND-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING MANDATE MASTER KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-MND-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO01-DEBIT-FILE.
           IF NOT DDI-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BANK DEBIT FILE           '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DDI-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL KSDS IS OPENED ....................'
           DISPLAY 'MANDATE MASTER KSDS IS OPENED ..........'
           DISPLAY 'BANK DEBIT FILE IS OPENED ..............'
           DISPLAY '----------------------------------------'
           .

       2200-READ-BILL-FILE  SECTION.

           READ TI01-BILL-KSDS

                AT END  SET BILL-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN BILL KSDS -----------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR

           END-READ.

       2300-PROCESS-BILL  SECTION.

           IF WS-HOLD-CUST-ID NOT = SPACES AND
              BILL-CUST-ID NOT = WS-HOLD-CUST-ID
              PERFORM 2400-EVALUATE-CUSTOMER
           END-IF.

           MOVE BILL-CUST-ID           TO WS-HOLD-CUST-ID.
           MOVE BILL-ID                TO WS-HOLD-BILL-ID.
           MOVE BILL-CUST-NAME         TO WS-HOLD-CUST-NAME.
           MOVE BILL-READ-DATE         TO WS-HOLD-READ-DATE.
           MOVE BILL-AMOUNT            TO WS-HOLD-AMOUNT.

           PERFORM 2200-READ-BILL-FILE.

       2400-EVALUATE-CUSTOMER  SECTION.

           ADD 1 TO WS-CUST-CTR.

           MOVE WS-HOLD-CUST-ID        TO MND-CUST-ID.
           READ MO01-MANDATE-KSDS
                INVALID KEY
                   ADD 1 TO WS-NOMAND-CTR
                NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MND-ACTIVE
                           ADD 1 TO WS-INACTIVE-CTR
                       WHEN MND-LAST-BILL-ID = WS-HOLD-BILL-ID
                           ADD 1 TO WS-DONE-CTR
                       WHEN WS-HOLD-AMOUNT = ZERO
                           ADD 1 TO WS-NODUE-CTR
                       WHEN OTHER
                           PERFORM 2500-WRITE-DEBIT
                   END-EVALUATE
           END-READ.

       2500-WRITE-DEBIT  SECTION.

           MOVE WS-HOLD-AMOUNT         TO WS-DEBIT-AMT.
           IF MND-MAX-AMOUNT > ZERO AND
              WS-DEBIT-AMT > MND-MAX-AMOUNT
              MOVE MND-MAX-AMOUNT      TO WS-DEBIT-AMT
              ADD 1 TO WS-CAPPED-CTR
              DISPLAY 'DEBIT CAPPED AT MANDATE LIMIT FOR '
                      WS-HOLD-CUST-ID ' BILL ' WS-HOLD-BILL-ID
           END-IF.
           IF WS-DEBIT-AMT > WS-DEBIT-MAX
              MOVE WS-DEBIT-MAX        TO WS-DEBIT-AMT
              ADD 1 TO WS-CAPPED-CTR
              DISPLAY 'DEBIT CAPPED AT INSTRUCTION LIMIT FOR '
                      WS-HOLD-CUST-ID ' BILL ' WS-HOLD-BILL-ID
           END-IF.

           PERFORM 2550-CALC-DEBIT-DATE.

           MOVE MND-BANK-REF           TO DDI-BANK-REF.
           MOVE WS-HOLD-CUST-ID        TO DDI-CUST-ID.
           MOVE WS-HOLD-BILL-ID        TO DDI-BILL-ID.
           MOVE WS-DEBIT-AMT           TO DDI-AMOUNT.
           MOVE WS-HOLD-CUST-NAME      TO DDI-CUST-NAME.

           WRITE TO01-DEBIT-RECORD.

           MOVE WS-HOLD-BILL-ID        TO MND-LAST-BILL-ID.
           MOVE DDI-DEBIT-DATE         TO MND-LAST-DEBIT-DATE.
           MOVE DDI-AMOUNT             TO MND-LAST-DEBIT-AMT.

           REWRITE MO01-MANDATE-RECORD
                   INVALID KEY
                      DISPLAY 'MANDATE REWRITE FAILED FOR '
                              MND-CUST-ID ' STATUS ' WS-MND-STATUS
           END-REWRITE.

           ADD 1 TO WS-DEBIT-CTR.
           ADD DDI-AMOUNT TO WS-DEBIT-TOTAL.

       2550-CALC-DEBIT-DATE  SECTION.

           MOVE WS-HOLD-READ-DATE      TO WS-READ-DATE-EDIT.
           COMPUTE WS-READ-DATE-NUM =
                   WS-RD-YYYY * 10000 + WS-RD-MM * 100 + WS-RD-DD.

           COMPUTE WS-DEBIT-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-READ-DATE-NUM)
                   + WS-DUE-DAYS - WS-LEAD-DAYS.
           IF WS-DEBIT-JULIAN < WS-TODAY-INT
              MOVE WS-TODAY-INT        TO WS-DEBIT-JULIAN
           END-IF.

           COMPUTE DDI-DEBIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DEBIT-JULIAN).

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS READ               ',  WS-READ-CTR
           DISPLAY ' CUSTOMERS EXAMINED       ',  WS-CUST-CTR
           DISPLAY ' NOT ENROLLED             ',  WS-NOMAND-CTR
           DISPLAY ' MANDATE NOT ACTIVE       ',  WS-INACTIVE-CTR
           DISPLAY ' ALREADY SENT TO BANK     ',  WS-DONE-CTR
           DISPLAY ' NOTHING DUE              ',  WS-NODUE-CTR
           DISPLAY ' DEBITS CAPPED            ',  WS-CAPPED-CTR
           DISPLAY ' DEBITS WRITTEN           ',  WS-DEBIT-CTR
           DISPLAY ' AMOUNT TO BE DEBITED     ',  WS-DEBIT-TOTAL
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-KSDS,
                  TO01-DEBIT-FILE.

           IF MND-AVAILABLE
              CLOSE MO01-MANDATE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DDEXTR PROCESSING COMPLETE .............'
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
                   MOVE WS-DEBIT-CTR   TO RCT-RECS-OUT
                   MOVE ZERO           TO RCT-RECS-REJECT
                   MOVE WS-DEBIT-TOTAL TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
