           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MO01-WRITEOFF-KSDS ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS WOF-CUST-ID
           FILE STATUS            IS WS-WOF-STATUS.

           SELECT TI01-CTL-FILE   ASSIGN TO CTLFILE
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-GLV-STATUS.

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
          05 UPD-LATE-FEE       PIC 9(7)V99.

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

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

       FD TI01-CTL-FILE
           RECORDING MODE          IS F
          05 GLV-ACCT-TYPE      PIC X(8).
          05 GLV-AMOUNT         PIC 9(11)V99.

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
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-WOF-STATUS         PIC X(02).
             88 WOF-IO-STATUS      VALUE '00'.
             88 WOF-EOF            VALUE '10'.
             88 WOF-FILE-NOTFND    VALUE '35'.
          05 WS-CTL-STATUS         PIC X(02).
             88 CTL-IO-STATUS      VALUE '00'.
             88 CTL-EOF            VALUE '10'.
          05 WS-GLV-STATUS         PIC X(02).
             88 GLV-IO-STATUS      VALUE '00'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             10 WS-CAT-BILLED      PIC 9(11)V99.
             10 WS-CAT-LATE-FEE    PIC 9(11)V99.
             10 WS-CAT-PAID        PIC 9(11)V99.
             10 WS-CAT-BADDEBT     PIC 9(11)V99.
             10 WS-CAT-RECOV       PIC 9(11)V99.

       01 WS-WRITEOFF-WORK.
          05 WS-WOF-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 WOF-AVAILABLE      VALUE 'Y'.
             88 WOF-NOT-AVAIL      VALUE 'N'.
          05 WS-WOF-CHANGED-FLAG   PIC X VALUE 'N'.
             88 WOF-CHANGED        VALUE 'Y'.
             88 WOF-UNCHANGED      VALUE 'N'.

       01 WS-SUBS.
          05 C                     PIC 9(04) VALUE 1.
          05 WS-TOT-BILLED         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-LATE-FEE       PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-PAID           PIC 9(11)V99 VALUE ZERO.
          05 WS-WOF-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-RECOV-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-TOT-BADDEBT        PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-RECOV          PIC 9(11)V99 VALUE ZERO.
          05 WS-AR-CUST-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-TOT-RECEIVABLE     PIC 9(11)V99 VALUE ZERO.

       01 WS-AR-CONTROL.
          05 WS-AR-PREV-CUST       PIC X(09) VALUE LOW-VALUES.
          05 WS-AR-HOLD-AMT        PIC 9(11)V99 VALUE ZERO.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'GLEXTR  '.
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

           PERFORM 2300-ACCUMULATE-BILL UNTIL UPD-EOF.

           ADD WS-AR-HOLD-AMT          TO WS-TOT-RECEIVABLE.

           IF WOF-AVAILABLE
              PERFORM 2350-READ-WRITEOFF
              PERFORM 2360-ACCUMULATE-WRITEOFF UNTIL WOF-EOF
           END-IF.

           PERFORM 2500-WRITE-VOUCHERS.

           PERFORM 2600-READ-CTL-FILE.
              STOP RUN
           END-IF.

           OPEN I-O MO01-WRITEOFF-KSDS.
           IF WOF-FILE-NOTFND
              SET WOF-NOT-AVAIL        TO TRUE
              DISPLAY 'NO WRITE-OFF MASTER - NO BAD-DEBT VOUCHERS'
           ELSE
              IF NOT WOF-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING WRITE-OFF MASTER KSDS      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-WOF-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT TI01-CTL-FILE.
           IF NOT CTL-IO-STATUS
              DISPLAY '----------------------------------------'
           ADD UPD-LATE-FEE TO WS-TOT-LATE-FEE.
           ADD UPD-PAID     TO WS-TOT-PAID.

           IF UPD-CUST-ID NOT = WS-AR-PREV-CUST
              ADD WS-AR-HOLD-AMT       TO WS-TOT-RECEIVABLE
              ADD 1                    TO WS-AR-CUST-CTR
              MOVE UPD-CUST-ID         TO WS-AR-PREV-CUST
           END-IF.
           COMPUTE WS-AR-HOLD-AMT = UPD-BALANCE + UPD-LATE-FEE.

           PERFORM 2200-READ-BILL-UPD.

       2350-READ-WRITEOFF  SECTION.

           READ MO01-WRITEOFF-KSDS NEXT RECORD
                AT END  SET WOF-EOF TO TRUE
                NOT AT END  CONTINUE
           END-READ.

       2360-ACCUMULATE-WRITEOFF  SECTION.

           SET WOF-UNCHANGED           TO TRUE.

           IF (WOF-WRITTEN-OFF AND WOF-GL-PENDING)
              OR WOF-RECOV-UNPOSTED > ZERO
              MOVE WOF-CUST-ID         TO CF-O-CUST-ID
              READ MO01-CUST-KSDS
                   INVALID KEY
                      MOVE SPACES      TO OUT-RATE-CAT
              END-READ
              MOVE OUT-RATE-CAT        TO WS-WORK-CAT
              IF WS-WORK-CAT = SPACES
                 MOVE 'D '             TO WS-WORK-CAT
              END-IF
              PERFORM 2400-FIND-CAT-ENTRY
           END-IF.

           IF WOF-WRITTEN-OFF AND WOF-GL-PENDING
              ADD WOF-WO-AMT           TO WS-CAT-BADDEBT (C)
              ADD WOF-WO-AMT           TO WS-TOT-BADDEBT
              ADD 1                    TO WS-WOF-CTR
              SET WOF-GL-POSTED        TO TRUE
              SET WOF-CHANGED          TO TRUE
           END-IF.

           IF WOF-RECOV-UNPOSTED > ZERO
              ADD WOF-RECOV-UNPOSTED   TO WS-CAT-RECOV (C)
              ADD WOF-RECOV-UNPOSTED   TO WS-TOT-RECOV
              ADD 1                    TO WS-RECOV-CTR
              MOVE ZERO                TO WOF-RECOV-UNPOSTED
              SET WOF-CHANGED          TO TRUE
           END-IF.

           IF WOF-CHANGED
              REWRITE MO01-WRITEOFF-RECORD
              IF NOT WOF-IO-STATUS
                 DISPLAY 'WRITE-OFF REWRITE FAILED FOR ' WOF-CUST-ID
                         ' STATUS ' WS-WOF-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 2350-READ-WRITEOFF.

       2400-FIND-CAT-ENTRY  SECTION.

           SET CAT-NOT-FOUND           TO TRUE.
              MOVE ZERO                TO WS-CAT-BILLED (C)
              MOVE ZERO                TO WS-CAT-LATE-FEE (C)
              MOVE ZERO                TO WS-CAT-PAID (C)
              MOVE ZERO                TO WS-CAT-BADDEBT (C)
              MOVE ZERO                TO WS-CAT-RECOV (C)
           END-IF.

       2500-WRITE-VOUCHERS  SECTION.
               WRITE TO01-GL-VCHR-RECORD
               ADD 1 TO WS-VCHR-CTR

               IF WS-CAT-BADDEBT (C) > ZERO
                  MOVE 'BADDEBT '       TO GLV-ACCT-TYPE
                  MOVE WS-CAT-BADDEBT (C) TO GLV-AMOUNT
                  WRITE TO01-GL-VCHR-RECORD
                  ADD 1 TO WS-VCHR-CTR
               END-IF

               IF WS-CAT-RECOV (C) > ZERO
                  MOVE 'BDRECOV '       TO GLV-ACCT-TYPE
                  MOVE WS-CAT-RECOV (C) TO GLV-AMOUNT
                  WRITE TO01-GL-VCHR-RECORD
                  ADD 1 TO WS-VCHR-CTR
               END-IF

               DISPLAY 'CATEGORY ' WS-CAT-CODE (C)
                       ' BILLED ' WS-CAT-BILLED (C)
                       ' LATE FEES ' WS-CAT-LATE-FEE (C)
                       ' CASH ' WS-CAT-PAID (C)
                       ' BAD DEBT ' WS-CAT-BADDEBT (C)
                       ' RECOVERED ' WS-CAT-RECOV (C)
           END-PERFORM.

       2600-READ-CTL-FILE  SECTION.
           DISPLAY ' TOTAL BILLED REVENUE     ',  WS-TOT-BILLED
           DISPLAY ' TOTAL LATE FEES          ',  WS-TOT-LATE-FEE
           DISPLAY ' TOTAL CASH RECEIVED      ',  WS-TOT-PAID
           DISPLAY ' WRITE-OFFS POSTED        ',  WS-WOF-CTR
           DISPLAY ' TOTAL BAD DEBT WRITTEN   ',  WS-TOT-BADDEBT
           DISPLAY ' RECOVERIES POSTED        ',  WS-RECOV-CTR
           DISPLAY ' TOTAL BAD DEBT RECOVERED ',  WS-TOT-RECOV
           DISPLAY ' RECEIVABLE ACCOUNTS      ',  WS-AR-CUST-CTR
           DISPLAY ' TOTAL RECEIVABLES        ',  WS-TOT-RECEIVABLE
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-UPD,
                  TI01-CTL-FILE,
                  TO01-GL-VCHR.

           IF WOF-AVAILABLE
              CLOSE MO01-WRITEOFF-KSDS
           END-IF.

           IF RUN-BALANCED
              DISPLAY 'G/L EXTRACT IS IN BALANCE ..............'
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS.

           DISPLAY '----------------------------------------'
           DISPLAY 'GLEXTR PROCESSING COMPLETE .............'
           DISPLAY '----------------------------------------'

           PERFORM 9700-CLOSE-RUN-CONTROL.

           STOP RUN.

       9500-WRITE-CONTROL-TOTALS SECTION.

           OPEN EXTEND TI01-CTL-FILE.
           IF NOT CTL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR EXTENDING CONTROL TOTAL FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'GLEXTR  '          TO CTL-PROGRAM
              MOVE WS-DATE             TO CTL-RUN-DATE
              MOVE WS-READ-CTR         TO CTL-RECS-IN
              MOVE WS-AR-CUST-CTR      TO CTL-RECS-OUT
              MOVE WS-NOCUST-CTR       TO CTL-RECS-REJECT
              MOVE ZERO                TO CTL-RECS-MERGED
              MOVE WS-TOT-RECEIVABLE   TO CTL-AMOUNT-1
              MOVE WS-TOT-PAID         TO CTL-AMOUNT-2
              WRITE TI01-CTL-RECORD
              CLOSE TI01-CTL-FILE
           END-IF.

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
                   MOVE WS-VCHR-CTR    TO RCT-RECS-OUT
                   MOVE ZERO           TO RCT-RECS-REJECT
                   MOVE WS-TOT-BILLED  TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
