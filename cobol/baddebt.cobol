       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BADDEBT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-BILL-UPD    ASSIGN TO BILLUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS UPD-BILL-ID
           FILE STATUS            IS WS-UPD-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT MO01-WRITEOFF-KSDS ASSIGN TO WOFFKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS WOF-CUST-ID
           FILE STATUS            IS WS-WOF-STATUS.

           SELECT TO01-COLL-REFER ASSIGN TO COLLREF
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-REF-STATUS.

           SELECT TO01-ACCT-LEDGER ASSIGN TO ACCTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LGR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TI01-BILL-UPD
           RECORD CONTAINS         146   CHARACTERS.

       01 TI01-BILL-UPD-RECORD.
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

       FD TO01-COLL-REFER
           RECORDING MODE          IS F
           RECORD CONTAINS         164  CHARACTERS.

       01 TO01-COLL-REFER-RECORD.
          05 REF-CUST-ID        PIC X(9).
          05 REF-CUST-NAME      PIC X(30).
          05 REF-ADDRESS1       PIC X(30).
          05 REF-LOCALITY       PIC X(30).
          05 REF-CITY           PIC X(20).
          05 REF-AREACODE       PIC X(7).
          05 REF-AMOUNT         PIC 9(9)V99.
          05 REF-BILL-ID        PIC X(14).
          05 REF-REFER-DATE     PIC 9(8).
          05 REF-DAYS-OVERDUE   PIC 9(5).

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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-UPD-STATUS         PIC X(02).
             88 UPD-IO-STATUS      VALUE '00'.
             88 UPD-EOF            VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-WOF-STATUS         PIC X(02).
             88 WOF-IO-STATUS      VALUE '00'.
             88 WOF-ROW-NOTFND     VALUE '23'.
             88 WOF-FILE-NOTFND    VALUE '35'.
          05 WS-REF-STATUS         PIC X(02).
             88 REF-IO-STATUS      VALUE '00'.
          05 WS-LGR-STATUS         PIC X(02).
             88 LGR-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC 9(08).
          05 WS-REFER-INT          PIC 9(08).
          05 WS-PLACED-DAYS        PIC 9(05).

       01 WS-WRITEOFF-CONTROLS.
          05 WS-REFER-DAYS         PIC 9(03) VALUE ZERO.
          05 WS-PLACEMENT-DAYS     PIC 9(03) VALUE ZERO.

       01 WS-HOLD-BILL.
          05 WS-HOLD-CUST-ID       PIC X(9)  VALUE SPACES.
          05 WS-HOLD-BILL-ID       PIC X(14) VALUE SPACES.
          05 WS-HOLD-STATUS        PIC X(2)  VALUE SPACES.
          05 WS-HOLD-OWED          PIC 9(9)V99 VALUE ZERO.
          05 WS-HOLD-DAYS          PIC S9(5) VALUE ZERO.

       01 WS-WOF-WORK.
          05 WS-WOF-FOUND-FLAG     PIC X VALUE 'N'.
             88 WOF-FOUND          VALUE 'Y'.
             88 WOF-NOT-FOUND      VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CUST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CLOSED-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-REFER-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-PLACED-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-WROFF-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-WITHDRAWN-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-LGR-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-REFER-AMT          PIC 9(11)V99 VALUE ZEROS.
          05 WS-WROFF-AMT          PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BADDEBT EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

           ACCEPT WS-REFER-DAYS FROM SYSIN.
           IF WS-REFER-DAYS IS NOT NUMERIC OR
              WS-REFER-DAYS = ZERO
              MOVE 90 TO WS-REFER-DAYS
           END-IF.

           ACCEPT WS-PLACEMENT-DAYS FROM SYSIN.
           IF WS-PLACEMENT-DAYS IS NOT NUMERIC OR
              WS-PLACEMENT-DAYS = ZERO
              MOVE 180 TO WS-PLACEMENT-DAYS
           END-IF.

           DISPLAY 'REFER AFTER DAYS UNPAID : ' WS-REFER-DAYS.
           DISPLAY 'AGENCY PLACEMENT DAYS   : ' WS-PLACEMENT-DAYS.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-BILL-UPD.

           PERFORM 2300-PROCESS-BILL UNTIL UPD-EOF.

           IF WS-HOLD-CUST-ID NOT = SPACES
              PERFORM 2400-EVALUATE-CUSTOMER
           END-IF.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT TI01-BILL-UPD.
           IF NOT UPD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING UPDATED BILL KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-UPD-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MO01-CUST-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-KSDS-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MO01-WRITEOFF-KSDS.
           IF WOF-FILE-NOTFND
              OPEN OUTPUT MO01-WRITEOFF-KSDS
              CLOSE       MO01-WRITEOFF-KSDS
              OPEN I-O    MO01-WRITEOFF-KSDS
           END-IF.
           IF NOT WOF-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING WRITE-OFF MASTER KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-WOF-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-COLL-REFER.
           IF NOT REF-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING COLLECTION REFERRAL FILE  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-REF-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND TO01-ACCT-LEDGER.
           IF NOT LGR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ACCOUNT LEDGER FILE       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LGR-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'UPDATED BILL KSDS IS OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'WRITE-OFF MASTER KSDS IS OPENED ........'
           DISPLAY 'COLLECTION REFERRAL FILE IS OPENED .....'
           DISPLAY 'ACCOUNT LEDGER FILE IS OPENED ..........'
           DISPLAY '----------------------------------------'
           .

       2200-READ-BILL-UPD  SECTION.

           READ TI01-BILL-UPD

                AT END  SET UPD-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN UPDATED BILL KSDS ---'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR

           END-READ.

       2300-PROCESS-BILL  SECTION.

           IF WS-HOLD-CUST-ID NOT = SPACES AND
              UPD-CUST-ID NOT = WS-HOLD-CUST-ID
              PERFORM 2400-EVALUATE-CUSTOMER
           END-IF.

           MOVE UPD-CUST-ID            TO WS-HOLD-CUST-ID.
           MOVE UPD-BILL-ID            TO WS-HOLD-BILL-ID.
           MOVE UPD-STATUS             TO WS-HOLD-STATUS.
           MOVE UPD-DAYS-OVERDUE       TO WS-HOLD-DAYS.
           IF UPD-STATUS = 'P ' OR UPD-STATUS = 'WO'
              MOVE ZERO                TO WS-HOLD-OWED
           ELSE
              COMPUTE WS-HOLD-OWED = UPD-BALANCE + UPD-LATE-FEE
           END-IF.

           PERFORM 2200-READ-BILL-UPD.

       2400-EVALUATE-CUSTOMER  SECTION.

           ADD 1 TO WS-CUST-CTR.

           MOVE WS-HOLD-CUST-ID        TO CF-O-CUST-ID.
           READ MO01-CUST-KSDS
                INVALID KEY
                   MOVE SPACES         TO OUT-STATUS
           END-READ.

           IF CUST-CLOSED
              ADD 1 TO WS-CLOSED-CTR
              PERFORM 2450-CHECK-WRITEOFF-MASTER
           END-IF.

       2450-CHECK-WRITEOFF-MASTER  SECTION.

           MOVE WS-HOLD-CUST-ID        TO WOF-CUST-ID.

           READ MO01-WRITEOFF-KSDS
                INVALID KEY
                   SET WOF-NOT-FOUND   TO TRUE
                NOT INVALID KEY
                   SET WOF-FOUND       TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN WOF-NOT-FOUND OR WOF-WITHDRAWN
                   IF WS-HOLD-OWED > ZERO AND
                      WS-HOLD-DAYS >= WS-REFER-DAYS
                      PERFORM 2500-REFER-ACCOUNT
                   END-IF
               WHEN WOF-REFERRED
                   PERFORM 2600-CHECK-PLACEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-REFER-ACCOUNT  SECTION.

           MOVE WS-HOLD-CUST-ID        TO WOF-CUST-ID.
           MOVE WS-HOLD-BILL-ID        TO WOF-BILL-ID.
           SET WOF-REFERRED            TO TRUE.
           MOVE WS-DATE                TO WOF-REFER-DATE.
           MOVE WS-HOLD-OWED           TO WOF-REFER-AMT.
           MOVE ZERO                   TO WOF-WO-DATE.
           MOVE ZERO                   TO WOF-WO-AMT.
           SET WOF-GL-POSTED           TO TRUE.
           MOVE ZERO                   TO WOF-RECOVERED.
           MOVE ZERO                   TO WOF-RECOV-UNPOSTED.

           IF WOF-FOUND
              REWRITE MO01-WRITEOFF-RECORD
           ELSE
              WRITE MO01-WRITEOFF-RECORD
           END-IF.

           MOVE WS-HOLD-CUST-ID        TO REF-CUST-ID.
           MOVE SPACES                 TO REF-CUST-NAME.
           STRING OUT-FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  OUT-LNAME DELIMITED BY SPACE
                  INTO REF-CUST-NAME
           END-STRING.
           MOVE OUT-ADDRESS1           TO REF-ADDRESS1.
           MOVE OUT-LOCALITY           TO REF-LOCALITY.
           MOVE OUT-CITY               TO REF-CITY.
           MOVE OUT-AREACODE           TO REF-AREACODE.
           MOVE WS-HOLD-OWED           TO REF-AMOUNT.
           MOVE WS-HOLD-BILL-ID        TO REF-BILL-ID.
           MOVE WS-DATE                TO REF-REFER-DATE.
           MOVE WS-HOLD-DAYS           TO REF-DAYS-OVERDUE.

           WRITE TO01-COLL-REFER-RECORD.

           ADD 1 TO WS-REFER-CTR.
           ADD WS-HOLD-OWED            TO WS-REFER-AMT.

           DISPLAY 'CUSTOMER ' WS-HOLD-CUST-ID
                   ' REFERRED FOR COLLECTION - ' WS-HOLD-OWED.

       2600-CHECK-PLACEMENT  SECTION.

           COMPUTE WS-REFER-INT =
                   FUNCTION INTEGER-OF-DATE(WOF-REFER-DATE).
           COMPUTE WS-PLACED-DAYS = WS-TODAY-INT - WS-REFER-INT.

           EVALUATE TRUE
               WHEN WS-HOLD-OWED = ZERO
                   SET WOF-WITHDRAWN   TO TRUE
                   REWRITE MO01-WRITEOFF-RECORD
                   ADD 1 TO WS-WITHDRAWN-CTR
                   DISPLAY 'CUSTOMER ' WS-HOLD-CUST-ID
                           ' PAID DURING PLACEMENT - WITHDRAWN'
               WHEN WS-PLACED-DAYS >= WS-PLACEMENT-DAYS
                   PERFORM 2700-WRITE-OFF-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-PLACED-CTR
           END-EVALUATE.

       2700-WRITE-OFF-ACCOUNT  SECTION.

           SET WOF-WRITTEN-OFF         TO TRUE.
           MOVE WS-DATE                TO WOF-WO-DATE.
           MOVE WS-HOLD-OWED           TO WOF-WO-AMT.
           SET WOF-GL-PENDING          TO TRUE.

           REWRITE MO01-WRITEOFF-RECORD.

           MOVE WS-HOLD-CUST-ID        TO LGR-CUST-ID.
           MOVE WS-DATE                TO LGR-EVENT-DATE.
           MOVE 'WO'                   TO LGR-EVENT-TYPE.
           MOVE 'C'                    TO LGR-DR-CR.
           MOVE WS-HOLD-BILL-ID        TO LGR-REF-ID.
           MOVE WS-HOLD-OWED           TO LGR-AMOUNT.
           MOVE ZERO                   TO LGR-BALANCE.

           WRITE TO01-ACCT-LEDGER-RECORD.

           ADD 1 TO WS-LGR-CTR.
           ADD 1 TO WS-WROFF-CTR.
           ADD WS-HOLD-OWED            TO WS-WROFF-AMT.

           DISPLAY 'CUSTOMER ' WS-HOLD-CUST-ID
                   ' WRITTEN OFF AS BAD DEBT - ' WS-HOLD-OWED.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS READ               ',  WS-READ-CTR
           DISPLAY ' CUSTOMERS EXAMINED       ',  WS-CUST-CTR
           DISPLAY ' CLOSED ACCOUNTS          ',  WS-CLOSED-CTR
           DISPLAY ' REFERRED FOR COLLECTION  ',  WS-REFER-CTR
           DISPLAY ' AMOUNT REFERRED          ',  WS-REFER-AMT
           DISPLAY ' STILL IN PLACEMENT       ',  WS-PLACED-CTR
           DISPLAY ' WITHDRAWN - PAID         ',  WS-WITHDRAWN-CTR
           DISPLAY ' WRITTEN OFF              ',  WS-WROFF-CTR
           DISPLAY ' AMOUNT WRITTEN OFF       ',  WS-WROFF-AMT
           DISPLAY ' LEDGER EVENTS WRITTEN    ',  WS-LGR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-UPD,
                  MO01-CUST-KSDS,
                  MO01-WRITEOFF-KSDS,
                  TO01-COLL-REFER,
                  TO01-ACCT-LEDGER.

           DISPLAY '----------------------------------------'
           DISPLAY 'BADDEBT PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
