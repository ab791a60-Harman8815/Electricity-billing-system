           RECORD KEY             IS CR-CUST-ID
           FILE STATUS            IS WS-CRED-STATUS.

           SELECT MO01-METER-KSDS ASSIGN TO METERKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-METER-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MO01-CYCLE-KSDS ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-CYCLE-NO
           FILE STATUS            IS WS-CYC-STATUS.

           SELECT TO01-ADJ-AUDIT  ASSIGN TO ADJAUDT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 ADJ-CUST-ID        PIC X(9).
          05 ADJ-METER-ID       PIC X(14).
          05 ADJ-READ-DATE      PIC X(10).
          05 ADJ-CORR-INDEX     PIC 9(7)V99.
          05 ADJ-REASON         PIC X(10).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-CITY      PIC X(20).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
             88 CUST-ACTIVE VALUE 'ACTIVE'.
             88 CUST-CLOSED VALUE 'CLOSED'.
             88 CUST-DISCONN VALUE 'DISCONN'.
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD MO01-TARIFF-KSDS
           RECORD CONTAINS         63   CHARACTERS.
          05 CR-APPLIED-AMT     PIC 9(9)V99.
          05 CR-APPLIED-DATE    PIC 9(8).

       FD MO01-METER-KSDS
           RECORD CONTAINS         70   CHARACTERS.

       01 MO01-METER-MSTR-RECORD.
          05 MTR-METER-ID       PIC X(14).
          05 MTR-CUST-ID        PIC X(9).
          05 MTR-INSTALL-DATE   PIC X(10).
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

       FD MO01-CYCLE-KSDS
           RECORD CONTAINS         32   CHARACTERS.

       01 MO01-CYCLE-RECORD.
          05 CYC-CYCLE-NO       PIC 9(4).
          05 CYC-READ-START     PIC X(10).
          05 CYC-READ-END       PIC X(10).
          05 CYC-BILL-DATE      PIC 9(8).

       FD TO01-ADJ-AUDIT
           RECORDING MODE          IS F
           RECORD CONTAINS         319  CHARACTERS.
             88 CRED-IO-STATUS     VALUE '00'.
             88 CRED-ROW-NOTFND    VALUE '23'.
             88 CRED-FILE-NOTFND   VALUE '35'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
             88 MTR-ROW-NOTFND     VALUE '23'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-ROW-NOTFND     VALUE '23'.
             88 CYC-FILE-NOTFND    VALUE '35'.
          05 WS-AUD-STATUS         PIC X(02).
             88 AUD-IO-STATUS      VALUE '00'.
          05 WS-ERR-STATUS         PIC X(02).
       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-CYCLE-CONTROLS.
          05 WS-CYCLE-AVAIL-FLAG   PIC X VALUE 'Y'.
             88 CYCLE-AVAILABLE    VALUE 'Y'.
             88 CYCLE-NOT-AVAIL    VALUE 'N'.
          05 WS-CYCLE-FOUND-FLAG   PIC X VALUE 'N'.
             88 CYCLE-FOUND        VALUE 'Y'.
             88 CYCLE-NOT-FOUND    VALUE 'N'.
          05 WS-CYC-BILL-ID        PIC X(14).

       01 WS-PRORATE-WORK.
          05 WS-PRORATE-FLAG       PIC X VALUE 'N'.
             88 PRORATED           VALUE 'Y'.
             88 NOT-PRORATED       VALUE 'N'.
          05 WS-SVC-DATE-EDIT.
             10 WS-SVC-YYYY        PIC X(4).
             10 FILLER             PIC X.
             10 WS-SVC-MM          PIC X(2).
             10 FILLER             PIC X.
             10 WS-SVC-DD          PIC X(2).
          05 WS-SVC-DATE-NUM.
             10 WS-SVN-YYYY        PIC 9(4).
             10 WS-SVN-MM          PIC 9(2).
             10 WS-SVN-DD          PIC 9(2).
          05 WS-SVC-DATE-N REDEFINES WS-SVC-DATE-NUM
                                   PIC 9(8).
          05 WS-CYC-START-DATE     PIC X(10) VALUE SPACES.
          05 WS-CYC-END-DATE       PIC X(10) VALUE SPACES.
          05 WS-SVC-START-DATE     PIC X(10) VALUE SPACES.
          05 WS-CYC-START-DAY      PIC 9(7) VALUE ZERO.
          05 WS-CYC-END-DAY        PIC 9(7) VALUE ZERO.
          05 WS-SVC-START-DAY      PIC 9(7) VALUE ZERO.
          05 WS-SVC-END-DAY        PIC 9(7) VALUE ZERO.
          05 WS-SVC-DAY            PIC 9(7) VALUE ZERO.
          05 WS-CYCLE-DAYS         PIC 9(3) VALUE ZERO.
          05 WS-SERVICE-DAYS       PIC 9(3) VALUE ZERO.

       01 WS-RATE-SLABS.
          05 WS-SLAB1-LIMIT        PIC 9(7)V99.
          05 WS-SLAB1-RATE         PIC 9(3)V999.
          05 WS-REMAIN-UNITS       PIC 9(7)V99.
          05 WS-SLAB-UNITS         PIC 9(7)V99.

       01 WS-INDEX-WORK.
          05 WS-TO-INDEX           PIC 9(7)V99.
          05 WS-RAW-UNITS          PIC 9(7)V99.
          05 WS-INDEX-CAPACITY     PIC 9(7)V99.
          05 WS-ROLLOVER-LIMIT     PIC 9(7)V99.
          05 WS-ROLLOVER-PCT       PIC 9(3) VALUE 10.
          05 WS-MULTIPLIER         PIC 9(5).
          05 WS-OLD-METER-UNITS    PIC 9(7)V99.
          05 WS-NEW-METER-UNITS    PIC 9(7)V99.
          05 WS-CORR-WORK          PIC S9(9)V99.
          05 WS-CORR-UNITS         PIC 9(7)V99.

       01 WS-ADJ-WORK.
          05 WS-OLD-CHARGE         PIC 9(9)V99.
          05 WS-NEW-CHARGE         PIC 9(9)V99.
          05 WS-CREDIT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-AUDIT-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-PRORATE-CTR        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.
              STOP RUN
           END-IF.

           OPEN I-O MO01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER MASTER KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MTR-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MO01-CYCLE-KSDS.
           IF CYC-FILE-NOTFND
              SET CYCLE-NOT-AVAIL TO TRUE
              DISPLAY 'NO CYCLE CALENDAR - NO PRO-RATING       '
           ELSE
              IF NOT CYC-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CYCLE CALENDAR KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-CYC-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN EXTEND TO01-ADJ-AUDIT.
           IF NOT AUD-IO-STATUS
              DISPLAY '----------------------------------------'
           DISPLAY 'TARIFF MASTER KSDS IS OPENED ...........'
           DISPLAY 'BILL KSDS IS OPENED ....................'
           DISPLAY 'CREDIT MASTER KSDS IS OPENED ...........'
           DISPLAY 'METER MASTER KSDS IS OPENED ............'
           DISPLAY 'ADJUSTMENT AUDIT JOURNAL IS OPENED .....'
           DISPLAY 'ADJUSTMENT ERROR FILE IS OPENED ........'
           DISPLAY '----------------------------------------'
           SET VALID-RECORD-FLAG       TO TRUE.
           MOVE SPACES                 TO WS-ERR-REASON.

           IF ADJ-CORR-INDEX IS NOT NUMERIC
              SET ERROR-RECORD-FLAG      TO TRUE
              MOVE 'BAD-INDEX'           TO WS-ERR-REASON
           ELSE
              MOVE ADJ-READ-DATE TO WS-ADJ-DATE-CHECK
              IF WS-AD-DASH1 NOT = '-' OR
              END-READ
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2320-CHECK-METER-INDEX
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2350-SELECT-TARIFF
           END-IF.

           IF VALID-RECORD-FLAG
              SET NO-METER-MISMATCH    TO TRUE
              PERFORM 2400-FIND-OPEN-BILL
              IF OPEN-BILL-FOUND
                 PERFORM 2450-ADJUST-OPEN-BILL
                 PERFORM 2390-UPDATE-METER-INDEX
              ELSE
                 PERFORM 2500-FIND-PRIOR-BILL
                 IF PRIOR-BILL-FOUND
                    PERFORM 2550-ADJUST-PRIOR-BILL
                    PERFORM 2390-UPDATE-METER-INDEX
                 ELSE
                    SET ERROR-RECORD-FLAG TO TRUE
                    IF METER-MISMATCH-SEEN
              PERFORM 2700-REJECT-ADJ
           END-IF.

       2320-CHECK-METER-INDEX SECTION.

           MOVE ADJ-METER-ID           TO MTR-METER-ID.

           READ MO01-METER-KSDS
                INVALID KEY
                   SET ERROR-RECORD-FLAG TO TRUE
                   MOVE 'NO-METER'       TO WS-ERR-REASON
           END-READ.

           IF VALID-RECORD-FLAG
              IF MTR-CUST-ID NOT = ADJ-CUST-ID
                 SET ERROR-RECORD-FLAG   TO TRUE
                 MOVE 'METER-MISMATCH'   TO WS-ERR-REASON
              ELSE
                 IF MTR-LAST-INSTALL OR
                    MTR-LAST-READ-DATE NOT = ADJ-READ-DATE
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'NOT-LAST-READ' TO WS-ERR-REASON
                    DISPLAY 'LAST BILLED READ ON ' ADJ-METER-ID
                            ' IS ' MTR-LAST-READ-DATE
                 END-IF
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              IF MTR-DIALS = 6
                 MOVE 1000000          TO WS-INDEX-CAPACITY
              ELSE
                 MOVE 100000           TO WS-INDEX-CAPACITY
              END-IF
              IF MTR-MULTIPLIER = ZERO
                 MOVE 1                TO WS-MULTIPLIER
              ELSE
                 MOVE MTR-MULTIPLIER   TO WS-MULTIPLIER
              END-IF
              IF ADJ-CORR-INDEX NOT < WS-INDEX-CAPACITY
                 SET ERROR-RECORD-FLAG TO TRUE
                 MOVE 'BAD-INDEX'      TO WS-ERR-REASON
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              MOVE MTR-LAST-INDEX      TO WS-TO-INDEX
              PERFORM 2330-CALC-REGISTER-UNITS
              MOVE WS-RAW-UNITS        TO WS-OLD-METER-UNITS
           END-IF.

           IF VALID-RECORD-FLAG
              MOVE ADJ-CORR-INDEX      TO WS-TO-INDEX
              PERFORM 2330-CALC-REGISTER-UNITS
              MOVE WS-RAW-UNITS        TO WS-NEW-METER-UNITS
           END-IF.

       2330-CALC-REGISTER-UNITS SECTION.

           IF WS-TO-INDEX NOT < MTR-PREV-INDEX
              COMPUTE WS-RAW-UNITS =
                      WS-TO-INDEX - MTR-PREV-INDEX
           ELSE
              COMPUTE WS-RAW-UNITS =
                      WS-INDEX-CAPACITY - MTR-PREV-INDEX
                                        + WS-TO-INDEX
              COMPUTE WS-ROLLOVER-LIMIT =
                      WS-INDEX-CAPACITY * WS-ROLLOVER-PCT / 100
              IF WS-RAW-UNITS > WS-ROLLOVER-LIMIT
                 SET ERROR-RECORD-FLAG TO TRUE
                 MOVE 'INDEX-BACKWARD' TO WS-ERR-REASON
                 DISPLAY 'INDEX ' WS-TO-INDEX
                         ' BELOW PRIOR BILLED ' MTR-PREV-INDEX
                         ' ON ' ADJ-METER-ID
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              COMPUTE WS-RAW-UNITS = WS-RAW-UNITS * WS-MULTIPLIER
                 ON SIZE ERROR
                    SET ERROR-RECORD-FLAG TO TRUE
                    MOVE 'UNITS-OVERFLOW' TO WS-ERR-REASON
              END-COMPUTE
           END-IF.

       2340-CALC-CORR-UNITS SECTION.

           COMPUTE WS-CORR-WORK =
                   WS-CALC-UNITS - WS-OLD-METER-UNITS
                                 + WS-NEW-METER-UNITS.

           IF WS-CORR-WORK < ZERO
              MOVE ZERO                TO WS-CORR-UNITS
           ELSE
              MOVE WS-CORR-WORK        TO WS-CORR-UNITS
           END-IF.

           MOVE WS-CORR-UNITS          TO WS-CALC-UNITS.
           PERFORM 3400-CALC-CHARGE.
           MOVE WS-CALC-AMOUNT         TO WS-NEW-CHARGE.

       2390-UPDATE-METER-INDEX SECTION.

           MOVE ADJ-CORR-INDEX         TO MTR-LAST-INDEX.

           REWRITE MO01-METER-MSTR-RECORD
                   INVALID KEY
                      DISPLAY 'METER INDEX NOT UPDATED FOR '
                              ADJ-METER-ID ' STATUS ' WS-MTR-STATUS
           END-REWRITE.

       2370-FIND-BILL-CYCLE SECTION.

           SET CYCLE-NOT-FOUND         TO TRUE.

           IF CYCLE-AVAILABLE AND
              WS-CYC-BILL-ID (11:4) IS NUMERIC
              MOVE WS-CYC-BILL-ID (11:4) TO CYC-CYCLE-NO
              READ MO01-CYCLE-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CYC-READ-START NOT > ADJ-READ-DATE AND
                         CYC-READ-END   NOT < ADJ-READ-DATE
                         SET CYCLE-FOUND  TO TRUE
                      END-IF
              END-READ
           END-IF.

           IF CYCLE-FOUND
              MOVE CYC-READ-START      TO WS-CYC-START-DATE
              MOVE CYC-READ-END        TO WS-CYC-END-DATE
              MOVE MTR-INSTALL-DATE    TO WS-SVC-START-DATE
              PERFORM 2375-PRORATE-SLABS
              IF PRORATED
                 ADD 1 TO WS-PRORATE-CTR
                 DISPLAY 'PRO-RATED ' ADJ-CUST-ID ' '
                         WS-SERVICE-DAYS ' OF ' WS-CYCLE-DAYS ' DAYS'
              END-IF
           END-IF.

       2375-PRORATE-SLABS SECTION.

           SET NOT-PRORATED            TO TRUE.

           MOVE WS-CYC-START-DATE      TO WS-SVC-DATE-EDIT.
           PERFORM 2378-CONVERT-SVC-DATE.
           MOVE WS-SVC-DAY             TO WS-CYC-START-DAY.
           MOVE WS-CYC-END-DATE        TO WS-SVC-DATE-EDIT.
           PERFORM 2378-CONVERT-SVC-DATE.
           MOVE WS-SVC-DAY             TO WS-CYC-END-DAY.

           IF WS-CYC-START-DAY = ZERO OR WS-CYC-END-DAY = ZERO OR
              WS-CYC-END-DAY < WS-CYC-START-DAY
              MOVE ZERO                TO WS-CYCLE-DAYS
                                          WS-SERVICE-DAYS
           ELSE
              COMPUTE WS-CYCLE-DAYS =
                      WS-CYC-END-DAY - WS-CYC-START-DAY + 1
              MOVE WS-CYC-START-DAY    TO WS-SVC-START-DAY
              MOVE WS-CYC-END-DAY      TO WS-SVC-END-DAY

              MOVE WS-SVC-START-DATE   TO WS-SVC-DATE-EDIT
              PERFORM 2378-CONVERT-SVC-DATE
              IF WS-SVC-DAY > WS-SVC-START-DAY
                 MOVE WS-SVC-DAY       TO WS-SVC-START-DAY
              END-IF

              IF (CUST-CLOSED OR CUST-DISCONN) AND
                 OUT-STATUS-DATE IS NUMERIC AND
                 OUT-STATUS-DATE > ZERO
                 COMPUTE WS-SVC-DAY =
                         FUNCTION INTEGER-OF-DATE(OUT-STATUS-DATE)
                 IF WS-SVC-DAY < WS-SVC-END-DAY
                    MOVE WS-SVC-DAY    TO WS-SVC-END-DAY
                 END-IF
              END-IF

              IF WS-SVC-END-DAY < WS-SVC-START-DAY
                 MOVE 1                TO WS-SERVICE-DAYS
              ELSE
                 COMPUTE WS-SERVICE-DAYS =
                         WS-SVC-END-DAY - WS-SVC-START-DAY + 1
              END-IF

              IF WS-SERVICE-DAYS < WS-CYCLE-DAYS
                 SET PRORATED          TO TRUE
                 COMPUTE WS-SLAB1-LIMIT ROUNDED =
                         WS-SLAB1-LIMIT * WS-SERVICE-DAYS
                                        / WS-CYCLE-DAYS
                 COMPUTE WS-SLAB2-LIMIT ROUNDED =
                         WS-SLAB2-LIMIT * WS-SERVICE-DAYS
                                        / WS-CYCLE-DAYS
                 COMPUTE WS-SLAB3-LIMIT ROUNDED =
                         WS-SLAB3-LIMIT * WS-SERVICE-DAYS
                                        / WS-CYCLE-DAYS
              END-IF
           END-IF.

       2378-CONVERT-SVC-DATE SECTION.

           MOVE ZERO                   TO WS-SVC-DAY.

           IF WS-SVC-YYYY IS NUMERIC AND
              WS-SVC-MM   IS NUMERIC AND
              WS-SVC-DD   IS NUMERIC
              MOVE WS-SVC-YYYY         TO WS-SVN-YYYY
              MOVE WS-SVC-MM           TO WS-SVN-MM
              MOVE WS-SVC-DD           TO WS-SVN-DD
              IF WS-SVN-YYYY > 1600 AND
                 WS-SVN-MM > 0 AND WS-SVN-MM < 13 AND
                 WS-SVN-DD > 0 AND WS-SVN-DD < 32
                 COMPUTE WS-SVC-DAY =
                         FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-N)
              END-IF
           END-IF.

       2350-SELECT-TARIFF SECTION.

           MOVE OUT-RATE-CAT           TO WS-SEL-CAT.
           MOVE SPACES                 TO WS-BEFORE-IMAGE.
           MOVE TI01-BILL-RECORD       TO WS-BEFORE-IMAGE.

           MOVE BILL-ID                TO WS-CYC-BILL-ID.
           PERFORM 2370-FIND-BILL-CYCLE.

           MOVE BILL-UNITS             TO WS-CALC-UNITS.
           PERFORM 3400-CALC-CHARGE.
           MOVE WS-CALC-AMOUNT         TO WS-OLD-CHARGE.

           MOVE BILL-UNITS             TO WS-CALC-UNITS.
           PERFORM 2340-CALC-CORR-UNITS.

           COMPUTE WS-ADJ-DIFF =
                   WS-NEW-CHARGE - WS-OLD-CHARGE.

           MOVE WS-CORR-UNITS          TO BILL-UNITS.

           IF WS-ADJ-DIFF < ZERO AND
              (ZERO - WS-ADJ-DIFF) > BILL-AMOUNT
           MOVE SPACES                 TO WS-BEFORE-IMAGE.
           MOVE MO01-BILL-UPD-RECORD   TO WS-BEFORE-IMAGE.

           MOVE UPD-BILL-ID            TO WS-CYC-BILL-ID.
           PERFORM 2370-FIND-BILL-CYCLE.

           MOVE UPD-UNITS              TO WS-CALC-UNITS.
           PERFORM 3400-CALC-CHARGE.
           MOVE WS-CALC-AMOUNT         TO WS-OLD-CHARGE.

           MOVE UPD-UNITS              TO WS-CALC-UNITS.
           PERFORM 2340-CALC-CORR-UNITS.

           COMPUTE WS-ADJ-DIFF =
                   WS-NEW-CHARGE - WS-OLD-CHARGE.

           MOVE WS-CORR-UNITS          TO UPD-UNITS.

           IF WS-ADJ-DIFF > ZERO
              COMPUTE UPD-BALANCE =
           DISPLAY ' CREDITS BANKED           ',  WS-CREDIT-CTR
           DISPLAY ' ADJUSTMENTS REJECTED     ',  WS-REJECT-CTR
           DISPLAY ' AUDIT RECORDS WRITTEN    ',  WS-AUDIT-CTR
           DISPLAY ' ADJUSTMENTS PRO-RATED    ',  WS-PRORATE-CTR
           DISPLAY ' LEDGER EVENTS WRITTEN    ',  WS-LGR-CTR
           DISPLAY '----------------------------------------'

                  MO01-TARIFF-KSDS,
                  TI01-BILL-KSDS,
                  MO01-CREDIT-KSDS,
                  MO01-METER-KSDS,
                  TO01-ADJ-AUDIT,
                  TO01-ADJ-ERR,
                  TO01-ACCT-LEDGER.
              CLOSE MO01-BILL-UPD
           END-IF.

           IF CYCLE-AVAILABLE
              CLOSE MO01-CYCLE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILLADJ PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'
