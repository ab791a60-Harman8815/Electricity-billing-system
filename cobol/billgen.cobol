           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CTL-STATUS.

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
          05 MR-CUST-ID      PIC X(9).
          05 MR-METER-ID     PIC X(14).
          05 MR-READ-DATE    PIC X(10).
          05 MR-READ-INDEX   PIC 9(7)V99.

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-STATUS    PIC X(10).
             88 CUST-ACTIVE VALUE 'ACTIVE'.
             88 CUST-CLOSED VALUE 'CLOSED'.
             88 CUST-DISCONN VALUE 'DISCONN'.
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TI01-BILL-KSDS
           RECORD CONTAINS         110   CHARACTERS.
          05 UPD-LATE-FEE       PIC 9(7)V99.

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

       FD MO01-DEPOSIT-KSDS
           RECORD CONTAINS         47   CHARACTERS.
          05 CTL-AMOUNT-1       PIC 9(11)V99.
          05 CTL-AMOUNT-2       PIC 9(11)V99.

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
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-EOF            VALUE '10'.
             88 CYC-FILE-NOTFND    VALUE '35'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-SEL-CYCLE-NO       PIC 9(4) VALUE ZERO.
          05 WS-CYCLE-ID           PIC X(4).

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
          05 WS-CYC-START-N        PIC 9(8) VALUE ZERO.
          05 WS-CYC-END-N          PIC 9(8) VALUE ZERO.
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
          05 WS-NEW-UNITS          PIC 9(7)V99.
          05 WS-OLD-CHARGE         PIC 9(9)V99.

       01 WS-INDEX-WORK.
          05 WS-READ-UNITS         PIC 9(7)V99.
          05 WS-RAW-UNITS          PIC 9(7)V99.
          05 WS-INDEX-CAPACITY     PIC 9(7)V99.
          05 WS-ROLLOVER-LIMIT     PIC 9(7)V99.
          05 WS-ROLLOVER-PCT       PIC 9(3) VALUE 10.
          05 WS-MULTIPLIER         PIC 9(5).

       01 WS-PRIOR-BAL-WORK.
          05 WS-PRIOR-BAL          PIC 9(9)V99 VALUE ZERO.
          05 WS-UPD-KEY            PIC X(14).
          05 WS-WRITE-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-ERR-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-CONX-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-ROLLOVER-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-MERGE-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-DEPOFF-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-RFND-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CRED-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-PRORATE-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-CRED-AMT           PIC 9(11)V99 VALUE ZERO.
          05 WS-BILLED-AMT         PIC 9(11)V99 VALUE ZERO.

          05 WS-DEVIATION-UNITS    PIC S9(7)V99.
          05 WS-DEVIATION-PCT      PIC 9(5)V99.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'BILLGEN '.
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


           ACCEPT WS-SEL-CYCLE-NO FROM SYSIN.

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
              END-IF
           END-IF.

           OPEN I-O MO01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER MASTER KSDS         '

           IF CYCLE-FOUND
              MOVE CYC-CYCLE-NO        TO WS-CYCLE-ID
              MOVE CYC-READ-START      TO WS-CYC-START-DATE
              MOVE CYC-READ-END        TO WS-CYC-END-DATE
              MOVE WS-CYC-START-DATE   TO WS-SVC-DATE-EDIT
              PERFORM 2368-CONVERT-SVC-DATE
              IF WS-SVC-DAY > ZERO
                 MOVE WS-SVC-DATE-N    TO WS-CYC-START-N
              END-IF
              MOVE WS-CYC-END-DATE     TO WS-SVC-DATE-EDIT
              PERFORM 2368-CONVERT-SVC-DATE
              IF WS-SVC-DAY > ZERO
                 MOVE WS-SVC-DATE-N    TO WS-CYC-END-N
              END-IF
              DISPLAY 'BILLING CYCLE ' WS-CYCLE-ID
                      ' READ WINDOW ' CYC-READ-START
                      ' THRU ' CYC-READ-END
                   MOVE MR-CUST-ID       TO ERRB-CUST-ID
                   MOVE MR-METER-ID      TO ERRB-METER-ID
                   MOVE MR-READ-DATE     TO ERRB-READ-DATE
                   MOVE MR-READ-INDEX    TO ERRB-UNITS
                   MOVE 'NO-CUSTOMER'    TO ERRB-REASON
                   WRITE TO01-BILL-ERR-RECORD
                   ADD 1 TO WS-ERR-CTR
              PERFORM 2320-VALIDATE-METER
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2330-CALC-CONSUMPTION
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2350-SELECT-TARIFF
           END-IF.

           IF VALID-RECORD-FLAG AND CYCLE-FOUND
              MOVE MTR-INSTALL-DATE    TO WS-SVC-START-DATE
              PERFORM 2360-PRORATE-SLABS
              IF PRORATED
                 ADD 1 TO WS-PRORATE-CTR
                 DISPLAY 'PRO-RATED ' MR-CUST-ID ' '
                         WS-SERVICE-DAYS ' OF ' WS-CYCLE-DAYS ' DAYS'
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              PERFORM 2380-APPLY-EST-TRUEUP
              PERFORM 2400-CALC-BILL-AMOUNT
              IF VALID-RECORD-FLAG
                 PERFORM 2600-CHECK-CONSUMPTION
                 PERFORM 2700-WRITE-METER-HISTORY
                 PERFORM 2750-UPDATE-METER-INDEX
              END-IF
           END-IF.

                   SET FINAL-BILL           TO TRUE
                   DISPLAY 'FINAL BILL FOR CLOSED CUSTOMER '
                           MR-CUST-ID
               WHEN CUST-DISCONN AND CYCLE-FOUND AND
                    OUT-STATUS-DATE IS NUMERIC AND
                    OUT-STATUS-DATE NOT < WS-CYC-START-N AND
                    OUT-STATUS-DATE NOT > WS-CYC-END-N
                   SET FINAL-BILL           TO TRUE
                   DISPLAY 'FINAL BILL FOR DISCONNECTED CUSTOMER '
                           MR-CUST-ID
               WHEN OTHER
                   SET ERROR-RECORD-FLAG    TO TRUE
                   DISPLAY 'CUSTOMER ' MR-CUST-ID
                   MOVE MR-CUST-ID       TO ERRB-CUST-ID
                   MOVE MR-METER-ID      TO ERRB-METER-ID
                   MOVE MR-READ-DATE     TO ERRB-READ-DATE
                   MOVE MR-READ-INDEX    TO ERRB-UNITS
                   MOVE 'CUST-NOT-ACTIVE' TO ERRB-REASON
                   WRITE TO01-BILL-ERR-RECORD
                   ADD 1 TO WS-ERR-CTR
              MOVE MR-CUST-ID       TO ERRB-CUST-ID
              MOVE MR-METER-ID      TO ERRB-METER-ID
              MOVE MR-READ-DATE     TO ERRB-READ-DATE
              MOVE MR-READ-INDEX    TO ERRB-UNITS
              WRITE TO01-BILL-ERR-RECORD
              ADD 1 TO WS-ERR-CTR
           END-IF.

       2330-CALC-CONSUMPTION SECTION.

           IF MTR-DIALS = 6
              MOVE 1000000             TO WS-INDEX-CAPACITY
           ELSE
              MOVE 100000              TO WS-INDEX-CAPACITY
           END-IF.

           IF MTR-MULTIPLIER = ZERO
              MOVE 1                   TO WS-MULTIPLIER
           ELSE
              MOVE MTR-MULTIPLIER      TO WS-MULTIPLIER
           END-IF.

           MOVE ZERO                   TO WS-RAW-UNITS.

           IF MR-READ-INDEX NOT < WS-INDEX-CAPACITY
              SET ERROR-RECORD-FLAG    TO TRUE
              DISPLAY 'INDEX ' MR-READ-INDEX
                      ' EXCEEDS REGISTER ON ' MR-METER-ID
              MOVE 'BAD-INDEX'         TO ERRB-REASON
           ELSE
              IF MR-READ-INDEX NOT < MTR-LAST-INDEX
                 COMPUTE WS-RAW-UNITS =
                         MR-READ-INDEX - MTR-LAST-INDEX
              ELSE
                 COMPUTE WS-RAW-UNITS =
                         WS-INDEX-CAPACITY - MTR-LAST-INDEX
                                           + MR-READ-INDEX
                 COMPUTE WS-ROLLOVER-LIMIT =
                         WS-INDEX-CAPACITY * WS-ROLLOVER-PCT / 100
                 IF WS-RAW-UNITS > WS-ROLLOVER-LIMIT
                    SET ERROR-RECORD-FLAG TO TRUE
                    DISPLAY 'INDEX ' MR-READ-INDEX
                            ' BELOW LAST BILLED ' MTR-LAST-INDEX
                            ' ON ' MR-METER-ID
                    MOVE 'INDEX-BACKWARD' TO ERRB-REASON
                 ELSE
                    ADD 1 TO WS-ROLLOVER-CTR
                    DISPLAY 'REGISTER ROLLOVER ON ' MR-METER-ID
                            ' LAST ' MTR-LAST-INDEX
                            ' NEW ' MR-READ-INDEX
                 END-IF
              END-IF
           END-IF.

           IF VALID-RECORD-FLAG
              COMPUTE WS-READ-UNITS = WS-RAW-UNITS * WS-MULTIPLIER
                 ON SIZE ERROR
                    SET ERROR-RECORD-FLAG TO TRUE
                    DISPLAY 'UNITS OVERFLOW ON ' MR-METER-ID
                            ' MULTIPLIER ' WS-MULTIPLIER
                    MOVE 'UNITS-OVERFLOW' TO ERRB-REASON
              END-COMPUTE
           END-IF.

           IF ERROR-RECORD-FLAG
              MOVE MR-CUST-ID       TO ERRB-CUST-ID
              MOVE MR-METER-ID      TO ERRB-METER-ID
              MOVE MR-READ-DATE     TO ERRB-READ-DATE
              MOVE MR-READ-INDEX    TO ERRB-UNITS
              WRITE TO01-BILL-ERR-RECORD
              ADD 1 TO WS-ERR-CTR
           END-IF.
              MOVE MR-CUST-ID       TO ERRB-CUST-ID
              MOVE MR-METER-ID      TO ERRB-METER-ID
              MOVE MR-READ-DATE     TO ERRB-READ-DATE
              MOVE MR-READ-INDEX    TO ERRB-UNITS
              MOVE 'NO-TARIFF'      TO ERRB-REASON
              WRITE TO01-BILL-ERR-RECORD
              ADD 1 TO WS-ERR-CTR
           END-IF.

       2360-PRORATE-SLABS SECTION.

           SET NOT-PRORATED            TO TRUE.

           MOVE WS-CYC-START-DATE      TO WS-SVC-DATE-EDIT.
           PERFORM 2368-CONVERT-SVC-DATE.
           MOVE WS-SVC-DAY             TO WS-CYC-START-DAY.
           MOVE WS-CYC-END-DATE        TO WS-SVC-DATE-EDIT.
           PERFORM 2368-CONVERT-SVC-DATE.
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
              PERFORM 2368-CONVERT-SVC-DATE
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

       2368-CONVERT-SVC-DATE SECTION.

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

       2380-APPLY-EST-TRUEUP SECTION.

           MOVE WS-READ-UNITS          TO WS-BILLABLE-UNITS.
           MOVE MR-CUST-ID             TO AVG-CUST-ID.
           MOVE MR-METER-ID            TO AVG-METER-ID.
           SET AVG-RECORD-FOUND        TO TRUE.
                   SET AVG-RECORD-SEEDED  TO TRUE
                NOT INVALID KEY
                   IF AVG-CONSEC-EST > ZERO
                      IF WS-READ-UNITS > AVG-EST-UNITS
                         COMPUTE WS-BILLABLE-UNITS =
                                 WS-READ-UNITS - AVG-EST-UNITS
                      ELSE
                         MOVE ZERO     TO WS-BILLABLE-UNITS
                      END-IF
              MOVE MR-CUST-ID       TO ERRB-CUST-ID
              MOVE MR-METER-ID      TO ERRB-METER-ID
              MOVE MR-READ-DATE     TO ERRB-READ-DATE
              MOVE MR-READ-INDEX    TO ERRB-UNITS
              MOVE 'DUP-BILL-ID'    TO ERRB-REASON
              WRITE TO01-BILL-ERR-RECORD
              ADD 1 TO WS-ERR-CTR
              MOVE MR-CUST-ID        TO AVG-CUST-ID
              MOVE MR-METER-ID       TO AVG-METER-ID
              MOVE 1                 TO AVG-READING-CNT
              MOVE WS-READ-UNITS     TO AVG-UNITS-TOTAL
              MOVE WS-READ-UNITS     TO AVG-TRAILING-AVG
              MOVE WS-READ-UNITS     TO AVG-LAST-UNITS
              MOVE WS-DATE           TO AVG-LAST-CYCLE
              MOVE ZERO              TO AVG-CONSEC-EST
              MOVE ZERO              TO AVG-EST-UNITS

           IF AVG-RECORD-FOUND
              COMPUTE WS-DEVIATION-UNITS =
                      WS-READ-UNITS - AVG-TRAILING-AVG
              IF AVG-TRAILING-AVG > ZERO
                 COMPUTE WS-DEVIATION-PCT ROUNDED =
                    (FUNCTION ABS(WS-DEVIATION-UNITS) /
              IF WS-DEVIATION-PCT > WS-DEVIATION-THRESHOLD
                 MOVE MR-CUST-ID         TO CX-CUST-ID
                 MOVE WS-DATE            TO CX-CYCLE-DATE
                 MOVE WS-READ-UNITS      TO CX-CURRENT-UNITS
                 MOVE AVG-TRAILING-AVG   TO CX-TRAILING-AVG
                 MOVE WS-DEVIATION-PCT   TO CX-DEVIATION-PCT
                 MOVE 'ABNORMAL-CONSUMP' TO CX-REASON
              END-IF

              ADD 1 TO AVG-READING-CNT
              ADD WS-READ-UNITS TO AVG-UNITS-TOTAL
              COMPUTE AVG-TRAILING-AVG ROUNDED =
                      AVG-UNITS-TOTAL / AVG-READING-CNT
              MOVE WS-READ-UNITS TO AVG-LAST-UNITS
              MOVE WS-DATE TO AVG-LAST-CYCLE
              MOVE ZERO TO AVG-CONSEC-EST
              MOVE ZERO TO AVG-EST-UNITS

           MOVE MR-CUST-ID              TO MH-CUST-ID.
           MOVE WS-DATE                 TO MH-CYCLE-DATE.
           MOVE WS-READ-UNITS           TO MH-UNITS.
           MOVE 'BILLGEN'               TO MH-SOURCE.

           WRITE TO01-METER-HIST-RECORD.

       2750-UPDATE-METER-INDEX SECTION.

           MOVE MTR-LAST-INDEX          TO MTR-PREV-INDEX.
           MOVE MR-READ-INDEX           TO MTR-LAST-INDEX.
           MOVE MR-READ-DATE            TO MTR-LAST-READ-DATE.
           SET MTR-LAST-ACTUAL          TO TRUE.

           REWRITE MO01-METER-MSTR-RECORD
                   INVALID KEY
                      DISPLAY 'METER INDEX NOT UPDATED FOR '
                              MR-METER-ID ' STATUS ' WS-MTR-STATUS
           END-REWRITE.

       9000-TERMINATE   SECTION.

           PERFORM 9100-SWEEP-DEPOSIT-REFUNDS.
           DISPLAY ' READINGS MERGED TO BILLS ',  WS-MERGE-CTR
           DISPLAY ' READINGS REJECTED        ',  WS-ERR-CTR
           DISPLAY ' CONSUMPTION EXCEPTIONS   ',  WS-CONX-CTR
           DISPLAY ' REGISTER ROLLOVERS       ',  WS-ROLLOVER-CTR
           DISPLAY ' DEPOSITS OFFSET          ',  WS-DEPOFF-CTR
           DISPLAY ' REFUNDS DUE              ',  WS-RFND-CTR
           DISPLAY ' CREDITS APPLIED          ',  WS-CRED-CTR
           DISPLAY ' CREDIT AMOUNT APPLIED    ',  WS-CRED-AMT
           DISPLAY ' BILLS PRO-RATED          ',  WS-PRORATE-CTR
           DISPLAY ' LEDGER EVENTS WRITTEN    ',  WS-LGR-CTR
           DISPLAY ' TOTAL BILLED AMOUNT      ',  WS-BILLED-AMT
           DISPLAY '----------------------------------------'
           DISPLAY 'BILLGEN PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           PERFORM 9700-CLOSE-RUN-CONTROL.

           STOP RUN.

       9100-SWEEP-DEPOSIT-REFUNDS SECTION.
           MOVE ZERO             TO CTL-AMOUNT-2.

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
                   MOVE WS-READ-CTR    TO RCT-RECS-IN
                   MOVE WS-WRITE-CTR   TO RCT-RECS-OUT
                   MOVE WS-ERR-CTR     TO RCT-RECS-REJECT
                   MOVE WS-BILLED-AMT  TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
