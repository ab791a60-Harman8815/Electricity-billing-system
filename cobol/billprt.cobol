           RECORD KEY             IS CR-CUST-ID
           FILE STATUS            IS WS-CRED-STATUS.

           SELECT MO01-CYCLE-KSDS ASSIGN TO CYCLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CYC-CYCLE-NO
           FILE STATUS            IS WS-CYC-STATUS.

           SELECT MO01-METER-KSDS ASSIGN TO METERKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-METER-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MO01-MANDATE-KSDS ASSIGN TO MANDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MND-CUST-ID
           FILE STATUS            IS WS-MND-STATUS.

           SELECT TO01-BILL-STMT  ASSIGN TO BILLSTMT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-STMT-STATUS.

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
          05 BILL-STATUS        PIC X(2).

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

       FD MO01-BILL-UPD
           RECORD CONTAINS         146   CHARACTERS.
          05 CR-APPLIED-AMT     PIC 9(9)V99.
          05 CR-APPLIED-DATE    PIC 9(8).

       FD MO01-CYCLE-KSDS
           RECORD CONTAINS         32   CHARACTERS.

       01 MO01-CYCLE-RECORD.
          05 CYC-CYCLE-NO       PIC 9(4).
          05 CYC-READ-START     PIC X(10).
          05 CYC-READ-END       PIC X(10).
          05 CYC-BILL-DATE      PIC 9(8).

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

       FD TO01-BILL-STMT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-BILL-STMT-RECORD PIC X(133).

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
             88 CRED-IO-STATUS     VALUE '00'.
             88 CRED-ROW-NOTFND    VALUE '23'.
             88 CRED-FILE-NOTFND   VALUE '35'.
          05 WS-CYC-STATUS         PIC X(02).
             88 CYC-IO-STATUS      VALUE '00'.
             88 CYC-ROW-NOTFND     VALUE '23'.
             88 CYC-FILE-NOTFND    VALUE '35'.
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
             88 MTR-ROW-NOTFND     VALUE '23'.
             88 MTR-FILE-NOTFND    VALUE '35'.
          05 WS-MND-STATUS         PIC X(02).
             88 MND-IO-STATUS      VALUE '00'.
             88 MND-ROW-NOTFND     VALUE '23'.
             88 MND-FILE-NOTFND    VALUE '35'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             10 FILLER             PIC X VALUE '-'.
             10 WS-RF-DD           PIC 99.

       01 WS-CYCLE-CONTROLS.
          05 WS-CYCLE-AVAIL-FLAG   PIC X VALUE 'Y'.
             88 CYCLE-AVAILABLE    VALUE 'Y'.
             88 CYCLE-NOT-AVAIL    VALUE 'N'.
          05 WS-CYCLE-FOUND-FLAG   PIC X VALUE 'N'.
             88 CYCLE-FOUND        VALUE 'Y'.
             88 CYCLE-NOT-FOUND    VALUE 'N'.
          05 WS-MTR-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 MTR-AVAILABLE      VALUE 'Y'.
             88 MTR-NOT-AVAIL      VALUE 'N'.

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
             10 FILLER             PIC X VALUE '-'.
             10 WS-DF-DD           PIC 99.

       01 WS-DEBIT-WORK.
          05 WS-MND-AVAILABLE      PIC X VALUE 'Y'.
             88 MND-AVAILABLE      VALUE 'Y'.
             88 MND-NOT-AVAILABLE  VALUE 'N'.
          05 WS-DEBIT-FLAG         PIC X VALUE 'N'.
             88 DEBIT-PENDING      VALUE 'Y'.
             88 DEBIT-NOT-PENDING  VALUE 'N'.
          05 WS-DEBIT-AMT          PIC 9(9)V99 VALUE ZERO.
          05 WS-DEBIT-BALANCE      PIC 9(9)V99 VALUE ZERO.
          05 WS-DEBIT-DATE-NUM     PIC 9(8).
          05 WS-DEBIT-DATE-ID REDEFINES WS-DEBIT-DATE-NUM.
             10 WS-DBT-YYYY        PIC 9(4).
             10 WS-DBT-MM          PIC 99.
             10 WS-DBT-DD          PIC 99.
          05 WS-DEBIT-DATE-FMT.
             10 WS-DBF-YYYY        PIC 9(4).
             10 FILLER             PIC X VALUE '-'.
             10 WS-DBF-MM          PIC 99.
             10 FILLER             PIC X VALUE '-'.
             10 WS-DBF-DD          PIC 99.

       01 WS-DUE-DAYS-CONTROL.
          05 WS-DUE-DAYS           PIC 9(3) VALUE 30.

          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-PRINT-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-NOCUST-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-PRORATE-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-DEBIT-CTR          PIC 9(08) VALUE ZEROS.

       01 WS-STMT-TITLE-LINE.
          05 FILLER                PIC X(45) VALUE
          05 WS-R-UNITS            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(80) VALUE SPACES.

       01 WS-STMT-SVC-LINE.
          05 FILLER                PIC X(14) VALUE 'SERVICE DAYS: '.
          05 WS-SV-DAYS            PIC ZZ9.
          05 FILLER                PIC X(4) VALUE ' OF '.
          05 WS-SV-CYCLE-DAYS      PIC ZZ9.
          05 FILLER                PIC X(109) VALUE SPACES.

       01 WS-STMT-PRORATE-LINE.
          05 FILLER                PIC X(24) VALUE
             'PRO-RATED SLAB LIMITS:  '.
          05 FILLER                PIC X(4) VALUE 'S1 '.
          05 WS-PR-S1-LIMIT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(5) VALUE '  S2 '.
          05 WS-PR-S2-LIMIT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(5) VALUE '  S3 '.
          05 WS-PR-S3-LIMIT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(59) VALUE SPACES.

       01 WS-STMT-SLAB-HDR.
          05 FILLER                PIC X(40) VALUE
             '   SLAB        UNITS         RATE       '.
          05 WS-DU-DATE            PIC X(10).
          05 FILLER                PIC X(97) VALUE SPACES.

       01 WS-STMT-DEBIT-LINE.
          05 FILLER                PIC X(26) VALUE
             'DIRECT DEBIT:             '.
          05 WS-DD-AMT             PIC $$,$$$,$$9.99.
          05 FILLER                PIC X(38) VALUE
             ' WILL BE DEBITED FROM YOUR ACCOUNT ON '.
          05 WS-DD-DATE            PIC X(10).
          05 FILLER                PIC X(46) VALUE SPACES.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'BILLPRT '.
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

           MOVE WS-DD                  TO WS-RF-DD.
           MOVE WS-RUN-DATE-FMT        TO WS-T-DATE.

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

           OPEN INPUT MO01-CYCLE-KSDS.
           IF CYC-FILE-NOTFND
              SET CYCLE-NOT-AVAIL TO TRUE
              DISPLAY 'NO CYCLE CALENDAR - NO SERVICE DAYS     '
           ELSE
              IF NOT CYC-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CYCLE CALENDAR KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-CYC-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT MO01-METER-KSDS.
           IF MTR-FILE-NOTFND
              SET MTR-NOT-AVAIL TO TRUE
              DISPLAY 'NO METER MASTER - CYCLE START ASSUMED   '
           ELSE
              IF NOT MTR-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING METER MASTER KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-MTR-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT MO01-MANDATE-KSDS.
           IF MND-FILE-NOTFND
              SET MND-NOT-AVAILABLE TO TRUE
              DISPLAY 'NO MANDATE MASTER - NO DIRECT DEBIT LINES'
           ELSE
              IF NOT MND-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING MANDATE MASTER KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-MND-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO01-BILL-STMT.
           IF NOT STMT-IO-STATUS
              DISPLAY '----------------------------------------'
                   MOVE SPACES         TO OUT-LOCALITY
                   MOVE SPACES         TO OUT-CITY
                   MOVE SPACES         TO OUT-RATE-CAT
                   MOVE SPACES         TO OUT-STATUS
                   MOVE ZERO           TO OUT-STATUS-DATE
           END-READ.

           PERFORM 2350-SELECT-TARIFF.

           PERFORM 2370-FIND-BILL-CYCLE.

           PERFORM 2400-CALC-SLAB-BREAKDOWN.

           PERFORM 2500-GET-LATE-FEE.
           END-IF.
           MOVE BILL-AMOUNT            TO WS-TOTAL-DUE.

           PERFORM 2650-GET-DIRECT-DEBIT.

           PERFORM 3000-WRITE-STATEMENT.

           ADD 1 TO WS-PRINT-CTR.
                      ' - BREAKDOWN OMITTED FOR ' BILL-ID
           END-IF.

       2370-FIND-BILL-CYCLE SECTION.

           SET CYCLE-NOT-FOUND         TO TRUE.
           SET NOT-PRORATED            TO TRUE.

           IF CYCLE-AVAILABLE AND BILL-ID (11:4) IS NUMERIC
              MOVE BILL-ID (11:4)      TO CYC-CYCLE-NO
              READ MO01-CYCLE-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CYC-READ-START NOT > BILL-READ-DATE AND
                         CYC-READ-END   NOT < BILL-READ-DATE
                         SET CYCLE-FOUND  TO TRUE
                      END-IF
              END-READ
           END-IF.

           IF CYCLE-FOUND
              MOVE CYC-READ-START      TO WS-CYC-START-DATE
              MOVE CYC-READ-END        TO WS-CYC-END-DATE
              MOVE CYC-READ-START      TO WS-SVC-START-DATE
              IF MTR-AVAILABLE AND BILL-METER-ID NOT = SPACES
                 MOVE BILL-METER-ID    TO MTR-METER-ID
                 READ MO01-METER-KSDS
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE MTR-INSTALL-DATE TO WS-SVC-START-DATE
                 END-READ
              END-IF
              PERFORM 2375-PRORATE-SLABS
              IF PRORATED AND TRF-FOUND
                 ADD 1 TO WS-PRORATE-CTR
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

       2400-CALC-SLAB-BREAKDOWN SECTION.

           MOVE BILL-UNITS             TO WS-REMAIN-UNITS.
           MOVE WS-DUE-MM              TO WS-DF-MM.
           MOVE WS-DUE-DD              TO WS-DF-DD.

       2650-GET-DIRECT-DEBIT SECTION.

           SET DEBIT-NOT-PENDING       TO TRUE.
           MOVE ZERO                   TO WS-DEBIT-AMT.
           MOVE ZERO                   TO WS-DEBIT-BALANCE.

           IF MND-NOT-AVAILABLE
              CONTINUE
           ELSE
              MOVE BILL-CUST-ID        TO MND-CUST-ID
              READ MO01-MANDATE-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF MND-ACTIVE AND
                         MND-LAST-BILL-ID = BILL-ID
                         SET DEBIT-PENDING TO TRUE
                      END-IF
              END-READ
           END-IF.

           IF DEBIT-PENDING
              ADD 1 TO WS-DEBIT-CTR
              MOVE MND-LAST-DEBIT-AMT  TO WS-DEBIT-AMT
              IF WS-TOTAL-DUE > WS-DEBIT-AMT
                 COMPUTE WS-DEBIT-BALANCE =
                         WS-TOTAL-DUE - WS-DEBIT-AMT
              END-IF
              MOVE MND-LAST-DEBIT-DATE TO WS-DEBIT-DATE-NUM
              MOVE WS-DBT-YYYY         TO WS-DBF-YYYY
              MOVE WS-DBT-MM           TO WS-DBF-MM
              MOVE WS-DBT-DD           TO WS-DBF-DD
           END-IF.

       3000-WRITE-STATEMENT SECTION.

           MOVE SPACES TO TO01-BILL-STMT-RECORD.
           MOVE WS-STMT-READ-LINE TO TO01-BILL-STMT-RECORD.
           WRITE TO01-BILL-STMT-RECORD.

           IF CYCLE-FOUND AND WS-CYCLE-DAYS > ZERO
              MOVE WS-SERVICE-DAYS TO WS-SV-DAYS
              MOVE WS-CYCLE-DAYS   TO WS-SV-CYCLE-DAYS
              MOVE WS-STMT-SVC-LINE TO TO01-BILL-STMT-RECORD
              WRITE TO01-BILL-STMT-RECORD
              IF PRORATED AND TRF-FOUND
                 MOVE WS-SLAB1-LIMIT TO WS-PR-S1-LIMIT
                 MOVE WS-SLAB2-LIMIT TO WS-PR-S2-LIMIT
                 MOVE WS-SLAB3-LIMIT TO WS-PR-S3-LIMIT
                 MOVE WS-STMT-PRORATE-LINE TO TO01-BILL-STMT-RECORD
                 WRITE TO01-BILL-STMT-RECORD
              END-IF
           END-IF.

           MOVE SPACES TO TO01-BILL-STMT-RECORD.
           WRITE TO01-BILL-STMT-RECORD.

           MOVE WS-STMT-AMT-LINE TO TO01-BILL-STMT-RECORD.
           WRITE TO01-BILL-STMT-RECORD.

           IF DEBIT-PENDING
              MOVE WS-DEBIT-AMT      TO WS-DD-AMT
              MOVE WS-DEBIT-DATE-FMT TO WS-DD-DATE
              MOVE WS-STMT-DEBIT-LINE TO TO01-BILL-STMT-RECORD
              WRITE TO01-BILL-STMT-RECORD
              IF WS-DEBIT-BALANCE > ZERO
                 MOVE 'BALANCE NOT DEBITED:      ' TO WS-AM-LABEL
                 MOVE WS-DEBIT-BALANCE TO WS-AM-AMT
                 MOVE WS-STMT-AMT-LINE TO TO01-BILL-STMT-RECORD
                 WRITE TO01-BILL-STMT-RECORD
                 MOVE WS-DUE-DATE-FMT TO WS-DU-DATE
                 MOVE WS-STMT-DUE-LINE TO TO01-BILL-STMT-RECORD
                 WRITE TO01-BILL-STMT-RECORD
              END-IF
           ELSE
              MOVE WS-DUE-DATE-FMT TO WS-DU-DATE
              MOVE WS-STMT-DUE-LINE TO TO01-BILL-STMT-RECORD
              WRITE TO01-BILL-STMT-RECORD
           END-IF.

           MOVE WS-STMT-RULE-LINE TO TO01-BILL-STMT-RECORD.
           WRITE TO01-BILL-STMT-RECORD.
           DISPLAY ' BILLS READ               ',  WS-READ-CTR
           DISPLAY ' STATEMENTS PRINTED       ',  WS-PRINT-CTR
           DISPLAY ' MISSING CUSTOMER MASTER  ',  WS-NOCUST-CTR
           DISPLAY ' PRO-RATED STATEMENTS     ',  WS-PRORATE-CTR
           DISPLAY ' DIRECT DEBIT STATEMENTS  ',  WS-DEBIT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-KSDS,
              CLOSE MO01-CREDIT-KSDS
           END-IF.

           IF CYCLE-AVAILABLE
              CLOSE MO01-CYCLE-KSDS
           END-IF.

           IF MTR-AVAILABLE
              CLOSE MO01-METER-KSDS
           END-IF.

           IF MND-AVAILABLE
              CLOSE MO01-MANDATE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILLPRT PROCESSING COMPLETE ............'
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
                   MOVE WS-PRINT-CTR   TO RCT-RECS-OUT
                   MOVE WS-NOCUST-CTR  TO RCT-RECS-REJECT
                   MOVE ZERO           TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
