           RECORD KEY             IS CYC-CYCLE-NO
           FILE STATUS            IS WS-CYC-STATUS.

           SELECT MO01-METER-KSDS ASSIGN TO METERKSD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-METER-ID
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT TO01-MISS-RPT   ASSIGN TO MISSRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

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

       FD MO01-ROUTE-KSDS
           RECORD CONTAINS         16   CHARACTERS.
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
             88 MTR-LAST-INSTALL   VALUE 'I'.
             88 MTR-LAST-ACTUAL    VALUE 'A'.
             88 MTR-LAST-ESTIMATED VALUE 'E'.

       FD TO01-MISS-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-MISS-RPT-RECORD  PIC X(133).

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
          05 WS-MTR-STATUS         PIC X(02).
             88 MTR-IO-STATUS      VALUE '00'.
             88 MTR-ROW-NOTFND     VALUE '23'.
             88 MTR-FILE-NOTFND    VALUE '35'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             88 CYCLE-NOT-FOUND    VALUE 'N'.
          05 WS-SEL-CYCLE-NO       PIC 9(4) VALUE ZERO.

       01 WS-INDEX-CONTROLS.
          05 WS-MTR-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 MTR-AVAILABLE      VALUE 'Y'.
             88 MTR-NOT-AVAIL      VALUE 'N'.
          05 WS-INDEX-CAPACITY     PIC 9(7)V99.
          05 WS-RAW-UNITS          PIC 9(7)V99.
          05 WS-ROLLOVER-LIMIT     PIC 9(7)V99.
          05 WS-ROLLOVER-PCT       PIC 9(3) VALUE 10.
          05 WS-SUSPECT-REASON     PIC X(12).

       01 WS-READ-TABLE-CONTROLS.
          05 WS-READ-CNT           PIC 9(05) VALUE ZERO.
          05 WS-READ-MAX           PIC 9(05) VALUE 20000.
          05 WS-ROSTER-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-PRESENT-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-MISSING-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-SUSPECT-CTR        PIC 9(08) VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
          05 FILLER                PIC X(50) VALUE
          05 WS-D-STATUS           PIC X(12).
          05 FILLER                PIC X(93) VALUE SPACES.

       01 WS-RPT-SUSPECT-LINE.
          05 WS-S-CUST-ID          PIC X(9).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-S-METER-ID         PIC X(14).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-S-STATUS           PIC X(12).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 FILLER                PIC X(6) VALUE 'LAST: '.
          05 WS-S-LAST-INDEX       PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 FILLER                PIC X(6) VALUE 'READ: '.
          05 WS-S-READ-INDEX       PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(49) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             '*** ROSTER:        '.
          05 WS-T-PRESENT          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(15) VALUE '    MISSING:  '.
          05 WS-T-MISSING          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(15) VALUE '    SUSPECT:  '.
          05 WS-T-SUSPECT          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'RDCOMPL '.
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

           OPEN INPUT MO01-METER-KSDS.
           IF MTR-FILE-NOTFND
              SET MTR-NOT-AVAIL TO TRUE
              DISPLAY 'NO METER MASTER - INDEX CHECK SKIPPED   '
           ELSE
              IF NOT MTR-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING METER MASTER KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-MTR-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO01-MISS-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
           ADD 1 TO WS-READ-CNT.
           MOVE MR-CUST-ID TO WS-READ-CUST (WS-READ-CNT).

           IF MTR-AVAILABLE
              PERFORM 2350-CHECK-INDEX
           END-IF.

           PERFORM 2200-READ-METER-FILE.

       2350-CHECK-INDEX  SECTION.

           MOVE SPACES                 TO WS-SUSPECT-REASON.
           MOVE MR-METER-ID            TO MTR-METER-ID.

           READ MO01-METER-KSDS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF MTR-DIALS = 6
                      MOVE 1000000     TO WS-INDEX-CAPACITY
                   ELSE
                      MOVE 100000      TO WS-INDEX-CAPACITY
                   END-IF
                   IF MR-READ-INDEX NOT < WS-INDEX-CAPACITY
                      MOVE 'INDEX > DIAL' TO WS-SUSPECT-REASON
                   ELSE
                      IF MR-READ-INDEX < MTR-LAST-INDEX
                         COMPUTE WS-RAW-UNITS =
                                 WS-INDEX-CAPACITY - MTR-LAST-INDEX
                                                   + MR-READ-INDEX
                         COMPUTE WS-ROLLOVER-LIMIT =
                                 WS-INDEX-CAPACITY * WS-ROLLOVER-PCT
                                                   / 100
                         IF WS-RAW-UNITS > WS-ROLLOVER-LIMIT
                            MOVE 'INDEX BACKWD' TO WS-SUSPECT-REASON
                         END-IF
                      END-IF
                   END-IF
           END-READ.

           IF WS-SUSPECT-REASON NOT = SPACES
              ADD 1 TO WS-SUSPECT-CTR
              PERFORM 2750-PRINT-SUSPECT
           END-IF.

       2400-READ-ROUTE-KSDS  SECTION.

           READ MO01-ROUTE-KSDS
           MOVE WS-RPT-DETAIL-LINE TO TO01-MISS-RPT-RECORD.
           WRITE TO01-MISS-RPT-RECORD.

       2750-PRINT-SUSPECT  SECTION.

           MOVE MR-CUST-ID         TO WS-S-CUST-ID.
           MOVE MR-METER-ID        TO WS-S-METER-ID.
           MOVE WS-SUSPECT-REASON  TO WS-S-STATUS.
           MOVE MTR-LAST-INDEX     TO WS-S-LAST-INDEX.
           MOVE MR-READ-INDEX      TO WS-S-READ-INDEX.

           MOVE WS-RPT-SUSPECT-LINE TO TO01-MISS-RPT-RECORD.
           WRITE TO01-MISS-RPT-RECORD.

       3000-PRINT-HEADERS  SECTION.

           MOVE WS-DATE TO WS-T-RUN-DATE.
           MOVE WS-ROSTER-CTR  TO WS-T-ROSTER.
           MOVE WS-PRESENT-CTR TO WS-T-PRESENT.
           MOVE WS-MISSING-CTR TO WS-T-MISSING.
           MOVE WS-SUSPECT-CTR TO WS-T-SUSPECT.
           MOVE WS-RPT-TOTAL-LINE TO TO01-MISS-RPT-RECORD.
           WRITE TO01-MISS-RPT-RECORD.

           DISPLAY ' ROSTER CUSTOMERS CHECKED ',  WS-ROSTER-CTR
           DISPLAY ' READINGS PRESENT         ',  WS-PRESENT-CTR
           DISPLAY ' READINGS MISSING         ',  WS-MISSING-CTR
           DISPLAY ' SUSPECT METER INDEXES    ',  WS-SUSPECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-METER-READ,
              CLOSE MO01-CYCLE-KSDS
           END-IF.

           IF MTR-AVAILABLE
              CLOSE MO01-METER-KSDS
           END-IF.

           IF WS-MISSING-CTR > ZERO
              DISPLAY 'READINGS MISSING - SETTING RC 4         '
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-SUSPECT-CTR > ZERO
              DISPLAY 'SUSPECT METER INDEXES - SETTING RC 4    '
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'RDCOMPL PROCESSING COMPLETE ............'
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
                   MOVE WS-METER-CTR   TO RCT-RECS-IN
                   MOVE WS-PRESENT-CTR TO RCT-RECS-OUT
                   MOVE WS-MISSING-CTR TO RCT-RECS-REJECT
                   MOVE ZERO           TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
