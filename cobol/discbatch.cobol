           RECORD KEY             IS PLAN-CUST-ID
           FILE STATUS            IS WS-PLAN-STATUS.

           SELECT MO01-DISPUTE-KSDS ASSIGN TO DISPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS DPT-KEY
           FILE STATUS            IS WS-DPT-STATUS.

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
          05 DISC-LAST-RUN-DATE    PIC 9(8).

       FD MO01-CUST-KSDS
           RECORD CONTAINS         156   CHARACTERS.

       01 MO01-CUSTOMER-RECORD.
          05 CF-O-CUST-ID  PIC X(9).
          05 OUT-UNITS     PIC X(10).
          05 OUT-STATUS    PIC X(10).
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TO01-DISC-CAND
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
             88 PLAN-IO-STATUS     VALUE '00'.
             88 PLAN-ROW-NOTFND    VALUE '23'.
             88 PLAN-FILE-NOTFND   VALUE '35'.
          05 WS-DPT-STATUS         PIC X(02).
             88 DPT-IO-STATUS      VALUE '00'.
             88 DPT-FILE-NOTFND    VALUE '35'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DISC-CONTROLS.
          05 WS-CYCLE-THRESHOLD    PIC 9(3) VALUE 3.
             88 PLAN-EXCLUDED      VALUE 'Y'.
             88 PLAN-NOT-EXCLUDED  VALUE 'N'.

       01 WS-DISPUTE-WORK.
          05 WS-DPT-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 DPT-AVAILABLE      VALUE 'Y'.
             88 DPT-NOT-AVAIL      VALUE 'N'.
          05 WS-DPT-SWEEP-FLAG     PIC 9.
             88 DPT-SWEEP-MORE     VALUE 1.
             88 DPT-SWEEP-DONE     VALUE 2.
          05 WS-DPT-HOLD-FLAG      PIC X VALUE 'N'.
             88 DPT-HELD           VALUE 'Y'.
             88 DPT-NOT-HELD       VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CAND-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-PLANEXCL-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-DISPEXCL-CTR       PIC 9(08) VALUE ZEROS.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'DISCBTCH'.
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
              MOVE 3 TO WS-CYCLE-THRESHOLD
           END-IF.

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

           OPEN INPUT MO01-DISPUTE-KSDS.
           IF DPT-FILE-NOTFND
              SET DPT-NOT-AVAIL TO TRUE
              DISPLAY 'NO DISPUTE MASTER - NO DISPUTE HOLDS    '
           ELSE
              IF NOT DPT-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING DISPUTE MASTER KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-DPT-STATUS
                 DISPLAY '----------------------------------------'
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISCONNECT TRACKING FILE IS OPENED .....'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
                 DISPLAY 'CUSTOMER ' DISC-CUST-ID
                         ' ON ACTIVE PAYMENT PLAN - EXCLUDED'
              ELSE
                 PERFORM 2360-CHECK-DISPUTE-HOLD
                 IF DPT-HELD
                    ADD 1 TO WS-DISPEXCL-CTR
                    DISPLAY 'CUSTOMER ' DISC-CUST-ID
                            ' HAS OPEN BILL DISPUTE - EXCLUDED'
                 ELSE
                    PERFORM 2400-WRITE-CANDIDATE
                 END-IF
              END-IF
           END-IF.

              END-READ
           END-IF.

       2360-CHECK-DISPUTE-HOLD  SECTION.

           SET DPT-NOT-HELD            TO TRUE.

           IF DPT-AVAILABLE
              SET DPT-SWEEP-MORE       TO TRUE
              MOVE DISC-CUST-ID        TO DPT-CUST-ID
              MOVE LOW-VALUES          TO DPT-BILL-ID
              START MO01-DISPUTE-KSDS
                    KEY >= DPT-KEY
                    INVALID KEY SET DPT-SWEEP-DONE TO TRUE
              END-START
              PERFORM 2365-SCAN-DISPUTE-ITEM UNTIL DPT-SWEEP-DONE
           END-IF.

       2365-SCAN-DISPUTE-ITEM  SECTION.

           READ MO01-DISPUTE-KSDS NEXT RECORD
                AT END
                   SET DPT-SWEEP-DONE TO TRUE
                NOT AT END
                   IF DPT-CUST-ID = DISC-CUST-ID
                      IF DPT-OPEN
                         SET DPT-HELD TO TRUE
                         SET DPT-SWEEP-DONE TO TRUE
                      END-IF
                   ELSE
                      SET DPT-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2400-WRITE-CANDIDATE  SECTION.

           MOVE DISC-CUST-ID    TO CF-O-CUST-ID.
           DISPLAY ' TRACKING RECORDS READ    ',  WS-READ-CTR
           DISPLAY ' DISCONNECT CANDIDATES    ',  WS-CAND-CTR
           DISPLAY ' EXCLUDED - PAYMENT PLAN  ',  WS-PLANEXCL-CTR
           DISPLAY ' EXCLUDED - DISPUTE HOLD  ',  WS-DISPEXCL-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-DISC-TRACK,
              CLOSE MO01-PAYPLAN-KSDS
           END-IF.

           IF DPT-AVAILABLE
              CLOSE MO01-DISPUTE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISCBATCH PROCESSING COMPLETE ..........'
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
                   MOVE WS-CAND-CTR    TO RCT-RECS-OUT
                   MOVE ZERO           TO RCT-RECS-REJECT
                   MOVE ZERO           TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
