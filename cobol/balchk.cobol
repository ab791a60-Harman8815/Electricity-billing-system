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
          05 WS-CTL-STATUS         PIC X(02).
             88 CTL-IO-STATUS      VALUE '00'.
             88 CTL-EOF            VALUE '10'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-BALANCE-FLAGS.
          05 WS-BALANCED-FLAG      PIC X VALUE 'Y'.
       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(06) VALUE ZEROS.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'BALCHK  '.
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

           DISPLAY 'BALCHK EXECUTION BEGINS HERE ...........'
           DISPLAY '----------------------------------------'.

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
                   MOVE CTL-AMOUNT-1    TO WS-BILLEST-AMT
               WHEN 'PAYEDIT '
                   SET PAYEDIT-SEEN     TO TRUE
                   ADD CTL-RECS-IN      TO WS-PAYEDIT-IN
                   ADD CTL-RECS-OUT     TO WS-PAYEDIT-OUT
                   ADD CTL-RECS-REJECT  TO WS-PAYEDIT-REJ
                   ADD CTL-AMOUNT-1     TO WS-PAYEDIT-AMT
               WHEN 'BILLPAY '
                   SET BILLPAY-SEEN     TO TRUE
                   MOVE CTL-RECS-IN     TO WS-BILLPAY-IN
                   MOVE CTL-RECS-REJECT TO WS-BILLPAY-REJ
                   MOVE CTL-AMOUNT-1    TO WS-BILLPAY-AMT
                   MOVE CTL-AMOUNT-2    TO WS-BILLPAY-PAID
               WHEN 'GLEXTR  '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNKNOWN CONTROL RECORD FOR '
                           CTL-PROGRAM
           DISPLAY 'BALCHK PROCESSING COMPLETE .............'
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
                   MOVE ZERO           TO RCT-RECS-OUT
                   MOVE ZERO           TO RCT-RECS-REJECT
                   MOVE ZERO           TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
