       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISCNOT.

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

           SELECT TI01-DISC-CAND   ASSIGN TO DISCCAND
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CAND-STATUS.

           SELECT MO01-NOTICE-KSDS ASSIGN TO NOTCKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS NTC-KEY
           FILE STATUS            IS WS-NTC-STATUS.

           SELECT TO01-LETTER-EXTR ASSIGN TO LTREXTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LTR-STATUS.

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
             88 CUST-ACTIVE VALUE 'ACTIVE'.
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TI01-DISC-CAND
           RECORDING MODE          IS F
           RECORD CONTAINS         54   CHARACTERS.

       01 TI01-DISC-CAND-RECORD.
          05 CAND-CUST-ID          PIC X(9).
          05 CAND-STATUS           PIC X(10).
             88 CAND-DISCONN       VALUE 'DISCONN'.
          05 CAND-CONSEC-D-CYCLES  PIC 9(3).
          05 CAND-LAST-BILL-ID     PIC X(14).
          05 CAND-LAST-READ-DATE   PIC X(10).
          05 CAND-LAST-RUN-DATE    PIC 9(8).

       FD MO01-NOTICE-KSDS
           RECORD CONTAINS         70   CHARACTERS.

       01 MO01-NOTICE-RECORD.
          05 NTC-KEY.
             10 NTC-CUST-ID     PIC X(9).
             10 NTC-SEQ         PIC 9(4).
          05 NTC-TYPE           PIC X(1).
             88 NTC-REMINDER    VALUE 'R'.
             88 NTC-FINAL       VALUE 'F'.
          05 NTC-LEVEL          PIC 9(1).
          05 NTC-ISSUE-DATE     PIC 9(8).
          05 NTC-BILL-ID        PIC X(14).
          05 NTC-DAYS-OVERDUE   PIC 9(5).
          05 NTC-AMOUNT-DUE     PIC 9(9)V99.
          05 NTC-PAY-BY-DATE    PIC 9(8).
          05 NTC-STATUS         PIC X(1).
             88 NTC-OUTSTANDING VALUE 'O'.
             88 NTC-PAID        VALUE 'P'.
             88 NTC-ACTIONED    VALUE 'D'.
          05 NTC-CLOSED-DATE    PIC 9(8).

       FD TO01-LETTER-EXTR
           RECORDING MODE          IS F
           RECORD CONTAINS         176  CHARACTERS.

       01 TO01-LETTER-EXTR-RECORD.
          05 LTR-CUST-ID        PIC X(9).
          05 LTR-NOTICE-TYPE    PIC X(1).
          05 LTR-LEVEL          PIC 9(1).
          05 LTR-ISSUE-DATE     PIC 9(8).
          05 LTR-CUST-NAME      PIC X(30).
          05 LTR-ADDRESS1       PIC X(30).
          05 LTR-LOCALITY       PIC X(30).
          05 LTR-CITY           PIC X(20).
          05 LTR-AREACODE       PIC X(7).
          05 LTR-BILL-ID        PIC X(14).
          05 LTR-AMOUNT-DUE     PIC 9(9)V99.
          05 LTR-DAYS-OVERDUE   PIC 9(5).
          05 LTR-PAY-BY-DATE    PIC X(10).

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
          05 WS-UPD-STATUS         PIC X(02).
             88 UPD-IO-STATUS      VALUE '00'.
             88 UPD-EOF            VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-CAND-STATUS        PIC X(02).
             88 CAND-IO-STATUS     VALUE '00'.
             88 CAND-EOF           VALUE '10'.
          05 WS-NTC-STATUS         PIC X(02).
             88 NTC-IO-STATUS      VALUE '00'.
             88 NTC-ROW-NOTFND     VALUE '23'.
             88 NTC-FILE-NOTFND    VALUE '35'.
          05 WS-LTR-STATUS         PIC X(02).
             88 LTR-IO-STATUS      VALUE '00'.
          05 WS-RCD-STATUS         PIC X(02).
             88 RCD-IO-STATUS      VALUE '00'.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-FILE-NOTFND    VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC 9(08).
          05 WS-PAY-BY-INT         PIC 9(08).
          05 WS-PAY-BY-DATE        PIC 9(08).
          05 WS-PAY-BY-ID REDEFINES WS-PAY-BY-DATE.
             10 WS-PB-YYYY         PIC 9(4).
             10 WS-PB-MM           PIC 99.
             10 WS-PB-DD           PIC 99.
          05 WS-PAY-BY-FMT.
             10 WS-PF-YYYY         PIC 9(4).
             10 FILLER             PIC X VALUE '-'.
             10 WS-PF-MM           PIC 99.
             10 FILLER             PIC X VALUE '-'.
             10 WS-PF-DD           PIC 99.

       01 WS-NOTICE-CONTROLS.
          05 WS-REMIND-POINTS.
             10 WS-REMIND-POINT    PIC 9(3) OCCURS 3 TIMES.
          05 WS-REMIND-PAY-DAYS    PIC 9(03) VALUE ZERO.
          05 WS-NOTICE-DAYS        PIC 9(03) VALUE ZERO.

       01 WS-SUBS.
          05 P                     PIC 9(04) VALUE 1.

       01 WS-HOLD-BILL.
          05 WS-HOLD-CUST-ID       PIC X(9)  VALUE SPACES.
          05 WS-HOLD-BILL-ID       PIC X(14) VALUE SPACES.
          05 WS-HOLD-STATUS        PIC X(2)  VALUE SPACES.
          05 WS-HOLD-OWED          PIC 9(9)V99 VALUE ZERO.
          05 WS-HOLD-DAYS          PIC S9(5) VALUE ZERO.

       01 WS-NOTICE-WORK.
          05 WS-MAX-SEQ            PIC 9(4) VALUE ZERO.
          05 WS-BILL-LEVEL         PIC 9(1) VALUE ZERO.
          05 WS-DUE-LEVEL          PIC 9(1) VALUE ZERO.
          05 WS-NTC-SWEEP-FLAG     PIC 9.
             88 NTC-SWEEP-MORE     VALUE 1.
             88 NTC-SWEEP-DONE     VALUE 2.
          05 WS-FINAL-OUT-FLAG     PIC X VALUE 'N'.
             88 FINAL-OUTSTANDING  VALUE 'Y'.
             88 NO-FINAL-OUTSTANDING VALUE 'N'.
          05 WS-CAND-MATCH-FLAG    PIC X VALUE 'N'.
             88 DISC-CANDIDATE     VALUE 'Y'.
             88 NOT-DISC-CANDIDATE VALUE 'N'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CUST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CAND-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-REMIND-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-FINAL-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-CLEARED-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-NOBILL-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-LTR-CTR            PIC 9(08) VALUE ZEROS.

       01 WS-RUN-CONTROL.
          05 WS-RCT-STEP-NAME      PIC X(8) VALUE 'DISCNOT '.
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
           DISPLAY 'DISCNOT EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

           ACCEPT WS-REMIND-POINTS FROM SYSIN.
           IF WS-REMIND-POINTS IS NOT NUMERIC OR
              WS-REMIND-POINTS = ZERO
              MOVE '010020000' TO WS-REMIND-POINTS
           END-IF.

           ACCEPT WS-REMIND-PAY-DAYS FROM SYSIN.
           IF WS-REMIND-PAY-DAYS IS NOT NUMERIC OR
              WS-REMIND-PAY-DAYS = ZERO
              MOVE 10 TO WS-REMIND-PAY-DAYS
           END-IF.

           ACCEPT WS-NOTICE-DAYS FROM SYSIN.
           IF WS-NOTICE-DAYS IS NOT NUMERIC OR
              WS-NOTICE-DAYS = ZERO
              MOVE 14 TO WS-NOTICE-DAYS
           END-IF.

           DISPLAY 'REMINDER AT DAYS OVERDUE: ' WS-REMIND-POINT (1)
                   ' ' WS-REMIND-POINT (2) ' ' WS-REMIND-POINT (3).
           DISPLAY 'REMINDER DAYS TO PAY    : ' WS-REMIND-PAY-DAYS.
           DISPLAY 'FINAL NOTICE PERIOD     : ' WS-NOTICE-DAYS.

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

           PERFORM 2150-READ-DISC-CAND.

           PERFORM 2200-READ-BILL-UPD.

           PERFORM 2300-PROCESS-BILL UNTIL UPD-EOF.

           IF WS-HOLD-CUST-ID NOT = SPACES
              PERFORM 2400-EVALUATE-CUSTOMER
           END-IF.

           PERFORM 2160-SKIP-CANDIDATE UNTIL CAND-EOF.

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

           OPEN INPUT TI01-DISC-CAND.
           IF NOT CAND-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISCONNECT CANDIDATE FILE '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CAND-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MO01-NOTICE-KSDS.
           IF NTC-FILE-NOTFND
              OPEN OUTPUT MO01-NOTICE-KSDS
              CLOSE       MO01-NOTICE-KSDS
              OPEN I-O    MO01-NOTICE-KSDS
           END-IF.
           IF NOT NTC-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING NOTICE HISTORY KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-NTC-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-LETTER-EXTR.
           IF NOT LTR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING LETTER EXTRACT FILE       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LTR-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'UPDATED BILL KSDS IS OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'DISCONNECT CANDIDATE FILE IS OPENED ....'
           DISPLAY 'NOTICE HISTORY KSDS IS OPENED ..........'
           DISPLAY 'LETTER EXTRACT FILE IS OPENED ..........'
           DISPLAY '----------------------------------------'
           .

       2150-READ-DISC-CAND  SECTION.

           READ TI01-DISC-CAND

                AT END  SET CAND-EOF TO TRUE
                        MOVE HIGH-VALUES TO CAND-CUST-ID

                NOT AT END  ADD 1 TO WS-CAND-CTR

           END-READ.

       2160-SKIP-CANDIDATE  SECTION.

           ADD 1 TO WS-NOBILL-CTR.
           DISPLAY 'CANDIDATE ' CAND-CUST-ID
                   ' HAS NO BILL THIS CYCLE - NO NOTICE'.

           PERFORM 2150-READ-DISC-CAND.

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

           PERFORM 2160-SKIP-CANDIDATE
                   UNTIL CAND-CUST-ID NOT < WS-HOLD-CUST-ID.

           SET NOT-DISC-CANDIDATE      TO TRUE.
           IF CAND-CUST-ID = WS-HOLD-CUST-ID
              IF NOT CAND-DISCONN
                 SET DISC-CANDIDATE    TO TRUE
              END-IF
              PERFORM 2150-READ-DISC-CAND
           END-IF.

           PERFORM 2450-SWEEP-NOTICES.

           IF WS-HOLD-OWED > ZERO
              MOVE WS-HOLD-CUST-ID     TO CF-O-CUST-ID
              READ MO01-CUST-KSDS
                   INVALID KEY
                      MOVE SPACES      TO OUT-STATUS
              END-READ
              IF CUST-ACTIVE
                 PERFORM 2500-DETERMINE-NOTICE
              END-IF
           END-IF.

       2450-SWEEP-NOTICES  SECTION.

           MOVE ZERO                   TO WS-MAX-SEQ.
           MOVE ZERO                   TO WS-BILL-LEVEL.
           SET NO-FINAL-OUTSTANDING    TO TRUE.

           MOVE WS-HOLD-CUST-ID        TO NTC-CUST-ID.
           MOVE ZERO                   TO NTC-SEQ.
           SET NTC-SWEEP-MORE          TO TRUE.

           START MO01-NOTICE-KSDS
                 KEY >= NTC-KEY
                 INVALID KEY SET NTC-SWEEP-DONE TO TRUE
           END-START.

           PERFORM 2460-EXAMINE-NOTICE UNTIL NTC-SWEEP-DONE.

       2460-EXAMINE-NOTICE  SECTION.

           READ MO01-NOTICE-KSDS NEXT RECORD
                AT END
                   SET NTC-SWEEP-DONE  TO TRUE
                NOT AT END
                   IF NTC-CUST-ID = WS-HOLD-CUST-ID
                      MOVE NTC-SEQ     TO WS-MAX-SEQ
                      IF NTC-OUTSTANDING
                         PERFORM 2470-CHECK-OUTSTANDING
                      END-IF
                   ELSE
                      SET NTC-SWEEP-DONE TO TRUE
                   END-IF
           END-READ.

       2470-CHECK-OUTSTANDING  SECTION.

           IF WS-HOLD-OWED = ZERO
              SET NTC-PAID             TO TRUE
              MOVE WS-DATE             TO NTC-CLOSED-DATE
              REWRITE MO01-NOTICE-RECORD
              ADD 1 TO WS-CLEARED-CTR
           ELSE
              IF NTC-FINAL
                 SET FINAL-OUTSTANDING TO TRUE
              END-IF
              IF NTC-REMINDER AND
                 NTC-BILL-ID = WS-HOLD-BILL-ID AND
                 NTC-LEVEL > WS-BILL-LEVEL
                 MOVE NTC-LEVEL        TO WS-BILL-LEVEL
              END-IF
           END-IF.

       2500-DETERMINE-NOTICE  SECTION.

           EVALUATE TRUE
               WHEN FINAL-OUTSTANDING
                   CONTINUE
               WHEN DISC-CANDIDATE
                   PERFORM 2700-ISSUE-FINAL-NOTICE
               WHEN OTHER
                   MOVE ZERO           TO WS-DUE-LEVEL
                   PERFORM 2550-CHECK-REMIND-POINT
                           VARYING P FROM 1 BY 1 UNTIL P > 3
                   IF WS-DUE-LEVEL > WS-BILL-LEVEL
                      PERFORM 2600-ISSUE-REMINDER
                   END-IF
           END-EVALUATE.

       2550-CHECK-REMIND-POINT  SECTION.

           IF WS-REMIND-POINT (P) > ZERO AND
              WS-HOLD-DAYS >= WS-REMIND-POINT (P)
              MOVE P                   TO WS-DUE-LEVEL
           END-IF.

       2600-ISSUE-REMINDER  SECTION.

           MOVE 'R'                    TO NTC-TYPE.
           MOVE WS-DUE-LEVEL           TO NTC-LEVEL.
           COMPUTE WS-PAY-BY-INT = WS-TODAY-INT + WS-REMIND-PAY-DAYS.

           PERFORM 2800-WRITE-NOTICE.

           ADD 1 TO WS-REMIND-CTR.

       2700-ISSUE-FINAL-NOTICE  SECTION.

           MOVE 'F'                    TO NTC-TYPE.
           MOVE ZERO                   TO NTC-LEVEL.
           COMPUTE WS-PAY-BY-INT = WS-TODAY-INT + WS-NOTICE-DAYS.

           PERFORM 2800-WRITE-NOTICE.

           ADD 1 TO WS-FINAL-CTR.

           DISPLAY 'FINAL DISCONNECT NOTICE FOR ' WS-HOLD-CUST-ID
                   ' - PAY BY ' WS-PAY-BY-FMT.

       2800-WRITE-NOTICE  SECTION.

           COMPUTE WS-PAY-BY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PAY-BY-INT).
           MOVE WS-PB-YYYY             TO WS-PF-YYYY.
           MOVE WS-PB-MM               TO WS-PF-MM.
           MOVE WS-PB-DD               TO WS-PF-DD.

           MOVE WS-HOLD-CUST-ID        TO NTC-CUST-ID.
           COMPUTE NTC-SEQ = WS-MAX-SEQ + 1.
           MOVE WS-DATE                TO NTC-ISSUE-DATE.
           MOVE WS-HOLD-BILL-ID        TO NTC-BILL-ID.
           MOVE WS-HOLD-DAYS           TO NTC-DAYS-OVERDUE.
           MOVE WS-HOLD-OWED           TO NTC-AMOUNT-DUE.
           MOVE WS-PAY-BY-DATE         TO NTC-PAY-BY-DATE.
           SET NTC-OUTSTANDING         TO TRUE.
           MOVE ZERO                   TO NTC-CLOSED-DATE.

           WRITE MO01-NOTICE-RECORD
                 INVALID KEY
                    DISPLAY 'DUPLICATE NOTICE KEY - ' NTC-KEY
                 NOT INVALID KEY
                    MOVE NTC-SEQ       TO WS-MAX-SEQ
                    PERFORM 2850-WRITE-LETTER
           END-WRITE.

       2850-WRITE-LETTER  SECTION.

           MOVE WS-HOLD-CUST-ID        TO LTR-CUST-ID.
           MOVE NTC-TYPE               TO LTR-NOTICE-TYPE.
           MOVE NTC-LEVEL              TO LTR-LEVEL.
           MOVE WS-DATE                TO LTR-ISSUE-DATE.
           MOVE SPACES                 TO LTR-CUST-NAME.
           STRING OUT-FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  OUT-LNAME DELIMITED BY SPACE
                  INTO LTR-CUST-NAME
           END-STRING.
           MOVE OUT-ADDRESS1           TO LTR-ADDRESS1.
           MOVE OUT-LOCALITY           TO LTR-LOCALITY.
           MOVE OUT-CITY               TO LTR-CITY.
           MOVE OUT-AREACODE           TO LTR-AREACODE.
           MOVE WS-HOLD-BILL-ID        TO LTR-BILL-ID.
           MOVE WS-HOLD-OWED           TO LTR-AMOUNT-DUE.
           MOVE WS-HOLD-DAYS           TO LTR-DAYS-OVERDUE.
           MOVE WS-PAY-BY-FMT          TO LTR-PAY-BY-DATE.

           WRITE TO01-LETTER-EXTR-RECORD.

           ADD 1 TO WS-LTR-CTR.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS READ               ',  WS-READ-CTR
           DISPLAY ' CUSTOMERS EXAMINED       ',  WS-CUST-CTR
           DISPLAY ' DISCONNECT CANDIDATES    ',  WS-CAND-CTR
           DISPLAY ' REMINDERS ISSUED         ',  WS-REMIND-CTR
           DISPLAY ' FINAL NOTICES ISSUED     ',  WS-FINAL-CTR
           DISPLAY ' NOTICES CLEARED - PAID   ',  WS-CLEARED-CTR
           DISPLAY ' CANDIDATES WITH NO BILL  ',  WS-NOBILL-CTR
           DISPLAY ' LETTERS EXTRACTED        ',  WS-LTR-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-UPD,
                  MO01-CUST-KSDS,
                  TI01-DISC-CAND,
                  MO01-NOTICE-KSDS,
                  TO01-LETTER-EXTR.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISCNOT PROCESSING COMPLETE ............'
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
                   MOVE WS-LTR-CTR     TO RCT-RECS-OUT
                   MOVE ZERO           TO RCT-RECS-REJECT
                   MOVE ZERO           TO RCT-AMOUNT
                   MOVE RETURN-CODE    TO RCT-RETURN-CODE
                   REWRITE MO01-RUN-CTL-RECORD
           END-READ.

           CLOSE MO01-RUN-CTL.
