       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MO01-RUN-CTL    ASSIGN TO RUNCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS RCT-KEY
           FILE STATUS            IS WS-RCT-STATUS.

           SELECT TO01-RUN-RPT    ASSIGN TO RUNRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD TO01-RUN-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-RUN-RPT-RECORD   PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-RCT-STATUS         PIC X(02).
             88 RCT-IO-STATUS      VALUE '00'.
             88 RCT-EOF            VALUE '10'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-SELECTION.
          05 WS-SEL-CYCLE-NO       PIC 9(04) VALUE ZERO.
          05 WS-SEL-CYCLE-ID REDEFINES WS-SEL-CYCLE-NO
                                   PIC X(04).
          05 WS-PREV-CYCLE-ID      PIC X(04) VALUE LOW-VALUES.
          05 WS-DEPOSIT-TAG        PIC X(04) VALUE 'DPST'.

       01 WS-TIME-WORK.
          05 WS-TW-TIME            PIC 9(06).
          05 WS-TW-PARTS REDEFINES WS-TW-TIME.
             10 WS-TW-HH           PIC 9(02).
             10 WS-TW-MM           PIC 9(02).
             10 WS-TW-SS           PIC 9(02).
          05 WS-TW-EDIT.
             10 WS-TE-HH           PIC 9(02).
             10 FILLER             PIC X(01) VALUE ':'.
             10 WS-TE-MM           PIC 9(02).
             10 FILLER             PIC X(01) VALUE ':'.
             10 WS-TE-SS           PIC 9(02).

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(02) VALUE ZERO.
          05 WS-LINE-CNT           PIC 9(02) VALUE 60.
          05 WS-LINES-PER-PAGE     PIC 9(02) VALUE 55.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-LIST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-CYCLE-CTR          PIC 9(06) VALUE ZEROS.
          05 WS-COMPLETE-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-FAILED-CTR         PIC 9(06) VALUE ZEROS.
          05 WS-OPEN-CTR           PIC 9(06) VALUE ZEROS.
          05 WS-RERUN-CTR          PIC 9(06) VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
          05 FILLER                PIC X(45) VALUE
             '  ABC ELECTRICITY - BILLING RUN CONTROL      '.
          05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
          05 WS-T-RUN-DATE         PIC 9(8).
          05 FILLER                PIC X(10) VALUE '  CYCLE: '.
          05 WS-T-CYCLE            PIC X(4).
          05 FILLER                PIC X(9) VALUE '   PAGE: '.
          05 WS-T-PAGE             PIC Z9.
          05 FILLER                PIC X(45) VALUE SPACES.

       01 WS-RPT-RULE-LINE.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(53) VALUE
             '-----------------------------------------------'.

       01 WS-RPT-HEADER-LINE.
          05 FILLER                PIC X(6)  VALUE 'CYCL  '.
          05 FILLER                PIC X(10) VALUE 'STEP      '.
          05 FILLER                PIC X(10) VALUE 'STATUS    '.
          05 FILLER                PIC X(19) VALUE
             'STARTED            '.
          05 FILLER                PIC X(17) VALUE
             'ENDED            '.
          05 FILLER                PIC X(11) VALUE ' RECORDS IN'.
          05 FILLER                PIC X(11) VALUE '        OUT'.
          05 FILLER                PIC X(11) VALUE '   REJECTED'.
          05 FILLER                PIC X(15) VALUE
             '         AMOUNT'.
          05 FILLER                PIC X(6)  VALUE '    RC'.
          05 FILLER                PIC X(4)  VALUE ' OVR'.
          05 FILLER                PIC X(13) VALUE
             '  BILLUPD    '.

       01 WS-RPT-CYCLE-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CY-TEXT            PIC X(40).
          05 FILLER                PIC X(91) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-D-CYCLE            PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-STEP             PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-STATUS           PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-START-DATE       PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-START-TIME       PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-END-DATE         PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-END-TIME         PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-RECS-IN          PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-RECS-OUT         PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-RECS-REJECT      PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-RC               PIC ZZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-RERUN            PIC Z9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-UPD-GEN          PIC X(8).
          05 FILLER                PIC X(3) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER                PIC X(16) VALUE 'STEPS LISTED:   '.
          05 WS-TOT-LISTED         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(14) VALUE '   COMPLETED: '.
          05 WS-TOT-COMPLETE       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE '   FAILED: '.
          05 WS-TOT-FAILED         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(18) VALUE
             '   NOT COMPLETED: '.
          05 WS-TOT-OPEN           PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12) VALUE '   RERUNS:  '.
          05 WS-TOT-RERUN          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'RUNRPT EXECUTION BEGINS HERE ...........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-SEL-CYCLE-NO FROM SYSIN.
           IF WS-SEL-CYCLE-NO IS NOT NUMERIC
              MOVE ZERO TO WS-SEL-CYCLE-NO
           END-IF.
           IF WS-SEL-CYCLE-NO = ZERO
              DISPLAY 'CYCLE SELECTED          : ALL'
           ELSE
              DISPLAY 'CYCLE SELECTED          : ' WS-SEL-CYCLE-NO
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-RUN-CONTROL UNTIL RCT-EOF.

           PERFORM 2800-PRINT-TOTALS.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MO01-RUN-CTL.
           IF NOT RCT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN CONTROL KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RCT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-RUN-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN CONTROL REPORT        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'RUN CONTROL KSDS IS OPENED .............'
           DISPLAY 'RUN CONTROL REPORT IS OPENED ...........'
           DISPLAY '----------------------------------------'
           .

       2200-READ-RUN-CONTROL  SECTION.

           READ MO01-RUN-CTL

                AT END  SET RCT-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN RUN CONTROL ---------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR
                            IF WS-SEL-CYCLE-NO = ZERO OR
                               RCT-RUN-CYCLE = WS-SEL-CYCLE-ID
                               PERFORM 2300-LIST-STEP
                            END-IF

           END-READ.

       2300-LIST-STEP SECTION.

           IF RCT-CYCLE-ID NOT = WS-PREV-CYCLE-ID
              PERFORM 2400-PRINT-CYCLE-HEADING
           END-IF.

           ADD 1                       TO WS-LIST-CTR.
           ADD RCT-OVERRIDE-CNT        TO WS-RERUN-CTR.

           EVALUATE TRUE
              WHEN RCT-COMPLETE
                 ADD 1 TO WS-COMPLETE-CTR
                 MOVE 'COMPLETE'       TO WS-D-STATUS
              WHEN RCT-FAILED
                 ADD 1 TO WS-FAILED-CTR
                 MOVE 'FAILED  '       TO WS-D-STATUS
              WHEN OTHER
                 ADD 1 TO WS-OPEN-CTR
                 MOVE 'STARTED '       TO WS-D-STATUS
           END-EVALUATE.

           MOVE RCT-RUN-CYCLE          TO WS-D-CYCLE.
           MOVE RCT-STEP-NAME          TO WS-D-STEP.

           MOVE RCT-START-DATE         TO WS-D-START-DATE.
           MOVE RCT-START-TIME         TO WS-TW-TIME.
           PERFORM 2500-EDIT-TIME.
           MOVE WS-TW-EDIT             TO WS-D-START-TIME.

           IF RCT-END-DATE = ZERO
              MOVE SPACES              TO WS-D-END-DATE
                                          WS-D-END-TIME
           ELSE
              MOVE RCT-END-DATE        TO WS-D-END-DATE
              MOVE RCT-END-TIME        TO WS-TW-TIME
              PERFORM 2500-EDIT-TIME
              MOVE WS-TW-EDIT          TO WS-D-END-TIME
           END-IF.

           MOVE RCT-RECS-IN            TO WS-D-RECS-IN.
           MOVE RCT-RECS-OUT           TO WS-D-RECS-OUT.
           MOVE RCT-RECS-REJECT        TO WS-D-RECS-REJECT.
           MOVE RCT-AMOUNT             TO WS-D-AMOUNT.
           MOVE RCT-RETURN-CODE        TO WS-D-RC.
           MOVE RCT-OVERRIDE-CNT       TO WS-D-RERUN.
           MOVE RCT-UPD-GEN            TO WS-D-UPD-GEN.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-RPT-DETAIL-LINE     TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       2400-PRINT-CYCLE-HEADING SECTION.

           MOVE RCT-CYCLE-ID           TO WS-PREV-CYCLE-ID.

           IF RCT-CYCLE-ID = WS-DEPOSIT-TAG
              MOVE 'DEPOSIT BATCHES (STEP = DEPOSIT ID)     '
                                       TO WS-CY-TEXT
           ELSE
              ADD 1                    TO WS-CYCLE-CTR
              MOVE SPACES              TO WS-CY-TEXT
              STRING 'BILLING CYCLE ' RCT-CYCLE-ID
                     DELIMITED BY SIZE INTO WS-CY-TEXT
           END-IF.

           IF WS-LINE-CNT + 3 >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           ELSE
              MOVE SPACES              TO TO01-RUN-RPT-RECORD
              WRITE TO01-RUN-RPT-RECORD
              ADD 1 TO WS-LINE-CNT
           END-IF.

           MOVE WS-RPT-CYCLE-LINE      TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       2500-EDIT-TIME SECTION.

           MOVE WS-TW-HH               TO WS-TE-HH.
           MOVE WS-TW-MM               TO WS-TE-MM.
           MOVE WS-TW-SS               TO WS-TE-SS.

       2800-PRINT-TOTALS SECTION.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-RPT-RULE-LINE       TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE WS-LIST-CTR            TO WS-TOT-LISTED.
           MOVE WS-COMPLETE-CTR        TO WS-TOT-COMPLETE.
           MOVE WS-FAILED-CTR          TO WS-TOT-FAILED.
           MOVE WS-OPEN-CTR            TO WS-TOT-OPEN.
           MOVE WS-RERUN-CTR           TO WS-TOT-RERUN.
           MOVE WS-RPT-TOTAL-LINE      TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

       3000-PRINT-HEADERS  SECTION.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM            TO WS-T-PAGE.
           MOVE WS-DATE                TO WS-T-RUN-DATE.
           IF WS-SEL-CYCLE-NO = ZERO
              MOVE 'ALL '              TO WS-T-CYCLE
           ELSE
              MOVE WS-SEL-CYCLE-ID     TO WS-T-CYCLE
           END-IF.

           MOVE SPACES TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE WS-RPT-TITLE-LINE TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE WS-RPT-HEADER-LINE TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-RUN-RPT-RECORD.
           WRITE TO01-RUN-RPT-RECORD.

           MOVE 5 TO WS-LINE-CNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' RUN CONTROL RECORDS READ ',  WS-READ-CTR
           DISPLAY ' BILLING CYCLES LISTED    ',  WS-CYCLE-CTR
           DISPLAY ' STEPS LISTED             ',  WS-LIST-CTR
           DISPLAY ' STEPS COMPLETED          ',  WS-COMPLETE-CTR
           DISPLAY ' STEPS FAILED             ',  WS-FAILED-CTR
           DISPLAY ' STEPS NOT COMPLETED      ',  WS-OPEN-CTR
           DISPLAY ' OVERRIDE RERUNS          ',  WS-RERUN-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-RUN-CTL,
                  TO01-RUN-RPT.

           IF WS-FAILED-CTR > ZERO OR WS-OPEN-CTR > ZERO
              DISPLAY 'STEPS FAILED OR NOT COMPLETE - RC 4     '
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'RUNRPT PROCESSING COMPLETE .............'
           DISPLAY '----------------------------------------'

           STOP RUN.
