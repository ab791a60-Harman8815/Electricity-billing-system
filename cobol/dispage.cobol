       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MO01-DISPUTE-KSDS ASSIGN TO DISPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS DPT-KEY
           FILE STATUS            IS WS-DPT-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-AGEING-RPT ASSIGN TO DISPRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

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
          05 OUT-RATE-CAT  PIC X(2).
          05 OUT-STATUS-DATE PIC 9(8).

       FD TO01-AGEING-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-AGEING-RPT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-DPT-STATUS         PIC X(02).
             88 DPT-IO-STATUS      VALUE '00'.
             88 DPT-EOF            VALUE '10'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-TODAY-INT          PIC 9(08).
          05 WS-OPENED-INT         PIC 9(08).
          05 WS-DEADLINE-DATE      PIC 9(08).

       01 WS-AGEING-CONTROLS.
          05 WS-RESOLVE-DAYS       PIC 9(03) VALUE ZERO.
          05 WS-AGE-DAYS           PIC 9(05) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(02) VALUE ZERO.
          05 WS-LINE-CNT           PIC 9(02) VALUE 60.
          05 WS-LINES-PER-PAGE     PIC 9(02) VALUE 55.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-OPEN-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-OVERDUE-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-BAND-1-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-BAND-2-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-BAND-3-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-BAND-4-CTR         PIC 9(08) VALUE ZEROS.

       01 WS-TOTALS.
          05 WS-OPEN-AMT           PIC 9(9)V99 VALUE ZEROS.
          05 WS-OVERDUE-AMT        PIC 9(9)V99 VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
          05 FILLER                PIC X(45) VALUE
             '  ABC ELECTRICITY - OPEN BILL DISPUTE AGEING '.
          05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
          05 WS-T-RUN-DATE         PIC 9(8).
          05 FILLER                PIC X(11) VALUE '  DEADLINE '.
          05 WS-T-RESOLVE-DAYS     PIC ZZ9.
          05 FILLER                PIC X(5) VALUE ' DAYS'.
          05 FILLER                PIC X(9) VALUE '   PAGE: '.
          05 WS-T-PAGE             PIC Z9.
          05 FILLER                PIC X(40) VALUE SPACES.

       01 WS-RPT-RULE-LINE.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(53) VALUE
             '-----------------------------------------------'.

       01 WS-RPT-HEADER-LINE.
          05 FILLER                PIC X(10) VALUE 'CUSTOMER  '.
          05 FILLER                PIC X(31) VALUE
             'NAME                           '.
          05 FILLER                PIC X(15) VALUE 'BILL ID        '.
          05 FILLER                PIC X(10) VALUE 'OPENED    '.
          05 FILLER                PIC X(10) VALUE 'DEADLINE  '.
          05 FILLER                PIC X(7)  VALUE '    AGE'.
          05 FILLER                PIC X(14) VALUE
             '      DISPUTED'.
          05 FILLER                PIC X(12) VALUE '  REASON    '.
          05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-D-CUST-ID          PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-FNAME            PIC X(15).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-LNAME            PIC X(15).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-BILL-ID          PIC X(14).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-OPENED-DATE      PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-DEADLINE-DATE    PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-AGE-DAYS         PIC ZZZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-REASON           PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-FLAG             PIC X(17).
          05 FILLER                PIC X(5) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER                PIC X(16) VALUE 'OPEN DISPUTES:  '.
          05 WS-TOT-OPEN           PIC ZZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE '  AMOUNT: '.
          05 WS-TOT-OPEN-AMT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(18) VALUE
             '   PAST DEADLINE: '.
          05 WS-TOT-OVERDUE        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE '  AMOUNT: '.
          05 WS-TOT-OVERDUE-AMT    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(37) VALUE SPACES.

       01 WS-RPT-BAND-LINE.
          05 FILLER                PIC X(16) VALUE 'AGE 0-15 DAYS:  '.
          05 WS-BAND-1             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE '   16-30:  '.
          05 WS-BAND-2             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE '   31-60:  '.
          05 WS-BAND-3             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE '   OVER 60:'.
          05 WS-BAND-4             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPAGE EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE).

           ACCEPT WS-RESOLVE-DAYS FROM SYSIN.
           IF WS-RESOLVE-DAYS IS NOT NUMERIC OR
              WS-RESOLVE-DAYS = ZERO
              MOVE 30 TO WS-RESOLVE-DAYS
           END-IF.
           DISPLAY 'RESOLUTION DEADLINE DAYS: ' WS-RESOLVE-DAYS.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-DISPUTE-FILE UNTIL DPT-EOF.

           PERFORM 2800-PRINT-TOTALS.

       2100-OPEN-FILES  SECTION.

           OPEN INPUT MO01-DISPUTE-KSDS.
           IF NOT DPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISPUTE MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DPT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN INPUT MO01-CUST-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-KSDS-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-AGEING-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISPUTE AGEING REPORT     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPUTE MASTER KSDS IS OPENED ..........'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'DISPUTE AGEING REPORT IS OPENED ........'
           DISPLAY '----------------------------------------'
           .

       2200-READ-DISPUTE-FILE  SECTION.

           READ MO01-DISPUTE-KSDS

                AT END  SET DPT-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE RECORDS IN DISPUTE MASTER ------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1  TO WS-READ-CTR
                            IF DPT-OPEN
                               PERFORM 2300-AGE-DISPUTE
                            END-IF

           END-READ.

       2300-AGE-DISPUTE SECTION.

           ADD 1                       TO WS-OPEN-CTR.
           ADD DPT-AMOUNT              TO WS-OPEN-AMT.

           COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE(DPT-OPENED-DATE).
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-OPENED-INT + WS-RESOLVE-DAYS).

           IF WS-TODAY-INT > WS-OPENED-INT
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
           ELSE
              MOVE ZERO                TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 15
                 ADD 1 TO WS-BAND-1-CTR
              WHEN WS-AGE-DAYS <= 30
                 ADD 1 TO WS-BAND-2-CTR
              WHEN WS-AGE-DAYS <= 60
                 ADD 1 TO WS-BAND-3-CTR
              WHEN OTHER
                 ADD 1 TO WS-BAND-4-CTR
           END-EVALUATE.

           MOVE SPACES                 TO WS-D-FLAG.
           IF WS-AGE-DAYS > WS-RESOLVE-DAYS
              ADD 1                    TO WS-OVERDUE-CTR
              ADD DPT-AMOUNT           TO WS-OVERDUE-AMT
              MOVE '*** PAST DEADLINE' TO WS-D-FLAG
           END-IF.

           MOVE DPT-CUST-ID            TO CF-O-CUST-ID.
           READ MO01-CUST-KSDS
                INVALID KEY
                   MOVE '** NOT ON FILE' TO OUT-FNAME
                   MOVE SPACES           TO OUT-LNAME
           END-READ.

           PERFORM 2400-PRINT-DETAIL.

       2400-PRINT-DETAIL SECTION.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE DPT-CUST-ID            TO WS-D-CUST-ID.
           MOVE OUT-FNAME              TO WS-D-FNAME.
           MOVE OUT-LNAME              TO WS-D-LNAME.
           MOVE DPT-BILL-ID            TO WS-D-BILL-ID.
           MOVE DPT-OPENED-DATE        TO WS-D-OPENED-DATE.
           MOVE WS-DEADLINE-DATE       TO WS-D-DEADLINE-DATE.
           MOVE WS-AGE-DAYS            TO WS-D-AGE-DAYS.
           MOVE DPT-AMOUNT             TO WS-D-AMOUNT.
           MOVE DPT-REASON             TO WS-D-REASON.

           MOVE WS-RPT-DETAIL-LINE     TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       2800-PRINT-TOTALS SECTION.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-RPT-RULE-LINE       TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-OPEN-CTR            TO WS-TOT-OPEN.
           MOVE WS-OPEN-AMT            TO WS-TOT-OPEN-AMT.
           MOVE WS-OVERDUE-CTR         TO WS-TOT-OVERDUE.
           MOVE WS-OVERDUE-AMT         TO WS-TOT-OVERDUE-AMT.
           MOVE WS-RPT-TOTAL-LINE      TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-BAND-1-CTR          TO WS-BAND-1.
           MOVE WS-BAND-2-CTR          TO WS-BAND-2.
           MOVE WS-BAND-3-CTR          TO WS-BAND-3.
           MOVE WS-BAND-4-CTR          TO WS-BAND-4.
           MOVE WS-RPT-BAND-LINE       TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

       3000-PRINT-HEADERS  SECTION.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM            TO WS-T-PAGE.
           MOVE WS-DATE                TO WS-T-RUN-DATE.
           MOVE WS-RESOLVE-DAYS        TO WS-T-RESOLVE-DAYS.

           MOVE SPACES TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-RPT-TITLE-LINE TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-RPT-HEADER-LINE TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-AGEING-RPT-RECORD.
           WRITE TO01-AGEING-RPT-RECORD.

           MOVE 5 TO WS-LINE-CNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' DISPUTE RECORDS READ     ',  WS-READ-CTR
           DISPLAY ' OPEN DISPUTES LISTED     ',  WS-OPEN-CTR
           DISPLAY ' PAST RESOLUTION DEADLINE ',  WS-OVERDUE-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-DISPUTE-KSDS,
                  MO01-CUST-KSDS,
                  TO01-AGEING-RPT.

           IF WS-OVERDUE-CTR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'DISPAGE PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
