       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARRECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-BILL-UPD    ASSIGN TO BILLUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS UPD-BILL-ID
           FILE STATUS            IS WS-UPD-STATUS.

           SELECT TI01-ACCT-LEDGER ASSIGN TO LEDGSRT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LGR-STATUS.

           SELECT MO01-PAY-SUSP    ASSIGN TO SUSPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS SUSP-KEY
           FILE STATUS            IS WS-SUSP-STATUS.

           SELECT MO01-CREDIT-KSDS ASSIGN TO CREDKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CR-CUST-ID
           FILE STATUS            IS WS-CRED-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TI01-CTL-FILE   ASSIGN TO CTLFILE
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT TO01-AR-EXCPT   ASSIGN TO ARXCPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-XCP-STATUS.

           SELECT TO01-AR-RPT     ASSIGN TO ARRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

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

       FD TI01-ACCT-LEDGER
           RECORD CONTAINS         56  CHARACTERS.

       01 TI01-ACCT-LEDGER-RECORD.
          05 LGR-CUST-ID        PIC X(9).
          05 LGR-EVENT-DATE     PIC 9(8).
          05 LGR-EVENT-TYPE     PIC X(2).
          05 LGR-DR-CR          PIC X(1).
          05 LGR-REF-ID         PIC X(14).
          05 LGR-AMOUNT         PIC 9(9)V99.
          05 LGR-BALANCE        PIC 9(9)V99.

       FD MO01-PAY-SUSP
           RECORD CONTAINS         61   CHARACTERS.

       01 MO01-PAY-SUSP-RECORD.
          05 SUSP-KEY.
             10 SUSP-CUST-ID    PIC X(9).
             10 SUSP-PAYMENT-ID PIC X(8).
          05 SUSP-BILL-ID       PIC X(14).
          05 SUSP-AMOUNT        PIC 9(7)V99.
          05 SUSP-DATE          PIC X(10).
          05 SUSP-CYCLES-HELD   PIC 9(3).
          05 SUSP-LAST-RUN-DATE  PIC 9(8).

       FD MO01-CREDIT-KSDS
           RECORD CONTAINS         39   CHARACTERS.

       01 MO01-CREDIT-RECORD.
          05 CR-CUST-ID         PIC X(9).
          05 CR-BALANCE         PIC 9(9)V99.
          05 CR-APPLIED-AMT     PIC 9(9)V99.
          05 CR-APPLIED-DATE    PIC 9(8).

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

       FD TI01-CTL-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         74  CHARACTERS.

       01 TI01-CTL-RECORD.
          05 CTL-PROGRAM        PIC X(8).
          05 CTL-RUN-DATE       PIC 9(8).
          05 CTL-RECS-IN        PIC 9(8).
          05 CTL-RECS-OUT       PIC 9(8).
          05 CTL-RECS-REJECT    PIC 9(8).
          05 CTL-RECS-MERGED    PIC 9(8).
          05 CTL-AMOUNT-1       PIC 9(11)V99.
          05 CTL-AMOUNT-2       PIC 9(11)V99.

       FD TO01-AR-EXCPT
           RECORDING MODE          IS F
           RECORD CONTAINS         110  CHARACTERS.

       01 TO01-AR-EXCPT-RECORD.
          05 XCP-CUST-ID        PIC X(9).
          05 XCP-RATE-CAT       PIC X(2).
          05 XCP-CITY           PIC X(20).
          05 XCP-BILL-ID        PIC X(14).
          05 XCP-BILL-OWED      PIC 9(9)V99.
          05 XCP-CREDIT         PIC 9(9)V99.
          05 XCP-LEDGER-BAL     PIC 9(9)V99.
          05 XCP-DIFFERENCE     PIC S9(9)V99.
          05 XCP-LAST-EVENT     PIC X(2).
          05 XCP-LAST-EVENT-DATE PIC 9(8).
          05 XCP-SUSPENSE       PIC 9(9)V99.

       FD TO01-AR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-AR-RPT-RECORD    PIC X(133).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-UPD-STATUS         PIC X(02).
             88 UPD-IO-STATUS      VALUE '00'.
             88 UPD-EOF            VALUE '10'.
          05 WS-LGR-STATUS         PIC X(02).
             88 LGR-IO-STATUS      VALUE '00'.
             88 LGR-EOF            VALUE '10'.
          05 WS-SUSP-STATUS        PIC X(02).
             88 SUSP-IO-STATUS     VALUE '00'.
             88 SUSP-EOF           VALUE '10'.
             88 SUSP-FILE-NOTFND   VALUE '35'.
          05 WS-CRED-STATUS        PIC X(02).
             88 CRED-IO-STATUS     VALUE '00'.
             88 CRED-ROW-NOTFND    VALUE '23'.
             88 CRED-FILE-NOTFND   VALUE '35'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-CTL-STATUS         PIC X(02).
             88 CTL-IO-STATUS      VALUE '00'.
             88 CTL-EOF            VALUE '10'.
          05 WS-XCP-STATUS         PIC X(02).
             88 XCP-IO-STATUS      VALUE '00'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-AVAIL-FLAGS.
          05 WS-SUSP-AVAIL-FLAG    PIC X VALUE 'Y'.
             88 SUSP-AVAILABLE     VALUE 'Y'.
             88 SUSP-NOT-AVAIL     VALUE 'N'.
          05 WS-CRED-AVAIL-FLAG    PIC X VALUE 'Y'.
             88 CRED-AVAILABLE     VALUE 'Y'.
             88 CRED-NOT-AVAIL     VALUE 'N'.

       01 WS-BALANCE-FLAGS.
          05 WS-BALANCED-FLAG      PIC X VALUE 'Y'.
             88 RUN-BALANCED       VALUE 'Y'.
             88 RUN-OUT-OF-BAL     VALUE 'N'.
          05 WS-GLEXTR-SEEN        PIC X VALUE 'N'.
             88 GLEXTR-SEEN        VALUE 'Y'.

       01 WS-MERGE-KEYS.
          05 WS-UPD-CUST           PIC X(09) VALUE LOW-VALUES.
          05 WS-LGR-CUST           PIC X(09) VALUE LOW-VALUES.
          05 WS-SUSP-CUST          PIC X(09) VALUE LOW-VALUES.
          05 WS-CURR-CUST          PIC X(09) VALUE SPACES.

       01 WS-CUST-POSITION.
          05 WS-C-BILL-ID          PIC X(14).
          05 WS-C-BILL-OWED        PIC 9(9)V99.
          05 WS-C-CREDIT           PIC 9(9)V99.
          05 WS-C-EXPECTED         PIC S9(9)V99.
          05 WS-C-LEDGER-BAL       PIC 9(9)V99.
          05 WS-C-LAST-EVENT       PIC X(02).
          05 WS-C-LAST-DATE        PIC 9(08).
          05 WS-C-DIFFERENCE       PIC S9(9)V99.
          05 WS-C-SUSPENSE         PIC 9(9)V99.
          05 WS-C-WRITTEN-OFF      PIC 9(9)V99.
          05 WS-C-RATE-CAT         PIC X(02).
          05 WS-C-CITY             PIC X(20).

       01 WS-CTL-TOTALS.
          05 WS-CTL-RECEIVABLE     PIC 9(11)V99 VALUE ZERO.
          05 WS-CTL-CUSTOMERS      PIC 9(08) VALUE ZERO.
          05 WS-CTL-RUN-DATE       PIC 9(08) VALUE ZERO.
          05 WS-CTL-REOPENED       PIC 9(11)V99 VALUE ZERO.
          05 WS-CTL-EXPECTED       PIC S9(11)V99 VALUE ZERO.

       01 WS-TB-CONTROLS.
          05 WS-TB-CNT             PIC 9(04) VALUE ZERO.
          05 WS-TB-MAX             PIC 9(04) VALUE 300.
          05 WS-TB-WORK-KEY.
             10 WS-TB-WORK-CAT     PIC X(02).
             10 WS-TB-WORK-CITY    PIC X(20).
          05 WS-TB-PREV-CAT        PIC X(02) VALUE LOW-VALUES.

       01 WS-TB-TABLE.
          05 WS-TB-ENTRY OCCURS 301 TIMES.
             10 WS-TB-KEY.
                15 WS-TB-CAT       PIC X(2).
                15 WS-TB-CITY      PIC X(20).
             10 WS-TB-ACCTS        PIC 9(6).
             10 WS-TB-OWED         PIC 9(11)V99.
             10 WS-TB-CREDIT       PIC 9(11)V99.
             10 WS-TB-LEDGER       PIC 9(11)V99.
             10 WS-TB-DIFF         PIC S9(11)V99.
             10 WS-TB-SUSPENSE     PIC 9(11)V99.
             10 WS-TB-OOB          PIC 9(6).

       01 WS-TB-SUBTOTALS.
          05 WS-SUB-ACCTS          PIC 9(6) VALUE ZERO.
          05 WS-SUB-OWED           PIC 9(11)V99 VALUE ZERO.
          05 WS-SUB-CREDIT         PIC 9(11)V99 VALUE ZERO.
          05 WS-SUB-LEDGER         PIC 9(11)V99 VALUE ZERO.
          05 WS-SUB-DIFF           PIC S9(11)V99 VALUE ZERO.
          05 WS-SUB-SUSPENSE       PIC 9(11)V99 VALUE ZERO.
          05 WS-SUB-OOB            PIC 9(6) VALUE ZERO.

       01 WS-SUBS.
          05 T                     PIC 9(04) VALUE 1.
          05 N                     PIC 9(04) VALUE 1.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(02) VALUE ZERO.
          05 WS-LINE-CNT           PIC 9(02) VALUE 60.
          05 WS-LINES-PER-PAGE     PIC 9(02) VALUE 55.

       01 WS-COUNTERS.
          05 WS-UPD-READ-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-LGR-READ-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-SUSP-READ-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-CUST-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-NOCUST-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-NOBILL-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-NOLGR-CTR          PIC 9(08) VALUE ZEROS.
          05 WS-OOB-CTR            PIC 9(08) VALUE ZEROS.
          05 WS-WOFF-CTR           PIC 9(08) VALUE ZEROS.
          05 WS-TOT-OWED           PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-CREDIT         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-LEDGER         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-DIFF           PIC S9(11)V99 VALUE ZERO.
          05 WS-TOT-SUSPENSE       PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-WRITTEN-OFF    PIC 9(11)V99 VALUE ZERO.

       01 WS-RPT-TITLE-LINE.
          05 FILLER                PIC X(45) VALUE
             '  ABC ELECTRICITY - A/R SUBLEDGER TRIAL BAL. '.
          05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
          05 WS-T-RUN-DATE         PIC 9(8).
          05 FILLER                PIC X(9) VALUE '   PAGE: '.
          05 WS-T-PAGE             PIC Z9.
          05 FILLER                PIC X(59) VALUE SPACES.

       01 WS-RPT-RULE-LINE.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(53) VALUE
             '-----------------------------------------------'.

       01 WS-RPT-HEADER-LINE.
          05 FILLER                PIC X(4)  VALUE 'CAT '.
          05 FILLER                PIC X(22) VALUE
             'CITY                  '.
          05 FILLER                PIC X(9)  VALUE ' ACCOUNTS'.
          05 FILLER                PIC X(17) VALUE
             '  BILLED BAL+FEE '.
          05 FILLER                PIC X(15) VALUE
             '       CREDITS '.
          05 FILLER                PIC X(17) VALUE
             '  LEDGER BALANCE '.
          05 FILLER                PIC X(16) VALUE
             '     DIFFERENCE '.
          05 FILLER                PIC X(16) VALUE
             '      SUSPENSE  '.
          05 FILLER                PIC X(9)  VALUE 'OUT-OF-BL'.
          05 FILLER                PIC X(8)  VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-D-RATE-CAT         PIC X(2).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-CITY             PIC X(20).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-ACCTS            PIC ZZZ,ZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-OWED             PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-LEDGER           PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-DIFF             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-SUSPENSE         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-OOB              PIC ZZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE SPACES.

       01 WS-RPT-MSG-LINE.
          05 WS-M-TEXT             PIC X(60).
          05 WS-M-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRECON EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-BILL-UPD.

           PERFORM 2250-READ-LEDGER.

           IF SUSP-AVAILABLE
              PERFORM 2280-READ-SUSPENSE
           ELSE
              MOVE HIGH-VALUES         TO WS-SUSP-CUST
           END-IF.

           PERFORM 2300-RECONCILE-CUSTOMER
                   UNTIL WS-UPD-CUST  = HIGH-VALUES AND
                         WS-LGR-CUST  = HIGH-VALUES AND
                         WS-SUSP-CUST = HIGH-VALUES.

           PERFORM 2600-READ-CTL-FILE.

           PERFORM 2700-STORE-CTL-TOTALS UNTIL CTL-EOF.

           PERFORM 2800-PRINT-TRIAL-BALANCE.

           PERFORM 2850-CROSS-CHECK.

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

           OPEN INPUT TI01-ACCT-LEDGER.
           IF NOT LGR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING SORTED ACCOUNT LEDGER     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LGR-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MO01-PAY-SUSP.
           IF SUSP-FILE-NOTFND
              SET SUSP-NOT-AVAIL       TO TRUE
              DISPLAY 'NO PAYMENT SUSPENSE FILE - NONE SHOWN   '
           ELSE
              IF NOT SUSP-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING PAYMENT SUSPENSE KSDS     '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-SUSP-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT MO01-CREDIT-KSDS.
           IF CRED-FILE-NOTFND
              SET CRED-NOT-AVAIL       TO TRUE
              DISPLAY 'NO CREDIT BALANCE FILE - NO CREDITS     '
           ELSE
              IF NOT CRED-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CREDIT BALANCE KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-CRED-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT MO01-CUST-KSDS.
           IF NOT KSDS-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-KSDS-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TI01-CTL-FILE.
           IF NOT CTL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CONTROL TOTAL FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-AR-EXCPT.
           IF NOT XCP-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING A/R EXCEPTION FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-XCP-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-AR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING A/R TRIAL BALANCE REPORT  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'UPDATED BILL KSDS IS OPENED ............'
           DISPLAY 'SORTED ACCOUNT LEDGER IS OPENED ........'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'CONTROL TOTAL FILE IS OPENED ...........'
           DISPLAY 'A/R EXCEPTION FILE IS OPENED ...........'
           DISPLAY 'A/R TRIAL BALANCE REPORT IS OPENED .....'
           DISPLAY '----------------------------------------'
           .

       2200-READ-BILL-UPD  SECTION.

           READ TI01-BILL-UPD

                AT END  SET UPD-EOF TO TRUE
                        MOVE HIGH-VALUES TO WS-UPD-CUST

                NOT AT END  ADD 1  TO WS-UPD-READ-CTR
                            MOVE UPD-CUST-ID TO WS-UPD-CUST

           END-READ.

       2250-READ-LEDGER  SECTION.

           READ TI01-ACCT-LEDGER

                AT END  SET LGR-EOF TO TRUE
                        MOVE HIGH-VALUES TO WS-LGR-CUST

                NOT AT END  ADD 1  TO WS-LGR-READ-CTR
                            MOVE LGR-CUST-ID TO WS-LGR-CUST

           END-READ.

       2280-READ-SUSPENSE  SECTION.

           READ MO01-PAY-SUSP

                AT END  SET SUSP-EOF TO TRUE
                        MOVE HIGH-VALUES TO WS-SUSP-CUST

                NOT AT END  ADD 1  TO WS-SUSP-READ-CTR
                            MOVE SUSP-CUST-ID TO WS-SUSP-CUST

           END-READ.

       2300-RECONCILE-CUSTOMER SECTION.

           MOVE WS-UPD-CUST            TO WS-CURR-CUST.
           IF WS-LGR-CUST < WS-CURR-CUST
              MOVE WS-LGR-CUST         TO WS-CURR-CUST
           END-IF.
           IF WS-SUSP-CUST < WS-CURR-CUST
              MOVE WS-SUSP-CUST        TO WS-CURR-CUST
           END-IF.

           MOVE SPACES                 TO WS-C-BILL-ID
                                          WS-C-LAST-EVENT.
           MOVE ZERO                   TO WS-C-BILL-OWED
                                          WS-C-CREDIT
                                          WS-C-LEDGER-BAL
                                          WS-C-LAST-DATE
                                          WS-C-SUSPENSE
                                          WS-C-WRITTEN-OFF.

           PERFORM 2310-TAKE-BILL
                   UNTIL WS-UPD-CUST NOT = WS-CURR-CUST.

           PERFORM 2320-TAKE-LEDGER-EVENT
                   UNTIL WS-LGR-CUST NOT = WS-CURR-CUST.

           PERFORM 2330-TAKE-SUSPENSE
                   UNTIL WS-SUSP-CUST NOT = WS-CURR-CUST.

           PERFORM 2340-GET-CREDIT.

           PERFORM 2350-GET-CUSTOMER.

           ADD 1                       TO WS-CUST-CTR.

           IF WS-C-BILL-ID = SPACES
              ADD 1                    TO WS-NOBILL-CTR
           END-IF.
           IF WS-C-LAST-EVENT = SPACES
              ADD 1                    TO WS-NOLGR-CTR
           END-IF.

           IF WS-C-LAST-EVENT = 'WO' AND WS-C-BILL-OWED > ZERO
              MOVE WS-C-BILL-OWED      TO WS-C-WRITTEN-OFF
              MOVE ZERO                TO WS-C-BILL-OWED
              ADD 1                    TO WS-WOFF-CTR
           END-IF.

           COMPUTE WS-C-EXPECTED   = WS-C-BILL-OWED - WS-C-CREDIT.
           IF WS-C-EXPECTED < ZERO
              MOVE ZERO                TO WS-C-EXPECTED
           END-IF.
           COMPUTE WS-C-DIFFERENCE = WS-C-LEDGER-BAL - WS-C-EXPECTED.

           ADD WS-C-BILL-OWED          TO WS-TOT-OWED.
           ADD WS-C-CREDIT             TO WS-TOT-CREDIT.
           ADD WS-C-LEDGER-BAL         TO WS-TOT-LEDGER.
           ADD WS-C-DIFFERENCE         TO WS-TOT-DIFF.
           ADD WS-C-SUSPENSE           TO WS-TOT-SUSPENSE.
           ADD WS-C-WRITTEN-OFF        TO WS-TOT-WRITTEN-OFF.

           PERFORM 2400-POST-TRIAL-BALANCE.

           IF WS-C-DIFFERENCE NOT = ZERO
              PERFORM 2500-WRITE-EXCEPTION
           END-IF.

       2310-TAKE-BILL  SECTION.

           MOVE UPD-BILL-ID            TO WS-C-BILL-ID.
           COMPUTE WS-C-BILL-OWED = UPD-BALANCE + UPD-LATE-FEE.

           PERFORM 2200-READ-BILL-UPD.

       2320-TAKE-LEDGER-EVENT  SECTION.

           MOVE LGR-BALANCE            TO WS-C-LEDGER-BAL.
           MOVE LGR-EVENT-TYPE         TO WS-C-LAST-EVENT.
           MOVE LGR-EVENT-DATE         TO WS-C-LAST-DATE.

           PERFORM 2250-READ-LEDGER.

       2330-TAKE-SUSPENSE  SECTION.

           ADD SUSP-AMOUNT             TO WS-C-SUSPENSE.

           PERFORM 2280-READ-SUSPENSE.

       2340-GET-CREDIT  SECTION.

           IF CRED-AVAILABLE
              MOVE WS-CURR-CUST        TO CR-CUST-ID
              READ MO01-CREDIT-KSDS
                   INVALID KEY
                      MOVE ZERO        TO CR-BALANCE
              END-READ
              MOVE CR-BALANCE          TO WS-C-CREDIT
           END-IF.

       2350-GET-CUSTOMER  SECTION.

           MOVE WS-CURR-CUST           TO CF-O-CUST-ID.
           READ MO01-CUST-KSDS
                INVALID KEY
                   ADD 1 TO WS-NOCUST-CTR
                   MOVE '??'           TO OUT-RATE-CAT
                   MOVE 'NOT ON CUST MASTER' TO OUT-CITY
           END-READ.

           MOVE OUT-RATE-CAT           TO WS-C-RATE-CAT.
           IF WS-C-RATE-CAT = SPACES
              MOVE 'D '                TO WS-C-RATE-CAT
           END-IF.
           MOVE OUT-CITY               TO WS-C-CITY.

       2400-POST-TRIAL-BALANCE  SECTION.

           MOVE WS-C-RATE-CAT          TO WS-TB-WORK-CAT.
           MOVE WS-C-CITY              TO WS-TB-WORK-CITY.

           MOVE 1                      TO T.
           PERFORM 2410-NEXT-TB-ENTRY
                   UNTIL T > WS-TB-CNT OR
                         WS-TB-KEY (T) NOT < WS-TB-WORK-KEY.

           IF T > WS-TB-CNT OR
              WS-TB-KEY (T) NOT = WS-TB-WORK-KEY
              PERFORM 2420-INSERT-TB-ENTRY
           END-IF.

           ADD 1                       TO WS-TB-ACCTS (T).
           ADD WS-C-BILL-OWED          TO WS-TB-OWED (T).
           ADD WS-C-CREDIT             TO WS-TB-CREDIT (T).
           ADD WS-C-LEDGER-BAL         TO WS-TB-LEDGER (T).
           ADD WS-C-DIFFERENCE         TO WS-TB-DIFF (T).
           ADD WS-C-SUSPENSE           TO WS-TB-SUSPENSE (T).
           IF WS-C-DIFFERENCE NOT = ZERO
              ADD 1                    TO WS-TB-OOB (T)
           END-IF.

       2410-NEXT-TB-ENTRY  SECTION.

           ADD 1                       TO T.

       2420-INSERT-TB-ENTRY  SECTION.

           IF WS-TB-CNT >= WS-TB-MAX
              DISPLAY '----------------------------------------'
              DISPLAY 'TRIAL BALANCE TABLE OVERFLOW            '
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-TB-CNT              TO N.
           PERFORM 2430-SHIFT-TB-ENTRY UNTIL N < T.

           ADD 1                       TO WS-TB-CNT.
           MOVE WS-TB-WORK-KEY         TO WS-TB-KEY (T).
           MOVE ZERO                   TO WS-TB-ACCTS (T)
                                          WS-TB-OWED (T)
                                          WS-TB-CREDIT (T)
                                          WS-TB-LEDGER (T)
                                          WS-TB-DIFF (T)
                                          WS-TB-SUSPENSE (T)
                                          WS-TB-OOB (T).

       2430-SHIFT-TB-ENTRY  SECTION.

           MOVE WS-TB-ENTRY (N)        TO WS-TB-ENTRY (N + 1).
           SUBTRACT 1                  FROM N.

       2500-WRITE-EXCEPTION  SECTION.

           MOVE WS-CURR-CUST           TO XCP-CUST-ID.
           MOVE WS-C-RATE-CAT          TO XCP-RATE-CAT.
           MOVE WS-C-CITY              TO XCP-CITY.
           MOVE WS-C-BILL-ID           TO XCP-BILL-ID.
           MOVE WS-C-BILL-OWED         TO XCP-BILL-OWED.
           MOVE WS-C-CREDIT            TO XCP-CREDIT.
           MOVE WS-C-LEDGER-BAL        TO XCP-LEDGER-BAL.
           MOVE WS-C-DIFFERENCE        TO XCP-DIFFERENCE.
           MOVE WS-C-LAST-EVENT        TO XCP-LAST-EVENT.
           MOVE WS-C-LAST-DATE         TO XCP-LAST-EVENT-DATE.
           MOVE WS-C-SUSPENSE          TO XCP-SUSPENSE.

           WRITE TO01-AR-EXCPT-RECORD.

           ADD 1                       TO WS-OOB-CTR.

       2600-READ-CTL-FILE  SECTION.

           READ TI01-CTL-FILE
                AT END  SET CTL-EOF TO TRUE
                NOT AT END  CONTINUE
           END-READ.

       2700-STORE-CTL-TOTALS  SECTION.

           IF CTL-PROGRAM = 'GLEXTR  '
              SET GLEXTR-SEEN          TO TRUE
              MOVE CTL-RUN-DATE        TO WS-CTL-RUN-DATE
              MOVE CTL-RECS-OUT        TO WS-CTL-CUSTOMERS
              MOVE CTL-AMOUNT-1        TO WS-CTL-RECEIVABLE
           END-IF.

           IF CTL-PROGRAM = 'PAYRTN  '
              ADD CTL-AMOUNT-1         TO WS-CTL-REOPENED
           END-IF.

           PERFORM 2600-READ-CTL-FILE.

       2800-PRINT-TRIAL-BALANCE  SECTION.

           PERFORM 3000-PRINT-HEADERS.

           MOVE LOW-VALUES             TO WS-TB-PREV-CAT.

           PERFORM 2810-PRINT-TB-LINE
                   VARYING T FROM 1 BY 1 UNTIL T > WS-TB-CNT.

           IF WS-TB-CNT > ZERO
              PERFORM 2820-PRINT-CAT-SUBTOTAL
           END-IF.

           PERFORM 2830-PRINT-GRAND-TOTAL.

       2810-PRINT-TB-LINE  SECTION.

           IF WS-TB-CAT (T) NOT = WS-TB-PREV-CAT
              IF WS-TB-PREV-CAT NOT = LOW-VALUES
                 PERFORM 2820-PRINT-CAT-SUBTOTAL
              END-IF
              MOVE WS-TB-CAT (T)       TO WS-TB-PREV-CAT
           END-IF.

           ADD WS-TB-ACCTS (T)         TO WS-SUB-ACCTS.
           ADD WS-TB-OWED (T)          TO WS-SUB-OWED.
           ADD WS-TB-CREDIT (T)        TO WS-SUB-CREDIT.
           ADD WS-TB-LEDGER (T)        TO WS-SUB-LEDGER.
           ADD WS-TB-DIFF (T)          TO WS-SUB-DIFF.
           ADD WS-TB-SUSPENSE (T)      TO WS-SUB-SUSPENSE.
           ADD WS-TB-OOB (T)           TO WS-SUB-OOB.

           MOVE WS-TB-CAT (T)          TO WS-D-RATE-CAT.
           MOVE WS-TB-CITY (T)         TO WS-D-CITY.
           MOVE WS-TB-ACCTS (T)        TO WS-D-ACCTS.
           MOVE WS-TB-OWED (T)         TO WS-D-OWED.
           MOVE WS-TB-CREDIT (T)       TO WS-D-CREDIT.
           MOVE WS-TB-LEDGER (T)       TO WS-D-LEDGER.
           MOVE WS-TB-DIFF (T)         TO WS-D-DIFF.
           MOVE WS-TB-SUSPENSE (T)     TO WS-D-SUSPENSE.
           MOVE WS-TB-OOB (T)          TO WS-D-OOB.

           PERFORM 2840-WRITE-DETAIL-LINE.

       2820-PRINT-CAT-SUBTOTAL  SECTION.

           MOVE WS-TB-PREV-CAT         TO WS-D-RATE-CAT.
           MOVE '  CATEGORY TOTAL'     TO WS-D-CITY.
           MOVE WS-SUB-ACCTS           TO WS-D-ACCTS.
           MOVE WS-SUB-OWED            TO WS-D-OWED.
           MOVE WS-SUB-CREDIT          TO WS-D-CREDIT.
           MOVE WS-SUB-LEDGER          TO WS-D-LEDGER.
           MOVE WS-SUB-DIFF            TO WS-D-DIFF.
           MOVE WS-SUB-SUSPENSE        TO WS-D-SUSPENSE.
           MOVE WS-SUB-OOB             TO WS-D-OOB.

           PERFORM 2840-WRITE-DETAIL-LINE.

           MOVE SPACES                 TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.
           ADD 1 TO WS-LINE-CNT.

           MOVE ZERO                   TO WS-SUB-ACCTS
                                          WS-SUB-OWED
                                          WS-SUB-CREDIT
                                          WS-SUB-LEDGER
                                          WS-SUB-DIFF
                                          WS-SUB-SUSPENSE
                                          WS-SUB-OOB.

       2830-PRINT-GRAND-TOTAL  SECTION.

           MOVE WS-RPT-RULE-LINE       TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.
           ADD 1 TO WS-LINE-CNT.

           MOVE SPACES                 TO WS-D-RATE-CAT.
           MOVE 'ALL RECEIVABLES'      TO WS-D-CITY.
           MOVE WS-CUST-CTR            TO WS-D-ACCTS.
           MOVE WS-TOT-OWED            TO WS-D-OWED.
           MOVE WS-TOT-CREDIT          TO WS-D-CREDIT.
           MOVE WS-TOT-LEDGER          TO WS-D-LEDGER.
           MOVE WS-TOT-DIFF            TO WS-D-DIFF.
           MOVE WS-TOT-SUSPENSE        TO WS-D-SUSPENSE.
           MOVE WS-OOB-CTR             TO WS-D-OOB.

           PERFORM 2840-WRITE-DETAIL-LINE.

       2840-WRITE-DETAIL-LINE  SECTION.

           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-RPT-DETAIL-LINE     TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       2850-CROSS-CHECK  SECTION.

           MOVE WS-RPT-RULE-LINE       TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE 'BILLED BALANCE + LATE FEES (BILLUPD)'
                                       TO WS-M-TEXT.
           MOVE WS-TOT-OWED            TO WS-M-AMOUNT.
           PERFORM 2860-WRITE-MSG-LINE.

           MOVE 'WRITTEN OFF SINCE LAST BILLPAY (BADDEBT) - NOT IN A/R'
                                       TO WS-M-TEXT.
           MOVE WS-TOT-WRITTEN-OFF     TO WS-M-AMOUNT.
           PERFORM 2860-WRITE-MSG-LINE.

           IF NOT GLEXTR-SEEN
              SET RUN-OUT-OF-BAL       TO TRUE
              DISPLAY 'NO CONTROL TOTALS FROM GLEXTR           '
              MOVE '*** NO GLEXTR CONTROL RECORD ON CTLFILE ***'
                                       TO WS-M-TEXT
              MOVE ZERO                TO WS-M-AMOUNT
              PERFORM 2860-WRITE-MSG-LINE
           ELSE
              MOVE 'RECEIVABLES PER GLEXTR CONTROL TOTALS'
                                       TO WS-M-TEXT
              MOVE WS-CTL-RECEIVABLE   TO WS-M-AMOUNT
              PERFORM 2860-WRITE-MSG-LINE
              MOVE 'REOPENED BY RETURNED PAYMENTS (PAYRTN)'
                                       TO WS-M-TEXT
              MOVE WS-CTL-REOPENED     TO WS-M-AMOUNT
              PERFORM 2860-WRITE-MSG-LINE
              COMPUTE WS-CTL-EXPECTED =
                      WS-CTL-RECEIVABLE + WS-CTL-REOPENED
                                        - WS-TOT-WRITTEN-OFF
              MOVE 'RECEIVABLES EXPECTED FROM CONTROL TOTALS'
                                       TO WS-M-TEXT
              MOVE WS-CTL-EXPECTED     TO WS-M-AMOUNT
              PERFORM 2860-WRITE-MSG-LINE
              IF WS-TOT-OWED NOT = WS-CTL-EXPECTED
                 SET RUN-OUT-OF-BAL    TO TRUE
                 DISPLAY 'RECEIVABLES ' WS-TOT-OWED
                         ' NOT = GLEXTR CONTROL ' WS-CTL-EXPECTED
                 MOVE '*** RECEIVABLES DO NOT AGREE WITH GLEXTR ***'
                                       TO WS-M-TEXT
                 COMPUTE WS-M-AMOUNT =
                         WS-TOT-OWED - WS-CTL-EXPECTED
                 PERFORM 2860-WRITE-MSG-LINE
              END-IF
           END-IF.

           MOVE 'NET OF CREDIT BALANCES (CREDMSTR)'
                                       TO WS-M-TEXT.
           COMPUTE WS-M-AMOUNT = WS-TOT-OWED - WS-TOT-CREDIT.
           PERFORM 2860-WRITE-MSG-LINE.

           MOVE 'ACCOUNT LEDGER BALANCES (ACCTLEDG)'
                                       TO WS-M-TEXT.
           MOVE WS-TOT-LEDGER          TO WS-M-AMOUNT.
           PERFORM 2860-WRITE-MSG-LINE.

           MOVE 'LEDGER LESS NET RECEIVABLES'
                                       TO WS-M-TEXT.
           MOVE WS-TOT-DIFF            TO WS-M-AMOUNT.
           PERFORM 2860-WRITE-MSG-LINE.

           MOVE 'UNAPPLIED CASH IN SUSPENSE (PAYSUSP) - NOT IN A/R'
                                       TO WS-M-TEXT.
           MOVE WS-TOT-SUSPENSE        TO WS-M-AMOUNT.
           PERFORM 2860-WRITE-MSG-LINE.

       2860-WRITE-MSG-LINE  SECTION.

           MOVE WS-RPT-MSG-LINE        TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

       3000-PRINT-HEADERS  SECTION.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM            TO WS-T-PAGE.
           MOVE WS-DATE                TO WS-T-RUN-DATE.

           MOVE SPACES TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE WS-RPT-TITLE-LINE TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE WS-RPT-HEADER-LINE TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-AR-RPT-RECORD.
           WRITE TO01-AR-RPT-RECORD.

           MOVE 5 TO WS-LINE-CNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS READ               ',  WS-UPD-READ-CTR
           DISPLAY ' LEDGER EVENTS READ       ',  WS-LGR-READ-CTR
           DISPLAY ' SUSPENSE ITEMS READ      ',  WS-SUSP-READ-CTR
           DISPLAY ' CUSTOMERS RECONCILED     ',  WS-CUST-CTR
           DISPLAY ' MISSING CUSTOMER MASTER  ',  WS-NOCUST-CTR
           DISPLAY ' LEDGER BUT NO BILL       ',  WS-NOBILL-CTR
           DISPLAY ' BILL BUT NO LEDGER       ',  WS-NOLGR-CTR
           DISPLAY ' OUT OF BALANCE ACCOUNTS  ',  WS-OOB-CTR
           DISPLAY ' WRITTEN OFF SINCE BILLPAY',  WS-WOFF-CTR
           DISPLAY ' TOTAL RECEIVABLES        ',  WS-TOT-OWED
           DISPLAY ' TOTAL CREDIT BALANCES    ',  WS-TOT-CREDIT
           DISPLAY ' TOTAL LEDGER BALANCES    ',  WS-TOT-LEDGER
           DISPLAY ' TOTAL IN SUSPENSE        ',  WS-TOT-SUSPENSE
           DISPLAY ' TOTAL WRITTEN OFF        ',  WS-TOT-WRITTEN-OFF
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-UPD,
                  TI01-ACCT-LEDGER,
                  MO01-CUST-KSDS,
                  TI01-CTL-FILE,
                  TO01-AR-EXCPT,
                  TO01-AR-RPT.

           IF SUSP-AVAILABLE
              CLOSE MO01-PAY-SUSP
           END-IF.

           IF CRED-AVAILABLE
              CLOSE MO01-CREDIT-KSDS
           END-IF.

           IF RUN-OUT-OF-BAL
              DISPLAY 'RECEIVABLES DO NOT TIE TO G/L - RC 8    '
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-OOB-CTR > ZERO
                 DISPLAY 'ACCOUNTS OUT OF BALANCE - SETTING RC 4  '
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRECON PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
