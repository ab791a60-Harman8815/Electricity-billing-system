       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MGMTRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TI01-BILL-UPD    ASSIGN TO BILLUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS UPD-BILL-ID
           FILE STATUS            IS WS-UPD-STATUS.

           SELECT TI01-PRIOR-UPD   ASSIGN TO PRIORUPD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS PUPD-BILL-ID
           FILE STATUS            IS WS-PUPD-STATUS.

           SELECT TI01-METER-HIST  ASSIGN TO METERHST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT TI01-HIST-ARCH   ASSIGN TO ARCHKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS ARC-KEY
           FILE STATUS            IS WS-ARC-STATUS.

           SELECT TI01-WORK-ORDER  ASSIGN TO WORKORD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS WO-KEY
           FILE STATUS            IS WS-WO-STATUS.

           SELECT MO01-CUST-KSDS  ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CF-O-CUST-ID
           FILE STATUS            IS WS-KSDS-STATUS.

           SELECT TO01-MGMT-RPT   ASSIGN TO MGMTRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT TO01-MIS-EXTR   ASSIGN TO MISEXTR
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-MIS-STATUS.

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

       FD TI01-PRIOR-UPD
           RECORD CONTAINS         146   CHARACTERS.

       01 TI01-PRIOR-UPD-RECORD.
          05 PUPD-BILL-ID       PIC X(14).
          05 PUPD-CUST-ID       PIC X(9).
          05 PUPD-CUST-NAME     PIC X(30).
          05 PUPD-METER-ID      PIC X(14).
          05 PUPD-READ-DATE     PIC X(10).
          05 PUPD-UNITS         PIC 9(7)V99.
          05 PUPD-AMOUNT        PIC 9(9)V99.
          05 PUPD-PAID          PIC 9(9)V99.
          05 PUPD-BALANCE       PIC 9(9)V99.
          05 PUPD-PRIOR-BAL     PIC 9(9)V99.
          05 PUPD-STATUS        PIC X(2).
          05 PUPD-DAYS-OVERDUE  PIC S9(5).
          05 PUPD-LATE-FEE      PIC 9(7)V99.

       FD TI01-METER-HIST
           RECORD CONTAINS         33   CHARACTERS.

       01 TI01-METER-HIST-RECORD.
          05 MH-CUST-ID         PIC X(9).
          05 MH-CYCLE-DATE      PIC 9(8).
          05 MH-UNITS           PIC 9(7)V99.
          05 MH-SOURCE          PIC X(7).

       FD TI01-HIST-ARCH
           RECORD CONTAINS         31   CHARACTERS.

       01 TI01-HIST-ARCH-RECORD.
          05 ARC-KEY.
             10 ARC-CUST-ID     PIC X(9).
             10 ARC-YYYYMM      PIC 9(6).
          05 ARC-READING-CNT    PIC 9(5).
          05 ARC-UNITS-TOTAL    PIC 9(9)V99.

       FD TI01-WORK-ORDER
           RECORD CONTAINS         45   CHARACTERS.

       01 TI01-WORK-ORDER-RECORD.
          05 WO-KEY.
             10 WO-CUST-ID      PIC X(9).
             10 WO-ORDER-SEQ    PIC 9(4).
          05 WO-TYPE            PIC X(1).
             88 WO-DISCONNECT   VALUE 'D'.
             88 WO-RECONNECT    VALUE 'R'.
          05 WO-STATUS          PIC X(1).
             88 WO-OPEN         VALUE 'O'.
             88 WO-COMPLETE     VALUE 'C'.
             88 WO-CANCELLED    VALUE 'X'.
          05 WO-CREATE-DATE     PIC 9(8).
          05 WO-COMPLETE-DATE   PIC 9(8).
          05 WO-LAST-BILL-ID    PIC X(14).

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

       FD TO01-MGMT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         133  CHARACTERS.

       01 TO01-MGMT-RPT-RECORD  PIC X(133).

       FD TO01-MIS-EXTR
           RECORDING MODE          IS F
           RECORD CONTAINS         260  CHARACTERS.

       01 TO01-MIS-EXTR-RECORD.
          05 MIS-REC-TYPE       PIC X(1).
             88 MIS-DETAIL      VALUE 'D'.
             88 MIS-CITY-TOTAL  VALUE 'C'.
             88 MIS-GRAND-TOTAL VALUE 'T'.
          05 MIS-MONTH          PIC 9(6).
          05 MIS-CITY           PIC X(20).
          05 MIS-LOCALITY       PIC X(30).
          05 MIS-RATE-CAT       PIC X(2).
          05 MIS-CUR-ACCTS      PIC 9(7).
          05 MIS-CUR-UNITS      PIC 9(9)V99.
          05 MIS-CUR-BILLED     PIC 9(11)V99.
          05 MIS-CUR-COLL       PIC 9(11)V99.
          05 MIS-CUR-EFF        PIC 9(4)V9.
          05 MIS-PRV-ACCTS      PIC 9(7).
          05 MIS-PRV-UNITS      PIC 9(9)V99.
          05 MIS-PRV-BILLED     PIC 9(11)V99.
          05 MIS-PRV-COLL       PIC 9(11)V99.
          05 MIS-PRV-EFF        PIC 9(4)V9.
          05 MIS-LY-UNITS       PIC 9(9)V99.
          05 MIS-ACT-READS      PIC 9(7).
          05 MIS-EST-READS      PIC 9(7).
          05 MIS-ARR-CNT        PIC 9(7) OCCURS 3 TIMES.
          05 MIS-ARR-AMT        PIC 9(11)V99 OCCURS 3 TIMES.
          05 MIS-DISC-CNT       PIC 9(7).
          05 MIS-RECONN-CNT     PIC 9(7).
          05 FILLER             PIC X(4).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-CODES.
          05 WS-UPD-STATUS         PIC X(02).
             88 UPD-IO-STATUS      VALUE '00'.
             88 UPD-EOF            VALUE '10'.
          05 WS-PUPD-STATUS        PIC X(02).
             88 PUPD-IO-STATUS     VALUE '00'.
             88 PUPD-EOF           VALUE '10'.
             88 PUPD-FILE-NOTFND   VALUE '35'.
          05 WS-HIST-STATUS        PIC X(02).
             88 HIST-IO-STATUS     VALUE '00'.
             88 HIST-EOF           VALUE '10'.
          05 WS-ARC-STATUS         PIC X(02).
             88 ARC-IO-STATUS      VALUE '00'.
             88 ARC-EOF            VALUE '10'.
             88 ARC-FILE-NOTFND    VALUE '35'.
          05 WS-WO-STATUS          PIC X(02).
             88 WO-IO-STATUS       VALUE '00'.
             88 WO-EOF             VALUE '10'.
             88 WO-FILE-NOTFND     VALUE '35'.
          05 WS-KSDS-STATUS        PIC X(02).
             88 KSDS-IO-STATUS     VALUE '00'.
             88 KSDS-ROW-NOTFND    VALUE '23'.
          05 WS-RPT-STATUS         PIC X(02).
             88 RPT-IO-STATUS      VALUE '00'.
          05 WS-MIS-STATUS         PIC X(02).
             88 MIS-IO-STATUS      VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-ID REDEFINES WS-DATE.
             10 WS-RUN-YYYY        PIC 9999.
             10 WS-RUN-MM          PIC 99.
             10 WS-RUN-DD          PIC 99.

       01 WS-MONTH-CONTROLS.
          05 WS-RPT-MONTH          PIC 9(06) VALUE ZERO.
          05 WS-RPT-MONTH-ID REDEFINES WS-RPT-MONTH.
             10 WS-RPT-YYYY        PIC 9999.
             10 WS-RPT-MM          PIC 99.
          05 WS-PRV-MONTH          PIC 9(06) VALUE ZERO.
          05 WS-PRV-MONTH-ID REDEFINES WS-PRV-MONTH.
             10 WS-PRV-YYYY        PIC 9999.
             10 WS-PRV-MM          PIC 99.
          05 WS-LY-MONTH           PIC 9(06) VALUE ZERO.
          05 WS-LY-MONTH-ID REDEFINES WS-LY-MONTH.
             10 WS-LY-YYYY         PIC 9999.
             10 WS-LY-MM           PIC 99.
          05 WS-WORK-MONTH         PIC 9(06).

       01 WS-READ-DATE-WORK.
          05 WS-RD-EDIT.
             10 WS-RD-YYYY         PIC 9(4).
             10 FILLER             PIC X.
             10 WS-RD-MM           PIC 99.
             10 FILLER             PIC X.
             10 WS-RD-DD           PIC 99.

       01 WS-AGING-CONTROLS.
          05 WS-GRACE-DAYS         PIC 9(3) VALUE 30.
          05 WS-AGE-B2-LO          PIC 999.
          05 WS-AGE-B3-LO          PIC 999.
          05 WS-AGE-B1-HI          PIC 999.
          05 WS-AGE-B2-HI          PIC 999.
          05 WS-AGE-B1-LO          PIC 999.
          05 WS-AGE-BKT            PIC 9.

       01 WS-ARREARS-HOLD.
          05 WS-ARR-PREV-CUST      PIC X(09) VALUE LOW-VALUES.
          05 WS-ARR-MAX-DAYS       PIC S9(5) VALUE ZERO.
          05 WS-ARR-OWED           PIC 9(9)V99 VALUE ZERO.

       01 WS-AVAIL-FLAGS.
          05 WS-PUPD-AVAIL-FLAG    PIC X VALUE 'Y'.
             88 PUPD-AVAILABLE     VALUE 'Y'.
             88 PUPD-NOT-AVAIL     VALUE 'N'.
          05 WS-ARC-AVAIL-FLAG     PIC X VALUE 'Y'.
             88 ARC-AVAILABLE      VALUE 'Y'.
             88 ARC-NOT-AVAIL      VALUE 'N'.
          05 WS-WO-AVAIL-FLAG      PIC X VALUE 'Y'.
             88 WO-AVAILABLE       VALUE 'Y'.
             88 WO-NOT-AVAIL       VALUE 'N'.

       01 WS-LOOKUP-WORK.
          05 WS-LOOKUP-CUST        PIC X(09).
          05 WS-LAST-CUST          PIC X(09) VALUE LOW-VALUES.
          05 WS-BILLED-WORK        PIC S9(9)V99.

       01 WS-GRP-CONTROLS.
          05 WS-GRP-CNT            PIC 9(04) VALUE ZERO.
          05 WS-GRP-MAX            PIC 9(04) VALUE 1000.
          05 WS-GRP-WORK-KEY.
             10 WS-GRP-WORK-CITY   PIC X(20).
             10 WS-GRP-WORK-LOCAL  PIC X(30).
             10 WS-GRP-WORK-CAT    PIC X(02).
          05 WS-GRP-PREV-CITY      PIC X(20) VALUE LOW-VALUES.

       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 1001 TIMES.
             10 WS-GRP-KEY.
                15 WS-GRP-CITY     PIC X(20).
                15 WS-GRP-LOCALITY PIC X(30).
                15 WS-GRP-CAT      PIC X(02).
             10 WS-GRP-DATA.
                15 WS-GRP-CUR-ACCTS   PIC 9(7).
                15 WS-GRP-CUR-UNITS   PIC 9(9)V99.
                15 WS-GRP-CUR-BILLED  PIC 9(11)V99.
                15 WS-GRP-CUR-COLL    PIC 9(11)V99.
                15 WS-GRP-PRV-ACCTS   PIC 9(7).
                15 WS-GRP-PRV-UNITS   PIC 9(9)V99.
                15 WS-GRP-PRV-BILLED  PIC 9(11)V99.
                15 WS-GRP-PRV-COLL    PIC 9(11)V99.
                15 WS-GRP-LY-UNITS    PIC 9(9)V99.
                15 WS-GRP-ACT-READS   PIC 9(7).
                15 WS-GRP-EST-READS   PIC 9(7).
                15 WS-GRP-ARR-CNT     PIC 9(7) OCCURS 3 TIMES.
                15 WS-GRP-ARR-AMT     PIC 9(11)V99 OCCURS 3 TIMES.
                15 WS-GRP-DISC-CNT    PIC 9(7).
                15 WS-GRP-RECONN-CNT  PIC 9(7).

       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 3 TIMES.
             10 WS-ACC-CUR-ACCTS   PIC 9(7).
             10 WS-ACC-CUR-UNITS   PIC 9(9)V99.
             10 WS-ACC-CUR-BILLED  PIC 9(11)V99.
             10 WS-ACC-CUR-COLL    PIC 9(11)V99.
             10 WS-ACC-PRV-ACCTS   PIC 9(7).
             10 WS-ACC-PRV-UNITS   PIC 9(9)V99.
             10 WS-ACC-PRV-BILLED  PIC 9(11)V99.
             10 WS-ACC-PRV-COLL    PIC 9(11)V99.
             10 WS-ACC-LY-UNITS    PIC 9(9)V99.
             10 WS-ACC-ACT-READS   PIC 9(7).
             10 WS-ACC-EST-READS   PIC 9(7).
             10 WS-ACC-ARR-CNT     PIC 9(7) OCCURS 3 TIMES.
             10 WS-ACC-ARR-AMT     PIC 9(11)V99 OCCURS 3 TIMES.
             10 WS-ACC-DISC-CNT    PIC 9(7).
             10 WS-ACC-RECONN-CNT  PIC 9(7).

       01 WS-RATIO-WORK.
          05 WS-CUR-EFF            PIC 9(4)V9.
          05 WS-PRV-EFF            PIC 9(4)V9.
          05 WS-EST-PCT            PIC 9(3)V9.
          05 WS-CHG-PCT            PIC S9(5)V9.
          05 WS-CHG-CUR            PIC 9(11)V99.
          05 WS-CHG-CMP            PIC 9(11)V99.
          05 WS-READ-TOTAL         PIC 9(8).

       01 WS-SUBS.
          05 T                     PIC 9(04) VALUE 1.
          05 N                     PIC 9(04) VALUE 1.
          05 A                     PIC 9(01) VALUE 1.
          05 B                     PIC 9(01) VALUE 1.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NUM           PIC 9(03) VALUE ZERO.
          05 WS-LINE-CNT           PIC 9(02) VALUE 60.
          05 WS-LINES-PER-PAGE     PIC 9(02) VALUE 55.

       01 WS-COUNTERS.
          05 WS-UPD-READ-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-PUPD-READ-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-HIST-READ-CTR      PIC 9(08) VALUE ZEROS.
          05 WS-ARC-READ-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-WO-READ-CTR        PIC 9(08) VALUE ZEROS.
          05 WS-CUR-BILL-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-PRV-BILL-CTR       PIC 9(08) VALUE ZEROS.
          05 WS-NOCUST-CTR         PIC 9(08) VALUE ZEROS.
          05 WS-MIS-CTR            PIC 9(08) VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
          05 FILLER                PIC X(47) VALUE
             '  ABC ELECTRICITY - MONTHLY MANAGEMENT REPORT  '.
          05 FILLER                PIC X(7) VALUE 'MONTH: '.
          05 WS-T-MONTH            PIC 9999/99.
          05 FILLER                PIC X(13) VALUE '   RUN DATE: '.
          05 WS-T-RUN-DATE         PIC 9(8).
          05 FILLER                PIC X(9) VALUE '   PAGE: '.
          05 WS-T-PAGE             PIC ZZ9.
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-RPT-CITY-LINE.
          05 FILLER                PIC X(8) VALUE '  CITY: '.
          05 WS-H-CITY             PIC X(20).
          05 FILLER                PIC X(10) VALUE SPACES.
          05 FILLER                PIC X(13) VALUE 'PRIOR MONTH: '.
          05 WS-H-PRV-MONTH        PIC 9999/99.
          05 FILLER                PIC X(23) VALUE
             '   SAME MONTH LAST YR: '.
          05 WS-H-LY-MONTH         PIC 9999/99.
          05 FILLER                PIC X(45) VALUE SPACES.

       01 WS-RPT-RULE-LINE.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(40) VALUE
             '----------------------------------------'.
          05 FILLER                PIC X(53) VALUE
             '-----------------------------------------------'.

       01 WS-RPT-HEADER-LINE.
          05 FILLER                PIC X(23) VALUE
             'LOCALITY               '.
          05 FILLER                PIC X(4)  VALUE 'CAT '.
          05 FILLER                PIC X(10) VALUE 'PERIOD    '.
          05 FILLER                PIC X(9)  VALUE 'ACCOUNTS '.
          05 FILLER                PIC X(12) VALUE
             '      UNITS '.
          05 FILLER                PIC X(10) VALUE
             ' UNIT CHG '.
          05 FILLER                PIC X(15) VALUE
             '        BILLED '.
          05 FILLER                PIC X(10) VALUE
             ' BILL CHG '.
          05 FILLER                PIC X(15) VALUE
             '     COLLECTED '.
          05 FILLER                PIC X(10) VALUE
             ' COLL CHG '.
          05 FILLER                PIC X(6)  VALUE
             '  EFF%'.
          05 FILLER                PIC X(9)  VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-D-LOCALITY         PIC X(22).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-RATE-CAT         PIC X(2).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-PERIOD           PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-ACCTS            PIC ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-UNITS            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-UNITS-CHG        PIC -ZZZZ9.9 BLANK WHEN ZERO.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-BILLED           PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-BILLED-CHG       PIC -ZZZZ9.9 BLANK WHEN ZERO.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-COLL             PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-D-COLL-CHG         PIC -ZZZZ9.9 BLANK WHEN ZERO.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-D-EFF              PIC ZZZ9.9 BLANK WHEN ZERO.
          05 FILLER                PIC X(9) VALUE SPACES.

       01 WS-RPT-READS-LINE.
          05 FILLER                PIC X(25) VALUE
             'METER READS THIS MONTH   '.
          05 FILLER                PIC X(8)  VALUE 'ACTUAL  '.
          05 WS-S-ACT-READS        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(14) VALUE
             '   ESTIMATED  '.
          05 WS-S-EST-READS        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(16) VALUE
             '   ESTIMATED %  '.
          05 WS-S-EST-PCT          PIC ZZ9.9.
          05 FILLER                PIC X(51) VALUE SPACES.

       01 WS-RPT-ARREARS-LINE.
          05 FILLER                PIC X(25) VALUE
             'ACCOUNTS IN ARREARS      '.
          05 WS-S-ARR-BKT OCCURS 3 TIMES.
             10 WS-S-ARR-LBL       PIC X(14).
             10 WS-S-ARR-CNT       PIC ZZZ,ZZ9.
             10 FILLER             PIC X(1) VALUE SPACES.
             10 WS-S-ARR-AMT       PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER             PIC X(1) VALUE SPACES.

       01 WS-RPT-WORKORD-LINE.
          05 FILLER                PIC X(25) VALUE
             'WORK ORDERS COMPLETED    '.
          05 FILLER                PIC X(16) VALUE
             'DISCONNECTIONS  '.
          05 WS-S-DISC             PIC ZZZ,ZZ9.
          05 FILLER                PIC X(17) VALUE
             '   RECONNECTIONS '.
          05 WS-S-RECONN           PIC ZZZ,ZZ9.
          05 FILLER                PIC X(61) VALUE SPACES.

       01 WS-AGE-LABELS.
          05 WS-AGE-LBL            PIC X(14) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS.

           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'MGMTRPT EXECUTION BEGINS HERE ..........'
           DISPLAY '----------------------------------------'

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-RPT-MONTH FROM SYSIN.
           ACCEPT WS-GRACE-DAYS FROM SYSIN.
           IF WS-RPT-MONTH NOT NUMERIC OR WS-RPT-MONTH = ZERO
              COMPUTE WS-RPT-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM
           END-IF.
           IF WS-GRACE-DAYS NOT NUMERIC OR WS-GRACE-DAYS = ZERO
              MOVE 30 TO WS-GRACE-DAYS
           END-IF.

           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
              DISPLAY '----------------------------------------'
              DISPLAY 'INVALID REPORT MONTH ON SYSIN           '
              DISPLAY 'REPORT MONTH ', ' ',    WS-RPT-MONTH
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RPT-MM = 1
              COMPUTE WS-PRV-YYYY = WS-RPT-YYYY - 1
              MOVE 12                  TO WS-PRV-MM
           ELSE
              MOVE WS-RPT-YYYY         TO WS-PRV-YYYY
              COMPUTE WS-PRV-MM = WS-RPT-MM - 1
           END-IF.

           COMPUTE WS-LY-YYYY = WS-RPT-YYYY - 1.
           MOVE WS-RPT-MM              TO WS-LY-MM.

           DISPLAY 'REPORT MONTH ' WS-RPT-MONTH
                   ' PRIOR MONTH ' WS-PRV-MONTH
                   ' LAST YEAR '   WS-LY-MONTH.

           PERFORM 1050-BUILD-AGING-LABELS.

       1050-BUILD-AGING-LABELS  SECTION.

           MOVE WS-GRACE-DAYS TO WS-AGE-B1-LO.
           COMPUTE WS-AGE-B1-HI = WS-GRACE-DAYS + 29.
           COMPUTE WS-AGE-B2-LO = WS-GRACE-DAYS + 30.
           COMPUTE WS-AGE-B2-HI = WS-GRACE-DAYS + 59.
           COMPUTE WS-AGE-B3-LO = WS-GRACE-DAYS + 60.

           MOVE SPACES TO WS-AGE-LBL (1).
           STRING WS-AGE-B1-LO DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-AGE-B1-HI DELIMITED BY SIZE
                  ' DAYS:'     DELIMITED BY SIZE
                  INTO WS-AGE-LBL (1)
           END-STRING.

           MOVE SPACES TO WS-AGE-LBL (2).
           STRING WS-AGE-B2-LO DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-AGE-B2-HI DELIMITED BY SIZE
                  ' DAYS:'     DELIMITED BY SIZE
                  INTO WS-AGE-LBL (2)
           END-STRING.

           MOVE SPACES TO WS-AGE-LBL (3).
           STRING WS-AGE-B3-LO DELIMITED BY SIZE
                  '+ DAYS:'    DELIMITED BY SIZE
                  INTO WS-AGE-LBL (3)
           END-STRING.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.

           PERFORM 2200-READ-BILL-UPD.

           PERFORM 2300-TALLY-CURR-BILL UNTIL UPD-EOF.

           IF WS-ARR-PREV-CUST NOT = LOW-VALUES
              PERFORM 2350-CHECK-ARREARS
           END-IF.

           IF PUPD-AVAILABLE
              PERFORM 2400-READ-PRIOR-UPD
              PERFORM 2450-TALLY-PRIOR-BILL UNTIL PUPD-EOF
           END-IF.

           PERFORM 2500-READ-METER-HIST.

           PERFORM 2550-TALLY-METER-HIST UNTIL HIST-EOF.

           IF ARC-AVAILABLE
              PERFORM 2600-READ-HIST-ARCH
              PERFORM 2650-TALLY-HIST-ARCH UNTIL ARC-EOF
           END-IF.

           IF WO-AVAILABLE
              PERFORM 2700-READ-WORK-ORDER
              PERFORM 2750-TALLY-WORK-ORDER UNTIL WO-EOF
           END-IF.

           PERFORM 2900-PRINT-REPORT.

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

           OPEN INPUT TI01-PRIOR-UPD.
           IF PUPD-FILE-NOTFND
              SET PUPD-NOT-AVAIL       TO TRUE
              DISPLAY 'NO PRIOR UPDATED BILL FILE - '
                      'NO PRIOR MONTH FIGURES'
           ELSE
              IF NOT PUPD-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING PRIOR UPDATED BILL KSDS   '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-PUPD-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT TI01-METER-HIST.
           IF NOT HIST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER HISTORY FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-HIST-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TI01-HIST-ARCH.
           IF ARC-FILE-NOTFND
              SET ARC-NOT-AVAIL        TO TRUE
              DISPLAY 'NO HISTORY ARCHIVE KSDS - DETAIL ONLY   '
           ELSE
              IF NOT ARC-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING HISTORY ARCHIVE KSDS      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-ARC-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT TI01-WORK-ORDER.
           IF WO-FILE-NOTFND
              SET WO-NOT-AVAIL         TO TRUE
              DISPLAY 'NO WORK ORDER KSDS - NO COMPLETIONS     '
           ELSE
              IF NOT WO-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING WORK ORDER KSDS           '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-WO-STATUS
                 DISPLAY '----------------------------------------'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
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

           OPEN OUTPUT TO01-MGMT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MANAGEMENT REPORT         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TO01-MIS-EXTR.
           IF NOT MIS-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING MIS EXTRACT FILE          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MIS-STATUS
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'UPDATED BILL KSDS IS OPENED ............'
           DISPLAY 'METER HISTORY FILE IS OPENED ...........'
           DISPLAY 'CUSTOMER MASTER KSDS IS OPENED .........'
           DISPLAY 'MANAGEMENT REPORT IS OPENED ............'
           DISPLAY 'MIS EXTRACT FILE IS OPENED .............'
           DISPLAY '----------------------------------------'
           .

       2200-READ-BILL-UPD  SECTION.

           READ TI01-BILL-UPD

                AT END  SET UPD-EOF TO TRUE

                NOT AT END  ADD 1  TO WS-UPD-READ-CTR

           END-READ.

       2300-TALLY-CURR-BILL  SECTION.

           IF UPD-CUST-ID NOT = WS-ARR-PREV-CUST
              IF WS-ARR-PREV-CUST NOT = LOW-VALUES
                 PERFORM 2350-CHECK-ARREARS
              END-IF
              MOVE UPD-CUST-ID         TO WS-ARR-PREV-CUST
              MOVE ZERO                TO WS-ARR-MAX-DAYS
           END-IF.

           IF (UPD-STATUS = 'D' OR UPD-STATUS = 'PP')
              AND UPD-DAYS-OVERDUE > WS-ARR-MAX-DAYS
              MOVE UPD-DAYS-OVERDUE    TO WS-ARR-MAX-DAYS
           END-IF.
           COMPUTE WS-ARR-OWED = UPD-BALANCE + UPD-LATE-FEE.

           MOVE UPD-READ-DATE          TO WS-RD-EDIT.
           PERFORM 2380-GET-READ-MONTH.

           IF WS-WORK-MONTH = WS-RPT-MONTH
              MOVE UPD-CUST-ID         TO WS-LOOKUP-CUST
              PERFORM 2800-FIND-GROUP
              COMPUTE WS-BILLED-WORK = UPD-AMOUNT - UPD-PRIOR-BAL
              IF WS-BILLED-WORK < ZERO
                 MOVE ZERO             TO WS-BILLED-WORK
              END-IF
              ADD 1                    TO WS-GRP-CUR-ACCTS (T)
              ADD UPD-UNITS            TO WS-GRP-CUR-UNITS (T)
              ADD WS-BILLED-WORK       TO WS-GRP-CUR-BILLED (T)
              ADD UPD-PAID             TO WS-GRP-CUR-COLL (T)
              ADD 1                    TO WS-CUR-BILL-CTR
           END-IF.

           PERFORM 2200-READ-BILL-UPD.

       2350-CHECK-ARREARS  SECTION.

           IF WS-ARR-MAX-DAYS > WS-GRACE-DAYS AND
              WS-ARR-OWED > ZERO
              EVALUATE TRUE
                  WHEN WS-ARR-MAX-DAYS >= WS-AGE-B3-LO
                      MOVE 3           TO WS-AGE-BKT
                  WHEN WS-ARR-MAX-DAYS >= WS-AGE-B2-LO
                      MOVE 2           TO WS-AGE-BKT
                  WHEN OTHER
                      MOVE 1           TO WS-AGE-BKT
              END-EVALUATE
              MOVE WS-ARR-PREV-CUST    TO WS-LOOKUP-CUST
              PERFORM 2800-FIND-GROUP
              ADD 1            TO WS-GRP-ARR-CNT (T, WS-AGE-BKT)
              ADD WS-ARR-OWED  TO WS-GRP-ARR-AMT (T, WS-AGE-BKT)
           END-IF.

       2380-GET-READ-MONTH  SECTION.

           IF WS-RD-YYYY NUMERIC AND WS-RD-MM NUMERIC
              COMPUTE WS-WORK-MONTH = WS-RD-YYYY * 100 + WS-RD-MM
           ELSE
              MOVE ZERO                TO WS-WORK-MONTH
           END-IF.

       2400-READ-PRIOR-UPD  SECTION.

           READ TI01-PRIOR-UPD

                AT END  SET PUPD-EOF TO TRUE

                NOT AT END  ADD 1  TO WS-PUPD-READ-CTR

           END-READ.

       2450-TALLY-PRIOR-BILL  SECTION.

           MOVE PUPD-READ-DATE         TO WS-RD-EDIT.
           PERFORM 2380-GET-READ-MONTH.

           IF WS-WORK-MONTH = WS-PRV-MONTH
              MOVE PUPD-CUST-ID        TO WS-LOOKUP-CUST
              PERFORM 2800-FIND-GROUP
              COMPUTE WS-BILLED-WORK = PUPD-AMOUNT - PUPD-PRIOR-BAL
              IF WS-BILLED-WORK < ZERO
                 MOVE ZERO             TO WS-BILLED-WORK
              END-IF
              ADD 1                    TO WS-GRP-PRV-ACCTS (T)
              ADD PUPD-UNITS           TO WS-GRP-PRV-UNITS (T)
              ADD WS-BILLED-WORK       TO WS-GRP-PRV-BILLED (T)
              ADD PUPD-PAID            TO WS-GRP-PRV-COLL (T)
              ADD 1                    TO WS-PRV-BILL-CTR
           END-IF.

           PERFORM 2400-READ-PRIOR-UPD.

       2500-READ-METER-HIST  SECTION.

           READ TI01-METER-HIST

                AT END  SET HIST-EOF TO TRUE

                NOT AT END  ADD 1  TO WS-HIST-READ-CTR

           END-READ.

       2550-TALLY-METER-HIST  SECTION.

           COMPUTE WS-WORK-MONTH = MH-CYCLE-DATE / 100.

           IF MH-SOURCE = 'BILLGEN' OR MH-SOURCE = 'BILLEST'
              IF WS-WORK-MONTH = WS-RPT-MONTH
                 MOVE MH-CUST-ID       TO WS-LOOKUP-CUST
                 PERFORM 2800-FIND-GROUP
                 IF MH-SOURCE = 'BILLGEN'
                    ADD 1              TO WS-GRP-ACT-READS (T)
                 ELSE
                    ADD 1              TO WS-GRP-EST-READS (T)
                 END-IF
              END-IF
              IF WS-WORK-MONTH = WS-LY-MONTH
                 MOVE MH-CUST-ID       TO WS-LOOKUP-CUST
                 PERFORM 2800-FIND-GROUP
                 ADD MH-UNITS          TO WS-GRP-LY-UNITS (T)
              END-IF
           END-IF.

           PERFORM 2500-READ-METER-HIST.

       2600-READ-HIST-ARCH  SECTION.

           READ TI01-HIST-ARCH

                AT END  SET ARC-EOF TO TRUE

                NOT AT END  ADD 1  TO WS-ARC-READ-CTR

           END-READ.

       2650-TALLY-HIST-ARCH  SECTION.

           IF ARC-YYYYMM = WS-LY-MONTH
              MOVE ARC-CUST-ID         TO WS-LOOKUP-CUST
              PERFORM 2800-FIND-GROUP
              ADD ARC-UNITS-TOTAL      TO WS-GRP-LY-UNITS (T)
           END-IF.

           PERFORM 2600-READ-HIST-ARCH.

       2700-READ-WORK-ORDER  SECTION.

           READ TI01-WORK-ORDER

                AT END  SET WO-EOF TO TRUE

                NOT AT END  ADD 1  TO WS-WO-READ-CTR

           END-READ.

       2750-TALLY-WORK-ORDER  SECTION.

           COMPUTE WS-WORK-MONTH = WO-COMPLETE-DATE / 100.

           IF WO-COMPLETE AND WS-WORK-MONTH = WS-RPT-MONTH
              MOVE WO-CUST-ID          TO WS-LOOKUP-CUST
              PERFORM 2800-FIND-GROUP
              IF WO-DISCONNECT
                 ADD 1                 TO WS-GRP-DISC-CNT (T)
              END-IF
              IF WO-RECONNECT
                 ADD 1                 TO WS-GRP-RECONN-CNT (T)
              END-IF
           END-IF.

           PERFORM 2700-READ-WORK-ORDER.

       2800-FIND-GROUP  SECTION.

           IF WS-LOOKUP-CUST NOT = WS-LAST-CUST
              MOVE WS-LOOKUP-CUST      TO CF-O-CUST-ID
              MOVE WS-LOOKUP-CUST      TO WS-LAST-CUST
              READ MO01-CUST-KSDS
                   INVALID KEY
                      ADD 1 TO WS-NOCUST-CTR
                      MOVE 'NOT ON CUST MASTER' TO OUT-CITY
                      MOVE SPACES      TO OUT-LOCALITY
                      MOVE '??'        TO OUT-RATE-CAT
              END-READ
              MOVE OUT-CITY            TO WS-GRP-WORK-CITY
              MOVE OUT-LOCALITY        TO WS-GRP-WORK-LOCAL
              MOVE OUT-RATE-CAT        TO WS-GRP-WORK-CAT
              IF WS-GRP-WORK-CAT = SPACES
                 MOVE 'D '             TO WS-GRP-WORK-CAT
              END-IF
           END-IF.

           MOVE 1                      TO T.
           PERFORM 2810-NEXT-GROUP-ENTRY
                   UNTIL T > WS-GRP-CNT OR
                         WS-GRP-KEY (T) NOT < WS-GRP-WORK-KEY.

           IF T > WS-GRP-CNT OR
              WS-GRP-KEY (T) NOT = WS-GRP-WORK-KEY
              PERFORM 2820-INSERT-GROUP-ENTRY
           END-IF.

       2810-NEXT-GROUP-ENTRY  SECTION.

           ADD 1                       TO T.

       2820-INSERT-GROUP-ENTRY  SECTION.

           IF WS-GRP-CNT >= WS-GRP-MAX
              DISPLAY '----------------------------------------'
              DISPLAY 'REPORT GROUP TABLE OVERFLOW             '
              DISPLAY '----------------------------------------'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-GRP-CNT             TO N.
           PERFORM 2830-SHIFT-GROUP-ENTRY UNTIL N < T.

           ADD 1                       TO WS-GRP-CNT.
           MOVE WS-GRP-WORK-KEY        TO WS-GRP-KEY (T).
           INITIALIZE WS-GRP-DATA (T).

       2830-SHIFT-GROUP-ENTRY  SECTION.

           MOVE WS-GRP-ENTRY (N)       TO WS-GRP-ENTRY (N + 1).
           SUBTRACT 1                  FROM N.

       2900-PRINT-REPORT  SECTION.

           MOVE WS-PRV-MONTH           TO WS-H-PRV-MONTH.
           MOVE WS-LY-MONTH            TO WS-H-LY-MONTH.
           INITIALIZE WS-ACC-ENTRY (3).

           PERFORM 2910-PRINT-GROUP
                   VARYING T FROM 1 BY 1 UNTIL T > WS-GRP-CNT.

           IF WS-GRP-CNT > ZERO
              PERFORM 2920-PRINT-CITY-TOTAL
           END-IF.

           PERFORM 2930-PRINT-GRAND-TOTAL.

       2910-PRINT-GROUP  SECTION.

           IF WS-GRP-CITY (T) NOT = WS-GRP-PREV-CITY
              IF WS-GRP-PREV-CITY NOT = LOW-VALUES
                 PERFORM 2920-PRINT-CITY-TOTAL
              END-IF
              MOVE WS-GRP-CITY (T)     TO WS-GRP-PREV-CITY
                                          WS-H-CITY
              INITIALIZE WS-ACC-ENTRY (2)
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-GRP-DATA (T)        TO WS-ACC-ENTRY (1).
           PERFORM 2950-ROLL-TOTALS.

           MOVE WS-GRP-LOCALITY (T)    TO WS-D-LOCALITY.
           MOVE WS-GRP-CAT (T)         TO WS-D-RATE-CAT.
           MOVE 1                      TO A.
           PERFORM 2960-PRINT-FIGURES.

           SET MIS-DETAIL              TO TRUE.
           MOVE WS-GRP-CITY (T)        TO MIS-CITY.
           MOVE WS-GRP-LOCALITY (T)    TO MIS-LOCALITY.
           MOVE WS-GRP-CAT (T)         TO MIS-RATE-CAT.
           PERFORM 2980-WRITE-MIS-RECORD.

       2920-PRINT-CITY-TOTAL  SECTION.

           MOVE 'CITY TOTAL'           TO WS-D-LOCALITY.
           MOVE SPACES                 TO WS-D-RATE-CAT.
           MOVE 2                      TO A.
           PERFORM 2960-PRINT-FIGURES.

           PERFORM 2970-PRINT-STATISTICS.

           SET MIS-CITY-TOTAL          TO TRUE.
           MOVE WS-GRP-PREV-CITY       TO MIS-CITY.
           MOVE SPACES                 TO MIS-LOCALITY
                                          MIS-RATE-CAT.
           PERFORM 2980-WRITE-MIS-RECORD.

       2930-PRINT-GRAND-TOTAL  SECTION.

           MOVE 'ALL CITIES'           TO WS-H-CITY.
           PERFORM 3000-PRINT-HEADERS.

           MOVE 'GRAND TOTAL'          TO WS-D-LOCALITY.
           MOVE SPACES                 TO WS-D-RATE-CAT.
           MOVE 3                      TO A.
           PERFORM 2960-PRINT-FIGURES.

           PERFORM 2970-PRINT-STATISTICS.

           SET MIS-GRAND-TOTAL         TO TRUE.
           MOVE SPACES                 TO MIS-CITY
                                          MIS-LOCALITY
                                          MIS-RATE-CAT.
           PERFORM 2980-WRITE-MIS-RECORD.

       2950-ROLL-TOTALS  SECTION.

           PERFORM 2955-ROLL-INTO-TOTAL
                   VARYING A FROM 2 BY 1 UNTIL A > 3.

       2955-ROLL-INTO-TOTAL  SECTION.

           ADD WS-ACC-CUR-ACCTS (1)    TO WS-ACC-CUR-ACCTS (A).
           ADD WS-ACC-CUR-UNITS (1)    TO WS-ACC-CUR-UNITS (A).
           ADD WS-ACC-CUR-BILLED (1)   TO WS-ACC-CUR-BILLED (A).
           ADD WS-ACC-CUR-COLL (1)     TO WS-ACC-CUR-COLL (A).
           ADD WS-ACC-PRV-ACCTS (1)    TO WS-ACC-PRV-ACCTS (A).
           ADD WS-ACC-PRV-UNITS (1)    TO WS-ACC-PRV-UNITS (A).
           ADD WS-ACC-PRV-BILLED (1)   TO WS-ACC-PRV-BILLED (A).
           ADD WS-ACC-PRV-COLL (1)     TO WS-ACC-PRV-COLL (A).
           ADD WS-ACC-LY-UNITS (1)     TO WS-ACC-LY-UNITS (A).
           ADD WS-ACC-ACT-READS (1)    TO WS-ACC-ACT-READS (A).
           ADD WS-ACC-EST-READS (1)    TO WS-ACC-EST-READS (A).
           ADD WS-ACC-ARR-CNT (1, 1)   TO WS-ACC-ARR-CNT (A, 1).
           ADD WS-ACC-ARR-CNT (1, 2)   TO WS-ACC-ARR-CNT (A, 2).
           ADD WS-ACC-ARR-CNT (1, 3)   TO WS-ACC-ARR-CNT (A, 3).
           ADD WS-ACC-ARR-AMT (1, 1)   TO WS-ACC-ARR-AMT (A, 1).
           ADD WS-ACC-ARR-AMT (1, 2)   TO WS-ACC-ARR-AMT (A, 2).
           ADD WS-ACC-ARR-AMT (1, 3)   TO WS-ACC-ARR-AMT (A, 3).
           ADD WS-ACC-DISC-CNT (1)     TO WS-ACC-DISC-CNT (A).
           ADD WS-ACC-RECONN-CNT (1)   TO WS-ACC-RECONN-CNT (A).

       2960-PRINT-FIGURES  SECTION.

           IF WS-LINE-CNT + 4 > WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           PERFORM 2990-CALC-EFFICIENCY.

           MOVE 'THIS MNTH'            TO WS-D-PERIOD.
           MOVE WS-ACC-CUR-ACCTS (A)   TO WS-D-ACCTS.
           MOVE WS-ACC-CUR-UNITS (A)   TO WS-D-UNITS.
           MOVE ZERO                   TO WS-D-UNITS-CHG
                                          WS-D-BILLED-CHG
                                          WS-D-COLL-CHG.
           MOVE WS-ACC-CUR-BILLED (A)  TO WS-D-BILLED.
           MOVE WS-ACC-CUR-COLL (A)    TO WS-D-COLL.
           MOVE WS-CUR-EFF             TO WS-D-EFF.
           PERFORM 3100-WRITE-DETAIL-LINE.

           MOVE SPACES                 TO WS-D-LOCALITY
                                          WS-D-RATE-CAT.
           MOVE 'LAST MNTH'            TO WS-D-PERIOD.
           MOVE WS-ACC-PRV-ACCTS (A)   TO WS-D-ACCTS.
           MOVE WS-ACC-PRV-UNITS (A)   TO WS-D-UNITS.
           MOVE WS-ACC-CUR-UNITS (A)   TO WS-CHG-CUR.
           MOVE WS-ACC-PRV-UNITS (A)   TO WS-CHG-CMP.
           PERFORM 2995-CALC-CHANGE.
           MOVE WS-CHG-PCT             TO WS-D-UNITS-CHG.
           MOVE WS-ACC-PRV-BILLED (A)  TO WS-D-BILLED.
           MOVE WS-ACC-CUR-BILLED (A)  TO WS-CHG-CUR.
           MOVE WS-ACC-PRV-BILLED (A)  TO WS-CHG-CMP.
           PERFORM 2995-CALC-CHANGE.
           MOVE WS-CHG-PCT             TO WS-D-BILLED-CHG.
           MOVE WS-ACC-PRV-COLL (A)    TO WS-D-COLL.
           MOVE WS-ACC-CUR-COLL (A)    TO WS-CHG-CUR.
           MOVE WS-ACC-PRV-COLL (A)    TO WS-CHG-CMP.
           PERFORM 2995-CALC-CHANGE.
           MOVE WS-CHG-PCT             TO WS-D-COLL-CHG.
           MOVE WS-PRV-EFF             TO WS-D-EFF.
           PERFORM 3100-WRITE-DETAIL-LINE.

           MOVE 'LAST YEAR'            TO WS-D-PERIOD.
           MOVE ZERO                   TO WS-D-ACCTS
                                          WS-D-BILLED
                                          WS-D-BILLED-CHG
                                          WS-D-COLL
                                          WS-D-COLL-CHG
                                          WS-D-EFF.
           MOVE WS-ACC-LY-UNITS (A)    TO WS-D-UNITS.
           MOVE WS-ACC-CUR-UNITS (A)   TO WS-CHG-CUR.
           MOVE WS-ACC-LY-UNITS (A)    TO WS-CHG-CMP.
           PERFORM 2995-CALC-CHANGE.
           MOVE WS-CHG-PCT             TO WS-D-UNITS-CHG.
           PERFORM 3100-WRITE-DETAIL-LINE.

           MOVE SPACES                 TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.
           ADD 1 TO WS-LINE-CNT.

       2970-PRINT-STATISTICS  SECTION.

           IF WS-LINE-CNT + 5 > WS-LINES-PER-PAGE
              PERFORM 3000-PRINT-HEADERS
           END-IF.

           MOVE WS-ACC-ACT-READS (A)   TO WS-S-ACT-READS.
           MOVE WS-ACC-EST-READS (A)   TO WS-S-EST-READS.
           COMPUTE WS-READ-TOTAL =
                   WS-ACC-ACT-READS (A) + WS-ACC-EST-READS (A).
           IF WS-READ-TOTAL > ZERO
              COMPUTE WS-EST-PCT ROUNDED =
                      WS-ACC-EST-READS (A) * 100 / WS-READ-TOTAL
           ELSE
              MOVE ZERO                TO WS-EST-PCT
           END-IF.
           MOVE WS-EST-PCT             TO WS-S-EST-PCT.
           MOVE WS-RPT-READS-LINE      TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           PERFORM 2975-EDIT-ARREARS-BUCKET
                   VARYING B FROM 1 BY 1 UNTIL B > 3.
           MOVE WS-RPT-ARREARS-LINE    TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-ACC-DISC-CNT (A)    TO WS-S-DISC.
           MOVE WS-ACC-RECONN-CNT (A)  TO WS-S-RECONN.
           MOVE WS-RPT-WORKORD-LINE    TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE       TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           ADD 4 TO WS-LINE-CNT.

       2975-EDIT-ARREARS-BUCKET  SECTION.

           MOVE WS-AGE-LBL (B)         TO WS-S-ARR-LBL (B).
           MOVE WS-ACC-ARR-CNT (A, B)  TO WS-S-ARR-CNT (B).
           MOVE WS-ACC-ARR-AMT (A, B)  TO WS-S-ARR-AMT (B).

       2980-WRITE-MIS-RECORD  SECTION.

           MOVE WS-RPT-MONTH           TO MIS-MONTH.
           MOVE WS-ACC-CUR-ACCTS (A)   TO MIS-CUR-ACCTS.
           MOVE WS-ACC-CUR-UNITS (A)   TO MIS-CUR-UNITS.
           MOVE WS-ACC-CUR-BILLED (A)  TO MIS-CUR-BILLED.
           MOVE WS-ACC-CUR-COLL (A)    TO MIS-CUR-COLL.
           MOVE WS-CUR-EFF             TO MIS-CUR-EFF.
           MOVE WS-ACC-PRV-ACCTS (A)   TO MIS-PRV-ACCTS.
           MOVE WS-ACC-PRV-UNITS (A)   TO MIS-PRV-UNITS.
           MOVE WS-ACC-PRV-BILLED (A)  TO MIS-PRV-BILLED.
           MOVE WS-ACC-PRV-COLL (A)    TO MIS-PRV-COLL.
           MOVE WS-PRV-EFF             TO MIS-PRV-EFF.
           MOVE WS-ACC-LY-UNITS (A)    TO MIS-LY-UNITS.
           MOVE WS-ACC-ACT-READS (A)   TO MIS-ACT-READS.
           MOVE WS-ACC-EST-READS (A)   TO MIS-EST-READS.
           MOVE WS-ACC-ARR-CNT (A, 1)  TO MIS-ARR-CNT (1).
           MOVE WS-ACC-ARR-CNT (A, 2)  TO MIS-ARR-CNT (2).
           MOVE WS-ACC-ARR-CNT (A, 3)  TO MIS-ARR-CNT (3).
           MOVE WS-ACC-ARR-AMT (A, 1)  TO MIS-ARR-AMT (1).
           MOVE WS-ACC-ARR-AMT (A, 2)  TO MIS-ARR-AMT (2).
           MOVE WS-ACC-ARR-AMT (A, 3)  TO MIS-ARR-AMT (3).
           MOVE WS-ACC-DISC-CNT (A)    TO MIS-DISC-CNT.
           MOVE WS-ACC-RECONN-CNT (A)  TO MIS-RECONN-CNT.

           WRITE TO01-MIS-EXTR-RECORD.

           ADD 1 TO WS-MIS-CTR.

       2990-CALC-EFFICIENCY  SECTION.

           IF WS-ACC-CUR-BILLED (A) > ZERO
              COMPUTE WS-CUR-EFF ROUNDED =
                      WS-ACC-CUR-COLL (A) * 100 / WS-ACC-CUR-BILLED (A)
                      ON SIZE ERROR MOVE 9999.9 TO WS-CUR-EFF
              END-COMPUTE
           ELSE
              MOVE ZERO                TO WS-CUR-EFF
           END-IF.

           IF WS-ACC-PRV-BILLED (A) > ZERO
              COMPUTE WS-PRV-EFF ROUNDED =
                      WS-ACC-PRV-COLL (A) * 100 / WS-ACC-PRV-BILLED (A)
                      ON SIZE ERROR MOVE 9999.9 TO WS-PRV-EFF
              END-COMPUTE
           ELSE
              MOVE ZERO                TO WS-PRV-EFF
           END-IF.

       2995-CALC-CHANGE  SECTION.

           IF WS-CHG-CMP > ZERO
              COMPUTE WS-CHG-PCT ROUNDED =
                      (WS-CHG-CUR - WS-CHG-CMP) * 100 / WS-CHG-CMP
                      ON SIZE ERROR MOVE 99999.9 TO WS-CHG-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO                TO WS-CHG-PCT
           END-IF.

       3000-PRINT-HEADERS  SECTION.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM            TO WS-T-PAGE.
           MOVE WS-RPT-MONTH           TO WS-T-MONTH.
           MOVE WS-DATE                TO WS-T-RUN-DATE.

           MOVE SPACES TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-TITLE-LINE TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-CITY-LINE TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-HEADER-LINE TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE WS-RPT-RULE-LINE TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           MOVE 6 TO WS-LINE-CNT.

       3100-WRITE-DETAIL-LINE  SECTION.

           MOVE WS-RPT-DETAIL-LINE     TO TO01-MGMT-RPT-RECORD.
           WRITE TO01-MGMT-RPT-RECORD.

           ADD 1 TO WS-LINE-CNT.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' CURRENT BILLS READ       ',  WS-UPD-READ-CTR
           DISPLAY ' PRIOR BILLS READ         ',  WS-PUPD-READ-CTR
           DISPLAY ' HISTORY RECORDS READ     ',  WS-HIST-READ-CTR
           DISPLAY ' ARCHIVE RECORDS READ     ',  WS-ARC-READ-CTR
           DISPLAY ' WORK ORDERS READ         ',  WS-WO-READ-CTR
           DISPLAY ' BILLS IN REPORT MONTH    ',  WS-CUR-BILL-CTR
           DISPLAY ' BILLS IN PRIOR MONTH     ',  WS-PRV-BILL-CTR
           DISPLAY ' MISSING CUSTOMER MASTER  ',  WS-NOCUST-CTR
           DISPLAY ' REPORT GROUPS            ',  WS-GRP-CNT
           DISPLAY ' MIS RECORDS WRITTEN      ',  WS-MIS-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TI01-BILL-UPD,
                  TI01-METER-HIST,
                  MO01-CUST-KSDS,
                  TO01-MGMT-RPT,
                  TO01-MIS-EXTR.

           IF PUPD-AVAILABLE
              CLOSE TI01-PRIOR-UPD
           END-IF.

           IF ARC-AVAILABLE
              CLOSE TI01-HIST-ARCH
           END-IF.

           IF WO-AVAILABLE
              CLOSE TI01-WORK-ORDER
           END-IF.

           IF WS-CUR-BILL-CTR = ZERO
              DISPLAY 'NO BILLS FOUND FOR REPORT MONTH - RC 4  '
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'MGMTRPT PROCESSING COMPLETE ............'
           DISPLAY '----------------------------------------'

           STOP RUN.
