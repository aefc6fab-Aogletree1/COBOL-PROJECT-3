       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-TAX-LIABILITY.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Sales-tax liability for a filing period. The nightly
      *  report run books each day's tax to SALES TAX PAYABLE
      *  and the sales analysis shows it by truck and district,
      *  but the return is filed for a whole period, district by
      *  district. This program reads the dated register tapes
      *  for every day of the period, prices each sale from the
      *  treat-price master, and taxes it at its district's rate
      *  in force on the day of the sale - so a period that
      *  straddles a rate change is split at the change, rate by
      *  rate, the way the return asks for it. Days in the
      *  period with no tape on file are listed, so nobody files
      *  off a short period without knowing it.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date the chain runs against - when no
      *  period is given, the period is the business date's
      *  month to date.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  Filing period - the first and last day to report.

           SELECT TAX-PERIOD-PARM
               ASSIGN TO 'TAX-PERIOD-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPP-STATUS.

      *  One business day's register tape. Named at run time
      *  for each day in the period - only the dated files are
      *  history, so the standing file is never read here.

           SELECT DAILY-SALES-TRANS
               ASSIGN TO WS-SALES-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

      *  Master treat-price file - every sale is priced from
      *  here, same as the sales analysis.

           SELECT TREAT-PRICE-MASTER
               ASSIGN TO 'TREAT-PRICE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Truck-name reference - the district each truck sells in.

           SELECT TRUCK-NAME-REF
               ASSIGN TO 'TRUCK-NAME-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Sales-tax rates by district and effective date.

           SELECT TAX-RATE-REF
               ASSIGN TO 'TAX-RATE-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

      *  Treat taxability - a treat flagged 'E' is exempt, any
      *  other treat is taxable.

           SELECT TREAT-TAX-REF
               ASSIGN TO 'TREAT-TAX-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTX-STATUS.

      *  The printed liability report.

           SELECT LIABILITY-REPORT-FILE
               ASSIGN TO 'TAX-LIABILITY-REPORT.TXT'
               FILE STATUS IS WS-RPT-STATUS.

      *  Shared run log - every program in the chain appends one
      *  status record per run, so the balancing step can prove
      *  the chain ran whole, in order, and in balance.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  RUN-DATE-PARM
           RECORD CONTAINS 11 TO 12 CHARACTERS.
       01  RUN-DATE-PARM-REC.
           05  RDP-BUSINESS-DATE      PIC 9(8).
           05  RDP-PULL-DAYS          PIC X(3).
           05  RDP-RUN-MODE           PIC X.

      *  Period parameter record - first and last day of the
      *  filing period, YYYYMMDD.

       FD  TAX-PERIOD-PARM
           RECORD CONTAINS 16 CHARACTERS.
       01  TAX-PERIOD-PARM-REC.
           05  TPP-FROM-DATE          PIC X(8).
           05  TPP-TO-DATE            PIC X(8).

      *  Sales transaction record - same layout the posting run
      *  reads. Waste and transfer lines carry a 'W' or 'T' in
      *  the first byte of the timestamp; neither is a sale.

       FD  DAILY-SALES-TRANS
           RECORD CONTAINS 38 CHARACTERS.
       01  SALES-TRANS-REC.
           05  ST-TRUCK-ID        PIC X(4).
           05  ST-TREAT-NAME      PIC X(15).
           05  ST-TREAT-SIZE      PIC X.
           05  ST-QTY-SOLD        PIC 9(4).
           05  ST-SALE-TIMESTAMP.
               10  ST-SALE-DATE   PIC 9(8).
               10  ST-SALE-HOUR   PIC 99.
               10  ST-SALE-MINSEC PIC 9(4).

       FD  TREAT-PRICE-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PRICE-MASTER-REC.
           05  TPM-NAME-IN            PIC X(15).
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

       FD  TRUCK-NAME-REF
           RECORD CONTAINS 22 CHARACTERS.
       01  TRUCK-NAME-REF-REC.
           05  TNR-TRUCK-ID           PIC X(4).
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

      *  Tax-rate record - district, effective date, and the
      *  rate as a percentage with its implied decimal.

       FD  TAX-RATE-REF
           RECORD CONTAINS 15 CHARACTERS.
       01  TAX-RATE-REF-REC.
           05  TXR-DISTRICT           PIC X(3).
           05  TXR-EFFECTIVE-DATE     PIC 9(8).
           05  TXR-RATE               PIC 99V99.

      *  Treat taxability record - treat name/size and 'T'
      *  (taxable) or 'E' (exempt).

       FD  TREAT-TAX-REF
           RECORD CONTAINS 17 CHARACTERS.
       01  TREAT-TAX-REF-REC.
           05  TTX-TREAT-NAME         PIC X(15).
           05  TTX-TREAT-SIZE         PIC X.
           05  TTX-TAX-FLAG           PIC X.

       FD  LIABILITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LIABILITY-REPORT-REC   PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. The business date is the last day of the
      *  period; the read count is sale lines taxed and the
      *  write count is days read.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  RUN-LOG-REC.
           05  RL-PROGRAM         PIC X(20).
           05  RL-BUSINESS-DATE   PIC X(8).
           05  RL-START-STAMP     PIC X(14).
           05  RL-STOP-STAMP      PIC X(14).
           05  RL-READ-COUNT      PIC 9(6).
           05  RL-WRITE-COUNT     PIC 9(6).
           05  RL-OUTCOME         PIC X(8).
      *********
       WORKING-STORAGE SECTION.

       01  WS-RDP-STATUS                PIC XX.
       01  WS-TPP-STATUS                PIC XX.
       01  WS-TRN-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.
       01  WS-TXR-STATUS                PIC XX.
       01  WS-TTX-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.

      *  Run-log working fields, same as every chain program.

       01  WS-STAMP-DATE                PIC X(8)    VALUE SPACES.
       01  WS-STAMP-TIME                PIC X(8)    VALUE SPACES.
       01  WS-RUN-START-STAMP           PIC X(14)   VALUE SPACES.
       01  WS-RUN-OUTCOME               PIC X(8)    VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X       VALUE 'Y'.
           05  PARM-BAD-FLAG            PIC X       VALUE 'N'.
           05  SUB                      PIC 9(4)    VALUE 1.
           05  SUB2                     PIC 9(4)    VALUE 1.
           05  SUB3                     PIC 9(4)    VALUE 1.

       01  WS-BUSINESS-DATE             PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                        PIC X(8).
       01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BD-YEAR               PIC 9(4).
           05  WS-BD-MONTH              PIC 99.
           05  WS-BD-DAY                PIC 99.

      *  The filing period, its length in days, and the day
      *  being read. A period runs at most a year.

       01  WS-PERIOD-FROM               PIC 9(8)    VALUE 0.
       01  WS-PERIOD-FROM-PARTS REDEFINES WS-PERIOD-FROM.
           05  WS-PF-YEAR               PIC 9(4).
           05  WS-PF-MONTH              PIC 99.
           05  WS-PF-DAY                PIC 99.
       01  WS-PERIOD-TO                 PIC 9(8)    VALUE 0.
       01  WS-PERIOD-TO-X REDEFINES WS-PERIOD-TO
                                        PIC X(8).
       01  WS-PERIOD-TO-PARTS REDEFINES WS-PERIOD-TO.
           05  WS-PT-YEAR               PIC 9(4).
           05  WS-PT-MONTH              PIC 99.
           05  WS-PT-DAY                PIC 99.
       01  WS-FROM-INTEGER              PIC 9(7)    VALUE 0.
       01  WS-TO-INTEGER                PIC 9(7)    VALUE 0.
       01  WS-PERIOD-DAYS               PIC 9(4)    VALUE 0.
       01  WS-DAY-INDEX                 PIC 9(4)    VALUE 0.
       01  WS-DAY-INTEGER               PIC 9(7)    VALUE 0.
       01  WS-DAY-DATE                  PIC 9(8)    VALUE 0.
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                        PIC X(8).
       01  WS-SALES-TRANS-FILE          PIC X(40)   VALUE SPACES.

      *  Run totals for the trailer.

       01  WS-RUN-TOTALS.
           05  WS-SALES-DAYS-READ       PIC 9(6)    VALUE 0.
           05  WS-SALES-DAYS-MISSING    PIC 9(6)    VALUE 0.
           05  WS-SALES-READ-COUNT      PIC 9(6)    VALUE 0.
           05  WS-WASTE-SKIP-COUNT      PIC 9(6)    VALUE 0.
           05  WS-XFER-SKIP-COUNT       PIC 9(6)    VALUE 0.
           05  WS-QTY-REJECT-COUNT      PIC 9(6)    VALUE 0.
           05  WS-NO-PRICE-COUNT        PIC 9(6)    VALUE 0.
           05  WS-NO-RATE-COUNT         PIC 9(6)    VALUE 0.
           05  WS-OFF-PERIOD-COUNT      PIC 9(6)    VALUE 0.

      *  Master treat-price table.

       01  WS-TREAT-PRICE-COUNT         PIC 9(4)    VALUE 0.

       01  TREAT-PRICE-TABLE.
           05  TREAT-PRICE-ENTRY OCCURS 1000 TIMES.
               10  TPM-NAME             PIC X(15).
               10  TPM-SIZE             PIC X.
               10  TPM-PRICE            PIC 99V99.

      *  Truck-name table - only the district is used here.

       01  WS-TRUCK-NAME-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-NAME-TABLE.
           05  TRUCK-NAME-ENTRY OCCURS 1000 TIMES.
               10  TN-TRUCK-ID          PIC X(4).
               10  TN-DISTRICT          PIC X(3).

      *  Tax-rate table, every dated row on file.

       01  WS-TAX-RATE-COUNT            PIC 9(4)    VALUE 0.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 1000 TIMES.
               10  TXT-DISTRICT         PIC X(3).
               10  TXT-EFFECTIVE-DATE   PIC 9(8).
               10  TXT-RATE             PIC 99V99.

      *  Treat taxability table.

       01  WS-TREAT-TAX-COUNT           PIC 9(4)    VALUE 0.

       01  TREAT-TAX-TABLE.
           05  TREAT-TAX-ENTRY OCCURS 1000 TIMES.
               10  TX-NAME              PIC X(15).
               10  TX-SIZE              PIC X.
               10  TX-TAX-FLAG          PIC X.

      *  Liability by district - taxable and exempt sales and
      *  the tax due.

       01  WS-DISTRICT-COUNT            PIC 9(4)    VALUE 0.

       01  DISTRICT-LIABILITY-TABLE.
           05  DISTRICT-LIABILITY-ENTRY OCCURS 10 TIMES.
               10  DL-DISTRICT          PIC X(3).
               10  DL-TAXABLE           PIC 9(8)V99.
               10  DL-EXEMPT            PIC 9(8)V99.
               10  DL-TAX               PIC 9(8)V99.

      *  Liability by district and the rate in force - one entry
      *  per rate row a sale in the period was taxed under, so
      *  a rate change mid-period shows as two lines. A taxable
      *  sale with no rate on file lands under a zero date.

       01  WS-RATE-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-RATE-LINE-OVERFLOW-COUNT  PIC 9(4)    VALUE 0.

       01  RATE-LIABILITY-TABLE.
           05  RATE-LIABILITY-ENTRY OCCURS 100 TIMES.
               10  RLB-DISTRICT         PIC X(3).
               10  RLB-EFFECTIVE-DATE   PIC 9(8).
               10  RLB-RATE             PIC 99V99.
               10  RLB-TAXABLE          PIC 9(8)V99.
               10  RLB-TAX              PIC 9(8)V99.

      *  Days of the period with no tape on file, for the
      *  listing.

       01  MISSING-DAY-TABLE.
           05  MISSING-DAY              PIC 9(8)    OCCURS 366 TIMES.

      *  One day's taxable sales by truck and the rate row they
      *  are taxed under. Tax is figured once per truck per day
      *  per rate, on the summed taxable sales, rounded once -
      *  the basis the nightly run books tax payable to the GL
      *  on - so the return ties to the ledger. Emptied at the
      *  start of every tape. A sale past the table is taxed on
      *  its own and counted.

       01  WS-TAX-BASIS-COUNT           PIC 9(4)    VALUE 0.
       01  WS-TAX-BASIS-OVERFLOW-COUNT  PIC 9(6)    VALUE 0.

       01  TAX-BASIS-TABLE.
           05  TAX-BASIS-ENTRY OCCURS 1000 TIMES.
               10  TB-TRUCK-ID          PIC X(4).
               10  TB-DISTRICT          PIC X(3).
               10  TB-RATE-DATE         PIC 9(8).
               10  TB-RATE              PIC 99V99.
               10  TB-TAXABLE           PIC 9(8)V99.

      *  Work fields for one sale line.

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.
       01  WS-SALE-PRICE                PIC 99V99   VALUE 0.
       01  WS-SALE-REVENUE              PIC 9(8)V99 VALUE 0.
       01  WS-SALE-DISTRICT             PIC X(3)    VALUE SPACES.
       01  WS-SALE-TAXABLE              PIC X       VALUE 'Y'.
       01  WS-SALE-RATE                 PIC 99V99   VALUE 0.
       01  WS-SALE-RATE-DATE            PIC 9(8)    VALUE 0.
       01  WS-SALE-TAX                  PIC 9(6)V99 VALUE 0.

       01  WS-LIABILITY-TOTALS.
           05  WS-TOTAL-TAXABLE         PIC 9(8)V99 VALUE 0.
           05  WS-TOTAL-EXEMPT          PIC 9(8)V99 VALUE 0.
           05  WS-TOTAL-TAX             PIC 9(8)V99 VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 LIABILITY-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 LIABILITY-HEADER-2.
          05 FILLER          PIC X(23) VALUE SPACES.
          05 FILLER          PIC X(35) VALUE
                              'SALES TAX LIABILITY FOR FILING'.

       01 PERIOD-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(16) VALUE 'FILING PERIOD:  '.
          05 PL-FROM-OUT     PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE ' TO '.
          05 PL-TO-OUT       PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 PL-DAYS-OUT     PIC ZZ9.
          05 FILLER          PIC X(5)  VALUE ' DAYS'.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(40).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(70).

       01 DISTRICT-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'DISTRICT'.
          05 FILLER          PIC X(16) VALUE '  TAXABLE SALES'.
          05 FILLER          PIC X(16) VALUE '   EXEMPT SALES'.
          05 FILLER          PIC X(16) VALUE '        TAX DUE'.

       01 DISTRICT-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DD-DISTRICT-OUT PIC X(10).
          05 DD-TAXABLE-OUT  PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DD-EXEMPT-OUT   PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DD-TAX-OUT      PIC $ZZ,ZZZ,ZZ9.99.

       01 RATE-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'DISTRICT'.
          05 FILLER          PIC X(12) VALUE 'EFFECTIVE'.
          05 FILLER          PIC X(8)  VALUE '  RATE'.
          05 FILLER          PIC X(16) VALUE '  TAXABLE SALES'.
          05 FILLER          PIC X(16) VALUE '        TAX DUE'.

       01 RATE-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-DISTRICT-OUT PIC X(10).
          05 RD-DATE-OUT     PIC 9999/99/99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-RATE-OUT     PIC Z9.99.
          05 FILLER          PIC X     VALUE '%'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-TAXABLE-OUT  PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-TAX-OUT      PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 RD-FLAG-OUT     PIC X(8).

       01 MISSING-DAY-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'NO SALES FILE FOR: '.
          05 MD-DATE-OUT     PIC 9999/99/99.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping settles the period and loads the reference
      *  tables, every day of the period is read and taxed, and
      *  the liability sections and run totals print.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-TREAT-PRICES
           PERFORM 137-LOAD-TRUCK-NAMES
           PERFORM 138-LOAD-TAX-RATES
           PERFORM 139-LOAD-TREAT-TAX
           PERFORM 150-READ-PERIOD
           PERFORM 200-DISTRICT-SECTION
           PERFORM 210-RATE-SECTION
           PERFORM 220-MISSING-DAY-SECTION
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report and settles the filing period.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT LIABILITY-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE LIABILITY-HEADER   TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE LIABILITY-HEADER-2 TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-PERIOD

           MOVE WS-PERIOD-FROM     TO PL-FROM-OUT
           MOVE WS-PERIOD-TO       TO PL-TO-OUT
           MOVE WS-PERIOD-DAYS     TO PL-DAYS-OUT
           MOVE PERIOD-LINE TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been reported.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE LIABILITY-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the filing period. With no period parameter - no
      *  file, or nothing on it - the period is the business
      *  date's month, from the first through the business
      *  date. A parameter that is there but not two dates stops
      *  the run rather than report the wrong period. Either way
      *  both ends must be real calendar dates, in order, no
      *  more than a year apart.

       130-GET-PERIOD.

           OPEN INPUT RUN-DATE-PARM

           IF WS-RDP-STATUS = '00'
              READ RUN-DATE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RDP-BUSINESS-DATE NUMERIC
                       MOVE RDP-BUSINESS-DATE TO WS-BUSINESS-DATE
                    END-IF
              END-READ
              CLOSE RUN-DATE-PARM
           END-IF

           OPEN INPUT TAX-PERIOD-PARM

           IF WS-TPP-STATUS = '00'
              READ TAX-PERIOD-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TAX-PERIOD-PARM-REC = SPACES
                          CONTINUE
                       WHEN TPP-FROM-DATE NUMERIC
                          AND TPP-TO-DATE NUMERIC
                          MOVE TPP-FROM-DATE TO WS-PERIOD-FROM
                          MOVE TPP-TO-DATE   TO WS-PERIOD-TO
                       WHEN OTHER
                          MOVE 'Y' TO PARM-BAD-FLAG
                    END-EVALUATE
              END-READ
              CLOSE TAX-PERIOD-PARM
           END-IF

           IF PARM-BAD-FLAG = 'Y'
              MOVE 'TAX PERIOD PARM BAD - NOTHING REPORTED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           IF WS-PERIOD-TO = 0
              AND WS-BUSINESS-DATE > 0
              MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO
              MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM
              MOVE 01 TO WS-PF-DAY
           END-IF

           IF WS-PERIOD-FROM = 0
              OR WS-PF-YEAR < 1900
              OR WS-PF-MONTH < 1 OR WS-PF-MONTH > 12
              OR WS-PF-DAY < 1 OR WS-PF-DAY > 31
              OR WS-PT-YEAR < 1900
              OR WS-PT-MONTH < 1 OR WS-PT-MONTH > 12
              OR WS-PT-DAY < 1 OR WS-PT-DAY > 31
              OR WS-PERIOD-FROM > WS-PERIOD-TO
              MOVE 'FILING PERIOD MISSING OR BAD - NOTHING REPORTED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           COMPUTE WS-FROM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM)
           COMPUTE WS-TO-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)

      *  A day past the end of its month (a 31st of April, a
      *  29th of February off a leap year) gets no day number.

           IF WS-FROM-INTEGER = 0
              OR WS-TO-INTEGER = 0
              MOVE 'FILING PERIOD NOT A REAL DATE - NOTHING REPORTED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           COMPUTE WS-PERIOD-DAYS =
              WS-TO-INTEGER - WS-FROM-INTEGER + 1

           IF WS-PERIOD-DAYS > 366
              MOVE 'FILING PERIOD LONGER THAN A YEAR - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Loads the master treat-price table. A missing master
      *  leaves it empty and every sale prices at zero, counted.

       135-LOAD-TREAT-PRICES.

           OPEN INPUT TREAT-PRICE-MASTER

           IF WS-TPM-STATUS = '00'
              PERFORM UNTIL WS-TPM-STATUS NOT = '00'
                 READ TREAT-PRICE-MASTER
                    AT END
                       MOVE '10' TO WS-TPM-STATUS
                    NOT AT END
                       IF WS-TREAT-PRICE-COUNT < 1000
                          ADD 1 TO WS-TREAT-PRICE-COUNT
                          MOVE TPM-NAME-IN
                             TO TPM-NAME(WS-TREAT-PRICE-COUNT)
                          MOVE TPM-SIZE-IN
                             TO TPM-SIZE(WS-TREAT-PRICE-COUNT)
                          MOVE TPM-PRICE-IN
                             TO TPM-PRICE(WS-TREAT-PRICE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-PRICE-MASTER
           END-IF

           .

      *  Loads each truck's district. A truck not on file sells
      *  under a blank district with no rate.

       137-LOAD-TRUCK-NAMES.

           OPEN INPUT TRUCK-NAME-REF

           IF WS-TNR-STATUS = '00'
              PERFORM UNTIL WS-TNR-STATUS NOT = '00'
                 READ TRUCK-NAME-REF
                    AT END
                       MOVE '10' TO WS-TNR-STATUS
                    NOT AT END
                       IF WS-TRUCK-NAME-COUNT < 1000
                          ADD 1 TO WS-TRUCK-NAME-COUNT
                          MOVE TNR-TRUCK-ID
                             TO TN-TRUCK-ID(WS-TRUCK-NAME-COUNT)
                          MOVE TNR-DISTRICT
                             TO TN-DISTRICT(WS-TRUCK-NAME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-NAME-REF
           END-IF

           .

      *  Loads every dated tax-rate row.

       138-LOAD-TAX-RATES.

           OPEN INPUT TAX-RATE-REF

           IF WS-TXR-STATUS = '00'
              PERFORM UNTIL WS-TXR-STATUS NOT = '00'
                 READ TAX-RATE-REF
                    AT END
                       MOVE '10' TO WS-TXR-STATUS
                    NOT AT END
                       IF WS-TAX-RATE-COUNT < 1000
                          AND TXR-EFFECTIVE-DATE NUMERIC
                          AND TXR-RATE NUMERIC
                          ADD 1 TO WS-TAX-RATE-COUNT
                          MOVE TXR-DISTRICT
                             TO TXT-DISTRICT(WS-TAX-RATE-COUNT)
                          MOVE TXR-EFFECTIVE-DATE
                             TO TXT-EFFECTIVE-DATE(WS-TAX-RATE-COUNT)
                          MOVE TXR-RATE
                             TO TXT-RATE(WS-TAX-RATE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-REF
           END-IF

           .

      *  Loads the treat taxability table. A missing file leaves
      *  it empty and every treat is taxable.

       139-LOAD-TREAT-TAX.

           OPEN INPUT TREAT-TAX-REF

           IF WS-TTX-STATUS = '00'
              PERFORM UNTIL WS-TTX-STATUS NOT = '00'
                 READ TREAT-TAX-REF
                    AT END
                       MOVE '10' TO WS-TTX-STATUS
                    NOT AT END
                       IF WS-TREAT-TAX-COUNT < 1000
                          ADD 1 TO WS-TREAT-TAX-COUNT
                          MOVE TTX-TREAT-NAME
                             TO TX-NAME(WS-TREAT-TAX-COUNT)
                          MOVE TTX-TREAT-SIZE
                             TO TX-SIZE(WS-TREAT-TAX-COUNT)
                          MOVE TTX-TAX-FLAG
                             TO TX-TAX-FLAG(WS-TREAT-TAX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-TAX-REF
           END-IF

           .

      *  Reads every day of the period, oldest first.

       150-READ-PERIOD.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
              UNTIL WS-DAY-INDEX > WS-PERIOD-DAYS
              PERFORM 152-READ-ONE-DAY
           END-PERFORM

           .

      *  Reads one day's tape. A day with no file is noted for
      *  the listing; waste and transfer lines are skipped and
      *  counted, and every sale is priced and rolled up. The
      *  day's tax is figured once the whole tape is in.

       152-READ-ONE-DAY.

           COMPUTE WS-DAY-INTEGER =
              WS-FROM-INTEGER + WS-DAY-INDEX - 1
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)

           MOVE SPACES TO WS-SALES-TRANS-FILE
           STRING 'DAILY-SALES-TRANS-' DELIMITED BY SIZE
                  WS-DAY-DATE-X        DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO WS-SALES-TRANS-FILE

           MOVE 0 TO WS-TAX-BASIS-COUNT

           OPEN INPUT DAILY-SALES-TRANS

           IF WS-TRN-STATUS = '00'
              ADD 1 TO WS-SALES-DAYS-READ
              PERFORM UNTIL WS-TRN-STATUS NOT = '00'
                 READ DAILY-SALES-TRANS
                    AT END
                       MOVE '10' TO WS-TRN-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN ST-SALE-TIMESTAMP(1:1) = 'W'
                             ADD 1 TO WS-WASTE-SKIP-COUNT
                          WHEN ST-SALE-TIMESTAMP(1:1) = 'T'
                             ADD 1 TO WS-XFER-SKIP-COUNT
                          WHEN ST-QTY-SOLD NOT NUMERIC
                             ADD 1 TO WS-QTY-REJECT-COUNT
                          WHEN OTHER
                             ADD 1 TO WS-SALES-READ-COUNT
                             PERFORM 155-TAX-ONE-SALE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE DAILY-SALES-TRANS
              PERFORM 167-FIGURE-DAY-TAX
           ELSE
              ADD 1 TO WS-SALES-DAYS-MISSING
              MOVE WS-DAY-DATE TO MISSING-DAY(WS-SALES-DAYS-MISSING)
           END-IF

           .

      *  Prices one sale and finds the rate it is taxed under.
      *  The tax date is the sale's own date; a line whose stamp
      *  is not a date in the period is taxed as of the day of
      *  the tape it came on, and counted. A taxable sale goes
      *  into the day's tax basis - its tax is not figured line
      *  by line.

       155-TAX-ONE-SALE.

           IF ST-SALE-DATE NOT NUMERIC
              OR ST-SALE-DATE < WS-PERIOD-FROM
              OR ST-SALE-DATE > WS-PERIOD-TO
              ADD 1 TO WS-OFF-PERIOD-COUNT
              MOVE WS-DAY-DATE TO ST-SALE-DATE
           END-IF

           MOVE ZERO TO WS-SALE-PRICE
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-PRICE-COUNT
              IF TPM-NAME(SUB2) = ST-TREAT-NAME
                 AND TPM-SIZE(SUB2) = ST-TREAT-SIZE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TREAT-PRICE-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB > 0
              MOVE TPM-PRICE(WS-FOUND-SUB) TO WS-SALE-PRICE
           ELSE
              ADD 1 TO WS-NO-PRICE-COUNT
           END-IF

           COMPUTE WS-SALE-REVENUE = ST-QTY-SOLD * WS-SALE-PRICE

           MOVE SPACES TO WS-SALE-DISTRICT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-NAME-COUNT
              IF TN-TRUCK-ID(SUB2) = ST-TRUCK-ID
                 MOVE TN-DISTRICT(SUB2) TO WS-SALE-DISTRICT
                 MOVE WS-TRUCK-NAME-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE 'Y' TO WS-SALE-TAXABLE
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-TAX-COUNT
              IF TX-NAME(SUB2) = ST-TREAT-NAME
                 AND TX-SIZE(SUB2) = ST-TREAT-SIZE
                 IF TX-TAX-FLAG(SUB2) = 'E'
                    MOVE 'N' TO WS-SALE-TAXABLE
                 END-IF
                 MOVE WS-TREAT-TAX-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE ZERO TO WS-SALE-TAX
           MOVE ZERO TO WS-SALE-RATE
           MOVE ZERO TO WS-SALE-RATE-DATE

           IF WS-SALE-TAXABLE = 'Y'
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-TAX-RATE-COUNT
                 IF TXT-DISTRICT(SUB2) = WS-SALE-DISTRICT
                    AND TXT-EFFECTIVE-DATE(SUB2) NOT > ST-SALE-DATE
                    AND TXT-EFFECTIVE-DATE(SUB2)
                       > WS-SALE-RATE-DATE
                    MOVE TXT-RATE(SUB2) TO WS-SALE-RATE
                    MOVE TXT-EFFECTIVE-DATE(SUB2)
                       TO WS-SALE-RATE-DATE
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB2

              IF WS-SALE-RATE-DATE = 0
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF

              PERFORM 157-ROLL-TAX-BASIS
           END-IF

           PERFORM 160-ROLL-DISTRICT
           IF WS-SALE-TAXABLE = 'Y'
              PERFORM 165-ROLL-RATE-LINE
           END-IF

           .

      *  Adds the taxable sale into the day's basis entry for its
      *  truck and rate row. With the table full the sale is
      *  taxed on its own, rounded, and counted.

       157-ROLL-TAX-BASIS.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TAX-BASIS-COUNT
              IF TB-TRUCK-ID(SUB3) = ST-TRUCK-ID
                 AND TB-RATE-DATE(SUB3) = WS-SALE-RATE-DATE
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-TAX-BASIS-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              AND WS-TAX-BASIS-COUNT < 1000
              ADD 1 TO WS-TAX-BASIS-COUNT
              MOVE WS-TAX-BASIS-COUNT TO WS-FOUND-SUB
              MOVE ST-TRUCK-ID       TO TB-TRUCK-ID(WS-FOUND-SUB)
              MOVE WS-SALE-DISTRICT  TO TB-DISTRICT(WS-FOUND-SUB)
              MOVE WS-SALE-RATE-DATE TO TB-RATE-DATE(WS-FOUND-SUB)
              MOVE WS-SALE-RATE      TO TB-RATE(WS-FOUND-SUB)
              MOVE ZERO              TO TB-TAXABLE(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB > 0
              ADD WS-SALE-REVENUE TO TB-TAXABLE(WS-FOUND-SUB)
           ELSE
              ADD 1 TO WS-TAX-BASIS-OVERFLOW-COUNT
              COMPUTE WS-SALE-TAX ROUNDED =
                 WS-SALE-REVENUE * WS-SALE-RATE / 100
                 ON SIZE ERROR
                    MOVE ZERO TO WS-SALE-TAX
              END-COMPUTE
           END-IF

           .

      *  Rolls the sale into its district's liability, opening
      *  the district the first time it turns up.

       160-ROLL-DISTRICT.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-DISTRICT-COUNT
              IF DL-DISTRICT(SUB3) = WS-SALE-DISTRICT
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-DISTRICT-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              AND WS-DISTRICT-COUNT < 10
              ADD 1 TO WS-DISTRICT-COUNT
              MOVE WS-DISTRICT-COUNT TO WS-FOUND-SUB
              MOVE WS-SALE-DISTRICT TO DL-DISTRICT(WS-FOUND-SUB)
              MOVE ZERO TO DL-TAXABLE(WS-FOUND-SUB)
              MOVE ZERO TO DL-EXEMPT(WS-FOUND-SUB)
              MOVE ZERO TO DL-TAX(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB > 0
              IF WS-SALE-TAXABLE = 'Y'
                 ADD WS-SALE-REVENUE TO DL-TAXABLE(WS-FOUND-SUB)
              ELSE
                 ADD WS-SALE-REVENUE TO DL-EXEMPT(WS-FOUND-SUB)
              END-IF
              ADD WS-SALE-TAX TO DL-TAX(WS-FOUND-SUB)
           END-IF

           .

      *  Rolls a taxable sale into the line for its district and
      *  the rate row it was taxed under.

       165-ROLL-RATE-LINE.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-RATE-LINE-COUNT
              IF RLB-DISTRICT(SUB3) = WS-SALE-DISTRICT
                 AND RLB-EFFECTIVE-DATE(SUB3) = WS-SALE-RATE-DATE
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-RATE-LINE-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              IF WS-RATE-LINE-COUNT < 100
                 ADD 1 TO WS-RATE-LINE-COUNT
                 MOVE WS-RATE-LINE-COUNT TO WS-FOUND-SUB
                 MOVE WS-SALE-DISTRICT
                    TO RLB-DISTRICT(WS-FOUND-SUB)
                 MOVE WS-SALE-RATE-DATE
                    TO RLB-EFFECTIVE-DATE(WS-FOUND-SUB)
                 MOVE WS-SALE-RATE
                    TO RLB-RATE(WS-FOUND-SUB)
                 MOVE ZERO TO RLB-TAXABLE(WS-FOUND-SUB)
                 MOVE ZERO TO RLB-TAX(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-RATE-LINE-OVERFLOW-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB > 0
              ADD WS-SALE-REVENUE TO RLB-TAXABLE(WS-FOUND-SUB)
              ADD WS-SALE-TAX     TO RLB-TAX(WS-FOUND-SUB)
           END-IF

           .

      *  Figures the day's tax - each truck's taxable sales at
      *  each rate, rounded once - and rolls it into the district
      *  and rate lines. The sales themselves are already there,
      *  so the rolls are made with the revenue at zero and only
      *  the tax carried.

       167-FIGURE-DAY-TAX.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-TAX-BASIS-COUNT
              MOVE TB-DISTRICT(SUB)  TO WS-SALE-DISTRICT
              MOVE TB-RATE-DATE(SUB) TO WS-SALE-RATE-DATE
              MOVE TB-RATE(SUB)      TO WS-SALE-RATE
              MOVE ZERO              TO WS-SALE-REVENUE
              MOVE 'Y'               TO WS-SALE-TAXABLE
              COMPUTE WS-SALE-TAX ROUNDED =
                 TB-TAXABLE(SUB) * TB-RATE(SUB) / 100
                 ON SIZE ERROR
                    MOVE ZERO TO WS-SALE-TAX
              END-COMPUTE
              PERFORM 160-ROLL-DISTRICT
              PERFORM 165-ROLL-RATE-LINE
           END-PERFORM
           MOVE 1 TO SUB

           MOVE 0 TO WS-TAX-BASIS-COUNT

           .

      *  Prints the liability by district and the period total -
      *  the figures the return is filed from.

       200-DISTRICT-SECTION.

           MOVE 'LIABILITY BY DISTRICT' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           IF WS-DISTRICT-COUNT = 0
              MOVE 'NO SALES IN THE PERIOD' TO NL-TEXT-OUT
              MOVE NONE-LINE TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE DISTRICT-COLUMN-HEADER TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 1 LINE

              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-DISTRICT-COUNT
                 MOVE DL-DISTRICT(SUB2) TO DD-DISTRICT-OUT
                 IF DL-DISTRICT(SUB2) = SPACES
                    MOVE 'NONE' TO DD-DISTRICT-OUT
                 END-IF
                 MOVE DL-TAXABLE(SUB2)  TO DD-TAXABLE-OUT
                 MOVE DL-EXEMPT(SUB2)   TO DD-EXEMPT-OUT
                 MOVE DL-TAX(SUB2)      TO DD-TAX-OUT
                 MOVE DISTRICT-DETAIL-LINE TO LIABILITY-REPORT-REC
                 WRITE LIABILITY-REPORT-REC
                       AFTER ADVANCING 1 LINE
                 ADD DL-TAXABLE(SUB2) TO WS-TOTAL-TAXABLE
                 ADD DL-EXEMPT(SUB2)  TO WS-TOTAL-EXEMPT
                 ADD DL-TAX(SUB2)     TO WS-TOTAL-TAX
              END-PERFORM
              MOVE 1 TO SUB2

              MOVE 'TOTAL'          TO DD-DISTRICT-OUT
              MOVE WS-TOTAL-TAXABLE TO DD-TAXABLE-OUT
              MOVE WS-TOTAL-EXEMPT  TO DD-EXEMPT-OUT
              MOVE WS-TOTAL-TAX     TO DD-TAX-OUT
              MOVE DISTRICT-DETAIL-LINE TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 2 LINES
           END-IF

           .

      *  Prints the taxable sales and tax by district and the
      *  rate in force, so a mid-period rate change is split
      *  where it took effect. Sales taxed with no rate on file
      *  print flagged.

       210-RATE-SECTION.

           MOVE 'LIABILITY BY RATE IN FORCE' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           IF WS-RATE-LINE-COUNT = 0
              MOVE 'NO TAXABLE SALES IN THE PERIOD' TO NL-TEXT-OUT
              MOVE NONE-LINE TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE RATE-COLUMN-HEADER TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 1 LINE

              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-RATE-LINE-COUNT
                 MOVE RLB-DISTRICT(SUB2)       TO RD-DISTRICT-OUT
                 IF RLB-DISTRICT(SUB2) = SPACES
                    MOVE 'NONE' TO RD-DISTRICT-OUT
                 END-IF
                 MOVE RLB-EFFECTIVE-DATE(SUB2) TO RD-DATE-OUT
                 MOVE RLB-RATE(SUB2)           TO RD-RATE-OUT
                 MOVE RLB-TAXABLE(SUB2)        TO RD-TAXABLE-OUT
                 MOVE RLB-TAX(SUB2)            TO RD-TAX-OUT
                 MOVE SPACES                   TO RD-FLAG-OUT
                 IF RLB-EFFECTIVE-DATE(SUB2) = 0
                    MOVE 'NO RATE' TO RD-FLAG-OUT
                 END-IF
                 MOVE RATE-DETAIL-LINE TO LIABILITY-REPORT-REC
                 WRITE LIABILITY-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

      *  Lists every day of the period with no tape on file.

       220-MISSING-DAY-SECTION.

           MOVE 'DAYS WITH NO SALES FILE' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           IF WS-SALES-DAYS-MISSING = 0
              MOVE 'EVERY DAY OF THE PERIOD IS ON FILE'
                 TO NL-TEXT-OUT
              MOVE NONE-LINE TO LIABILITY-REPORT-REC
              WRITE LIABILITY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-SALES-DAYS-MISSING
                 MOVE MISSING-DAY(SUB2) TO MD-DATE-OUT
                 MOVE MISSING-DAY-LINE TO LIABILITY-REPORT-REC
                 WRITE LIABILITY-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'SALES DAYS READ:'          TO RT-LABEL-OUT
           MOVE WS-SALES-DAYS-READ          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALES DAYS NOT ON FILE:'   TO RT-LABEL-OUT
           MOVE WS-SALES-DAYS-MISSING       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALES LINES TAXED:'        TO RT-LABEL-OUT
           MOVE WS-SALES-READ-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'WASTE LINES SKIPPED:'      TO RT-LABEL-OUT
           MOVE WS-WASTE-SKIP-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFER LINES SKIPPED:'   TO RT-LABEL-OUT
           MOVE WS-XFER-SKIP-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'BAD QUANTITY LINES SKIPPED:' TO RT-LABEL-OUT
           MOVE WS-QTY-REJECT-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LINES WITH NO MASTER PRICE:' TO RT-LABEL-OUT
           MOVE WS-NO-PRICE-COUNT           TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TAXABLE LINES WITH NO RATE:' TO RT-LABEL-OUT
           MOVE WS-NO-RATE-COUNT            TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LINES STAMPED OFF PERIOD:' TO RT-LABEL-OUT
           MOVE WS-OFF-PERIOD-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           IF WS-RATE-LINE-OVERFLOW-COUNT > 0
              MOVE 'RATE LINES DROPPED (TABLE):' TO RT-LABEL-OUT
              MOVE WS-RATE-LINE-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           IF WS-TAX-BASIS-OVERFLOW-COUNT > 0
              MOVE 'LINES TAXED SINGLY (TABLE):' TO RT-LABEL-OUT
              MOVE WS-TAX-BASIS-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       230-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           MOVE SECTION-HEADER-LINE TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           .

      *  Appends this run's status record to the shared run
      *  log - EXTEND appends to the standing log and creates it
      *  on the first run.

       240-WRITE-RUN-LOG.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME

           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF

           MOVE 'PIZZA-TAX-LIABILITY ' TO RL-PROGRAM
           MOVE WS-PERIOD-TO-X         TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-SALES-READ-COUNT    TO RL-READ-COUNT
           MOVE WS-SALES-DAYS-READ     TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    LIABILITY-REPORT-FILE

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
