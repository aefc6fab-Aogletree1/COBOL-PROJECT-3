       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-MARGIN-REPORT.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Gross margin off the day's actual sales. Every dollar
      *  the detail report, the shrink section, and the
      *  replenishment order print is at retail, so none of
      *  them can say what a truck actually made. This program
      *  reads the register tape (DAILY-SALES-TRANS) and the
      *  crews' waste lines on it, prices each sale from the
      *  treat-price master and costs each sale and each waste
      *  line from the TREAT-COST-MASTER unit cost, and prints
      *  revenue, cost of goods sold, waste at cost, and gross
      *  margin dollars and percent - by truck, by district, and
      *  by treat, with every treat under the target margin
      *  flagged. Gross margin here is revenue less the cost of
      *  what sold and the cost of what was thrown away.
      *
      *  The day's cost of goods sold and waste at cost are
      *  appended to the night's GL extract against the
      *  inventory they relieve, so the margin runs after the
      *  report run for the same date. A rerun after the margin
      *  has already booked (and the report run has not rebuilt
      *  the extract since) prints the report but books nothing
      *  a second time.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  Business-date parameter - the same RUN-DATE-PARM.TXT
      *  the nightly chain reads.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  The day's register-tape sales and waste lines. Named at
      *  run time with the same dated-name-first rule the
      *  posting and sales-analysis runs use, so the margin and
      *  the actuals for a business date come off the same tape.

           SELECT DAILY-SALES-TRANS
               ASSIGN TO WS-SALES-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

      *  Master treat-price file - revenue is priced from here,
      *  same basis as the sales analysis.

           SELECT TREAT-PRICE-MASTER
               ASSIGN TO 'TREAT-PRICE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Unit cost by treat name/size, kept by the reference
      *  maintenance run.

           SELECT TREAT-COST-MASTER
               ASSIGN TO 'TREAT-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCM-STATUS.

      *  Truck-name reference - display name and district.

           SELECT TRUCK-NAME-REF
               ASSIGN TO 'TRUCK-NAME-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Chart of accounts - posting key against ledger account.

           SELECT GL-ACCOUNT-REF
               ASSIGN TO 'GL-ACCOUNT-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

      *  The night's general-ledger extract, written by the
      *  report run. Cost of goods and inventory relief are
      *  appended to it. A catch-up day's dated extract is used
      *  when there is one.

           SELECT GL-EXTRACT-FILE
               ASSIGN TO WS-GL-EXTRACT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

      *  The printed margin report.

           SELECT MARGIN-REPORT-FILE
               ASSIGN TO 'PIZZA-MARGIN-REPORT.TXT'
               FILE STATUS IS WS-RPT-STATUS.

      *  Shared run log - every program in the chain appends one
      *  status record per run, so the balancing step can prove
      *  the chain ran whole, in order, and in balance. Read
      *  here first, to see whether tonight's cost entries are
      *  already on the extract.

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

      *  Sales transaction record - same layout the posting run
      *  reads. A 'W' where the timestamp starts makes it a
      *  waste line, read through WASTE-TRANS-REC; a 'T' there
      *  is a truck-to-truck transfer, which is stock moving and
      *  neither revenue nor cost.

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
       01  WASTE-TRANS-REC.
           05  WT-TRUCK-ID        PIC X(4).
           05  WT-TREAT-NAME      PIC X(15).
           05  WT-TREAT-SIZE      PIC X.
           05  WT-QTY-WASTED      PIC 9(4).
           05  WT-RECORD-TYPE     PIC X.
           05  WT-LOT             PIC X(6).
           05  WT-REASON          PIC X(7).

       FD  TREAT-PRICE-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PRICE-MASTER-REC.
           05  TPM-NAME-IN            PIC X(15).
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

       FD  TREAT-COST-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-COST-MASTER-REC.
           05  TCM-NAME-IN            PIC X(15).
           05  TCM-SIZE-IN            PIC X.
           05  TCM-COST-IN            PIC 99V99.

       FD  TRUCK-NAME-REF
           RECORD CONTAINS 22 CHARACTERS.
       01  TRUCK-NAME-REF-REC.
           05  TNR-TRUCK-ID           PIC X(4).
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

       FD  GL-ACCOUNT-REF
           RECORD CONTAINS 20 CHARACTERS.
       01  GL-ACCOUNT-REF-REC.
           05  GLA-KEY                PIC X(12).
           05  GLA-ACCOUNT            PIC X(8).

      *  GL extract record - same layout the report run writes.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  GL-EXTRACT-REC.
           05  GLX-BUSINESS-DATE      PIC 9(8).
           05  GLX-ACCOUNT            PIC X(8).
           05  GLX-DC-FLAG            PIC X.
           05  GLX-AMOUNT             PIC 9(8)V99.
           05  GLX-REFERENCE          PIC X(10).
           05  GLX-DESC               PIC X(20).

       FD  MARGIN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MARGIN-REPORT-REC      PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. For the margin run the read count is tape
      *  lines read and the write count is GL entries appended.

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
       01  WS-TRN-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
       01  WS-TCM-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.
       01  WS-GLA-STATUS                PIC XX.
       01  WS-GLX-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.

      *  Run-log working fields, same as every chain program.

       01  WS-STAMP-DATE                PIC X(8)    VALUE SPACES.
       01  WS-STAMP-TIME                PIC X(8)    VALUE SPACES.
       01  WS-RUN-START-STAMP           PIC X(14)   VALUE SPACES.
       01  WS-RUN-OUTCOME               PIC X(8)    VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X       VALUE 'Y'.
           05  SUB                      PIC 9(4)    VALUE 1.
           05  SUB2                     PIC 9(4)    VALUE 1.
           05  SUB3                     PIC 9(4)    VALUE 1.

       01  WS-BUSINESS-DATE             PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                        PIC X(8).

      *  Run-time file names - the sales tape and the extract
      *  are tried under the business date's name first.

       01  WS-SALES-TRANS-FILE          PIC X(40)   VALUE
           'DAILY-SALES-TRANS.TXT'.
       01  WS-GL-EXTRACT-FILE           PIC X(40)   VALUE
           'GL-EXTRACT.TXT'.

      *  The gross margin percent a treat is expected to make.
      *  A treat under it is flagged on the treat section.

       01  WS-TARGET-MARGIN-PCT         PIC 999V9   VALUE 60.0.

      *  Whether tonight's cost entries are already on the
      *  extract - 'Y' when this program last logged CLEAN for
      *  the date after the report run last rebuilt the extract.
      *  The two stamps are the latest stop stamps found.

       01  WS-GL-ALREADY-BOOKED         PIC X       VALUE 'N'.
       01  WS-REPORT-RUN-STAMP          PIC X(14)   VALUE SPACES.
       01  WS-MARGIN-RUN-STAMP          PIC X(14)   VALUE SPACES.

      *  Master treat-price table.

       01  WS-TREAT-PRICE-COUNT         PIC 9(4)    VALUE 0.

       01  TREAT-PRICE-TABLE.
           05  TREAT-PRICE-ENTRY OCCURS 1000 TIMES.
               10  TPM-NAME             PIC X(15).
               10  TPM-SIZE             PIC X.
               10  TPM-PRICE            PIC 99V99.

      *  Unit-cost table.

       01  WS-TREAT-COST-COUNT          PIC 9(4)    VALUE 0.

       01  TREAT-COST-TABLE.
           05  TREAT-COST-ENTRY OCCURS 1000 TIMES.
               10  TCT-NAME             PIC X(15).
               10  TCT-SIZE             PIC X.
               10  TCT-COST             PIC 99V99.

      *  Truck-name reference table.

       01  WS-TRUCK-NAME-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-NAME-TABLE.
           05  TRUCK-NAME-ENTRY OCCURS 1000 TIMES.
               10  TN-TRUCK-ID          PIC X(4).
               10  TN-TRUCK-NAME        PIC X(15).
               10  TN-DISTRICT          PIC X(3).

      *  District display names, same as the report run's.

       01  DISTRICT-NAME-VALUES.
           05  FILLER               PIC X(15) VALUE 'GLFGULF COAST  '.
           05  FILLER               PIC X(15) VALUE 'CENCENTRAL     '.
           05  FILLER               PIC X(15) VALUE 'RIVRIVER REGION'.

       01  DISTRICT-NAME-TABLE REDEFINES DISTRICT-NAME-VALUES.
           05  DISTRICT-NAME-ENTRY OCCURS 3 TIMES.
               10  DN-CODE              PIC X(3).
               10  DN-NAME              PIC X(12).

      *  Chart of accounts table.

       01  WS-GL-ACCT-COUNT             PIC 9(4)    VALUE 0.

       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  GA-KEY               PIC X(12).
               10  GA-ACCOUNT           PIC X(8).

      *  Margin by truck - what it sold, at retail and at cost,
      *  and what it threw away at cost.

       01  WS-TRUCK-MARGIN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-TRUCK-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  TRUCK-MARGIN-TABLE.
           05  TRUCK-MARGIN-ENTRY OCCURS 1000 TIMES.
               10  MT-TRUCK-ID          PIC X(4).
               10  MT-REVENUE           PIC 9(8)V99.
               10  MT-COGS              PIC 9(8)V99.
               10  MT-WASTE-COST        PIC 9(8)V99.

      *  Margin by district, rolled up from the truck table
      *  through the truck-name reference. A truck with no
      *  district rolls up under a blank code.

       01  WS-DISTRICT-MARGIN-COUNT     PIC 9(4)    VALUE 0.

       01  DISTRICT-MARGIN-TABLE.
           05  DISTRICT-MARGIN-ENTRY OCCURS 100 TIMES.
               10  MD-DISTRICT          PIC X(3).
               10  MD-REVENUE           PIC 9(8)V99.
               10  MD-COGS              PIC 9(8)V99.
               10  MD-WASTE-COST        PIC 9(8)V99.

      *  Margin by treat name/size across every truck.

       01  WS-TREAT-MARGIN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-TREAT-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  TREAT-MARGIN-TABLE.
           05  TREAT-MARGIN-ENTRY OCCURS 1000 TIMES.
               10  MR-TREAT-NAME        PIC X(15).
               10  MR-TREAT-SIZE        PIC X.
               10  MR-REVENUE           PIC 9(8)V99.
               10  MR-COGS              PIC 9(8)V99.
               10  MR-WASTE-COST        PIC 9(8)V99.

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.
       01  WS-DISTRICT-WORK             PIC X(3)    VALUE SPACES.

      *  Work fields for one tape line - unit price and cost
      *  found for it, and what it comes to.

       01  WS-UNIT-PRICE                PIC 99V99   VALUE 0.
       01  WS-UNIT-COST                 PIC 99V99   VALUE 0.
       01  WS-LINE-REVENUE              PIC 9(8)V99 VALUE 0.
       01  WS-LINE-COGS                 PIC 9(8)V99 VALUE 0.
       01  WS-LINE-WASTE-COST           PIC 9(8)V99 VALUE 0.

      *  Margin work fields - the three figures a margin line is
      *  built from, and the margin they come to.

       01  WS-FIG-REVENUE               PIC 9(8)V99 VALUE 0.
       01  WS-FIG-COGS                  PIC 9(8)V99 VALUE 0.
       01  WS-FIG-WASTE-COST            PIC 9(8)V99 VALUE 0.
       01  WS-GM-AMOUNT                 PIC S9(8)V99 VALUE 0.
       01  WS-GM-PCT                    PIC S999V9  VALUE 0.

      *  Company totals.

       01  WS-COMPANY-REVENUE           PIC 9(8)V99 VALUE 0.
       01  WS-COMPANY-COGS              PIC 9(8)V99 VALUE 0.
       01  WS-COMPANY-WASTE-COST        PIC 9(8)V99 VALUE 0.

      *  GL entry staging fields, same as the report run's.

       01  WS-GL-LOOKUP-KEY             PIC X(12)   VALUE SPACES.
       01  WS-GL-DC-FLAG                PIC X       VALUE SPACE.
       01  WS-GL-AMOUNT                 PIC 9(8)V99 VALUE 0.
       01  WS-GL-REFERENCE              PIC X(10)   VALUE SPACES.
       01  WS-GL-DESC                   PIC X(20)   VALUE SPACES.
       01  WS-GL-ENTRY-COUNT            PIC 9(6)    VALUE 0.
       01  WS-GL-MISSING-COUNT          PIC 9(6)    VALUE 0.

      *  Run totals for the report trailer.

       01  WS-RUN-TOTALS.
           05  WS-TRANS-READ-COUNT      PIC 9(6)    VALUE 0.
           05  WS-SALE-COSTED-COUNT     PIC 9(6)    VALUE 0.
           05  WS-WASTE-COSTED-COUNT    PIC 9(6)    VALUE 0.
           05  WS-XFER-SKIP-COUNT       PIC 9(6)    VALUE 0.
           05  WS-TRANS-REJECT-COUNT    PIC 9(6)    VALUE 0.
           05  WS-NO-PRICE-COUNT        PIC 9(6)    VALUE 0.
           05  WS-NO-COST-COUNT         PIC 9(6)    VALUE 0.
           05  WS-OFF-DATE-COUNT        PIC 9(6)    VALUE 0.
           05  WS-LOW-MARGIN-COUNT      PIC 9(6)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 MARGIN-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 MARGIN-HEADER-2.
          05 FILLER          PIC X(25) VALUE SPACES.
          05 FILLER          PIC X(26) VALUE
                              'GROSS MARGIN REPORT'.

       01 MARGIN-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 BD-DATE-OUT     PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(21) VALUE 'TARGET GROSS MARGIN: '.
          05 BD-TARGET-OUT   PIC ZZ9.9.
          05 FILLER          PIC X     VALUE '%'.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(40).

      *  Printed when the cost entries for the date are already
      *  on the extract - the report prints, nothing rebooks.

       01 GL-ALREADY-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(52) VALUE
             'COST ENTRIES ALREADY ON GL EXTRACT - NOT REBOOKED   '.

      *  One line per rejected tape line.

       01 TRANS-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-REASON-OUT   PIC X(12).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-QTY-OUT      PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-STAMP-OUT    PIC X(14).

      *  Column header and detail line shared by all three
      *  sections - the ID column is the truck ID, the district
      *  code, or the treat size.

       01 MARGIN-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 MH-ID-OUT       PIC X(5).
          05 MH-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(11) VALUE '    REVENUE'.
          05 FILLER          PIC X(11) VALUE '       COGS'.
          05 FILLER          PIC X(11) VALUE '  WASTE CST'.
          05 FILLER          PIC X(11) VALUE '    GROSS $'.
          05 FILLER          PIC X(7)  VALUE '   GM %'.

       01 MARGIN-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 MD-ID-OUT       PIC X(4).
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-REVENUE-OUT  PIC ZZZ,ZZ9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-COGS-OUT     PIC ZZZ,ZZ9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-WASTE-OUT    PIC ZZZ,ZZ9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-GM-OUT       PIC -ZZ,ZZ9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-PCT-OUT      PIC -ZZ9.9.
          05 FILLER          PIC X     VALUE SPACE.
          05 MD-FLAG-OUT     PIC X(4).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(40).

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date, opens the tape and checks
      *  the run log; the reference tables load; every tape line
      *  is priced and costed into the truck and treat tables;
      *  trucks roll up to districts; the three sections print;
      *  the cost entries go onto the extract; totals close it.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-TREAT-PRICES
           PERFORM 136-LOAD-TREAT-COSTS
           PERFORM 137-LOAD-TRUCK-NAMES
           PERFORM 138-LOAD-GL-ACCOUNTS
           PERFORM 150-ACCUMULATE-TAPE
           PERFORM 170-ROLL-DISTRICTS
           PERFORM 200-TRUCK-SECTION
           PERFORM 210-DISTRICT-SECTION
           PERFORM 220-TREAT-SECTION
           PERFORM 230-GL-EXTRACT
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report, reads the business date, opens the
      *  day's tape, and checks whether tonight's cost entries
      *  are already booked.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT MARGIN-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE MARGIN-HEADER    TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE MARGIN-HEADER-2  TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-BUSINESS-DATE

           MOVE WS-BUSINESS-DATE     TO BD-DATE-OUT
           MOVE WS-TARGET-MARGIN-PCT TO BD-TARGET-OUT
           MOVE MARGIN-DATE-LINE TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 134-OPEN-SALES-TRANS
           PERFORM 132-CHECK-GL-BOOKED

           IF WS-GL-ALREADY-BOOKED = 'Y'
              MOVE GL-ALREADY-LINE TO MARGIN-REPORT-REC
              WRITE MARGIN-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 110-WRITE-LINE

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been booked.

       127-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE MARGIN-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the business date and builds the dated names the
      *  tape and the extract are tried under first. No usable
      *  date stops the run - the cost entries have to be dated.

       130-GET-BUSINESS-DATE.

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

           IF WS-BUSINESS-DATE = 0
              MOVE 'BUSINESS DATE PARM MISSING OR BAD - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 127-CONTROL-STOP
           END-IF

           MOVE SPACES TO WS-SALES-TRANS-FILE
           STRING 'DAILY-SALES-TRANS-' DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X   DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO WS-SALES-TRANS-FILE

           MOVE SPACES TO WS-GL-EXTRACT-FILE
           STRING 'GL-EXTRACT-'       DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X  DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-GL-EXTRACT-FILE

           .

      *  Walks the run log for the business date. The report run
      *  rebuilds the extract from scratch every time it runs,
      *  so tonight's cost entries are on it only when this
      *  program logged CLEAN for the date after the report
      *  run's last record for it. No log at all is simply
      *  nothing booked yet.

       132-CHECK-GL-BOOKED.

           OPEN INPUT RUN-LOG-FILE

           IF WS-LOG-STATUS = '00'
              PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE '10' TO WS-LOG-STATUS
                    NOT AT END
                       IF RL-BUSINESS-DATE = WS-BUSINESS-DATE-X
                          IF RL-PROGRAM = 'PIZZA-INVENTORY-PROG'
                             AND RL-STOP-STAMP > WS-REPORT-RUN-STAMP
                             MOVE RL-STOP-STAMP
                                TO WS-REPORT-RUN-STAMP
                          END-IF
                          IF RL-PROGRAM = 'PIZZA-MARGIN-REPORT '
                             AND RL-OUTCOME = 'CLEAN   '
                             AND RL-WRITE-COUNT > 0
                             AND RL-STOP-STAMP > WS-MARGIN-RUN-STAMP
                             MOVE RL-STOP-STAMP
                                TO WS-MARGIN-RUN-STAMP
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF

           IF WS-MARGIN-RUN-STAMP NOT = SPACES
              AND WS-MARGIN-RUN-STAMP > WS-REPORT-RUN-STAMP
              MOVE 'Y' TO WS-GL-ALREADY-BOOKED
           END-IF

           .

      *  Opens the day's tape - the date-staged name first, then
      *  the standing name, the same rule the posting run
      *  applies. A tape that will not open stops the run; the
      *  read loop would never see AT END against it.

       134-OPEN-SALES-TRANS.

           OPEN INPUT DAILY-SALES-TRANS

           IF WS-TRN-STATUS = '35'
              MOVE 'DAILY-SALES-TRANS.TXT' TO WS-SALES-TRANS-FILE
              OPEN INPUT DAILY-SALES-TRANS
           END-IF

           IF WS-TRN-STATUS NOT = '00'
              MOVE 'DAILY-SALES-TRANS MISSING OR UNREADABLE'
                 TO CE-TEXT-OUT
              PERFORM 127-CONTROL-STOP
           END-IF

           .

      *  Loads the master treat-price table. A treat with no
      *  price earns nothing on this report and is counted.

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

      *  Loads the unit-cost table. A treat with no cost costs
      *  out at zero and is counted - its margin reads high
      *  until somebody keys the cost.

       136-LOAD-TREAT-COSTS.

           OPEN INPUT TREAT-COST-MASTER

           IF WS-TCM-STATUS = '00'
              PERFORM UNTIL WS-TCM-STATUS NOT = '00'
                 READ TREAT-COST-MASTER
                    AT END
                       MOVE '10' TO WS-TCM-STATUS
                    NOT AT END
                       IF WS-TREAT-COST-COUNT < 1000
                          ADD 1 TO WS-TREAT-COST-COUNT
                          MOVE TCM-NAME-IN
                             TO TCT-NAME(WS-TREAT-COST-COUNT)
                          MOVE TCM-SIZE-IN
                             TO TCT-SIZE(WS-TREAT-COST-COUNT)
                          MOVE TCM-COST-IN
                             TO TCT-COST(WS-TREAT-COST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-COST-MASTER
           END-IF

           .

      *  Loads the truck-name reference table. A truck with no
      *  entry prints its raw ID and rolls up unassigned.

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
                          MOVE TNR-TRUCK-NAME
                               TO TN-TRUCK-NAME(WS-TRUCK-NAME-COUNT)
                          MOVE TNR-DISTRICT
                               TO TN-DISTRICT(WS-TRUCK-NAME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-NAME-REF
           END-IF

           .

      *  Loads the chart of accounts. A missing chart books
      *  everything to suspense, same as the report run.

       138-LOAD-GL-ACCOUNTS.

           OPEN INPUT GL-ACCOUNT-REF

           IF WS-GLA-STATUS = '00'
              PERFORM UNTIL WS-GLA-STATUS NOT = '00'
                 READ GL-ACCOUNT-REF
                    AT END
                       MOVE '10' TO WS-GLA-STATUS
                    NOT AT END
                       IF WS-GL-ACCT-COUNT < 1000
                          ADD 1 TO WS-GL-ACCT-COUNT
                          MOVE GLA-KEY
                             TO GA-KEY(WS-GL-ACCT-COUNT)
                          MOVE GLA-ACCOUNT
                             TO GA-ACCOUNT(WS-GL-ACCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-ACCOUNT-REF
           END-IF

           .

      *  Prints one reject line so the tape can be corrected.

       145-REJECT-TRANS.

           ADD 1 TO WS-TRANS-REJECT-COUNT
           MOVE ST-TRUCK-ID       TO TE-TRUCK-OUT
           MOVE ST-TREAT-NAME     TO TE-NAME-OUT
           MOVE ST-TREAT-SIZE     TO TE-SIZE-OUT
           MOVE ST-QTY-SOLD       TO TE-QTY-OUT
           MOVE ST-SALE-TIMESTAMP TO TE-STAMP-OUT

           MOVE TRANS-ERROR-LINE  TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Reads every tape line. Sales are priced and costed,
      *  waste lines costed, transfers counted and left out. A
      *  line with a bad quantity or an unusable timestamp is
      *  rejected with its reason, the same edits the sales
      *  analysis applies, so the two reports agree on revenue.

       150-ACCUMULATE-TAPE.

           PERFORM UNTIL EOF-FLAG = 'N'
               READ DAILY-SALES-TRANS
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       EVALUATE TRUE
                          WHEN WT-RECORD-TYPE = 'W'
                             IF WT-QTY-WASTED NOT NUMERIC
                                MOVE 'WST QTY REJ' TO TE-REASON-OUT
                                PERFORM 145-REJECT-TRANS
                             ELSE
                                PERFORM 157-COST-ONE-WASTE
                             END-IF
                          WHEN WT-RECORD-TYPE = 'T'
                             ADD 1 TO WS-XFER-SKIP-COUNT
                          WHEN ST-QTY-SOLD NOT NUMERIC
                             MOVE 'QTY REJECT' TO TE-REASON-OUT
                             PERFORM 145-REJECT-TRANS
                          WHEN ST-SALE-TIMESTAMP NOT NUMERIC
                             MOVE 'BAD STAMP' TO TE-REASON-OUT
                             PERFORM 145-REJECT-TRANS
                          WHEN ST-SALE-HOUR > 23
                             MOVE 'BAD STAMP' TO TE-REASON-OUT
                             PERFORM 145-REJECT-TRANS
                          WHEN OTHER
                             PERFORM 155-COST-ONE-SALE
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE 'Y' TO EOF-FLAG

           .

      *  Finds the unit price and unit cost for the treat the
      *  current tape line names. Either one missing comes back
      *  zero.

       152-FIND-PRICE-AND-COST.

           MOVE ZERO TO WS-UNIT-PRICE
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
              MOVE TPM-PRICE(WS-FOUND-SUB) TO WS-UNIT-PRICE
           END-IF

           MOVE ZERO TO WS-UNIT-COST
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-COST-COUNT
              IF TCT-NAME(SUB2) = ST-TREAT-NAME
                 AND TCT-SIZE(SUB2) = ST-TREAT-SIZE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TREAT-COST-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB > 0
              MOVE TCT-COST(WS-FOUND-SUB) TO WS-UNIT-COST
           ELSE
              ADD 1 TO WS-NO-COST-COUNT
           END-IF

           .

      *  Prices and costs one good sale line. A sale stamped for
      *  some other business day still counts - the money and
      *  the stock are real - but is counted, same as the sales
      *  analysis does.

       155-COST-ONE-SALE.

           ADD 1 TO WS-SALE-COSTED-COUNT

           IF ST-SALE-DATE NOT = WS-BUSINESS-DATE
              ADD 1 TO WS-OFF-DATE-COUNT
           END-IF

           PERFORM 152-FIND-PRICE-AND-COST

           IF WS-UNIT-PRICE = ZERO
              ADD 1 TO WS-NO-PRICE-COUNT
           END-IF

           COMPUTE WS-LINE-REVENUE = ST-QTY-SOLD * WS-UNIT-PRICE
           COMPUTE WS-LINE-COGS    = ST-QTY-SOLD * WS-UNIT-COST
           MOVE ZERO TO WS-LINE-WASTE-COST

           PERFORM 160-ROLL-TRUCK
           PERFORM 165-ROLL-TREAT

           .

      *  Costs one waste line - no revenue, the units at cost.

       157-COST-ONE-WASTE.

           ADD 1 TO WS-WASTE-COSTED-COUNT

           PERFORM 152-FIND-PRICE-AND-COST

           MOVE ZERO TO WS-LINE-REVENUE
           MOVE ZERO TO WS-LINE-COGS
           COMPUTE WS-LINE-WASTE-COST = WT-QTY-WASTED * WS-UNIT-COST

           PERFORM 160-ROLL-TRUCK
           PERFORM 165-ROLL-TREAT

           .

      *  Rolls the line into its truck's entry, opening one on
      *  the truck's first line. A table past capacity counts
      *  the overflow.

       160-ROLL-TRUCK.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-MARGIN-COUNT
              IF MT-TRUCK-ID(SUB2) = ST-TRUCK-ID
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TRUCK-MARGIN-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              IF WS-TRUCK-MARGIN-COUNT < 1000
                 ADD 1 TO WS-TRUCK-MARGIN-COUNT
                 MOVE WS-TRUCK-MARGIN-COUNT TO WS-FOUND-SUB
                 MOVE ST-TRUCK-ID TO MT-TRUCK-ID(WS-FOUND-SUB)
                 MOVE ZERO        TO MT-REVENUE(WS-FOUND-SUB)
                 MOVE ZERO        TO MT-COGS(WS-FOUND-SUB)
                 MOVE ZERO        TO MT-WASTE-COST(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-TRUCK-OVERFLOW-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB > 0
              ADD WS-LINE-REVENUE    TO MT-REVENUE(WS-FOUND-SUB)
              ADD WS-LINE-COGS       TO MT-COGS(WS-FOUND-SUB)
              ADD WS-LINE-WASTE-COST TO MT-WASTE-COST(WS-FOUND-SUB)
           END-IF

           .

      *  Rolls the line into its treat name/size entry.

       165-ROLL-TREAT.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-MARGIN-COUNT
              IF MR-TREAT-NAME(SUB2) = ST-TREAT-NAME
                 AND MR-TREAT-SIZE(SUB2) = ST-TREAT-SIZE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TREAT-MARGIN-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              IF WS-TREAT-MARGIN-COUNT < 1000
                 ADD 1 TO WS-TREAT-MARGIN-COUNT
                 MOVE WS-TREAT-MARGIN-COUNT TO WS-FOUND-SUB
                 MOVE ST-TREAT-NAME TO MR-TREAT-NAME(WS-FOUND-SUB)
                 MOVE ST-TREAT-SIZE TO MR-TREAT-SIZE(WS-FOUND-SUB)
                 MOVE ZERO          TO MR-REVENUE(WS-FOUND-SUB)
                 MOVE ZERO          TO MR-COGS(WS-FOUND-SUB)
                 MOVE ZERO          TO MR-WASTE-COST(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-TREAT-OVERFLOW-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB > 0
              ADD WS-LINE-REVENUE    TO MR-REVENUE(WS-FOUND-SUB)
              ADD WS-LINE-COGS       TO MR-COGS(WS-FOUND-SUB)
              ADD WS-LINE-WASTE-COST TO MR-WASTE-COST(WS-FOUND-SUB)
           END-IF

           .

      *  Rolls every truck up into its district off the truck
      *  reference, and every truck into the company totals.

       170-ROLL-DISTRICTS.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-MARGIN-COUNT

              MOVE SPACES TO WS-DISTRICT-WORK
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-TRUCK-NAME-COUNT
                 IF TN-TRUCK-ID(SUB3) = MT-TRUCK-ID(SUB2)
                    MOVE TN-DISTRICT(SUB3) TO WS-DISTRICT-WORK
                    MOVE WS-TRUCK-NAME-COUNT TO SUB3
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3

              MOVE ZERO TO WS-FOUND-SUB
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-DISTRICT-MARGIN-COUNT
                 IF MD-DISTRICT(SUB3) = WS-DISTRICT-WORK
                    MOVE SUB3 TO WS-FOUND-SUB
                    MOVE WS-DISTRICT-MARGIN-COUNT TO SUB3
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3

              IF WS-FOUND-SUB = 0
                 AND WS-DISTRICT-MARGIN-COUNT < 100
                 ADD 1 TO WS-DISTRICT-MARGIN-COUNT
                 MOVE WS-DISTRICT-MARGIN-COUNT TO WS-FOUND-SUB
                 MOVE WS-DISTRICT-WORK TO MD-DISTRICT(WS-FOUND-SUB)
                 MOVE ZERO TO MD-REVENUE(WS-FOUND-SUB)
                 MOVE ZERO TO MD-COGS(WS-FOUND-SUB)
                 MOVE ZERO TO MD-WASTE-COST(WS-FOUND-SUB)
              END-IF

              IF WS-FOUND-SUB > 0
                 ADD MT-REVENUE(SUB2) TO MD-REVENUE(WS-FOUND-SUB)
                 ADD MT-COGS(SUB2)    TO MD-COGS(WS-FOUND-SUB)
                 ADD MT-WASTE-COST(SUB2)
                    TO MD-WASTE-COST(WS-FOUND-SUB)
              END-IF

              ADD MT-REVENUE(SUB2)    TO WS-COMPANY-REVENUE
              ADD MT-COGS(SUB2)       TO WS-COMPANY-COGS
              ADD MT-WASTE-COST(SUB2) TO WS-COMPANY-WASTE-COST

           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Figures the margin on the three figures staged in the
      *  WS-FIG fields and stages the amounts on the detail
      *  line. No revenue means no percentage - the dollars
      *  carry the story.

       175-FIGURE-MARGIN.

           COMPUTE WS-GM-AMOUNT =
              WS-FIG-REVENUE - WS-FIG-COGS - WS-FIG-WASTE-COST

           IF WS-FIG-REVENUE > ZERO
              COMPUTE WS-GM-PCT ROUNDED =
                 WS-GM-AMOUNT * 100 / WS-FIG-REVENUE
                 ON SIZE ERROR
                    MOVE -999.9 TO WS-GM-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-GM-PCT
           END-IF

           MOVE WS-FIG-REVENUE    TO MD-REVENUE-OUT
           MOVE WS-FIG-COGS       TO MD-COGS-OUT
           MOVE WS-FIG-WASTE-COST TO MD-WASTE-OUT
           MOVE WS-GM-AMOUNT      TO MD-GM-OUT
           MOVE WS-GM-PCT         TO MD-PCT-OUT

           .

       177-PRINT-MARGIN-LINE.

           MOVE MARGIN-DETAIL-LINE TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Prints a section header with one blank line before and
      *  after it.

       178-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE
           MOVE SECTION-HEADER-LINE TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE
           PERFORM 110-WRITE-LINE

           .

      *  Margin by truck, with the company total under it.

       200-TRUCK-SECTION.

           MOVE 'GROSS MARGIN BY TRUCK' TO SH-TITLE-OUT
           PERFORM 178-WRITE-SECTION-HEADER

           IF WS-TRUCK-MARGIN-COUNT = 0
              MOVE 'NO SALES OR WASTE ON FILE FOR THIS DAY'
                 TO NL-TEXT-OUT
              MOVE NONE-LINE TO MARGIN-REPORT-REC
              WRITE MARGIN-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'TRUCK'      TO MH-ID-OUT
              MOVE 'NAME'       TO MH-NAME-OUT
              MOVE MARGIN-COLUMN-HEADER TO MARGIN-REPORT-REC
              WRITE MARGIN-REPORT-REC
                    AFTER ADVANCING 1 LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-TRUCK-MARGIN-COUNT
                 MOVE MT-TRUCK-ID(SUB2) TO MD-ID-OUT
                 MOVE MT-TRUCK-ID(SUB2) TO MD-NAME-OUT
                 PERFORM VARYING SUB3 FROM 1 BY 1
                    UNTIL SUB3 > WS-TRUCK-NAME-COUNT
                    IF TN-TRUCK-ID(SUB3) = MT-TRUCK-ID(SUB2)
                       MOVE TN-TRUCK-NAME(SUB3) TO MD-NAME-OUT
                       MOVE WS-TRUCK-NAME-COUNT TO SUB3
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB3
                 MOVE MT-REVENUE(SUB2)    TO WS-FIG-REVENUE
                 MOVE MT-COGS(SUB2)       TO WS-FIG-COGS
                 MOVE MT-WASTE-COST(SUB2) TO WS-FIG-WASTE-COST
                 PERFORM 175-FIGURE-MARGIN
                 MOVE SPACES TO MD-FLAG-OUT
                 PERFORM 177-PRINT-MARGIN-LINE
              END-PERFORM
              MOVE 1 TO SUB2

              PERFORM 110-WRITE-LINE
              MOVE SPACES                TO MD-ID-OUT
              MOVE 'COMPANY TOTAL'       TO MD-NAME-OUT
              MOVE WS-COMPANY-REVENUE    TO WS-FIG-REVENUE
              MOVE WS-COMPANY-COGS       TO WS-FIG-COGS
              MOVE WS-COMPANY-WASTE-COST TO WS-FIG-WASTE-COST
              PERFORM 175-FIGURE-MARGIN
              MOVE SPACES TO MD-FLAG-OUT
              PERFORM 177-PRINT-MARGIN-LINE
           END-IF

           .

      *  Margin by district. A blank code prints UNASSIGNED; a
      *  code not in the table prints raw so a reference-file
      *  typo shows itself, same as the report run.

       210-DISTRICT-SECTION.

           IF WS-DISTRICT-MARGIN-COUNT > 0
              MOVE 'GROSS MARGIN BY DISTRICT' TO SH-TITLE-OUT
              PERFORM 178-WRITE-SECTION-HEADER

              MOVE 'DIST'       TO MH-ID-OUT
              MOVE 'DISTRICT'   TO MH-NAME-OUT
              MOVE MARGIN-COLUMN-HEADER TO MARGIN-REPORT-REC
              WRITE MARGIN-REPORT-REC
                    AFTER ADVANCING 1 LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-DISTRICT-MARGIN-COUNT
                 MOVE MD-DISTRICT(SUB2) TO MD-ID-OUT
                 IF MD-DISTRICT(SUB2) = SPACES
                    MOVE 'UNASSIGNED' TO MD-NAME-OUT
                 ELSE
                    MOVE MD-DISTRICT(SUB2) TO MD-NAME-OUT
                    PERFORM VARYING SUB3 FROM 1 BY 1
                       UNTIL SUB3 > 3
                       IF DN-CODE(SUB3) = MD-DISTRICT(SUB2)
                          MOVE DN-NAME(SUB3) TO MD-NAME-OUT
                          MOVE 3 TO SUB3
                       END-IF
                    END-PERFORM
                    MOVE 1 TO SUB3
                 END-IF
                 MOVE MD-REVENUE(SUB2)    TO WS-FIG-REVENUE
                 MOVE MD-COGS(SUB2)       TO WS-FIG-COGS
                 MOVE MD-WASTE-COST(SUB2) TO WS-FIG-WASTE-COST
                 PERFORM 175-FIGURE-MARGIN
                 MOVE SPACES TO MD-FLAG-OUT
                 PERFORM 177-PRINT-MARGIN-LINE
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

      *  Margin by treat name/size. A treat whose margin falls
      *  under the target is flagged LOW - and so is one that
      *  sold nothing but was thrown away, which is all cost.

       220-TREAT-SECTION.

           IF WS-TREAT-MARGIN-COUNT > 0
              MOVE 'GROSS MARGIN BY TREAT' TO SH-TITLE-OUT
              PERFORM 178-WRITE-SECTION-HEADER

              MOVE 'SIZE'       TO MH-ID-OUT
              MOVE 'TREAT NAME' TO MH-NAME-OUT
              MOVE MARGIN-COLUMN-HEADER TO MARGIN-REPORT-REC
              WRITE MARGIN-REPORT-REC
                    AFTER ADVANCING 1 LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-TREAT-MARGIN-COUNT
                 MOVE MR-TREAT-SIZE(SUB2) TO MD-ID-OUT
                 MOVE MR-TREAT-NAME(SUB2) TO MD-NAME-OUT
                 MOVE MR-REVENUE(SUB2)    TO WS-FIG-REVENUE
                 MOVE MR-COGS(SUB2)       TO WS-FIG-COGS
                 MOVE MR-WASTE-COST(SUB2) TO WS-FIG-WASTE-COST
                 PERFORM 175-FIGURE-MARGIN
                 MOVE SPACES TO MD-FLAG-OUT
                 IF (WS-FIG-REVENUE > ZERO
                       AND WS-GM-PCT < WS-TARGET-MARGIN-PCT)
                    OR (WS-FIG-REVENUE = ZERO
                       AND WS-FIG-WASTE-COST > ZERO)
                    MOVE 'LOW' TO MD-FLAG-OUT
                    ADD 1 TO WS-LOW-MARGIN-COUNT
                 END-IF
                 PERFORM 177-PRINT-MARGIN-LINE
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

      *  Appends the day's cost entries to the night's GL
      *  extract. Per truck: the cost of what sold debits COGS,
      *  the cost of what was thrown away debits WASTECOST, and
      *  the two together credit INVENTORY - the stock relieved.
      *  The dated extract a catch-up day writes is used when it
      *  exists, the standing one otherwise. Nothing books when
      *  the entries are already on the extract.

       230-GL-EXTRACT.

           IF WS-GL-ALREADY-BOOKED NOT = 'Y'
              OPEN EXTEND GL-EXTRACT-FILE
              IF WS-GLX-STATUS NOT = '00'
                 MOVE 'GL-EXTRACT.TXT' TO WS-GL-EXTRACT-FILE
                 OPEN EXTEND GL-EXTRACT-FILE
                 IF WS-GLX-STATUS NOT = '00'
                    OPEN OUTPUT GL-EXTRACT-FILE
                 END-IF
              END-IF

              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-TRUCK-MARGIN-COUNT
                 PERFORM 232-GL-ONE-TRUCK
              END-PERFORM
              MOVE 1 TO SUB3

              CLOSE GL-EXTRACT-FILE
           END-IF

           .

       232-GL-ONE-TRUCK.

           MOVE MT-TRUCK-ID(SUB3) TO WS-GL-REFERENCE

           IF MT-COGS(SUB3) > ZERO
              MOVE 'COGS        '        TO WS-GL-LOOKUP-KEY
              MOVE 'D'                   TO WS-GL-DC-FLAG
              MOVE MT-COGS(SUB3)         TO WS-GL-AMOUNT
              MOVE 'COST OF GOODS SOLD  ' TO WS-GL-DESC
              PERFORM 234-WRITE-GL-ENTRY
           END-IF

           IF MT-WASTE-COST(SUB3) > ZERO
              MOVE 'WASTECOST   '        TO WS-GL-LOOKUP-KEY
              MOVE 'D'                   TO WS-GL-DC-FLAG
              MOVE MT-WASTE-COST(SUB3)   TO WS-GL-AMOUNT
              MOVE 'WASTE AT COST       ' TO WS-GL-DESC
              PERFORM 234-WRITE-GL-ENTRY
           END-IF

           IF MT-COGS(SUB3) > ZERO
              OR MT-WASTE-COST(SUB3) > ZERO
              MOVE 'INVENTORY   '        TO WS-GL-LOOKUP-KEY
              MOVE 'C'                   TO WS-GL-DC-FLAG
              COMPUTE WS-GL-AMOUNT =
                 MT-COGS(SUB3) + MT-WASTE-COST(SUB3)
              MOVE 'INVENTORY RELIEF    ' TO WS-GL-DESC
              PERFORM 234-WRITE-GL-ENTRY
           END-IF

           .

      *  Writes one journal entry as staged, resolving the
      *  posting key through the chart the same way the report
      *  run does - a key with no account books to the 99999999
      *  suspense account and is counted.

       234-WRITE-GL-ENTRY.

           MOVE '99999999' TO GLX-ACCOUNT

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-GL-ACCT-COUNT
              IF GA-KEY(SUB) = WS-GL-LOOKUP-KEY
                 MOVE GA-ACCOUNT(SUB) TO GLX-ACCOUNT
                 MOVE WS-GL-ACCT-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           IF GLX-ACCOUNT = '99999999'
              ADD 1 TO WS-GL-MISSING-COUNT
           END-IF

           MOVE WS-BUSINESS-DATE     TO GLX-BUSINESS-DATE
           MOVE WS-GL-DC-FLAG        TO GLX-DC-FLAG
           MOVE WS-GL-AMOUNT         TO GLX-AMOUNT
           MOVE WS-GL-REFERENCE      TO GLX-REFERENCE
           MOVE WS-GL-DESC           TO GLX-DESC

           WRITE GL-EXTRACT-REC

           ADD 1 TO WS-GL-ENTRY-COUNT

           .

      *  Prints the run totals - every tape line read is either
      *  a costed sale, a costed waste line, a transfer left
      *  out, or a reject, with the lines missing a price or a
      *  cost called out on their own.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'TAPE LINES READ:'         TO RT-LABEL-OUT
           MOVE WS-TRANS-READ-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALE LINES COSTED:'       TO RT-LABEL-OUT
           MOVE WS-SALE-COSTED-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'WASTE LINES COSTED:'      TO RT-LABEL-OUT
           MOVE WS-WASTE-COSTED-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFER LINES SKIPPED:'  TO RT-LABEL-OUT
           MOVE WS-XFER-SKIP-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LINES REJECTED:'          TO RT-LABEL-OUT
           MOVE WS-TRANS-REJECT-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALE LINES WITH NO PRICE:' TO RT-LABEL-OUT
           MOVE WS-NO-PRICE-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LINES WITH NO UNIT COST:' TO RT-LABEL-OUT
           MOVE WS-NO-COST-COUNT           TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LINES OFF BUSINESS DATE:' TO RT-LABEL-OUT
           MOVE WS-OFF-DATE-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TREATS UNDER TARGET:'     TO RT-LABEL-OUT
           MOVE WS-LOW-MARGIN-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'GL ENTRIES APPENDED:'     TO RT-LABEL-OUT
           MOVE WS-GL-ENTRY-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'GL ENTRIES TO SUSPENSE:'  TO RT-LABEL-OUT
           MOVE WS-GL-MISSING-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRUCKS DROPPED (TABLE FULL):' TO RT-LABEL-OUT
           MOVE WS-TRUCK-OVERFLOW-COUNT    TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TREATS DROPPED (TABLE FULL):' TO RT-LABEL-OUT
           MOVE WS-TREAT-OVERFLOW-COUNT    TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Appends this run's status record to the shared run log.

       240-WRITE-RUN-LOG.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME

           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF

           MOVE 'PIZZA-MARGIN-REPORT ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-TRANS-READ-COUNT    TO RL-READ-COUNT
           MOVE WS-GL-ENTRY-COUNT      TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    DAILY-SALES-TRANS
                       MARGIN-REPORT-FILE

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
