       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-REF-AUDIT.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Reference integrity audit, run ahead of the nightly
      *  chain. The report program forgives a lot - a truck with
      *  no name record rolls up under UNASSIGNED, a treat with
      *  no master price sells for nothing, a posting key not in
      *  the chart books to suspense - and nobody finds out
      *  until the morning numbers look wrong. This program
      *  walks the inventory master and every reference file the
      *  chain looks up against and lists what does not tie out:
      *  trucks with no name, district or attribute record,
      *  treats with no price or par, employees HR does not know
      *  or has terminated, pending changes for treats that are
      *  gone, posting keys the chart does not carry, and
      *  reference entries nothing uses any more.
      *
      *  A finding that makes the chain book wrong numbers is a
      *  FAIL; one the chain survives is a WARN. The outcome -
      *  PASS, WARN or FAIL - goes on the run log for the
      *  business date, where the balancing step checks it.
      *  The catch-up driver calls it ahead of each day's
      *  posting run, so a caught-up date is audited too.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date the chain is about to run against -
      *  terminations are judged as of that date.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  The inventory master - every truck, employee and treat
      *  the chain will post and report on. Read only.

           SELECT INVENTORY-MASTER
               ASSIGN TO 'PR3FA22-TREAT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MST-STATUS.

      *  Truck-name reference - display name and district.

           SELECT TRUCK-NAME-REF
               ASSIGN TO 'TRUCK-NAME-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Truck attributes - class and capacity.

           SELECT TRUCK-ATTR-REF
               ASSIGN TO 'TRUCK-ATTR-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.

      *  Master treat-price file.

           SELECT TREAT-PRICE-MASTER
               ASSIGN TO 'TREAT-PRICE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Par-level reference file.

           SELECT TREAT-PAR-LEVEL
               ASSIGN TO 'TREAT-PAR-LEVEL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

      *  HR employee master.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *  Chart of accounts - posting key to ledger account.

           SELECT GL-ACCOUNT-REF
               ASSIGN TO 'GL-ACCOUNT-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

      *  Pending-change file reference maintenance holds dated
      *  price, unit-cost and taxability changes on.

           SELECT PENDING-PRICE-FILE
               ASSIGN TO 'PENDING-PRICE-CHG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      *  The printed audit report. Named at run time: a catch-up
      *  day writes it under a dated name so the next day's
      *  audit cannot wipe it.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO WS-AUDIT-REPORT-FILE
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

      *  Master record - same layout posting and the report
      *  read. The HDR and TRL control records carry no truck.

       FD  INVENTORY-MASTER
           RECORD CONTAINS 160 CHARACTERS.
       01  INVENTORY-MASTER-REC.
           05  MASTER-KEY.
               10  TRUCK-ID-IN    PIC X(4).
               10  EMPLOYEE-ID-IN PIC X(5).
           05  EMPLOYEE-TITLE-IN  PIC A(2).
           05  EMPLOYEE-LNAME-IN  PIC X(10).
           05  EMPLOYEE-FNAME-IN  PIC X(10).
           05  HIRE-DATE-IN       PIC 9(8).
           05  FILLER             PIC X(2).
           05  CURRENT-YEARLY-IN  PIC 9(5).
           05  TREAT-ARRAY-IN OCCURS 3 TIMES.
               10 TREAT-NAME-IN PIC X(15).
               10 TREAT-SIZE-IN    PIC X.
               10 NUM-IN-STOCK-IN  PIC 9(4).
               10 SELLING-PRICE-IN PIC 99V99.
           05  TREAT-LOT-ARRAY-IN OCCURS 3 TIMES.
               10 TREAT-LOT-IN     PIC X(6).
               10 TREAT-EXPIRY-IN  PIC X(8).

       FD  TRUCK-NAME-REF
           RECORD CONTAINS 22 CHARACTERS.
       01  TRUCK-NAME-REF-REC.
           05  TNR-TRUCK-ID           PIC X(4).
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

       FD  TRUCK-ATTR-REF
           RECORD CONTAINS 27 CHARACTERS.
       01  TRUCK-ATTR-REF-REC.
           05  TAR-TRUCK-ID           PIC X(4).
           05  TAR-TRUCK-CLASS        PIC X(8).
           05  TAR-MAX-UNITS          PIC 9(5).
           05  TAR-MAX-VALUE          PIC 9(8)V99.

       FD  TREAT-PRICE-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PRICE-MASTER-REC.
           05  TPM-NAME-IN            PIC X(15).
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

       FD  TREAT-PAR-LEVEL
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PAR-LEVEL-REC.
           05  TPL-NAME-IN            PIC X(15).
           05  TPL-SIZE-IN            PIC X.
           05  TPL-PAR-QTY-IN         PIC 9(4).

      *  Employee master record - status 'A' is active, 'T' is
      *  terminated as of the termination date.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 16 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID         PIC X(5).
           05  EM-STATUS              PIC X.
           05  EM-TITLE               PIC A(2).
           05  EM-TERM-DATE           PIC 9(8).

       FD  GL-ACCOUNT-REF
           RECORD CONTAINS 20 CHARACTERS.
       01  GL-ACCOUNT-REF-REC.
           05  GLA-KEY                PIC X(12).
           05  GLA-ACCOUNT            PIC X(8).

      *  Pending change record - same layout reference
      *  maintenance writes. A 34 byte record from before the
      *  file code reads with it blank and is a price change.

       FD  PENDING-PRICE-FILE
           RECORD CONTAINS 34 TO 35 CHARACTERS.
       01  PENDING-PRICE-REC.
           05  PD-ACTION          PIC X.
           05  PD-SUBMITTER       PIC X(5).
           05  PD-TREAT-NAME      PIC X(15).
           05  PD-TREAT-SIZE      PIC X.
           05  PD-PRICE           PIC X(4).
           05  PD-EFFECTIVE-DATE  PIC 9(8).
           05  PD-FILE-CODE       PIC X.

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-REPORT-REC       PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. The read count is master records read and the
      *  write count is findings; the outcome is PASS, WARN or
      *  FAIL.

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
       01  WS-MST-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.
       01  WS-TAR-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
       01  WS-TPL-STATUS                PIC XX.
       01  WS-EMP-STATUS                PIC XX.
       01  WS-GLA-STATUS                PIC XX.
       01  WS-PND-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.

      *  Run-log working fields, same as every chain program.

       01  WS-STAMP-DATE                PIC X(8)    VALUE SPACES.
       01  WS-STAMP-TIME                PIC X(8)    VALUE SPACES.
       01  WS-RUN-START-STAMP           PIC X(14)   VALUE SPACES.
       01  WS-RUN-OUTCOME               PIC X(8)    VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-EOF            PIC X       VALUE 'N'.
           05  SUB                      PIC 9(4)    VALUE 1.
           05  SUB2                     PIC 9(4)    VALUE 1.
           05  SUB3                     PIC 9(4)    VALUE 1.

       01  WS-BUSINESS-DATE             PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                        PIC X(8).
       01  WS-RUN-MODE                  PIC X       VALUE SPACE.
       01  WS-AUDIT-REPORT-FILE         PIC X(40)   VALUE
           'REF-AUDIT-REPORT.TXT'.

      *  Whether each reference file opened - a file that is not
      *  there at all is one finding, not one per truck or treat.

       01  WS-TNR-LOADED                PIC X       VALUE 'N'.
       01  WS-TAR-LOADED                PIC X       VALUE 'N'.
       01  WS-TPM-LOADED                PIC X       VALUE 'N'.
       01  WS-TPL-LOADED                PIC X       VALUE 'N'.
       01  WS-EMP-LOADED                PIC X       VALUE 'N'.
       01  WS-GLA-LOADED                PIC X       VALUE 'N'.

      *  The districts the trucks run out of.

       01  DISTRICT-CODE-VALUES.
           05  FILLER               PIC X(3)  VALUE 'GLF'.
           05  FILLER               PIC X(3)  VALUE 'CEN'.
           05  FILLER               PIC X(3)  VALUE 'RIV'.

       01  DISTRICT-CODE-TABLE REDEFINES DISTRICT-CODE-VALUES.
           05  DC-CODE                  PIC X(3)    OCCURS 3 TIMES.

      *  Every posting key the chain books the ledger extract
      *  against - the report run's sales, tax, cash and
      *  commission entries, the cycle count's adjustments, and
      *  the margin report's cost of goods.

       01  POSTING-KEY-VALUES.
           05  FILLER               PIC X(12) VALUE 'SALES       '.
           05  FILLER               PIC X(12) VALUE 'SALESTAX    '.
           05  FILLER               PIC X(12) VALUE 'CASH        '.
           05  FILLER               PIC X(12) VALUE 'CASHVAR     '.
           05  FILLER               PIC X(12) VALUE 'COMMEXP     '.
           05  FILLER               PIC X(12) VALUE 'COMMPAY     '.
           05  FILLER               PIC X(12) VALUE 'CNTADJ      '.
           05  FILLER               PIC X(12) VALUE 'INVENTORY   '.
           05  FILLER               PIC X(12) VALUE 'COGS        '.
           05  FILLER               PIC X(12) VALUE 'WASTECOST   '.

       01  POSTING-KEY-TABLE REDEFINES POSTING-KEY-VALUES.
           05  PK-KEY                   PIC X(12)   OCCURS 10 TIMES.

       01  WS-POSTING-KEY-COUNT         PIC 9(4)    VALUE 10.

      *  What the master holds - each truck once, each treat
      *  name/size once, and each truck/employee record.

       01  WS-MASTER-READ-COUNT         PIC 9(6)    VALUE 0.
       01  WS-MT-COUNT                  PIC 9(4)    VALUE 0.
       01  WS-MR-COUNT                  PIC 9(4)    VALUE 0.
       01  WS-ME-COUNT                  PIC 9(4)    VALUE 0.
       01  WS-MASTER-OVERFLOW-COUNT     PIC 9(4)    VALUE 0.

       01  MASTER-TRUCK-TABLE.
           05  MASTER-TRUCK-ENTRY OCCURS 1000 TIMES.
               10  MT-TRUCK-ID          PIC X(4).

       01  MASTER-TREAT-TABLE.
           05  MASTER-TREAT-ENTRY OCCURS 1000 TIMES.
               10  MR-NAME              PIC X(15).
               10  MR-SIZE              PIC X.

       01  MASTER-EMPLOYEE-TABLE.
           05  MASTER-EMPLOYEE-ENTRY OCCURS 1000 TIMES.
               10  ME-TRUCK-ID          PIC X(4).
               10  ME-EMPLOYEE-ID       PIC X(5).

      *  Reference tables, each entry with a switch set when
      *  something on the master uses it.

       01  WS-TRUCK-NAME-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-NAME-TABLE.
           05  TRUCK-NAME-ENTRY OCCURS 1000 TIMES.
               10  TN-TRUCK-ID          PIC X(4).
               10  TN-TRUCK-NAME        PIC X(15).
               10  TN-DISTRICT          PIC X(3).
               10  TN-USED              PIC X.

       01  WS-TRUCK-ATTR-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-ATTR-TABLE.
           05  TRUCK-ATTR-ENTRY OCCURS 1000 TIMES.
               10  TA-TRUCK-ID          PIC X(4).
               10  TA-USED              PIC X.

       01  WS-TREAT-PRICE-COUNT         PIC 9(4)    VALUE 0.

       01  TREAT-PRICE-TABLE.
           05  TREAT-PRICE-ENTRY OCCURS 1000 TIMES.
               10  TP-NAME              PIC X(15).
               10  TP-SIZE              PIC X.
               10  TP-USED              PIC X.

       01  WS-TREAT-PAR-COUNT           PIC 9(4)    VALUE 0.

       01  TREAT-PAR-TABLE.
           05  TREAT-PAR-ENTRY OCCURS 1000 TIMES.
               10  TL-NAME              PIC X(15).
               10  TL-SIZE              PIC X.
               10  TL-USED              PIC X.

       01  WS-EMP-MASTER-COUNT          PIC 9(4)    VALUE 0.

       01  EMPLOYEE-MASTER-TABLE.
           05  EMPLOYEE-MASTER-ENTRY OCCURS 1000 TIMES.
               10  EMT-ID               PIC X(5).
               10  EMT-STATUS           PIC X.
               10  EMT-TERM-DATE        PIC 9(8).

       01  WS-GL-ACCT-COUNT             PIC 9(4)    VALUE 0.

       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  GA-KEY               PIC X(12).
               10  GA-USED              PIC X.

       01  WS-REF-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

      *  Lookup work fields.

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.
       01  WS-CARRIED                   PIC X       VALUE 'N'.

      *  Finding counts - the FAIL and WARN counts decide the
      *  outcome.

       01  WS-FAIL-COUNT                PIC 9(4)    VALUE 0.
       01  WS-WARN-COUNT                PIC 9(4)    VALUE 0.
       01  WS-SECTION-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PENDING-READ-COUNT        PIC 9(6)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 AUDIT-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 AUDIT-HEADER-2.
          05 FILLER          PIC X(22) VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'REFERENCE INTEGRITY AUDIT'.

       01 AUDIT-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 AD-DATE-OUT     PIC 9999/99/99.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(44).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(70).

      *  One finding - severity, the key it is about, and what
      *  is wrong.

       01 FINDING-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FD-SEVERITY-OUT PIC X(6).
          05 FD-KEY-OUT      PIC X(24).
          05 FD-TEXT-OUT     PIC X(40).

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZ9.

       01 OUTCOME-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'AUDIT OUTCOME: '.
          05 OC-OUTCOME-OUT  PIC X(4).
          05 FILLER          PIC X(3)  VALUE ' - '.
          05 OC-TEXT-OUT     PIC X(48).

       PROCEDURE DIVISION.

      *  Housekeeping gets the date and opens the master, the
      *  reference files are tabled, the master is walked, each
      *  check prints its own section, and the outcome goes on
      *  the report and the log.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-TRUCK-NAMES
           PERFORM 136-LOAD-TRUCK-ATTRS
           PERFORM 137-LOAD-TREAT-PRICES
           PERFORM 138-LOAD-TREAT-PARS
           PERFORM 139-LOAD-EMPLOYEES
           PERFORM 140-LOAD-GL-ACCOUNTS
           PERFORM 150-READ-MASTER
           PERFORM 195-MISSING-FILES
           PERFORM 200-CHECK-TRUCKS
           PERFORM 205-CHECK-TREATS
           PERFORM 210-CHECK-EMPLOYEES
           PERFORM 212-CHECK-PENDING
           PERFORM 215-CHECK-POSTING-KEYS
           PERFORM 220-UNUSED-ENTRIES
           PERFORM 225-RUN-TOTALS
           PERFORM 235-OUTCOME
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Reads the business date, opens the report (dated in
      *  catch-up mode) and opens the master. No usable date or
      *  no master stops the run - there is nothing to audit
      *  against.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN INPUT RUN-DATE-PARM

           IF WS-RDP-STATUS = '00'
              READ RUN-DATE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RDP-BUSINESS-DATE NUMERIC
                       MOVE RDP-BUSINESS-DATE TO WS-BUSINESS-DATE
                    END-IF
                    MOVE RDP-RUN-MODE TO WS-RUN-MODE
              END-READ
              CLOSE RUN-DATE-PARM
           END-IF

           IF WS-RUN-MODE = 'C'
              AND WS-BUSINESS-DATE > 0
              MOVE SPACES TO WS-AUDIT-REPORT-FILE
              STRING 'REF-AUDIT-REPORT-'   DELIMITED BY SIZE
                     WS-BUSINESS-DATE-X    DELIMITED BY SIZE
                     '.TXT'                DELIMITED BY SIZE
                     INTO WS-AUDIT-REPORT-FILE
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE AUDIT-HEADER      TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE AUDIT-HEADER-2    TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           IF WS-BUSINESS-DATE = 0
              MOVE 'BUSINESS DATE PARM MISSING OR BAD - NO AUDIT'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE WS-BUSINESS-DATE TO AD-DATE-OUT
           MOVE AUDIT-DATE-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           OPEN INPUT INVENTORY-MASTER

           IF WS-MST-STATUS NOT = '00'
              MOVE 'PR3FA22-TREAT.IDX WILL NOT OPEN - NO AUDIT'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Writes the control error line and stops the run. The
      *  log shows STOPPED, which the balancing step reads as a
      *  failed audit.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE AUDIT-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Loads the truck-name reference.

       135-LOAD-TRUCK-NAMES.

           OPEN INPUT TRUCK-NAME-REF

           IF WS-TNR-STATUS = '00'
              MOVE 'Y' TO WS-TNR-LOADED
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
                          MOVE 'N'
                             TO TN-USED(WS-TRUCK-NAME-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-NAME-REF
           END-IF

           .

      *  Loads the truck attributes - only the ID matters here.

       136-LOAD-TRUCK-ATTRS.

           OPEN INPUT TRUCK-ATTR-REF

           IF WS-TAR-STATUS = '00'
              MOVE 'Y' TO WS-TAR-LOADED
              PERFORM UNTIL WS-TAR-STATUS NOT = '00'
                 READ TRUCK-ATTR-REF
                    AT END
                       MOVE '10' TO WS-TAR-STATUS
                    NOT AT END
                       IF WS-TRUCK-ATTR-COUNT < 1000
                          ADD 1 TO WS-TRUCK-ATTR-COUNT
                          MOVE TAR-TRUCK-ID
                             TO TA-TRUCK-ID(WS-TRUCK-ATTR-COUNT)
                          MOVE 'N'
                             TO TA-USED(WS-TRUCK-ATTR-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-ATTR-REF
           END-IF

           .

      *  Loads the master treat-price table.

       137-LOAD-TREAT-PRICES.

           OPEN INPUT TREAT-PRICE-MASTER

           IF WS-TPM-STATUS = '00'
              MOVE 'Y' TO WS-TPM-LOADED
              PERFORM UNTIL WS-TPM-STATUS NOT = '00'
                 READ TREAT-PRICE-MASTER
                    AT END
                       MOVE '10' TO WS-TPM-STATUS
                    NOT AT END
                       IF WS-TREAT-PRICE-COUNT < 1000
                          ADD 1 TO WS-TREAT-PRICE-COUNT
                          MOVE TPM-NAME-IN
                             TO TP-NAME(WS-TREAT-PRICE-COUNT)
                          MOVE TPM-SIZE-IN
                             TO TP-SIZE(WS-TREAT-PRICE-COUNT)
                          MOVE 'N'
                             TO TP-USED(WS-TREAT-PRICE-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-PRICE-MASTER
           END-IF

           .

      *  Loads the par-level table.

       138-LOAD-TREAT-PARS.

           OPEN INPUT TREAT-PAR-LEVEL

           IF WS-TPL-STATUS = '00'
              MOVE 'Y' TO WS-TPL-LOADED
              PERFORM UNTIL WS-TPL-STATUS NOT = '00'
                 READ TREAT-PAR-LEVEL
                    AT END
                       MOVE '10' TO WS-TPL-STATUS
                    NOT AT END
                       IF WS-TREAT-PAR-COUNT < 1000
                          ADD 1 TO WS-TREAT-PAR-COUNT
                          MOVE TPL-NAME-IN
                             TO TL-NAME(WS-TREAT-PAR-COUNT)
                          MOVE TPL-SIZE-IN
                             TO TL-SIZE(WS-TREAT-PAR-COUNT)
                          MOVE 'N'
                             TO TL-USED(WS-TREAT-PAR-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-PAR-LEVEL
           END-IF

           .

      *  Loads the HR employee master.

       139-LOAD-EMPLOYEES.

           OPEN INPUT EMPLOYEE-MASTER

           IF WS-EMP-STATUS = '00'
              MOVE 'Y' TO WS-EMP-LOADED
              PERFORM UNTIL WS-EMP-STATUS NOT = '00'
                 READ EMPLOYEE-MASTER
                    AT END
                       MOVE '10' TO WS-EMP-STATUS
                    NOT AT END
                       IF WS-EMP-MASTER-COUNT < 1000
                          ADD 1 TO WS-EMP-MASTER-COUNT
                          MOVE EM-EMPLOYEE-ID
                             TO EMT-ID(WS-EMP-MASTER-COUNT)
                          MOVE EM-STATUS
                             TO EMT-STATUS(WS-EMP-MASTER-COUNT)
                          MOVE EM-TERM-DATE
                             TO EMT-TERM-DATE(WS-EMP-MASTER-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
           END-IF

           .

      *  Loads the chart of accounts.

       140-LOAD-GL-ACCOUNTS.

           OPEN INPUT GL-ACCOUNT-REF

           IF WS-GLA-STATUS = '00'
              MOVE 'Y' TO WS-GLA-LOADED
              PERFORM UNTIL WS-GLA-STATUS NOT = '00'
                 READ GL-ACCOUNT-REF
                    AT END
                       MOVE '10' TO WS-GLA-STATUS
                    NOT AT END
                       IF WS-GL-ACCT-COUNT < 1000
                          ADD 1 TO WS-GL-ACCT-COUNT
                          MOVE GLA-KEY
                             TO GA-KEY(WS-GL-ACCT-COUNT)
                          MOVE 'N'
                             TO GA-USED(WS-GL-ACCT-COUNT)
                       ELSE
                          ADD 1 TO WS-REF-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-ACCOUNT-REF
           END-IF

           .

      *  Walks the master in key order, stepping over the HDR
      *  and TRL control records, and tables each truck, treat
      *  and truck/employee it finds.

       150-READ-MASTER.

           MOVE LOW-VALUES TO MASTER-KEY
           MOVE 'N'        TO WS-MASTER-EOF

           START INVENTORY-MASTER
              KEY NOT < MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-MASTER-EOF
           END-START

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
              READ INVENTORY-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-MASTER-EOF
                 NOT AT END
                    IF TRUCK-ID-IN NOT = 'HDR '
                       AND TRUCK-ID-IN NOT = 'TRL '
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 155-NOTE-MASTER-RECORD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INVENTORY-MASTER

           .

      *  Tables one master record's truck, employee and treats.
      *  A blank treat slot is an empty slot, not a treat.

       155-NOTE-MASTER-RECORD.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-MT-COUNT
              IF MT-TRUCK-ID(SUB2) = TRUCK-ID-IN
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-MT-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              IF WS-MT-COUNT < 1000
                 ADD 1 TO WS-MT-COUNT
                 MOVE TRUCK-ID-IN TO MT-TRUCK-ID(WS-MT-COUNT)
              ELSE
                 ADD 1 TO WS-MASTER-OVERFLOW-COUNT
              END-IF
           END-IF

           IF WS-ME-COUNT < 1000
              ADD 1 TO WS-ME-COUNT
              MOVE TRUCK-ID-IN    TO ME-TRUCK-ID(WS-ME-COUNT)
              MOVE EMPLOYEE-ID-IN TO ME-EMPLOYEE-ID(WS-ME-COUNT)
           ELSE
              ADD 1 TO WS-MASTER-OVERFLOW-COUNT
           END-IF

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3
              IF TREAT-NAME-IN(SUB) NOT = SPACES
                 PERFORM 157-NOTE-MASTER-TREAT
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Tables treat slot SUB of the current record unless the
      *  treat name/size is already there.

       157-NOTE-MASTER-TREAT.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-MR-COUNT
              IF MR-NAME(SUB2) = TREAT-NAME-IN(SUB)
                 AND MR-SIZE(SUB2) = TREAT-SIZE-IN(SUB)
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-MR-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              IF WS-MR-COUNT < 1000
                 ADD 1 TO WS-MR-COUNT
                 MOVE TREAT-NAME-IN(SUB) TO MR-NAME(WS-MR-COUNT)
                 MOVE TREAT-SIZE-IN(SUB) TO MR-SIZE(WS-MR-COUNT)
              ELSE
                 ADD 1 TO WS-MASTER-OVERFLOW-COUNT
              END-IF
           END-IF

           .

      *  Prints one FAIL finding and counts it.

       180-WRITE-FAIL.

           MOVE 'FAIL  ' TO FD-SEVERITY-OUT
           ADD 1 TO WS-FAIL-COUNT
           PERFORM 184-WRITE-FINDING

           .

      *  Prints one WARN finding and counts it.

       182-WRITE-WARN.

           MOVE 'WARN  ' TO FD-SEVERITY-OUT
           ADD 1 TO WS-WARN-COUNT
           PERFORM 184-WRITE-FINDING

           .

       184-WRITE-FINDING.

           ADD 1 TO WS-SECTION-COUNT
           MOVE FINDING-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Closes out a section - a section with no findings says
      *  so, so a clean page reads clean on purpose.

       186-END-SECTION.

           IF WS-SECTION-COUNT = 0
              MOVE 'NONE' TO NL-TEXT-OUT
              MOVE NONE-LINE TO AUDIT-REPORT-REC
              WRITE AUDIT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Reference files that would not open. The chain runs
      *  without any of them, but without the truck names, the
      *  price master or the chart it books wrong numbers.

       195-MISSING-FILES.

           MOVE 'REFERENCE FILES NOT ON FILE' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           MOVE 'FILE WILL NOT OPEN' TO FD-TEXT-OUT

           IF WS-TNR-LOADED NOT = 'Y'
              MOVE 'TRUCK-NAME-REF' TO FD-KEY-OUT
              PERFORM 180-WRITE-FAIL
           END-IF

           IF WS-TAR-LOADED NOT = 'Y'
              MOVE 'TRUCK-ATTR-REF' TO FD-KEY-OUT
              PERFORM 182-WRITE-WARN
           END-IF

           IF WS-TPM-LOADED NOT = 'Y'
              MOVE 'TREAT-PRICE-MASTER' TO FD-KEY-OUT
              PERFORM 180-WRITE-FAIL
           END-IF

           IF WS-TPL-LOADED NOT = 'Y'
              MOVE 'TREAT-PAR-LEVEL' TO FD-KEY-OUT
              PERFORM 182-WRITE-WARN
           END-IF

           IF WS-EMP-LOADED NOT = 'Y'
              MOVE 'EMPLOYEE-MASTER' TO FD-KEY-OUT
              PERFORM 182-WRITE-WARN
           END-IF

           IF WS-GLA-LOADED NOT = 'Y'
              MOVE 'GL-ACCOUNT-REF' TO FD-KEY-OUT
              PERFORM 180-WRITE-FAIL
           END-IF

           PERFORM 186-END-SECTION

           .

      *  Every truck on the master needs a name record with a
      *  name and a known district - without one its sales and
      *  tax roll up under UNASSIGNED - and should have an
      *  attribute record for the capacity checks.

       200-CHECK-TRUCKS.

           MOVE 'TRUCKS MISSING REFERENCE DATA' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-MT-COUNT
              MOVE SPACES TO FD-KEY-OUT
              MOVE MT-TRUCK-ID(SUB3) TO FD-KEY-OUT

              IF WS-TNR-LOADED = 'Y'
                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-TRUCK-NAME-COUNT
                    IF TN-TRUCK-ID(SUB2) = MT-TRUCK-ID(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE 'Y' TO TN-USED(SUB2)
                       MOVE WS-TRUCK-NAME-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    MOVE 'NO TRUCK-NAME-REF RECORD' TO FD-TEXT-OUT
                    PERFORM 180-WRITE-FAIL
                 ELSE
                    IF TN-TRUCK-NAME(WS-FOUND-SUB) = SPACES
                       MOVE 'NAME RECORD HAS NO NAME' TO FD-TEXT-OUT
                       PERFORM 180-WRITE-FAIL
                    END-IF
                    PERFORM 202-CHECK-DISTRICT
                 END-IF
              END-IF

              IF WS-TAR-LOADED = 'Y'
                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-TRUCK-ATTR-COUNT
                    IF TA-TRUCK-ID(SUB2) = MT-TRUCK-ID(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE 'Y' TO TA-USED(SUB2)
                       MOVE WS-TRUCK-ATTR-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    MOVE 'NO TRUCK-ATTR-REF RECORD' TO FD-TEXT-OUT
                    PERFORM 182-WRITE-WARN
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           PERFORM 186-END-SECTION

           .

      *  The name record at WS-FOUND-SUB must carry one of the
      *  three district codes.

       202-CHECK-DISTRICT.

           IF TN-DISTRICT(WS-FOUND-SUB) = SPACES
              MOVE 'NO DISTRICT ON NAME RECORD' TO FD-TEXT-OUT
              PERFORM 180-WRITE-FAIL
           ELSE
              MOVE 'N' TO WS-CARRIED
              PERFORM VARYING SUB FROM 1 BY 1
                 UNTIL SUB > 3
                 IF DC-CODE(SUB) = TN-DISTRICT(WS-FOUND-SUB)
                    MOVE 'Y' TO WS-CARRIED
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB

              IF WS-CARRIED NOT = 'Y'
                 MOVE SPACES TO FD-TEXT-OUT
                 STRING 'DISTRICT ' DELIMITED BY SIZE
                        TN-DISTRICT(WS-FOUND-SUB)
                                    DELIMITED BY SIZE
                        ' NOT A KNOWN DISTRICT'
                                    DELIMITED BY SIZE
                        INTO FD-TEXT-OUT
                 PERFORM 180-WRITE-FAIL
              END-IF
           END-IF

           .

      *  Every treat a truck carries needs a master price - the
      *  chain sells it for nothing without one - and should
      *  have a par level for the pick list.

       205-CHECK-TREATS.

           MOVE 'TREATS MISSING REFERENCE DATA' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-MR-COUNT
              MOVE SPACES TO FD-KEY-OUT
              MOVE MR-NAME(SUB3) TO FD-KEY-OUT(1:15)
              MOVE MR-SIZE(SUB3) TO FD-KEY-OUT(17:1)

              IF WS-TPM-LOADED = 'Y'
                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-TREAT-PRICE-COUNT
                    IF TP-NAME(SUB2) = MR-NAME(SUB3)
                       AND TP-SIZE(SUB2) = MR-SIZE(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE 'Y' TO TP-USED(SUB2)
                       MOVE WS-TREAT-PRICE-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    MOVE 'NO MASTER PRICE' TO FD-TEXT-OUT
                    PERFORM 180-WRITE-FAIL
                 END-IF
              END-IF

              IF WS-TPL-LOADED = 'Y'
                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-TREAT-PAR-COUNT
                    IF TL-NAME(SUB2) = MR-NAME(SUB3)
                       AND TL-SIZE(SUB2) = MR-SIZE(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE 'Y' TO TL-USED(SUB2)
                       MOVE WS-TREAT-PAR-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    MOVE 'NO PAR LEVEL' TO FD-TEXT-OUT
                    PERFORM 182-WRITE-WARN
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           PERFORM 186-END-SECTION

           .

      *  Every employee on the master must be on the HR master
      *  and active on the business date - status 'A', or
      *  terminated with the date still ahead, same test the
      *  report run applies. The report run already withholds
      *  commission from the rest, so these are warnings.

       210-CHECK-EMPLOYEES.

           MOVE 'EMPLOYEES NOT ACTIVE IN HR' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           IF WS-EMP-LOADED = 'Y'
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-ME-COUNT
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE ME-TRUCK-ID(SUB3)    TO FD-KEY-OUT(1:4)
                 MOVE ME-EMPLOYEE-ID(SUB3) TO FD-KEY-OUT(6:5)

                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-EMP-MASTER-COUNT
                    IF EMT-ID(SUB2) = ME-EMPLOYEE-ID(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE WS-EMP-MASTER-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 EVALUATE TRUE
                    WHEN WS-FOUND-SUB = 0
                       MOVE 'NOT ON THE HR MASTER' TO FD-TEXT-OUT
                       PERFORM 182-WRITE-WARN
                    WHEN EMT-STATUS(WS-FOUND-SUB) = 'A'
                       CONTINUE
                    WHEN EMT-STATUS(WS-FOUND-SUB) = 'T'
                       AND EMT-TERM-DATE(WS-FOUND-SUB) >
                           WS-BUSINESS-DATE
                       CONTINUE
                    WHEN EMT-STATUS(WS-FOUND-SUB) = 'T'
                       MOVE 'TERMINATED IN HR' TO FD-TEXT-OUT
                       PERFORM 182-WRITE-WARN
                    WHEN OTHER
                       MOVE 'HR STATUS NOT ACTIVE' TO FD-TEXT-OUT
                       PERFORM 182-WRITE-WARN
                 END-EVALUATE
              END-PERFORM
              MOVE 1 TO SUB3
           END-IF

           PERFORM 186-END-SECTION

           .

      *  A pending change or delete is for a treat that already
      *  exists; one whose treat is on neither the price master
      *  nor any truck will fail when its date arrives. Pending
      *  adds are for new treats and are not judged.

       212-CHECK-PENDING.

           MOVE 'PENDING CHANGES FOR TREATS NOT ON FILE'
              TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           OPEN INPUT PENDING-PRICE-FILE

           IF WS-PND-STATUS = '00'
              PERFORM UNTIL WS-PND-STATUS NOT = '00'
                 READ PENDING-PRICE-FILE
                    AT END
                       MOVE '10' TO WS-PND-STATUS
                    NOT AT END
                       ADD 1 TO WS-PENDING-READ-COUNT
                       IF PD-ACTION NOT = 'A'
                          PERFORM 213-CHECK-ONE-PENDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-PRICE-FILE
           END-IF

           PERFORM 186-END-SECTION

           .

       213-CHECK-ONE-PENDING.

           MOVE 'N' TO WS-CARRIED

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-PRICE-COUNT
              IF TP-NAME(SUB2) = PD-TREAT-NAME
                 AND TP-SIZE(SUB2) = PD-TREAT-SIZE
                 MOVE 'Y' TO WS-CARRIED
                 MOVE WS-TREAT-PRICE-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-MR-COUNT
              IF MR-NAME(SUB2) = PD-TREAT-NAME
                 AND MR-SIZE(SUB2) = PD-TREAT-SIZE
                 MOVE 'Y' TO WS-CARRIED
                 MOVE WS-MR-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-CARRIED NOT = 'Y'
              MOVE SPACES TO FD-KEY-OUT
              MOVE PD-TREAT-NAME TO FD-KEY-OUT(1:15)
              MOVE PD-TREAT-SIZE TO FD-KEY-OUT(17:1)
              MOVE SPACES TO FD-TEXT-OUT
              EVALUATE PD-FILE-CODE
                 WHEN 'U'
                    MOVE 'PENDING COST CHANGE, DUE ' TO FD-TEXT-OUT
                 WHEN 'X'
                    MOVE 'PENDING TAX CHANGE, DUE ' TO FD-TEXT-OUT
                 WHEN OTHER
                    MOVE 'PENDING PRICE CHANGE, DUE ' TO FD-TEXT-OUT
              END-EVALUATE
              MOVE PD-EFFECTIVE-DATE TO FD-TEXT-OUT(29:8)
              PERFORM 182-WRITE-WARN
           END-IF

           .

      *  Every posting key the chain books to must be in the
      *  chart - a missing key books to suspense.

       215-CHECK-POSTING-KEYS.

           MOVE 'POSTING KEYS MISSING FROM THE CHART'
              TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           IF WS-GLA-LOADED = 'Y'
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-POSTING-KEY-COUNT
                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-GL-ACCT-COUNT
                    IF GA-KEY(SUB2) = PK-KEY(SUB3)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE 'Y' TO GA-USED(SUB2)
                       MOVE WS-GL-ACCT-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    MOVE SPACES TO FD-KEY-OUT
                    MOVE PK-KEY(SUB3) TO FD-KEY-OUT
                    MOVE 'NOT IN THE CHART - BOOKS TO SUSPENSE'
                       TO FD-TEXT-OUT
                    PERFORM 180-WRITE-FAIL
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3
           END-IF

           PERFORM 186-END-SECTION

           .

      *  Reference entries nothing on the master or the chain
      *  uses - trucks no longer on the master, treats no truck
      *  carries, chart keys nothing posts to. Dead weight, not
      *  damage, so warnings. The HR master is left out - it
      *  carries office staff who never ride a truck.

       220-UNUSED-ENTRIES.

           MOVE 'REFERENCE ENTRIES NOTHING USES' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           MOVE 'TRUCK-NAME-REF - NO SUCH TRUCK' TO FD-TEXT-OUT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-NAME-COUNT
              IF TN-USED(SUB2) NOT = 'Y'
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE TN-TRUCK-ID(SUB2) TO FD-KEY-OUT
                 PERFORM 182-WRITE-WARN
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE 'TRUCK-ATTR-REF - NO SUCH TRUCK' TO FD-TEXT-OUT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-ATTR-COUNT
              IF TA-USED(SUB2) NOT = 'Y'
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE TA-TRUCK-ID(SUB2) TO FD-KEY-OUT
                 PERFORM 182-WRITE-WARN
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE 'TREAT-PRICE-MASTER - NO TRUCK CARRIES IT'
              TO FD-TEXT-OUT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-PRICE-COUNT
              IF TP-USED(SUB2) NOT = 'Y'
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE TP-NAME(SUB2) TO FD-KEY-OUT(1:15)
                 MOVE TP-SIZE(SUB2) TO FD-KEY-OUT(17:1)
                 PERFORM 182-WRITE-WARN
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE 'TREAT-PAR-LEVEL - NO TRUCK CARRIES IT'
              TO FD-TEXT-OUT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-PAR-COUNT
              IF TL-USED(SUB2) NOT = 'Y'
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE TL-NAME(SUB2) TO FD-KEY-OUT(1:15)
                 MOVE TL-SIZE(SUB2) TO FD-KEY-OUT(17:1)
                 PERFORM 182-WRITE-WARN
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           MOVE 'GL-ACCOUNT-REF - NOTHING POSTS TO IT'
              TO FD-TEXT-OUT
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-GL-ACCT-COUNT
              IF GA-USED(SUB2) NOT = 'Y'
                 MOVE SPACES TO FD-KEY-OUT
                 MOVE GA-KEY(SUB2) TO FD-KEY-OUT
                 PERFORM 182-WRITE-WARN
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM 186-END-SECTION

           .

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           MOVE 'MASTER RECORDS READ:'      TO RT-LABEL-OUT
           MOVE WS-MASTER-READ-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRUCKS ON THE MASTER:'     TO RT-LABEL-OUT
           MOVE WS-MT-COUNT                 TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TREATS ON THE MASTER:'     TO RT-LABEL-OUT
           MOVE WS-MR-COUNT                 TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PENDING CHANGES READ:'     TO RT-LABEL-OUT
           MOVE WS-PENDING-READ-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'FAIL FINDINGS:'            TO RT-LABEL-OUT
           MOVE WS-FAIL-COUNT               TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'WARN FINDINGS:'            TO RT-LABEL-OUT
           MOVE WS-WARN-COUNT               TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           IF WS-MASTER-OVERFLOW-COUNT > 0
              MOVE 'MASTER ENTRIES NOT TABLED:' TO RT-LABEL-OUT
              MOVE WS-MASTER-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           IF WS-REF-OVERFLOW-COUNT > 0
              MOVE 'REFERENCE RECORDS NOT TABLED:' TO RT-LABEL-OUT
              MOVE WS-REF-OVERFLOW-COUNT    TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       230-WRITE-SECTION-HEADER.

           MOVE ZERO TO WS-SECTION-COUNT

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           MOVE SECTION-HEADER-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           .

      *  Settles the outcome - any FAIL fails the audit, any
      *  WARN with no FAIL warns, nothing at all passes - and
      *  prints it as the last line on the page.

       235-OUTCOME.

           PERFORM 110-WRITE-LINE

           EVALUATE TRUE
              WHEN WS-FAIL-COUNT > 0
                 MOVE 'FAIL    ' TO WS-RUN-OUTCOME
                 MOVE 'FIX THE FAIL LINES BEFORE THE NIGHTLY RUN'
                    TO OC-TEXT-OUT
              WHEN WS-WARN-COUNT > 0
                 MOVE 'WARN    ' TO WS-RUN-OUTCOME
                 MOVE 'CHAIN MAY RUN - CLEAR THE WARNINGS'
                    TO OC-TEXT-OUT
              WHEN OTHER
                 MOVE 'PASS    ' TO WS-RUN-OUTCOME
                 MOVE 'REFERENCES TIE OUT TO THE MASTER'
                    TO OC-TEXT-OUT
           END-EVALUATE

           MOVE WS-RUN-OUTCOME(1:4) TO OC-OUTCOME-OUT
           MOVE OUTCOME-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
                 AFTER ADVANCING 1 LINE

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

           MOVE 'PIZZA-REF-AUDIT     ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-MASTER-READ-COUNT   TO RL-READ-COUNT
           COMPUTE RL-WRITE-COUNT = WS-FAIL-COUNT + WS-WARN-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program. The outcome was settled in 235.
      *  GOBACK instead of STOP RUN so control goes back to the
      *  catch-up driver when one is running the chain; standing
      *  alone it ends the run the same as ever. Even a FAIL
      *  closes this way - the balancing step is the one that
      *  holds the morning report.

       250-CLOSE-ROUTINE.

              CLOSE    AUDIT-REPORT-FILE

              PERFORM 240-WRITE-RUN-LOG

              GOBACK
           .
