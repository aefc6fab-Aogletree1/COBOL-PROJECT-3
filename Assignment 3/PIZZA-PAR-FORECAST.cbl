       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-PAR-FORECAST.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Par forecasting from the sales history. TREAT-PAR-LEVEL
      *  carries one par per treat name/size and every truck is
      *  stocked up to it, so the downtown trucks sell out by
      *  one o'clock while the river trucks come home full. This
      *  program reads the dated DAILY-SALES-TRANS files for a
      *  set number of past weeks and works out, for every
      *  truck, treat name/size and day of the week, the average
      *  and the peak day's demand. It proposes a par for each -
      *  the average plus a safety-stock allowance - and prints
      *  every proposal that differs from the par in force now,
      *  with what the history says each par would have done:
      *  days the truck would have sold out, and units it would
      *  have brought home.
      *
      *  Proposals are kept on PAR-PROPOSAL.TXT. A manager
      *  approves (or declines) them on PAR-APPROVAL.TXT, and
      *  the next run posts the approved ones to the per-truck
      *  par file, TRUCK-PAR-LEVEL.TXT, before it proposes
      *  again. The report run's pick orders use a truck's own
      *  par for the day being stocked when it has one and the
      *  standard par when it does not.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date the history window ends on - the
      *  same parameter the nightly chain runs against.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  Forecast settings - weeks of history to read and the
      *  safety-stock percentage. A missing or blank field keeps
      *  its default.

           SELECT FORECAST-PARM
               ASSIGN TO 'PAR-FORECAST-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCP-STATUS.

      *  One business day's register tape. Named at run time
      *  for each day in the window - only the dated files are
      *  history, so the standing file is never read here.

           SELECT DAILY-SALES-TRANS
               ASSIGN TO WS-SALES-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

      *  The standard par - one per treat name/size.

           SELECT TREAT-PAR-LEVEL
               ASSIGN TO 'TREAT-PAR-LEVEL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

      *  Per-truck par by day of the week - read, updated with
      *  the approved proposals, and rewritten whole.

           SELECT TRUCK-PAR-LEVEL
               ASSIGN TO 'TRUCK-PAR-LEVEL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKP-STATUS.

      *  Proposals awaiting review - the last run's are read for
      *  the approvals to answer, then replaced with this run's.

           SELECT PAR-PROPOSAL-FILE
               ASSIGN TO 'PAR-PROPOSAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

      *  Manager approvals - one per proposal approved or
      *  declined. Emptied once a run has posted them, so none
      *  is posted twice.

           SELECT PAR-APPROVAL-FILE
               ASSIGN TO 'PAR-APPROVAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

      *  The printed approval and par review report.

           SELECT FORECAST-REPORT-FILE
               ASSIGN TO 'PAR-FORECAST-REPORT.TXT'
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

      *  Forecast parameter record - weeks of history (01-13)
      *  and safety-stock percentage of the average (000-200).

       FD  FORECAST-PARM
           RECORD CONTAINS 5 CHARACTERS.
       01  FORECAST-PARM-REC.
           05  FCP-WEEKS              PIC X(2).
           05  FCP-SAFETY-PCT         PIC X(3).

      *  Sales transaction record - same layout the posting run
      *  reads. Waste and transfer lines carry a 'W' or 'T' in
      *  the first byte of the timestamp; neither is demand.

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

       FD  TREAT-PAR-LEVEL
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PAR-LEVEL-REC.
           05  TPL-NAME-IN            PIC X(15).
           05  TPL-SIZE-IN            PIC X.
           05  TPL-PAR-QTY-IN         PIC 9(4).

      *  Truck par record - truck, treat name/size, day of the
      *  week (1 = Monday through 7 = Sunday), the par, and the
      *  date and manager that approved it.

       FD  TRUCK-PAR-LEVEL
           RECORD CONTAINS 38 CHARACTERS.
       01  TRUCK-PAR-LEVEL-REC.
           05  TKP-TRUCK-ID           PIC X(4).
           05  TKP-TREAT-NAME         PIC X(15).
           05  TKP-TREAT-SIZE         PIC X.
           05  TKP-DAY-OF-WEEK        PIC 9.
           05  TKP-PAR-QTY            PIC 9(4).
           05  TKP-APPROVED-DATE      PIC 9(8).
           05  TKP-APPROVED-BY        PIC X(5).

      *  Proposal record - the business date of the run that
      *  proposed it, the truck/treat/day, the par in force at
      *  the time and the par proposed.

       FD  PAR-PROPOSAL-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  PAR-PROPOSAL-REC.
           05  PP-PROPOSAL-DATE       PIC 9(8).
           05  PP-TRUCK-ID            PIC X(4).
           05  PP-TREAT-NAME          PIC X(15).
           05  PP-TREAT-SIZE          PIC X.
           05  PP-DAY-OF-WEEK         PIC 9.
           05  PP-CURRENT-PAR         PIC 9(4).
           05  PP-PROPOSED-PAR        PIC 9(4).

      *  Approval record - the proposal it answers (proposal
      *  date, truck, treat name/size, day), the manager, 'A' to
      *  approve or 'D' to decline, and an optional par that
      *  replaces the proposed one (blank takes the proposal).

       FD  PAR-APPROVAL-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  PAR-APPROVAL-REC.
           05  PA-PROPOSAL-DATE       PIC 9(8).
           05  PA-TRUCK-ID            PIC X(4).
           05  PA-TREAT-NAME          PIC X(15).
           05  PA-TREAT-SIZE          PIC X.
           05  PA-DAY-OF-WEEK         PIC 9.
           05  PA-MANAGER-ID          PIC X(5).
           05  PA-ACTION              PIC X.
           05  PA-OVERRIDE-PAR        PIC X(4).

       FD  FORECAST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FORECAST-REPORT-REC    PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. For the forecast the read count is sales lines
      *  read and the write count is proposals written.

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
       01  WS-FCP-STATUS                PIC XX.
       01  WS-TRN-STATUS                PIC XX.
       01  WS-PAR-STATUS                PIC XX.
       01  WS-TKP-STATUS                PIC XX.
       01  WS-PRP-STATUS                PIC XX.
       01  WS-APR-STATUS                PIC XX.
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
       01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BD-YEAR               PIC 9(4).
           05  WS-BD-MONTH              PIC 99.
           05  WS-BD-DAY                PIC 99.

      *  Forecast settings and their defaults - eight weeks of
      *  history, safety stock a quarter of the average.

       01  WS-FORECAST-WEEKS            PIC 99      VALUE 8.
       01  WS-SAFETY-PCT                PIC 999     VALUE 25.

      *  History window work fields. Days are walked oldest
      *  first; the day of the week comes off the integer date
      *  (day 1 of the integer calendar was a Monday).

       01  WS-SALES-TRANS-FILE          PIC X(40)   VALUE SPACES.
       01  WS-WINDOW-DAYS               PIC 9(3)    VALUE 0.
       01  WS-DAY-INDEX                 PIC 9(3)    VALUE 0.
       01  WS-BD-INTEGER                PIC 9(7)    VALUE 0.
       01  WS-DAY-INTEGER               PIC 9(7)    VALUE 0.
       01  WS-DAY-DATE                  PIC 9(8)    VALUE 0.
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                        PIC X(8).
       01  WS-WINDOW-START              PIC 9(8)    VALUE 0.
       01  WS-DAY-OF-WEEK               PIC 9       VALUE 0.
       01  WS-WEEK-NUMBER               PIC 99      VALUE 0.
       01  WS-DIVIDE-WORK               PIC 9(7)    VALUE 0.
       01  WS-DIVIDE-QUOTIENT           PIC 9(7)    VALUE 0.
       01  WS-DIVIDE-REMAINDER          PIC 9(3)    VALUE 0.

      *  Which days of the window had a sales file - a week
      *  row per week of history, a byte per day of the week -
      *  and how many of each weekday were read.

       01  DAY-SEEN-TABLE.
           05  DAY-SEEN-WEEK OCCURS 13 TIMES.
               10  DAY-SEEN             PIC X       OCCURS 7 TIMES.

       01  WEEKDAY-COUNT-TABLE.
           05  WEEKDAY-DAYS-READ        PIC 99      OCCURS 7 TIMES.

       01  WEEKDAY-NAMES.
           05  FILLER                   PIC X(21)   VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAMES.
           05  WEEKDAY-NAME             PIC X(3)    OCCURS 7 TIMES.

      *  Standard par table.

       01  WS-PAR-COUNT                 PIC 9(4)    VALUE 0.

       01  PAR-LEVEL-TABLE.
           05  PAR-LEVEL-ENTRY OCCURS 1000 TIMES.
               10  PL-NAME              PIC X(15).
               10  PL-SIZE              PIC X.
               10  PL-PAR-QTY           PIC 9(4).

      *  Truck par table - a truck, treat and day of the week
      *  per entry, up to every combination the forecast can
      *  propose. Rewritten whole, so a file past the cap stops
      *  the run before anything changes.

       01  WS-TRUCK-PAR-COUNT           PIC 9(4)    VALUE 0.
       01  WS-TRUCK-PAR-OVERFLOW-COUNT  PIC 9(4)    VALUE 0.

       01  TRUCK-PAR-TABLE.
           05  TRUCK-PAR-ENTRY OCCURS 3000 TIMES.
               10  TK-TRUCK-ID          PIC X(4).
               10  TK-TREAT-NAME        PIC X(15).
               10  TK-TREAT-SIZE        PIC X.
               10  TK-DAY-OF-WEEK       PIC 9.
               10  TK-PAR-QTY           PIC 9(4).
               10  TK-APPROVED-DATE     PIC 9(8).
               10  TK-APPROVED-BY       PIC X(5).

      *  Last run's proposals, for the approvals to answer.
      *  PR-STATUS is 'O' open, 'A' approved, 'D' declined.

       01  WS-PROPOSAL-COUNT            PIC 9(4)    VALUE 0.
       01  WS-PROPOSAL-OVERFLOW-COUNT   PIC 9(4)    VALUE 0.

       01  PROPOSAL-TABLE.
           05  PROPOSAL-ENTRY OCCURS 3000 TIMES.
               10  PR-PROPOSAL-DATE     PIC 9(8).
               10  PR-TRUCK-ID          PIC X(4).
               10  PR-TREAT-NAME        PIC X(15).
               10  PR-TREAT-SIZE        PIC X.
               10  PR-DAY-OF-WEEK       PIC 9.
               10  PR-CURRENT-PAR       PIC 9(4).
               10  PR-PROPOSED-PAR      PIC 9(4).
               10  PR-STATUS            PIC X.

      *  Demand history by truck, treat name/size and day of
      *  the week, one demand bucket per week of the window.
      *  Kept in key order as it is built, so the review prints
      *  truck by truck without a sort.

       01  WS-FORECAST-COUNT            PIC 9(4)    VALUE 0.
       01  WS-FORECAST-OVERFLOW-COUNT   PIC 9(4)    VALUE 0.

       01  FORECAST-TABLE.
           05  FORECAST-ENTRY OCCURS 3000 TIMES.
               10  FC-KEY.
                   15  FC-TRUCK-ID      PIC X(4).
                   15  FC-TREAT-NAME    PIC X(15).
                   15  FC-TREAT-SIZE    PIC X.
                   15  FC-DAY-OF-WEEK   PIC 9.
               10  FC-DEMAND            PIC 9(5)    OCCURS 13 TIMES.

       01  WS-FORECAST-KEY.
           05  WS-FK-TRUCK-ID           PIC X(4).
           05  WS-FK-TREAT-NAME         PIC X(15).
           05  WS-FK-TREAT-SIZE         PIC X.
           05  WS-FK-DAY-OF-WEEK        PIC 9.

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.

      *  Per-entry forecast figures.

       01  WS-DAYS-OBSERVED             PIC 99      VALUE 0.
       01  WS-DEMAND-TOTAL              PIC 9(7)    VALUE 0.
       01  WS-DEMAND-PEAK               PIC 9(5)    VALUE 0.
       01  WS-DEMAND-AVERAGE            PIC 9(5)V9  VALUE 0.
       01  WS-PROPOSED-WORK             PIC 9(10)   VALUE 0.
       01  WS-PROPOSED-DIVISOR          PIC 9(5)    VALUE 0.
       01  WS-PROPOSED-PAR              PIC 9(5)    VALUE 0.
       01  WS-CURRENT-PAR               PIC 9(4)    VALUE 0.
       01  WS-PAR-BASIS                 PIC X       VALUE SPACE.
       01  WS-OUTS-CURRENT              PIC 99      VALUE 0.
       01  WS-OUTS-PROPOSED             PIC 99      VALUE 0.
       01  WS-LEFT-CURRENT              PIC 9(6)    VALUE 0.
       01  WS-LEFT-PROPOSED             PIC 9(6)    VALUE 0.
       01  WS-NEW-PAR                   PIC 9(4)    VALUE 0.

      *  Run totals for the report trailer.

       01  WS-RUN-TOTALS.
           05  WS-SALES-DAYS-READ       PIC 9(6)    VALUE 0.
           05  WS-SALES-DAYS-MISSING    PIC 9(6)    VALUE 0.
           05  WS-SALES-READ-COUNT      PIC 9(6)    VALUE 0.
           05  WS-WASTE-SKIP-COUNT      PIC 9(6)    VALUE 0.
           05  WS-XFER-SKIP-COUNT       PIC 9(6)    VALUE 0.
           05  WS-QTY-REJECT-COUNT      PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-READ-COUNT   PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-POST-COUNT   PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-DECLINE-COUNT PIC 9(6)   VALUE 0.
           05  WS-APPROVAL-REJECT-COUNT PIC 9(6)    VALUE 0.
           05  WS-ENTRIES-FORECAST      PIC 9(6)    VALUE 0.
           05  WS-ENTRIES-UNCHANGED     PIC 9(6)    VALUE 0.
           05  WS-PROPOSAL-WRITE-COUNT  PIC 9(6)    VALUE 0.
           05  WS-TOTAL-OUTS-CURRENT    PIC 9(6)    VALUE 0.
           05  WS-TOTAL-OUTS-PROPOSED   PIC 9(6)    VALUE 0.
           05  WS-TOTAL-LEFT-CURRENT    PIC 9(7)    VALUE 0.
           05  WS-TOTAL-LEFT-PROPOSED   PIC 9(7)    VALUE 0.
           05  WS-TRUCK-PAR-WRITE-COUNT PIC 9(6)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 FORECAST-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 FORECAST-HEADER-2.
          05 FILLER          PIC X(22) VALUE SPACES.
          05 FILLER          PIC X(35) VALUE
                              'PAR FORECAST AND REVIEW'.

       01 WINDOW-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(16) VALUE 'SALES HISTORY:  '.
          05 WL-START-OUT    PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE ' TO '.
          05 WL-END-OUT      PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 WL-WEEKS-OUT    PIC Z9.
          05 FILLER          PIC X(7)  VALUE ' WEEKS,'.
          05 FILLER          PIC X(8)  VALUE ' SAFETY '.
          05 WL-SAFETY-OUT   PIC ZZ9.
          05 FILLER          PIC X     VALUE '%'.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(40).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(70).

      *  One line per approval that could not be applied.

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
          05 TE-DAY-OUT      PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-ID-OUT       PIC X(20).

      *  One line per approved proposal posted to the truck par
      *  file.

       01 APPROVED-PAR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AP-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AP-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AP-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AP-DAY-OUT      PIC X(3).
          05 FILLER          PIC X(6)  VALUE '  PAR '.
          05 AP-OLD-PAR-OUT  PIC ZZZ9.
          05 FILLER          PIC X(4)  VALUE ' TO '.
          05 AP-NEW-PAR-OUT  PIC ZZZ9.
          05 FILLER          PIC X(5)  VALUE '  BY '.
          05 AP-MANAGER-OUT  PIC X(5).

       01 REVIEW-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'TRK  '.
          05 FILLER          PIC X(16) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(2)  VALUE 'S '.
          05 FILLER          PIC X(4)  VALUE 'DAY '.
          05 FILLER          PIC X(7)  VALUE '   AVG '.
          05 FILLER          PIC X(6)  VALUE ' PEAK '.
          05 FILLER          PIC X(6)  VALUE ' CUR  '.
          05 FILLER          PIC X(6)  VALUE 'PROP  '.
          05 FILLER          PIC X(7)  VALUE 'OUTS   '.
          05 FILLER          PIC X(11) VALUE '  LEFTOVER'.

      *  One line per proposal - current par (T = the truck's
      *  own, S = the standard par), proposed par, and sell-out
      *  days and units left over across the history, now and
      *  under the proposal.

       01 REVIEW-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RV-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-NAME-OUT     PIC X(15).
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-SIZE-OUT     PIC X.
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-DAY-OUT      PIC X(3).
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-AVG-OUT      PIC ZZZ9.9.
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-PEAK-OUT     PIC ZZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-CUR-PAR-OUT  PIC ZZZ9.
          05 RV-BASIS-OUT    PIC X.
          05 FILLER          PIC X     VALUE SPACE.
          05 RV-NEW-PAR-OUT  PIC ZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RV-OUTS-CUR-OUT PIC Z9.
          05 FILLER          PIC X     VALUE '>'.
          05 RV-OUTS-NEW-OUT PIC Z9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RV-LEFT-CUR-OUT PIC ZZZZ9.
          05 FILLER          PIC X     VALUE '>'.
          05 RV-LEFT-NEW-OUT PIC ZZZZ9.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date and the settings, the par
      *  files and last run's proposals are loaded, approvals
      *  are posted to the truck pars, the sales history is
      *  read, the new proposals are reviewed and written, the
      *  truck par file is rewritten, and the posted approvals
      *  are cleared.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-STANDARD-PARS
           PERFORM 137-LOAD-TRUCK-PARS
           PERFORM 139-LOAD-PROPOSALS
           PERFORM 140-APPROVAL-SECTION
           PERFORM 150-READ-SALES-HISTORY
           PERFORM 160-REVIEW-SECTION
           PERFORM 180-REWRITE-TRUCK-PARS
           PERFORM 182-CLEAR-APPROVALS
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report and reads the business date and the
      *  forecast settings.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT FORECAST-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE FORECAST-HEADER    TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE FORECAST-HEADER-2  TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-BUSINESS-DATE
           PERFORM 132-GET-FORECAST-PARMS

           MOVE WS-WINDOW-START    TO WL-START-OUT
           MOVE WS-BUSINESS-DATE   TO WL-END-OUT
           MOVE WS-FORECAST-WEEKS  TO WL-WEEKS-OUT
           MOVE WS-SAFETY-PCT      TO WL-SAFETY-OUT
           MOVE WINDOW-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been approved or proposed.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE FORECAST-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the business date the history window ends on. It
      *  has to be a real calendar date - the window is walked
      *  back from it a day at a time.

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
              OR WS-BD-YEAR < 1900
              OR WS-BD-MONTH < 1 OR WS-BD-MONTH > 12
              OR WS-BD-DAY < 1 OR WS-BD-DAY > 31
              MOVE 'BUSINESS DATE PARM MISSING OR BAD - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           COMPUTE WS-BD-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           .

      *  Reads the forecast settings. A field that is blank or
      *  out of range keeps its default - the window can reach
      *  back at most thirteen weeks, one quarter.

       132-GET-FORECAST-PARMS.

           OPEN INPUT FORECAST-PARM

           IF WS-FCP-STATUS = '00'
              READ FORECAST-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FCP-WEEKS NUMERIC
                       AND FCP-WEEKS > '00'
                       AND FCP-WEEKS NOT > '13'
                       MOVE FCP-WEEKS TO WS-FORECAST-WEEKS
                    END-IF
                    IF FCP-SAFETY-PCT NUMERIC
                       AND FCP-SAFETY-PCT NOT > '200'
                       MOVE FCP-SAFETY-PCT TO WS-SAFETY-PCT
                    END-IF
              END-READ
              CLOSE FORECAST-PARM
           END-IF

           COMPUTE WS-WINDOW-DAYS = WS-FORECAST-WEEKS * 7

           COMPUTE WS-WINDOW-START =
              FUNCTION DATE-OF-INTEGER
                 (WS-BD-INTEGER - WS-WINDOW-DAYS + 1)

           .

      *  Loads the standard par table - the par a truck/treat
      *  has when the truck has none of its own.

       135-LOAD-STANDARD-PARS.

           OPEN INPUT TREAT-PAR-LEVEL

           IF WS-PAR-STATUS = '00'
              PERFORM UNTIL WS-PAR-STATUS NOT = '00'
                 READ TREAT-PAR-LEVEL
                    AT END
                       MOVE '10' TO WS-PAR-STATUS
                    NOT AT END
                       IF WS-PAR-COUNT < 1000
                          ADD 1 TO WS-PAR-COUNT
                          MOVE TPL-NAME-IN
                             TO PL-NAME(WS-PAR-COUNT)
                          MOVE TPL-SIZE-IN
                             TO PL-SIZE(WS-PAR-COUNT)
                          MOVE TPL-PAR-QTY-IN
                             TO PL-PAR-QTY(WS-PAR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-PAR-LEVEL
           END-IF

           .

      *  Loads the truck par table. A missing file is no truck
      *  pars yet. Past the cap the run stops - the file is
      *  rewritten whole and would lose everything past it.

       137-LOAD-TRUCK-PARS.

           OPEN INPUT TRUCK-PAR-LEVEL

           IF WS-TKP-STATUS = '00'
              PERFORM UNTIL WS-TKP-STATUS NOT = '00'
                 READ TRUCK-PAR-LEVEL
                    AT END
                       MOVE '10' TO WS-TKP-STATUS
                    NOT AT END
                       IF WS-TRUCK-PAR-COUNT < 3000
                          ADD 1 TO WS-TRUCK-PAR-COUNT
                          MOVE WS-TRUCK-PAR-COUNT TO SUB
                          MOVE TKP-TRUCK-ID      TO TK-TRUCK-ID(SUB)
                          MOVE TKP-TREAT-NAME    TO TK-TREAT-NAME(SUB)
                          MOVE TKP-TREAT-SIZE    TO TK-TREAT-SIZE(SUB)
                          MOVE TKP-DAY-OF-WEEK
                             TO TK-DAY-OF-WEEK(SUB)
                          MOVE TKP-PAR-QTY       TO TK-PAR-QTY(SUB)
                          MOVE TKP-APPROVED-DATE
                             TO TK-APPROVED-DATE(SUB)
                          MOVE TKP-APPROVED-BY
                             TO TK-APPROVED-BY(SUB)
                          MOVE 1 TO SUB
                       ELSE
                          ADD 1 TO WS-TRUCK-PAR-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-PAR-LEVEL
           END-IF

           IF WS-TRUCK-PAR-OVERFLOW-COUNT > 0
              MOVE 'TRUCK PAR FILE EXCEEDS TABLE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Loads the proposals the last run wrote, so the
      *  approvals keyed against them can be matched.

       139-LOAD-PROPOSALS.

           OPEN INPUT PAR-PROPOSAL-FILE

           IF WS-PRP-STATUS = '00'
              PERFORM UNTIL WS-PRP-STATUS NOT = '00'
                 READ PAR-PROPOSAL-FILE
                    AT END
                       MOVE '10' TO WS-PRP-STATUS
                    NOT AT END
                       IF WS-PROPOSAL-COUNT < 3000
                          ADD 1 TO WS-PROPOSAL-COUNT
                          MOVE WS-PROPOSAL-COUNT TO SUB
                          MOVE PP-PROPOSAL-DATE
                             TO PR-PROPOSAL-DATE(SUB)
                          MOVE PP-TRUCK-ID     TO PR-TRUCK-ID(SUB)
                          MOVE PP-TREAT-NAME   TO PR-TREAT-NAME(SUB)
                          MOVE PP-TREAT-SIZE   TO PR-TREAT-SIZE(SUB)
                          MOVE PP-DAY-OF-WEEK  TO PR-DAY-OF-WEEK(SUB)
                          MOVE PP-CURRENT-PAR  TO PR-CURRENT-PAR(SUB)
                          MOVE PP-PROPOSED-PAR
                             TO PR-PROPOSED-PAR(SUB)
                          MOVE 'O'             TO PR-STATUS(SUB)
                          MOVE 1 TO SUB
                       ELSE
                          ADD 1 TO WS-PROPOSAL-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAR-PROPOSAL-FILE
           END-IF

           IF WS-PROPOSAL-OVERFLOW-COUNT > 0
              MOVE 'PROPOSAL FILE EXCEEDS TABLE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Posts the manager approvals. An approved proposal sets
      *  the truck's par for that treat and day - the proposed
      *  par, or the manager's own figure when one is keyed. A
      *  declined one changes nothing. Either answers the
      *  proposal, so a second approval for it is refused.

       140-APPROVAL-SECTION.

           MOVE 'APPROVED PAR CHANGES' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           OPEN INPUT PAR-APPROVAL-FILE

           IF WS-APR-STATUS = '00'
              PERFORM UNTIL WS-APR-STATUS NOT = '00'
                 READ PAR-APPROVAL-FILE
                    AT END
                       MOVE '10' TO WS-APR-STATUS
                    NOT AT END
                       ADD 1 TO WS-APPROVAL-READ-COUNT
                       PERFORM 142-APPLY-ONE-APPROVAL
                 END-READ
              END-PERFORM
              CLOSE PAR-APPROVAL-FILE
           END-IF

           IF WS-APPROVAL-POST-COUNT = 0
              MOVE 'NO PAR CHANGES APPROVED' TO NL-TEXT-OUT
              MOVE NONE-LINE TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

       142-APPLY-ONE-APPROVAL.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-PROPOSAL-COUNT
              IF PR-STATUS(SUB) = 'O'
                 AND PR-PROPOSAL-DATE(SUB) = PA-PROPOSAL-DATE
                 AND PR-TRUCK-ID(SUB)      = PA-TRUCK-ID
                 AND PR-TREAT-NAME(SUB)    = PA-TREAT-NAME
                 AND PR-TREAT-SIZE(SUB)    = PA-TREAT-SIZE
                 AND PR-DAY-OF-WEEK(SUB)   = PA-DAY-OF-WEEK
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-PROPOSAL-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           EVALUATE TRUE
              WHEN PA-ACTION NOT = 'A'
                 AND PA-ACTION NOT = 'D'
                 MOVE 'BAD ACTION'  TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN PA-MANAGER-ID = SPACES
                 MOVE 'NO MANAGER'  TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN PA-OVERRIDE-PAR NOT = SPACES
                 AND PA-OVERRIDE-PAR NOT NUMERIC
                 MOVE 'BAD OVERRIDE' TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN WS-FOUND-SUB = 0
                 MOVE 'NOT PROPOSED' TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN PA-ACTION = 'D'
                 MOVE 'D' TO PR-STATUS(WS-FOUND-SUB)
                 ADD 1 TO WS-APPROVAL-DECLINE-COUNT
              WHEN OTHER
                 MOVE 'A' TO PR-STATUS(WS-FOUND-SUB)
                 IF PA-OVERRIDE-PAR = SPACES
                    MOVE PR-PROPOSED-PAR(WS-FOUND-SUB) TO WS-NEW-PAR
                 ELSE
                    MOVE PA-OVERRIDE-PAR TO WS-NEW-PAR
                 END-IF
                 PERFORM 146-SET-TRUCK-PAR
           END-EVALUATE

           .

      *  Prints one reject line for an approval that could not
      *  be applied.

       144-REJECT-APPROVAL.

           ADD 1 TO WS-APPROVAL-REJECT-COUNT
           MOVE PA-TRUCK-ID       TO TE-TRUCK-OUT
           MOVE PA-TREAT-NAME     TO TE-NAME-OUT
           MOVE PA-TREAT-SIZE     TO TE-SIZE-OUT
           MOVE PA-DAY-OF-WEEK    TO TE-DAY-OUT
           MOVE SPACES            TO TE-ID-OUT
           STRING PA-PROPOSAL-DATE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PA-MANAGER-ID    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PA-ACTION        DELIMITED BY SIZE
                  PA-OVERRIDE-PAR  DELIMITED BY SIZE
                  INTO TE-ID-OUT

           MOVE TRANS-ERROR-LINE  TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Sets the truck par for the approved proposal at
      *  WS-FOUND-SUB, adding the truck/treat/day when it has
      *  none yet, and lists the change. Room for a new entry
      *  was proved at load, so only a full table refuses.

       146-SET-TRUCK-PAR.

           MOVE ZERO TO SUB2
           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-TRUCK-PAR-COUNT
              IF TK-TRUCK-ID(SUB) = PR-TRUCK-ID(WS-FOUND-SUB)
                 AND TK-TREAT-NAME(SUB) = PR-TREAT-NAME(WS-FOUND-SUB)
                 AND TK-TREAT-SIZE(SUB) = PR-TREAT-SIZE(WS-FOUND-SUB)
                 AND TK-DAY-OF-WEEK(SUB) =
                     PR-DAY-OF-WEEK(WS-FOUND-SUB)
                 MOVE SUB TO SUB2
                 MOVE WS-TRUCK-PAR-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           IF SUB2 = 0
              AND WS-TRUCK-PAR-COUNT NOT < 3000
              MOVE 'PAR TBL FULL' TO TE-REASON-OUT
              PERFORM 144-REJECT-APPROVAL
           ELSE
              IF SUB2 = 0
                 ADD 1 TO WS-TRUCK-PAR-COUNT
                 MOVE WS-TRUCK-PAR-COUNT TO SUB2
                 MOVE PR-TRUCK-ID(WS-FOUND-SUB)
                    TO TK-TRUCK-ID(SUB2)
                 MOVE PR-TREAT-NAME(WS-FOUND-SUB)
                    TO TK-TREAT-NAME(SUB2)
                 MOVE PR-TREAT-SIZE(WS-FOUND-SUB)
                    TO TK-TREAT-SIZE(SUB2)
                 MOVE PR-DAY-OF-WEEK(WS-FOUND-SUB)
                    TO TK-DAY-OF-WEEK(SUB2)
                 MOVE PR-CURRENT-PAR(WS-FOUND-SUB)
                    TO AP-OLD-PAR-OUT
              ELSE
                 MOVE TK-PAR-QTY(SUB2) TO AP-OLD-PAR-OUT
              END-IF

              MOVE WS-NEW-PAR       TO TK-PAR-QTY(SUB2)
              MOVE WS-BUSINESS-DATE TO TK-APPROVED-DATE(SUB2)
              MOVE PA-MANAGER-ID    TO TK-APPROVED-BY(SUB2)
              ADD 1 TO WS-APPROVAL-POST-COUNT

              MOVE TK-TRUCK-ID(SUB2)   TO AP-TRUCK-OUT
              MOVE TK-TREAT-NAME(SUB2) TO AP-NAME-OUT
              MOVE TK-TREAT-SIZE(SUB2) TO AP-SIZE-OUT
              MOVE WEEKDAY-NAME(TK-DAY-OF-WEEK(SUB2))
                 TO AP-DAY-OUT
              MOVE WS-NEW-PAR          TO AP-NEW-PAR-OUT
              MOVE PA-MANAGER-ID       TO AP-MANAGER-OUT
              MOVE APPROVED-PAR-LINE TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
                    AFTER ADVANCING 1 LINE
              MOVE 1 TO SUB2
           END-IF

           .

      *  Section heading, with a blank line either side.

       148-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE
           MOVE SECTION-HEADER-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE
           PERFORM 110-WRITE-LINE

           .

      *  Walks the history window a day at a time, oldest
      *  first, reading each day's dated sales file. A day with
      *  no file (closed, or purged) is left out of that
      *  weekday's average rather than counted as a day of no
      *  sales. Every truck par then gets an entry, so a
      *  truck/treat that has stopped selling is proposed down.

       150-READ-SALES-HISTORY.

           INITIALIZE DAY-SEEN-TABLE
           INITIALIZE WEEKDAY-COUNT-TABLE

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
              UNTIL WS-DAY-INDEX > WS-WINDOW-DAYS
              PERFORM 152-READ-ONE-DAY
           END-PERFORM

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-PAR-COUNT
              IF TK-DAY-OF-WEEK(SUB2) > 0
                 AND TK-DAY-OF-WEEK(SUB2) < 8
                 MOVE TK-TRUCK-ID(SUB2)    TO WS-FK-TRUCK-ID
                 MOVE TK-TREAT-NAME(SUB2)  TO WS-FK-TREAT-NAME
                 MOVE TK-TREAT-SIZE(SUB2)  TO WS-FK-TREAT-SIZE
                 MOVE TK-DAY-OF-WEEK(SUB2) TO WS-FK-DAY-OF-WEEK
                 PERFORM 154-FIND-FORECAST-ENTRY
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Reads one day of the window. The day's date, weekday
      *  and week of the window are worked out from its place
      *  in the window; its sales lines go into that week's
      *  bucket for the truck/treat/weekday.

       152-READ-ONE-DAY.

           COMPUTE WS-DAY-INTEGER =
              WS-BD-INTEGER - WS-WINDOW-DAYS + WS-DAY-INDEX
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)

           SUBTRACT 1 FROM WS-DAY-INTEGER GIVING WS-DIVIDE-WORK
           DIVIDE WS-DIVIDE-WORK BY 7
              GIVING WS-DIVIDE-QUOTIENT
              REMAINDER WS-DIVIDE-REMAINDER
           ADD 1 TO WS-DIVIDE-REMAINDER GIVING WS-DAY-OF-WEEK

           SUBTRACT 1 FROM WS-DAY-INDEX GIVING WS-DIVIDE-WORK
           DIVIDE WS-DIVIDE-WORK BY 7
              GIVING WS-DIVIDE-QUOTIENT
              REMAINDER WS-DIVIDE-REMAINDER
           ADD 1 TO WS-DIVIDE-QUOTIENT GIVING WS-WEEK-NUMBER

           MOVE SPACES TO WS-SALES-TRANS-FILE
           STRING 'DAILY-SALES-TRANS-' DELIMITED BY SIZE
                  WS-DAY-DATE-X        DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO WS-SALES-TRANS-FILE

           OPEN INPUT DAILY-SALES-TRANS

           IF WS-TRN-STATUS = '00'
              ADD 1 TO WS-SALES-DAYS-READ
              ADD 1 TO WEEKDAY-DAYS-READ(WS-DAY-OF-WEEK)
              MOVE 'Y' TO DAY-SEEN(WS-WEEK-NUMBER, WS-DAY-OF-WEEK)
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
                             MOVE ST-TRUCK-ID    TO WS-FK-TRUCK-ID
                             MOVE ST-TREAT-NAME  TO WS-FK-TREAT-NAME
                             MOVE ST-TREAT-SIZE  TO WS-FK-TREAT-SIZE
                             MOVE WS-DAY-OF-WEEK TO WS-FK-DAY-OF-WEEK
                             PERFORM 154-FIND-FORECAST-ENTRY
                             IF WS-FOUND-SUB > 0
                                ADD ST-QTY-SOLD TO
                                   FC-DEMAND(WS-FOUND-SUB,
                                             WS-WEEK-NUMBER)
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE DAILY-SALES-TRANS
           ELSE
              ADD 1 TO WS-SALES-DAYS-MISSING
           END-IF

           .

      *  Finds the forecast entry for WS-FORECAST-KEY, adding it
      *  in key order when it is new - the entries past the
      *  insert point move down one. Zero only when the table
      *  is full; counted, and that combination sits out.

       154-FIND-FORECAST-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO SUB3

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-FORECAST-COUNT
              IF FC-KEY(SUB) = WS-FORECAST-KEY
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-FORECAST-COUNT TO SUB
              ELSE
                 IF FC-KEY(SUB) > WS-FORECAST-KEY
                    MOVE SUB TO SUB3
                    MOVE WS-FORECAST-COUNT TO SUB
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           IF WS-FOUND-SUB = 0
              IF WS-FORECAST-COUNT < 3000
                 ADD 1 TO WS-FORECAST-COUNT
                 IF SUB3 = 0
                    MOVE WS-FORECAST-COUNT TO SUB3
                 ELSE
                    PERFORM VARYING SUB FROM WS-FORECAST-COUNT BY -1
                       UNTIL SUB NOT > SUB3
                       MOVE FORECAST-ENTRY(SUB - 1)
                          TO FORECAST-ENTRY(SUB)
                    END-PERFORM
                    MOVE 1 TO SUB
                 END-IF
                 MOVE SUB3 TO WS-FOUND-SUB
                 INITIALIZE FORECAST-ENTRY(WS-FOUND-SUB)
                 MOVE WS-FORECAST-KEY TO FC-KEY(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-FORECAST-OVERFLOW-COUNT
              END-IF
           END-IF

           MOVE 1 TO SUB3

           .

      *  Forecasts every truck/treat/weekday with at least one
      *  of its weekdays in the history, and prints and writes a
      *  proposal for each whose proposed par differs from the
      *  par in force. The proposal file is replaced whole, so
      *  approvals always answer the latest review.

       160-REVIEW-SECTION.

           MOVE 'PAR REVIEW - PROPOSED CHANGES' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           MOVE 'CUR: T = TRUCK PAR, S = STANDARD PAR.  OUTS AND LEF
      -         'TOVER: NOW > PROPOSED.' TO NL-TEXT-OUT
           MOVE NONE-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE
           PERFORM 110-WRITE-LINE

           OPEN OUTPUT PAR-PROPOSAL-FILE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-FORECAST-COUNT
              IF WEEKDAY-DAYS-READ(FC-DAY-OF-WEEK(SUB2)) > 0
                 PERFORM 162-FORECAST-ONE-ENTRY
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE PAR-PROPOSAL-FILE

           IF WS-PROPOSAL-WRITE-COUNT = 0
              MOVE 'EVERY PAR IN FORCE MATCHES ITS FORECAST'
                 TO NL-TEXT-OUT
              MOVE NONE-LINE TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Forecasts the entry SUB2 points at. Average and peak
      *  come off the weeks that weekday was read; the proposed
      *  par is the average plus the safety percentage of it,
      *  rounded up to a whole unit. Each par is then played
      *  against the same history: a week the demand beat the
      *  par is a sell-out day, and a week it fell short leaves
      *  the difference on the truck.

       162-FORECAST-ONE-ENTRY.

           ADD 1 TO WS-ENTRIES-FORECAST
           PERFORM 164-FIND-CURRENT-PAR

           MOVE ZERO TO WS-DAYS-OBSERVED
           MOVE ZERO TO WS-DEMAND-TOTAL
           MOVE ZERO TO WS-DEMAND-PEAK

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-FORECAST-WEEKS
              IF DAY-SEEN(SUB3, FC-DAY-OF-WEEK(SUB2)) = 'Y'
                 ADD 1 TO WS-DAYS-OBSERVED
                 ADD FC-DEMAND(SUB2, SUB3) TO WS-DEMAND-TOTAL
                 IF FC-DEMAND(SUB2, SUB3) > WS-DEMAND-PEAK
                    MOVE FC-DEMAND(SUB2, SUB3) TO WS-DEMAND-PEAK
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           COMPUTE WS-DEMAND-AVERAGE ROUNDED =
              WS-DEMAND-TOTAL / WS-DAYS-OBSERVED

           COMPUTE WS-PROPOSED-WORK =
              WS-DEMAND-TOTAL * (100 + WS-SAFETY-PCT)
           COMPUTE WS-PROPOSED-DIVISOR = WS-DAYS-OBSERVED * 100
           COMPUTE WS-PROPOSED-PAR =
              (WS-PROPOSED-WORK + WS-PROPOSED-DIVISOR - 1)
                 / WS-PROPOSED-DIVISOR
           IF WS-PROPOSED-PAR > 9999
              MOVE 9999 TO WS-PROPOSED-PAR
           END-IF

           MOVE ZERO TO WS-OUTS-CURRENT
           MOVE ZERO TO WS-OUTS-PROPOSED
           MOVE ZERO TO WS-LEFT-CURRENT
           MOVE ZERO TO WS-LEFT-PROPOSED

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-FORECAST-WEEKS
              IF DAY-SEEN(SUB3, FC-DAY-OF-WEEK(SUB2)) = 'Y'
                 IF FC-DEMAND(SUB2, SUB3) > WS-CURRENT-PAR
                    ADD 1 TO WS-OUTS-CURRENT
                 ELSE
                    COMPUTE WS-LEFT-CURRENT = WS-LEFT-CURRENT
                       + WS-CURRENT-PAR - FC-DEMAND(SUB2, SUB3)
                 END-IF
                 IF FC-DEMAND(SUB2, SUB3) > WS-PROPOSED-PAR
                    ADD 1 TO WS-OUTS-PROPOSED
                 ELSE
                    COMPUTE WS-LEFT-PROPOSED = WS-LEFT-PROPOSED
                       + WS-PROPOSED-PAR - FC-DEMAND(SUB2, SUB3)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-PROPOSED-PAR = WS-CURRENT-PAR
              ADD 1 TO WS-ENTRIES-UNCHANGED
           ELSE
              PERFORM 166-WRITE-PROPOSAL
           END-IF

           .

      *  The par in force for the entry SUB2 points at: the
      *  truck's own for that weekday, else the standard par,
      *  else none at all (zero - the treat never orders).

       164-FIND-CURRENT-PAR.

           MOVE ZERO  TO WS-CURRENT-PAR
           MOVE SPACE TO WS-PAR-BASIS

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-TRUCK-PAR-COUNT
              IF TK-TRUCK-ID(SUB) = FC-TRUCK-ID(SUB2)
                 AND TK-TREAT-NAME(SUB) = FC-TREAT-NAME(SUB2)
                 AND TK-TREAT-SIZE(SUB) = FC-TREAT-SIZE(SUB2)
                 AND TK-DAY-OF-WEEK(SUB) = FC-DAY-OF-WEEK(SUB2)
                 MOVE TK-PAR-QTY(SUB) TO WS-CURRENT-PAR
                 MOVE 'T' TO WS-PAR-BASIS
                 MOVE WS-TRUCK-PAR-COUNT TO SUB
              END-IF
           END-PERFORM

           IF WS-PAR-BASIS = SPACE
              PERFORM VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-PAR-COUNT
                 IF PL-NAME(SUB) = FC-TREAT-NAME(SUB2)
                    AND PL-SIZE(SUB) = FC-TREAT-SIZE(SUB2)
                    MOVE PL-PAR-QTY(SUB) TO WS-CURRENT-PAR
                    MOVE 'S' TO WS-PAR-BASIS
                    MOVE WS-PAR-COUNT TO SUB
                 END-IF
              END-PERFORM
           END-IF
           MOVE 1 TO SUB

           .

      *  Writes the proposal record and prints its review line.

       166-WRITE-PROPOSAL.

           MOVE WS-BUSINESS-DATE      TO PP-PROPOSAL-DATE
           MOVE FC-TRUCK-ID(SUB2)     TO PP-TRUCK-ID
           MOVE FC-TREAT-NAME(SUB2)   TO PP-TREAT-NAME
           MOVE FC-TREAT-SIZE(SUB2)   TO PP-TREAT-SIZE
           MOVE FC-DAY-OF-WEEK(SUB2)  TO PP-DAY-OF-WEEK
           MOVE WS-CURRENT-PAR        TO PP-CURRENT-PAR
           MOVE WS-PROPOSED-PAR       TO PP-PROPOSED-PAR
           WRITE PAR-PROPOSAL-REC
           ADD 1 TO WS-PROPOSAL-WRITE-COUNT

           ADD WS-OUTS-CURRENT  TO WS-TOTAL-OUTS-CURRENT
           ADD WS-OUTS-PROPOSED TO WS-TOTAL-OUTS-PROPOSED
           ADD WS-LEFT-CURRENT  TO WS-TOTAL-LEFT-CURRENT
           ADD WS-LEFT-PROPOSED TO WS-TOTAL-LEFT-PROPOSED

           IF WS-PROPOSAL-WRITE-COUNT = 1
              MOVE REVIEW-COLUMN-HEADER TO FORECAST-REPORT-REC
              WRITE FORECAST-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE FC-TRUCK-ID(SUB2)     TO RV-TRUCK-OUT
           MOVE FC-TREAT-NAME(SUB2)   TO RV-NAME-OUT
           MOVE FC-TREAT-SIZE(SUB2)   TO RV-SIZE-OUT
           MOVE WEEKDAY-NAME(FC-DAY-OF-WEEK(SUB2)) TO RV-DAY-OUT
           MOVE WS-DEMAND-AVERAGE     TO RV-AVG-OUT
           MOVE WS-DEMAND-PEAK        TO RV-PEAK-OUT
           MOVE WS-CURRENT-PAR        TO RV-CUR-PAR-OUT
           MOVE WS-PAR-BASIS          TO RV-BASIS-OUT
           MOVE WS-PROPOSED-PAR       TO RV-NEW-PAR-OUT
           MOVE WS-OUTS-CURRENT       TO RV-OUTS-CUR-OUT
           MOVE WS-OUTS-PROPOSED      TO RV-OUTS-NEW-OUT
           MOVE WS-LEFT-CURRENT       TO RV-LEFT-CUR-OUT
           MOVE WS-LEFT-PROPOSED      TO RV-LEFT-NEW-OUT

           MOVE REVIEW-DETAIL-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Rewrites the truck par file whole from the table.

       180-REWRITE-TRUCK-PARS.

           OPEN OUTPUT TRUCK-PAR-LEVEL

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-PAR-COUNT
              MOVE TK-TRUCK-ID(SUB2)      TO TKP-TRUCK-ID
              MOVE TK-TREAT-NAME(SUB2)    TO TKP-TREAT-NAME
              MOVE TK-TREAT-SIZE(SUB2)    TO TKP-TREAT-SIZE
              MOVE TK-DAY-OF-WEEK(SUB2)   TO TKP-DAY-OF-WEEK
              MOVE TK-PAR-QTY(SUB2)       TO TKP-PAR-QTY
              MOVE TK-APPROVED-DATE(SUB2) TO TKP-APPROVED-DATE
              MOVE TK-APPROVED-BY(SUB2)   TO TKP-APPROVED-BY
              WRITE TRUCK-PAR-LEVEL-REC
              ADD 1 TO WS-TRUCK-PAR-WRITE-COUNT
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE TRUCK-PAR-LEVEL

           .

      *  Empties the approval file once the truck pars carrying
      *  tonight's approvals are written. Left in place, an
      *  approval would be posted again against the next run's
      *  proposal for the same truck, treat and day - a par the
      *  manager never saw. A stopped run never gets here, so
      *  its approvals stay for the rerun.

       182-CLEAR-APPROVALS.

           IF WS-APPROVAL-READ-COUNT > 0
              OPEN OUTPUT PAR-APPROVAL-FILE
              CLOSE PAR-APPROVAL-FILE
           END-IF

           .

      *  Prints the run totals, with the history's sell-out
      *  days and leftover units across every proposal - what
      *  the review as a whole would change.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'SALES DAYS READ:'          TO RT-LABEL-OUT
           MOVE WS-SALES-DAYS-READ          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALES DAYS NOT ON FILE:'   TO RT-LABEL-OUT
           MOVE WS-SALES-DAYS-MISSING       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SALES LINES READ:'         TO RT-LABEL-OUT
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

           MOVE 'APPROVALS READ:'           TO RT-LABEL-OUT
           MOVE WS-APPROVAL-READ-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRUCK PARS SET:'           TO RT-LABEL-OUT
           MOVE WS-APPROVAL-POST-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PROPOSALS DECLINED:'       TO RT-LABEL-OUT
           MOVE WS-APPROVAL-DECLINE-COUNT   TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'APPROVALS REJECTED:'       TO RT-LABEL-OUT
           MOVE WS-APPROVAL-REJECT-COUNT    TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'COMBINATIONS FORECAST:'    TO RT-LABEL-OUT
           MOVE WS-ENTRIES-FORECAST         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PARS ALREADY AT FORECAST:' TO RT-LABEL-OUT
           MOVE WS-ENTRIES-UNCHANGED        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PROPOSALS FOR REVIEW:'     TO RT-LABEL-OUT
           MOVE WS-PROPOSAL-WRITE-COUNT     TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SELL-OUT DAYS AT CURRENT:' TO RT-LABEL-OUT
           MOVE WS-TOTAL-OUTS-CURRENT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SELL-OUT DAYS AT PROPOSED:' TO RT-LABEL-OUT
           MOVE WS-TOTAL-OUTS-PROPOSED      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LEFTOVER UNITS AT CURRENT:' TO RT-LABEL-OUT
           MOVE WS-TOTAL-LEFT-CURRENT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'LEFTOVER UNITS AT PROPOSED:' TO RT-LABEL-OUT
           MOVE WS-TOTAL-LEFT-PROPOSED      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRUCK PARS ON FILE:'       TO RT-LABEL-OUT
           MOVE WS-TRUCK-PAR-WRITE-COUNT    TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           IF WS-FORECAST-OVERFLOW-COUNT > 0
              MOVE 'COMBINATIONS DROPPED (TABLE):' TO RT-LABEL-OUT
              MOVE WS-FORECAST-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
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

           MOVE 'PIZZA-PAR-FORECAST  ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-SALES-READ-COUNT    TO RL-READ-COUNT
           MOVE WS-PROPOSAL-WRITE-COUNT TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    FORECAST-REPORT-FILE

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
