       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-CYCLE-COUNT.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Physical cycle count against the indexed inventory
      *  master (PR3FA22-TREAT.IDX). Crews count what is really
      *  on the truck - truck, treat name/size, lot, counted
      *  quantity, and who counted it - and this program holds
      *  each count up against NUM-IN-STOCK on the master. Every
      *  variance is costed at the TREAT-PRICE-MASTER price and
      *  listed. A variance inside the tolerance is posted to the
      *  master as an adjustment on the spot; a larger one is
      *  held on the pending-adjustment file until a supervisor
      *  approval transaction releases it (or rejects it). What
      *  posts goes to the GL extract under its own posting key,
      *  and count accuracy by truck and by counter is printed
      *  for management. Until now the master was only ever
      *  moved by sales, waste, and deliveries, and the errors
      *  piled up until somebody reloaded a snapshot.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date the count was taken for - the same
      *  parameter the nightly chain runs against.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  The crews' count sheets keyed up - one record per
      *  truck/treat/size/lot counted. Named at run time: a file
      *  staged for the business date (CYCLE-COUNT-YYYYMMDD.TXT)
      *  is preferred, the standing CYCLE-COUNT.TXT otherwise.
      *  A night with no count simply has no file - the run can
      *  still release approved adjustments.

           SELECT CYCLE-COUNT-FILE
               ASSIGN TO WS-CYCLE-COUNT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      *  Supervisor approval transactions - one per held
      *  adjustment being released or rejected. Emptied once a
      *  run has answered them, so none is applied twice.

           SELECT COUNT-APPROVAL-FILE
               ASSIGN TO 'COUNT-APPROVAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

      *  Adjustments too large to post without a supervisor -
      *  read at the start of the run, written back at the end
      *  with whatever is still waiting.

           SELECT PENDING-ADJ-FILE
               ASSIGN TO 'PENDING-COUNT-ADJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      *  The indexed inventory master - read by truck for the
      *  system quantity, REWRITTEN in place when an adjustment
      *  posts.

           SELECT INVENTORY-MASTER
               ASSIGN TO 'PR3FA22-TREAT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MST-STATUS.

      *  Master treat-price file - every variance is costed at
      *  the master price, the same basis the shrink section
      *  uses.

           SELECT TREAT-PRICE-MASTER
               ASSIGN TO 'TREAT-PRICE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Chart of accounts - posting key against ledger account.

           SELECT GL-ACCOUNT-REF
               ASSIGN TO 'GL-ACCOUNT-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

      *  The night's general-ledger extract, written by the
      *  report run. Count adjustments are appended to it, so
      *  the count runs after the report run for the same date.
      *  A catch-up day's dated extract is used when there is
      *  one.

           SELECT GL-EXTRACT-FILE
               ASSIGN TO WS-GL-EXTRACT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

      *  Variance and accuracy report.

           SELECT COUNT-REPORT-FILE
               ASSIGN TO 'CYCLE-COUNT-REPORT.TXT'
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

      *  Count record - truck, treat name/size, lot, how many
      *  were physically counted, and the counter's employee ID.

       FD  CYCLE-COUNT-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CYCLE-COUNT-REC.
           05  CC-TRUCK-ID            PIC X(4).
           05  CC-TREAT-NAME          PIC X(15).
           05  CC-TREAT-SIZE          PIC X.
           05  CC-LOT                 PIC X(6).
           05  CC-COUNTED-QTY         PIC 9(4).
           05  CC-COUNTER-ID          PIC X(5).

      *  Approval record - the held adjustment it answers (count
      *  date, truck, treat name/size), the supervisor, and 'A'
      *  to release it or 'R' to reject it.

       FD  COUNT-APPROVAL-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  COUNT-APPROVAL-REC.
           05  AP-COUNT-DATE          PIC 9(8).
           05  AP-TRUCK-ID            PIC X(4).
           05  AP-TREAT-NAME          PIC X(15).
           05  AP-TREAT-SIZE          PIC X.
           05  AP-SUPERVISOR-ID       PIC X(5).
           05  AP-ACTION              PIC X.

      *  Pending adjustment record - the count it came from, the
      *  system and counted quantities at the time, and the unit
      *  price it was costed at. The adjustment is the difference
      *  of the two quantities, applied to whatever is on hand
      *  when it is released.

       FD  PENDING-ADJ-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  PENDING-ADJ-REC.
           05  PA-COUNT-DATE          PIC 9(8).
           05  PA-TRUCK-ID            PIC X(4).
           05  PA-TREAT-NAME          PIC X(15).
           05  PA-TREAT-SIZE          PIC X.
           05  PA-LOT                 PIC X(6).
           05  PA-COUNTER-ID          PIC X(5).
           05  PA-SYSTEM-QTY          PIC 9(6).
           05  PA-COUNTED-QTY         PIC 9(6).
           05  PA-UNIT-PRICE          PIC 99V99.

      *  The full 160 byte lot tracked master record, same as
      *  posting's. The first nine bytes are the record key.

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

       FD  TREAT-PRICE-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-PRICE-MASTER-REC.
           05  TPM-NAME-IN            PIC X(15).
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

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

       FD  COUNT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COUNT-REPORT-REC       PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. For the count the read count is count lines
      *  read and the write count is adjustments posted.

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
       01  WS-CNT-STATUS                PIC XX.
       01  WS-APR-STATUS                PIC XX.
       01  WS-PND-STATUS                PIC XX.
       01  WS-MST-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
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

      *  Run-time file names - the count file and the extract
      *  are tried under the business date's name first.

       01  WS-CYCLE-COUNT-FILE          PIC X(40)   VALUE
           'CYCLE-COUNT.TXT'.
       01  WS-GL-EXTRACT-FILE           PIC X(40)   VALUE
           'GL-EXTRACT.TXT'.

      *  The auto-post tolerance. A variance posts without a
      *  supervisor only when it is inside BOTH limits - the
      *  unit limit keeps an unpriced treat from posting any
      *  size of variance just because it costs out at zero.

       01  WS-TOLERANCE-UNITS           PIC 9(4)    VALUE 5.
       01  WS-TOLERANCE-AMOUNT          PIC 9(4)V99 VALUE 25.00.

      *  Count lines rolled up by truck/treat/size - two crews
      *  counting two lots of the same treat make one item,
      *  since the master carries the treat's stock across its
      *  lines without splitting it by lot. The first lot and
      *  counter keyed ride along for the report and the
      *  pending file. CT-ACTION is what happened to the item:
      *  'A' accurate, 'P' posted, 'H' held, 'N' not on master.

       01  WS-COUNT-ITEM-COUNT          PIC 9(4)    VALUE 0.
       01  WS-COUNT-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  COUNT-ITEM-TABLE.
           05  COUNT-ITEM-ENTRY OCCURS 1000 TIMES.
               10  CT-TRUCK-ID          PIC X(4).
               10  CT-TREAT-NAME        PIC X(15).
               10  CT-TREAT-SIZE        PIC X.
               10  CT-LOT               PIC X(6).
               10  CT-COUNTER-ID        PIC X(5).
               10  CT-COUNTED-QTY       PIC 9(6).
               10  CT-SYSTEM-QTY        PIC 9(6).
               10  CT-ON-MASTER         PIC X.
               10  CT-ACTION            PIC X.

      *  Every good count line's counter and the item it rolled
      *  into - counter accuracy is judged line by line.

       01  WS-COUNT-LINE-COUNT          PIC 9(4)    VALUE 0.

       01  COUNT-LINE-TABLE.
           05  COUNT-LINE-ENTRY OCCURS 1000 TIMES.
               10  CL-COUNTER-ID        PIC X(5).
               10  CL-ITEM-SUB          PIC 9(4).

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.

      *  Pending adjustments - carried from the file, plus the
      *  ones held tonight. PN-STATUS: 'H' still held, 'A'
      *  released by a supervisor tonight, 'R' rejected, 'S'
      *  superseded by a fresh count of the same item.

       01  WS-PENDING-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PENDING-OVERFLOW-COUNT    PIC 9(4)    VALUE 0.

       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 1000 TIMES.
               10  PN-COUNT-DATE        PIC 9(8).
               10  PN-TRUCK-ID          PIC X(4).
               10  PN-TREAT-NAME        PIC X(15).
               10  PN-TREAT-SIZE        PIC X.
               10  PN-LOT               PIC X(6).
               10  PN-COUNTER-ID        PIC X(5).
               10  PN-SYSTEM-QTY        PIC 9(6).
               10  PN-COUNTED-QTY       PIC 9(6).
               10  PN-UNIT-PRICE        PIC 99V99.
               10  PN-STATUS            PIC X.
               10  PN-SUPERVISOR-ID     PIC X(5).

      *  Adjustments going onto the master tonight - the
      *  in-tolerance variances and the released ones. '+' puts
      *  units on, '-' takes them off; AJ-REMAIN is what is
      *  still to be applied as the truck's records are walked.

       01  WS-ADJ-COUNT                 PIC 9(4)    VALUE 0.
       01  WS-ADJ-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

       01  ADJUSTMENT-TABLE.
           05  ADJUSTMENT-ENTRY OCCURS 1000 TIMES.
               10  AJ-TRUCK-ID          PIC X(4).
               10  AJ-TREAT-NAME        PIC X(15).
               10  AJ-TREAT-SIZE        PIC X.
               10  AJ-DIRECTION         PIC X.
               10  AJ-QTY               PIC 9(6).
               10  AJ-REMAIN            PIC 9(6).
               10  AJ-UNIT-PRICE        PIC 99V99.

      *  Every distinct truck the counts and adjustments touch,
      *  with the dollars its posted adjustments came to for
      *  the GL and its count accuracy for management.

       01  WS-TRUCK-COUNT               PIC 9(4)    VALUE 0.
       01  WS-TRUCK-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  TRUCK-LIST-TABLE.
           05  TRUCK-LIST-ENTRY OCCURS 1000 TIMES.
               10  TL-TRUCK-ID          PIC X(4).
               10  TL-SHORT-AMOUNT      PIC 9(8)V99.
               10  TL-OVER-AMOUNT       PIC 9(8)V99.
               10  TL-ITEMS-COUNTED     PIC 9(6).
               10  TL-ITEMS-ACCURATE    PIC 9(6).

      *  Count accuracy by counter.

       01  WS-COUNTER-COUNT             PIC 9(4)    VALUE 0.

       01  COUNTER-TABLE.
           05  COUNTER-ENTRY OCCURS 1000 TIMES.
               10  CN-COUNTER-ID        PIC X(5).
               10  CN-LINES-COUNTED     PIC 9(6).
               10  CN-LINES-ACCURATE    PIC 9(6).

      *  Master treat-price table.

       01  WS-TREAT-PRICE-COUNT         PIC 9(4)    VALUE 0.

       01  TREAT-PRICE-TABLE.
           05  TREAT-PRICE-ENTRY OCCURS 1000 TIMES.
               10  TPM-NAME             PIC X(15).
               10  TPM-SIZE             PIC X.
               10  TPM-PRICE            PIC 99V99.

      *  Chart of accounts table.

       01  WS-GL-ACCT-COUNT             PIC 9(4)    VALUE 0.

       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  GA-KEY               PIC X(12).
               10  GA-ACCOUNT           PIC X(8).

      *  GL entry staging fields, same as the report run's.

       01  WS-GL-LOOKUP-KEY             PIC X(12)   VALUE SPACES.
       01  WS-GL-DC-FLAG                PIC X       VALUE SPACE.
       01  WS-GL-AMOUNT                 PIC 9(8)V99 VALUE 0.
       01  WS-GL-REFERENCE              PIC X(10)   VALUE SPACES.
       01  WS-GL-DESC                   PIC X(20)   VALUE SPACES.
       01  WS-GL-ENTRY-COUNT            PIC 9(6)    VALUE 0.
       01  WS-GL-MISSING-COUNT          PIC 9(6)    VALUE 0.

      *  Variance work fields.

       01  WS-TRUCK-EOF                 PIC X       VALUE 'N'.
       01  WS-POSTING-TRUCK             PIC X(4)    VALUE SPACES.
       01  WS-RECORD-CHANGED            PIC X       VALUE 'N'.
       01  WS-UNIT-PRICE                PIC 99V99   VALUE 0.
       01  WS-VARIANCE-QTY              PIC S9(6)   VALUE 0.
       01  WS-VARIANCE-UNITS            PIC 9(6)    VALUE 0.
       01  WS-VARIANCE-COST             PIC S9(8)V99 VALUE 0.
       01  WS-VARIANCE-AMOUNT           PIC 9(8)V99 VALUE 0.
       01  WS-APPLIED-AMOUNT            PIC 9(8)V99 VALUE 0.
       01  WS-ACCURACY-PCT              PIC 999V9   VALUE 0.

      *  Run totals for the report trailer.

       01  WS-RUN-TOTALS.
           05  WS-COUNT-READ-COUNT      PIC 9(6)    VALUE 0.
           05  WS-COUNT-REJECT-COUNT    PIC 9(6)    VALUE 0.
           05  WS-ITEM-ACCURATE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-ITEM-POSTED-COUNT     PIC 9(6)    VALUE 0.
           05  WS-ITEM-HELD-COUNT       PIC 9(6)    VALUE 0.
           05  WS-ITEM-NO-MASTER-COUNT  PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-READ-COUNT   PIC 9(6)    VALUE 0.
           05  WS-RELEASED-COUNT        PIC 9(6)    VALUE 0.
           05  WS-REJECTED-COUNT        PIC 9(6)    VALUE 0.
           05  WS-SUPERSEDED-COUNT      PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-REJECT-COUNT PIC 9(6)    VALUE 0.
           05  WS-ADJ-POSTED-COUNT      PIC 9(6)    VALUE 0.
           05  WS-ADJ-CLAMP-COUNT       PIC 9(6)    VALUE 0.
           05  WS-MASTER-WRITE-COUNT    PIC 9(6)    VALUE 0.
           05  WS-PENDING-WRITE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-SHORT-TOTAL-AMOUNT    PIC 9(8)V99 VALUE 0.
           05  WS-OVER-TOTAL-AMOUNT     PIC 9(8)V99 VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 COUNT-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 COUNT-HEADER-2.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
                              'CYCLE COUNT VARIANCE REPORT'.

       01 COUNT-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 BD-DATE-OUT     PIC 9999/99/99.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(40).

      *  One line per rejected count or approval - bad quantity,
      *  table full, or an approval with no held adjustment.

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
          05 TE-ID-OUT       PIC X(14).

       01 VARIANCE-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TRUCK '.
          05 FILLER          PIC X(15) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(3)  VALUE 'SZ '.
          05 FILLER          PIC X(8)  VALUE 'LOT     '.
          05 FILLER          PIC X(7)  VALUE 'SYSTEM '.
          05 FILLER          PIC X(7)  VALUE 'COUNTED'.
          05 FILLER          PIC X(8)  VALUE '  VAR   '.
          05 FILLER          PIC X(12) VALUE '       COST '.
          05 FILLER          PIC X(6)  VALUE 'ACTION'.

      *  One line per item with a variance, and per held
      *  adjustment released, rejected, or superseded tonight.

       01 VARIANCE-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-LOT-OUT      PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-SYSTEM-OUT   PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-COUNTED-OUT  PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-VARIANCE-OUT PIC -ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 VD-COST-OUT     PIC -ZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 VD-ACTION-OUT   PIC X(8).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(40).

      *  Adjustment the master could not take in full - more
      *  units to come off than the truck's lines held.

       01 ADJ-CLAMP-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(20) VALUE
                              '** ADJUST CLAMPED   '.
          05 AC-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AC-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AC-SIZE-OUT     PIC X.
          05 FILLER          PIC X(10) VALUE ' SHORT BY '.
          05 AC-QTY-OUT      PIC ZZZ,ZZ9.

       01 ACCURACY-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AH-LABEL-OUT    PIC X(9).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE ' COUNTED'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'ACCURATE'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'ACCURACY'.

       01 ACCURACY-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AD-ID-OUT       PIC X(9).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 AD-COUNTED-OUT  PIC ZZZZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 AD-ACCURATE-OUT PIC ZZZZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 AD-PCT-OUT      PIC ZZ9.9.
          05 FILLER          PIC X     VALUE '%'.

       01 AMOUNT-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AT-LABEL-OUT    PIC X(30).
          05 AT-AMOUNT-OUT   PIC $Z,ZZZ,ZZ9.99.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date and the reference tables,
      *  the held adjustments and tonight's approvals are read,
      *  the count is rolled up and measured against the master,
      *  every variance is judged, what posts goes onto the
      *  master and the GL, what is still held is written back
      *  for the next supervisor, and the answered approvals are
      *  cleared.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-TREAT-PRICES
           PERFORM 136-LOAD-GL-ACCOUNTS
           PERFORM 140-LOAD-PENDING
           PERFORM 142-LOAD-APPROVALS
           PERFORM 145-LOAD-COUNTS
           PERFORM 150-READ-SYSTEM-QTY
           PERFORM 160-JUDGE-VARIANCES
           PERFORM 170-RELEASE-SECTION
           PERFORM 180-POST-ADJUSTMENTS
           PERFORM 190-GL-EXTRACT
           PERFORM 200-REWRITE-PENDING
           PERFORM 202-CLEAR-APPROVALS
           PERFORM 210-ACCURACY-SECTION
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report and reads the business date. No
      *  usable date stops the run - a count has to be dated or
      *  its adjustments cannot be booked or approved - and so
      *  does a date the count has already run clean for.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT COUNT-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE COUNT-HEADER    TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE COUNT-HEADER-2  TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-BUSINESS-DATE

           MOVE WS-BUSINESS-DATE TO BD-DATE-OUT
           MOVE COUNT-DATE-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 132-CHECK-ALREADY-RUN

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been adjusted.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE INVENTORY-MASTER
                 COUNT-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the business date and builds the dated names the
      *  count file and the extract are tried under first.

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
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE SPACES TO WS-CYCLE-COUNT-FILE
           STRING 'CYCLE-COUNT-'      DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X  DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-CYCLE-COUNT-FILE

           MOVE SPACES TO WS-GL-EXTRACT-FILE
           STRING 'GL-EXTRACT-'       DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X  DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-GL-EXTRACT-FILE

           .

      *  Scans the run log for a clean count already logged for
      *  this business date. A night with no dated count falls
      *  back to the standing file, so running the date again
      *  would post the same adjustments and book the same GL
      *  entries twice - a stopped run posted nothing and may be
      *  run again.

       132-CHECK-ALREADY-RUN.

           OPEN INPUT RUN-LOG-FILE

           IF WS-LOG-STATUS = '00'
              PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE '10' TO WS-LOG-STATUS
                    NOT AT END
                       IF RL-PROGRAM = 'PIZZA-CYCLE-COUNT   '
                          AND RL-BUSINESS-DATE = WS-BUSINESS-DATE-X
                          AND RL-OUTCOME = 'CLEAN   '
                          MOVE 'N' TO EOF-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF

           IF EOF-FLAG = 'N'
              MOVE 'CYCLE COUNT ALREADY RUN CLEAN FOR THIS DATE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Loads the master treat-price table. A treat with no
      *  price costs at zero - its units still adjust.

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

      *  Loads the chart of accounts. A missing chart books
      *  everything to suspense, same as the report run.

       136-LOAD-GL-ACCOUNTS.

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

      *  Loads the adjustments still waiting on a supervisor. A
      *  missing file is simply nothing held. A held file past
      *  the table would be written back short and lose an
      *  adjustment, so that stops the run instead.

       140-LOAD-PENDING.

           OPEN INPUT PENDING-ADJ-FILE

           IF WS-PND-STATUS = '00'
              PERFORM UNTIL WS-PND-STATUS NOT = '00'
                 READ PENDING-ADJ-FILE
                    AT END
                       MOVE '10' TO WS-PND-STATUS
                    NOT AT END
                       IF WS-PENDING-COUNT < 1000
                          ADD 1 TO WS-PENDING-COUNT
                          MOVE WS-PENDING-COUNT TO SUB
                          MOVE PA-COUNT-DATE  TO PN-COUNT-DATE(SUB)
                          MOVE PA-TRUCK-ID    TO PN-TRUCK-ID(SUB)
                          MOVE PA-TREAT-NAME  TO PN-TREAT-NAME(SUB)
                          MOVE PA-TREAT-SIZE  TO PN-TREAT-SIZE(SUB)
                          MOVE PA-LOT         TO PN-LOT(SUB)
                          MOVE PA-COUNTER-ID  TO PN-COUNTER-ID(SUB)
                          MOVE PA-SYSTEM-QTY  TO PN-SYSTEM-QTY(SUB)
                          MOVE PA-COUNTED-QTY TO PN-COUNTED-QTY(SUB)
                          MOVE PA-UNIT-PRICE  TO PN-UNIT-PRICE(SUB)
                          MOVE 'H'            TO PN-STATUS(SUB)
                          MOVE SPACES         TO PN-SUPERVISOR-ID(SUB)
                          MOVE 1 TO SUB
                       ELSE
                          ADD 1 TO WS-PENDING-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-ADJ-FILE
           END-IF

           IF WS-PENDING-OVERFLOW-COUNT > 0
              MOVE 'PENDING ADJUSTMENTS PAST TABLE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Reads tonight's supervisor approvals and marks the held
      *  adjustment each one answers. An approval with nothing
      *  held behind it, or with an action that is neither 'A'
      *  nor 'R', lists as a reject.

       142-LOAD-APPROVALS.

           OPEN INPUT COUNT-APPROVAL-FILE

           IF WS-APR-STATUS = '00'
              PERFORM UNTIL WS-APR-STATUS NOT = '00'
                 READ COUNT-APPROVAL-FILE
                    AT END
                       MOVE '10' TO WS-APR-STATUS
                    NOT AT END
                       ADD 1 TO WS-APPROVAL-READ-COUNT
                       PERFORM 143-APPLY-ONE-APPROVAL
                 END-READ
              END-PERFORM
              CLOSE COUNT-APPROVAL-FILE
           END-IF

           .

       143-APPLY-ONE-APPROVAL.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-PENDING-COUNT
              IF PN-STATUS(SUB) = 'H'
                 AND PN-COUNT-DATE(SUB) = AP-COUNT-DATE
                 AND PN-TRUCK-ID(SUB)   = AP-TRUCK-ID
                 AND PN-TREAT-NAME(SUB) = AP-TREAT-NAME
                 AND PN-TREAT-SIZE(SUB) = AP-TREAT-SIZE
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-PENDING-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           EVALUATE TRUE
              WHEN AP-ACTION NOT = 'A'
                 AND AP-ACTION NOT = 'R'
                 MOVE 'BAD ACTION'  TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN AP-SUPERVISOR-ID = SPACES
                 MOVE 'NO SUPERVSR' TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN WS-FOUND-SUB = 0
                 MOVE 'NOT HELD'    TO TE-REASON-OUT
                 PERFORM 144-REJECT-APPROVAL
              WHEN OTHER
                 MOVE AP-ACTION        TO PN-STATUS(WS-FOUND-SUB)
                 MOVE AP-SUPERVISOR-ID
                    TO PN-SUPERVISOR-ID(WS-FOUND-SUB)
           END-EVALUATE

           .

       144-REJECT-APPROVAL.

           ADD 1 TO WS-APPROVAL-REJECT-COUNT
           MOVE AP-TRUCK-ID       TO TE-TRUCK-OUT
           MOVE AP-TREAT-NAME     TO TE-NAME-OUT
           MOVE AP-TREAT-SIZE     TO TE-SIZE-OUT
           MOVE AP-ACTION         TO TE-QTY-OUT
           MOVE SPACES            TO TE-ID-OUT
           STRING AP-COUNT-DATE    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AP-SUPERVISOR-ID DELIMITED BY SIZE
                  INTO TE-ID-OUT

           MOVE TRANS-ERROR-LINE  TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Reads the count - the dated file first, the standing
      *  file when nothing is staged - and rolls every good line
      *  into the item table. A bad quantity or a blank counter
      *  rejects: a count nobody owns cannot be judged.

       145-LOAD-COUNTS.

           OPEN INPUT CYCLE-COUNT-FILE

           IF WS-CNT-STATUS = '35'
              MOVE 'CYCLE-COUNT.TXT' TO WS-CYCLE-COUNT-FILE
              OPEN INPUT CYCLE-COUNT-FILE
           END-IF

           IF WS-CNT-STATUS = '00'
              PERFORM UNTIL WS-CNT-STATUS NOT = '00'
                 READ CYCLE-COUNT-FILE
                    AT END
                       MOVE '10' TO WS-CNT-STATUS
                    NOT AT END
                       ADD 1 TO WS-COUNT-READ-COUNT
                       EVALUATE TRUE
                          WHEN CC-COUNTED-QTY NOT NUMERIC
                             MOVE 'CNT QTY REJ' TO TE-REASON-OUT
                             PERFORM 146-REJECT-COUNT
                          WHEN CC-COUNTER-ID = SPACES
                             MOVE 'NO COUNTER'  TO TE-REASON-OUT
                             PERFORM 146-REJECT-COUNT
                          WHEN OTHER
                             PERFORM 147-ACCUMULATE-COUNT
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CYCLE-COUNT-FILE
           END-IF

           .

       146-REJECT-COUNT.

           ADD 1 TO WS-COUNT-REJECT-COUNT
           MOVE CC-TRUCK-ID       TO TE-TRUCK-OUT
           MOVE CC-TREAT-NAME     TO TE-NAME-OUT
           MOVE CC-TREAT-SIZE     TO TE-SIZE-OUT
           MOVE CC-COUNTED-QTY    TO TE-QTY-OUT
           MOVE SPACES            TO TE-ID-OUT
           STRING CC-LOT        DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  CC-COUNTER-ID DELIMITED BY SIZE
                  INTO TE-ID-OUT

           MOVE TRANS-ERROR-LINE  TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Rolls one count line into its truck/treat/size item,
      *  opening the item when it is new, and notes the line
      *  against its counter.

       147-ACCUMULATE-COUNT.

           PERFORM 148-FIND-COUNT-ITEM

           IF WS-FOUND-SUB = 0
              IF WS-COUNT-ITEM-COUNT < 1000
                 ADD 1 TO WS-COUNT-ITEM-COUNT
                 MOVE WS-COUNT-ITEM-COUNT TO WS-FOUND-SUB
                 MOVE CC-TRUCK-ID   TO CT-TRUCK-ID(WS-FOUND-SUB)
                 MOVE CC-TREAT-NAME TO CT-TREAT-NAME(WS-FOUND-SUB)
                 MOVE CC-TREAT-SIZE TO CT-TREAT-SIZE(WS-FOUND-SUB)
                 MOVE CC-LOT        TO CT-LOT(WS-FOUND-SUB)
                 MOVE CC-COUNTER-ID TO CT-COUNTER-ID(WS-FOUND-SUB)
                 MOVE ZERO          TO CT-COUNTED-QTY(WS-FOUND-SUB)
                 MOVE ZERO          TO CT-SYSTEM-QTY(WS-FOUND-SUB)
                 MOVE 'N'           TO CT-ON-MASTER(WS-FOUND-SUB)
                 MOVE SPACE         TO CT-ACTION(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-COUNT-OVERFLOW-COUNT
                 MOVE 'CNT TBL FULL' TO TE-REASON-OUT
                 PERFORM 146-REJECT-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB > 0
              ADD CC-COUNTED-QTY TO CT-COUNTED-QTY(WS-FOUND-SUB)
              IF WS-COUNT-LINE-COUNT < 1000
                 ADD 1 TO WS-COUNT-LINE-COUNT
                 MOVE CC-COUNTER-ID
                    TO CL-COUNTER-ID(WS-COUNT-LINE-COUNT)
                 MOVE WS-FOUND-SUB
                    TO CL-ITEM-SUB(WS-COUNT-LINE-COUNT)
              END-IF
              MOVE CC-TRUCK-ID TO WS-POSTING-TRUCK
              PERFORM 154-NOTE-TRUCK
           END-IF

           .

       148-FIND-COUNT-ITEM.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-COUNT-ITEM-COUNT
              IF CT-TRUCK-ID(SUB2) = CC-TRUCK-ID
                 AND CT-TREAT-NAME(SUB2) = CC-TREAT-NAME
                 AND CT-TREAT-SIZE(SUB2) = CC-TREAT-SIZE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-COUNT-ITEM-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Reads every counted truck's master records and totals
      *  the system quantity for each counted item - every line
      *  of the truck carrying the treat/size, across all its
      *  employees' records.

       150-READ-SYSTEM-QTY.

           OPEN I-O INVENTORY-MASTER

           IF WS-MST-STATUS NOT = '00'
              MOVE 'PR3FA22-TREAT.IDX MISSING OR UNREADABLE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-COUNT
              MOVE TL-TRUCK-ID(SUB3) TO WS-POSTING-TRUCK
              PERFORM 152-SUM-ONE-TRUCK
           END-PERFORM
           MOVE 1 TO SUB3

           .

       152-SUM-ONE-TRUCK.

           MOVE WS-POSTING-TRUCK TO TRUCK-ID-IN
           MOVE LOW-VALUES       TO EMPLOYEE-ID-IN
           MOVE 'N'              TO WS-TRUCK-EOF

           START INVENTORY-MASTER
              KEY NOT < MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TRUCK-EOF
           END-START

           PERFORM UNTIL WS-TRUCK-EOF = 'Y'
              READ INVENTORY-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-TRUCK-EOF
                 NOT AT END
                    IF TRUCK-ID-IN NOT = WS-POSTING-TRUCK
                       MOVE 'Y' TO WS-TRUCK-EOF
                    ELSE
                       PERFORM 153-SUM-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM

           .

       153-SUM-ONE-RECORD.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3
              IF NUM-IN-STOCK-IN(SUB) NUMERIC
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-COUNT-ITEM-COUNT
                    IF CT-TRUCK-ID(SUB2) = TRUCK-ID-IN
                       AND CT-TREAT-NAME(SUB2) = TREAT-NAME-IN(SUB)
                       AND CT-TREAT-SIZE(SUB2) = TREAT-SIZE-IN(SUB)
                       MOVE 'Y' TO CT-ON-MASTER(SUB2)
                       ADD NUM-IN-STOCK-IN(SUB)
                          TO CT-SYSTEM-QTY(SUB2)
                       MOVE WS-COUNT-ITEM-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Adds WS-POSTING-TRUCK to the truck list when it is not
      *  already there. A truck past the table cannot be read
      *  or adjusted, so it lists instead of going quiet.

       154-NOTE-TRUCK.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-COUNT
              IF TL-TRUCK-ID(SUB3) = WS-POSTING-TRUCK
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-TRUCK-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              IF WS-TRUCK-COUNT < 1000
                 ADD 1 TO WS-TRUCK-COUNT
                 MOVE WS-POSTING-TRUCK
                    TO TL-TRUCK-ID(WS-TRUCK-COUNT)
                 MOVE ZERO TO TL-SHORT-AMOUNT(WS-TRUCK-COUNT)
                 MOVE ZERO TO TL-OVER-AMOUNT(WS-TRUCK-COUNT)
                 MOVE ZERO TO TL-ITEMS-COUNTED(WS-TRUCK-COUNT)
                 MOVE ZERO TO TL-ITEMS-ACCURATE(WS-TRUCK-COUNT)
              ELSE
                 ADD 1 TO WS-TRUCK-OVERFLOW-COUNT
                 MOVE 'TRK TBL FULL'    TO TE-REASON-OUT
                 MOVE WS-POSTING-TRUCK  TO TE-TRUCK-OUT
                 MOVE SPACES            TO TE-NAME-OUT
                 MOVE SPACES            TO TE-SIZE-OUT
                 MOVE SPACES            TO TE-QTY-OUT
                 MOVE SPACES            TO TE-ID-OUT
                 MOVE TRANS-ERROR-LINE  TO COUNT-REPORT-REC
                 WRITE COUNT-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-IF
           END-IF

           .

      *  Judges every counted item: no variance is an accurate
      *  count, a variance inside both tolerances is queued to
      *  post, a larger one is held for a supervisor. A fresh
      *  count of an item supersedes anything still held (or
      *  released tonight) for it - the count in hand is what
      *  is on the truck now.

       160-JUDGE-VARIANCES.

           MOVE 'COUNT VARIANCES' TO SH-TITLE-OUT
           PERFORM 165-WRITE-SECTION-HEADER

           IF WS-COUNT-ITEM-COUNT = 0
              MOVE 'NO COUNT ON FILE FOR THIS DATE' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE VARIANCE-COLUMN-HEADER TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-COUNT-ITEM-COUNT
                 PERFORM 162-JUDGE-ONE-ITEM
              END-PERFORM
              MOVE 1 TO SUB2

              PERFORM 110-WRITE-LINE
              MOVE 'VARIANCE SHORT AT PRICE:' TO AT-LABEL-OUT
              MOVE WS-SHORT-TOTAL-AMOUNT      TO AT-AMOUNT-OUT
              PERFORM 228-WRITE-AMOUNT-LINE
              MOVE 'VARIANCE OVER AT PRICE:'  TO AT-LABEL-OUT
              MOVE WS-OVER-TOTAL-AMOUNT       TO AT-AMOUNT-OUT
              PERFORM 228-WRITE-AMOUNT-LINE
           END-IF

           .

      *  Judges the counted item SUB2 points at.

       162-JUDGE-ONE-ITEM.

           MOVE CT-TREAT-NAME(SUB2) TO TPM-NAME-IN
           MOVE CT-TREAT-SIZE(SUB2) TO TPM-SIZE-IN
           PERFORM 163-FIND-UNIT-PRICE

           COMPUTE WS-VARIANCE-QTY =
              CT-COUNTED-QTY(SUB2) - CT-SYSTEM-QTY(SUB2)
           COMPUTE WS-VARIANCE-COST =
              WS-VARIANCE-QTY * WS-UNIT-PRICE
           IF WS-VARIANCE-QTY < 0
              COMPUTE WS-VARIANCE-UNITS = 0 - WS-VARIANCE-QTY
              COMPUTE WS-VARIANCE-AMOUNT = 0 - WS-VARIANCE-COST
           ELSE
              MOVE WS-VARIANCE-QTY  TO WS-VARIANCE-UNITS
              MOVE WS-VARIANCE-COST TO WS-VARIANCE-AMOUNT
           END-IF

           MOVE CT-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
           PERFORM 154-NOTE-TRUCK
           IF WS-FOUND-SUB > 0
              ADD 1 TO TL-ITEMS-COUNTED(WS-FOUND-SUB)
           END-IF

      *  Every fresh count supersedes what is held for the item,
      *  variance or not - a count that agrees with the master
      *  leaves an older held adjustment with nothing to fix.

           PERFORM 166-SUPERSEDE-HELD

           EVALUATE TRUE
              WHEN CT-ON-MASTER(SUB2) NOT = 'Y'
                 MOVE 'N' TO CT-ACTION(SUB2)
                 ADD 1 TO WS-ITEM-NO-MASTER-COUNT
                 MOVE 'NO MSTR ' TO VD-ACTION-OUT
                 PERFORM 164-PRINT-ITEM-LINE
              WHEN WS-VARIANCE-QTY = 0
                 MOVE 'A' TO CT-ACTION(SUB2)
                 ADD 1 TO WS-ITEM-ACCURATE-COUNT
                 IF WS-FOUND-SUB > 0
                    ADD 1 TO TL-ITEMS-ACCURATE(WS-FOUND-SUB)
                 END-IF
              WHEN WS-VARIANCE-UNITS NOT > WS-TOLERANCE-UNITS
                 AND WS-VARIANCE-AMOUNT NOT > WS-TOLERANCE-AMOUNT
                 MOVE 'P' TO CT-ACTION(SUB2)
                 ADD 1 TO WS-ITEM-POSTED-COUNT
                 PERFORM 168-QUEUE-ADJUSTMENT
                 MOVE 'POSTED  ' TO VD-ACTION-OUT
                 PERFORM 164-PRINT-ITEM-LINE
              WHEN OTHER
                 MOVE 'H' TO CT-ACTION(SUB2)
                 ADD 1 TO WS-ITEM-HELD-COUNT
                 PERFORM 167-HOLD-ADJUSTMENT
                 MOVE 'HELD    ' TO VD-ACTION-OUT
                 PERFORM 164-PRINT-ITEM-LINE
           END-EVALUATE

           IF CT-ON-MASTER(SUB2) = 'Y'
              IF WS-VARIANCE-QTY < 0
                 ADD WS-VARIANCE-AMOUNT TO WS-SHORT-TOTAL-AMOUNT
              ELSE
                 ADD WS-VARIANCE-AMOUNT TO WS-OVER-TOTAL-AMOUNT
              END-IF
           END-IF

           .

      *  Looks the treat/size staged in TPM-NAME-IN/TPM-SIZE-IN
      *  up in the price table - zero when it has no price.

       163-FIND-UNIT-PRICE.

           MOVE ZERO TO WS-UNIT-PRICE
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TREAT-PRICE-COUNT
              IF TPM-NAME(SUB3) = TPM-NAME-IN
                 AND TPM-SIZE(SUB3) = TPM-SIZE-IN
                 MOVE TPM-PRICE(SUB3) TO WS-UNIT-PRICE
                 MOVE WS-TREAT-PRICE-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           .

      *  Prints the variance line for the item SUB2 points at,
      *  action already staged.

       164-PRINT-ITEM-LINE.

           MOVE CT-TRUCK-ID(SUB2)    TO VD-TRUCK-OUT
           MOVE CT-TREAT-NAME(SUB2)  TO VD-NAME-OUT
           MOVE CT-TREAT-SIZE(SUB2)  TO VD-SIZE-OUT
           MOVE CT-LOT(SUB2)         TO VD-LOT-OUT
           MOVE CT-SYSTEM-QTY(SUB2)  TO VD-SYSTEM-OUT
           MOVE CT-COUNTED-QTY(SUB2) TO VD-COUNTED-OUT
           MOVE WS-VARIANCE-QTY      TO VD-VARIANCE-OUT
           MOVE WS-VARIANCE-COST     TO VD-COST-OUT

           MOVE VARIANCE-DETAIL-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       165-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE

           MOVE SECTION-HEADER-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           .

      *  Marks anything still held or released tonight for the
      *  item SUB2 points at as superseded.

       166-SUPERSEDE-HELD.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-PENDING-COUNT
              IF (PN-STATUS(SUB) = 'H' OR PN-STATUS(SUB) = 'A')
                 AND PN-TRUCK-ID(SUB)   = CT-TRUCK-ID(SUB2)
                 AND PN-TREAT-NAME(SUB) = CT-TREAT-NAME(SUB2)
                 AND PN-TREAT-SIZE(SUB) = CT-TREAT-SIZE(SUB2)
                 MOVE 'S' TO PN-STATUS(SUB)
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Holds the item SUB2 points at for a supervisor. A full
      *  pending table cannot take it, so the item is flagged
      *  on the report and nothing posts for it - it will be
      *  counted again.

       167-HOLD-ADJUSTMENT.

           IF WS-PENDING-COUNT < 1000
              ADD 1 TO WS-PENDING-COUNT
              MOVE WS-PENDING-COUNT TO SUB
              MOVE WS-BUSINESS-DATE     TO PN-COUNT-DATE(SUB)
              MOVE CT-TRUCK-ID(SUB2)    TO PN-TRUCK-ID(SUB)
              MOVE CT-TREAT-NAME(SUB2)  TO PN-TREAT-NAME(SUB)
              MOVE CT-TREAT-SIZE(SUB2)  TO PN-TREAT-SIZE(SUB)
              MOVE CT-LOT(SUB2)         TO PN-LOT(SUB)
              MOVE CT-COUNTER-ID(SUB2)  TO PN-COUNTER-ID(SUB)
              MOVE CT-SYSTEM-QTY(SUB2)  TO PN-SYSTEM-QTY(SUB)
              MOVE CT-COUNTED-QTY(SUB2) TO PN-COUNTED-QTY(SUB)
              MOVE WS-UNIT-PRICE        TO PN-UNIT-PRICE(SUB)
              MOVE 'H'                  TO PN-STATUS(SUB)
              MOVE SPACES               TO PN-SUPERVISOR-ID(SUB)
              MOVE 1 TO SUB
           ELSE
              ADD 1 TO WS-PENDING-OVERFLOW-COUNT
              MOVE 'HOLD TBL FUL' TO TE-REASON-OUT
              MOVE CT-TRUCK-ID(SUB2)    TO TE-TRUCK-OUT
              MOVE CT-TREAT-NAME(SUB2)  TO TE-NAME-OUT
              MOVE CT-TREAT-SIZE(SUB2)  TO TE-SIZE-OUT
              MOVE CT-COUNTED-QTY(SUB2) TO TE-QTY-OUT
              MOVE CT-COUNTER-ID(SUB2)  TO TE-ID-OUT
              MOVE TRANS-ERROR-LINE     TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Queues the variance in WS-VARIANCE-QTY for the item
      *  SUB2 points at to post tonight.

       168-QUEUE-ADJUSTMENT.

           IF WS-ADJ-COUNT < 1000
              ADD 1 TO WS-ADJ-COUNT
              MOVE CT-TRUCK-ID(SUB2)   TO AJ-TRUCK-ID(WS-ADJ-COUNT)
              MOVE CT-TREAT-NAME(SUB2) TO AJ-TREAT-NAME(WS-ADJ-COUNT)
              MOVE CT-TREAT-SIZE(SUB2) TO AJ-TREAT-SIZE(WS-ADJ-COUNT)
              IF WS-VARIANCE-QTY < 0
                 MOVE '-' TO AJ-DIRECTION(WS-ADJ-COUNT)
              ELSE
                 MOVE '+' TO AJ-DIRECTION(WS-ADJ-COUNT)
              END-IF
              MOVE WS-VARIANCE-UNITS TO AJ-QTY(WS-ADJ-COUNT)
              MOVE WS-VARIANCE-UNITS TO AJ-REMAIN(WS-ADJ-COUNT)
              MOVE WS-UNIT-PRICE     TO AJ-UNIT-PRICE(WS-ADJ-COUNT)
           ELSE
              ADD 1 TO WS-ADJ-OVERFLOW-COUNT
              MOVE 'ADJ TBL FULL' TO TE-REASON-OUT
              MOVE CT-TRUCK-ID(SUB2)   TO TE-TRUCK-OUT
              MOVE CT-TREAT-NAME(SUB2) TO TE-NAME-OUT
              MOVE CT-TREAT-SIZE(SUB2) TO TE-SIZE-OUT
              MOVE WS-VARIANCE-UNITS   TO TE-QTY-OUT
              MOVE SPACES              TO TE-ID-OUT
              MOVE TRANS-ERROR-LINE    TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Lists what the supervisors did with the held
      *  adjustments tonight, and queues the released ones.
      *  A released adjustment applies the variance it was
      *  counted at to whatever is on hand now - the sales
      *  since the count have already come off on their own.

       170-RELEASE-SECTION.

           MOVE 'SUPERVISOR APPROVALS' TO SH-TITLE-OUT
           PERFORM 165-WRITE-SECTION-HEADER

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-PENDING-COUNT
              IF PN-STATUS(SUB2) NOT = 'H'
                 MOVE 1 TO WS-FOUND-SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              MOVE 'NO HELD ADJUSTMENTS ANSWERED' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE VARIANCE-COLUMN-HEADER TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-PENDING-COUNT
                 EVALUATE PN-STATUS(SUB2)
                    WHEN 'A'
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'RELEASED' TO VD-ACTION-OUT
                       PERFORM 172-PRINT-PENDING-LINE
                       PERFORM 174-QUEUE-RELEASED
                    WHEN 'R'
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'REJECTED' TO VD-ACTION-OUT
                       PERFORM 172-PRINT-PENDING-LINE
                    WHEN 'S'
                       ADD 1 TO WS-SUPERSEDED-COUNT
                       MOVE 'RECOUNTD' TO VD-ACTION-OUT
                       PERFORM 172-PRINT-PENDING-LINE
                 END-EVALUATE
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

      *  Prints the held adjustment SUB2 points at.

       172-PRINT-PENDING-LINE.

           COMPUTE WS-VARIANCE-QTY =
              PN-COUNTED-QTY(SUB2) - PN-SYSTEM-QTY(SUB2)
           COMPUTE WS-VARIANCE-COST =
              WS-VARIANCE-QTY * PN-UNIT-PRICE(SUB2)

           MOVE PN-TRUCK-ID(SUB2)    TO VD-TRUCK-OUT
           MOVE PN-TREAT-NAME(SUB2)  TO VD-NAME-OUT
           MOVE PN-TREAT-SIZE(SUB2)  TO VD-SIZE-OUT
           MOVE PN-LOT(SUB2)         TO VD-LOT-OUT
           MOVE PN-SYSTEM-QTY(SUB2)  TO VD-SYSTEM-OUT
           MOVE PN-COUNTED-QTY(SUB2) TO VD-COUNTED-OUT
           MOVE WS-VARIANCE-QTY      TO VD-VARIANCE-OUT
           MOVE WS-VARIANCE-COST     TO VD-COST-OUT

           MOVE VARIANCE-DETAIL-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Queues the released adjustment SUB2 points at.

       174-QUEUE-RELEASED.

           IF WS-VARIANCE-QTY NOT = 0
              IF WS-ADJ-COUNT < 1000
                 ADD 1 TO WS-ADJ-COUNT
                 MOVE PN-TRUCK-ID(SUB2)
                    TO AJ-TRUCK-ID(WS-ADJ-COUNT)
                 MOVE PN-TREAT-NAME(SUB2)
                    TO AJ-TREAT-NAME(WS-ADJ-COUNT)
                 MOVE PN-TREAT-SIZE(SUB2)
                    TO AJ-TREAT-SIZE(WS-ADJ-COUNT)
                 IF WS-VARIANCE-QTY < 0
                    MOVE '-' TO AJ-DIRECTION(WS-ADJ-COUNT)
                    COMPUTE AJ-QTY(WS-ADJ-COUNT) =
                       0 - WS-VARIANCE-QTY
                 ELSE
                    MOVE '+' TO AJ-DIRECTION(WS-ADJ-COUNT)
                    MOVE WS-VARIANCE-QTY TO AJ-QTY(WS-ADJ-COUNT)
                 END-IF
                 MOVE AJ-QTY(WS-ADJ-COUNT)
                    TO AJ-REMAIN(WS-ADJ-COUNT)
                 MOVE PN-UNIT-PRICE(SUB2)
                    TO AJ-UNIT-PRICE(WS-ADJ-COUNT)
                 MOVE PN-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
                 PERFORM 154-NOTE-TRUCK
              ELSE
      *  No room to post it tonight - it goes back on hold with
      *  its approval unspent, and is released on the next run.
                 ADD 1 TO WS-ADJ-OVERFLOW-COUNT
                 MOVE 'H' TO PN-STATUS(SUB2)
              END-IF
           END-IF

           .

      *  Posts the queued adjustments onto the master, truck by
      *  truck - START on the truck, READ NEXT through its
      *  records, apply, REWRITE the records that changed. What
      *  could not be taken off in full is clamped and listed.

       180-POST-ADJUSTMENTS.

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-COUNT
              MOVE TL-TRUCK-ID(SUB3) TO WS-POSTING-TRUCK
              PERFORM 182-POST-ONE-TRUCK
           END-PERFORM
           MOVE 1 TO SUB3

           CLOSE INVENTORY-MASTER

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-ADJ-COUNT
              IF AJ-REMAIN(SUB2) < AJ-QTY(SUB2)
                 ADD 1 TO WS-ADJ-POSTED-COUNT
              END-IF
              IF AJ-REMAIN(SUB2) > ZERO
                 ADD 1 TO WS-ADJ-CLAMP-COUNT
                 MOVE AJ-TRUCK-ID(SUB2)   TO AC-TRUCK-OUT
                 MOVE AJ-TREAT-NAME(SUB2) TO AC-NAME-OUT
                 MOVE AJ-TREAT-SIZE(SUB2) TO AC-SIZE-OUT
                 MOVE AJ-REMAIN(SUB2)     TO AC-QTY-OUT
                 MOVE ADJ-CLAMP-LINE TO COUNT-REPORT-REC
                 WRITE COUNT-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-IF
              PERFORM 186-COST-ONE-ADJUSTMENT
           END-PERFORM
           MOVE 1 TO SUB2

           .

       182-POST-ONE-TRUCK.

           MOVE WS-POSTING-TRUCK TO TRUCK-ID-IN
           MOVE LOW-VALUES       TO EMPLOYEE-ID-IN
           MOVE 'N'              TO WS-TRUCK-EOF

           START INVENTORY-MASTER
              KEY NOT < MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TRUCK-EOF
           END-START

           PERFORM UNTIL WS-TRUCK-EOF = 'Y'
              READ INVENTORY-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-TRUCK-EOF
                 NOT AT END
                    IF TRUCK-ID-IN NOT = WS-POSTING-TRUCK
                       MOVE 'Y' TO WS-TRUCK-EOF
                    ELSE
                       MOVE 'N' TO WS-RECORD-CHANGED
                       PERFORM 184-APPLY-ADJUSTMENTS
                       IF WS-RECORD-CHANGED = 'Y'
                          REWRITE INVENTORY-MASTER-REC
                          ADD 1 TO WS-MASTER-WRITE-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *  Walks the current record's three treat lines and
      *  applies the queued adjustments for them. Units going on
      *  land on the first matching line (clamped at the field's
      *  9999 cap rather than wrapping); units coming off deplete
      *  line by line the way sales do, the residual carrying to
      *  the truck's next matching line.

       184-APPLY-ADJUSTMENTS.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3

              IF NUM-IN-STOCK-IN(SUB) NUMERIC
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-ADJ-COUNT
                    IF AJ-TRUCK-ID(SUB2) = TRUCK-ID-IN
                       AND AJ-TREAT-NAME(SUB2) = TREAT-NAME-IN(SUB)
                       AND AJ-TREAT-SIZE(SUB2) = TREAT-SIZE-IN(SUB)
                       AND AJ-REMAIN(SUB2) > ZERO
                       MOVE 'Y' TO WS-RECORD-CHANGED
                       IF AJ-DIRECTION(SUB2) = '+'
                          ADD AJ-REMAIN(SUB2) TO NUM-IN-STOCK-IN(SUB)
                             ON SIZE ERROR
                                MOVE 9999 TO NUM-IN-STOCK-IN(SUB)
                          END-ADD
                          MOVE ZERO TO AJ-REMAIN(SUB2)
                       ELSE
                          IF AJ-REMAIN(SUB2) > NUM-IN-STOCK-IN(SUB)
                             SUBTRACT NUM-IN-STOCK-IN(SUB)
                                FROM AJ-REMAIN(SUB2)
                             MOVE ZERO TO NUM-IN-STOCK-IN(SUB)
                          ELSE
                             SUBTRACT AJ-REMAIN(SUB2)
                                FROM NUM-IN-STOCK-IN(SUB)
                             MOVE ZERO TO AJ-REMAIN(SUB2)
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2
              END-IF

           END-PERFORM

           .

      *  Costs what the adjustment SUB2 points at actually moved
      *  and adds it to its truck's short or over dollars for
      *  the GL.

       186-COST-ONE-ADJUSTMENT.

           COMPUTE WS-APPLIED-AMOUNT =
              (AJ-QTY(SUB2) - AJ-REMAIN(SUB2))
                 * AJ-UNIT-PRICE(SUB2)

           MOVE AJ-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
           PERFORM 154-NOTE-TRUCK

           IF WS-FOUND-SUB > 0
              IF AJ-DIRECTION(SUB2) = '-'
                 ADD WS-APPLIED-AMOUNT
                    TO TL-SHORT-AMOUNT(WS-FOUND-SUB)
              ELSE
                 ADD WS-APPLIED-AMOUNT
                    TO TL-OVER-AMOUNT(WS-FOUND-SUB)
              END-IF
           END-IF

           .

      *  Appends the posted adjustments to the night's GL
      *  extract. Per truck: a short count debits CNTADJ (the
      *  count-adjustment posting key) and credits INVENTORY; an
      *  over count the reverse. The dated extract a catch-up
      *  day writes is used when it exists, the standing one
      *  otherwise.

       190-GL-EXTRACT.

           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS NOT = '00'
              MOVE 'GL-EXTRACT.TXT' TO WS-GL-EXTRACT-FILE
              OPEN EXTEND GL-EXTRACT-FILE
              IF WS-GLX-STATUS NOT = '00'
                 OPEN OUTPUT GL-EXTRACT-FILE
              END-IF
           END-IF

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-COUNT
              PERFORM 192-GL-ONE-TRUCK
           END-PERFORM
           MOVE 1 TO SUB3

           CLOSE GL-EXTRACT-FILE

           .

       192-GL-ONE-TRUCK.

           MOVE TL-TRUCK-ID(SUB3) TO WS-GL-REFERENCE

           IF TL-SHORT-AMOUNT(SUB3) > ZERO
              MOVE 'CNTADJ      '        TO WS-GL-LOOKUP-KEY
              MOVE 'D'                   TO WS-GL-DC-FLAG
              MOVE TL-SHORT-AMOUNT(SUB3) TO WS-GL-AMOUNT
              MOVE 'COUNT ADJUST SHORT  ' TO WS-GL-DESC
              PERFORM 194-WRITE-GL-ENTRY

              MOVE 'INVENTORY   '        TO WS-GL-LOOKUP-KEY
              MOVE 'C'                   TO WS-GL-DC-FLAG
              MOVE TL-SHORT-AMOUNT(SUB3) TO WS-GL-AMOUNT
              MOVE 'INVENTORY COUNT SHRT' TO WS-GL-DESC
              PERFORM 194-WRITE-GL-ENTRY
           END-IF

           IF TL-OVER-AMOUNT(SUB3) > ZERO
              MOVE 'INVENTORY   '        TO WS-GL-LOOKUP-KEY
              MOVE 'D'                   TO WS-GL-DC-FLAG
              MOVE TL-OVER-AMOUNT(SUB3)  TO WS-GL-AMOUNT
              MOVE 'INVENTORY COUNT OVER' TO WS-GL-DESC
              PERFORM 194-WRITE-GL-ENTRY

              MOVE 'CNTADJ      '        TO WS-GL-LOOKUP-KEY
              MOVE 'C'                   TO WS-GL-DC-FLAG
              MOVE TL-OVER-AMOUNT(SUB3)  TO WS-GL-AMOUNT
              MOVE 'COUNT ADJUST OVER   ' TO WS-GL-DESC
              PERFORM 194-WRITE-GL-ENTRY
           END-IF

           .

      *  Writes one journal entry as staged, resolving the
      *  posting key through the chart the same way the report
      *  run does - a key with no account books to the 99999999
      *  suspense account and is counted.

       194-WRITE-GL-ENTRY.

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

      *  Writes back the adjustments still waiting - carried
      *  ones not answered tonight and tonight's new holds.
      *  Released, rejected, and superseded ones drop off.

       200-REWRITE-PENDING.

           OPEN OUTPUT PENDING-ADJ-FILE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-PENDING-COUNT
              IF PN-STATUS(SUB2) = 'H'
                 MOVE PN-COUNT-DATE(SUB2)  TO PA-COUNT-DATE
                 MOVE PN-TRUCK-ID(SUB2)    TO PA-TRUCK-ID
                 MOVE PN-TREAT-NAME(SUB2)  TO PA-TREAT-NAME
                 MOVE PN-TREAT-SIZE(SUB2)  TO PA-TREAT-SIZE
                 MOVE PN-LOT(SUB2)         TO PA-LOT
                 MOVE PN-COUNTER-ID(SUB2)  TO PA-COUNTER-ID
                 MOVE PN-SYSTEM-QTY(SUB2)  TO PA-SYSTEM-QTY
                 MOVE PN-COUNTED-QTY(SUB2) TO PA-COUNTED-QTY
                 MOVE PN-UNIT-PRICE(SUB2)  TO PA-UNIT-PRICE
                 WRITE PENDING-ADJ-REC
                 ADD 1 TO WS-PENDING-WRITE-COUNT
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE PENDING-ADJ-FILE

           .

      *  Empties the approval file once tonight's approvals are
      *  answered. The released ones have posted and the held
      *  file no longer carries them, and the rejects are on the
      *  report - left in place they would be applied again, or
      *  answer a later hold for the same item nobody approved.
      *  A stopped run never gets here, so its approvals stay.

       202-CLEAR-APPROVALS.

           IF WS-APPROVAL-READ-COUNT > 0
              OPEN OUTPUT COUNT-APPROVAL-FILE
              CLOSE COUNT-APPROVAL-FILE
           END-IF

           .

      *  Count accuracy for management - by truck, the share of
      *  items counted that matched the master exactly; by
      *  counter, the share of count lines that went into an
      *  item that matched.

       210-ACCURACY-SECTION.

           MOVE 'COUNT ACCURACY' TO SH-TITLE-OUT
           PERFORM 165-WRITE-SECTION-HEADER

           IF WS-COUNT-ITEM-COUNT = 0
              MOVE 'NO COUNT ON FILE FOR THIS DATE' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'TRUCK    ' TO AH-LABEL-OUT
              MOVE ACCURACY-COLUMN-HEADER TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-TRUCK-COUNT
                 IF TL-ITEMS-COUNTED(SUB3) > 0
                    MOVE TL-TRUCK-ID(SUB3)       TO AD-ID-OUT
                    MOVE TL-ITEMS-COUNTED(SUB3)  TO AD-COUNTED-OUT
                    MOVE TL-ITEMS-ACCURATE(SUB3) TO AD-ACCURATE-OUT
                    COMPUTE WS-ACCURACY-PCT ROUNDED =
                       TL-ITEMS-ACCURATE(SUB3) * 100
                          / TL-ITEMS-COUNTED(SUB3)
                    PERFORM 214-PRINT-ACCURACY-LINE
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3

              PERFORM 212-TALLY-COUNTERS

              PERFORM 110-WRITE-LINE
              MOVE 'COUNTER  ' TO AH-LABEL-OUT
              MOVE ACCURACY-COLUMN-HEADER TO COUNT-REPORT-REC
              WRITE COUNT-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-COUNTER-COUNT
                 MOVE CN-COUNTER-ID(SUB3)      TO AD-ID-OUT
                 MOVE CN-LINES-COUNTED(SUB3)   TO AD-COUNTED-OUT
                 MOVE CN-LINES-ACCURATE(SUB3)  TO AD-ACCURATE-OUT
                 COMPUTE WS-ACCURACY-PCT ROUNDED =
                    CN-LINES-ACCURATE(SUB3) * 100
                       / CN-LINES-COUNTED(SUB3)
                 PERFORM 214-PRINT-ACCURACY-LINE
              END-PERFORM
              MOVE 1 TO SUB3
           END-IF

           .

      *  Rolls every count line up by counter. A line counts as
      *  accurate when the item it went into matched the master.

       212-TALLY-COUNTERS.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-COUNT-LINE-COUNT

              MOVE ZERO TO WS-FOUND-SUB
              PERFORM VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-COUNTER-COUNT
                 IF CN-COUNTER-ID(SUB) = CL-COUNTER-ID(SUB2)
                    MOVE SUB TO WS-FOUND-SUB
                    MOVE WS-COUNTER-COUNT TO SUB
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB

              IF WS-FOUND-SUB = 0
                 AND WS-COUNTER-COUNT < 1000
                 ADD 1 TO WS-COUNTER-COUNT
                 MOVE WS-COUNTER-COUNT TO WS-FOUND-SUB
                 MOVE CL-COUNTER-ID(SUB2)
                    TO CN-COUNTER-ID(WS-FOUND-SUB)
                 MOVE ZERO TO CN-LINES-COUNTED(WS-FOUND-SUB)
                 MOVE ZERO TO CN-LINES-ACCURATE(WS-FOUND-SUB)
              END-IF

              IF WS-FOUND-SUB > 0
                 ADD 1 TO CN-LINES-COUNTED(WS-FOUND-SUB)
                 IF CT-ACTION(CL-ITEM-SUB(SUB2)) = 'A'
                    ADD 1 TO CN-LINES-ACCURATE(WS-FOUND-SUB)
                 END-IF
              END-IF

           END-PERFORM
           MOVE 1 TO SUB2

           .

       214-PRINT-ACCURACY-LINE.

           MOVE WS-ACCURACY-PCT TO AD-PCT-OUT

           MOVE ACCURACY-DETAIL-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Prints the run totals - every count line read is
      *  either rolled into an item or rejected, and every item
      *  is accurate, posted, held, or not on the master.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'COUNT LINES READ:'        TO RT-LABEL-OUT
           MOVE WS-COUNT-READ-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'COUNT LINES REJECTED:'    TO RT-LABEL-OUT
           MOVE WS-COUNT-REJECT-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ITEMS COUNTED:'           TO RT-LABEL-OUT
           MOVE WS-COUNT-ITEM-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ITEMS ACCURATE:'          TO RT-LABEL-OUT
           MOVE WS-ITEM-ACCURATE-COUNT     TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ITEMS POSTED IN TOLERANCE:' TO RT-LABEL-OUT
           MOVE WS-ITEM-POSTED-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ITEMS HELD FOR APPROVAL:' TO RT-LABEL-OUT
           MOVE WS-ITEM-HELD-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ITEMS NOT ON MASTER:'     TO RT-LABEL-OUT
           MOVE WS-ITEM-NO-MASTER-COUNT    TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'APPROVALS READ:'          TO RT-LABEL-OUT
           MOVE WS-APPROVAL-READ-COUNT     TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'APPROVALS REJECTED:'      TO RT-LABEL-OUT
           MOVE WS-APPROVAL-REJECT-COUNT   TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'HELD ADJUSTMENTS RELEASED:' TO RT-LABEL-OUT
           MOVE WS-RELEASED-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'HELD ADJUSTMENTS REJECTED:' TO RT-LABEL-OUT
           MOVE WS-REJECTED-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'HELD ADJUSTMENTS RECOUNTED:' TO RT-LABEL-OUT
           MOVE WS-SUPERSEDED-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ADJUSTMENTS POSTED:'      TO RT-LABEL-OUT
           MOVE WS-ADJ-POSTED-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ADJUSTMENTS CLAMPED:'     TO RT-LABEL-OUT
           MOVE WS-ADJ-CLAMP-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ADJUSTMENTS DEFERRED:'    TO RT-LABEL-OUT
           MOVE WS-ADJ-OVERFLOW-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'MASTER RECORDS WRITTEN:'  TO RT-LABEL-OUT
           MOVE WS-MASTER-WRITE-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'ADJUSTMENTS STILL HELD:'  TO RT-LABEL-OUT
           MOVE WS-PENDING-WRITE-COUNT     TO RT-COUNT-OUT
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

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       228-WRITE-AMOUNT-LINE.

           MOVE AMOUNT-TOTAL-LINE TO COUNT-REPORT-REC
           WRITE COUNT-REPORT-REC
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

           MOVE 'PIZZA-CYCLE-COUNT   ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-COUNT-READ-COUNT    TO RL-READ-COUNT
           MOVE WS-ADJ-POSTED-COUNT    TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    COUNT-REPORT-FILE

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
