      **********************************************************
      *  This program maintains the reference files the
      *  inventory report depends on - TRUCK-NAME-REF,
      *  TREAT-PRICE-MASTER, the TREAT-COST-MASTER unit costs
      *  the margin report works from, the GL-ACCOUNT-REF chart
      *  of accounts behind the ledger extract, the SUPPLIER-REF
      *  file the commissary reorders from, and the sales-tax
      *  references - TAX-RATE-REF by district and TREAT-TAX-REF
      *  by treat - from a transaction file of ADD/CHANGE/DELETE
      *  requests, instead of anybody opening the files raw in a
      *  text editor.
      *  Every transaction is validated (ID lengths, numeric
      *  price, duplicates), the good ones are applied and
      *  listed before/after with who submitted them, and the
      *  bad ones are rejected with a reason so a short truck ID
      *  or a price keyed without the implied decimal can never
      *  silently break the report program's lookups again.
      *
      *  Price, unit-cost and taxability transactions can carry
      *  an effective date. One dated ahead is held on the
      *  pending-change file instead of applying, and each daily
      *  run promotes any pending change whose date has arrived
      *  - judged against the validated BUSINESS-DATE off
      *  RUN-DATE-PARM, never the machine clock - listing the
      *  promotion on this audit.
      *  Nobody draws the Sunday-night straw any more.
      **********************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Unit cost by treat name/size - what the commissary pays
      *  for one unit, kept beside the selling price so margin
      *  and cost of goods can be figured. Maintained and
      *  effective-dated exactly as prices are.

           SELECT TREAT-COST-MASTER
               ASSIGN TO 'TREAT-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCM-STATUS.

      *  Chart of accounts behind the nightly general-ledger
      *  extract - a posting key (SALES, CASH, CASHVAR, COMMEXP,
      *  COMMPAY) against the ledger account it books to.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

      *  Supplier reference - who supplies each treat name/size
      *  to the commissary, and the reorder point, reorder
      *  quantity and lead time the commissary run cuts its
      *  purchase orders by.

           SELECT SUPPLIER-REF
               ASSIGN TO 'SUPPLIER-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.

      *  Sales-tax rate by district. Each rate is its own record
      *  under the date it took effect, and the old ones stay on
      *  file - a sale is taxed at the rate in force on the day
      *  it was made, so a filing period that spans a rate change
      *  still figures right. Dating a rate ahead is how a
      *  coming change is keyed.

           SELECT TAX-RATE-REF
               ASSIGN TO 'TAX-RATE-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

      *  Taxable or exempt, by treat name/size. A treat with no
      *  record here is taxable.

           SELECT TREAT-TAX-REF
               ASSIGN TO 'TREAT-TAX-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTX-STATUS.

      *  Price, unit-cost and taxability changes approved ahead
      *  of their day - held here between runs, promoted onto their
      *  master by the first run whose business date reaches
      *  them.

           SELECT PENDING-PRICE-FILE
               ASSIGN TO 'PENDING-PRICE-CHG.TXT'
       DATA DIVISION.
       FILE SECTION.

      *  Transaction record. RM-FILE-CODE names the file it
      *  maintains:
      *     'T'  the truck name file
      *     'P'  the treat price master
      *     'G'  the chart of accounts
      *     'S'  the supplier file - supplier, reorder point,
      *          reorder quantity and lead days per treat
      *     'U'  the treat unit-cost master
      *     'R'  the district tax-rate file
      *     'X'  the treat taxability file
      *  RM-ACTION is 'A', 'C', or 'D'. The truck fields are
      *  used for 'T' transactions and the treat fields for 'P';
      *  a 'G' transaction carries its posting key in the first
      *  twelve bytes of the treat-name field and its account
      *  number in the trailing field. The price
      *  rides as raw characters so a non numeric keying shows
      *  up on the audit listing exactly as it was submitted.

      *  and reads with the field blank - it applies the moment
      *  the run sees it, exactly as before.

      *  An 'S' transaction maintains the supplier file and is
      *  read through SUPPLIER-MAINT-REC below: the supplier ID
      *  and name ride the truck fields, the lead days the
      *  district field, the treat it supplies the treat fields,
      *  the reorder point the price field, and the reorder
      *  quantity the first four bytes of the account field.

      *  A 'U' transaction maintains the unit-cost master. It
      *  reads exactly like a 'P' - treat name/size, the cost in
      *  the price field, and an optional effective date.

      *  An 'R' transaction maintains the tax-rate file: the
      *  district in the district field, the date the rate takes
      *  effect in the effective-date field (required - it is
      *  half the key), and the rate as a percentage in the
      *  price field, 0825 for 8.25 percent.

      *  An 'X' transaction maintains the treat taxability file:
      *  treat name/size, 'T' (taxable) or 'E' (exempt) in the
      *  first byte of the price field, and an optional
      *  effective date that holds it the way a price holds.

       FD  REF-MAINT-TRANS
           RECORD CONTAINS 49 TO 65 CHARACTERS.
       01  REF-MAINT-TRANS-REC.
           05  RM-EFFECTIVE-NUM REDEFINES RM-EFFECTIVE-DATE
                                  PIC 9(8).
           05  RM-GL-ACCOUNT      PIC X(8).
       01  SUPPLIER-MAINT-REC.
           05  FILLER             PIC X(7).
           05  SM-SUPPLIER-ID     PIC X(4).
           05  SM-SUPPLIER-NAME   PIC X(15).
           05  SM-LEAD-DAYS       PIC X(3).
           05  SM-TREAT-NAME      PIC X(15).
           05  SM-TREAT-SIZE      PIC X.
           05  SM-REORDER-POINT   PIC X(4).
           05  FILLER             PIC X(8).
           05  SM-REORDER-QTY     PIC X(4).
           05  FILLER             PIC X(4).

      *  Chart-of-accounts record - posting key and the ledger
      *  account it books to.
           05  GLA-KEY            PIC X(12).
           05  GLA-ACCOUNT        PIC X(8).

      *  Supplier record - one per treat name/size the
      *  commissary stocks: the supplier, its reorder point and
      *  reorder quantity in units, and its lead time in days.

       FD  SUPPLIER-REF
           RECORD CONTAINS 46 CHARACTERS.
       01  SUPPLIER-REF-REC.
           05  SR-SUPPLIER-ID     PIC X(4).
           05  SR-SUPPLIER-NAME   PIC X(15).
           05  SR-TREAT-NAME      PIC X(15).
           05  SR-TREAT-SIZE      PIC X.
           05  SR-REORDER-POINT   PIC 9(4).
           05  SR-REORDER-QTY     PIC 9(4).
           05  SR-LEAD-DAYS       PIC 9(3).

      *  Tax-rate record - district, the date the rate took
      *  effect, and the rate in percent.

       FD  TAX-RATE-REF
           RECORD CONTAINS 15 CHARACTERS.
       01  TAX-RATE-REF-REC.
           05  TXR-DISTRICT       PIC X(3).
           05  TXR-EFFECTIVE-DATE PIC 9(8).
           05  TXR-RATE           PIC 99V99.

      *  Treat taxability record - 'T' taxable, 'E' exempt.

       FD  TREAT-TAX-REF
           RECORD CONTAINS 17 CHARACTERS.
       01  TREAT-TAX-REF-REC.
           05  TTX-TREAT-NAME     PIC X(15).
           05  TTX-TREAT-SIZE     PIC X.
           05  TTX-TAX-FLAG       PIC X.

      *  Pending change record - the transaction's own fields
      *  plus the date it goes live, and the file code it came
      *  in under ('P' price, 'U' unit cost, 'X' taxability).
      *  A 34 byte record written before unit costs were kept
      *  reads with the file code blank and is a price change.

       FD  PENDING-PRICE-FILE
           RECORD CONTAINS 34 TO 35 CHARACTERS.
       01  PENDING-PRICE-REC.
           05  PD-ACTION          PIC X.
           05  PD-SUBMITTER       PIC X(5).
           05  PD-TREAT-SIZE      PIC X.
           05  PD-PRICE           PIC X(4).
           05  PD-EFFECTIVE-DATE  PIC 9(8).
           05  PD-FILE-CODE       PIC X.

      *  Same layout the report program reads - the pull-days
      *  field after the date belongs to it and rides along.
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

      *  Unit-cost record - same shape as the price record.

       FD  TREAT-COST-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  TREAT-COST-MASTER-REC.
           05  TCM-NAME-IN            PIC X(15).
           05  TCM-SIZE-IN            PIC X.
           05  TCM-COST-IN            PIC 99V99.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-AUDIT-REC            PIC X(80).
       01  WS-PND-STATUS                PIC XX.
       01  WS-RDP-STATUS                PIC XX.
       01  WS-GLA-STATUS                PIC XX.
       01  WS-SPR-STATUS                PIC XX.
       01  WS-TCM-STATUS                PIC XX.
       01  WS-TXR-STATUS                PIC XX.
       01  WS-TTX-STATUS                PIC XX.

      *  Run-log working fields - start stamp captured the
      *  moment housekeeping begins, outcome CLEAN or STOPPED.
               10  TPM-PRICE            PIC 99V99.
               10  TPM-ACTIVE           PIC X.

      *  Unit-cost master held the same way, with the same
      *  capacity stop.

       01  WS-TREAT-COST-COUNT          PIC 9(4)    VALUE 0.
       01  WS-TCM-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

       01  TREAT-COST-TABLE.
           05  TREAT-COST-ENTRY OCCURS 1000 TIMES.
               10  TCT-NAME             PIC X(15).
               10  TCT-SIZE             PIC X.
               10  TCT-COST             PIC 99V99.
               10  TCT-ACTIVE           PIC X.

      *  Chart of accounts held like the other reference files -
      *  loaded whole, maintained in the table, rewritten whole.

               10  GA-ACCOUNT           PIC X(8).
               10  GA-ACTIVE            PIC X.

      *  Tax rates and treat taxability held the same way, with
      *  the same capacity stop.

       01  WS-TAX-RATE-COUNT            PIC 9(4)    VALUE 0.
       01  WS-TXR-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 1000 TIMES.
               10  TXT-DISTRICT         PIC X(3).
               10  TXT-EFFECTIVE-DATE   PIC 9(8).
               10  TXT-RATE             PIC 99V99.
               10  TXT-ACTIVE           PIC X.

       01  WS-TREAT-TAX-COUNT           PIC 9(4)    VALUE 0.
       01  WS-TTX-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

       01  TREAT-TAX-TABLE.
           05  TREAT-TAX-ENTRY OCCURS 1000 TIMES.
               10  TTT-NAME             PIC X(15).
               10  TTT-SIZE             PIC X.
               10  TTT-TAX-FLAG         PIC X.
               10  TTT-ACTIVE           PIC X.

      *  Supplier file held the same way - loaded whole,
      *  maintained in the table, rewritten whole, with the same
      *  capacity stop.

       01  WS-SUPPLIER-COUNT            PIC 9(4)    VALUE 0.
       01  WS-SPR-OVERFLOW-COUNT        PIC 9(4)    VALUE 0.

       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 1000 TIMES.
               10  SP-SUPPLIER-ID       PIC X(4).
               10  SP-SUPPLIER-NAME     PIC X(15).
               10  SP-TREAT-NAME        PIC X(15).
               10  SP-TREAT-SIZE        PIC X.
               10  SP-REORDER-POINT     PIC 9(4).
               10  SP-REORDER-QTY       PIC 9(4).
               10  SP-LEAD-DAYS         PIC 9(3).
               10  SP-ACTIVE            PIC X.

      *  Pending price changes held between runs, rewritten
      *  whole at end of run like the reference files are, so
      *  the same capacity stop protects it.
               10  PDT-TREAT-SIZE       PIC X.
               10  PDT-PRICE            PIC X(4).
               10  PDT-EFFECTIVE-DATE   PIC 9(8).
               10  PDT-FILE-CODE        PIC X.
               10  PDT-ACTIVE           PIC X.

      *  Current date for the audit header - maintenance is an
          05 GCE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

       01 SUPPLIER-CAP-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'SUPPLIER FILE EXCEEDS TABLE, RECS   '.
          05 SCE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

       01 TAXRATE-CAP-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'TAX RATE FILE EXCEEDS TABLE, RECS   '.
          05 TRE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

       01 TREATTAX-CAP-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'TREAT TAX FILE EXCEEDS TABLE, RECS  '.
          05 TTE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

       01 PENDING-CAP-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
          05 PCE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

       01 COST-CAP-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'UNIT COST FILE EXCEEDS TABLE, RECS  '.
          05 CCE-COUNT-OUT   PIC ZZZ9.
          05 FILLER          PIC X(8)  VALUE ' DROPPED'.

      *  Printed once when no usable business date could be
      *  established - ordinary transactions still apply, but
      *  every dated change holds and nothing promotes.
          05 FILLER          PIC X(52) VALUE
             'NO BUSINESS DATE - DATED CHANGES HELD, NONE PROMOTED'.

      *  Printed under a price or cost transaction held for its
      *  effective date, and over a pending change as it is
      *  promoted onto the master.

          05 FILLER          PIC X(5)  VALUE SPACES.
          05 AI-TAG-OUT      PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AI-IMAGE-OUT    PIC X(50).

       01 AUDIT-REJECT-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
           PERFORM 150-PROCESS-TRANS
           PERFORM 210-REWRITE-TRUCK-NAMES
           PERFORM 215-REWRITE-TREAT-PRICES
           PERFORM 216-REWRITE-TREAT-COSTS
           PERFORM 218-REWRITE-GL-ACCOUNTS
           PERFORM 219-REWRITE-SUPPLIERS
           PERFORM 217-REWRITE-TAX-RATES
           PERFORM 221-REWRITE-TREAT-TAX
           PERFORM 220-REWRITE-PENDING
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE
           PERFORM 127-LOAD-TRUCK-NAMES
           PERFORM 128-LOAD-TREAT-PRICES
           PERFORM 133-LOAD-GL-ACCOUNTS
           PERFORM 134-LOAD-SUPPLIERS
           PERFORM 135-LOAD-TREAT-COSTS
           PERFORM 136-LOAD-TAX-RATES
           PERFORM 137-LOAD-TREAT-TAX
           PERFORM 131-GET-BUSINESS-DATE
           PERFORM 132-LOAD-PENDING
           PERFORM 129-CHECK-TABLE-CAPACITY
              STOP RUN
           END-IF

      *  The supplier file gets the same stop.

           IF WS-SPR-OVERFLOW-COUNT > 0
              MOVE WS-SPR-OVERFLOW-COUNT TO SCE-COUNT-OUT
              MOVE SUPPLIER-CAP-ERROR-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              MOVE CAPACITY-STOP-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              CLOSE REF-MAINT-TRANS
                    MAINT-AUDIT-FILE
              MOVE 'STOPPED ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG
              STOP RUN
           END-IF

      *  The unit-cost master gets the same stop.

           IF WS-TCM-OVERFLOW-COUNT > 0
              MOVE WS-TCM-OVERFLOW-COUNT TO CCE-COUNT-OUT
              MOVE COST-CAP-ERROR-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              MOVE CAPACITY-STOP-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              CLOSE REF-MAINT-TRANS
                    MAINT-AUDIT-FILE
              MOVE 'STOPPED ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG
              STOP RUN
           END-IF

      *  The two tax files get the same stop.

           IF WS-TXR-OVERFLOW-COUNT > 0
              MOVE WS-TXR-OVERFLOW-COUNT TO TRE-COUNT-OUT
              MOVE TAXRATE-CAP-ERROR-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              MOVE CAPACITY-STOP-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              CLOSE REF-MAINT-TRANS
                    MAINT-AUDIT-FILE
              MOVE 'STOPPED ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG
              STOP RUN
           END-IF

           IF WS-TTX-OVERFLOW-COUNT > 0
              MOVE WS-TTX-OVERFLOW-COUNT TO TTE-COUNT-OUT
              MOVE TREATTAX-CAP-ERROR-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              MOVE CAPACITY-STOP-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC
                    AFTER ADVANCING 1 LINE
              CLOSE REF-MAINT-TRANS
                    MAINT-AUDIT-FILE
              MOVE 'STOPPED ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG
              STOP RUN
           END-IF

      *  The pending file is rewritten whole from its table at
      *  end of run, same as the reference files - a pending
      *  file that did not fully load gets the same stop.

           .

      *  Loads the pending price and cost changes left by
      *  earlier runs. A missing file is simply a system with
      *  nothing pending.

       132-LOAD-PENDING.

                             TO PDT-PRICE(WS-PENDING-COUNT)
                          MOVE PD-EFFECTIVE-DATE
                             TO PDT-EFFECTIVE-DATE(WS-PENDING-COUNT)
                          IF PD-FILE-CODE = 'U'
                             OR PD-FILE-CODE = 'X'
                             MOVE PD-FILE-CODE
                                TO PDT-FILE-CODE(WS-PENDING-COUNT)
                          ELSE
                             MOVE 'P'
                                TO PDT-FILE-CODE(WS-PENDING-COUNT)
                          END-IF
                          MOVE 'Y'
                             TO PDT-ACTIVE(WS-PENDING-COUNT)
                       ELSE

           .

      *  Loads the supplier table the same way. A missing file
      *  just leaves the table empty.

       134-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-REF

           IF WS-SPR-STATUS = '00'
              PERFORM UNTIL WS-SPR-STATUS NOT = '00'
                 READ SUPPLIER-REF
                    AT END
                       MOVE '10' TO WS-SPR-STATUS
                    NOT AT END
                       IF WS-SUPPLIER-COUNT < 1000
                          ADD 1 TO WS-SUPPLIER-COUNT
                          MOVE SR-SUPPLIER-ID
                             TO SP-SUPPLIER-ID(WS-SUPPLIER-COUNT)
                          MOVE SR-SUPPLIER-NAME
                             TO SP-SUPPLIER-NAME(WS-SUPPLIER-COUNT)
                          MOVE SR-TREAT-NAME
                             TO SP-TREAT-NAME(WS-SUPPLIER-COUNT)
                          MOVE SR-TREAT-SIZE
                             TO SP-TREAT-SIZE(WS-SUPPLIER-COUNT)
                          MOVE SR-REORDER-POINT
                             TO SP-REORDER-POINT(WS-SUPPLIER-COUNT)
                          MOVE SR-REORDER-QTY
                             TO SP-REORDER-QTY(WS-SUPPLIER-COUNT)
                          MOVE SR-LEAD-DAYS
                             TO SP-LEAD-DAYS(WS-SUPPLIER-COUNT)
                          MOVE 'Y'
                             TO SP-ACTIVE(WS-SUPPLIER-COUNT)
                       ELSE
                          ADD 1 TO WS-SPR-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-REF
           END-IF

           .

      *  Loads the unit-cost table the same way. A missing file
      *  just leaves the table empty.

       135-LOAD-TREAT-COSTS.

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
                          MOVE 'Y'
                             TO TCT-ACTIVE(WS-TREAT-COST-COUNT)
                       ELSE
                          ADD 1 TO WS-TCM-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-COST-MASTER
           END-IF

           .

      *  Loads the tax-rate table the same way. A missing file
      *  just leaves the table empty.

       136-LOAD-TAX-RATES.

           OPEN INPUT TAX-RATE-REF

           IF WS-TXR-STATUS = '00'
              PERFORM UNTIL WS-TXR-STATUS NOT = '00'
                 READ TAX-RATE-REF
                    AT END
                       MOVE '10' TO WS-TXR-STATUS
                    NOT AT END
                       IF WS-TAX-RATE-COUNT < 1000
                          ADD 1 TO WS-TAX-RATE-COUNT
                          MOVE TXR-DISTRICT
                             TO TXT-DISTRICT(WS-TAX-RATE-COUNT)
                          MOVE TXR-EFFECTIVE-DATE
                             TO TXT-EFFECTIVE-DATE(WS-TAX-RATE-COUNT)
                          MOVE TXR-RATE
                             TO TXT-RATE(WS-TAX-RATE-COUNT)
                          MOVE 'Y'
                             TO TXT-ACTIVE(WS-TAX-RATE-COUNT)
                       ELSE
                          ADD 1 TO WS-TXR-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-REF
           END-IF

           .

      *  Loads the treat taxability table the same way. A
      *  missing file just leaves the table empty.

       137-LOAD-TREAT-TAX.

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
                             TO TTT-NAME(WS-TREAT-TAX-COUNT)
                          MOVE TTX-TREAT-SIZE
                             TO TTT-SIZE(WS-TREAT-TAX-COUNT)
                          MOVE TTX-TAX-FLAG
                             TO TTT-TAX-FLAG(WS-TREAT-TAX-COUNT)
                          MOVE 'Y'
                             TO TTT-ACTIVE(WS-TREAT-TAX-COUNT)
                       ELSE
                          ADD 1 TO WS-TTX-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TREAT-TAX-REF
           END-IF

           .

      *  Walks the pending table and promotes every change whose
      *  effective date has arrived, by staging it back through
      *  the ordinary price- or cost-transaction path - so a
      *  promotion gets the same validation, the same
      *  before/after images, and the same audit trail a keyed
      *  transaction gets. The effective date is blanked in the
      *  staging so the hold check sees an immediate change, and
      *  WS-PROMOTING keeps the bookkeeping straight.

       145-PROMOTE-PENDING.


       147-PROMOTE-ONE-CHANGE.

           MOVE PDT-FILE-CODE(SUB3)      TO RM-FILE-CODE
           MOVE PDT-ACTION(SUB3)         TO RM-ACTION
           MOVE PDT-SUBMITTER(SUB3)      TO RM-SUBMITTER
           MOVE PDT-TREAT-NAME(SUB3)     TO RM-TREAT-NAME
           MOVE WS-TRANS-APPLIED-COUNT TO WS-APPLIED-SNAPSHOT

           MOVE 'Y' TO WS-PROMOTING
           EVALUATE RM-FILE-CODE
              WHEN 'U'
                 PERFORM 200-APPLY-COST-TRANS
              WHEN 'X'
                 PERFORM 234-APPLY-TAXABILITY-TRANS
              WHEN OTHER
                 PERFORM 170-APPLY-PRICE-TRANS
           END-EVALUATE
           MOVE 'N' TO WS-PROMOTING

           IF WS-TRANS-APPLIED-COUNT > WS-APPLIED-SNAPSHOT
           .

      *  Reads every maintenance transaction and routes it by
      *  file code. Anything that is not 'T', 'P', 'G', 'S',
      *  'U', 'R' or 'X' rejects here.

       150-PROCESS-TRANS.

                             PERFORM 170-APPLY-PRICE-TRANS
                          WHEN 'G'
                             PERFORM 180-APPLY-GL-TRANS
                          WHEN 'S'
                             PERFORM 190-APPLY-SUPPLIER-TRANS
                          WHEN 'U'
                             PERFORM 200-APPLY-COST-TRANS
                          WHEN 'R'
                             PERFORM 228-APPLY-RATE-TRANS
                          WHEN 'X'
                             PERFORM 234-APPLY-TAXABILITY-TRANS
                          WHEN OTHER
                             MOVE 'UNKNOWN FILE CODE'
                                TO WS-REJECT-REASON
                 MOVE 'GLACCT' TO AT-FILE-OUT
                 MOVE SPACES TO AT-KEY-OUT
                 MOVE RM-TREAT-NAME(1:12) TO AT-KEY-OUT
              WHEN 'S'
                 MOVE 'SUPPLR' TO AT-FILE-OUT
                 MOVE SPACES TO AT-KEY-OUT
                 STRING SM-TREAT-NAME DELIMITED BY '  '
                        '/'           DELIMITED BY SIZE
                        SM-TREAT-SIZE DELIMITED BY SIZE
                        INTO AT-KEY-OUT
              WHEN 'U'
                 MOVE 'COST'   TO AT-FILE-OUT
                 MOVE SPACES TO AT-KEY-OUT
                 STRING RM-TREAT-NAME DELIMITED BY '  '
                        '/'           DELIMITED BY SIZE
                        RM-TREAT-SIZE DELIMITED BY SIZE
                        INTO AT-KEY-OUT
              WHEN 'R'
                 MOVE 'TAXRAT' TO AT-FILE-OUT
                 MOVE SPACES TO AT-KEY-OUT
                 STRING RM-DISTRICT       DELIMITED BY SIZE
                        '/'               DELIMITED BY SIZE
                        RM-EFFECTIVE-DATE DELIMITED BY SIZE
                        INTO AT-KEY-OUT
              WHEN 'X'
                 MOVE 'TAXBLE' TO AT-FILE-OUT
                 MOVE SPACES TO AT-KEY-OUT
                 STRING RM-TREAT-NAME DELIMITED BY '  '
                        '/'           DELIMITED BY SIZE
                        RM-TREAT-SIZE DELIMITED BY SIZE
                        INTO AT-KEY-OUT
              WHEN OTHER
                 MOVE RM-FILE-CODE TO AT-FILE-OUT
                 MOVE SPACES       TO AT-KEY-OUT

           .

      *  Puts one validated, dated price, cost or taxability
      *  transaction on hold - into the pending table under its
      *  file code, to be promoted by the first run whose
      *  business date reaches it.

       171-HOLD-PRICE-TRANS.

              MOVE RM-PRICE      TO PDT-PRICE(WS-PENDING-COUNT)
              MOVE RM-EFFECTIVE-NUM
                 TO PDT-EFFECTIVE-DATE(WS-PENDING-COUNT)
              MOVE RM-FILE-CODE  TO PDT-FILE-CODE(WS-PENDING-COUNT)
              MOVE 'Y'           TO PDT-ACTIVE(WS-PENDING-COUNT)
              ADD 1 TO WS-TRANS-HELD-COUNT
              MOVE RM-EFFECTIVE-NUM TO HN-DATE-OUT

           .

      *  Validates and applies one supplier transaction. The
      *  treat name/size is the key, same codes the price master
      *  takes. An add or change must name a supplier with a
      *  four-character ID, and carry an all-digit reorder
      *  point, a reorder quantity above zero, and all-digit
      *  lead days - a blank or keyed-wrong figure here is the
      *  commissary never reordering a treat.

       190-APPLY-SUPPLIER-TRANS.

           EVALUATE TRUE
              WHEN SM-TREAT-NAME = SPACES
                 MOVE 'TREAT NAME BLANK' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN SM-TREAT-SIZE NOT = 'L'
                 AND SM-TREAT-SIZE NOT = 'M'
                 AND SM-TREAT-SIZE NOT = 'S'
                 MOVE 'SIZE NOT L/M/S' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND (SM-SUPPLIER-ID(1:1) = SPACE
                    OR SM-SUPPLIER-ID(2:1) = SPACE
                    OR SM-SUPPLIER-ID(3:1) = SPACE
                    OR SM-SUPPLIER-ID(4:1) = SPACE)
                 MOVE 'SUPPLIER ID NOT 4 CHARS' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND SM-SUPPLIER-NAME = SPACES
                 MOVE 'SUPPLIER NAME BLANK' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND SM-REORDER-POINT NOT NUMERIC
                 MOVE 'REORDER PT NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND (SM-REORDER-QTY NOT NUMERIC
                    OR SM-REORDER-QTY = '0000')
                 MOVE 'REORDER QTY NOT > ZERO' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND SM-LEAD-DAYS NOT NUMERIC
                 MOVE 'LEAD DAYS NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 PERFORM 191-FIND-SUPPLIER-ENTRY
                 EVALUATE RM-ACTION
                    WHEN 'A'
                       PERFORM 192-ADD-SUPPLIER
                    WHEN 'C'
                       PERFORM 193-CHANGE-SUPPLIER
                    WHEN 'D'
                       PERFORM 194-DELETE-SUPPLIER
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                       PERFORM 195-PRINT-REJECT
                 END-EVALUATE
           END-EVALUATE

           .

      *  Finds the active table entry for the transaction's
      *  treat name/size, zero when it is not on file.

       191-FIND-SUPPLIER-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-SUPPLIER-COUNT
              IF SP-TREAT-NAME(SUB2) = SM-TREAT-NAME
                 AND SP-TREAT-SIZE(SUB2) = SM-TREAT-SIZE
                 AND SP-ACTIVE(SUB2) = 'Y'
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-SUPPLIER-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       192-ADD-SUPPLIER.

           EVALUATE TRUE
              WHEN WS-FOUND-SUB > 0
                 MOVE 'DUPLICATE TREAT/SIZE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-SUPPLIER-COUNT NOT < 1000
                 MOVE 'SUPPLIER TABLE FULL' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 ADD 1 TO WS-SUPPLIER-COUNT
                 MOVE SM-TREAT-NAME
                    TO SP-TREAT-NAME(WS-SUPPLIER-COUNT)
                 MOVE SM-TREAT-SIZE
                    TO SP-TREAT-SIZE(WS-SUPPLIER-COUNT)
                 MOVE 'Y' TO SP-ACTIVE(WS-SUPPLIER-COUNT)
                 MOVE WS-SUPPLIER-COUNT TO WS-FOUND-SUB
                 MOVE SM-SUPPLIER-ID
                    TO SP-SUPPLIER-ID(WS-FOUND-SUB)
                 MOVE SM-SUPPLIER-NAME
                    TO SP-SUPPLIER-NAME(WS-FOUND-SUB)
                 MOVE SM-REORDER-POINT
                    TO SP-REORDER-POINT(WS-FOUND-SUB)
                 MOVE SM-REORDER-QTY
                    TO SP-REORDER-QTY(WS-FOUND-SUB)
                 MOVE SM-LEAD-DAYS
                    TO SP-LEAD-DAYS(WS-FOUND-SUB)
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
                 MOVE 'BEFORE' TO AI-TAG-OUT
                 MOVE '(NOT ON FILE)' TO AI-IMAGE-OUT
                 PERFORM 197-PRINT-IMAGE
                 MOVE 'AFTER'  TO AI-TAG-OUT
                 PERFORM 196-PRINT-SUPPLIER-IMAGE
           END-EVALUATE

           .

       193-CHANGE-SUPPLIER.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 196-PRINT-SUPPLIER-IMAGE
              MOVE SM-SUPPLIER-ID
                 TO SP-SUPPLIER-ID(WS-FOUND-SUB)
              MOVE SM-SUPPLIER-NAME
                 TO SP-SUPPLIER-NAME(WS-FOUND-SUB)
              MOVE SM-REORDER-POINT
                 TO SP-REORDER-POINT(WS-FOUND-SUB)
              MOVE SM-REORDER-QTY
                 TO SP-REORDER-QTY(WS-FOUND-SUB)
              MOVE SM-LEAD-DAYS
                 TO SP-LEAD-DAYS(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              PERFORM 196-PRINT-SUPPLIER-IMAGE
           END-IF

           .

       194-DELETE-SUPPLIER.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 196-PRINT-SUPPLIER-IMAGE
              MOVE 'N' TO SP-ACTIVE(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              MOVE '(DELETED)' TO AI-IMAGE-OUT
              PERFORM 197-PRINT-IMAGE
           END-IF

           .

      *  Prints the reject line with its reason and counts it.

       195-PRINT-REJECT.

           ADD 1 TO WS-TRANS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO AR-REASON-OUT
           MOVE AUDIT-REJECT-LINE TO MAINT-AUDIT-REC
           WRITE MAINT-AUDIT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Stages the supplier entry WS-FOUND-SUB points at as the
      *  image and prints it - supplier, then reorder point,
      *  reorder quantity, and lead days.

       196-PRINT-SUPPLIER-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           STRING SP-SUPPLIER-ID(WS-FOUND-SUB)   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  SP-SUPPLIER-NAME(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' ROP '                        DELIMITED BY SIZE
                  SP-REORDER-POINT(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' QTY '                        DELIMITED BY SIZE
                  SP-REORDER-QTY(WS-FOUND-SUB)   DELIMITED BY SIZE
                  ' LT '                         DELIMITED BY SIZE
                  SP-LEAD-DAYS(WS-FOUND-SUB)     DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           PERFORM 197-PRINT-IMAGE

           .

      *  Prints one before/after image line as already staged in
      *  AUDIT-IMAGE-LINE.

       197-PRINT-IMAGE.

           MOVE AUDIT-IMAGE-LINE TO MAINT-AUDIT-REC
           WRITE MAINT-AUDIT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Stages the transaction's truck values as the image and
      *  prints it - used for the AFTER side of adds and changes.

       198-PRINT-TRUCK-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           STRING RM-TRUCK-ID   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  RM-TRUCK-NAME DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  RM-DISTRICT   DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           PERFORM 197-PRINT-IMAGE

           .

      *  Stages the table entry WS-FOUND-SUB points at as the
      *  image and prints it - both sides of price changes use
      *  the table so the implied-decimal price always lists in
      *  its edited form.

       199-PRINT-PRICE-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           MOVE TPM-PRICE(WS-FOUND-SUB) TO WS-PRICE-EDIT
           STRING TPM-NAME(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  TPM-SIZE(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' $'                   DELIMITED BY SIZE
                  WS-PRICE-EDIT          DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           PERFORM 197-PRINT-IMAGE

           .

      *  Validates and applies one unit-cost transaction - the
      *  same edits a price gets, and the same effective-date
      *  hold, sharing the pending table with the price
      *  changes under its own file code.

       200-APPLY-COST-TRANS.

           EVALUATE TRUE
              WHEN RM-TREAT-NAME = SPACES
                 MOVE 'TREAT NAME BLANK' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-TREAT-SIZE NOT = 'L'
                 AND RM-TREAT-SIZE NOT = 'M'
                 AND RM-TREAT-SIZE NOT = 'S'
                 MOVE 'SIZE NOT L/M/S' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND RM-PRICE NOT NUMERIC
                 MOVE 'COST NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-EFFECTIVE-DATE NOT = SPACES
                 AND RM-EFFECTIVE-DATE NOT NUMERIC
                 MOVE 'EFF DATE NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-PROMOTING NOT = 'Y'
                 AND RM-EFFECTIVE-DATE NUMERIC
                 AND RM-EFFECTIVE-NUM > 0
                 AND (WS-DATE-OK NOT = 'Y'
                    OR RM-EFFECTIVE-NUM > WS-BUSINESS-DATE)
                 PERFORM 171-HOLD-PRICE-TRANS
              WHEN OTHER
                 PERFORM 202-FIND-COST-ENTRY
                 EVALUATE RM-ACTION
                    WHEN 'A'
                       PERFORM 204-ADD-COST
                    WHEN 'C'
                       PERFORM 206-CHANGE-COST
                    WHEN 'D'
                       PERFORM 208-DELETE-COST
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                       PERFORM 195-PRINT-REJECT
                 END-EVALUATE
           END-EVALUATE

           .

      *  Finds the active unit-cost entry for the transaction's
      *  treat name/size, zero when it is not on file.

       202-FIND-COST-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-COST-COUNT
              IF TCT-NAME(SUB2) = RM-TREAT-NAME
                 AND TCT-SIZE(SUB2) = RM-TREAT-SIZE
                 AND TCT-ACTIVE(SUB2) = 'Y'
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TREAT-COST-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       204-ADD-COST.

           EVALUATE TRUE
              WHEN WS-FOUND-SUB > 0
                 MOVE 'DUPLICATE TREAT/SIZE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-TREAT-COST-COUNT NOT < 1000
                 MOVE 'COST TABLE FULL' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 ADD 1 TO WS-TREAT-COST-COUNT
                 MOVE RM-TREAT-NAME
                    TO TCT-NAME(WS-TREAT-COST-COUNT)
                 MOVE RM-TREAT-SIZE
                    TO TCT-SIZE(WS-TREAT-COST-COUNT)
                 MOVE RM-PRICE-NUM
                    TO TCT-COST(WS-TREAT-COST-COUNT)
                 MOVE 'Y' TO TCT-ACTIVE(WS-TREAT-COST-COUNT)
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
                 MOVE 'BEFORE' TO AI-TAG-OUT
                 MOVE '(NOT ON FILE)' TO AI-IMAGE-OUT
                 PERFORM 197-PRINT-IMAGE
                 MOVE 'AFTER'  TO AI-TAG-OUT
                 MOVE WS-TREAT-COST-COUNT TO WS-FOUND-SUB
                 PERFORM 209-PRINT-COST-IMAGE
           END-EVALUATE

           .

       206-CHANGE-COST.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 209-PRINT-COST-IMAGE
              MOVE RM-PRICE-NUM TO TCT-COST(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              PERFORM 209-PRINT-COST-IMAGE
           END-IF

           .

       208-DELETE-COST.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 209-PRINT-COST-IMAGE
              MOVE 'N' TO TCT-ACTIVE(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              MOVE '(DELETED)' TO AI-IMAGE-OUT
              PERFORM 197-PRINT-IMAGE
           END-IF

           .

      *  Stages the unit-cost entry WS-FOUND-SUB points at as
      *  the image and prints it, edited the same way a price
      *  is.

       209-PRINT-COST-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           MOVE TCT-COST(WS-FOUND-SUB) TO WS-PRICE-EDIT
           STRING TCT-NAME(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  TCT-SIZE(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' COST $'              DELIMITED BY SIZE
                  WS-PRICE-EDIT          DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           PERFORM 197-PRINT-IMAGE

           .

      *  Rewrites TRUCK-NAME-REF whole from the table, skipping
      *  entries deleted this run.

       210-REWRITE-TRUCK-NAMES.

           OPEN OUTPUT TRUCK-NAME-REF


           .

      *  Rewrites TREAT-COST-MASTER the same way.

       216-REWRITE-TREAT-COSTS.

           OPEN OUTPUT TREAT-COST-MASTER

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-COST-COUNT
              IF TCT-ACTIVE(SUB2) = 'Y'
                 MOVE TCT-NAME(SUB2) TO TCM-NAME-IN
                 MOVE TCT-SIZE(SUB2) TO TCM-SIZE-IN
                 MOVE TCT-COST(SUB2) TO TCM-COST-IN
                 WRITE TREAT-COST-MASTER-REC
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE TREAT-COST-MASTER

           .

      *  Rewrites TAX-RATE-REF the same way.

       217-REWRITE-TAX-RATES.

           OPEN OUTPUT TAX-RATE-REF

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TAX-RATE-COUNT
              IF TXT-ACTIVE(SUB2) = 'Y'
                 MOVE TXT-DISTRICT(SUB2)       TO TXR-DISTRICT
                 MOVE TXT-EFFECTIVE-DATE(SUB2) TO TXR-EFFECTIVE-DATE
                 MOVE TXT-RATE(SUB2)           TO TXR-RATE
                 WRITE TAX-RATE-REF-REC
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE TAX-RATE-REF

           .

      *  Rewrites GL-ACCOUNT-REF the same way.

       218-REWRITE-GL-ACCOUNTS.

           .

      *  Rewrites SUPPLIER-REF the same way.

       219-REWRITE-SUPPLIERS.

           OPEN OUTPUT SUPPLIER-REF

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-SUPPLIER-COUNT
              IF SP-ACTIVE(SUB2) = 'Y'
                 MOVE SP-SUPPLIER-ID(SUB2)   TO SR-SUPPLIER-ID
                 MOVE SP-SUPPLIER-NAME(SUB2) TO SR-SUPPLIER-NAME
                 MOVE SP-TREAT-NAME(SUB2)    TO SR-TREAT-NAME
                 MOVE SP-TREAT-SIZE(SUB2)    TO SR-TREAT-SIZE
                 MOVE SP-REORDER-POINT(SUB2) TO SR-REORDER-POINT
                 MOVE SP-REORDER-QTY(SUB2)   TO SR-REORDER-QTY
                 MOVE SP-LEAD-DAYS(SUB2)     TO SR-LEAD-DAYS
                 WRITE SUPPLIER-REF-REC
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE SUPPLIER-REF

           .

      *  Rewrites the pending file whole from its table -
      *  changes still waiting ride forward, promoted ones drop
      *  off, and anything held this run joins the file.
                 MOVE PDT-TREAT-SIZE(SUB2)     TO PD-TREAT-SIZE
                 MOVE PDT-PRICE(SUB2)          TO PD-PRICE
                 MOVE PDT-EFFECTIVE-DATE(SUB2) TO PD-EFFECTIVE-DATE
                 MOVE PDT-FILE-CODE(SUB2)      TO PD-FILE-CODE
                 WRITE PENDING-PRICE-REC
              END-IF
           END-PERFORM

           .

      *  Rewrites TREAT-TAX-REF the same way.

       221-REWRITE-TREAT-TAX.

           OPEN OUTPUT TREAT-TAX-REF

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-TAX-COUNT
              IF TTT-ACTIVE(SUB2) = 'Y'
                 MOVE TTT-NAME(SUB2)     TO TTX-TREAT-NAME
                 MOVE TTT-SIZE(SUB2)     TO TTX-TREAT-SIZE
                 MOVE TTT-TAX-FLAG(SUB2) TO TTX-TAX-FLAG
                 WRITE TREAT-TAX-REF-REC
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE TREAT-TAX-REF

           .

      *  Prints the run totals so the audit listing balances -
      *  every transaction read is either applied, held, or
      *  rejected, with promotions counted on their own line.

           .

      *  Validates and applies one tax-rate transaction. The
      *  district must be one of the three the trucks run in,
      *  the effective date must be a real date - it is half the
      *  key - and an add or change must carry an all-digit
      *  rate. A rate is never held: it goes on file under its
      *  own date, and everything that taxes a sale picks the
      *  newest rate whose date has come by the day of the sale.

       228-APPLY-RATE-TRANS.

           EVALUATE TRUE
              WHEN RM-DISTRICT NOT = 'GLF'
                 AND RM-DISTRICT NOT = 'CEN'
                 AND RM-DISTRICT NOT = 'RIV'
                 MOVE 'DISTRICT NOT GLF/CEN/RIV' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-EFFECTIVE-DATE NOT NUMERIC
                 MOVE 'EFF DATE REQUIRED' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-EFFECTIVE-NUM = 0
                 MOVE 'EFF DATE REQUIRED' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-EFFECTIVE-DATE(1:4) < '1900'
                 OR RM-EFFECTIVE-DATE(5:2) < '01'
                 OR RM-EFFECTIVE-DATE(5:2) > '12'
                 OR RM-EFFECTIVE-DATE(7:2) < '01'
                 OR RM-EFFECTIVE-DATE(7:2) > '31'
                 MOVE 'EFF DATE NOT A DATE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN FUNCTION INTEGER-OF-DATE(RM-EFFECTIVE-NUM) = 0
                 MOVE 'EFF DATE NOT A DATE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND RM-PRICE NOT NUMERIC
                 MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 PERFORM 229-FIND-RATE-ENTRY
                 EVALUATE RM-ACTION
                    WHEN 'A'
                       PERFORM 230-ADD-RATE
                    WHEN 'C'
                       PERFORM 231-CHANGE-RATE
                    WHEN 'D'
                       PERFORM 232-DELETE-RATE
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                       PERFORM 195-PRINT-REJECT
                 END-EVALUATE
           END-EVALUATE

           .

      *  Finds the active tax-rate entry for the transaction's
      *  district and effective date, zero when it is not on
      *  file.

       229-FIND-RATE-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TAX-RATE-COUNT
              IF TXT-DISTRICT(SUB2) = RM-DISTRICT
                 AND TXT-EFFECTIVE-DATE(SUB2) = RM-EFFECTIVE-NUM
                 AND TXT-ACTIVE(SUB2) = 'Y'
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TAX-RATE-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       230-ADD-RATE.

           EVALUATE TRUE
              WHEN WS-FOUND-SUB > 0
                 MOVE 'DUPLICATE DISTRICT/DATE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-TAX-RATE-COUNT NOT < 1000
                 MOVE 'TAX RATE TABLE FULL' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 ADD 1 TO WS-TAX-RATE-COUNT
                 MOVE RM-DISTRICT
                    TO TXT-DISTRICT(WS-TAX-RATE-COUNT)
                 MOVE RM-EFFECTIVE-NUM
                    TO TXT-EFFECTIVE-DATE(WS-TAX-RATE-COUNT)
                 MOVE RM-PRICE-NUM
                    TO TXT-RATE(WS-TAX-RATE-COUNT)
                 MOVE 'Y' TO TXT-ACTIVE(WS-TAX-RATE-COUNT)
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
                 MOVE 'BEFORE' TO AI-TAG-OUT
                 MOVE '(NOT ON FILE)' TO AI-IMAGE-OUT
                 PERFORM 197-PRINT-IMAGE
                 MOVE 'AFTER'  TO AI-TAG-OUT
                 MOVE WS-TAX-RATE-COUNT TO WS-FOUND-SUB
                 PERFORM 233-PRINT-RATE-IMAGE
           END-EVALUATE

           .

       231-CHANGE-RATE.

           IF WS-FOUND-SUB = 0
              MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 233-PRINT-RATE-IMAGE
              MOVE RM-PRICE-NUM TO TXT-RATE(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              PERFORM 233-PRINT-RATE-IMAGE
           END-IF

           .

       232-DELETE-RATE.

           IF WS-FOUND-SUB = 0
              MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 233-PRINT-RATE-IMAGE
              MOVE 'N' TO TXT-ACTIVE(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              MOVE '(DELETED)' TO AI-IMAGE-OUT
              PERFORM 197-PRINT-IMAGE
           END-IF

           .

      *  Stages the tax-rate entry WS-FOUND-SUB points at as the
      *  image and prints it - district, effective date, and the
      *  rate edited with its point.

       233-PRINT-RATE-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           MOVE TXT-RATE(WS-FOUND-SUB) TO WS-PRICE-EDIT
           STRING TXT-DISTRICT(WS-FOUND-SUB)       DELIMITED BY SIZE
                  ' EFF '                          DELIMITED BY SIZE
                  TXT-EFFECTIVE-DATE(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' RATE '                         DELIMITED BY SIZE
                  WS-PRICE-EDIT                    DELIMITED BY SIZE
                  '%'                              DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           PERFORM 197-PRINT-IMAGE

           .

      *  Validates and applies one treat taxability transaction
      *  - the same treat edits a price gets, a flag of 'T' or
      *  'E' on an add or change, and the same effective-date
      *  hold, sharing the pending table under its own file
      *  code.

       234-APPLY-TAXABILITY-TRANS.

           EVALUATE TRUE
              WHEN RM-TREAT-NAME = SPACES
                 MOVE 'TREAT NAME BLANK' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-TREAT-SIZE NOT = 'L'
                 AND RM-TREAT-SIZE NOT = 'M'
                 AND RM-TREAT-SIZE NOT = 'S'
                 MOVE 'SIZE NOT L/M/S' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-ACTION NOT = 'D'
                 AND RM-PRICE(1:1) NOT = 'T'
                 AND RM-PRICE(1:1) NOT = 'E'
                 MOVE 'TAX FLAG NOT T/E' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN RM-EFFECTIVE-DATE NOT = SPACES
                 AND RM-EFFECTIVE-DATE NOT NUMERIC
                 MOVE 'EFF DATE NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-PROMOTING NOT = 'Y'
                 AND RM-EFFECTIVE-DATE NUMERIC
                 AND RM-EFFECTIVE-NUM > 0
                 AND (WS-DATE-OK NOT = 'Y'
                    OR RM-EFFECTIVE-NUM > WS-BUSINESS-DATE)
                 PERFORM 171-HOLD-PRICE-TRANS
              WHEN OTHER
                 PERFORM 235-FIND-TAXABILITY-ENTRY
                 EVALUATE RM-ACTION
                    WHEN 'A'
                       PERFORM 236-ADD-TAXABILITY
                    WHEN 'C'
                       PERFORM 237-CHANGE-TAXABILITY
                    WHEN 'D'
                       PERFORM 238-DELETE-TAXABILITY
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                       PERFORM 195-PRINT-REJECT
                 END-EVALUATE
           END-EVALUATE

           .

      *  Finds the active taxability entry for the transaction's
      *  treat name/size, zero when it is not on file.

       235-FIND-TAXABILITY-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TREAT-TAX-COUNT
              IF TTT-NAME(SUB2) = RM-TREAT-NAME
                 AND TTT-SIZE(SUB2) = RM-TREAT-SIZE
                 AND TTT-ACTIVE(SUB2) = 'Y'
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-TREAT-TAX-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       236-ADD-TAXABILITY.

           EVALUATE TRUE
              WHEN WS-FOUND-SUB > 0
                 MOVE 'DUPLICATE TREAT/SIZE' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN WS-TREAT-TAX-COUNT NOT < 1000
                 MOVE 'TREAT TAX TABLE FULL' TO WS-REJECT-REASON
                 PERFORM 195-PRINT-REJECT
              WHEN OTHER
                 ADD 1 TO WS-TREAT-TAX-COUNT
                 MOVE RM-TREAT-NAME
                    TO TTT-NAME(WS-TREAT-TAX-COUNT)
                 MOVE RM-TREAT-SIZE
                    TO TTT-SIZE(WS-TREAT-TAX-COUNT)
                 MOVE RM-PRICE(1:1)
                    TO TTT-TAX-FLAG(WS-TREAT-TAX-COUNT)
                 MOVE 'Y' TO TTT-ACTIVE(WS-TREAT-TAX-COUNT)
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
                 MOVE 'BEFORE' TO AI-TAG-OUT
                 MOVE '(NOT ON FILE)' TO AI-IMAGE-OUT
                 PERFORM 197-PRINT-IMAGE
                 MOVE 'AFTER'  TO AI-TAG-OUT
                 MOVE WS-TREAT-TAX-COUNT TO WS-FOUND-SUB
                 PERFORM 239-PRINT-TAXABILITY-IMAGE
           END-EVALUATE

           .

       237-CHANGE-TAXABILITY.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 239-PRINT-TAXABILITY-IMAGE
              MOVE RM-PRICE(1:1) TO TTT-TAX-FLAG(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              PERFORM 239-PRINT-TAXABILITY-IMAGE
           END-IF

           .

       238-DELETE-TAXABILITY.

           IF WS-FOUND-SUB = 0
              MOVE 'TREAT NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 195-PRINT-REJECT
           ELSE
              MOVE 'BEFORE' TO AI-TAG-OUT
              PERFORM 239-PRINT-TAXABILITY-IMAGE
              MOVE 'N' TO TTT-ACTIVE(WS-FOUND-SUB)
              ADD 1 TO WS-TRANS-APPLIED-COUNT
              MOVE 'AFTER'  TO AI-TAG-OUT
              MOVE '(DELETED)' TO AI-IMAGE-OUT
              PERFORM 197-PRINT-IMAGE
           END-IF

           .

      *  Stages the taxability entry WS-FOUND-SUB points at as
      *  the image and prints it.

       239-PRINT-TAXABILITY-IMAGE.

           MOVE SPACES TO AI-IMAGE-OUT
           STRING TTT-NAME(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  TTT-SIZE(WS-FOUND-SUB) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  INTO AI-IMAGE-OUT
           IF TTT-TAX-FLAG(WS-FOUND-SUB) = 'E'
              MOVE 'EXEMPT'  TO AI-IMAGE-OUT(19:7)
           ELSE
              MOVE 'TAXABLE' TO AI-IMAGE-OUT(19:7)
           END-IF
           PERFORM 197-PRINT-IMAGE

           .

      *  Appends this run's status record to the shared run
      *  log - EXTEND appends to the standing log and creates it
      *  on the first run.
