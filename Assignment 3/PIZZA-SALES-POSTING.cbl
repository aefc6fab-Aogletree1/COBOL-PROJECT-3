      *  shrink is costed and sectioned on the posting report.
      *  This replaces the nightly full-file copy and the
      *  morning swap step, so the report's numbers tie back to
      *  what actually sold and what was restocked. Stock one
      *  truck hands another midday rides the same file as a
      *  transfer record and moves between the two trucks in the
      *  same pass.
      **********************************************************

       ENVIRONMENT DIVISION.
      *  timestamp carried for the audit trail. The same file now
      *  also carries the crew's waste records - a 'W' in the
      *  first byte of the timestamp area (a real timestamp is
      *  all digits) marks a dump line with its lot and reason,
      *  and a 'T' there marks a truck-to-truck transfer line.
      *  The name is assigned at run time: a file staged for the
      *  business date (DAILY-SALES-TRANS-YYYYMMDD.TXT, the way
      *  catch-up days are queued) is preferred, falling back to
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-STATUS.

      *  Truck-name reference - read here only for each truck's
      *  district, so a transfer between districts can be
      *  flagged on the transfer section.

           SELECT TRUCK-NAME-REF
               ASSIGN TO 'TRUCK-NAME-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Posting audit report - what was applied, what was
      *  rejected, and the oversells that were clamped, so a bad
      *  register tape can be traced instead of silently bending
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      *  Posting journal - a before image and an after image of
      *  every master record this run REWRITEs, header included,
      *  plus the trailer's image as the control figures the
      *  day was posted against. Appended run after run, so a
      *  bad tape can be backed out by PIZZA-POST-REVERSAL
      *  instead of being hand-keyed back off the master.

           SELECT POSTING-JOURNAL
               ASSIGN TO 'PIZZA-POSTING-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
           05  WT-LOT             PIC X(6).
           05  WT-REASON          PIC X(7).

      *  Transfer record view of the same record area - stock
      *  one truck handed another. The 'T' marker sits where the
      *  'W' does; the giving truck rides the truck ID position
      *  and the receiving truck follows the lot.

       01  TRANSFER-TRANS-REC.
           05  XT-FROM-TRUCK-ID   PIC X(4).
           05  XT-TREAT-NAME      PIC X(15).
           05  XT-TREAT-SIZE      PIC X.
           05  XT-QTY-MOVED       PIC 9(4).
           05  XT-RECORD-TYPE     PIC X.
           05  XT-LOT             PIC X(6).
           05  XT-TO-TRUCK-ID     PIC X(4).
           05  FILLER             PIC X(3).

      *  Delivery confirmation record - truck, treat name/size,
      *  quantity delivered, and the lot/expiry of the new
      *  stock. Same 38 byte shape as the sales record so the
           05  TPM-SIZE-IN            PIC X.
           05  TPM-PRICE-IN           PIC 99V99.

       FD  TRUCK-NAME-REF
           RECORD CONTAINS 22 CHARACTERS.
       01  TRUCK-NAME-REF-REC.
           05  TNR-TRUCK-ID           PIC X(4).
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

       FD  REPLEN-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  REPLEN-ORDER-REC.
           05  RL-READ-COUNT      PIC 9(6).
           05  RL-WRITE-COUNT     PIC 9(6).
           05  RL-OUTCOME         PIC X(8).

      *  Journal record - the business date posted, 'B' for the
      *  image read before posting touched it or 'A' for the
      *  image rewritten, this run's start stamp and a running
      *  sequence, then the full 160 byte master record.

       FD  POSTING-JOURNAL
           RECORD CONTAINS 189 CHARACTERS.
       01  POSTING-JOURNAL-REC.
           05  JR-BUSINESS-DATE   PIC X(8).
           05  JR-IMAGE-TYPE      PIC X.
           05  JR-RUN-STAMP       PIC X(14).
           05  JR-SEQUENCE        PIC 9(6).
           05  JR-MASTER-IMAGE    PIC X(160).
      *********
       WORKING-STORAGE SECTION.

       01  WS-RPT-STATUS                PIC XX.
       01  WS-RDP-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.
       01  WS-JRN-STATUS                PIC XX.

      *  Run-log working fields - the start stamp is captured
      *  the moment the run begins, the stop stamp when the log
       01  WS-DCF-STATUS                PIC XX.
       01  WS-ROF-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.

      *  The validated business date this posting is producing
      *  the master for - what the header gets restamped with.
           05  WS-WASTE-REJECT-COUNT    PIC 9(6)    VALUE 0.
           05  WS-WASTE-UNMATCH-COUNT   PIC 9(6)    VALUE 0.
           05  WS-WASTE-CLAMP-COUNT     PIC 9(6)    VALUE 0.
           05  WS-JOURNAL-COUNT         PIC 9(6)    VALUE 0.
           05  WS-XFER-READ-COUNT       PIC 9(6)    VALUE 0.
           05  WS-XFER-APPLIED-COUNT    PIC 9(6)    VALUE 0.
           05  WS-XFER-REJECT-COUNT     PIC 9(6)    VALUE 0.
           05  WS-XFER-XDIST-COUNT      PIC 9(6)    VALUE 0.
           05  WS-XFER-UNITS-OUT        PIC 9(6)    VALUE 0.
           05  WS-XFER-UNITS-IN         PIC 9(6)    VALUE 0.

      *  Which image 157-WRITE-JOURNAL is writing - 'B' before
      *  the record is posted, 'A' once it has been rewritten.

       01  WS-JOURNAL-IMAGE-TYPE        PIC X       VALUE SPACE.

      *  Sales are accumulated by truck/treat/size before the
      *  master pass, so ten register lines for the same treat
       01  WS-SHRINK-LINE-COST          PIC 9(8)V99 VALUE 0.
       01  WS-SHRINK-TOTAL-COST         PIC 9(8)V99 VALUE 0.

      *  Transfer lines held one entry per line - each carries
      *  its own lot, so lines are not netted. Every transfer is
      *  proved against the master before anything posts: the
      *  giving truck has to carry the treat with enough on hand
      *  and the receiving truck has to have a line for it, or
      *  the whole transfer is rejected and neither leg posts.
      *  XF-STATUS: 'A' accepted, 'R' rejected. The out leg
      *  depletes the giver's lines the way sales do; the in
      *  leg lands on the receiver's first matching line with
      *  the lot and expiry the stock carried on the giver.

       01  WS-XFER-COUNT                PIC 9(4)    VALUE 0.
       01  WS-XFER-OVERFLOW-COUNT       PIC 9(4)    VALUE 0.

       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 1000 TIMES.
               10  XF-FROM-TRUCK-ID     PIC X(4).
               10  XF-TO-TRUCK-ID       PIC X(4).
               10  XF-TREAT-NAME        PIC X(15).
               10  XF-TREAT-SIZE        PIC X.
               10  XF-QTY               PIC 9(4).
               10  XF-OUT-REMAIN        PIC 9(6).
               10  XF-IN-QTY            PIC 9(6).
               10  XF-IN-DONE           PIC X.
               10  XF-LOT               PIC X(6).
               10  XF-EXPIRY            PIC X(8).
               10  XF-STATUS            PIC X.

      *  Work fields for proving one transfer against the master
      *  - what the giving truck holds of the treat, whether each
      *  truck and a matching line were found, and the receiving
      *  line's stock before the in leg lands.

       01  WS-XFER-ON-HAND              PIC 9(6)    VALUE 0.
       01  WS-XFER-TRUCK-FOUND          PIC X       VALUE 'N'.
       01  WS-XFER-SLOT-FOUND           PIC X       VALUE 'N'.
       01  WS-XFER-LOT-FOUND            PIC X       VALUE 'N'.
       01  WS-XFER-BEFORE-QTY           PIC 9(4)    VALUE 0.
       01  WS-XFER-LEG                  PIC X       VALUE SPACE.

      *  Truck districts off TRUCK-NAME-REF, for the cross-
      *  district flag. A truck with no entry reads as blank -
      *  UNASSIGNED on the district rollup - so a transfer
      *  between it and a truck with a district counts as
      *  crossing, and one between two unassigned trucks does
      *  not.

       01  WS-TRUCK-NAME-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-DISTRICT-TABLE.
           05  TRUCK-DISTRICT-ENTRY OCCURS 1000 TIMES.
               10  TN-TRUCK-ID          PIC X(4).
               10  TN-DISTRICT          PIC X(3).

       01  WS-FROM-DISTRICT             PIC X(3)    VALUE SPACES.
       01  WS-TO-DISTRICT               PIC X(3)    VALUE SPACES.
       01  WS-LOOKUP-TRUCK              PIC X(4)    VALUE SPACES.
       01  WS-LOOKUP-DISTRICT           PIC X(3)    VALUE SPACES.

      *  The open replenishment orders being reconciled against
      *  the deliveries. An order record with a bad quantity is
      *  skipped at load - the order file is machine written, so
          05 FILLER          PIC X(38) VALUE
             'MISSING OR UNREADABLE - NOTHING POSTED'.

      *  Printed before the run stops when the posting journal
      *  cannot be opened or written - a posting with no images
      *  behind it could never be reversed.

       01 JOURNAL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 JE-TEXT-OUT     PIC X(56).
          05 FILLER          PIC X(8)  VALUE 'STATUS: '.
          05 JE-STATUS-OUT   PIC XX.

      *  Printed before the run stops when a catch-up day's
      *  staged sales file is not there - in catch-up the
      *  standing file belongs to some other day, so falling
          05 FILLER          PIC X(34) VALUE
                              'ALL ORDERS FILLED AS WRITTEN'.

      *  Transfer section - one line per transfer posted, units
      *  off the giving truck against units onto the receiving
      *  one, with a cross-district flag, and a closing line
      *  that says whether the day's transfers balance.

       01 TRANSFER-SECTION-HEADER.
          05 FILLER          PIC X(26) VALUE SPACES.
          05 FILLER          PIC X(27) VALUE
                              'TRUCK-TO-TRUCK TRANSFERS'.

       01 TRANSFER-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'FROM  '.
          05 FILLER          PIC X(6)  VALUE 'TO    '.
          05 FILLER          PIC X(15) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(4)  VALUE 'SIZE'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'LOT'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE '   OUT'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE '    IN'.

       01 TRANSFER-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-FROM-OUT     PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-TO-OUT       PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-SIZE-OUT     PIC X.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 XD-LOT-OUT      PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-OUT-QTY-OUT  PIC ZZ,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-IN-QTY-OUT   PIC ZZ,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XD-FLAG-OUT     PIC X(16).

       01 TRANSFER-NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
                              'NO TRANSFERS POSTED'.

       01 TRANSFER-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(25) VALUE
                              'TOTAL UNITS OUT / IN:    '.
          05 XS-UNITS-OUT    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(3)  VALUE ' / '.
          05 XS-UNITS-IN     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 XS-BALANCE-OUT  PIC X(20).

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
           PERFORM 141-LOAD-TREAT-PRICES
           PERFORM 142-LOAD-REPLEN-ORDERS
           PERFORM 143-LOAD-DELIVERIES
           PERFORM 135-LOAD-TRUCK-DISTRICTS
           PERFORM 150-POST-INVENTORY
           PERFORM 220-UNMATCHED-SALES
           PERFORM 221-UNMATCHED-DELIVERIES
           PERFORM 222-DELIVERY-RECON
           PERFORM 224-SHRINK-SECTION
           PERFORM 228-TRANSFER-SECTION
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           PERFORM 126-WRITE-REPORT-HEADERS
           PERFORM 127-CHECK-INPUT-FILES

      *  Logs that posting is under way before the first record
      *  is touched. The closing record follows it when the run
      *  ends; until then the stock inquiry sees this one last
      *  and stays off a master that is being rewritten, and a
      *  run that dies mid-post leaves it standing for the
      *  balancing step to flag as not clean.

           MOVE 'STARTED ' TO WS-RUN-OUTCOME
           PERFORM 245-WRITE-RUN-LOG

           .

      *  Prints the posting report headers - split out so the
      *  Proves both input files actually opened before any read
      *  loop runs against them. Checked here, once, because the
      *  read loops end on AT END - which never fires against a
      *  file that was never open. The journal is checked with
      *  them.

       127-CHECK-INPUT-FILES.

              PERFORM 128-INPUT-FILE-STOP
           END-IF

      *  The journal is proved here too, before the first master
      *  REWRITE - no images, no posting.

           IF WS-JRN-STATUS NOT = '00'
              MOVE 'POSTING JOURNAL WILL NOT OPEN - NOTHING POSTED'
                 TO JE-TEXT-OUT
              PERFORM 158-JOURNAL-STOP
           END-IF

           .

      *  Writes the error line and stops the run. Nothing has
           CLOSE INVENTORY-MASTER
                 DAILY-SALES-TRANS
                 POSTING-REPORT-FILE
                 POSTING-JOURNAL

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 245-WRITE-RUN-LOG
           OPEN    I-O       INVENTORY-MASTER
           OPEN    OUTPUT    POSTING-REPORT-FILE

      *  The journal is appended to, never replaced - yesterday's
      *  images are what a reversal of yesterday needs. EXTEND
      *  creates it on the first run, same fallback the run log
      *  uses.

           OPEN    EXTEND    POSTING-JOURNAL
           IF WS-JRN-STATUS NOT = '00'
              OPEN OUTPUT POSTING-JOURNAL
           END-IF

           MOVE SPACES TO WS-SALES-TRANS-FILE
           STRING 'DAILY-SALES-TRANS-' DELIMITED BY SIZE
                  POSTING-BUSINESS-DATE DELIMITED BY SIZE
                       AFTER ADVANCING 1 LINE
                 CLOSE INVENTORY-MASTER
                       POSTING-REPORT-FILE
                       POSTING-JOURNAL
                 MOVE 'STOPPED ' TO WS-RUN-OUTCOME
                 PERFORM 245-WRITE-RUN-LOG
                 STOP RUN

           .

      *  Loads each truck's district off TRUCK-NAME-REF for the
      *  transfer section's cross-district flag. A missing file
      *  leaves the table empty - every truck then reads as
      *  unassigned and nothing is flagged as crossing.

       135-LOAD-TRUCK-DISTRICTS.

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

      *  Reads every transaction and routes it by type - waste
      *  records (the 'W' in the timestamp area) and transfer
      *  records (a 'T' there) go to their own tables,
      *  everything else rolls into the sales totals
      *  table by truck/treat/size. A non numeric quantity is
      *  rejected here - it never touches the master.

                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                          WHEN WT-RECORD-TYPE = 'W'
                             ADD 1 TO WS-WASTE-READ-COUNT
                             PERFORM 148-ACCUMULATE-WASTE
                          WHEN XT-RECORD-TYPE = 'T'
                             ADD 1 TO WS-XFER-READ-COUNT
                             PERFORM 160-TABLE-TRANSFER
                          WHEN OTHER
                             ADD 1 TO WS-TRANS-READ-COUNT
                             IF ST-QTY-SOLD NOT NUMERIC
                                PERFORM 145-REJECT-TRANS
                             ELSE
                                PERFORM 147-ACCUMULATE-SALE
                             END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

      *  header's business date is restamped first, then only
      *  the trucks the day's transactions touch are read -
      *  START on the truck's key, READ NEXT through its
      *  records, apply, REWRITE. Transfers are proved against
      *  the master before any truck posts, so a transfer that
      *  cannot post both legs never posts either. Untouched
      *  trucks are never read at all; the trailer stays true on
      *  its own (the record count never changes and the hash
      *  rides on CURRENT-YEARLY, which posting never touches).

       150-POST-INVENTORY.

           PERFORM 151-READ-TRAILER-COUNT
           PERFORM 152-RESTAMP-HEADER
           PERFORM 162-PROVE-TRANSFERS
           PERFORM 153-BUILD-TRUCK-LIST

           PERFORM VARYING SUB3 FROM 1 BY 1
      *  figure the run log carries as this posting's write
      *  count, and the one the report run's read count has to
      *  match at balancing. A master with no trailer logs zero
      *  and the balancing step will say so. Posting never
      *  rewrites the trailer, but its image is journaled both
      *  ways all the same - the reversal checks the master it
      *  is backing out is still the one this day posted.

       151-READ-TRAILER-COUNT.

                 IF BT-RECORD-COUNT NUMERIC
                    MOVE BT-RECORD-COUNT TO WS-TRAILER-REC-COUNT
                 END-IF
                 MOVE 'B' TO WS-JOURNAL-IMAGE-TYPE
                 PERFORM 157-WRITE-JOURNAL
                 MOVE 'A' TO WS-JOURNAL-IMAGE-TYPE
                 PERFORM 157-WRITE-JOURNAL
           END-READ

           .
                       AFTER ADVANCING 1 LINE
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'B' TO WS-JOURNAL-IMAGE-TYPE
                 PERFORM 157-WRITE-JOURNAL
                 MOVE POSTING-BUSINESS-DATE TO BH-BUSINESS-DATE
                 REWRITE INVENTORY-MASTER-REC
                 MOVE 'A' TO WS-JOURNAL-IMAGE-TYPE
                 PERFORM 157-WRITE-JOURNAL
           END-READ

           .

      *  Builds the list of distinct trucks the day's sales,
      *  waste, delivery, and accepted transfer tables mention -
      *  the only keys the master pass will START on.

       153-BUILD-TRUCK-LIST.

           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-XFER-COUNT
              IF XF-STATUS(SUB2) = 'A'
                 MOVE XF-FROM-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
                 PERFORM 154-NOTE-TOUCHED-TRUCK
                 MOVE XF-TO-TRUCK-ID(SUB2)   TO WS-POSTING-TRUCK
                 PERFORM 154-NOTE-TOUCHED-TRUCK
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Adds WS-POSTING-TRUCK to the touched list when it is

      *  Posts one touched truck: START at the truck's first
      *  possible key, then READ NEXT through its records -
      *  applying transfers, sales, waste, and deliveries to each
      *  and REWRITING it in place - until the truck ID changes or
      *  the file ends. A truck with no master records at all
      *  simply posts nothing here; its transactions surface in
      *  the unmatched listings, same as always.
                       MOVE 'Y' TO WS-TRUCK-EOF
                    ELSE
                       ADD 1 TO WS-MASTER-READ-COUNT
                       MOVE 'B' TO WS-JOURNAL-IMAGE-TYPE
                       PERFORM 157-WRITE-JOURNAL
                       PERFORM 178-APPLY-TRANSFERS
                       PERFORM 175-APPLY-SALES
                       PERFORM 185-APPLY-WASTE
                       PERFORM 176-APPLY-DELIVERIES
                       REWRITE INVENTORY-MASTER-REC
                       ADD 1 TO WS-MASTER-WRITE-COUNT
                       MOVE 'A' TO WS-JOURNAL-IMAGE-TYPE
                       PERFORM 157-WRITE-JOURNAL
                    END-IF
              END-READ
           END-PERFORM

           .

      *  Appends one image of the master record now in the
      *  record area to the posting journal, typed by
      *  WS-JOURNAL-IMAGE-TYPE and stamped with the business
      *  date and this run's start stamp.

       157-WRITE-JOURNAL.

           ADD 1 TO WS-JOURNAL-COUNT
           MOVE POSTING-BUSINESS-DATE  TO JR-BUSINESS-DATE
           MOVE WS-JOURNAL-IMAGE-TYPE  TO JR-IMAGE-TYPE
           MOVE WS-RUN-START-STAMP     TO JR-RUN-STAMP
           MOVE WS-JOURNAL-COUNT       TO JR-SEQUENCE
           MOVE INVENTORY-MASTER-REC   TO JR-MASTER-IMAGE

           WRITE POSTING-JOURNAL-REC

           IF WS-JRN-STATUS NOT = '00'
              MOVE 'JOURNAL WRITE FAILED - MASTER PARTLY POSTED'
                 TO JE-TEXT-OUT
              PERFORM 158-JOURNAL-STOP
           END-IF

           .

      *  Stops the run on a journal that will not open or will
      *  not take a write. A before image is always written
      *  ahead of its REWRITE, so a failed write stops the run
      *  before the record it was for is touched. A stop part
      *  way through logs STOPPED, and the balancing step holds
      *  the day.

       158-JOURNAL-STOP.

           MOVE WS-JRN-STATUS TO JE-STATUS-OUT
           MOVE JOURNAL-ERROR-LINE TO POSTING-REPORT-REC
           WRITE POSTING-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE INVENTORY-MASTER
                 DAILY-SALES-TRANS
                 POSTING-REPORT-FILE
                 POSTING-JOURNAL

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 245-WRITE-RUN-LOG

           STOP RUN

           .

      *  Tables one transfer line. The quantity has to be
      *  numeric and more than zero, and the receiving truck has
      *  to be named and different from the giving one - a
      *  transfer to itself is a keying slip, not a movement.

       160-TABLE-TRANSFER.

           EVALUATE TRUE
              WHEN XT-QTY-MOVED NOT NUMERIC
                 MOVE 'XFR QTY REJ' TO TE-REASON-OUT
                 PERFORM 161-REJECT-TRANSFER-REC
              WHEN XT-QTY-MOVED = ZERO
                 MOVE 'XFR QTY REJ' TO TE-REASON-OUT
                 PERFORM 161-REJECT-TRANSFER-REC
              WHEN XT-TO-TRUCK-ID = SPACES
                 OR XT-TO-TRUCK-ID = XT-FROM-TRUCK-ID
                 MOVE 'XFR BAD TO'  TO TE-REASON-OUT
                 PERFORM 161-REJECT-TRANSFER-REC
              WHEN WS-XFER-COUNT NOT < 1000
                 ADD 1 TO WS-XFER-OVERFLOW-COUNT
                 MOVE 'XFR TBL FULL' TO TE-REASON-OUT
                 PERFORM 161-REJECT-TRANSFER-REC
              WHEN OTHER
                 ADD 1 TO WS-XFER-COUNT
                 MOVE XT-FROM-TRUCK-ID
                    TO XF-FROM-TRUCK-ID(WS-XFER-COUNT)
                 MOVE XT-TO-TRUCK-ID TO XF-TO-TRUCK-ID(WS-XFER-COUNT)
                 MOVE XT-TREAT-NAME  TO XF-TREAT-NAME(WS-XFER-COUNT)
                 MOVE XT-TREAT-SIZE  TO XF-TREAT-SIZE(WS-XFER-COUNT)
                 MOVE XT-QTY-MOVED   TO XF-QTY(WS-XFER-COUNT)
                 MOVE XT-QTY-MOVED   TO XF-OUT-REMAIN(WS-XFER-COUNT)
                 MOVE ZERO           TO XF-IN-QTY(WS-XFER-COUNT)
                 MOVE 'N'            TO XF-IN-DONE(WS-XFER-COUNT)
                 MOVE XT-LOT         TO XF-LOT(WS-XFER-COUNT)
                 MOVE SPACES         TO XF-EXPIRY(WS-XFER-COUNT)
                 MOVE 'A'            TO XF-STATUS(WS-XFER-COUNT)
           END-EVALUATE

           .

      *  Prints one reject line for a bad transfer record - the
      *  receiving truck and lot ride the timestamp column.

       161-REJECT-TRANSFER-REC.

           MOVE XT-FROM-TRUCK-ID  TO TE-TRUCK-OUT
           MOVE XT-TREAT-NAME     TO TE-NAME-OUT
           MOVE XT-TREAT-SIZE     TO TE-SIZE-OUT
           MOVE XT-QTY-MOVED      TO TE-QTY-OUT
           MOVE SPACES            TO TE-STAMP-OUT
           STRING 'TO '          DELIMITED BY SIZE
                  XT-TO-TRUCK-ID DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  XT-LOT         DELIMITED BY SIZE
                  INTO TE-STAMP-OUT

           PERFORM 167-WRITE-TRANSFER-REJECT

           .

      *  Proves every tabled transfer against the master before
      *  any truck posts. Read only - nothing is rewritten here.

       162-PROVE-TRANSFERS.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-XFER-COUNT
              PERFORM 163-PROVE-ONE-TRANSFER
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Proves the transfer SUB2 points at. The giving truck
      *  has to be on the master, carry the treat/size, and hold
      *  enough of it once the earlier transfers out of the same
      *  truck and treat have taken theirs; the receiving truck
      *  has to be on the master with a line for the treat/size.
      *  Stock is proved against the opening position, since a
      *  midday handover came out of what the truck started the
      *  day with. Any failure rejects the whole transfer.

       163-PROVE-ONE-TRANSFER.

           MOVE ZERO TO WS-XFER-ON-HAND
           MOVE 'N'  TO WS-XFER-LOT-FOUND
           MOVE 'O'  TO WS-XFER-LEG
           MOVE XF-FROM-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
           PERFORM 164-SCAN-TRANSFER-TRUCK

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 NOT < SUB2
              IF XF-STATUS(SUB3) = 'A'
                 AND XF-FROM-TRUCK-ID(SUB3) = XF-FROM-TRUCK-ID(SUB2)
                 AND XF-TREAT-NAME(SUB3) = XF-TREAT-NAME(SUB2)
                 AND XF-TREAT-SIZE(SUB3) = XF-TREAT-SIZE(SUB2)
                 IF XF-QTY(SUB3) > WS-XFER-ON-HAND
                    MOVE ZERO TO WS-XFER-ON-HAND
                 ELSE
                    SUBTRACT XF-QTY(SUB3) FROM WS-XFER-ON-HAND
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           EVALUATE TRUE
              WHEN WS-XFER-TRUCK-FOUND = 'N'
                 MOVE 'XFR NO FROM' TO TE-REASON-OUT
                 PERFORM 165-REJECT-TRANSFER-ENTRY
              WHEN WS-XFER-SLOT-FOUND = 'N'
                 MOVE 'XFR NO SLOT' TO TE-REASON-OUT
                 PERFORM 165-REJECT-TRANSFER-ENTRY
              WHEN WS-XFER-ON-HAND < XF-QTY(SUB2)
                 MOVE 'XFR SHORT'   TO TE-REASON-OUT
                 PERFORM 165-REJECT-TRANSFER-ENTRY
              WHEN OTHER
                 MOVE 'I' TO WS-XFER-LEG
                 MOVE XF-TO-TRUCK-ID(SUB2) TO WS-POSTING-TRUCK
                 PERFORM 164-SCAN-TRANSFER-TRUCK
                 EVALUATE TRUE
                    WHEN WS-XFER-TRUCK-FOUND = 'N'
                       MOVE 'XFR NO TO'   TO TE-REASON-OUT
                       PERFORM 165-REJECT-TRANSFER-ENTRY
                    WHEN WS-XFER-SLOT-FOUND = 'N'
                       MOVE 'XFR NO SLOT' TO TE-REASON-OUT
                       PERFORM 165-REJECT-TRANSFER-ENTRY
                 END-EVALUATE
           END-EVALUATE

           .

      *  Reads every master record of WS-POSTING-TRUCK for the
      *  transfer SUB2 points at, on the leg WS-XFER-LEG names -
      *  'O' the giving truck, 'I' the receiving one.

       164-SCAN-TRANSFER-TRUCK.

           MOVE 'N'              TO WS-XFER-TRUCK-FOUND
           MOVE 'N'              TO WS-XFER-SLOT-FOUND
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
                       MOVE 'Y' TO WS-XFER-TRUCK-FOUND
                       PERFORM 166-SCAN-TRANSFER-LINES
                    END-IF
              END-READ
           END-PERFORM

           .

      *  Marks the transfer SUB2 points at rejected and prints
      *  its reject line, reason already staged.

       165-REJECT-TRANSFER-ENTRY.

           MOVE 'R' TO XF-STATUS(SUB2)
           MOVE XF-FROM-TRUCK-ID(SUB2) TO TE-TRUCK-OUT
           MOVE XF-TREAT-NAME(SUB2)    TO TE-NAME-OUT
           MOVE XF-TREAT-SIZE(SUB2)    TO TE-SIZE-OUT
           MOVE XF-QTY(SUB2)           TO TE-QTY-OUT
           MOVE SPACES                 TO TE-STAMP-OUT
           STRING 'TO '                 DELIMITED BY SIZE
                  XF-TO-TRUCK-ID(SUB2)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  XF-LOT(SUB2)          DELIMITED BY SIZE
                  INTO TE-STAMP-OUT

           PERFORM 167-WRITE-TRANSFER-REJECT

           .

      *  Checks the current record's three treat lines for the
      *  transfer's treat/size. On the giving truck the stock is
      *  totalled and the lot's expiry picked up to travel with
      *  it - the line carrying the transfer's lot when there is
      *  one, else the first matching line, whose lot is also
      *  taken when the crew left the lot blank. A line whose
      *  stock is not numeric is no slot at all, same rule the
      *  sales pass applies.

       166-SCAN-TRANSFER-LINES.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3
              IF NUM-IN-STOCK-IN(SUB) NUMERIC
                 AND TREAT-NAME-IN(SUB) = XF-TREAT-NAME(SUB2)
                 AND TREAT-SIZE-IN(SUB) = XF-TREAT-SIZE(SUB2)
                 MOVE 'Y' TO WS-XFER-SLOT-FOUND
                 IF WS-XFER-LEG = 'O'
                    ADD NUM-IN-STOCK-IN(SUB) TO WS-XFER-ON-HAND
                    IF XF-LOT(SUB2) = SPACES
                       MOVE TREAT-LOT-IN(SUB) TO XF-LOT(SUB2)
                    END-IF
                    IF WS-XFER-LOT-FOUND = 'N'
                       IF TREAT-LOT-IN(SUB) = XF-LOT(SUB2)
                          MOVE TREAT-EXPIRY-IN(SUB)
                             TO XF-EXPIRY(SUB2)
                          MOVE 'Y' TO WS-XFER-LOT-FOUND
                       ELSE
                          IF XF-EXPIRY(SUB2) = SPACES
                             MOVE TREAT-EXPIRY-IN(SUB)
                                TO XF-EXPIRY(SUB2)
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

       167-WRITE-TRANSFER-REJECT.

           ADD 1 TO WS-XFER-REJECT-COUNT

           MOVE TRANS-ERROR-LINE  TO POSTING-REPORT-REC
           WRITE POSTING-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Looks the current transaction's truck/treat/size up in
      *  the totals table. WS-FOUND-SUB gets the slot, or zero
      *  when there is no entry yet.

           .

      *  Walks the current master record's three treat lines and
      *  posts the accepted transfers for them, ahead of the
      *  day's sales - the handover came out of the giver's
      *  opening stock, and the receiver sold from it. The out
      *  leg depletes the giver's matching lines the way sales
      *  do, the residual carrying to the next matching line;
      *  it was proved against the same opening stock, so it
      *  always fills. The in leg lands whole on the receiver's
      *  first matching line (clamped at the field's 9999 cap
      *  rather than wrapping) and takes the lot and expiry the
      *  stock carried on the giver, the same way a delivery's
      *  lot is written over the line.

       178-APPLY-TRANSFERS.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3

              IF NUM-IN-STOCK-IN(SUB) NUMERIC
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-XFER-COUNT
                    IF XF-STATUS(SUB2) = 'A'
                       AND XF-TREAT-NAME(SUB2) = TREAT-NAME-IN(SUB)
                       AND XF-TREAT-SIZE(SUB2) = TREAT-SIZE-IN(SUB)

                       IF XF-FROM-TRUCK-ID(SUB2) = TRUCK-ID-IN
                          AND XF-OUT-REMAIN(SUB2) > ZERO
                          IF XF-OUT-REMAIN(SUB2) >
                             NUM-IN-STOCK-IN(SUB)
                             SUBTRACT NUM-IN-STOCK-IN(SUB)
                                FROM XF-OUT-REMAIN(SUB2)
                             MOVE ZERO TO NUM-IN-STOCK-IN(SUB)
                          ELSE
                             SUBTRACT XF-OUT-REMAIN(SUB2)
                                FROM NUM-IN-STOCK-IN(SUB)
                             MOVE ZERO TO XF-OUT-REMAIN(SUB2)
                          END-IF
                       END-IF

                       IF XF-TO-TRUCK-ID(SUB2) = TRUCK-ID-IN
                          AND XF-IN-DONE(SUB2) NOT = 'Y'
                          MOVE 'Y' TO XF-IN-DONE(SUB2)
                          MOVE NUM-IN-STOCK-IN(SUB)
                             TO WS-XFER-BEFORE-QTY
                          ADD XF-QTY(SUB2) TO NUM-IN-STOCK-IN(SUB)
                             ON SIZE ERROR
                                MOVE 9999 TO NUM-IN-STOCK-IN(SUB)
                          END-ADD
                          COMPUTE XF-IN-QTY(SUB2) =
                             NUM-IN-STOCK-IN(SUB) - WS-XFER-BEFORE-QTY
                          MOVE XF-LOT(SUB2)
                             TO TREAT-LOT-IN(SUB)
                          MOVE XF-EXPIRY(SUB2)
                             TO TREAT-EXPIRY-IN(SUB)
                       END-IF

                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2
              END-IF

           END-PERFORM

           .

      *  Walks the current master record's three treat lines and
      *  pulls the day's waste off them, after sales and before
      *  the overnight deliveries go on - the dumped stock was
           MOVE WS-REPLEN-OVERFLOW-COUNT  TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'JOURNAL IMAGES WRITTEN:' TO RT-LABEL-OUT
           MOVE WS-JOURNAL-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFERS READ:'         TO RT-LABEL-OUT
           MOVE WS-XFER-READ-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFERS POSTED:'       TO RT-LABEL-OUT
           MOVE WS-XFER-APPLIED-COUNT     TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFERS REJECTED:'     TO RT-LABEL-OUT
           MOVE WS-XFER-REJECT-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'CROSS-DISTRICT TRANSFERS:' TO RT-LABEL-OUT
           MOVE WS-XFER-XDIST-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           .

      *  Prints one shrink line for the waste entry SUB2 points

           .

      *  Prints the transfer section - one line per transfer
      *  posted, units off the giver against units onto the
      *  receiver, and the day's totals with a balance check.
      *  Out and in only part company when a receiving line hit
      *  its 9999 cap, and that has to show. A transfer between
      *  districts is flagged - it moves stock between the
      *  district rollups without a sale or a delivery behind
      *  it.

       228-TRANSFER-SECTION.

           PERFORM 110-WRITE-LINE

           MOVE TRANSFER-SECTION-HEADER TO POSTING-REPORT-REC
           WRITE POSTING-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-XFER-COUNT
              IF XF-STATUS(SUB2) = 'A'
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-XFER-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              MOVE TRANSFER-NONE-LINE TO POSTING-REPORT-REC
              WRITE POSTING-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              MOVE TRANSFER-COLUMN-HEADER TO POSTING-REPORT-REC
              WRITE POSTING-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 110-WRITE-LINE

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-XFER-COUNT
                 IF XF-STATUS(SUB2) = 'A'
                    PERFORM 229-PRINT-TRANSFER-LINE
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB2

              PERFORM 110-WRITE-LINE
              MOVE WS-XFER-UNITS-OUT TO XS-UNITS-OUT
              MOVE WS-XFER-UNITS-IN  TO XS-UNITS-IN
              IF WS-XFER-UNITS-OUT = WS-XFER-UNITS-IN
                 MOVE 'IN BALANCE'          TO XS-BALANCE-OUT
              ELSE
                 MOVE '** OUT OF BALANCE'   TO XS-BALANCE-OUT
              END-IF
              MOVE TRANSFER-TOTAL-LINE TO POSTING-REPORT-REC
              WRITE POSTING-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Prints the transfer line for the entry SUB2 points at
      *  and rolls its units into the section totals.

       229-PRINT-TRANSFER-LINE.

           ADD 1 TO WS-XFER-APPLIED-COUNT
           ADD XF-QTY(SUB2)        TO WS-XFER-UNITS-OUT
           SUBTRACT XF-OUT-REMAIN(SUB2) FROM WS-XFER-UNITS-OUT
           ADD XF-IN-QTY(SUB2)     TO WS-XFER-UNITS-IN

           MOVE XF-FROM-TRUCK-ID(SUB2) TO WS-LOOKUP-TRUCK
           PERFORM 230-FIND-DISTRICT
           MOVE WS-LOOKUP-DISTRICT     TO WS-FROM-DISTRICT
           MOVE XF-TO-TRUCK-ID(SUB2)   TO WS-LOOKUP-TRUCK
           PERFORM 230-FIND-DISTRICT
           MOVE WS-LOOKUP-DISTRICT     TO WS-TO-DISTRICT

           MOVE XF-FROM-TRUCK-ID(SUB2) TO XD-FROM-OUT
           MOVE XF-TO-TRUCK-ID(SUB2)   TO XD-TO-OUT
           MOVE XF-TREAT-NAME(SUB2)    TO XD-NAME-OUT
           MOVE XF-TREAT-SIZE(SUB2)    TO XD-SIZE-OUT
           MOVE XF-LOT(SUB2)           TO XD-LOT-OUT
           COMPUTE XD-OUT-QTY-OUT = XF-QTY(SUB2) - XF-OUT-REMAIN(SUB2)
           MOVE XF-IN-QTY(SUB2)        TO XD-IN-QTY-OUT
           MOVE SPACES                 TO XD-FLAG-OUT

           IF WS-FROM-DISTRICT NOT = WS-TO-DISTRICT
              ADD 1 TO WS-XFER-XDIST-COUNT
              STRING '** XDIST '       DELIMITED BY SIZE
                     WS-FROM-DISTRICT  DELIMITED BY SIZE
                     '>'               DELIMITED BY SIZE
                     WS-TO-DISTRICT    DELIMITED BY SIZE
                     INTO XD-FLAG-OUT
           END-IF

           MOVE TRANSFER-DETAIL-LINE TO POSTING-REPORT-REC
           WRITE POSTING-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Looks WS-LOOKUP-TRUCK up in the district table - blank
      *  when the truck has no TRUCK-NAME-REF entry.

       230-FIND-DISTRICT.

           MOVE SPACES TO WS-LOOKUP-DISTRICT
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-NAME-COUNT
              IF TN-TRUCK-ID(SUB3) = WS-LOOKUP-TRUCK
                 MOVE TN-DISTRICT(SUB3) TO WS-LOOKUP-DISTRICT
                 MOVE WS-TRUCK-NAME-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           .

      *  Appends this run's status record to the shared run
      *  log. EXTEND appends to the standing log and creates it
      *  on the first run, same fallback the report program's
              CLOSE    INVENTORY-MASTER
                       DAILY-SALES-TRANS
                       POSTING-REPORT-FILE
                       POSTING-JOURNAL

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 245-WRITE-RUN-LOG
