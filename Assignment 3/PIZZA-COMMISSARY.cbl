       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-COMMISSARY.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Commissary warehouse stock and purchasing. The trucks'
      *  replenishment orders and the delivery reconciliation
      *  have always assumed the commissary had whatever the
      *  trucks needed; when it did not, the short-ships were
      *  the first anybody heard of it. This program keeps the
      *  commissary's own stock master by treat name/size and
      *  lot, and each night it:
      *
      *    - receives the supplier deliveries keyed from the
      *      packing slips, against the open purchase orders;
      *    - relieves stock for every DELIVERY-CONFIRM line
      *      shipped to a truck, the named lot first and then
      *      the oldest-dated lots of the same treat;
      *    - warns when the pick orders the report run wrote to
      *      REPLEN-ORDER.TXT ask for more than the commissary
      *      has on hand, before the morning pick starts;
      *    - cuts a supplier purchase order for every treat
      *      whose position (on hand plus on order, less the
      *      morning's picks) has dropped below its reorder
      *      point on SUPPLIER-REF, written in the fixed layout
      *      the vendors take;
      *    - ages every purchase order still not fully received.
      *
      *  It runs after the report run, once per business date -
      *  receipts and relief would book twice on a rerun, so a
      *  date the run log already shows run clean is refused.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date being run - the same parameter the
      *  nightly chain runs against.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  Supplier reference, maintained through PIZZA-REF-MAINT -
      *  who supplies each treat, its reorder point, reorder
      *  quantity and lead time.

           SELECT SUPPLIER-REF
               ASSIGN TO 'SUPPLIER-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.

      *  Commissary stock master - one record per treat
      *  name/size and lot on the shelf. Loaded whole, moved in
      *  the table, rewritten whole at end of run.

           SELECT COMMISSARY-STOCK
               ASSIGN TO 'COMMISSARY-STOCK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMS-STATUS.

      *  Purchase orders not yet fully received - carried from
      *  night to night, rewritten whole at end of run with the
      *  ones received in full dropped off.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPO-STATUS.

      *  Supplier deliveries keyed off the packing slips. Named
      *  at run time with the same dated-name-first rule the
      *  sales and delivery files use - a catch-up day's
      *  receipts are staged or they are nothing.

           SELECT SUPPLIER-RECEIPT
               ASSIGN TO WS-RECEIPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

      *  What the commissary shipped to the trucks - the same
      *  delivery confirmations posting receives onto the
      *  trucks, named the same way.

           SELECT DELIVERY-CONFIRM
               ASSIGN TO WS-DELIVERY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCF-STATUS.

      *  The pick orders the report run cut for the morning.

           SELECT REPLEN-ORDER-FILE
               ASSIGN TO 'REPLEN-ORDER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPO-STATUS.

      *  Tonight's purchase orders in the fixed layout sent to
      *  the vendors.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'PURCHASE-ORDER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUR-STATUS.

      *  Receiving, relief, pick warning, purchasing and open-PO
      *  aging report.

           SELECT COMMISSARY-REPORT-FILE
               ASSIGN TO 'COMMISSARY-REPORT.TXT'
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

      *  Supplier record - same layout PIZZA-REF-MAINT writes.

       FD  SUPPLIER-REF
           RECORD CONTAINS 46 CHARACTERS.
       01  SUPPLIER-REF-REC.
           05  SR-SUPPLIER-ID         PIC X(4).
           05  SR-SUPPLIER-NAME       PIC X(15).
           05  SR-TREAT-NAME          PIC X(15).
           05  SR-TREAT-SIZE          PIC X.
           05  SR-REORDER-POINT       PIC 9(4).
           05  SR-REORDER-QTY         PIC 9(4).
           05  SR-LEAD-DAYS           PIC 9(3).

      *  Commissary stock record - treat name/size, lot, the
      *  lot's expiration date (YYYYMMDD), and units on hand.

       FD  COMMISSARY-STOCK
           RECORD CONTAINS 36 CHARACTERS.
       01  COMMISSARY-STOCK-REC.
           05  CMS-TREAT-NAME         PIC X(15).
           05  CMS-TREAT-SIZE         PIC X.
           05  CMS-LOT                PIC X(6).
           05  CMS-EXPIRY             PIC X(8).
           05  CMS-ON-HAND            PIC 9(6).

      *  Open purchase order record - PO number, the date it
      *  was cut, the supplier, the treat, units ordered and
      *  received so far, and the date it is due in.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  OPEN-PO-REC.
           05  OP-PO-NUMBER           PIC X(8).
           05  OP-ORDER-DATE          PIC 9(8).
           05  OP-SUPPLIER-ID         PIC X(4).
           05  OP-TREAT-NAME          PIC X(15).
           05  OP-TREAT-SIZE          PIC X.
           05  OP-ORDER-QTY           PIC 9(5).
           05  OP-RECEIVED-QTY        PIC 9(5).
           05  OP-DUE-DATE            PIC 9(8).

      *  Supplier receipt record - the PO it fills (blank when
      *  the packing slip carries none), the supplier, the
      *  treat, units received, and the lot/expiry of the stock.

       FD  SUPPLIER-RECEIPT
           RECORD CONTAINS 47 CHARACTERS.
       01  SUPPLIER-RECEIPT-REC.
           05  RV-PO-NUMBER           PIC X(8).
           05  RV-SUPPLIER-ID         PIC X(4).
           05  RV-TREAT-NAME          PIC X(15).
           05  RV-TREAT-SIZE          PIC X.
           05  RV-QTY-RECEIVED        PIC 9(5).
           05  RV-LOT                 PIC X(6).
           05  RV-EXPIRY              PIC X(8).

      *  Delivery confirmation record - same layout posting
      *  reads.

       FD  DELIVERY-CONFIRM
           RECORD CONTAINS 38 CHARACTERS.
       01  DELIVERY-CONFIRM-REC.
           05  DC-TRUCK-ID        PIC X(4).
           05  DC-TREAT-NAME      PIC X(15).
           05  DC-TREAT-SIZE      PIC X.
           05  DC-QTY-DELIVERED   PIC 9(4).
           05  DC-LOT             PIC X(6).
           05  DC-EXPIRY          PIC X(8).

      *  Replenishment order record - same layout the report
      *  program writes to REPLEN-ORDER.TXT.

       FD  REPLEN-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  REPLEN-ORDER-REC.
           05  RO-TRUCK-ID            PIC X(4).
           05  RO-TREAT-NAME          PIC X(15).
           05  RO-TREAT-SIZE          PIC X.
           05  RO-ORDER-QTY           PIC 9(4).
           05  RO-EXT-COST            PIC 9(6)V99.

      *  Vendor purchase order record - fixed layout, one per
      *  order line: PO number, order date, supplier ID and
      *  name, treat name/size, units ordered, date wanted.

       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  PURCHASE-ORDER-REC.
           05  PO-NUMBER              PIC X(8).
           05  PO-ORDER-DATE          PIC 9(8).
           05  PO-SUPPLIER-ID         PIC X(4).
           05  PO-SUPPLIER-NAME       PIC X(15).
           05  PO-TREAT-NAME          PIC X(15).
           05  PO-TREAT-SIZE          PIC X.
           05  PO-ORDER-QTY           PIC 9(5).
           05  PO-DUE-DATE            PIC 9(8).

       FD  COMMISSARY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMISSARY-REPORT-REC  PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. For the commissary the read count is receipt
      *  and delivery lines read and the write count is
      *  purchase orders cut.

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
       01  WS-SPR-STATUS                PIC XX.
       01  WS-CMS-STATUS                PIC XX.
       01  WS-OPO-STATUS                PIC XX.
       01  WS-RCV-STATUS                PIC XX.
       01  WS-DCF-STATUS                PIC XX.
       01  WS-RPO-STATUS                PIC XX.
       01  WS-PUR-STATUS                PIC XX.
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
       01  WS-RUN-MODE                  PIC X       VALUE SPACE.

      *  Run-time file names - tried under the business date's
      *  name first.

       01  WS-RECEIPT-FILE              PIC X(40)   VALUE
           'SUPPLIER-RECEIPT.TXT'.
       01  WS-DELIVERY-FILE             PIC X(40)   VALUE
           'DELIVERY-CONFIRM.TXT'.

      *  Supplier table.

       01  WS-SUPPLIER-COUNT            PIC 9(4)    VALUE 0.

       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 1000 TIMES.
               10  SP-SUPPLIER-ID       PIC X(4).
               10  SP-SUPPLIER-NAME     PIC X(15).
               10  SP-TREAT-NAME        PIC X(15).
               10  SP-TREAT-SIZE        PIC X.
               10  SP-REORDER-POINT     PIC 9(4).
               10  SP-REORDER-QTY       PIC 9(4).
               10  SP-LEAD-DAYS         PIC 9(3).

      *  Commissary stock by treat name/size and lot. The file
      *  is rewritten whole from this table, so a file past the
      *  cap stops the run before anything moves.

       01  WS-STOCK-COUNT               PIC 9(4)    VALUE 0.
       01  WS-STOCK-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  STOCK-TABLE.
           05  STOCK-ENTRY OCCURS 1000 TIMES.
               10  SK-TREAT-NAME        PIC X(15).
               10  SK-TREAT-SIZE        PIC X.
               10  SK-LOT               PIC X(6).
               10  SK-EXPIRY            PIC X(8).
               10  SK-ON-HAND           PIC 9(6).

      *  Open purchase orders, same capacity stop. PT-NEW marks
      *  one cut tonight.

       01  WS-OPEN-PO-COUNT             PIC 9(4)    VALUE 0.
       01  WS-OPEN-PO-OVERFLOW-COUNT    PIC 9(4)    VALUE 0.

       01  OPEN-PO-TABLE.
           05  OPEN-PO-ENTRY OCCURS 1000 TIMES.
               10  PT-PO-NUMBER         PIC X(8).
               10  PT-ORDER-DATE        PIC 9(8).
               10  PT-SUPPLIER-ID       PIC X(4).
               10  PT-TREAT-NAME        PIC X(15).
               10  PT-TREAT-SIZE        PIC X.
               10  PT-ORDER-QTY         PIC 9(5).
               10  PT-RECEIVED-QTY      PIC 9(5).
               10  PT-DUE-DATE          PIC 9(8).
               10  PT-NEW               PIC X.

      *  Each treat name/size's position for the pick warning
      *  and the reorder check - unexpired units on hand, units
      *  the morning's picks want, and units still on order.

       01  WS-POSITION-COUNT            PIC 9(4)    VALUE 0.
       01  WS-POSITION-OVERFLOW-COUNT   PIC 9(4)    VALUE 0.

       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1000 TIMES.
               10  TP-TREAT-NAME        PIC X(15).
               10  TP-TREAT-SIZE        PIC X.
               10  TP-ON-HAND           PIC 9(7).
               10  TP-PICK-QTY          PIC 9(7).
               10  TP-ON-ORDER          PIC 9(7).

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.

      *  Work fields for receiving, relief, and purchasing.

       01  WS-LOOKUP-NAME               PIC X(15)   VALUE SPACES.
       01  WS-LOOKUP-SIZE               PIC X       VALUE SPACE.
       01  WS-LOOKUP-LOT                PIC X(6)    VALUE SPACES.
       01  WS-LOOKUP-EXPIRY             PIC X(8)    VALUE SPACES.
       01  WS-RECEIPT-NOTE              PIC X(10)   VALUE SPACES.
       01  WS-RELIEF-REMAIN             PIC 9(6)    VALUE 0.
       01  WS-RELIEF-TAKE               PIC 9(6)    VALUE 0.
       01  WS-LOT-ON-BOOK               PIC X       VALUE 'N'.
       01  WS-OLDEST-EXPIRY             PIC X(8)    VALUE SPACES.
       01  WS-PROJECTED-QTY             PIC S9(7)   VALUE 0.
       01  WS-ORDER-QTY                 PIC 9(7)    VALUE 0.
       01  WS-PO-SEQUENCE               PIC 99      VALUE 0.
       01  WS-PO-NUMBER                 PIC X(8)    VALUE SPACES.
       01  WS-DUE-DATE                  PIC 9(8)    VALUE 0.
       01  WS-OUTSTANDING-QTY           PIC 9(5)    VALUE 0.
       01  WS-AGE-DAYS                  PIC 9(4)    VALUE 0.

      *  Open-PO aging buckets - count of orders and units
      *  outstanding in each.

       01  AGING-BUCKET-TABLE.
           05  AGING-BUCKET OCCURS 4 TIMES.
               10  AB-PO-COUNT          PIC 9(5).
               10  AB-OPEN-UNITS        PIC 9(7).

       01  AGING-BUCKET-NAMES.
           05  FILLER                   PIC X(20)   VALUE
               '0 - 7 DAYS          '.
           05  FILLER                   PIC X(20)   VALUE
               '8 - 14 DAYS         '.
           05  FILLER                   PIC X(20)   VALUE
               '15 - 30 DAYS        '.
           05  FILLER                   PIC X(20)   VALUE
               'OVER 30 DAYS        '.
       01  AGING-BUCKET-NAME-TABLE REDEFINES AGING-BUCKET-NAMES.
           05  AB-NAME                  PIC X(20)   OCCURS 4 TIMES.

      *  Run totals for the report trailer.

       01  WS-RUN-TOTALS.
           05  WS-RECEIPT-READ-COUNT    PIC 9(6)    VALUE 0.
           05  WS-RECEIPT-REJECT-COUNT  PIC 9(6)    VALUE 0.
           05  WS-RECEIPT-NO-PO-COUNT   PIC 9(6)    VALUE 0.
           05  WS-UNITS-RECEIVED        PIC 9(7)    VALUE 0.
           05  WS-DELIV-READ-COUNT      PIC 9(6)    VALUE 0.
           05  WS-DELIV-REJECT-COUNT    PIC 9(6)    VALUE 0.
           05  WS-RELIEF-EXCEPT-COUNT   PIC 9(6)    VALUE 0.
           05  WS-UNITS-RELIEVED        PIC 9(7)    VALUE 0.
           05  WS-UNITS-UNBOOKED        PIC 9(7)    VALUE 0.
           05  WS-PICK-READ-COUNT       PIC 9(6)    VALUE 0.
           05  WS-PICK-SHORT-COUNT      PIC 9(6)    VALUE 0.
           05  WS-PO-CUT-COUNT          PIC 9(6)    VALUE 0.
           05  WS-PO-REJECT-COUNT       PIC 9(6)    VALUE 0.
           05  WS-PO-CLOSED-COUNT       PIC 9(6)    VALUE 0.
           05  WS-PO-OPEN-COUNT         PIC 9(6)    VALUE 0.
           05  WS-PO-PAST-DUE-COUNT     PIC 9(6)    VALUE 0.
           05  WS-STOCK-WRITE-COUNT     PIC 9(6)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 COMM-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 COMM-HEADER-2.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(35) VALUE
                              'COMMISSARY STOCK AND PURCHASING'.

       01 COMM-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 BD-DATE-OUT     PIC 9999/99/99.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(40).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(50).

      *  One line per rejected receipt or delivery line - bad
      *  quantity, blank treat, or table full.

       01 TRANS-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-REASON-OUT   PIC X(12).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-KEY-OUT      PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-QTY-OUT      PIC X(5).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TE-LOT-OUT      PIC X(14).

       01 RECEIPT-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'PO NUMBER '.
          05 FILLER          PIC X(6)  VALUE 'SUPP  '.
          05 FILLER          PIC X(17) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(3)  VALUE 'SZ '.
          05 FILLER          PIC X(8)  VALUE 'LOT     '.
          05 FILLER          PIC X(10) VALUE 'EXPIRY    '.
          05 FILLER          PIC X(7)  VALUE '  UNITS'.
          05 FILLER          PIC X(6)  VALUE '  NOTE'.

       01 RECEIPT-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-PO-OUT       PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-SUPPLIER-OUT PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-LOT-OUT      PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-EXPIRY-OUT   PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-QTY-OUT      PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RD-NOTE-OUT     PIC X(10).

       01 RELIEF-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TRUCK '.
          05 FILLER          PIC X(17) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(3)  VALUE 'SZ '.
          05 FILLER          PIC X(8)  VALUE 'LOT     '.
          05 FILLER          PIC X(7)  VALUE 'SHIPPED'.
          05 FILLER          PIC X(9)  VALUE ' UNBOOKED'.
          05 FILLER          PIC X(6)  VALUE '  NOTE'.

      *  One line per shipment the stock book could not cover
      *  as keyed - the lot was not on the book, or the treat's
      *  lots together held less than was shipped.

       01 RELIEF-EXCEPTION-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RX-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RX-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RX-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RX-LOT-OUT      PIC X(6).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 RX-QTY-OUT      PIC ZZZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 RX-SHORT-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RX-NOTE-OUT     PIC X(18).

       01 PICK-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(17) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(3)  VALUE 'SZ '.
          05 FILLER          PIC X(8)  VALUE ' PICKING'.
          05 FILLER          PIC X(8)  VALUE ' ON HAND'.
          05 FILLER          PIC X(8)  VALUE '   SHORT'.
          05 FILLER          PIC X(6)  VALUE '  NOTE'.

       01 PICK-WARN-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PW-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PW-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PW-PICK-OUT     PIC ZZZZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 PW-ON-HAND-OUT  PIC ZZZZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 PW-SHORT-OUT    PIC ZZZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PW-NOTE-OUT     PIC X(16).

       01 PO-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'PO NUMBER '.
          05 FILLER          PIC X(6)  VALUE 'SUPP  '.
          05 FILLER          PIC X(17) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(3)  VALUE 'SZ '.
          05 FILLER          PIC X(8)  VALUE 'POSITION'.
          05 FILLER          PIC X(6)  VALUE '   ROP'.
          05 FILLER          PIC X(7)  VALUE ' ORDER '.
          05 FILLER          PIC X(10) VALUE '  DUE'.

       01 PO-CUT-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-PO-OUT       PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-SUPPLIER-OUT PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-POSITION-OUT PIC -ZZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-ROP-OUT      PIC ZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-QTY-OUT      PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PC-DUE-OUT      PIC 9999/99/99.

      *  Printed in place of a purchase order that could not be
      *  cut - the open-PO table was full.

       01 PO-REJECT-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(26) VALUE
                              '** PO NOT CUT, TABLE FULL '.
          05 PR-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 PR-SIZE-OUT     PIC X.

       01 AGING-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'PO NUMBER'.
          05 FILLER          PIC X(5)  VALUE ' SUPP'.
          05 FILLER          PIC X(17) VALUE ' TREAT NAME'.
          05 FILLER          PIC X(6)  VALUE '  OPEN'.
          05 FILLER          PIC X(11) VALUE ' ORDERED'.
          05 FILLER          PIC X(5)  VALUE '  AGE'.
          05 FILLER          PIC X(8)  VALUE ' BUCKET'.
          05 FILLER          PIC X(8)  VALUE ' STATUS'.

       01 AGING-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AG-PO-OUT       PIC X(8).
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-SUPPLIER-OUT PIC X(4).
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-NAME-OUT     PIC X(15).
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-SIZE-OUT     PIC X.
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-OPEN-OUT     PIC ZZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-ORDERED-OUT  PIC 9999/99/99.
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-AGE-OUT      PIC ZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-BUCKET-OUT   PIC X(7).
          05 FILLER          PIC X     VALUE SPACE.
          05 AG-STATUS-OUT   PIC X(8).

       01 AGING-BUCKET-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 AB-LABEL-OUT    PIC X(20).
          05 AB-COUNT-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(7)  VALUE ' POS   '.
          05 AB-UNITS-OUT    PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(11) VALUE ' UNITS OPEN'.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date and refuses a rerun, the
      *  reference, stock and open-PO tables are loaded, the
      *  supplier deliveries are received and the truck
      *  shipments relieved, the morning's picks are checked
      *  against what is left, purchase orders are cut, both
      *  files are rewritten, and the open orders are aged.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-LOAD-SUPPLIERS
           PERFORM 137-LOAD-STOCK
           PERFORM 139-LOAD-OPEN-POS
           PERFORM 140-RECEIVING-SECTION
           PERFORM 150-RELIEF-SECTION
           PERFORM 160-BUILD-POSITIONS
           PERFORM 165-PICK-WARNING-SECTION
           PERFORM 170-PURCHASING-SECTION
           PERFORM 180-REWRITE-STOCK
           PERFORM 185-REWRITE-OPEN-POS
           PERFORM 190-AGING-SECTION
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report, reads the business date, and proves
      *  this date has not already been run.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT COMMISSARY-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE COMM-HEADER    TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE COMM-HEADER-2  TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-BUSINESS-DATE
           PERFORM 132-CHECK-ALREADY-RUN

           MOVE WS-BUSINESS-DATE TO BD-DATE-OUT
           MOVE COMM-DATE-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been received, relieved, or ordered.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE COMMISSARY-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the business date and builds the dated names the
      *  receipt and delivery files are tried under first. The
      *  date has to be a real calendar date - purchase orders
      *  are due-dated and aged off it.

       130-GET-BUSINESS-DATE.

           OPEN INPUT RUN-DATE-PARM

           IF WS-RDP-STATUS = '00'
              READ RUN-DATE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RDP-BUSINESS-DATE NUMERIC
                       MOVE RDP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RDP-RUN-MODE      TO WS-RUN-MODE
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

           MOVE SPACES TO WS-RECEIPT-FILE
           STRING 'SUPPLIER-RECEIPT-' DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X  DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-RECEIPT-FILE

           MOVE SPACES TO WS-DELIVERY-FILE
           STRING 'DELIVERY-CONFIRM-' DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X  DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-DELIVERY-FILE

           .

      *  Scans the run log for a clean commissary run already
      *  logged for this business date. Receipts and relief are
      *  not journaled, so running a date twice would receive
      *  and relieve it twice - a stopped run moved nothing and
      *  may be run again.

       132-CHECK-ALREADY-RUN.

           OPEN INPUT RUN-LOG-FILE

           IF WS-LOG-STATUS = '00'
              PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE '10' TO WS-LOG-STATUS
                    NOT AT END
                       IF RL-PROGRAM = 'PIZZA-COMMISSARY    '
                          AND RL-BUSINESS-DATE = WS-BUSINESS-DATE-X
                          AND RL-OUTCOME = 'CLEAN   '
                          MOVE 'N' TO EOF-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF

           IF EOF-FLAG = 'N'
              MOVE 'COMMISSARY ALREADY RUN CLEAN FOR THIS DATE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Loads the supplier table. A treat with no supplier
      *  entry is never reordered - it shows on the pick
      *  warning when it runs short.

       135-LOAD-SUPPLIERS.

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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-REF
           END-IF

           .

      *  Loads the commissary stock book. A missing file is a
      *  commissary starting from an empty shelf. A book with
      *  more lots than the table holds stops the run - it is
      *  rewritten whole and would lose everything past the cap.

       137-LOAD-STOCK.

           OPEN INPUT COMMISSARY-STOCK

           IF WS-CMS-STATUS = '00'
              PERFORM UNTIL WS-CMS-STATUS NOT = '00'
                 READ COMMISSARY-STOCK
                    AT END
                       MOVE '10' TO WS-CMS-STATUS
                    NOT AT END
                       IF WS-STOCK-COUNT < 1000
                          ADD 1 TO WS-STOCK-COUNT
                          MOVE CMS-TREAT-NAME
                             TO SK-TREAT-NAME(WS-STOCK-COUNT)
                          MOVE CMS-TREAT-SIZE
                             TO SK-TREAT-SIZE(WS-STOCK-COUNT)
                          MOVE CMS-LOT
                             TO SK-LOT(WS-STOCK-COUNT)
                          MOVE CMS-EXPIRY
                             TO SK-EXPIRY(WS-STOCK-COUNT)
                          MOVE CMS-ON-HAND
                             TO SK-ON-HAND(WS-STOCK-COUNT)
                       ELSE
                          ADD 1 TO WS-STOCK-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMISSARY-STOCK
           END-IF

           IF WS-STOCK-OVERFLOW-COUNT > 0
              MOVE 'STOCK BOOK EXCEEDS TABLE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Loads the open purchase orders, same capacity stop.

       139-LOAD-OPEN-POS.

           OPEN INPUT OPEN-PO-FILE

           IF WS-OPO-STATUS = '00'
              PERFORM UNTIL WS-OPO-STATUS NOT = '00'
                 READ OPEN-PO-FILE
                    AT END
                       MOVE '10' TO WS-OPO-STATUS
                    NOT AT END
                       IF WS-OPEN-PO-COUNT < 1000
                          ADD 1 TO WS-OPEN-PO-COUNT
                          MOVE OP-PO-NUMBER
                             TO PT-PO-NUMBER(WS-OPEN-PO-COUNT)
                          MOVE OP-ORDER-DATE
                             TO PT-ORDER-DATE(WS-OPEN-PO-COUNT)
                          MOVE OP-SUPPLIER-ID
                             TO PT-SUPPLIER-ID(WS-OPEN-PO-COUNT)
                          MOVE OP-TREAT-NAME
                             TO PT-TREAT-NAME(WS-OPEN-PO-COUNT)
                          MOVE OP-TREAT-SIZE
                             TO PT-TREAT-SIZE(WS-OPEN-PO-COUNT)
                          MOVE OP-ORDER-QTY
                             TO PT-ORDER-QTY(WS-OPEN-PO-COUNT)
                          MOVE OP-RECEIVED-QTY
                             TO PT-RECEIVED-QTY(WS-OPEN-PO-COUNT)
                          MOVE OP-DUE-DATE
                             TO PT-DUE-DATE(WS-OPEN-PO-COUNT)
                          MOVE 'N'
                             TO PT-NEW(WS-OPEN-PO-COUNT)
                       ELSE
                          ADD 1 TO WS-OPEN-PO-OVERFLOW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF

           IF WS-OPEN-PO-OVERFLOW-COUNT > 0
              MOVE 'OPEN PO FILE EXCEEDS TABLE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Receives the supplier deliveries. Every good line goes
      *  onto the stock book under its lot and lists; one that
      *  names an open PO is counted against it, one that names
      *  no PO - or a PO not on file - still goes on the shelf,
      *  because the stock is physically there, but is flagged
      *  for purchasing to chase.

       140-RECEIVING-SECTION.

           MOVE 'SUPPLIER RECEIVING' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           OPEN INPUT SUPPLIER-RECEIPT

           IF WS-RCV-STATUS = '35'
              AND WS-RUN-MODE NOT = 'C'
              MOVE 'SUPPLIER-RECEIPT.TXT' TO WS-RECEIPT-FILE
              OPEN INPUT SUPPLIER-RECEIPT
           END-IF

           IF WS-RCV-STATUS = '00'
              MOVE RECEIPT-COLUMN-HEADER TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM UNTIL WS-RCV-STATUS NOT = '00'
                 READ SUPPLIER-RECEIPT
                    AT END
                       MOVE '10' TO WS-RCV-STATUS
                    NOT AT END
                       ADD 1 TO WS-RECEIPT-READ-COUNT
                       PERFORM 142-RECEIVE-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-RECEIPT
           END-IF

           IF WS-RECEIPT-READ-COUNT = 0
              MOVE 'NO SUPPLIER DELIVERIES RECEIVED' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Validates, shelves, and lists one receipt line.

       142-RECEIVE-ONE-LINE.

           EVALUATE TRUE
              WHEN RV-QTY-RECEIVED NOT NUMERIC
                 OR RV-QTY-RECEIVED = ZERO
                 MOVE 'RCV QTY REJ' TO TE-REASON-OUT
                 PERFORM 143-REJECT-RECEIPT
              WHEN RV-TREAT-NAME = SPACES
                 MOVE 'RCV NO TREAT' TO TE-REASON-OUT
                 PERFORM 143-REJECT-RECEIPT
              WHEN OTHER
                 MOVE RV-TREAT-NAME TO WS-LOOKUP-NAME
                 MOVE RV-TREAT-SIZE TO WS-LOOKUP-SIZE
                 MOVE RV-LOT        TO WS-LOOKUP-LOT
                 MOVE RV-EXPIRY     TO WS-LOOKUP-EXPIRY
                 PERFORM 146-FIND-STOCK-LOT
                 IF WS-FOUND-SUB = 0
                    AND WS-STOCK-COUNT NOT < 1000
                    MOVE 'STK TBL FULL' TO TE-REASON-OUT
                    PERFORM 143-REJECT-RECEIPT
                 ELSE
                    PERFORM 144-SHELVE-RECEIPT
                 END-IF
           END-EVALUATE

           .

      *  Prints one reject line for a receipt that did not go on
      *  the shelf, so the packing slip can be rekeyed.

       143-REJECT-RECEIPT.

           ADD 1 TO WS-RECEIPT-REJECT-COUNT
           MOVE RV-PO-NUMBER    TO TE-KEY-OUT
           MOVE RV-TREAT-NAME   TO TE-NAME-OUT
           MOVE RV-TREAT-SIZE   TO TE-SIZE-OUT
           MOVE RV-QTY-RECEIVED TO TE-QTY-OUT
           MOVE SPACES          TO TE-LOT-OUT
           STRING RV-LOT    DELIMITED BY SIZE
                  RV-EXPIRY DELIMITED BY SIZE
                  INTO TE-LOT-OUT

           MOVE TRANS-ERROR-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Puts one receipt on the stock book - onto its lot when
      *  the lot is already shelved, as a new lot otherwise -
      *  and counts it against its purchase order.

       144-SHELVE-RECEIPT.

           IF WS-FOUND-SUB = 0
              ADD 1 TO WS-STOCK-COUNT
              MOVE WS-STOCK-COUNT TO WS-FOUND-SUB
              MOVE RV-TREAT-NAME  TO SK-TREAT-NAME(WS-FOUND-SUB)
              MOVE RV-TREAT-SIZE  TO SK-TREAT-SIZE(WS-FOUND-SUB)
              MOVE RV-LOT         TO SK-LOT(WS-FOUND-SUB)
              MOVE RV-EXPIRY      TO SK-EXPIRY(WS-FOUND-SUB)
              MOVE ZERO           TO SK-ON-HAND(WS-FOUND-SUB)
           END-IF

           ADD RV-QTY-RECEIVED TO SK-ON-HAND(WS-FOUND-SUB)
           ADD RV-QTY-RECEIVED TO WS-UNITS-RECEIVED

           MOVE SPACES TO WS-RECEIPT-NOTE
           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-OPEN-PO-COUNT
              IF PT-PO-NUMBER(SUB) = RV-PO-NUMBER
                 AND PT-TREAT-NAME(SUB) = RV-TREAT-NAME
                 AND PT-TREAT-SIZE(SUB) = RV-TREAT-SIZE
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-OPEN-PO-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           IF WS-FOUND-SUB = 0
              ADD 1 TO WS-RECEIPT-NO-PO-COUNT
              MOVE '** NO PO' TO WS-RECEIPT-NOTE
           ELSE
              IF PT-RECEIVED-QTY(WS-FOUND-SUB) + RV-QTY-RECEIVED
                 > 99999
                 MOVE 99999 TO PT-RECEIVED-QTY(WS-FOUND-SUB)
              ELSE
                 ADD RV-QTY-RECEIVED
                    TO PT-RECEIVED-QTY(WS-FOUND-SUB)
              END-IF
              EVALUATE TRUE
                 WHEN PT-RECEIVED-QTY(WS-FOUND-SUB) >
                      PT-ORDER-QTY(WS-FOUND-SUB)
                    MOVE '** OVER PO' TO WS-RECEIPT-NOTE
                 WHEN PT-RECEIVED-QTY(WS-FOUND-SUB) =
                      PT-ORDER-QTY(WS-FOUND-SUB)
                    MOVE 'PO FILLED' TO WS-RECEIPT-NOTE
                 WHEN OTHER
                    MOVE 'PARTIAL' TO WS-RECEIPT-NOTE
              END-EVALUATE
           END-IF

           MOVE RV-PO-NUMBER    TO RD-PO-OUT
           MOVE RV-SUPPLIER-ID  TO RD-SUPPLIER-OUT
           MOVE RV-TREAT-NAME   TO RD-NAME-OUT
           MOVE RV-TREAT-SIZE   TO RD-SIZE-OUT
           MOVE RV-LOT          TO RD-LOT-OUT
           MOVE RV-EXPIRY       TO RD-EXPIRY-OUT
           MOVE RV-QTY-RECEIVED TO RD-QTY-OUT
           MOVE WS-RECEIPT-NOTE TO RD-NOTE-OUT

           MOVE RECEIPT-DETAIL-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Finds the stock entry for the lookup treat name/size
      *  and lot, zero when that lot is not on the book.

       146-FIND-STOCK-LOT.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-STOCK-COUNT
              IF SK-TREAT-NAME(SUB) = WS-LOOKUP-NAME
                 AND SK-TREAT-SIZE(SUB) = WS-LOOKUP-SIZE
                 AND SK-LOT(SUB) = WS-LOOKUP-LOT
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-STOCK-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Section heading, with a blank line either side.

       148-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE
           MOVE SECTION-HEADER-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE
           PERFORM 110-WRITE-LINE

           .

      *  Relieves the stock book for what went out to the
      *  trucks. Only the exceptions list - a shipment from a
      *  lot the book does not show, or more units than the
      *  treat's lots held - since those are the book being
      *  wrong, and the next pick warning with it.

       150-RELIEF-SECTION.

           MOVE 'TRUCK SHIPMENTS RELIEVED' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           OPEN INPUT DELIVERY-CONFIRM

           IF WS-DCF-STATUS = '35'
              AND WS-RUN-MODE NOT = 'C'
              MOVE 'DELIVERY-CONFIRM.TXT' TO WS-DELIVERY-FILE
              OPEN INPUT DELIVERY-CONFIRM
           END-IF

           IF WS-DCF-STATUS = '00'
              MOVE RELIEF-COLUMN-HEADER TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM UNTIL WS-DCF-STATUS NOT = '00'
                 READ DELIVERY-CONFIRM
                    AT END
                       MOVE '10' TO WS-DCF-STATUS
                    NOT AT END
                       ADD 1 TO WS-DELIV-READ-COUNT
                       IF DC-QTY-DELIVERED NOT NUMERIC
                          ADD 1 TO WS-DELIV-REJECT-COUNT
                          MOVE 'DLV QTY REJ'    TO TE-REASON-OUT
                          MOVE DC-TRUCK-ID      TO TE-KEY-OUT
                          MOVE DC-TREAT-NAME    TO TE-NAME-OUT
                          MOVE DC-TREAT-SIZE    TO TE-SIZE-OUT
                          MOVE DC-QTY-DELIVERED TO TE-QTY-OUT
                          MOVE DC-LOT           TO TE-LOT-OUT
                          MOVE TRANS-ERROR-LINE
                             TO COMMISSARY-REPORT-REC
                          WRITE COMMISSARY-REPORT-REC
                                AFTER ADVANCING 1 LINE
                       ELSE
                          PERFORM 152-RELIEVE-ONE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DELIVERY-CONFIRM
           END-IF

           IF WS-RELIEF-EXCEPT-COUNT = 0
              AND WS-DELIV-REJECT-COUNT = 0
              MOVE 'EVERY SHIPMENT RELIEVED AS KEYED' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Relieves one shipment line: the named lot first, then
      *  the treat's other lots oldest expiry first. Whatever is
      *  left over was shipped without being on the book.

       152-RELIEVE-ONE-LINE.

           MOVE DC-QTY-DELIVERED TO WS-RELIEF-REMAIN
           MOVE DC-TREAT-NAME    TO WS-LOOKUP-NAME
           MOVE DC-TREAT-SIZE    TO WS-LOOKUP-SIZE
           MOVE DC-LOT           TO WS-LOOKUP-LOT

           PERFORM 146-FIND-STOCK-LOT

           IF WS-FOUND-SUB = 0
              MOVE 'N' TO WS-LOT-ON-BOOK
           ELSE
              MOVE 'Y' TO WS-LOT-ON-BOOK
              PERFORM 154-TAKE-FROM-LOT
           END-IF

           MOVE 1 TO WS-FOUND-SUB
           PERFORM UNTIL WS-RELIEF-REMAIN = 0
              OR WS-FOUND-SUB = 0
              PERFORM 156-FIND-OLDEST-LOT
              IF WS-FOUND-SUB > 0
                 PERFORM 154-TAKE-FROM-LOT
              END-IF
           END-PERFORM

           SUBTRACT WS-RELIEF-REMAIN FROM DC-QTY-DELIVERED
              GIVING WS-RELIEF-TAKE
           ADD WS-RELIEF-TAKE TO WS-UNITS-RELIEVED

           IF WS-LOT-ON-BOOK = 'N'
              OR WS-RELIEF-REMAIN > 0
              ADD 1 TO WS-RELIEF-EXCEPT-COUNT
              ADD WS-RELIEF-REMAIN TO WS-UNITS-UNBOOKED
              MOVE DC-TRUCK-ID      TO RX-TRUCK-OUT
              MOVE DC-TREAT-NAME    TO RX-NAME-OUT
              MOVE DC-TREAT-SIZE    TO RX-SIZE-OUT
              MOVE DC-LOT           TO RX-LOT-OUT
              MOVE DC-QTY-DELIVERED TO RX-QTY-OUT
              MOVE WS-RELIEF-REMAIN TO RX-SHORT-OUT
              IF WS-RELIEF-REMAIN > 0
                 MOVE '** SHIPPED > BOOK' TO RX-NOTE-OUT
              ELSE
                 MOVE 'LOT NOT ON BOOK' TO RX-NOTE-OUT
              END-IF
              MOVE RELIEF-EXCEPTION-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Takes as much of the remaining shipment as the lot
      *  WS-FOUND-SUB points at can give.

       154-TAKE-FROM-LOT.

           IF SK-ON-HAND(WS-FOUND-SUB) < WS-RELIEF-REMAIN
              MOVE SK-ON-HAND(WS-FOUND-SUB) TO WS-RELIEF-TAKE
           ELSE
              MOVE WS-RELIEF-REMAIN TO WS-RELIEF-TAKE
           END-IF

           SUBTRACT WS-RELIEF-TAKE FROM SK-ON-HAND(WS-FOUND-SUB)
           SUBTRACT WS-RELIEF-TAKE FROM WS-RELIEF-REMAIN

           .

      *  Finds the lookup treat's lot with stock left and the
      *  earliest expiry, zero when its lots are all empty. An
      *  undated lot sorts after every dated one.

       156-FIND-OLDEST-LOT.

           MOVE ZERO TO WS-FOUND-SUB
           MOVE HIGH-VALUES TO WS-OLDEST-EXPIRY

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-STOCK-COUNT
              IF SK-TREAT-NAME(SUB) = WS-LOOKUP-NAME
                 AND SK-TREAT-SIZE(SUB) = WS-LOOKUP-SIZE
                 AND SK-ON-HAND(SUB) > 0
                 IF WS-FOUND-SUB = 0
                    OR (SK-EXPIRY(SUB) NUMERIC
                       AND (WS-OLDEST-EXPIRY NOT NUMERIC
                          OR SK-EXPIRY(SUB) < WS-OLDEST-EXPIRY))
                    MOVE SUB TO WS-FOUND-SUB
                    MOVE SK-EXPIRY(SUB) TO WS-OLDEST-EXPIRY
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Builds each treat's position: unexpired units on the
      *  book, and units still due in on open orders. Every
      *  supplied treat gets a position even with nothing on
      *  hand, so an empty shelf still reorders.

       160-BUILD-POSITIONS.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-STOCK-COUNT
              IF SK-ON-HAND(SUB2) > 0
                 MOVE SK-TREAT-NAME(SUB2) TO WS-LOOKUP-NAME
                 MOVE SK-TREAT-SIZE(SUB2) TO WS-LOOKUP-SIZE
                 PERFORM 162-FIND-POSITION
                 IF WS-FOUND-SUB > 0
                    AND (SK-EXPIRY(SUB2) NOT NUMERIC
                       OR SK-EXPIRY(SUB2) NOT < WS-BUSINESS-DATE-X)
                    ADD SK-ON-HAND(SUB2) TO TP-ON-HAND(WS-FOUND-SUB)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-OPEN-PO-COUNT
              IF PT-ORDER-QTY(SUB2) > PT-RECEIVED-QTY(SUB2)
                 MOVE PT-TREAT-NAME(SUB2) TO WS-LOOKUP-NAME
                 MOVE PT-TREAT-SIZE(SUB2) TO WS-LOOKUP-SIZE
                 PERFORM 162-FIND-POSITION
                 IF WS-FOUND-SUB > 0
                    COMPUTE TP-ON-ORDER(WS-FOUND-SUB) =
                       TP-ON-ORDER(WS-FOUND-SUB)
                       + PT-ORDER-QTY(SUB2) - PT-RECEIVED-QTY(SUB2)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-SUPPLIER-COUNT
              MOVE SP-TREAT-NAME(SUB2) TO WS-LOOKUP-NAME
              MOVE SP-TREAT-SIZE(SUB2) TO WS-LOOKUP-SIZE
              PERFORM 162-FIND-POSITION
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Finds the position for the lookup treat name/size,
      *  adding it when it is new. Zero only when the table is
      *  full - counted, and that treat sits out the warning
      *  and the reorder check.

       162-FIND-POSITION.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-POSITION-COUNT
              IF TP-TREAT-NAME(SUB) = WS-LOOKUP-NAME
                 AND TP-TREAT-SIZE(SUB) = WS-LOOKUP-SIZE
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-POSITION-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           IF WS-FOUND-SUB = 0
              IF WS-POSITION-COUNT < 1000
                 ADD 1 TO WS-POSITION-COUNT
                 MOVE WS-POSITION-COUNT TO WS-FOUND-SUB
                 MOVE WS-LOOKUP-NAME TO TP-TREAT-NAME(WS-FOUND-SUB)
                 MOVE WS-LOOKUP-SIZE TO TP-TREAT-SIZE(WS-FOUND-SUB)
                 MOVE ZERO TO TP-ON-HAND(WS-FOUND-SUB)
                 MOVE ZERO TO TP-PICK-QTY(WS-FOUND-SUB)
                 MOVE ZERO TO TP-ON-ORDER(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-POSITION-OVERFLOW-COUNT
              END-IF
           END-IF

           .

      *  Totals the morning's pick orders by treat and warns on
      *  every treat the picks want more of than the book has
      *  unexpired on the shelf - the trucks will be short-
      *  shipped unless something is found or bought first.

       165-PICK-WARNING-SECTION.

           MOVE 'PICK ORDER SHORTAGE WARNING' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           OPEN INPUT REPLEN-ORDER-FILE

           IF WS-RPO-STATUS = '00'
              PERFORM UNTIL WS-RPO-STATUS NOT = '00'
                 READ REPLEN-ORDER-FILE
                    AT END
                       MOVE '10' TO WS-RPO-STATUS
                    NOT AT END
                       IF RO-ORDER-QTY NUMERIC
                          ADD 1 TO WS-PICK-READ-COUNT
                          MOVE RO-TREAT-NAME TO WS-LOOKUP-NAME
                          MOVE RO-TREAT-SIZE TO WS-LOOKUP-SIZE
                          PERFORM 162-FIND-POSITION
                          IF WS-FOUND-SUB > 0
                             ADD RO-ORDER-QTY
                                TO TP-PICK-QTY(WS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPLEN-ORDER-FILE
           END-IF

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-POSITION-COUNT
              IF TP-PICK-QTY(SUB2) > TP-ON-HAND(SUB2)
                 ADD 1 TO WS-PICK-SHORT-COUNT
                 IF WS-PICK-SHORT-COUNT = 1
                    MOVE PICK-COLUMN-HEADER TO COMMISSARY-REPORT-REC
                    WRITE COMMISSARY-REPORT-REC
                          AFTER ADVANCING 1 LINE
                 END-IF
                 PERFORM 167-PRINT-PICK-WARNING
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-PICK-SHORT-COUNT = 0
              IF WS-PICK-READ-COUNT = 0
                 MOVE 'NO PICK ORDERS ON FILE' TO NL-TEXT-OUT
              ELSE
                 MOVE 'COMMISSARY COVERS EVERY PICK ORDER'
                    TO NL-TEXT-OUT
              END-IF
              MOVE NONE-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Prints one shortage line for the position SUB2 points
      *  at, noting whether a purchase order is already coming
      *  or the treat has no supplier to order from.

       167-PRINT-PICK-WARNING.

           MOVE TP-TREAT-NAME(SUB2) TO PW-NAME-OUT
           MOVE TP-TREAT-SIZE(SUB2) TO PW-SIZE-OUT
           MOVE TP-PICK-QTY(SUB2)   TO PW-PICK-OUT
           MOVE TP-ON-HAND(SUB2)    TO PW-ON-HAND-OUT
           SUBTRACT TP-ON-HAND(SUB2) FROM TP-PICK-QTY(SUB2)
              GIVING PW-SHORT-OUT

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-SUPPLIER-COUNT
              IF SP-TREAT-NAME(SUB) = TP-TREAT-NAME(SUB2)
                 AND SP-TREAT-SIZE(SUB) = TP-TREAT-SIZE(SUB2)
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-SUPPLIER-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           EVALUATE TRUE
              WHEN WS-FOUND-SUB = 0
                 MOVE '** NO SUPPLIER' TO PW-NOTE-OUT
              WHEN TP-ON-ORDER(SUB2) > 0
                 MOVE 'PO OUTSTANDING' TO PW-NOTE-OUT
              WHEN OTHER
                 MOVE SPACES TO PW-NOTE-OUT
           END-EVALUATE

           MOVE PICK-WARN-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Cuts a purchase order for every supplied treat whose
      *  position - unexpired on hand plus on order, less what
      *  the morning's picks will take - is below its reorder
      *  point. The order is the supplier's reorder quantity,
      *  or enough to climb back to the reorder point when the
      *  hole is deeper than that.

       170-PURCHASING-SECTION.

           MOVE 'PURCHASE ORDERS CUT' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           OPEN OUTPUT PURCHASE-ORDER-FILE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-SUPPLIER-COUNT
              MOVE SP-TREAT-NAME(SUB2) TO WS-LOOKUP-NAME
              MOVE SP-TREAT-SIZE(SUB2) TO WS-LOOKUP-SIZE
              PERFORM 162-FIND-POSITION
              IF WS-FOUND-SUB > 0
                 COMPUTE WS-PROJECTED-QTY =
                    TP-ON-HAND(WS-FOUND-SUB)
                    + TP-ON-ORDER(WS-FOUND-SUB)
                    - TP-PICK-QTY(WS-FOUND-SUB)
                 IF WS-PROJECTED-QTY < SP-REORDER-POINT(SUB2)
                    PERFORM 172-CUT-ONE-PO
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE PURCHASE-ORDER-FILE

           IF WS-PO-CUT-COUNT = 0
              AND WS-PO-REJECT-COUNT = 0
              MOVE 'NO TREAT BELOW ITS REORDER POINT' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Cuts one purchase order for the supplier entry SUB2
      *  points at: numbers it (business date YYMMDD plus a
      *  sequence), due-dates it by the supplier's lead time,
      *  writes the vendor record, and carries it as open.

       172-CUT-ONE-PO.

           IF WS-OPEN-PO-COUNT NOT < 1000
              OR WS-PO-SEQUENCE NOT < 99
              ADD 1 TO WS-PO-REJECT-COUNT
              MOVE SP-TREAT-NAME(SUB2) TO PR-NAME-OUT
              MOVE SP-TREAT-SIZE(SUB2) TO PR-SIZE-OUT
              MOVE PO-REJECT-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              COMPUTE WS-ORDER-QTY =
                 SP-REORDER-POINT(SUB2) - WS-PROJECTED-QTY
              IF WS-ORDER-QTY < SP-REORDER-QTY(SUB2)
                 MOVE SP-REORDER-QTY(SUB2) TO WS-ORDER-QTY
              END-IF
              IF WS-ORDER-QTY > 99999
                 MOVE 99999 TO WS-ORDER-QTY
              END-IF

              ADD 1 TO WS-PO-SEQUENCE
              MOVE SPACES TO WS-PO-NUMBER
              STRING WS-BUSINESS-DATE-X(3:6) DELIMITED BY SIZE
                     WS-PO-SEQUENCE          DELIMITED BY SIZE
                     INTO WS-PO-NUMBER

              COMPUTE WS-DUE-DATE =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       + SP-LEAD-DAYS(SUB2))

              ADD 1 TO WS-OPEN-PO-COUNT
              MOVE WS-PO-NUMBER        TO PT-PO-NUMBER(WS-OPEN-PO-COUNT)
              MOVE WS-BUSINESS-DATE
                 TO PT-ORDER-DATE(WS-OPEN-PO-COUNT)
              MOVE SP-SUPPLIER-ID(SUB2)
                 TO PT-SUPPLIER-ID(WS-OPEN-PO-COUNT)
              MOVE SP-TREAT-NAME(SUB2)
                 TO PT-TREAT-NAME(WS-OPEN-PO-COUNT)
              MOVE SP-TREAT-SIZE(SUB2)
                 TO PT-TREAT-SIZE(WS-OPEN-PO-COUNT)
              MOVE WS-ORDER-QTY        TO PT-ORDER-QTY(WS-OPEN-PO-COUNT)
              MOVE ZERO
                 TO PT-RECEIVED-QTY(WS-OPEN-PO-COUNT)
              MOVE WS-DUE-DATE         TO PT-DUE-DATE(WS-OPEN-PO-COUNT)
              MOVE 'Y'                 TO PT-NEW(WS-OPEN-PO-COUNT)

              MOVE WS-PO-NUMBER          TO PO-NUMBER
              MOVE WS-BUSINESS-DATE      TO PO-ORDER-DATE
              MOVE SP-SUPPLIER-ID(SUB2)  TO PO-SUPPLIER-ID
              MOVE SP-SUPPLIER-NAME(SUB2) TO PO-SUPPLIER-NAME
              MOVE SP-TREAT-NAME(SUB2)   TO PO-TREAT-NAME
              MOVE SP-TREAT-SIZE(SUB2)   TO PO-TREAT-SIZE
              MOVE WS-ORDER-QTY          TO PO-ORDER-QTY
              MOVE WS-DUE-DATE           TO PO-DUE-DATE
              WRITE PURCHASE-ORDER-REC

              ADD 1 TO WS-PO-CUT-COUNT
              IF WS-PO-CUT-COUNT = 1
                 MOVE PO-COLUMN-HEADER TO COMMISSARY-REPORT-REC
                 WRITE COMMISSARY-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-IF

              MOVE WS-PO-NUMBER           TO PC-PO-OUT
              MOVE SP-SUPPLIER-ID(SUB2)   TO PC-SUPPLIER-OUT
              MOVE SP-TREAT-NAME(SUB2)    TO PC-NAME-OUT
              MOVE SP-TREAT-SIZE(SUB2)    TO PC-SIZE-OUT
              MOVE WS-PROJECTED-QTY       TO PC-POSITION-OUT
              MOVE SP-REORDER-POINT(SUB2) TO PC-ROP-OUT
              MOVE WS-ORDER-QTY           TO PC-QTY-OUT
              MOVE WS-DUE-DATE            TO PC-DUE-OUT
              MOVE PO-CUT-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  Rewrites the stock book whole from the table. A lot
      *  relieved down to nothing drops off the book.

       180-REWRITE-STOCK.

           OPEN OUTPUT COMMISSARY-STOCK

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-STOCK-COUNT
              IF SK-ON-HAND(SUB2) > 0
                 MOVE SK-TREAT-NAME(SUB2) TO CMS-TREAT-NAME
                 MOVE SK-TREAT-SIZE(SUB2) TO CMS-TREAT-SIZE
                 MOVE SK-LOT(SUB2)        TO CMS-LOT
                 MOVE SK-EXPIRY(SUB2)     TO CMS-EXPIRY
                 MOVE SK-ON-HAND(SUB2)    TO CMS-ON-HAND
                 WRITE COMMISSARY-STOCK-REC
                 ADD 1 TO WS-STOCK-WRITE-COUNT
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE COMMISSARY-STOCK

           .

      *  Rewrites the open-PO file whole from the table. An
      *  order received in full is closed and drops off.

       185-REWRITE-OPEN-POS.

           OPEN OUTPUT OPEN-PO-FILE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-OPEN-PO-COUNT
              IF PT-RECEIVED-QTY(SUB2) < PT-ORDER-QTY(SUB2)
                 MOVE PT-PO-NUMBER(SUB2)    TO OP-PO-NUMBER
                 MOVE PT-ORDER-DATE(SUB2)   TO OP-ORDER-DATE
                 MOVE PT-SUPPLIER-ID(SUB2)  TO OP-SUPPLIER-ID
                 MOVE PT-TREAT-NAME(SUB2)   TO OP-TREAT-NAME
                 MOVE PT-TREAT-SIZE(SUB2)   TO OP-TREAT-SIZE
                 MOVE PT-ORDER-QTY(SUB2)    TO OP-ORDER-QTY
                 MOVE PT-RECEIVED-QTY(SUB2) TO OP-RECEIVED-QTY
                 MOVE PT-DUE-DATE(SUB2)     TO OP-DUE-DATE
                 WRITE OPEN-PO-REC
              ELSE
                 ADD 1 TO WS-PO-CLOSED-COUNT
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE OPEN-PO-FILE

           .

      *  Ages every purchase order still open, tonight's
      *  included, by days since it was cut, and flags the ones
      *  past their due date. Bucket totals follow the detail.

       190-AGING-SECTION.

           MOVE 'OPEN PURCHASE ORDER AGING' TO SH-TITLE-OUT
           PERFORM 148-WRITE-SECTION-HEADER

           INITIALIZE AGING-BUCKET-TABLE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-OPEN-PO-COUNT
              IF PT-RECEIVED-QTY(SUB2) < PT-ORDER-QTY(SUB2)
                 ADD 1 TO WS-PO-OPEN-COUNT
                 IF WS-PO-OPEN-COUNT = 1
                    MOVE AGING-COLUMN-HEADER
                       TO COMMISSARY-REPORT-REC
                    WRITE COMMISSARY-REPORT-REC
                          AFTER ADVANCING 1 LINE
                 END-IF
                 PERFORM 192-AGE-ONE-PO
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-PO-OPEN-COUNT = 0
              MOVE 'NO PURCHASE ORDERS OPEN' TO NL-TEXT-OUT
              MOVE NONE-LINE TO COMMISSARY-REPORT-REC
              WRITE COMMISSARY-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 110-WRITE-LINE
              PERFORM VARYING SUB FROM 1 BY 1
                 UNTIL SUB > 4
                 MOVE AB-NAME(SUB)       TO AB-LABEL-OUT
                 MOVE AB-PO-COUNT(SUB)   TO AB-COUNT-OUT
                 MOVE AB-OPEN-UNITS(SUB) TO AB-UNITS-OUT
                 MOVE AGING-BUCKET-LINE TO COMMISSARY-REPORT-REC
                 WRITE COMMISSARY-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-PERFORM
              MOVE 1 TO SUB
           END-IF

           .

      *  Ages and prints the open order SUB2 points at. An order
      *  date that will not read as a date ages as zero days
      *  rather than stopping the report.

       192-AGE-ONE-PO.

           SUBTRACT PT-RECEIVED-QTY(SUB2) FROM PT-ORDER-QTY(SUB2)
              GIVING WS-OUTSTANDING-QTY

           MOVE ZERO TO WS-AGE-DAYS
           IF PT-ORDER-DATE(SUB2) > 19000000
              AND PT-ORDER-DATE(SUB2) < WS-BUSINESS-DATE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(PT-ORDER-DATE(SUB2))
           END-IF

           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 7
                 MOVE 1 TO SUB
                 MOVE '0-7'    TO AG-BUCKET-OUT
              WHEN WS-AGE-DAYS NOT > 14
                 MOVE 2 TO SUB
                 MOVE '8-14'   TO AG-BUCKET-OUT
              WHEN WS-AGE-DAYS NOT > 30
                 MOVE 3 TO SUB
                 MOVE '15-30'  TO AG-BUCKET-OUT
              WHEN OTHER
                 MOVE 4 TO SUB
                 MOVE 'OVER 30' TO AG-BUCKET-OUT
           END-EVALUATE

           ADD 1 TO AB-PO-COUNT(SUB)
           ADD WS-OUTSTANDING-QTY TO AB-OPEN-UNITS(SUB)
           MOVE 1 TO SUB

           EVALUATE TRUE
              WHEN PT-NEW(SUB2) = 'Y'
                 MOVE 'NEW'      TO AG-STATUS-OUT
              WHEN PT-DUE-DATE(SUB2) < WS-BUSINESS-DATE
                 ADD 1 TO WS-PO-PAST-DUE-COUNT
                 MOVE 'PAST DUE' TO AG-STATUS-OUT
              WHEN PT-RECEIVED-QTY(SUB2) > 0
                 MOVE 'PARTIAL'  TO AG-STATUS-OUT
              WHEN OTHER
                 MOVE 'OPEN'     TO AG-STATUS-OUT
           END-EVALUATE

           MOVE PT-PO-NUMBER(SUB2)   TO AG-PO-OUT
           MOVE PT-SUPPLIER-ID(SUB2) TO AG-SUPPLIER-OUT
           MOVE PT-TREAT-NAME(SUB2)  TO AG-NAME-OUT
           MOVE PT-TREAT-SIZE(SUB2)  TO AG-SIZE-OUT
           MOVE WS-OUTSTANDING-QTY   TO AG-OPEN-OUT
           MOVE PT-ORDER-DATE(SUB2)  TO AG-ORDERED-OUT
           MOVE WS-AGE-DAYS          TO AG-AGE-OUT

           MOVE AGING-DETAIL-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Prints the run totals so the night's movement can be
      *  proved - every receipt and shipment line read is
      *  shelved, relieved, or rejected.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'RECEIPT LINES READ:'       TO RT-LABEL-OUT
           MOVE WS-RECEIPT-READ-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'RECEIPT LINES REJECTED:'   TO RT-LABEL-OUT
           MOVE WS-RECEIPT-REJECT-COUNT     TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'RECEIPTS WITH NO PO:'      TO RT-LABEL-OUT
           MOVE WS-RECEIPT-NO-PO-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'UNITS RECEIVED:'           TO RT-LABEL-OUT
           MOVE WS-UNITS-RECEIVED           TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SHIPMENT LINES READ:'      TO RT-LABEL-OUT
           MOVE WS-DELIV-READ-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'SHIPMENT LINES REJECTED:'  TO RT-LABEL-OUT
           MOVE WS-DELIV-REJECT-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'UNITS RELIEVED:'           TO RT-LABEL-OUT
           MOVE WS-UNITS-RELIEVED           TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'UNITS SHIPPED OFF BOOK:'   TO RT-LABEL-OUT
           MOVE WS-UNITS-UNBOOKED           TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PICK ORDER LINES READ:'    TO RT-LABEL-OUT
           MOVE WS-PICK-READ-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TREATS SHORT FOR THE PICK:' TO RT-LABEL-OUT
           MOVE WS-PICK-SHORT-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PURCHASE ORDERS CUT:'      TO RT-LABEL-OUT
           MOVE WS-PO-CUT-COUNT             TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PURCHASE ORDERS NOT CUT:'  TO RT-LABEL-OUT
           MOVE WS-PO-REJECT-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PURCHASE ORDERS CLOSED:'   TO RT-LABEL-OUT
           MOVE WS-PO-CLOSED-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PURCHASE ORDERS OPEN:'     TO RT-LABEL-OUT
           MOVE WS-PO-OPEN-COUNT            TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'PURCHASE ORDERS PAST DUE:' TO RT-LABEL-OUT
           MOVE WS-PO-PAST-DUE-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'STOCK LOTS ON BOOK:'       TO RT-LABEL-OUT
           MOVE WS-STOCK-WRITE-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           IF WS-POSITION-OVERFLOW-COUNT > 0
              MOVE 'TREATS NOT CHECKED (TABLE):' TO RT-LABEL-OUT
              MOVE WS-POSITION-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO COMMISSARY-REPORT-REC
           WRITE COMMISSARY-REPORT-REC
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

           MOVE 'PIZZA-COMMISSARY    ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           ADD WS-RECEIPT-READ-COUNT WS-DELIV-READ-COUNT
              GIVING RL-READ-COUNT
           MOVE WS-PO-CUT-COUNT        TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    COMMISSARY-REPORT-FILE

              MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
