               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

      *  Per-truck par by day of the week, set from the sales
      *  history by the par forecast. Where a truck has its own
      *  par for a treat on the day being stocked it overrides
      *  the standard par above.

           SELECT TRUCK-PAR-LEVEL
               ASSIGN TO 'TRUCK-PAR-LEVEL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKP-STATUS.

      *  Replenishment order file - one record per treat line
      *  found under par, written at end of run so the commissary
      *  can load the order directly instead of somebody hand
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

      *  Sales-tax rates by district, each with the date it took
      *  effect, kept by the reference maintenance run. The rate
      *  a truck collects is the newest one for its district
      *  whose date has come by the business date.

           SELECT TAX-RATE-REF
               ASSIGN TO 'TAX-RATE-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

      *  Treat taxability - one line per treat name/size flagged
      *  taxable or exempt. A treat with no line is taxable.

           SELECT TREAT-TAX-REF
               ASSIGN TO 'TREAT-TAX-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTX-STATUS.

      *  General-ledger extract - balanced journal entries for
      *  the night's run, stamped with the validated business
      *  date, so month-end close stops waiting on accounting
           05  TPL-SIZE-IN            PIC X.
           05  TPL-PAR-QTY-IN         PIC 9(4).

      *  Truck par record - truck, treat name/size, day of the
      *  week (1 = Monday through 7 = Sunday), the par, and the
      *  date and manager that approved it. Same layout the par
      *  forecast writes.

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

      *  Replenishment order record - truck, treat name/size,
      *  order quantity (par minus on-hand), and the extended
      *  cost at the master price.
           05  GLA-KEY                PIC X(12).
           05  GLA-ACCOUNT            PIC X(8).

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

      *  Journal entry record - business date, account, debit or
      *  credit flag, amount with its implied decimal, the truck
      *  or feed the money traces to, and a short description.
      *  running totals as of that record.

       FD  PIZZA-CHECKPOINT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  PIZZA-CHECKPOINT-REC.
           05  CKPT-TRUCK-ID          PIC X(4).
           05  CKPT-EMPLOYEE-ID       PIC X(5).
           05  CKPT-DISTRICT-TOTAL    PIC 9(8)V99.
           05  CKPT-TRUCK-UNITS       PIC 9(6).
           05  CKPT-TRUCK-VALUE       PIC 9(8)V99.
           05  CKPT-TRUCK-TAXABLE     PIC 9(8)V99.

      *  History file - one line per run: run date, truck ID, that
      *  truck's total inventory cost, and the run's grand total.
             05    DISTRICT-TOTAL-COST       PIC 99999999V99 VALUE 0.
             05    TRUCK-UNIT-COUNT          PIC 9(6)        VALUE 0.
             05    TRUCK-LOAD-VALUE          PIC 99999999V99 VALUE 0.
             05    TRUCK-TAXABLE-VALUE       PIC 99999999V99 VALUE 0.
             05    PAGENUM                   PIC 99     VALUE 01 .

      *   Flags and switches hold the values neccessary for
               10  PL-SIZE              PIC X.
               10  PL-PAR-QTY           PIC 9(4).

      *  Truck par table - only the entries for the day of the
      *  week being stocked are loaded. The pick orders cut
      *  tonight fill the trucks for the day after the business
      *  date, so that is the day whose par applies.

       01  WS-TKP-STATUS                PIC XX.
       01  WS-TRUCK-PAR-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PICK-DAY-OF-WEEK          PIC 9       VALUE 0.
       01  WS-PICK-DAY-WORK             PIC 9(7)    VALUE 0.
       01  WS-PICK-DAY-QUOTIENT         PIC 9(7)    VALUE 0.

       01  TRUCK-PAR-TABLE.
           05  TRUCK-PAR-ENTRY OCCURS 1000 TIMES.
               10  TK-TRUCK-ID          PIC X(4).
               10  TK-TREAT-NAME        PIC X(15).
               10  TK-TREAT-SIZE        PIC X.
               10  TK-PAR-QTY           PIC 9(4).

      *  The par 183-CHECK-PAR-LEVEL settles on for the current
      *  treat line, and where it came from - 'TRUCK' or 'STD'.

       01  WS-PAR-QTY                   PIC 9(4)    VALUE 0.
       01  WS-PAR-BASIS                 PIC X(5)    VALUE SPACES.

      *  Pick-order table - every treat line found under its par,
      *  captured as the file is read so 238-PICK-ORDER-REPORT
      *  can write the order file and the printed pick list at
               10  PK-TREAT-SIZE        PIC X(6).
               10  PK-ORDER-QTY         PIC 9(4).
               10  PK-EXT-COST          PIC 9(6)V99.
               10  PK-PAR-QTY           PIC 9(4).
               10  PK-PAR-BASIS         PIC X(5).

      *  Hold field for grouping the printed pick list by truck,
      *  and a work field for the unit cost used on each order.
               10  GA-KEY               PIC X(12).
               10  GA-ACCOUNT           PIC X(8).

      *  Sales-tax rates in force on the business date, one
      *  entry per district - 146-LOAD-TAX-RATES keeps only the
      *  newest rate dated on or before the business date. A
      *  truck whose district has no rate collects no tax and is
      *  counted, so the gap shows on the reconciliation.

       01  WS-TXR-STATUS                PIC XX.
       01  WS-TAX-DISTRICT-COUNT        PIC 9(4)    VALUE 0.

       01  TAX-DISTRICT-TABLE.
           05  TAX-DISTRICT-ENTRY OCCURS 10 TIMES.
               10  TD-DISTRICT          PIC X(3).
               10  TD-EFFECTIVE-DATE    PIC 9(8).
               10  TD-RATE              PIC 99V99.

      *  Treat taxability table, loaded from TREAT-TAX-REF.

       01  WS-TTX-STATUS                PIC XX.
       01  WS-TREAT-TAX-COUNT           PIC 9(4)    VALUE 0.

       01  TREAT-TAX-TABLE.
           05  TREAT-TAX-ENTRY OCCURS 1000 TIMES.
               10  TX-NAME              PIC X(15).
               10  TX-SIZE              PIC X.
               10  TX-TAX-FLAG          PIC X.

      *  Work fields for the tax on one truck - the taxable
      *  flag for the current treat line, the district being
      *  taxed, and the rate found for it.

       01  WS-TREAT-TAXABLE             PIC X       VALUE 'Y'.
       01  WS-TAX-DISTRICT              PIC X(3)    VALUE SPACES.
       01  WS-TAX-RATE                  PIC 99V99   VALUE 0.
       01  WS-TAX-NO-RATE-COUNT         PIC 9(4)    VALUE 0.
       01  WS-TAX-TOTAL                 PIC 9(8)V99 VALUE 0.

      *  Employee master table and the exception table its
      *  checks feed. An empty master (file missing) turns the
      *  checks off rather than flagging the whole company - the
           05  CKPT-HOLD-DISTRICT-TOTAL PIC 9(8)V99.
           05  CKPT-HOLD-TRUCK-UNITS    PIC 9(6).
           05  CKPT-HOLD-TRUCK-VALUE    PIC 9(8)V99.
           05  CKPT-HOLD-TRUCK-TAXABLE  PIC 9(8)V99.

      *  The hold fields are for the two-level control break -
      *  truck within district.
           05  TRUCK-TOTAL-ENTRY OCCURS 1000 TIMES.
               10  TT-TRUCK-ID           PIC X(4).
               10  TT-REVENUE            PIC 9(8)V99.
               10  TT-TAXABLE            PIC 9(8)V99.
               10  TT-TAX                PIC 9(6)V99.

      *  Replay accumulators for restarted runs. While
      *  150-READ-FILE fast-forwards past records already
       01  RPL-TRUCK-REVENUE             PIC 9(8)V99 VALUE 0.
       01  RPL-TRUCK-UNITS               PIC 9(6)    VALUE 0.
       01  RPL-TRUCK-VALUE               PIC 9(8)V99 VALUE 0.
       01  RPL-TRUCK-TAXABLE             PIC 9(8)V99 VALUE 0.

      *  Work fields for one commission line - the rate found
      *  for the title, the truck revenue found for the truck,

       01  WS-DEPOSIT-TOLERANCE          PIC 99V99    VALUE 05.00.
       01  WS-DEP-VARIANCE               PIC S9(8)V99 VALUE 0.
       01  WS-DEP-DUE                    PIC 9(8)V99  VALUE 0.
       01  WS-DEP-PCT                    PIC S9(3)V99 VALUE 0.
       01  WS-FOUND-DEPOSIT              PIC 9(4)     VALUE 0.

          05 FILLER          PIC X(9)  VALUE 'ORDER QTY'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'EXT COST'.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE ' PAR BASIS'.

       01 PICK-LIST-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 PK-QTY-OUT      PIC ZZ,ZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 PK-COST-OUT     PIC $ZZZ,ZZZ.99.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 PK-PAR-OUT      PIC ZZZ9.
          05 FILLER          PIC X     VALUE SPACE.
          05 PK-BASIS-OUT    PIC X(5).

       01 PICK-LIST-NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TTO-COUNT-OUT   PIC ZZZ9.

      *  Cash deposit reconciliation - one line per truck,
      *  computed revenue plus sales tax against the bank
      *  deposit, with the
      *  over/short dollars and percentage, flagged when the
      *  variance runs past the tolerance.

          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TRUCK '.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(16) VALUE 'REVENUE PLUS TAX'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(12) VALUE '   DEPOSITED'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 DR-FLAG-OUT     PIC X(10).

      *  Trailer lines under the truck lines - the sales tax the
      *  deposits were held to, and how many trucks had taxable
      *  sales in a district with no rate on file.

       01 DEPOSIT-TAX-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
                              'SALES TAX INCLUDED ABOVE:'.
          05 DTX-AMOUNT-OUT  PIC $ZZ,ZZZ,ZZ9.99.

       01 DEPOSIT-NO-RATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(43) VALUE
             '** TRUCKS TAXED AT ZERO (NO DISTRICT RATE):'.
          05 DNR-COUNT-OUT   PIC ZZZ9.

       01 DEPOSIT-NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
           PERFORM 127-LOAD-TRUCK-NAMES
           PERFORM 128-LOAD-TREAT-PRICES
           PERFORM 133-LOAD-PAR-LEVELS
           PERFORM 145-LOAD-TRUCK-PARS
           PERFORM 139-LOAD-DEPOSITS
           PERFORM 141-LOAD-TRUCK-ATTRS
           PERFORM 143-LOAD-GL-ACCOUNTS
           PERFORM 144-LOAD-EMPLOYEE-MASTER
           PERFORM 146-LOAD-TAX-RATES
           PERFORM 147-LOAD-TREAT-TAX
           PERFORM 126-SORT-TREAT-FILE
           PERFORM 129-CHECK-RESTART

                 MOVE ZERO TO DISTRICT-TOTAL-COST
                 MOVE ZERO TO TRUCK-UNIT-COUNT
                 MOVE ZERO TO TRUCK-LOAD-VALUE
                 MOVE ZERO TO TRUCK-TAXABLE-VALUE
              END-IF
           ELSE
              OPEN    OUTPUT    PIZZA-TRUCK-OUTPUT-FILE

           .

      *  Loads the truck pars for the day being stocked - the
      *  day after the business date. Day 1 of the integer
      *  calendar was a Monday, so the day of the week falls
      *  out of the integer date. A missing file leaves the
      *  table empty and every truck on the standard par.

       145-LOAD-TRUCK-PARS.

           COMPUTE WS-PICK-DAY-WORK =
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           DIVIDE WS-PICK-DAY-WORK BY 7
              GIVING WS-PICK-DAY-QUOTIENT
              REMAINDER WS-PICK-DAY-OF-WEEK
           ADD 1 TO WS-PICK-DAY-OF-WEEK

           OPEN INPUT TRUCK-PAR-LEVEL

           IF WS-TKP-STATUS = '00'
              PERFORM UNTIL WS-TKP-STATUS NOT = '00'
                 READ TRUCK-PAR-LEVEL
                    AT END
                       MOVE '10' TO WS-TKP-STATUS
                    NOT AT END
                       IF TKP-DAY-OF-WEEK = WS-PICK-DAY-OF-WEEK
                          AND WS-TRUCK-PAR-COUNT < 1000
                          ADD 1 TO WS-TRUCK-PAR-COUNT
                          MOVE TKP-TRUCK-ID
                             TO TK-TRUCK-ID(WS-TRUCK-PAR-COUNT)
                          MOVE TKP-TREAT-NAME
                             TO TK-TREAT-NAME(WS-TRUCK-PAR-COUNT)
                          MOVE TKP-TREAT-SIZE
                             TO TK-TREAT-SIZE(WS-TRUCK-PAR-COUNT)
                          MOVE TKP-PAR-QTY
                             TO TK-PAR-QTY(WS-TRUCK-PAR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-PAR-LEVEL
           END-IF

           .

      *  Loads the deposit table used by 242-DEPOSIT-RECON. A
      *  missing deposit file leaves the table empty and the
      *  reconciliation section says so - the bank feed not

           .

      *  Loads the sales-tax rate in force on the business date
      *  for each district - a row dated after the business date
      *  has not taken effect yet and is passed over, and of the
      *  rest the newest date wins. A missing file leaves every
      *  district without a rate.

       146-LOAD-TAX-RATES.

           OPEN INPUT TAX-RATE-REF

           IF WS-TXR-STATUS = '00'
              PERFORM UNTIL WS-TXR-STATUS NOT = '00'
                 READ TAX-RATE-REF
                    AT END
                       MOVE '10' TO WS-TXR-STATUS
                    NOT AT END
                       IF TXR-EFFECTIVE-DATE NUMERIC
                          AND TXR-RATE NUMERIC
                          AND TXR-EFFECTIVE-DATE
                             NOT > WS-BUSINESS-DATE-NUM
                          PERFORM 148-KEEP-TAX-RATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-REF
           END-IF

           .

      *  Files one rate row against its district's entry -
      *  adding the district the first time it turns up, and
      *  replacing the rate when this row's date is newer.

       148-KEEP-TAX-RATE.

           MOVE ZERO TO SUB3

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TAX-DISTRICT-COUNT
              IF TD-DISTRICT(SUB2) = TXR-DISTRICT
                 MOVE SUB2 TO SUB3
                 MOVE WS-TAX-DISTRICT-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF SUB3 = 0
              IF WS-TAX-DISTRICT-COUNT < 10
                 ADD 1 TO WS-TAX-DISTRICT-COUNT
                 MOVE TXR-DISTRICT
                    TO TD-DISTRICT(WS-TAX-DISTRICT-COUNT)
                 MOVE TXR-EFFECTIVE-DATE
                    TO TD-EFFECTIVE-DATE(WS-TAX-DISTRICT-COUNT)
                 MOVE TXR-RATE
                    TO TD-RATE(WS-TAX-DISTRICT-COUNT)
              END-IF
           ELSE
              IF TXR-EFFECTIVE-DATE > TD-EFFECTIVE-DATE(SUB3)
                 MOVE TXR-EFFECTIVE-DATE TO TD-EFFECTIVE-DATE(SUB3)
                 MOVE TXR-RATE           TO TD-RATE(SUB3)
              END-IF
           END-IF
           MOVE 1 TO SUB3

           .

      *  Loads the treat taxability table. A missing file leaves
      *  it empty, and every treat is then taxable.

       147-LOAD-TREAT-TAX.

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

      *  Looks for a checkpoint left by a prior run that did not
      *  finish. A truck ID of SPACES means the last run closed out
      *  cleanly, so there is nothing to restart. When a real
                          MOVE CKPT-HOLD-TRUCK-VALUE
                             TO TRUCK-LOAD-VALUE
                       END-IF
                       IF CKPT-TRUCK-TAXABLE NUMERIC
                          MOVE CKPT-TRUCK-TAXABLE
                             TO CKPT-HOLD-TRUCK-TAXABLE
                          MOVE CKPT-HOLD-TRUCK-TAXABLE
                             TO TRUCK-TAXABLE-VALUE
                       END-IF
                    END-IF
              END-READ
              CLOSE PIZZA-CHECKPOINT-FILE
                   MOVE '0' TO TOTAL-INVEN-COST
                   MOVE ZERO TO TRUCK-UNIT-COUNT
                   MOVE ZERO TO TRUCK-LOAD-VALUE
                   MOVE ZERO TO TRUCK-TAXABLE-VALUE
                   PERFORM 218-DISTRICT-TOTAL
                   MOVE ZERO TO DISTRICT-TOTAL-COST
                   MOVE WS-CURRENT-DISTRICT TO DISTRICT-HOLD
                   MOVE '0' TO TOTAL-INVEN-COST
                   MOVE ZERO TO TRUCK-UNIT-COUNT
                   MOVE ZERO TO TRUCK-LOAD-VALUE
                   MOVE ZERO TO TRUCK-TAXABLE-VALUE
                   PERFORM 200-TRUCK-BREAK

      *  200 Truck Break calls to write a new page when
              MOVE ZERO TO RPL-TRUCK-REVENUE
              MOVE ZERO TO RPL-TRUCK-UNITS
              MOVE ZERO TO RPL-TRUCK-VALUE
              MOVE ZERO TO RPL-TRUCK-TAXABLE
           END-IF

           PERFORM 175-WRITE-ARRAY
              MOVE ZERO TO RPL-TRUCK-REVENUE
              MOVE ZERO TO RPL-TRUCK-UNITS
              MOVE ZERO TO RPL-TRUCK-VALUE
              MOVE ZERO TO RPL-TRUCK-TAXABLE
           END-IF

           .
                 ADD CAL1 TO TOTAL-INVEN-COST
                 ADD CAL1 TO DISTRICT-TOTAL-COST
                 ADD CAL1 TO GRAND-TOTAL-COST
                 PERFORM 185-CHECK-TREAT-TAXABLE
                 IF WS-TREAT-TAXABLE = 'Y'
                    ADD CAL1 TO TRUCK-TAXABLE-VALUE
                 END-IF
              END-IF

      *  The load check counts everything physically on board -

              IF WS-TREAT-EXPIRED NOT = 'Y'
                 ADD CAL1 TO RPL-TRUCK-REVENUE
                 PERFORM 185-CHECK-TREAT-TAXABLE
                 IF WS-TREAT-TAXABLE = 'Y'
                    ADD CAL1 TO RPL-TRUCK-TAXABLE
                 END-IF
              END-IF
              ADD NUM-IN-STOCK-ARRAY(SUB) TO RPL-TRUCK-UNITS
              ADD CAL1                    TO RPL-TRUCK-VALUE
                 TO TT-TRUCK-ID(WS-TRUCK-TOTAL-COUNT)
              MOVE TOTAL-INVEN-COST
                 TO TT-REVENUE(WS-TRUCK-TOTAL-COUNT)
              MOVE TRUCK-TAXABLE-VALUE
                 TO TT-TAXABLE(WS-TRUCK-TOTAL-COUNT)
              MOVE DISTRICT-HOLD TO WS-TAX-DISTRICT
              PERFORM 220-FIGURE-TRUCK-TAX
           ELSE
              ADD 1 TO WS-TRUCK-TOTAL-OVERFLOW-COUNT
           END-IF
                 TO TT-TRUCK-ID(WS-TRUCK-TOTAL-COUNT)
              MOVE RPL-TRUCK-REVENUE
                 TO TT-REVENUE(WS-TRUCK-TOTAL-COUNT)
              MOVE RPL-TRUCK-TAXABLE
                 TO TT-TAXABLE(WS-TRUCK-TOTAL-COUNT)

      *  No live district hold for a replayed truck - its
      *  district comes straight off the truck-name table.

              MOVE SPACES TO WS-TAX-DISTRICT
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-TRUCK-NAME-COUNT
                 IF TN-TRUCK-ID(SUB3) = RPL-TRUCK-HOLD
                    MOVE TN-DISTRICT(SUB3) TO WS-TAX-DISTRICT
                    MOVE WS-TRUCK-NAME-COUNT TO SUB3
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3
              PERFORM 220-FIGURE-TRUCK-TAX
           ELSE
              ADD 1 TO WS-TRUCK-TOTAL-OVERFLOW-COUNT
           END-IF

           .

      *  Figures the sales tax on the truck-total entry just
      *  captured - its taxable revenue at the rate in force for
      *  WS-TAX-DISTRICT on the business date. A district with
      *  no rate collects nothing and is counted for the
      *  reconciliation's note. Tax is figured once per truck
      *  per day, on the truck's summed taxable revenue, rounded
      *  once - never line by line - and the sales analysis and
      *  the liability return figure it on the same basis, so
      *  the tax payable booked here ties to what is filed.

       220-FIGURE-TRUCK-TAX.

           MOVE ZERO TO WS-TAX-RATE
           MOVE ZERO TO SUB2

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TAX-DISTRICT-COUNT
              IF TD-DISTRICT(SUB3) = WS-TAX-DISTRICT
                 MOVE TD-RATE(SUB3) TO WS-TAX-RATE
                 MOVE SUB3 TO SUB2
                 MOVE WS-TAX-DISTRICT-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF SUB2 = 0
              AND TT-TAXABLE(WS-TRUCK-TOTAL-COUNT) > ZERO
              ADD 1 TO WS-TAX-NO-RATE-COUNT
           END-IF
           MOVE 1 TO SUB2

           COMPUTE TT-TAX(WS-TRUCK-TOTAL-COUNT) ROUNDED =
              TT-TAXABLE(WS-TRUCK-TOTAL-COUNT) * WS-TAX-RATE / 100
              ON SIZE ERROR
                 MOVE ZERO TO TT-TAX(WS-TRUCK-TOTAL-COUNT)
           END-COMPUTE

           .

      *  Prints the subtotal line for the district just closed
      *  out. DISTRICT-HOLD still names that district - the
      *  caller flushes DISTRICT-TOTAL-COST and rolls the hold

           .

      *  Sets WS-TREAT-TAXABLE for the current treat line off the
      *  taxability table - only a treat flagged 'E' is exempt.

       185-CHECK-TREAT-TAXABLE.

           MOVE 'Y' TO WS-TREAT-TAXABLE

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TREAT-TAX-COUNT
              IF TX-NAME(SUB3) = TREAT-NAME-ARRAY(SUB)
                 AND TX-SIZE(SUB3) = TREAT-SIZE-ARRAY(SUB)
                 IF TX-TAX-FLAG(SUB3) = 'E'
                    MOVE 'N' TO WS-TREAT-TAXABLE
                 END-IF
                 MOVE WS-TREAT-TAX-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           .

      *  Proves the current feed record's employee against the
      *  HR master - unknown, terminated as of the business
      *  date, or carrying a title HR disagrees with all land in
           MOVE DISTRICT-TOTAL-COST TO CKPT-DISTRICT-TOTAL
           MOVE TRUCK-UNIT-COUNT    TO CKPT-TRUCK-UNITS
           MOVE TRUCK-LOAD-VALUE    TO CKPT-TRUCK-VALUE
           MOVE TRUCK-TAXABLE-VALUE TO CKPT-TRUCK-TAXABLE

           WRITE PIZZA-CHECKPOINT-REC


      *  183 compares the current treat line's usable on-hand
      *  count against its par level and captures a pick-order
      *  entry when the truck is under par. The truck's own par
      *  for the day being stocked is used when it has one, the
      *  standard par otherwise. Expired stock counts as zero
      *  on hand - 184 has already graded the line and
      *  the pull list is taking those units off the truck, so
      *  the order has to cover the whole par. Order quantity is
      *  par minus usable on-hand; the extended cost prices the
              MOVE NUM-IN-STOCK-ARRAY(SUB) TO WS-PAR-ON-HAND
           END-IF

           MOVE SPACES TO WS-PAR-BASIS
           MOVE ZERO TO WS-PAR-QTY

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-PAR-COUNT
              IF TK-TRUCK-ID(SUB3) = TRUCK-ID-IN
                 AND TK-TREAT-NAME(SUB3) = TREAT-NAME-ARRAY(SUB)
                 AND TK-TREAT-SIZE(SUB3) = TREAT-SIZE-ARRAY(SUB)
                 MOVE TK-PAR-QTY(SUB3) TO WS-PAR-QTY
                 MOVE 'TRUCK' TO WS-PAR-BASIS
                 MOVE WS-TRUCK-PAR-COUNT TO SUB3
              END-IF
           END-PERFORM

           IF WS-PAR-BASIS = SPACES
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-PAR-COUNT
                 IF PL-NAME(SUB3) = TREAT-NAME-ARRAY(SUB)
                    AND PL-SIZE(SUB3) = TREAT-SIZE-ARRAY(SUB)
                    MOVE PL-PAR-QTY(SUB3) TO WS-PAR-QTY
                    MOVE 'STD' TO WS-PAR-BASIS
                    MOVE WS-PAR-COUNT TO SUB3
                 END-IF
              END-PERFORM
           END-IF

           IF WS-PAR-BASIS NOT = SPACES
              AND WS-PAR-ON-HAND < WS-PAR-QTY
              IF WS-PICK-COUNT < 1000
                 ADD 1 TO WS-PICK-COUNT
                 MOVE TRUCK-ID-IN
                 MOVE TREAT-SIZE-OUT
                    TO PK-TREAT-SIZE(WS-PICK-COUNT)
                 SUBTRACT WS-PAR-ON-HAND
                    FROM WS-PAR-QTY
                    GIVING PK-ORDER-QTY(WS-PICK-COUNT)
                 MOVE WS-PAR-QTY
                    TO PK-PAR-QTY(WS-PICK-COUNT)
                 MOVE WS-PAR-BASIS
                    TO PK-PAR-BASIS(WS-PICK-COUNT)
                 MOVE SELLING-PRICE-ARRAY(SUB)
                    TO WS-ORDER-UNIT-COST
                 PERFORM VARYING SUB3 FROM 1 BY 1
                 MOVE PK-TREAT-SIZE(SUB2) TO PK-SIZE-OUT
                 MOVE PK-ORDER-QTY(SUB2)  TO PK-QTY-OUT
                 MOVE PK-EXT-COST(SUB2)   TO PK-COST-OUT
                 MOVE PK-PAR-QTY(SUB2)    TO PK-PAR-OUT
                 MOVE PK-PAR-BASIS(SUB2)  TO PK-BASIS-OUT

                 MOVE PICK-LIST-DETAIL-LINE TO PIZZA-OUTPUT-REC
                 WRITE PIZZA-OUTPUT-REC

              PERFORM 110-WRITE-LINE

              MOVE ZERO TO WS-TAX-TOTAL
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-TRUCK-TOTAL-COUNT
                 PERFORM 244-RECON-ONE-TRUCK
                 ADD TT-TAX(SUB2) TO WS-TAX-TOTAL
              END-PERFORM
              MOVE 1 TO SUB2

              MOVE WS-TAX-TOTAL TO DTX-AMOUNT-OUT
              MOVE DEPOSIT-TAX-LINE TO PIZZA-OUTPUT-REC
              WRITE PIZZA-OUTPUT-REC
                    AFTER ADVANCING 2 LINES

              IF WS-TAX-NO-RATE-COUNT > 0
                 MOVE WS-TAX-NO-RATE-COUNT TO DNR-COUNT-OUT
                 MOVE DEPOSIT-NO-RATE-LINE TO PIZZA-OUTPUT-REC
                 WRITE PIZZA-OUTPUT-REC
                       AFTER ADVANCING 1 LINE
              END-IF

              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-DEPOSIT-COUNT
                 IF DP-MATCHED(SUB2) NOT = 'Y'
           END-PERFORM
           MOVE 1 TO SUB3

      *  The bank should see the sales tax collected on top of
      *  the revenue, so the deposit is held against both.

           COMPUTE WS-DEP-DUE = TT-REVENUE(SUB2) + TT-TAX(SUB2)

           MOVE TT-TRUCK-ID(SUB2) TO DR-TRUCK-OUT
           MOVE WS-DEP-DUE        TO DR-REVENUE-OUT

           IF WS-FOUND-DEPOSIT = 0
              MOVE ZERO TO DR-DEPOSIT-OUT
              COMPUTE WS-DEP-VARIANCE = 0 - WS-DEP-DUE
              MOVE 'NO DEPOSIT' TO DR-FLAG-OUT
           ELSE
              MOVE 'Y' TO DP-MATCHED(WS-FOUND-DEPOSIT)
              MOVE DP-AMOUNT(WS-FOUND-DEPOSIT) TO DR-DEPOSIT-OUT
              COMPUTE WS-DEP-VARIANCE =
                 DP-AMOUNT(WS-FOUND-DEPOSIT) - WS-DEP-DUE
           END-IF

           IF WS-DEP-DUE > ZERO
              COMPUTE WS-DEP-PCT ROUNDED =
                 WS-DEP-VARIANCE * 100 / WS-DEP-DUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-DEP-PCT
              END-COMPUTE

      *  243 writes the general-ledger extract and prints its
      *  control section. Per truck: the computed revenue
      *  credits SALES, the sales tax on it credits SALESTAX
      *  (the liability until it is filed), the banked deposit
      *  debits CASH, and the over/short against revenue plus
      *  tax lands on CASHVAR so every truck's entries balance
      *  to the penny. The period's commissions book
      *  once as COMMEXP against COMMPAY. Every entry carries
      *  the validated business date. Deposits were already
      *  matched by date in 242, so only a deposit dated for
                 PERFORM 247-WRITE-GL-ENTRY
              END-IF

              IF TT-TAX(SUB2) > ZERO
                 MOVE 'SALESTAX    '    TO WS-GL-LOOKUP-KEY
                 MOVE 'C'               TO WS-GL-DC-FLAG
                 MOVE TT-TAX(SUB2)      TO WS-GL-AMOUNT
                 MOVE 'SALES TAX PAYABLE   ' TO WS-GL-DESC
                 PERFORM 247-WRITE-GL-ENTRY
              END-IF

              IF WS-GL-DEPOSIT-AMT > ZERO
                 MOVE 'CASH        '    TO WS-GL-LOOKUP-KEY
                 MOVE 'D'               TO WS-GL-DC-FLAG

      *  The over/short plug - a short day debits the variance
      *  account, an over day credits it, and either way the
      *  truck's entries sum to zero. The deposit is held
      *  against revenue plus tax, same as the reconciliation.

              COMPUTE WS-DEP-DUE = TT-REVENUE(SUB2) + TT-TAX(SUB2)

              IF WS-GL-DEPOSIT-AMT < WS-DEP-DUE
                 MOVE 'CASHVAR     '    TO WS-GL-LOOKUP-KEY
                 MOVE 'D'               TO WS-GL-DC-FLAG
                 COMPUTE WS-GL-AMOUNT =
                    WS-DEP-DUE - WS-GL-DEPOSIT-AMT
                 MOVE 'DEPOSIT SHORT       ' TO WS-GL-DESC
                 PERFORM 247-WRITE-GL-ENTRY
              END-IF
              IF WS-GL-DEPOSIT-AMT > WS-DEP-DUE
                 MOVE 'CASHVAR     '    TO WS-GL-LOOKUP-KEY
                 MOVE 'C'               TO WS-GL-DC-FLAG
                 COMPUTE WS-GL-AMOUNT =
                    WS-GL-DEPOSIT-AMT - WS-DEP-DUE
                 MOVE 'DEPOSIT OVER        ' TO WS-GL-DESC
                 PERFORM 247-WRITE-GL-ENTRY
              END-IF
