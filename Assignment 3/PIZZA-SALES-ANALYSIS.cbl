      *  against dead afternoon), a company hour-of-day summary,
      *  and a company rollup by treat name/size - so "what did
      *  MOBL take in between 11 and 2" finally has an answer.
      *  A sales-tax section splits each truck's actuals into
      *  taxable and exempt sales with the tax collected on
      *  them, truck by truck and district by district.
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Sales-tax rates by district and effective date. Each
      *  sale is taxed at its district's newest rate dated on or
      *  before the day of the sale.

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

      *  Business-date parameter - the same RUN-DATE-PARM.TXT
      *  the posting and report runs read, so the header says
      *  which business day these actuals are for and a sale
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

       FD  TAX-RATE-REF
           RECORD CONTAINS 15 CHARACTERS.
       01  TAX-RATE-REF-REC.
           05  TXR-DISTRICT           PIC X(3).
           05  TXR-EFFECTIVE-DATE     PIC 9(8).
           05  TXR-RATE               PIC 99V99.

       FD  TREAT-TAX-REF
           RECORD CONTAINS 17 CHARACTERS.
       01  TREAT-TAX-REF-REC.
           05  TTX-TREAT-NAME         PIC X(15).
           05  TTX-TREAT-SIZE         PIC X.
           05  TTX-TAX-FLAG           PIC X.

      *  Same layout the report program reads - the pull-days
      *  field after the date belongs to it and rides along.

       01  WS-TRN-STATUS                PIC XX.
       01  WS-TPM-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.
       01  WS-TXR-STATUS                PIC XX.
       01  WS-TTX-STATUS                PIC XX.
       01  WS-RDP-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.

           05  WS-NO-PRICE-COUNT        PIC 9(6)    VALUE 0.
           05  WS-OFF-DATE-COUNT        PIC 9(6)    VALUE 0.
           05  WS-WASTE-SKIP-COUNT      PIC 9(6)    VALUE 0.
           05  WS-XFER-SKIP-COUNT       PIC 9(6)    VALUE 0.
           05  WS-NO-RATE-COUNT         PIC 9(6)    VALUE 0.

      *  Master treat-price table, loaded once at housekeeping,
      *  same cap and shape the report program's copy uses.
               10  TN-TRUCK-NAME        PIC X(15).
               10  TN-DISTRICT          PIC X(3).

      *  Tax-rate table, every dated row on file, and the treat
      *  taxability table - both loaded once at housekeeping.

       01  WS-TAX-RATE-COUNT            PIC 9(4)    VALUE 0.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 1000 TIMES.
               10  TXT-DISTRICT         PIC X(3).
               10  TXT-EFFECTIVE-DATE   PIC 9(8).
               10  TXT-RATE             PIC 99V99.

       01  WS-TREAT-TAX-COUNT           PIC 9(4)    VALUE 0.

       01  TREAT-TAX-TABLE.
           05  TREAT-TAX-ENTRY OCCURS 1000 TIMES.
               10  TX-NAME              PIC X(15).
               10  TX-SIZE              PIC X.
               10  TX-TAX-FLAG          PIC X.

      *  Actuals by truck, each truck carrying its own 24-slot
      *  hour-of-day breakdown so the lunch rush and the dead
      *  afternoon sit on adjacent lines of the same section.
       01  TRUCK-SALES-TABLE.
           05  TRUCK-SALES-ENTRY OCCURS 1000 TIMES.
               10  TK-TRUCK-ID          PIC X(4).
               10  TK-DISTRICT          PIC X(3).
               10  TK-QTY               PIC 9(6).
               10  TK-REVENUE           PIC 9(8)V99.
               10  TK-TAXABLE           PIC 9(8)V99.
               10  TK-EXEMPT            PIC 9(8)V99.
               10  TK-TAX               PIC 9(6)V99.
               10  TK-HOUR-ENTRY OCCURS 24 TIMES.
                   15  TK-HOUR-QTY      PIC 9(6).
                   15  TK-HOUR-REVENUE  PIC 9(8)V99.
               10  CH-QTY               PIC 9(6).
               10  CH-REVENUE           PIC 9(8)V99.

      *  Sales-tax totals by district, opened as each district
      *  first turns up among the trucks that sold.

       01  WS-TAX-DISTRICT-COUNT        PIC 9(4)    VALUE 0.

       01  TAX-DISTRICT-TABLE.
           05  TAX-DISTRICT-ENTRY OCCURS 10 TIMES.
               10  TD-DISTRICT          PIC X(3).
               10  TD-TAXABLE           PIC 9(8)V99.
               10  TD-EXEMPT            PIC 9(8)V99.
               10  TD-TAX               PIC 9(6)V99.

      *  Company rollup by treat name/size across every truck.

       01  WS-ROLLUP-COUNT              PIC 9(4)    VALUE 0.
       01  WS-SALE-PRICE                PIC 99V99   VALUE 0.
       01  WS-SALE-REVENUE              PIC 9(8)V99 VALUE 0.

      *  Sales-tax work fields for one sale line - the truck's
      *  district, whether the treat is taxable, the rate in
      *  force on the sale date and the date it took effect,
      *  and the tax on the line.

       01  WS-SALE-DISTRICT             PIC X(3)    VALUE SPACES.
       01  WS-SALE-TAXABLE              PIC X       VALUE 'Y'.
       01  WS-SALE-RATE                 PIC 99V99   VALUE 0.
       01  WS-SALE-RATE-DATE            PIC 9(8)    VALUE 0.
       01  WS-SALE-RATE-FOUND           PIC X       VALUE 'N'.
       01  WS-SALE-TAX                  PIC 9(6)V99 VALUE 0.

      *  The day's taxable sales by truck and the rate row they
      *  are taxed under. Tax is figured once per truck per day
      *  per rate, on the summed taxable sales, rounded once -
      *  the basis the nightly run books tax payable to the GL
      *  on, and the basis the liability return is filed on. A
      *  sale past the table is taxed on its own and counted.

       01  WS-TAX-BASIS-COUNT           PIC 9(4)    VALUE 0.
       01  WS-TAX-BASIS-OVERFLOW-COUNT  PIC 9(6)    VALUE 0.

       01  TAX-BASIS-TABLE.
           05  TAX-BASIS-ENTRY OCCURS 1000 TIMES.
               10  TB-TRUCK-ID          PIC X(4).
               10  TB-RATE-DATE         PIC 9(8).
               10  TB-RATE              PIC 99V99.
               10  TB-TAXABLE           PIC 9(8)V99.

       01  WS-TAX-TOTALS.
           05  WS-TOTAL-TAXABLE         PIC 9(8)V99 VALUE 0.
           05  WS-TOTAL-EXEMPT          PIC 9(8)V99 VALUE 0.
           05  WS-TOTAL-TAX             PIC 9(6)V99 VALUE 0.

      *  Current date for the audit stamp, machine clock only -
      *  the business date the actuals are for rides the header.

                              'COMPANY TOTAL ACTUAL REVENUE '.
          05 CT-REVENUE-OUT  PIC $ZZ,ZZZ,ZZ9.99.

      *  Sales-tax section - one line per truck under its
      *  district, a line per district, and the company total.

       01 TAX-REPORT-HEADER.
          05 FILLER          PIC X(21) VALUE SPACES.
          05 FILLER          PIC X(36) VALUE
                              'SALES TAX BY TRUCK AND DISTRICT'.

       01 TAX-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'TRUCK'.
          05 FILLER          PIC X(5)  VALUE 'DIST'.
          05 FILLER          PIC X(16) VALUE '       TAXABLE'.
          05 FILLER          PIC X(16) VALUE '        EXEMPT'.
          05 FILLER          PIC X(13) VALUE 'TAX COLLECTED'.

       01 TAX-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TX-ID-OUT       PIC X(9).
          05 TX-DISTRICT-OUT PIC X(5).
          05 TX-TAXABLE-OUT  PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TX-EXEMPT-OUT   PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TX-TAX-OUT      PIC $ZZZ,ZZ9.99.

       01 NO-SALES-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-ACCUMULATE-SALES
           PERFORM 175-FIGURE-TRUCK-TAX
           PERFORM 200-TRUCK-SECTIONS
           PERFORM 210-COMPANY-HOUR-SUMMARY
           PERFORM 215-SALES-TAX-SUMMARY
           PERFORM 220-TREAT-ROLLUP-REPORT
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE
           PERFORM 127-CHECK-INPUT-FILES
           PERFORM 135-LOAD-TREAT-PRICES
           PERFORM 137-LOAD-TRUCK-NAMES
           PERFORM 138-LOAD-TAX-RATES
           PERFORM 139-LOAD-TREAT-TAX

      *  The company hour buckets take ADDs from the first sale
      *  line on, so they get zeroed here - same as each truck's

           .

      *  Loads every dated tax-rate row. A missing file leaves
      *  the table empty and every sale is taxed at zero, with
      *  its own count in the run totals.

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

      *  Prints one reject line so the register tape can be
      *  fixed and the analysis re-run.


                          WHEN ST-SALE-TIMESTAMP(1:1) = 'W'
                             ADD 1 TO WS-WASTE-SKIP-COUNT

      *  Truck-to-truck transfer lines ride it the same way with
      *  a 'T' there - stock moving, not money - so they are
      *  counted and left out too.

                          WHEN ST-SALE-TIMESTAMP(1:1) = 'T'
                             ADD 1 TO WS-XFER-SKIP-COUNT
                          WHEN ST-QTY-SOLD NOT NUMERIC
                             MOVE 'QTY REJECT' TO TE-REASON-OUT
                             PERFORM 145-REJECT-TRANS

           COMPUTE WS-SALE-REVENUE = ST-QTY-SOLD * WS-SALE-PRICE

           PERFORM 157-TAX-ONE-SALE

      *  Hour 00 lands in slot 1, hour 23 in slot 24.

           COMPUTE WS-SALE-HOUR-SLOT = ST-SALE-HOUR + 1

           .

      *  Finds how the sale line is taxed - the truck's district
      *  off the name table, the treat's taxability, and the
      *  district's newest rate dated on or before the day of
      *  the sale. A taxable sale in a district with no rate is
      *  taxed at zero and counted. The tax itself is not
      *  figured line by line: a taxable sale goes into the
      *  truck's tax basis for its rate.

       157-TAX-ONE-SALE.

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

           IF WS-SALE-TAXABLE = 'Y'
              MOVE ZERO TO WS-SALE-RATE
              MOVE ZERO TO WS-SALE-RATE-DATE
              MOVE 'N'  TO WS-SALE-RATE-FOUND
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-TAX-RATE-COUNT
                 IF TXT-DISTRICT(SUB2) = WS-SALE-DISTRICT
                    AND TXT-EFFECTIVE-DATE(SUB2) NOT > ST-SALE-DATE
                    AND TXT-EFFECTIVE-DATE(SUB2)
                       NOT < WS-SALE-RATE-DATE
                    MOVE TXT-RATE(SUB2) TO WS-SALE-RATE
                    MOVE TXT-EFFECTIVE-DATE(SUB2)
                       TO WS-SALE-RATE-DATE
                    MOVE 'Y' TO WS-SALE-RATE-FOUND
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB2

              IF WS-SALE-RATE-FOUND = 'N'
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF

              PERFORM 158-ROLL-TAX-BASIS
           END-IF

           .

      *  Adds the taxable sale into the basis entry for its
      *  truck and rate row. With the table full the sale is
      *  taxed on its own, rounded, and counted.

       158-ROLL-TAX-BASIS.

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

      *  Rolls the sale into its truck's entry and hour bucket,
      *  opening a new truck entry when this is the truck's
      *  first sale of the day. A table past capacity counts the
                 MOVE ST-TRUCK-ID TO TK-TRUCK-ID(WS-FOUND-SUB)
                 MOVE ZERO        TO TK-QTY(WS-FOUND-SUB)
                 MOVE ZERO        TO TK-REVENUE(WS-FOUND-SUB)
                 MOVE WS-SALE-DISTRICT
                                  TO TK-DISTRICT(WS-FOUND-SUB)
                 MOVE ZERO        TO TK-TAXABLE(WS-FOUND-SUB)
                 MOVE ZERO        TO TK-EXEMPT(WS-FOUND-SUB)
                 MOVE ZERO        TO TK-TAX(WS-FOUND-SUB)
                 PERFORM VARYING SUB3 FROM 1 BY 1
                    UNTIL SUB3 > 24
                    MOVE ZERO TO TK-HOUR-QTY(WS-FOUND-SUB, SUB3)
                 TO TK-HOUR-QTY(WS-FOUND-SUB, WS-SALE-HOUR-SLOT)
              ADD WS-SALE-REVENUE
                 TO TK-HOUR-REVENUE(WS-FOUND-SUB, WS-SALE-HOUR-SLOT)
              IF WS-SALE-TAXABLE = 'Y'
                 ADD WS-SALE-REVENUE TO TK-TAXABLE(WS-FOUND-SUB)
              ELSE
                 ADD WS-SALE-REVENUE TO TK-EXEMPT(WS-FOUND-SUB)
              END-IF
              ADD WS-SALE-TAX     TO TK-TAX(WS-FOUND-SUB)
           END-IF

           .

           .

      *  Figures each truck's tax once the whole tape is in - its
      *  taxable sales at each rate, rounded once - and adds it
      *  to the truck's entry, the way the nightly run figures
      *  the tax it books.

       175-FIGURE-TRUCK-TAX.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TAX-BASIS-COUNT
              COMPUTE WS-SALE-TAX ROUNDED =
                 TB-TAXABLE(SUB2) * TB-RATE(SUB2) / 100
                 ON SIZE ERROR
                    MOVE ZERO TO WS-SALE-TAX
              END-COMPUTE
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > WS-TRUCK-SALES-COUNT
                 IF TK-TRUCK-ID(SUB3) = TB-TRUCK-ID(SUB2)
                    ADD WS-SALE-TAX TO TK-TAX(SUB3)
                    MOVE WS-TRUCK-SALES-COUNT TO SUB3
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Prints one section per truck that sold anything - the
      *  truck's name, a line per hour with sales in it, and the
      *  truck's actual total for the day.

           .

      *  Prints the sales-tax section - each truck's taxable and
      *  exempt actuals with the tax on them, then the same by
      *  district, then the company total. The district lines
      *  are what the period tax filing rolls up.

       215-SALES-TAX-SUMMARY.

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           MOVE TAX-REPORT-HEADER TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           MOVE TAX-COLUMN-HEADER TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-TRUCK-SALES-COUNT
              MOVE TK-TRUCK-ID(SUB2) TO TX-ID-OUT
              MOVE TK-DISTRICT(SUB2) TO TX-DISTRICT-OUT
              MOVE TK-TAXABLE(SUB2)  TO TX-TAXABLE-OUT
              MOVE TK-EXEMPT(SUB2)   TO TX-EXEMPT-OUT
              MOVE TK-TAX(SUB2)      TO TX-TAX-OUT
              MOVE TAX-DETAIL-LINE TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
                    AFTER ADVANCING 1 LINE
              PERFORM 217-ROLL-TAX-DISTRICT
           END-PERFORM
           MOVE 1 TO SUB2

           PERFORM 110-WRITE-LINE

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TAX-DISTRICT-COUNT
              MOVE 'DISTRICT'        TO TX-ID-OUT
              MOVE TD-DISTRICT(SUB3) TO TX-DISTRICT-OUT
              MOVE TD-TAXABLE(SUB3)  TO TX-TAXABLE-OUT
              MOVE TD-EXEMPT(SUB3)   TO TX-EXEMPT-OUT
              MOVE TD-TAX(SUB3)      TO TX-TAX-OUT
              MOVE TAX-DETAIL-LINE TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
                    AFTER ADVANCING 1 LINE
              ADD TD-TAXABLE(SUB3) TO WS-TOTAL-TAXABLE
              ADD TD-EXEMPT(SUB3)  TO WS-TOTAL-EXEMPT
              ADD TD-TAX(SUB3)     TO WS-TOTAL-TAX
           END-PERFORM
           MOVE 1 TO SUB3

           MOVE 'COMPANY'        TO TX-ID-OUT
           MOVE SPACES           TO TX-DISTRICT-OUT
           MOVE WS-TOTAL-TAXABLE TO TX-TAXABLE-OUT
           MOVE WS-TOTAL-EXEMPT  TO TX-EXEMPT-OUT
           MOVE WS-TOTAL-TAX     TO TX-TAX-OUT
           MOVE TAX-DETAIL-LINE TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
                 AFTER ADVANCING 2 LINES

           .

      *  Rolls truck entry SUB2 into its district's tax totals,
      *  opening the district the first time it turns up. A
      *  truck with no district on file rolls up under blanks.

       217-ROLL-TAX-DISTRICT.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TAX-DISTRICT-COUNT
              IF TD-DISTRICT(SUB3) = TK-DISTRICT(SUB2)
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-TAX-DISTRICT-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              AND WS-TAX-DISTRICT-COUNT < 10
              ADD 1 TO WS-TAX-DISTRICT-COUNT
              MOVE WS-TAX-DISTRICT-COUNT TO WS-FOUND-SUB
              MOVE TK-DISTRICT(SUB2) TO TD-DISTRICT(WS-FOUND-SUB)
              MOVE ZERO TO TD-TAXABLE(WS-FOUND-SUB)
              MOVE ZERO TO TD-EXEMPT(WS-FOUND-SUB)
              MOVE ZERO TO TD-TAX(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB > 0
              ADD TK-TAXABLE(SUB2) TO TD-TAXABLE(WS-FOUND-SUB)
              ADD TK-EXEMPT(SUB2)  TO TD-EXEMPT(WS-FOUND-SUB)
              ADD TK-TAX(SUB2)     TO TD-TAX(WS-FOUND-SUB)
           END-IF

           .

      *  Prints the company rollup by treat name/size and the
      *  company actual total.

           MOVE WS-WASTE-SKIP-COUNT       TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TRANSFER LINES SKIPPED:' TO RT-LABEL-OUT
           MOVE WS-XFER-SKIP-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'TAXABLE LINES WITH NO RATE:' TO RT-LABEL-OUT
           MOVE WS-NO-RATE-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           IF WS-TAX-BASIS-OVERFLOW-COUNT > 0
              MOVE 'LINES TAXED SINGLY (TABLE):' TO RT-LABEL-OUT
              MOVE WS-TAX-BASIS-OVERFLOW-COUNT TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           END-IF

           IF WS-TRUCK-SALES-OVERFLOW-CNT > 0
              MOVE WS-TRUCK-SALES-OVERFLOW-CNT TO TKO-COUNT-OUT
              MOVE TRUCK-OVERFLOW-LINE TO ANALYSIS-REPORT-REC
