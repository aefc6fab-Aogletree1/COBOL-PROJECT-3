       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-POST-REVERSAL.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program backs one business day's posting off the
      *  indexed inventory master (PR3FA22-TREAT.IDX). Posting
      *  journals a before image and an after image of every
      *  master record it rewrites; given the business date to
      *  reverse, this program puts that day's before images
      *  back, so a bad register tape can be corrected and the
      *  day reposted through the normal chain instead of being
      *  hand-keyed back off every truck. Nothing is restored
      *  unless every record the day touched can be: a record a
      *  later business day has posted on top of, or one that
      *  no longer matches what the day left behind, refuses
      *  the whole reversal. A reversed date is pulled off the
      *  dates-posted list so the report run will take it again,
      *  and every record restored lists on the audit report.
      *  A reversal that goes through marks the journal, so a
      *  later reversal of the same date after it is reposted
      *  works only from the images journaled since.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date to reverse - its own parameter, not
      *  RUN-DATE-PARM.TXT, which belongs to whatever day the
      *  chain is set up to run next.

           SELECT REVERSAL-PARM
               ASSIGN TO 'REVERSAL-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVP-STATUS.

      *  The posting journal PIZZA-SALES-POSTING appends to -
      *  before and after images of every record it rewrote. A
      *  completed reversal appends its own marker record.

           SELECT POSTING-JOURNAL
               ASSIGN TO 'PIZZA-POSTING-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      *  The indexed inventory master the before images go back
      *  onto, each by a keyed READ and a REWRITE in place.

           SELECT INVENTORY-MASTER
               ASSIGN TO 'PR3FA22-TREAT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MST-STATUS.

      *  Dates already posted - the report run refuses a date on
      *  this list, so a reversed date is pulled off it or the
      *  corrected tape could never be reported.

           SELECT DATES-POSTED-FILE
               ASSIGN TO 'PIZZA-DATES-POSTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPF-STATUS.

      *  Reversal audit report - what was put back, what blocked
      *  it, and the units that went back on or came off.

           SELECT REVERSAL-REPORT-FILE
               ASSIGN TO 'PIZZA-REVERSAL-REPORT.TXT'
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

       FD  REVERSAL-PARM
           RECORD CONTAINS 8 CHARACTERS.
       01  REVERSAL-PARM-REC.
           05  RVP-BUSINESS-DATE      PIC 9(8).

      *  Journal record - same layout posting writes: business
      *  date, image type ('B' before, 'A' after), the posting
      *  run's start stamp and sequence, and the master record.
      *  Type 'R' is a reversal's marker - every image for that
      *  date journaled ahead of it has been backed out. It
      *  carries the reversal's start stamp and a blank image.

       FD  POSTING-JOURNAL
           RECORD CONTAINS 189 CHARACTERS.
       01  POSTING-JOURNAL-REC.
           05  JR-BUSINESS-DATE   PIC X(8).
           05  JR-IMAGE-TYPE      PIC X.
           05  JR-RUN-STAMP       PIC X(14).
           05  JR-SEQUENCE        PIC 9(6).
           05  JR-MASTER-IMAGE.
               10  JR-TRUCK-ID    PIC X(4).
               10  JR-EMPLOYEE-ID PIC X(5).
               10  FILLER         PIC X(151).

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

      *  Header control record view - the business date the
      *  master was last posted for.

       01  BATCH-HEADER-REC.
           05  BH-RECORD-TYPE     PIC X(4).
           05  BH-CONTROL-KEY     PIC X(5).
           05  BH-BUSINESS-DATE   PIC X(8).
           05  BH-SOURCE-SITE     PIC X(10).
           05  FILLER             PIC X(133).

       FD  DATES-POSTED-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATES-POSTED-REC.
           05  DPF-DATE               PIC 9(8).

       FD  REVERSAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REVERSAL-REPORT-REC    PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. For the reversal the read count is journal
      *  images read and the write count is records restored.

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

       01  WS-RVP-STATUS                PIC XX.
       01  WS-JRN-STATUS                PIC XX.
       01  WS-MST-STATUS                PIC XX.
       01  WS-DPF-STATUS                PIC XX.
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

      *  The business date being reversed.

       01  WS-REVERSAL-DATE             PIC 9(8)    VALUE 0.
       01  WS-REVERSAL-DATE-X REDEFINES WS-REVERSAL-DATE
                                        PIC X(8).

      *  The newest business date the journal shows posted after
      *  the one being reversed - spaces when the day being
      *  reversed is the last one posted.

       01  WS-LATER-POSTING-DATE        PIC X(8)    VALUE SPACES.

      *  Where the last reversal marker for each later business
      *  date sits in the journal, counted in records from the
      *  top. A later day's images ahead of its own marker were
      *  backed out by that reversal and block nothing; images
      *  from a repost after the marker still do. A marker past
      *  the table is not kept, so its images go on blocking.

       01  WS-JOURNAL-POSITION          PIC 9(6)    VALUE 0.
       01  WS-MARKER-COUNT              PIC 9(4)    VALUE 0.
       01  WS-IMAGE-BACKED-OUT          PIC X       VALUE 'N'.

       01  LATER-MARKER-TABLE.
           05  LATER-MARKER-ENTRY OCCURS 1000 TIMES.
               10  LM-DATE              PIC X(8).
               10  LM-POSITION          PIC 9(6).

      *  One entry per master record the day touched since its
      *  last reversal, if it had one: its key, the first before
      *  image journaled for it (a rerun of the same day
      *  journals again on top of its own first attempt - the
      *  first image is the record as it stood before the day
      *  touched it at all), the last after image (what the day
      *  left on file), the newest later date that posted on
      *  the same key, and what this run is doing with it - 'R'
      *  restore, 'U' unchanged, 'K' control record kept for a
      *  later date, 'X' blocked.

       01  WS-IMAGE-COUNT               PIC 9(4)    VALUE 0.
       01  WS-IMAGE-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.

       01  REVERSAL-TABLE.
           05  REVERSAL-ENTRY OCCURS 1000 TIMES.
               10  RV-KEY               PIC X(9).
               10  RV-BEFORE-FOUND      PIC X.
               10  RV-AFTER-FOUND       PIC X.
               10  RV-BEFORE-IMAGE      PIC X(160).
               10  RV-AFTER-IMAGE       PIC X(160).
               10  RV-LATER-DATE        PIC X(8).
               10  RV-ACTION            PIC X.

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.

      *  The before image being put back, laid out as a master
      *  record so its treat lines can be listed against the
      *  posted record on the audit report.

       01  RESTORE-IMAGE.
           05  RI-KEY.
               10  RI-TRUCK-ID          PIC X(4).
               10  RI-EMPLOYEE-ID       PIC X(5).
           05  FILLER                   PIC X(37).
           05  RI-TREAT-ARRAY OCCURS 3 TIMES.
               10  RI-TREAT-NAME        PIC X(15).
               10  RI-TREAT-SIZE        PIC X.
               10  RI-NUM-IN-STOCK      PIC 9(4).
               10  RI-SELLING-PRICE     PIC 99V99.
           05  RI-LOT-ARRAY OCCURS 3 TIMES.
               10  RI-LOT               PIC X(6).
               10  RI-EXPIRY            PIC X(8).

      *  The dates-posted list, held so it can be written back
      *  without the reversed date.

       01  WS-DATES-COUNT               PIC 9(4)    VALUE 0.
       01  WS-DATES-OVERFLOW-COUNT      PIC 9(4)    VALUE 0.
       01  WS-DATE-ON-LIST              PIC X       VALUE 'N'.

       01  DATES-POSTED-TABLE.
           05  DATES-POSTED-ENTRY OCCURS 1000 TIMES.
               10  DP-DATE              PIC 9(8).

      *  Run totals for the audit trailer.

       01  WS-RUN-TOTALS.
           05  WS-JOURNAL-READ-COUNT    PIC 9(6)    VALUE 0.
           05  WS-DATE-IMAGE-COUNT      PIC 9(6)    VALUE 0.
           05  WS-BLOCK-COUNT           PIC 9(6)    VALUE 0.
           05  WS-RESTORED-COUNT        PIC 9(6)    VALUE 0.
           05  WS-UNCHANGED-COUNT       PIC 9(6)    VALUE 0.
           05  WS-KEPT-COUNT            PIC 9(6)    VALUE 0.
           05  WS-REWRITE-FAIL-COUNT    PIC 9(6)    VALUE 0.
           05  WS-UNITS-RETURNED        PIC 9(8)    VALUE 0.
           05  WS-UNITS-TAKEN-BACK      PIC 9(8)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 REVERSAL-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 REVERSAL-HEADER-2.
          05 FILLER          PIC X(24) VALUE SPACES.
          05 FILLER          PIC X(29) VALUE
                              'POSTING REVERSAL AUDIT REPORT'.

       01 REVERSAL-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(24) VALUE
                              'BUSINESS DATE REVERSED: '.
          05 RD-DATE-OUT     PIC 9999/99/99.

      *  Printed before the run stops on a control - no date,
      *  no journal, nothing journaled for the date, or a file
      *  that will not open. Nothing has been restored.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

      *  One line per record that blocks the reversal, with the
      *  later business date that posted on top of it when that
      *  is the reason.

       01 BLOCK-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(12) VALUE '** BLOCKED: '.
          05 BK-REASON-OUT   PIC X(16).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BK-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BK-EMP-OUT      PIC X(5).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BK-DATE-OUT     PIC X(8).

       01 REFUSED-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(48) VALUE
             'REVERSAL REFUSED - NOTHING RESTORED             '.

       01 RESTORE-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TRUCK '.
          05 FILLER          PIC X(7)  VALUE 'EMPL   '.
          05 FILLER          PIC X(15) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(4)  VALUE 'SIZE'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'POSTED'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'RESTORED'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'LOT'.

      *  One line per treat line the reversal changes - the
      *  stock the day left against the stock put back, and
      *  the lot the line goes back to.

       01 RESTORE-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RS-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RS-EMP-OUT      PIC X(5).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RS-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RS-SIZE-OUT     PIC X.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 RS-POSTED-OUT   PIC ZZZ9.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 RS-RESTORED-OUT PIC ZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RS-LOT-OUT      PIC X(6).

      *  Header and trailer control records get a line of their
      *  own - what the header's business date goes back to, or
      *  why it was left alone.

       01 CONTROL-RECORD-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CR-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CR-TEXT-OUT     PIC X(30).
          05 CR-DATE-OUT     PIC X(8).

       01 DATES-POSTED-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DL-TEXT-OUT     PIC X(52).

       01 COMPLETE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(48) VALUE
             'REVERSAL COMPLETE - REPOST THE CORRECTED TAPE   '.

       01 INCOMPLETE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(52) VALUE
             'REVERSAL INCOMPLETE - REWRITES FAILED, DO NOT REPOST'.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date, the journal is read twice -
      *  once for the day's images, once for any later day that
      *  posted on the same keys - the master is checked record
      *  by record, and only when every record passes are the
      *  before images put back - and only when every one of
      *  them goes back is the date pulled off the posted list
      *  and the journal marked.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 140-LOAD-DATE-IMAGES
           PERFORM 145-MARK-LATER-POSTINGS
           PERFORM 150-CHECK-MASTER
           PERFORM 170-RESTORE-IMAGES
           PERFORM 180-PULL-POSTED-DATE
           PERFORM 185-MARK-JOURNAL
           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Opens the report and reads the date to reverse. No
      *  usable date stops the run - there is nothing to back
      *  out.

       125-HOUSEKEEPING.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-DATE      TO WS-RUN-START-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-START-STAMP(9:6)

           OPEN OUTPUT REVERSAL-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE REVERSAL-HEADER    TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE REVERSAL-HEADER-2  TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           OPEN INPUT REVERSAL-PARM

           IF WS-RVP-STATUS = '00'
              READ REVERSAL-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RVP-BUSINESS-DATE NUMERIC
                       MOVE RVP-BUSINESS-DATE TO WS-REVERSAL-DATE
                    END-IF
              END-READ
              CLOSE REVERSAL-PARM
           END-IF

           IF WS-REVERSAL-DATE = 0
              MOVE 'REVERSAL DATE PARM MISSING OR BAD - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE WS-REVERSAL-DATE TO RD-DATE-OUT
           MOVE REVERSAL-DATE-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           .

      *  Writes the control error line and stops the run.
      *  Nothing has been restored - the master is exactly as
      *  the last posting left it, and the report says why.
      *  Every stop comes before the master is open, so only
      *  the report is closed.

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE REVERSAL-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  First journal pass - tables every image journaled for
      *  the date being reversed, one entry per master key. A
      *  reversal marker for the date empties the table: what
      *  was journaled ahead of it is already backed out, and
      *  only the postings since are this reversal's to undo.
      *  Markers for later dates are noted for the second pass.
      *  A day with more records than the table holds cannot be
      *  half reversed, so an overflow stops the run.

       140-LOAD-DATE-IMAGES.

           OPEN INPUT POSTING-JOURNAL

           IF WS-JRN-STATUS NOT = '00'
              MOVE 'POSTING JOURNAL MISSING - NOTHING REVERSED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           PERFORM UNTIL WS-JRN-STATUS NOT = '00'
              READ POSTING-JOURNAL
                 AT END
                    MOVE '10' TO WS-JRN-STATUS
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-READ-COUNT
                    IF JR-BUSINESS-DATE = WS-REVERSAL-DATE-X
                       IF JR-IMAGE-TYPE = 'R'
                          MOVE 0 TO WS-IMAGE-COUNT
                          MOVE 0 TO WS-IMAGE-OVERFLOW-COUNT
                          MOVE 0 TO WS-DATE-IMAGE-COUNT
                       ELSE
                          ADD 1 TO WS-DATE-IMAGE-COUNT
                          PERFORM 142-TABLE-IMAGE
                       END-IF
                    END-IF
                    IF JR-BUSINESS-DATE > WS-REVERSAL-DATE-X
                       AND JR-IMAGE-TYPE = 'R'
                       PERFORM 144-NOTE-LATER-MARKER
                    END-IF
              END-READ
           END-PERFORM

           CLOSE POSTING-JOURNAL

           IF WS-IMAGE-COUNT = 0
              MOVE 'NO JOURNAL IMAGES FOR THIS DATE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           IF WS-IMAGE-OVERFLOW-COUNT > 0
              MOVE 'TOO MANY RECORDS FOR ONE RUN - NOTHING REVERSED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  Tables one journal image for the date. The first before
      *  image for a key is kept; every after image replaces the
      *  last, so the entry ends holding what the day's final
      *  run left on file.

       142-TABLE-IMAGE.

           PERFORM 143-FIND-IMAGE-ENTRY

           IF WS-FOUND-SUB = 0
              IF WS-IMAGE-COUNT < 1000
                 ADD 1 TO WS-IMAGE-COUNT
                 MOVE WS-IMAGE-COUNT TO WS-FOUND-SUB
                 MOVE JR-MASTER-IMAGE(1:9) TO RV-KEY(WS-FOUND-SUB)
                 MOVE 'N'    TO RV-BEFORE-FOUND(WS-FOUND-SUB)
                 MOVE 'N'    TO RV-AFTER-FOUND(WS-FOUND-SUB)
                 MOVE SPACES TO RV-BEFORE-IMAGE(WS-FOUND-SUB)
                 MOVE SPACES TO RV-AFTER-IMAGE(WS-FOUND-SUB)
                 MOVE SPACES TO RV-LATER-DATE(WS-FOUND-SUB)
                 MOVE SPACE  TO RV-ACTION(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-IMAGE-OVERFLOW-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB > 0
              EVALUATE TRUE
                 WHEN JR-IMAGE-TYPE = 'B'
                    AND RV-BEFORE-FOUND(WS-FOUND-SUB) NOT = 'Y'
                    MOVE 'Y' TO RV-BEFORE-FOUND(WS-FOUND-SUB)
                    MOVE JR-MASTER-IMAGE
                       TO RV-BEFORE-IMAGE(WS-FOUND-SUB)
                 WHEN JR-IMAGE-TYPE = 'A'
                    MOVE 'Y' TO RV-AFTER-FOUND(WS-FOUND-SUB)
                    MOVE JR-MASTER-IMAGE
                       TO RV-AFTER-IMAGE(WS-FOUND-SUB)
              END-EVALUATE
           END-IF

           .

      *  Looks the journal image's key up in the reversal
      *  table. WS-FOUND-SUB gets the slot, or zero.

       143-FIND-IMAGE-ENTRY.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-IMAGE-COUNT
              IF RV-KEY(SUB) = JR-MASTER-IMAGE(1:9)
                 MOVE SUB TO WS-FOUND-SUB
                 MOVE WS-IMAGE-COUNT TO SUB
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Notes where in the journal a later date's reversal
      *  marker sits. A later marker for the same date replaces
      *  the earlier one - only the last reversal counts.

       144-NOTE-LATER-MARKER.

           MOVE ZERO TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-MARKER-COUNT
              IF LM-DATE(SUB2) = JR-BUSINESS-DATE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-MARKER-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              AND WS-MARKER-COUNT < 1000
              ADD 1 TO WS-MARKER-COUNT
              MOVE WS-MARKER-COUNT  TO WS-FOUND-SUB
              MOVE JR-BUSINESS-DATE TO LM-DATE(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB > 0
              MOVE WS-JOURNAL-READ-COUNT TO LM-POSITION(WS-FOUND-SUB)
           END-IF

           .

      *  Second journal pass - any image journaled under a later
      *  business date marks the key it touched. A later day
      *  posted its sales on top of what is being backed out,
      *  so putting the old image back would wipe that day out
      *  too - unless that day has itself been reversed since,
      *  in which case its images ahead of the marker are
      *  passed over.

       145-MARK-LATER-POSTINGS.

           OPEN INPUT POSTING-JOURNAL

           PERFORM UNTIL WS-JRN-STATUS NOT = '00'
              READ POSTING-JOURNAL
                 AT END
                    MOVE '10' TO WS-JRN-STATUS
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-POSITION
                    PERFORM 146-CHECK-LATER-MARKER
                    IF JR-BUSINESS-DATE > WS-REVERSAL-DATE-X
                       AND JR-IMAGE-TYPE NOT = 'R'
                       AND WS-IMAGE-BACKED-OUT = 'N'
                       IF JR-BUSINESS-DATE > WS-LATER-POSTING-DATE
                          MOVE JR-BUSINESS-DATE
                             TO WS-LATER-POSTING-DATE
                       END-IF
                       PERFORM 143-FIND-IMAGE-ENTRY
                       IF WS-FOUND-SUB > 0
                          AND JR-BUSINESS-DATE >
                              RV-LATER-DATE(WS-FOUND-SUB)
                          MOVE JR-BUSINESS-DATE
                             TO RV-LATER-DATE(WS-FOUND-SUB)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE POSTING-JOURNAL

           .

      *  Flags the image just read as backed out when its date
      *  has a reversal marker further down the journal.

       146-CHECK-LATER-MARKER.

           MOVE 'N' TO WS-IMAGE-BACKED-OUT

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-MARKER-COUNT
              IF LM-DATE(SUB2) = JR-BUSINESS-DATE
                 IF LM-POSITION(SUB2) > WS-JOURNAL-POSITION
                    MOVE 'Y' TO WS-IMAGE-BACKED-OUT
                 END-IF
                 MOVE WS-MARKER-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

      *  Checks every tabled record against the master as it
      *  stands. All of them are judged before anything is
      *  touched, so operations sees every blocker at once, and
      *  one blocker refuses the lot - a half reversed day is
      *  worse than none.

       150-CHECK-MASTER.

           OPEN I-O INVENTORY-MASTER

           IF WS-MST-STATUS NOT = '00'
              MOVE 'PR3FA22-TREAT.IDX MISSING OR UNREADABLE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-IMAGE-COUNT
              PERFORM 152-CHECK-ONE-RECORD
           END-PERFORM
           MOVE 1 TO SUB

           IF WS-BLOCK-COUNT > 0
              PERFORM 160-REFUSE-REVERSAL
           END-IF

           .

      *  Reads the master record for the entry SUB points at and
      *  decides what happens to it.

       152-CHECK-ONE-RECORD.

           MOVE RV-KEY(SUB) TO MASTER-KEY

           READ INVENTORY-MASTER
              INVALID KEY
                 MOVE 'NOT ON MASTER'  TO BK-REASON-OUT
                 MOVE SPACES           TO BK-DATE-OUT
                 PERFORM 155-BLOCK-RECORD
              NOT INVALID KEY
                 PERFORM 153-JUDGE-RECORD
           END-READ

           .

      *  The header and trailer are touched by every posting, so
      *  a later day on them is no blocker - the header simply
      *  keeps the later day's date. Any other record a later
      *  day posted on blocks, and so does one that no longer
      *  holds what the day left behind (a reload, a maintenance
      *  fix, or a reversal already run). A record the day read
      *  but did not change needs nothing put back.

       153-JUDGE-RECORD.

           EVALUATE TRUE
              WHEN RV-BEFORE-FOUND(SUB) NOT = 'Y'
                 MOVE 'NO BEFORE IMAGE' TO BK-REASON-OUT
                 MOVE SPACES            TO BK-DATE-OUT
                 PERFORM 155-BLOCK-RECORD
              WHEN (TRUCK-ID-IN = 'HDR ' OR TRUCK-ID-IN = 'TRL ')
                 AND RV-LATER-DATE(SUB) NOT = SPACES
                 MOVE 'K' TO RV-ACTION(SUB)
              WHEN RV-LATER-DATE(SUB) NOT = SPACES
                 MOVE 'LATER POSTING'   TO BK-REASON-OUT
                 MOVE RV-LATER-DATE(SUB) TO BK-DATE-OUT
                 PERFORM 155-BLOCK-RECORD
              WHEN RV-AFTER-FOUND(SUB) = 'Y'
                 AND INVENTORY-MASTER-REC NOT = RV-AFTER-IMAGE(SUB)
                 MOVE 'CHANGED SINCE'   TO BK-REASON-OUT
                 MOVE SPACES            TO BK-DATE-OUT
                 PERFORM 155-BLOCK-RECORD
              WHEN RV-AFTER-FOUND(SUB) NOT = 'Y'
                 AND INVENTORY-MASTER-REC NOT = RV-BEFORE-IMAGE(SUB)
                 MOVE 'CHANGED SINCE'   TO BK-REASON-OUT
                 MOVE SPACES            TO BK-DATE-OUT
                 PERFORM 155-BLOCK-RECORD
              WHEN INVENTORY-MASTER-REC = RV-BEFORE-IMAGE(SUB)
                 MOVE 'U' TO RV-ACTION(SUB)
              WHEN OTHER
                 MOVE 'R' TO RV-ACTION(SUB)
           END-EVALUATE

           .

      *  Prints one blocker line and counts it.

       155-BLOCK-RECORD.

           ADD 1 TO WS-BLOCK-COUNT
           MOVE 'X' TO RV-ACTION(SUB)
           MOVE RV-KEY(SUB)(1:4) TO BK-TRUCK-OUT
           MOVE RV-KEY(SUB)(5:5) TO BK-EMP-OUT

           MOVE BLOCK-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Refuses the reversal - nothing has been rewritten. The
      *  blockers are already listed above the verdict.

       160-REFUSE-REVERSAL.

           PERFORM 110-WRITE-LINE

           MOVE REFUSED-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           MOVE 'RECORDS BLOCKING:'        TO RT-LABEL-OUT
           MOVE WS-BLOCK-COUNT             TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           CLOSE INVENTORY-MASTER
                 REVERSAL-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Puts the before images back. Every record has passed,
      *  so each one is a keyed READ and a REWRITE of the image
      *  the day started from.

       170-RESTORE-IMAGES.

           MOVE RESTORE-COLUMN-HEADER TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > WS-IMAGE-COUNT
              EVALUATE RV-ACTION(SUB)
                 WHEN 'R'
                    PERFORM 172-RESTORE-ONE-RECORD
                 WHEN 'U'
                    ADD 1 TO WS-UNCHANGED-COUNT
                 WHEN 'K'
                    ADD 1 TO WS-KEPT-COUNT
                    IF RV-KEY(SUB)(1:4) = 'HDR '
                       MOVE 'HDR '              TO CR-TRUCK-OUT
                       MOVE 'KEPT - LATER DATE POSTED:    '
                          TO CR-TEXT-OUT
                       MOVE WS-LATER-POSTING-DATE TO CR-DATE-OUT
                       PERFORM 176-WRITE-CONTROL-LINE
                    END-IF
              END-EVALUATE
           END-PERFORM
           MOVE 1 TO SUB

           CLOSE INVENTORY-MASTER

           .

      *  Restores the record the entry SUB points at, listing
      *  each treat line the reversal changes.

       172-RESTORE-ONE-RECORD.

           MOVE RV-KEY(SUB) TO MASTER-KEY

           READ INVENTORY-MASTER
              INVALID KEY
                 ADD 1 TO WS-REWRITE-FAIL-COUNT
              NOT INVALID KEY
                 MOVE RV-BEFORE-IMAGE(SUB) TO RESTORE-IMAGE
                 IF TRUCK-ID-IN = 'HDR '
                    MOVE 'HDR '                  TO CR-TRUCK-OUT
                    MOVE 'BUSINESS DATE RESTORED TO:   '
                       TO CR-TEXT-OUT
                    MOVE RESTORE-IMAGE(10:8)     TO CR-DATE-OUT
                    PERFORM 176-WRITE-CONTROL-LINE
                 ELSE
                    IF TRUCK-ID-IN NOT = 'TRL '
                       PERFORM 174-LIST-TREAT-LINES
                    END-IF
                 END-IF
                 MOVE RESTORE-IMAGE TO INVENTORY-MASTER-REC
                 REWRITE INVENTORY-MASTER-REC
                 IF WS-MST-STATUS = '00'
                    ADD 1 TO WS-RESTORED-COUNT
                 ELSE
                    ADD 1 TO WS-REWRITE-FAIL-COUNT
                    MOVE 'REWRITE FAILED'  TO BK-REASON-OUT
                    MOVE WS-MST-STATUS     TO BK-DATE-OUT
                    MOVE RV-KEY(SUB)(1:4) TO BK-TRUCK-OUT
                    MOVE RV-KEY(SUB)(5:5) TO BK-EMP-OUT
                    MOVE BLOCK-LINE TO REVERSAL-REPORT-REC
                    WRITE REVERSAL-REPORT-REC
                          AFTER ADVANCING 1 LINE
                 END-IF
           END-READ

           .

      *  Lists the treat lines whose stock or lot the reversal
      *  changes - posted stock on file now against the stock
      *  going back - and totals the units put back on (sales
      *  and waste backed out) and taken back off (deliveries
      *  backed out).

       174-LIST-TREAT-LINES.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > 3
              IF NUM-IN-STOCK-IN(SUB2) NUMERIC
                 AND RI-NUM-IN-STOCK(SUB2) NUMERIC
                 AND (NUM-IN-STOCK-IN(SUB2) NOT =
                      RI-NUM-IN-STOCK(SUB2)
                      OR TREAT-LOT-IN(SUB2) NOT = RI-LOT(SUB2))
                 IF RI-NUM-IN-STOCK(SUB2) > NUM-IN-STOCK-IN(SUB2)
                    COMPUTE WS-UNITS-RETURNED = WS-UNITS-RETURNED
                       + RI-NUM-IN-STOCK(SUB2)
                       - NUM-IN-STOCK-IN(SUB2)
                 ELSE
                    COMPUTE WS-UNITS-TAKEN-BACK = WS-UNITS-TAKEN-BACK
                       + NUM-IN-STOCK-IN(SUB2)
                       - RI-NUM-IN-STOCK(SUB2)
                 END-IF
                 MOVE TRUCK-ID-IN             TO RS-TRUCK-OUT
                 MOVE EMPLOYEE-ID-IN          TO RS-EMP-OUT
                 MOVE RI-TREAT-NAME(SUB2)     TO RS-NAME-OUT
                 MOVE RI-TREAT-SIZE(SUB2)     TO RS-SIZE-OUT
                 MOVE NUM-IN-STOCK-IN(SUB2)   TO RS-POSTED-OUT
                 MOVE RI-NUM-IN-STOCK(SUB2)   TO RS-RESTORED-OUT
                 MOVE RI-LOT(SUB2)            TO RS-LOT-OUT
                 MOVE RESTORE-DETAIL-LINE TO REVERSAL-REPORT-REC
                 WRITE REVERSAL-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       176-WRITE-CONTROL-LINE.

           MOVE CONTROL-RECORD-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Pulls the reversed date off the dates-posted list so
      *  the report run will accept it again once the corrected
      *  tape is reposted. A reversal with a failed rewrite
      *  leaves the date on the list - the day is half backed
      *  out and must not be reposted on top of itself.

       180-PULL-POSTED-DATE.

           PERFORM 110-WRITE-LINE

           IF WS-REWRITE-FAIL-COUNT = 0
              PERFORM 182-REWRITE-DATES-LIST
           ELSE
              MOVE 'REWRITE FAILED - DATE LEFT ON DATES-POSTED LIST'
                 TO DL-TEXT-OUT
           END-IF

           MOVE DATES-POSTED-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  The list is read whole and written back without the
      *  date; a list past the table size is left alone and
      *  flagged, rather than written back short.

       182-REWRITE-DATES-LIST.

           OPEN INPUT DATES-POSTED-FILE

           IF WS-DPF-STATUS = '00'
              PERFORM UNTIL WS-DPF-STATUS NOT = '00'
                 READ DATES-POSTED-FILE
                    AT END
                       MOVE '10' TO WS-DPF-STATUS
                    NOT AT END
                       IF DPF-DATE = WS-REVERSAL-DATE
                          MOVE 'Y' TO WS-DATE-ON-LIST
                       ELSE
                          IF WS-DATES-COUNT < 1000
                             ADD 1 TO WS-DATES-COUNT
                             MOVE DPF-DATE TO DP-DATE(WS-DATES-COUNT)
                          ELSE
                             ADD 1 TO WS-DATES-OVERFLOW-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DATES-POSTED-FILE
           END-IF

           EVALUATE TRUE
              WHEN WS-DATE-ON-LIST NOT = 'Y'
                 MOVE 'DATE WAS NOT ON PIZZA-DATES-POSTED.TXT'
                    TO DL-TEXT-OUT
              WHEN WS-DATES-OVERFLOW-COUNT > 0
                 MOVE 'DATES-POSTED LIST TOO LONG - PULL DATE BY HAND'
                    TO DL-TEXT-OUT
              WHEN OTHER
                 OPEN OUTPUT DATES-POSTED-FILE
                 PERFORM VARYING SUB FROM 1 BY 1
                    UNTIL SUB > WS-DATES-COUNT
                    MOVE DP-DATE(SUB) TO DATES-POSTED-REC
                    WRITE DATES-POSTED-REC
                 END-PERFORM
                 MOVE 1 TO SUB
                 CLOSE DATES-POSTED-FILE
                 MOVE 'DATE PULLED FROM PIZZA-DATES-POSTED.TXT'
                    TO DL-TEXT-OUT
           END-EVALUATE

           .

      *  Appends the reversal marker to the journal once every
      *  record is back, so the next reversal of this date -
      *  after the corrected tape is reposted - judges only the
      *  repost's images. A reversal with a failed rewrite is
      *  not marked; it has to be looked at, not built on. A
      *  marker that cannot be written leaves the old images in
      *  play, and a later reversal of the date will block on
      *  them rather than restore the wrong record.

       185-MARK-JOURNAL.

           IF WS-REWRITE-FAIL-COUNT = 0
              OPEN EXTEND POSTING-JOURNAL
              IF WS-JRN-STATUS = '00'
                 MOVE SPACES             TO POSTING-JOURNAL-REC
                 MOVE WS-REVERSAL-DATE-X TO JR-BUSINESS-DATE
                 MOVE 'R'                TO JR-IMAGE-TYPE
                 MOVE WS-RUN-START-STAMP TO JR-RUN-STAMP
                 MOVE 0                  TO JR-SEQUENCE
                 WRITE POSTING-JOURNAL-REC
                 CLOSE POSTING-JOURNAL
              END-IF
              IF WS-JRN-STATUS NOT = '00'
                 MOVE 'JOURNAL NOT MARKED - REVERSAL ONLY ON REPORT'
                    TO DL-TEXT-OUT
                 MOVE DATES-POSTED-LINE TO REVERSAL-REPORT-REC
                 WRITE REVERSAL-REPORT-REC
                       AFTER ADVANCING 1 LINE
              END-IF
           END-IF

           .

      *  Prints the run totals - every record the day touched is
      *  restored, unchanged, or a control record kept - and the
      *  verdict. A failed rewrite means the day is not to be
      *  reposted until the master is put right.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE

           MOVE 'JOURNAL IMAGES READ:'     TO RT-LABEL-OUT
           MOVE WS-JOURNAL-READ-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'IMAGES FOR THIS DATE:'    TO RT-LABEL-OUT
           MOVE WS-DATE-IMAGE-COUNT        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'MASTER RECORDS TOUCHED:'  TO RT-LABEL-OUT
           MOVE WS-IMAGE-COUNT             TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'MASTER RECORDS RESTORED:' TO RT-LABEL-OUT
           MOVE WS-RESTORED-COUNT          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'RECORDS ALREADY AS BEFORE:' TO RT-LABEL-OUT
           MOVE WS-UNCHANGED-COUNT         TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'CONTROL RECORDS KEPT:'    TO RT-LABEL-OUT
           MOVE WS-KEPT-COUNT              TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'REWRITES FAILED:'         TO RT-LABEL-OUT
           MOVE WS-REWRITE-FAIL-COUNT      TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'UNITS PUT BACK ON STOCK:' TO RT-LABEL-OUT
           MOVE WS-UNITS-RETURNED          TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           MOVE 'UNITS TAKEN BACK OFF:'    TO RT-LABEL-OUT
           MOVE WS-UNITS-TAKEN-BACK        TO RT-COUNT-OUT
           PERFORM 227-WRITE-TOTAL-LINE

           PERFORM 110-WRITE-LINE

           IF WS-REWRITE-FAIL-COUNT > 0
              MOVE INCOMPLETE-LINE TO REVERSAL-REPORT-REC
           ELSE
              MOVE COMPLETE-LINE TO REVERSAL-REPORT-REC
           END-IF
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO REVERSAL-REPORT-REC
           WRITE REVERSAL-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Appends this run's status record to the shared run
      *  log, logged under the date it reversed so the balancing
      *  step and operations can see the day was backed out.

       240-WRITE-RUN-LOG.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME

           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF

           MOVE 'PIZZA-POST-REVERSAL ' TO RL-PROGRAM
           MOVE WS-REVERSAL-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           MOVE WS-JOURNAL-READ-COUNT  TO RL-READ-COUNT
           MOVE WS-RESTORED-COUNT      TO RL-WRITE-COUNT
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program. A rewrite that failed part way
      *  leaves the day half backed out, so the run logs as
      *  stopped for operations to look at.

       250-CLOSE-ROUTINE.

              CLOSE    REVERSAL-REPORT-FILE

              IF WS-REWRITE-FAIL-COUNT > 0
                 MOVE 'STOPPED ' TO WS-RUN-OUTCOME
              ELSE
                 MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              END-IF
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .
