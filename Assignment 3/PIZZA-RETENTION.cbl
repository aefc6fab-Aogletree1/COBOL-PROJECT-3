       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-RETENTION.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Month-end housekeeping. The run log, the history file,
      *  the dates-posted file and the reference maintenance
      *  audit only ever get appended to, and every business day
      *  leaves its dated register tape, delivery confirmations
      *  and catch-up reports on line behind it. Left alone the
      *  balancing step rescans years of log every night and its
      *  tables fill. This program reads the retention rules -
      *  for each file family, how many days stay on line and
      *  whether older ones are archived or deleted - and moves
      *  everything older than that into the period's archive
      *  file, each piece with its record count and hash total.
      *  A business date is only ever purged once its chain has
      *  balanced clean; anything else stays on line, and the
      *  retention report says what went, what stayed and why.
      *  Run in restore mode it reads an archived period back
      *  and puts it on line again for an audit, proving each
      *  piece against its counts as it goes.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The business date the chain runs against - the ages in
      *  the retention rules are counted back from it.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  Run mode - archive (the month-end run) or restore, with
      *  the period and, if wanted, the one family to restore.

           SELECT RETENTION-PARM
               ASSIGN TO 'RETENTION-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-STATUS.

      *  Retention rules - one per file family.

           SELECT RETENTION-RULES
               ASSIGN TO 'RETENTION-RULES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.

      *  Dates already proven clean. Once a date's balancing
      *  record is archived off the run log, this is the only
      *  proof left for the families kept on line longer.

           SELECT RETENTION-CLEARED
               ASSIGN TO 'RETENTION-CLEARED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

      *  Whichever on-line file is being worked - a standing
      *  file or one dated file. Named at run time.

           SELECT ONLINE-FILE
               ASSIGN TO WS-ONLINE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONL-STATUS.

      *  What stays on line while a standing file is being
      *  thinned - copied back over the standing file after.

           SELECT RETAIN-WORK
               ASSIGN TO 'RETENTION-WORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

      *  The period's archive, PIZZA-ARCHIVE-YYYYMM.TXT. Only
      *  ever appended to, so a rerun never loses what an
      *  earlier run put there.

           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

      *  The printed retention report.

           SELECT RETENTION-REPORT-FILE
               ASSIGN TO 'RETENTION-REPORT.TXT'
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

      *  Retention parameter - 'A' archive (also blank or no
      *  file) or 'R' restore. Restore needs the period, YYYYMM;
      *  the family is optional and blank restores them all.

       FD  RETENTION-PARM
           RECORD CONTAINS 1 TO 23 CHARACTERS.
       01  RETENTION-PARM-REC.
           05  RTP-MODE               PIC X.
           05  RTP-PERIOD             PIC X(6).
           05  RTP-FAMILY             PIC X(16).

      *  Retention rule - family, days kept on line counted back
      *  from the business date, and 'A' archive or 'D' delete
      *  for what is older.

       FD  RETENTION-RULES
           RECORD CONTAINS 21 CHARACTERS.
       01  RETENTION-RULE-REC.
           05  RR-FAMILY              PIC X(16).
           05  RR-DAYS-ONLINE         PIC X(4).
           05  RR-ACTION              PIC X.

       FD  RETENTION-CLEARED
           RECORD CONTAINS 8 CHARACTERS.
       01  RETENTION-CLEARED-REC.
           05  RC-DATE                PIC 9(8).

      *  Any on-line record, taken whole. The families are all
      *  80 bytes or less.

       FD  ONLINE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ONLINE-REC                 PIC X(80).

       FD  RETAIN-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01  RETAIN-WORK-REC            PIC X(80).

      *  Archive records. Each piece archived is a segment - an
      *  'H' header naming the family and the file it came from
      *  (and the file's date for a dated file), a 'D' record
      *  for every record archived, and a 'T' trailer with the
      *  record count and hash total. The hash total is the
      *  count of non-blank characters in the records.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  ARCHIVE-HEADER-REC.
           05  AH-REC-TYPE            PIC X.
           05  AH-FAMILY              PIC X(16).
           05  AH-FILE-NAME           PIC X(40).
           05  AH-SOURCE-DATE         PIC 9(8).
           05  AH-ARCHIVE-STAMP       PIC X(14).
           05  FILLER                 PIC X(2).
       01  ARCHIVE-DATA-REC.
           05  AD-REC-TYPE            PIC X.
           05  AD-DATA                PIC X(80).
       01  ARCHIVE-TRAILER-REC.
           05  AT-REC-TYPE            PIC X.
           05  AT-RECORD-COUNT        PIC 9(6).
           05  AT-HASH-TOTAL          PIC 9(10).
           05  FILLER                 PIC X(64).

       FD  RETENTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENTION-REPORT-REC       PIC X(80).

      *  Run log record - same layout every chain program
      *  writes. The read count is on-line records read and the
      *  write count is records and files archived or deleted
      *  (records put back on line in restore mode).

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
       01  WS-RTP-STATUS                PIC XX.
       01  WS-RUL-STATUS                PIC XX.
       01  WS-CLR-STATUS                PIC XX.
       01  WS-ONL-STATUS                PIC XX.
       01  WS-WRK-STATUS                PIC XX.
       01  WS-ARC-STATUS                PIC XX.
       01  WS-RPT-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.

      *  Run-log working fields, same as every chain program.

       01  WS-STAMP-DATE                PIC X(8)    VALUE SPACES.
       01  WS-STAMP-TIME                PIC X(8)    VALUE SPACES.
       01  WS-RUN-START-STAMP           PIC X(14)   VALUE SPACES.
       01  WS-RUN-OUTCOME               PIC X(8)    VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  WS-SEG-OPEN              PIC X       VALUE 'N'.
           05  WS-RESTORING             PIC X       VALUE 'N'.
           05  WS-ONLINE-FOUND          PIC X       VALUE 'N'.
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

       01  WS-BD-INTEGER                PIC 9(7)    VALUE 0.

      *  Run mode and period. The archive run files into the
      *  business date's month; restore names the period.

       01  WS-RETENTION-MODE            PIC X       VALUE 'A'.
       01  WS-PERIOD                    PIC 9(6)    VALUE 0.
       01  WS-PERIOD-X REDEFINES WS-PERIOD
                                        PIC X(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PD-YEAR               PIC 9(4).
           05  WS-PD-MONTH              PIC 99.
       01  WS-FAMILY-FILTER             PIC X(16)   VALUE SPACES.

       01  WS-ARCHIVE-FILE              PIC X(40)   VALUE
           'PIZZA-ARCHIVE.TXT'.
       01  WS-ONLINE-FILE               PIC X(40)   VALUE SPACES.

      *  The file families this program knows. 'R' is a standing
      *  file thinned record by record, dated at the position
      *  given; 'P' is a standing print file dated by the run
      *  date on each page header; 'F' is a family of dated
      *  files, one per business date, named in the prefix
      *  table below. The GL extract is left out - it is the
      *  interface to finance and finance keeps its own copy -
      *  and so is the posting journal, which the reversal
      *  program needs whole.

       01  FAMILY-VALUES.
           05  FILLER               PIC X(16) VALUE 'RUN-LOG'.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-RUN-LOG.TXT'.
           05  FILLER               PIC 99    VALUE 21.
           05  FILLER               PIC X(16) VALUE 'HISTORY'.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-HISTORY.TXT'.
           05  FILLER               PIC 99    VALUE 1.
           05  FILLER               PIC X(16) VALUE 'DATES-POSTED'.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-DATES-POSTED.TXT'.
           05  FILLER               PIC 99    VALUE 1.
           05  FILLER               PIC X(16) VALUE
                                    'REF-MAINT-AUDIT'.
           05  FILLER               PIC X     VALUE 'P'.
           05  FILLER               PIC X(24) VALUE
                                    'REF-MAINT-AUDIT.TXT'.
           05  FILLER               PIC 99    VALUE 0.
           05  FILLER               PIC X(16) VALUE 'SALES-TRANS'.
           05  FILLER               PIC X     VALUE 'F'.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC 99    VALUE 0.
           05  FILLER               PIC X(16) VALUE
                                    'DELIVERY-CONFIRM'.
           05  FILLER               PIC X     VALUE 'F'.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC 99    VALUE 0.
           05  FILLER               PIC X(16) VALUE
                                    'CATCHUP-REPORTS'.
           05  FILLER               PIC X     VALUE 'F'.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC 99    VALUE 0.

       01  FAMILY-TABLE REDEFINES FAMILY-VALUES.
           05  FAMILY-ENTRY OCCURS 7 TIMES.
               10  FM-CODE              PIC X(16).
               10  FM-KIND              PIC X.
               10  FM-ONLINE-NAME       PIC X(24).
               10  FM-DATE-POS          PIC 99.

       01  WS-FAMILY-COUNT              PIC 9(4)    VALUE 7.

      *  The rule in force for each family, in family order.

       01  FAMILY-RULE-TABLE.
           05  FAMILY-RULE-ENTRY OCCURS 7 TIMES.
               10  FR-SET               PIC X.
               10  FR-DAYS              PIC 9(4).
               10  FR-ACTION            PIC X.
               10  FR-CUTOFF-DATE       PIC 9(8).

      *  Dated file names - family and the name ahead of the
      *  YYYYMMDD. The catch-up reports are the ones the
      *  catch-up driver has the chain write under dated names.

       01  PREFIX-VALUES.
           05  FILLER               PIC X(16) VALUE 'SALES-TRANS'.
           05  FILLER               PIC X(24) VALUE
                                    'DAILY-SALES-TRANS-'.
           05  FILLER               PIC X(16) VALUE
                                    'DELIVERY-CONFIRM'.
           05  FILLER               PIC X(24) VALUE
                                    'DELIVERY-CONFIRM-'.
           05  FILLER               PIC X(16) VALUE
                                    'CATCHUP-REPORTS'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-POSTING-REPORT-'.
           05  FILLER               PIC X(16) VALUE
                                    'CATCHUP-REPORTS'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-TRUCK-OUTPUT-'.
           05  FILLER               PIC X(16) VALUE
                                    'CATCHUP-REPORTS'.
           05  FILLER               PIC X(24) VALUE
                                    'PIZZA-TRUCK-EXTRACT-'.
           05  FILLER               PIC X(16) VALUE
                                    'CATCHUP-REPORTS'.
           05  FILLER               PIC X(24) VALUE
                                    'REF-AUDIT-REPORT-'.

       01  PREFIX-TABLE REDEFINES PREFIX-VALUES.
           05  PREFIX-ENTRY OCCURS 6 TIMES.
               10  PX-FAMILY            PIC X(16).
               10  PX-PREFIX            PIC X(24).

       01  WS-PREFIX-COUNT              PIC 9(4)    VALUE 6.

      *  The par forecast reads back thirteen weeks of register
      *  tapes, and the tax liability return reads every tape in
      *  its filing period, which can run a whole year - so the
      *  tapes never leave line sooner than a leap year's days.

       01  WS-SALES-MIN-DAYS            PIC 9(4)    VALUE 366.

      *  Every business date on the run log or the cleared file.
      *  DS-BALANCE is the newest balancing outcome for the date
      *  - 'C' clean, 'N' anything else, blank none on file -
      *  and DS-POSTED is set when the posting run logged the
      *  date. A date that cannot be tabled is treated as not
      *  clean.

       01  WS-DATE-COUNT                PIC 9(4)    VALUE 0.
       01  WS-DATE-OVERFLOW-COUNT       PIC 9(4)    VALUE 0.

       01  DATE-STATUS-TABLE.
           05  DATE-STATUS-ENTRY OCCURS 3000 TIMES.
               10  DS-DATE              PIC 9(8).
               10  DS-BALANCE           PIC X.
               10  DS-POSTED            PIC X.

      *  How a date stands - 'C' balanced clean, 'U' posted but
      *  not balanced clean, 'O' the chain never posted it.

       01  WS-DATE-STATE                PIC X       VALUE SPACE.

      *  Dates held back in the family being worked, with the
      *  records held for each.

       01  WS-HELD-COUNT                PIC 9(4)    VALUE 0.

       01  HELD-DATE-TABLE.
           05  HELD-DATE-ENTRY OCCURS 500 TIMES.
               10  HD-DATE              PIC 9(8).
               10  HD-COUNT             PIC 9(6).

      *  Counts for the family being worked.

       01  WS-FAM-READ                  PIC 9(6)    VALUE 0.
       01  WS-FAM-PURGED                PIC 9(6)    VALUE 0.
       01  WS-FAM-HASH                  PIC 9(10)   VALUE 0.
       01  WS-FAM-KEPT-RECENT           PIC 9(6)    VALUE 0.
       01  WS-FAM-KEPT-UNCLEAN          PIC 9(6)    VALUE 0.
       01  WS-FAM-KEPT-LAST             PIC 9(6)    VALUE 0.
       01  WS-FAM-KEPT-NODATE           PIC 9(6)    VALUE 0.
       01  WS-FAM-FILES-PURGED          PIC 9(4)    VALUE 0.
       01  WS-FAM-FILES-HELD            PIC 9(4)    VALUE 0.
       01  WS-FAM-FILES-STUCK           PIC 9(4)    VALUE 0.

      *  Counts and hash for the archive segment being written
      *  or restored.

       01  WS-SEG-COUNT                 PIC 9(6)    VALUE 0.
       01  WS-SEG-HASH                  PIC 9(10)   VALUE 0.
       01  WS-SEG-NAME                  PIC X(40)   VALUE SPACES.
       01  WS-SEG-DATE                  PIC 9(8)    VALUE 0.

      *  Record work fields.

       01  WS-REC-DATE                  PIC 9(8)    VALUE 0.
       01  WS-REC-DATE-X REDEFINES WS-REC-DATE
                                        PIC X(8).
       01  WS-PAGE-DATE                 PIC 9(8)    VALUE 0.
       01  WS-PAGE-DATE-X REDEFINES WS-PAGE-DATE
                                        PIC X(8).
       01  WS-SPACE-TALLY               PIC 9(4)    VALUE 0.
       01  WS-REC-HASH                  PIC 9(4)    VALUE 0.
       01  WS-CUTOFF-INTEGER            PIC 9(7)    VALUE 0.
       01  WS-CUTOFF-DATE               PIC 9(8)    VALUE 0.
       01  WS-OLDEST-CUTOFF             PIC 9(8)    VALUE 0.
       01  WS-NEWEST-POSTED             PIC 9(8)    VALUE 0.
       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.
       01  WS-PURGE-IT                  PIC X       VALUE 'N'.

      *  Run totals.

       01  WS-RULES-READ                PIC 9(4)    VALUE 0.
       01  WS-RULES-REJECTED            PIC 9(4)    VALUE 0.
       01  WS-CLEAN-DATE-COUNT          PIC 9(4)    VALUE 0.
       01  WS-TOTAL-READ                PIC 9(6)    VALUE 0.
       01  WS-TOTAL-ARCHIVED            PIC 9(6)    VALUE 0.
       01  WS-TOTAL-DELETED             PIC 9(6)    VALUE 0.
       01  WS-TOTAL-KEPT-UNCLEAN        PIC 9(6)    VALUE 0.
       01  WS-TOTAL-FILES-ARCHIVED      PIC 9(4)    VALUE 0.
       01  WS-TOTAL-FILES-DELETED       PIC 9(4)    VALUE 0.
       01  WS-TOTAL-FILES-HELD          PIC 9(4)    VALUE 0.
       01  WS-TOTAL-FILES-STUCK         PIC 9(4)    VALUE 0.
       01  WS-SEGMENTS-RESTORED         PIC 9(4)    VALUE 0.
       01  WS-SEGMENTS-SKIPPED          PIC 9(4)    VALUE 0.
       01  WS-SEGMENTS-OFF              PIC 9(4)    VALUE 0.
       01  WS-RECORDS-RESTORED          PIC 9(6)    VALUE 0.
       01  WS-ARCHIVE-READ              PIC 9(6)    VALUE 0.

      *  Current date for the report header, machine clock.

       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 RETENTION-HEADER.
          05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'ROLLING PIZZA'.

       01 RETENTION-HEADER-2.
          05 FILLER          PIC X(22) VALUE SPACES.
          05 RH-TITLE-OUT    PIC X(36) VALUE
                              'MONTH-END RETENTION REPORT'.

       01 RETENTION-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 RD-DATE-OUT     PIC 9999/99/99.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 RD-LABEL-OUT    PIC X(11).
          05 RD-ARCHIVE-OUT  PIC X(30).

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 SECTION-HEADER-LINE.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 SH-TITLE-OUT    PIC X(44).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(70).

      *  One retention rule as read and what became of it.

       01 RULE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RU-FAMILY-OUT   PIC X(18).
          05 RU-DAYS-OUT     PIC ZZZ9.
          05 FILLER          PIC X(7)  VALUE ' DAYS  '.
          05 RU-ACTION-OUT   PIC X(9).
          05 RU-TEXT-OUT     PIC X(34).

      *  One count in a family's block.

       01 COUNT-LINE.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(34).
          05 CL-COUNT-OUT    PIC Z,ZZZ,ZZZ,ZZ9.

      *  One business date held on line and the records held.

       01 HELD-LINE.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'HELD '.
          05 HL-DATE-OUT     PIC 9999/99/99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 HL-REASON-OUT   PIC X(26).
          05 HL-COUNT-OUT    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(8)  VALUE ' RECORDS'.

      *  One dated file or archive segment - what was done with
      *  it, its name, its record count and hash total.

       01 FILE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FI-ACTION-OUT   PIC X(13).
          05 FI-NAME-OUT     PIC X(36).
          05 FI-COUNT-OUT    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FI-HASH-OUT     PIC Z(8)9.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date and the run mode. An archive
      *  run reads the rules, settles which dates balanced
      *  clean, saves that proof, then works each family in
      *  turn. A restore run reads the period's archive back.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING

           IF WS-RETENTION-MODE = 'R'
              PERFORM 300-RESTORE-PERIOD
           ELSE
              PERFORM 135-LOAD-RULES
              PERFORM 140-LOAD-CLEARED
              PERFORM 145-SCAN-RUN-LOG
              PERFORM 148-SAVE-CLEARED
              PERFORM VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-FAMILY-COUNT
                 PERFORM 150-WORK-FAMILY
              END-PERFORM
              MOVE 1 TO SUB
           END-IF

           PERFORM 225-RUN-TOTALS
           PERFORM 250-CLOSE-ROUTINE

           .

      *  Write a line function, same as the report program's.

       110-WRITE-LINE.
             MOVE FILLER9 TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE
           .

      *  Reads the business date and the retention parameter and
      *  opens the report. No usable date stops the run - every
      *  age is counted from it - and so does a restore with no
      *  usable period.

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
              END-READ
              CLOSE RUN-DATE-PARM
           END-IF

           OPEN INPUT RETENTION-PARM

           IF WS-RTP-STATUS = '00'
              READ RETENTION-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RTP-MODE = 'R'
                       MOVE 'R' TO WS-RETENTION-MODE
                       IF RTP-PERIOD NUMERIC
                          MOVE RTP-PERIOD TO WS-PERIOD-X
                       END-IF
                       MOVE RTP-FAMILY TO WS-FAMILY-FILTER
                    END-IF
              END-READ
              CLOSE RETENTION-PARM
           END-IF

           IF WS-RETENTION-MODE = 'R'
              MOVE 'RESTORE FROM ARCHIVE' TO RH-TITLE-OUT
              MOVE 'RESTORING: '          TO RD-LABEL-OUT
           ELSE
              MOVE 'ARCHIVE: '            TO RD-LABEL-OUT
           END-IF

           OPEN OUTPUT RETENTION-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           MOVE RETENTION-HEADER  TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE RETENTION-HEADER-2 TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 110-WRITE-LINE

           IF WS-BUSINESS-DATE = 0
              OR WS-BD-YEAR < 1900
              OR WS-BD-MONTH < 1 OR WS-BD-MONTH > 12
              OR WS-BD-DAY < 1 OR WS-BD-DAY > 31
              MOVE 'BUSINESS DATE PARM MISSING OR BAD - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

      *  A day past the end of its month (a 31st of April, a
      *  29th of February off a leap year) gets no day number,
      *  and every cutoff would be counted back from nothing.

           COMPUTE WS-BD-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           IF WS-BD-INTEGER = 0
              MOVE 'BUSINESS DATE NOT A REAL DATE - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           IF WS-RETENTION-MODE NOT = 'R'
              MOVE WS-BUSINESS-DATE-X(1:6) TO WS-PERIOD-X
           END-IF

           IF WS-PERIOD = 0
              OR WS-PD-YEAR < 1900
              OR WS-PD-MONTH < 1 OR WS-PD-MONTH > 12
              MOVE 'RESTORE PERIOD MISSING OR BAD - NOTHING DONE'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING 'PIZZA-ARCHIVE-'     DELIMITED BY SIZE
                  WS-PERIOD-X          DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILE

           MOVE WS-BUSINESS-DATE  TO RD-DATE-OUT
           MOVE WS-ARCHIVE-FILE   TO RD-ARCHIVE-OUT
           MOVE RETENTION-DATE-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       128-CONTROL-STOP.

           MOVE CONTROL-ERROR-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           CLOSE RETENTION-REPORT-FILE

           MOVE 'STOPPED ' TO WS-RUN-OUTCOME
           PERFORM 240-WRITE-RUN-LOG

           STOP RUN

           .

      *  Reads the retention rules and prints each one with what
      *  became of it. A rule for a family this program does not
      *  know, a second rule for a family, days that are not a
      *  number above zero or an action other than A or D is
      *  refused, and a family with no rule stays on line whole.
      *  No rules file at all means nothing is purged.

       135-LOAD-RULES.

           INITIALIZE FAMILY-RULE-TABLE

           MOVE 'RETENTION RULES' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           OPEN INPUT RETENTION-RULES

           IF WS-RUL-STATUS NOT = '00'
              MOVE 'NO RETENTION RULES ON FILE - NOTHING PURGED'
                 TO NL-TEXT-OUT
              MOVE NONE-LINE TO RETENTION-REPORT-REC
              WRITE RETENTION-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              PERFORM UNTIL WS-RUL-STATUS NOT = '00'
                 READ RETENTION-RULES
                    AT END
                       MOVE '10' TO WS-RUL-STATUS
                    NOT AT END
                       ADD 1 TO WS-RULES-READ
                       PERFORM 137-TAKE-RULE
                 END-READ
              END-PERFORM
              CLOSE RETENTION-RULES
           END-IF

           .

      *  Settles one rule and, when it stands, the cutoff date -
      *  anything dated before the cutoff has aged off line.

       137-TAKE-RULE.

           MOVE 0 TO WS-FOUND-SUB

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-FAMILY-COUNT
              IF FM-CODE(SUB3) = RR-FAMILY
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-FAMILY-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           MOVE RR-FAMILY TO RU-FAMILY-OUT
           MOVE 0         TO RU-DAYS-OUT
           IF RR-DAYS-ONLINE NUMERIC
              MOVE RR-DAYS-ONLINE TO RU-DAYS-OUT
           END-IF
           EVALUATE RR-ACTION
              WHEN 'A'
                 MOVE 'ARCHIVE'  TO RU-ACTION-OUT
              WHEN 'D'
                 MOVE 'DELETE'   TO RU-ACTION-OUT
              WHEN OTHER
                 MOVE RR-ACTION  TO RU-ACTION-OUT
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-FOUND-SUB = 0
                 MOVE 'REFUSED - NOT A FILE FAMILY' TO RU-TEXT-OUT
              WHEN FR-SET(WS-FOUND-SUB) = 'Y'
                 MOVE 'REFUSED - SECOND RULE' TO RU-TEXT-OUT
              WHEN RR-DAYS-ONLINE NOT NUMERIC
                 OR RR-DAYS-ONLINE = '0000'
                 MOVE 'REFUSED - BAD DAYS ON LINE' TO RU-TEXT-OUT
              WHEN RR-ACTION NOT = 'A' AND RR-ACTION NOT = 'D'
                 MOVE 'REFUSED - ACTION NOT A OR D' TO RU-TEXT-OUT
              WHEN FM-CODE(WS-FOUND-SUB) = 'SALES-TRANS'
                 AND RR-DAYS-ONLINE < WS-SALES-MIN-DAYS
                 MOVE 'REFUSED - TAX PERIOD NEEDS 366'
                    TO RU-TEXT-OUT
              WHEN OTHER
                 MOVE 'Y'            TO FR-SET(WS-FOUND-SUB)
                 MOVE RR-DAYS-ONLINE TO FR-DAYS(WS-FOUND-SUB)
                 MOVE RR-ACTION      TO FR-ACTION(WS-FOUND-SUB)
                 COMPUTE WS-CUTOFF-INTEGER =
                    WS-BD-INTEGER - FR-DAYS(WS-FOUND-SUB)
                 COMPUTE FR-CUTOFF-DATE(WS-FOUND-SUB) =
                    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
                 IF WS-OLDEST-CUTOFF = 0
                    OR FR-CUTOFF-DATE(WS-FOUND-SUB) < WS-OLDEST-CUTOFF
                    MOVE FR-CUTOFF-DATE(WS-FOUND-SUB)
                       TO WS-OLDEST-CUTOFF
                 END-IF
                 MOVE 'IN FORCE' TO RU-TEXT-OUT
           END-EVALUATE

           IF RU-TEXT-OUT NOT = 'IN FORCE'
              ADD 1 TO WS-RULES-REJECTED
           END-IF

           MOVE RULE-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Loads the dates an earlier month-end proved clean.

       140-LOAD-CLEARED.

           OPEN INPUT RETENTION-CLEARED

           IF WS-CLR-STATUS = '00'
              PERFORM UNTIL WS-CLR-STATUS NOT = '00'
                 READ RETENTION-CLEARED
                    AT END
                       MOVE '10' TO WS-CLR-STATUS
                    NOT AT END
                       IF RC-DATE NUMERIC
                          MOVE RC-DATE TO WS-REC-DATE
                          PERFORM 142-FIND-DATE
                          IF WS-FOUND-SUB > 0
                             MOVE 'C' TO DS-BALANCE(WS-FOUND-SUB)
                             MOVE 'Y' TO DS-POSTED(WS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETENTION-CLEARED
           END-IF

           .

      *  Finds WS-REC-DATE in the date table, adding it when it
      *  is new. WS-FOUND-SUB is left zero when the table is
      *  full.

       142-FIND-DATE.

           MOVE 0 TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-DATE-COUNT
              IF DS-DATE(SUB2) = WS-REC-DATE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-DATE-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB = 0
              IF WS-DATE-COUNT < 3000
                 ADD 1 TO WS-DATE-COUNT
                 MOVE WS-DATE-COUNT TO WS-FOUND-SUB
                 MOVE WS-REC-DATE   TO DS-DATE(WS-FOUND-SUB)
                 MOVE SPACE         TO DS-BALANCE(WS-FOUND-SUB)
                 MOVE 'N'           TO DS-POSTED(WS-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-DATE-OVERFLOW-COUNT
              END-IF
           END-IF

           .

      *  Walks the run log once. Every business date on it goes
      *  in the date table; the posting and report runs mark a
      *  date posted, and the newest balancing record for a
      *  date decides whether it balanced clean - a later rerun
      *  that did not balance takes back an earlier clean.

       145-SCAN-RUN-LOG.

           OPEN INPUT RUN-LOG-FILE

           IF WS-LOG-STATUS = '00'
              PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE '10' TO WS-LOG-STATUS
                    NOT AT END
                       IF RL-BUSINESS-DATE NUMERIC
                          MOVE RL-BUSINESS-DATE TO WS-REC-DATE-X
                          PERFORM 142-FIND-DATE
                          IF WS-FOUND-SUB > 0
                             PERFORM 146-MARK-DATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF

           .

       146-MARK-DATE.

           EVALUATE RL-PROGRAM
              WHEN 'PIZZA-SALES-POSTING '
              WHEN 'PIZZA-INVENTORY-PROG'
                 MOVE 'Y' TO DS-POSTED(WS-FOUND-SUB)
              WHEN 'PIZZA-RUN-BALANCE   '
                 IF RL-OUTCOME = 'CLEAN   '
                    MOVE 'C' TO DS-BALANCE(WS-FOUND-SUB)
                 ELSE
                    MOVE 'N' TO DS-BALANCE(WS-FOUND-SUB)
                 END-IF
           END-EVALUATE

           .

      *  Rewrites the cleared file before anything is purged, so
      *  the proof is saved even if the run goes no further.
      *  Dates older than every family's cutoff have nothing
      *  left to prove and drop off.

       148-SAVE-CLEARED.

           OPEN OUTPUT RETENTION-CLEARED

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-DATE-COUNT
              IF DS-BALANCE(SUB2) = 'C'
                 ADD 1 TO WS-CLEAN-DATE-COUNT
                 IF DS-DATE(SUB2) NOT < WS-OLDEST-CUTOFF
                    MOVE DS-DATE(SUB2) TO RC-DATE
                    WRITE RETENTION-CLEARED-REC
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           CLOSE RETENTION-CLEARED

           .

      *  Works one family under its rule - a standing file
      *  record by record, a dated family file by file. Prints
      *  the family's block on the report either way.

       150-WORK-FAMILY.

           MOVE 0 TO WS-FAM-READ
           MOVE 0 TO WS-FAM-PURGED
           MOVE 0 TO WS-FAM-HASH
           MOVE 0 TO WS-FAM-KEPT-RECENT
           MOVE 0 TO WS-FAM-KEPT-UNCLEAN
           MOVE 0 TO WS-FAM-KEPT-LAST
           MOVE 0 TO WS-FAM-KEPT-NODATE
           MOVE 0 TO WS-FAM-FILES-PURGED
           MOVE 0 TO WS-FAM-FILES-HELD
           MOVE 0 TO WS-FAM-FILES-STUCK
           MOVE 0 TO WS-HELD-COUNT

           MOVE SPACES TO SH-TITLE-OUT
           STRING 'FAMILY '          DELIMITED BY SIZE
                  FM-CODE(SUB)       DELIMITED BY SPACE
                  INTO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           EVALUATE TRUE
              WHEN FR-SET(SUB) NOT = 'Y'
                 MOVE 'NO RETENTION RULE - LEFT ON LINE WHOLE'
                    TO NL-TEXT-OUT
                 MOVE NONE-LINE TO RETENTION-REPORT-REC
                 WRITE RETENTION-REPORT-REC
                       AFTER ADVANCING 1 LINE
              WHEN FM-KIND(SUB) = 'F'
                 MOVE FR-CUTOFF-DATE(SUB) TO WS-CUTOFF-DATE
                 PERFORM 170-WORK-DATED-FAMILY
                 PERFORM 190-PRINT-DATED-FAMILY
              WHEN OTHER
                 MOVE FR-CUTOFF-DATE(SUB) TO WS-CUTOFF-DATE
                 PERFORM 155-WORK-STANDING-FILE
                 PERFORM 185-PRINT-STANDING-FILE
           END-EVALUATE

           .

      *  Thins a standing file. What stays goes to the work
      *  file; what goes is archived (or dropped under a delete
      *  rule). The archive segment is closed before the work
      *  file is copied back over the standing file, so a
      *  record is never off line without being in the archive.
      *  The newest posted date is never purged - the catch-up
      *  driver takes it as the last date posted. A work file
      *  that will not open, take a record or close whole stops
      *  the run before the standing file is written over.

       155-WORK-STANDING-FILE.

           MOVE FM-ONLINE-NAME(SUB) TO WS-ONLINE-FILE
           MOVE 0 TO WS-PAGE-DATE

           IF FM-CODE(SUB) = 'DATES-POSTED'
              PERFORM 157-FIND-NEWEST-POSTED
           END-IF

           OPEN INPUT ONLINE-FILE

           IF WS-ONL-STATUS NOT = '00'
              MOVE 'N' TO WS-ONLINE-FOUND
           ELSE
              MOVE 'Y' TO WS-ONLINE-FOUND
              OPEN OUTPUT RETAIN-WORK
              IF WS-WRK-STATUS NOT = '00'
                 MOVE 'WORK FILE FAILED - STANDING FILE NOT TOUCHED'
                    TO CE-TEXT-OUT
                 PERFORM 128-CONTROL-STOP
              END-IF
              MOVE 'N' TO WS-SEG-OPEN
              MOVE WS-ONLINE-FILE TO WS-SEG-NAME
              MOVE 0 TO WS-SEG-DATE
              PERFORM UNTIL WS-ONL-STATUS NOT = '00'
                 READ ONLINE-FILE
                    AT END
                       MOVE '10' TO WS-ONL-STATUS
                    NOT AT END
                       ADD 1 TO WS-FAM-READ
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM 160-JUDGE-RECORD
                 END-READ
              END-PERFORM
              CLOSE ONLINE-FILE
              CLOSE RETAIN-WORK
              IF WS-WRK-STATUS NOT = '00'
                 MOVE 'WORK FILE FAILED - STANDING FILE NOT TOUCHED'
                    TO CE-TEXT-OUT
                 PERFORM 128-CONTROL-STOP
              END-IF

              IF WS-SEG-OPEN = 'Y'
                 PERFORM 182-CLOSE-SEGMENT
              END-IF

              IF WS-FAM-PURGED > 0
                 PERFORM 165-PUT-BACK-RETAINED
              END-IF
           END-IF

           .

       157-FIND-NEWEST-POSTED.

           MOVE 0 TO WS-NEWEST-POSTED

           OPEN INPUT ONLINE-FILE

           IF WS-ONL-STATUS = '00'
              PERFORM UNTIL WS-ONL-STATUS NOT = '00'
                 READ ONLINE-FILE
                    AT END
                       MOVE '10' TO WS-ONL-STATUS
                    NOT AT END
                       IF ONLINE-REC(1:8) NUMERIC
                          AND ONLINE-REC(1:8) > WS-NEWEST-POSTED
                          MOVE ONLINE-REC(1:8) TO WS-NEWEST-POSTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ONLINE-FILE
           END-IF

           .

      *  Dates one standing-file record and keeps or purges it.
      *  A print file is dated by the run date on its page
      *  header, carried down the page; lines ahead of the first
      *  header have no date and stay. Maintenance runs are not
      *  chain dates, so the print file goes on age alone.

       160-JUDGE-RECORD.

           MOVE 0   TO WS-REC-DATE
           MOVE 'N' TO WS-PURGE-IT

           IF FM-KIND(SUB) = 'P'
              IF ONLINE-REC(3:1) = '/'
                 AND ONLINE-REC(6:1) = '/'
                 AND ONLINE-REC(29:13) = 'ROLLING PIZZA'
                 MOVE ONLINE-REC(7:4) TO WS-PAGE-DATE-X(1:4)
                 MOVE ONLINE-REC(1:2) TO WS-PAGE-DATE-X(5:2)
                 MOVE ONLINE-REC(4:2) TO WS-PAGE-DATE-X(7:2)
                 IF WS-PAGE-DATE-X NOT NUMERIC
                    MOVE 0 TO WS-PAGE-DATE
                 END-IF
              END-IF
              MOVE WS-PAGE-DATE TO WS-REC-DATE
           ELSE
              IF ONLINE-REC(FM-DATE-POS(SUB):8) NUMERIC
                 MOVE ONLINE-REC(FM-DATE-POS(SUB):8)
                    TO WS-REC-DATE-X
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-REC-DATE = 0
                 ADD 1 TO WS-FAM-KEPT-NODATE
              WHEN WS-REC-DATE NOT < WS-CUTOFF-DATE
                 ADD 1 TO WS-FAM-KEPT-RECENT
              WHEN FM-CODE(SUB) = 'DATES-POSTED'
                 AND WS-REC-DATE = WS-NEWEST-POSTED
                 ADD 1 TO WS-FAM-KEPT-LAST
              WHEN FM-KIND(SUB) = 'P'
                 MOVE 'Y' TO WS-PURGE-IT
              WHEN OTHER
                 PERFORM 162-DATE-STATE
                 IF WS-DATE-STATE = 'U'
                    ADD 1 TO WS-FAM-KEPT-UNCLEAN
                    ADD 1 TO WS-TOTAL-KEPT-UNCLEAN
                    PERFORM 163-NOTE-HELD-DATE
                 ELSE
                    MOVE 'Y' TO WS-PURGE-IT
                 END-IF
           END-EVALUATE

           IF WS-PURGE-IT = 'Y'
              PERFORM 175-HASH-RECORD
              ADD 1 TO WS-FAM-PURGED
              ADD WS-REC-HASH TO WS-FAM-HASH
              IF FR-ACTION(SUB) = 'A'
                 IF WS-SEG-OPEN = 'N'
                    PERFORM 180-OPEN-SEGMENT
                 END-IF
                 PERFORM 181-ARCHIVE-RECORD
                 ADD 1 TO WS-TOTAL-ARCHIVED
              ELSE
                 ADD 1 TO WS-TOTAL-DELETED
              END-IF
           ELSE
              MOVE ONLINE-REC TO RETAIN-WORK-REC
              WRITE RETAIN-WORK-REC
              IF WS-WRK-STATUS NOT = '00'
                 MOVE 'WORK FILE FAILED - STANDING FILE NOT TOUCHED'
                    TO CE-TEXT-OUT
                 PERFORM 128-CONTROL-STOP
              END-IF
           END-IF

           .

      *  How WS-REC-DATE stands. A date on the log that the
      *  chain never posted had nothing to balance - but a date
      *  that posted with no clean balance, or one not on the
      *  table at all, is not clean.

       162-DATE-STATE.

           MOVE 'U' TO WS-DATE-STATE
           MOVE 0   TO WS-FOUND-SUB

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-DATE-COUNT
              IF DS-DATE(SUB2) = WS-REC-DATE
                 MOVE SUB2 TO WS-FOUND-SUB
                 MOVE WS-DATE-COUNT TO SUB2
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           IF WS-FOUND-SUB > 0
              EVALUATE TRUE
                 WHEN DS-BALANCE(WS-FOUND-SUB) = 'C'
                    MOVE 'C' TO WS-DATE-STATE
                 WHEN DS-BALANCE(WS-FOUND-SUB) = 'N'
                    MOVE 'U' TO WS-DATE-STATE
                 WHEN DS-POSTED(WS-FOUND-SUB) = 'Y'
                    MOVE 'U' TO WS-DATE-STATE
                 WHEN OTHER
                    MOVE 'O' TO WS-DATE-STATE
              END-EVALUATE
           END-IF

           .

      *  Counts a held record against its date for the report.

       163-NOTE-HELD-DATE.

           MOVE 0 TO WS-FOUND-SUB

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-HELD-COUNT
              IF HD-DATE(SUB3) = WS-REC-DATE
                 MOVE SUB3 TO WS-FOUND-SUB
                 MOVE WS-HELD-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           IF WS-FOUND-SUB = 0
              AND WS-HELD-COUNT < 500
              ADD 1 TO WS-HELD-COUNT
              MOVE WS-HELD-COUNT TO WS-FOUND-SUB
              MOVE WS-REC-DATE   TO HD-DATE(WS-FOUND-SUB)
              MOVE 0             TO HD-COUNT(WS-FOUND-SUB)
           END-IF

           IF WS-FOUND-SUB > 0
              ADD 1 TO HD-COUNT(WS-FOUND-SUB)
           END-IF

           .

      *  Copies what stayed back over the standing file. The
      *  work file is opened first - if it cannot be read the
      *  standing file is never opened for output. A standing
      *  file that will not take the copy stops the run with
      *  the work file left as it is, to be copied back by hand
      *  before the run is tried again.

       165-PUT-BACK-RETAINED.

           OPEN INPUT RETAIN-WORK
           IF WS-WRK-STATUS NOT = '00'
              MOVE 'WORK FILE FAILED - STANDING FILE NOT TOUCHED'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           OPEN OUTPUT ONLINE-FILE
           IF WS-ONL-STATUS NOT = '00'
              MOVE 'STANDING FILE WILL NOT OPEN - WORK FILE KEPT'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           PERFORM UNTIL WS-WRK-STATUS NOT = '00'
              READ RETAIN-WORK
                 AT END
                    MOVE '10' TO WS-WRK-STATUS
                 NOT AT END
                    MOVE RETAIN-WORK-REC TO ONLINE-REC
                    WRITE ONLINE-REC
                    IF WS-ONL-STATUS NOT = '00'
                       MOVE 'STANDING FILE COPY FAILED - WORK FILE KEPT'
                          TO CE-TEXT-OUT
                       PERFORM 128-CONTROL-STOP
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RETAIN-WORK
           CLOSE ONLINE-FILE

           .

      *  Works a dated family. Every date on the date table
      *  older than the cutoff is tried under each of the
      *  family's names. A file whose date balanced clean is
      *  archived whole (or just counted under a delete rule)
      *  and then removed; any other file stays and is listed.
      *  A dated file for a day the chain never posted still
      *  holds unposted work, so here only a clean date goes.

       170-WORK-DATED-FAMILY.

           PERFORM VARYING SUB2 FROM 1 BY 1
              UNTIL SUB2 > WS-DATE-COUNT
              IF DS-DATE(SUB2) < WS-CUTOFF-DATE
                 PERFORM VARYING SUB3 FROM 1 BY 1
                    UNTIL SUB3 > WS-PREFIX-COUNT
                    IF PX-FAMILY(SUB3) = FM-CODE(SUB)
                       PERFORM 172-TRY-DATED-FILE
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB2

           .

       172-TRY-DATED-FILE.

           MOVE SPACES TO WS-ONLINE-FILE
           MOVE DS-DATE(SUB2) TO WS-REC-DATE
           STRING PX-PREFIX(SUB3)    DELIMITED BY SPACE
                  WS-REC-DATE-X      DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
                  INTO WS-ONLINE-FILE

           OPEN INPUT ONLINE-FILE

           IF WS-ONL-STATUS = '00'
              IF DS-BALANCE(SUB2) = 'C'
                 PERFORM 174-PURGE-DATED-FILE
              ELSE
                 CLOSE ONLINE-FILE
                 ADD 1 TO WS-FAM-FILES-HELD
                 ADD 1 TO WS-TOTAL-FILES-HELD
                 IF DS-POSTED(SUB2) = 'Y'
                    MOVE 'KEPT-NOT BAL' TO FI-ACTION-OUT
                 ELSE
                    MOVE 'KEPT-UNPOSTD' TO FI-ACTION-OUT
                 END-IF
                 MOVE WS-ONLINE-FILE TO FI-NAME-OUT
                 MOVE 0 TO FI-COUNT-OUT
                 MOVE 0 TO FI-HASH-OUT
                 PERFORM 178-WRITE-FILE-LINE
              END-IF
           END-IF

           .

      *  Reads one clean dated file through - into the archive
      *  under an archive rule - then removes it from line. The
      *  archive segment is closed before the file is removed.
      *  COBOL itself has no verb that removes a file, and the
      *  chain runs with no job step around it to do the work
      *  (the catch-up driver CALLs the programs direct), so the
      *  file goes through the run-time library's delete
      *  routine. One it will not remove is listed and counted,
      *  never taken as gone.

       174-PURGE-DATED-FILE.

           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-SEG-HASH
           MOVE 'N' TO WS-SEG-OPEN
           MOVE WS-ONLINE-FILE TO WS-SEG-NAME
           MOVE DS-DATE(SUB2) TO WS-SEG-DATE

           IF FR-ACTION(SUB) = 'A'
              PERFORM 180-OPEN-SEGMENT
           END-IF

           PERFORM UNTIL WS-ONL-STATUS NOT = '00'
              READ ONLINE-FILE
                 AT END
                    MOVE '10' TO WS-ONL-STATUS
                 NOT AT END
                    ADD 1 TO WS-FAM-READ
                    ADD 1 TO WS-TOTAL-READ
                    PERFORM 175-HASH-RECORD
                    IF WS-SEG-OPEN = 'Y'
                       PERFORM 181-ARCHIVE-RECORD
                    ELSE
                       ADD 1 TO WS-SEG-COUNT
                       ADD WS-REC-HASH TO WS-SEG-HASH
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ONLINE-FILE

           MOVE WS-SEG-COUNT TO FI-COUNT-OUT
           MOVE WS-SEG-HASH  TO FI-HASH-OUT

           IF WS-SEG-OPEN = 'Y'
              PERFORM 182-CLOSE-SEGMENT
              MOVE 'ARCHIVED'   TO FI-ACTION-OUT
           ELSE
              MOVE 'DELETED'    TO FI-ACTION-OUT
           END-IF

           CALL 'CBL_DELETE_FILE' USING WS-ONLINE-FILE

           IF RETURN-CODE NOT = 0
              MOVE 'NOT REMOVED' TO FI-ACTION-OUT
              ADD 1 TO WS-FAM-FILES-STUCK
              ADD 1 TO WS-TOTAL-FILES-STUCK
           ELSE
              ADD 1 TO WS-FAM-FILES-PURGED
              IF FR-ACTION(SUB) = 'A'
                 ADD 1 TO WS-TOTAL-FILES-ARCHIVED
              ELSE
                 ADD 1 TO WS-TOTAL-FILES-DELETED
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE WS-ONLINE-FILE TO FI-NAME-OUT
           PERFORM 178-WRITE-FILE-LINE

           .

      *  Hash of one on-line record - its non-blank characters.

       175-HASH-RECORD.

           MOVE 0 TO WS-SPACE-TALLY
           INSPECT ONLINE-REC TALLYING WS-SPACE-TALLY
              FOR ALL SPACES
           COMPUTE WS-REC-HASH = 80 - WS-SPACE-TALLY

           .

       178-WRITE-FILE-LINE.

           MOVE FILE-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  Opens the period's archive - EXTEND appends to it and
      *  creates it the first time - and starts a segment. An
      *  archive that will not open stops the run before
      *  anything more leaves line.

       180-OPEN-SEGMENT.

           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = '00'
              OPEN OUTPUT ARCHIVE-FILE
           END-IF

           IF WS-ARC-STATUS NOT = '00'
              MOVE 'ARCHIVE WILL NOT OPEN - STOPPED BEFORE PURGING'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE 'Y' TO WS-SEG-OPEN
           MOVE 0   TO WS-SEG-COUNT
           MOVE 0   TO WS-SEG-HASH

           MOVE SPACES              TO ARCHIVE-HEADER-REC
           MOVE 'H'                 TO AH-REC-TYPE
           MOVE FM-CODE(SUB)        TO AH-FAMILY
           MOVE WS-SEG-NAME         TO AH-FILE-NAME
           MOVE WS-SEG-DATE         TO AH-SOURCE-DATE
           MOVE WS-RUN-START-STAMP  TO AH-ARCHIVE-STAMP
           WRITE ARCHIVE-HEADER-REC
           IF WS-ARC-STATUS NOT = '00'
              MOVE 'ARCHIVE WRITE FAILED - STOPPED BEFORE PURGING'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           .

      *  A record that does not reach the archive stops the run
      *  there - before the standing file is copied back or the
      *  dated file removed - so it is still on line.

       181-ARCHIVE-RECORD.

           MOVE 'D'        TO AD-REC-TYPE
           MOVE ONLINE-REC TO AD-DATA
           WRITE ARCHIVE-DATA-REC
           IF WS-ARC-STATUS NOT = '00'
              MOVE 'ARCHIVE WRITE FAILED - STOPPED BEFORE PURGING'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           ADD 1 TO WS-SEG-COUNT
           ADD WS-REC-HASH TO WS-SEG-HASH

           .

      *  Ends the segment with its count and hash, and closes
      *  the archive. A trailer or close that fails stops the
      *  run with the piece still on line.

       182-CLOSE-SEGMENT.

           MOVE SPACES       TO ARCHIVE-TRAILER-REC
           MOVE 'T'          TO AT-REC-TYPE
           MOVE WS-SEG-COUNT TO AT-RECORD-COUNT
           MOVE WS-SEG-HASH  TO AT-HASH-TOTAL
           WRITE ARCHIVE-TRAILER-REC
           IF WS-ARC-STATUS NOT = '00'
              MOVE 'ARCHIVE WRITE FAILED - STOPPED BEFORE PURGING'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           CLOSE ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = '00'
              MOVE 'ARCHIVE WRITE FAILED - STOPPED BEFORE PURGING'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF
           MOVE 'N' TO WS-SEG-OPEN

           .

      *  A standing file's block - the cutoff, what was read,
      *  what went and its hash, what stayed and why, and each
      *  date held back because its chain did not balance.

       185-PRINT-STANDING-FILE.

           MOVE SPACES TO NL-TEXT-OUT
           STRING 'FILE '                DELIMITED BY SIZE
                  WS-ONLINE-FILE         DELIMITED BY SPACE
                  ' - PURGING DATES BEFORE ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE         DELIMITED BY SIZE
                  INTO NL-TEXT-OUT
           MOVE NONE-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           IF WS-ONLINE-FOUND = 'N'
              MOVE 'NOT ON LINE - NOTHING TO DO' TO NL-TEXT-OUT
              MOVE NONE-LINE TO RETENTION-REPORT-REC
              WRITE RETENTION-REPORT-REC
                    AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 186-PRINT-STANDING-COUNTS
           END-IF

           .

       186-PRINT-STANDING-COUNTS.

           MOVE 'RECORDS READ:'             TO CL-LABEL-OUT
           MOVE WS-FAM-READ                 TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           IF FR-ACTION(SUB) = 'A'
              MOVE 'ARCHIVED:'              TO CL-LABEL-OUT
           ELSE
              MOVE 'DELETED:'               TO CL-LABEL-OUT
           END-IF
           MOVE WS-FAM-PURGED               TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           MOVE 'HASH TOTAL OF RECORDS PURGED:' TO CL-LABEL-OUT
           MOVE WS-FAM-HASH                 TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           MOVE 'KEPT - WITHIN RETENTION:'  TO CL-LABEL-OUT
           MOVE WS-FAM-KEPT-RECENT          TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           MOVE 'KEPT - CHAIN NOT BALANCED CLEAN:' TO CL-LABEL-OUT
           MOVE WS-FAM-KEPT-UNCLEAN         TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           IF WS-FAM-KEPT-LAST > 0
              MOVE 'KEPT - LAST DATE POSTED:' TO CL-LABEL-OUT
              MOVE WS-FAM-KEPT-LAST         TO CL-COUNT-OUT
              PERFORM 187-WRITE-COUNT-LINE
           END-IF

           IF WS-FAM-KEPT-NODATE > 0
              MOVE 'KEPT - NO DATE ON RECORD:' TO CL-LABEL-OUT
              MOVE WS-FAM-KEPT-NODATE       TO CL-COUNT-OUT
              PERFORM 187-WRITE-COUNT-LINE
           END-IF

           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-HELD-COUNT
              MOVE HD-DATE(SUB3)  TO HL-DATE-OUT
              MOVE 'CHAIN NOT BALANCED CLEAN' TO HL-REASON-OUT
              MOVE HD-COUNT(SUB3) TO HL-COUNT-OUT
              MOVE HELD-LINE TO RETENTION-REPORT-REC
              WRITE RETENTION-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 1 TO SUB3

           .

       187-WRITE-COUNT-LINE.

           MOVE COUNT-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

      *  A dated family's block. The files themselves were
      *  listed as they were worked; files dated inside the
      *  retention period are not opened.

       190-PRINT-DATED-FAMILY.

           IF WS-FAM-FILES-PURGED = 0
              AND WS-FAM-FILES-HELD = 0
              AND WS-FAM-FILES-STUCK = 0
              MOVE 'NO FILES ON LINE DATED BEFORE THE CUTOFF'
                 TO NL-TEXT-OUT
              MOVE NONE-LINE TO RETENTION-REPORT-REC
              WRITE RETENTION-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 110-WRITE-LINE

           MOVE SPACES TO NL-TEXT-OUT
           STRING 'PURGING DATES BEFORE '  DELIMITED BY SIZE
                  WS-CUTOFF-DATE           DELIMITED BY SIZE
                  INTO NL-TEXT-OUT
           MOVE NONE-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           IF FR-ACTION(SUB) = 'A'
              MOVE 'FILES ARCHIVED:'        TO CL-LABEL-OUT
           ELSE
              MOVE 'FILES DELETED:'         TO CL-LABEL-OUT
           END-IF
           MOVE WS-FAM-FILES-PURGED         TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           MOVE 'RECORDS IN THEM:'          TO CL-LABEL-OUT
           MOVE WS-FAM-READ                 TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           MOVE 'FILES KEPT - NOT CLEAN:'   TO CL-LABEL-OUT
           MOVE WS-FAM-FILES-HELD           TO CL-COUNT-OUT
           PERFORM 187-WRITE-COUNT-LINE

           IF WS-FAM-FILES-STUCK > 0
              MOVE 'FILES COPIED BUT NOT REMOVED:' TO CL-LABEL-OUT
              MOVE WS-FAM-FILES-STUCK       TO CL-COUNT-OUT
              PERFORM 187-WRITE-COUNT-LINE
           END-IF

           .

      *  Run totals for whichever mode ran.

       225-RUN-TOTALS.

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           IF WS-RETENTION-MODE = 'R'
              MOVE 'ARCHIVE RECORDS READ:'     TO RT-LABEL-OUT
              MOVE WS-ARCHIVE-READ             TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'PIECES RESTORED:'          TO RT-LABEL-OUT
              MOVE WS-SEGMENTS-RESTORED        TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'RECORDS RESTORED:'         TO RT-LABEL-OUT
              MOVE WS-RECORDS-RESTORED         TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'PIECES ALREADY ON LINE:'   TO RT-LABEL-OUT
              MOVE WS-SEGMENTS-SKIPPED         TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'PIECES OUT OF BALANCE:'    TO RT-LABEL-OUT
              MOVE WS-SEGMENTS-OFF             TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE
           ELSE
              MOVE 'RULES READ:'               TO RT-LABEL-OUT
              MOVE WS-RULES-READ               TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'RULES REFUSED:'            TO RT-LABEL-OUT
              MOVE WS-RULES-REJECTED           TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'BUSINESS DATES ON FILE:'   TO RT-LABEL-OUT
              MOVE WS-DATE-COUNT               TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'DATES BALANCED CLEAN:'     TO RT-LABEL-OUT
              MOVE WS-CLEAN-DATE-COUNT         TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'ON-LINE RECORDS READ:'     TO RT-LABEL-OUT
              MOVE WS-TOTAL-READ               TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'RECORDS ARCHIVED:'         TO RT-LABEL-OUT
              MOVE WS-TOTAL-ARCHIVED           TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'RECORDS DELETED:'          TO RT-LABEL-OUT
              MOVE WS-TOTAL-DELETED            TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'RECORDS KEPT - NOT CLEAN:' TO RT-LABEL-OUT
              MOVE WS-TOTAL-KEPT-UNCLEAN       TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'FILES ARCHIVED:'           TO RT-LABEL-OUT
              MOVE WS-TOTAL-FILES-ARCHIVED     TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'FILES DELETED:'            TO RT-LABEL-OUT
              MOVE WS-TOTAL-FILES-DELETED      TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              MOVE 'FILES KEPT - NOT CLEAN:'   TO RT-LABEL-OUT
              MOVE WS-TOTAL-FILES-HELD         TO RT-COUNT-OUT
              PERFORM 227-WRITE-TOTAL-LINE

              IF WS-TOTAL-FILES-STUCK > 0
                 MOVE 'FILES NOT REMOVED:'     TO RT-LABEL-OUT
                 MOVE WS-TOTAL-FILES-STUCK     TO RT-COUNT-OUT
                 PERFORM 227-WRITE-TOTAL-LINE
              END-IF

              IF WS-DATE-OVERFLOW-COUNT > 0
                 MOVE 'DATES NOT TABLED - KEPT:' TO RT-LABEL-OUT
                 MOVE WS-DATE-OVERFLOW-COUNT   TO RT-COUNT-OUT
                 PERFORM 227-WRITE-TOTAL-LINE
              END-IF
           END-IF

           .

       227-WRITE-TOTAL-LINE.

           MOVE RUN-TOTAL-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           .

       230-WRITE-SECTION-HEADER.

           PERFORM 110-WRITE-LINE
           PERFORM 110-WRITE-LINE

           MOVE SECTION-HEADER-LINE TO RETENTION-REPORT-REC
           WRITE RETENTION-REPORT-REC
                 AFTER ADVANCING 1 LINE

           PERFORM 110-WRITE-LINE

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

           MOVE 'PIZZA-RETENTION     ' TO RL-PROGRAM
           MOVE WS-BUSINESS-DATE-X     TO RL-BUSINESS-DATE
           MOVE WS-RUN-START-STAMP     TO RL-START-STAMP
           MOVE SPACES                 TO RL-STOP-STAMP
           MOVE WS-STAMP-DATE          TO RL-STOP-STAMP(1:8)
           MOVE WS-STAMP-TIME(1:6)     TO RL-STOP-STAMP(9:6)
           IF WS-RETENTION-MODE = 'R'
              MOVE WS-ARCHIVE-READ     TO RL-READ-COUNT
              MOVE WS-RECORDS-RESTORED TO RL-WRITE-COUNT
           ELSE
              MOVE WS-TOTAL-READ       TO RL-READ-COUNT
              COMPUTE RL-WRITE-COUNT = WS-TOTAL-ARCHIVED
                 + WS-TOTAL-DELETED + WS-TOTAL-FILES-ARCHIVED
                 + WS-TOTAL-FILES-DELETED
           END-IF
           MOVE WS-RUN-OUTCOME         TO RL-OUTCOME

           WRITE RUN-LOG-REC

           CLOSE RUN-LOG-FILE

           .

      *  Closes the program. A restore with a piece out of
      *  balance logs WARN - the records are back on line but
      *  do not agree with what was archived.

       250-CLOSE-ROUTINE.

              CLOSE    RETENTION-REPORT-FILE

              IF WS-SEGMENTS-OFF > 0
                 MOVE 'WARN    ' TO WS-RUN-OUTCOME
              ELSE
                 MOVE 'CLEAN   ' TO WS-RUN-OUTCOME
              END-IF
              PERFORM 240-WRITE-RUN-LOG

              STOP RUN
           .

      *  Restore mode. Reads the period's archive through and
      *  puts each piece back - a standing file's records are
      *  appended to the standing file, a dated file is written
      *  again under its own name. A piece already on line is
      *  left as it is - a dated file is never overwritten and
      *  a standing file never takes the same records twice, so
      *  a restore can be run again safely. Each piece is
      *  counted and hashed as it goes back and proved against
      *  its trailer. The archive itself is left as it was.

       300-RESTORE-PERIOD.

           MOVE 'PIECES RESTORED' TO SH-TITLE-OUT
           PERFORM 230-WRITE-SECTION-HEADER

           OPEN INPUT ARCHIVE-FILE

           IF WS-ARC-STATUS NOT = '00'
              MOVE 'NO ARCHIVE ON FILE FOR THAT PERIOD'
                 TO CE-TEXT-OUT
              PERFORM 128-CONTROL-STOP
           END-IF

           MOVE 'N' TO WS-RESTORING

           PERFORM UNTIL WS-ARC-STATUS NOT = '00'
              READ ARCHIVE-FILE
                 AT END
                    MOVE '10' TO WS-ARC-STATUS
                 NOT AT END
                    ADD 1 TO WS-ARCHIVE-READ
                    EVALUATE AH-REC-TYPE
                       WHEN 'H'
                          PERFORM 310-START-PIECE
                       WHEN 'D'
                          PERFORM 315-RESTORE-RECORD
                       WHEN 'T'
                          PERFORM 320-END-PIECE
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE

           IF WS-RESTORING NOT = 'N'
              IF WS-RESTORING = 'Y'
                 CLOSE ONLINE-FILE
              END-IF
              MOVE 'N' TO WS-RESTORING
              ADD 1 TO WS-SEGMENTS-OFF
              MOVE 'NO TRAILER'  TO FI-ACTION-OUT
              MOVE WS-SEG-NAME   TO FI-NAME-OUT
              MOVE WS-SEG-COUNT  TO FI-COUNT-OUT
              MOVE WS-SEG-HASH   TO FI-HASH-OUT
              PERFORM 178-WRITE-FILE-LINE
           END-IF

           IF WS-ARCHIVE-READ = 0
              MOVE 'ARCHIVE IS EMPTY' TO NL-TEXT-OUT
              MOVE NONE-LINE TO RETENTION-REPORT-REC
              WRITE RETENTION-REPORT-REC
                    AFTER ADVANCING 1 LINE
           END-IF

           .

      *  A piece header - opens where its records go back to,
      *  unless the family was not asked for or the dated file
      *  is already on line. A standing-file piece waits ('P')
      *  for its first record, which settles whether the piece
      *  is already back on line.

       310-START-PIECE.

           MOVE 'N' TO WS-RESTORING
           MOVE 0   TO WS-SEG-COUNT
           MOVE 0   TO WS-SEG-HASH
           MOVE AH-FILE-NAME TO WS-SEG-NAME
           MOVE AH-FILE-NAME TO WS-ONLINE-FILE

           IF WS-FAMILY-FILTER = SPACES
              OR WS-FAMILY-FILTER = AH-FAMILY
              IF AH-SOURCE-DATE = 0
                 MOVE 'P' TO WS-RESTORING
              ELSE
                 OPEN INPUT ONLINE-FILE
                 IF WS-ONL-STATUS = '00'
                    CLOSE ONLINE-FILE
                    ADD 1 TO WS-SEGMENTS-SKIPPED
                    MOVE 'ON LINE-KEPT' TO FI-ACTION-OUT
                    MOVE WS-SEG-NAME    TO FI-NAME-OUT
                    MOVE 0 TO FI-COUNT-OUT
                    MOVE 0 TO FI-HASH-OUT
                    PERFORM 178-WRITE-FILE-LINE
                 ELSE
                    OPEN OUTPUT ONLINE-FILE
                    MOVE 'Y' TO WS-RESTORING
                 END-IF
              END-IF
           END-IF

           .

      *  The first record of a standing-file piece is looked
      *  for in the standing file. Found, the piece went back
      *  on an earlier restore (or never left) and is kept as
      *  it stands; not found, the standing file is opened to
      *  take the piece on its end.

       312-OPEN-STANDING-PIECE.

           MOVE 'N' TO WS-ONLINE-FOUND

           OPEN INPUT ONLINE-FILE

           IF WS-ONL-STATUS = '00'
              PERFORM UNTIL WS-ONL-STATUS NOT = '00'
                 READ ONLINE-FILE
                    AT END
                       MOVE '10' TO WS-ONL-STATUS
                    NOT AT END
                       IF ONLINE-REC = AD-DATA
                          MOVE 'Y'  TO WS-ONLINE-FOUND
                          MOVE '10' TO WS-ONL-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ONLINE-FILE
           END-IF

           IF WS-ONLINE-FOUND = 'Y'
              MOVE 'N' TO WS-RESTORING
              ADD 1 TO WS-SEGMENTS-SKIPPED
              MOVE 'ON LINE-KEPT' TO FI-ACTION-OUT
              MOVE WS-SEG-NAME    TO FI-NAME-OUT
              MOVE 0 TO FI-COUNT-OUT
              MOVE 0 TO FI-HASH-OUT
              PERFORM 178-WRITE-FILE-LINE
           ELSE
              OPEN EXTEND ONLINE-FILE
              IF WS-ONL-STATUS NOT = '00'
                 OPEN OUTPUT ONLINE-FILE
              END-IF
              MOVE 'Y' TO WS-RESTORING
           END-IF

           .

       315-RESTORE-RECORD.

           IF WS-RESTORING = 'P'
              PERFORM 312-OPEN-STANDING-PIECE
           END-IF

           IF WS-RESTORING = 'Y'
              MOVE AD-DATA TO ONLINE-REC
              WRITE ONLINE-REC
              PERFORM 175-HASH-RECORD
              ADD 1 TO WS-SEG-COUNT
              ADD WS-REC-HASH TO WS-SEG-HASH
              ADD 1 TO WS-RECORDS-RESTORED
           END-IF

           .

      *  A piece trailer - closes the piece and proves its count
      *  and hash against what was archived. A standing-file
      *  piece still waiting had no records to put back.

       320-END-PIECE.

           IF WS-RESTORING = 'Y' OR WS-RESTORING = 'P'
              IF WS-RESTORING = 'Y'
                 CLOSE ONLINE-FILE
              END-IF
              MOVE 'N' TO WS-RESTORING
              IF WS-SEG-COUNT = AT-RECORD-COUNT
                 AND WS-SEG-HASH = AT-HASH-TOTAL
                 ADD 1 TO WS-SEGMENTS-RESTORED
                 MOVE 'RESTORED'     TO FI-ACTION-OUT
              ELSE
                 ADD 1 TO WS-SEGMENTS-OFF
                 MOVE 'OUT OF BAL'   TO FI-ACTION-OUT
              END-IF
              MOVE WS-SEG-NAME  TO FI-NAME-OUT
              MOVE WS-SEG-COUNT TO FI-COUNT-OUT
              MOVE WS-SEG-HASH  TO FI-HASH-OUT
              PERFORM 178-WRITE-FILE-LINE
           END-IF

           .
