       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-STOCK-INQUIRY.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  On-line stock inquiry against the indexed inventory
      *  master (PR3FA22-TREAT.IDX). Until now the only way to
      *  see what a truck was carrying was to wait for the
      *  nightly detail report or read the file by hand. The
      *  inquiry answers three questions at the terminal:
      *  everything one truck carries - each treat line with its
      *  on-hand, price, lot and expiry, under the truck's name
      *  and district; which trucks carry a given treat and how
      *  many; and a page-at-a-time walk through the trucks in
      *  key order.
      *
      *  The master is opened INPUT and nothing is ever written.
      *  The inquiry will not open at all while the run log shows
      *  posting under way for the business date - a truck read
      *  halfway through its rewrite shows stock that never
      *  existed.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  The indexed inventory master, keyed on truck ID plus
      *  employee ID. Read only - START and READ NEXT walk it in
      *  key order.

           SELECT INVENTORY-MASTER
               ASSIGN TO 'PR3FA22-TREAT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MST-STATUS.

      *  Business-date parameter - the same RUN-DATE-PARM.TXT
      *  the nightly chain reads.

           SELECT RUN-DATE-PARM
               ASSIGN TO 'RUN-DATE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDP-STATUS.

      *  Truck-name reference - display name and district.

           SELECT TRUCK-NAME-REF
               ASSIGN TO 'TRUCK-NAME-REF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.

      *  Shared run log - read only here, to see whether posting
      *  is part way through the master.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

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

       FD  RUN-DATE-PARM
           RECORD CONTAINS 11 TO 12 CHARACTERS.
       01  RUN-DATE-PARM-REC.
           05  RDP-BUSINESS-DATE      PIC 9(8).
           05  RDP-PULL-DAYS          PIC X(3).
           05  RDP-RUN-MODE           PIC X.

       FD  TRUCK-NAME-REF
           RECORD CONTAINS 22 CHARACTERS.
       01  TRUCK-NAME-REF-REC.
           05  TNR-TRUCK-ID           PIC X(4).
           05  TNR-TRUCK-NAME         PIC X(15).
           05  TNR-DISTRICT           PIC X(3).

      *  Run log record - same layout every chain program
      *  writes.

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

       01  WS-MST-STATUS                PIC XX.
       01  WS-RDP-STATUS                PIC XX.
       01  WS-TNR-STATUS                PIC XX.
       01  WS-LOG-STATUS                PIC XX.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X       VALUE 'Y'.
           05  SUB                      PIC 9(4)    VALUE 1.
           05  SUB2                     PIC 9(4)    VALUE 1.
           05  SUB3                     PIC 9(4)    VALUE 1.

       01  WS-BUSINESS-DATE             PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                        PIC X(8).

      *  Outcome of the newest posting record in the run log for
      *  the business date - 'STARTED ' means posting has begun
      *  and not yet closed.

       01  WS-LAST-POST-OUTCOME         PIC X(8)    VALUE SPACES.

      *  Operator replies.

       01  WS-MENU-CHOICE               PIC X       VALUE SPACE.
       01  WS-PAGE-REPLY                PIC X       VALUE SPACE.
       01  WS-INQ-TRUCK                 PIC X(4)    VALUE SPACES.
       01  WS-INQ-TREAT-NAME            PIC X(15)   VALUE SPACES.
       01  WS-INQ-TREAT-SIZE            PIC X       VALUE SPACE.

      *  Master walk switches - end of the current truck, and end
      *  of the trucks when paging.

       01  WS-TRUCK-EOF                 PIC X       VALUE 'N'.
       01  WS-PAGE-END                  PIC X       VALUE 'N'.

      *  Truck-name reference table.

       01  WS-TRUCK-NAME-COUNT          PIC 9(4)    VALUE 0.

       01  TRUCK-NAME-TABLE.
           05  TRUCK-NAME-ENTRY OCCURS 1000 TIMES.
               10  TN-TRUCK-ID          PIC X(4).
               10  TN-TRUCK-NAME        PIC X(15).
               10  TN-DISTRICT          PIC X(3).

      *  District display names, same as the report run's.

       01  DISTRICT-NAME-VALUES.
           05  FILLER               PIC X(15) VALUE 'GLFGULF COAST  '.
           05  FILLER               PIC X(15) VALUE 'CENCENTRAL     '.
           05  FILLER               PIC X(15) VALUE 'RIVRIVER REGION'.

       01  DISTRICT-NAME-TABLE REDEFINES DISTRICT-NAME-VALUES.
           05  DISTRICT-NAME-ENTRY OCCURS 3 TIMES.
               10  DN-CODE              PIC X(3).
               10  DN-NAME              PIC X(12).

      *  Trucks carrying the treat asked about - one entry per
      *  truck and size, with the units on hand across the
      *  truck's records.

       01  WS-CARRIER-COUNT             PIC 9(4)    VALUE 0.
       01  WS-CARRIER-OVERFLOW-COUNT    PIC 9(4)    VALUE 0.

       01  CARRIER-TABLE.
           05  CARRIER-ENTRY OCCURS 1000 TIMES.
               10  CR-TRUCK-ID          PIC X(4).
               10  CR-TREAT-SIZE        PIC X.
               10  CR-ON-HAND           PIC 9(6).

       01  WS-FOUND-SUB                 PIC 9(4)    VALUE 0.

      *  Truck and treat lookup results.

       01  WS-LOOKUP-NAME               PIC X(15)   VALUE SPACES.
       01  WS-LOOKUP-DISTRICT           PIC X(3)    VALUE SPACES.
       01  WS-LOOKUP-DIST-NAME          PIC X(12)   VALUE SPACES.

      *  Inquiry totals.

       01  WS-LINE-COUNT                PIC 9(6)    VALUE 0.
       01  WS-UNIT-COUNT                PIC 9(8)    VALUE 0.

      *************************OUTPUT AREA*****************************

       01 FILLER9 PIC X VALUE SPACES.

       01 INQUIRY-HEADER.
          05 FILLER          PIC X(25) VALUE SPACES.
          05 FILLER          PIC X(13) VALUE 'ROLLING PIZZA'.

       01 INQUIRY-HEADER-2.
          05 FILLER          PIC X(25) VALUE SPACES.
          05 FILLER          PIC X(26) VALUE
                              'STOCK INQUIRY'.

       01 INQUIRY-DATE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
          05 BD-DATE-OUT     PIC 9999/99/99.

       01 CONTROL-ERROR-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CE-TEXT-OUT     PIC X(52).

       01 NONE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-TEXT-OUT     PIC X(40).

      *  Truck heading for the by-truck and paging displays.

       01 TRUCK-HEADING-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'TRUCK: '.
          05 TH-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TH-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'DISTRICT: '.
          05 TH-DIST-OUT     PIC X(3).
          05 FILLER          PIC X     VALUE SPACE.
          05 TH-DIST-NAME-OUT PIC X(12).

       01 TREAT-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'EMPL'.
          05 FILLER          PIC X(16) VALUE 'TREAT NAME'.
          05 FILLER          PIC X(4)  VALUE 'SZ'.
          05 FILLER          PIC X(9)  VALUE 'ON HAND'.
          05 FILLER          PIC X(8)  VALUE 'PRICE'.
          05 FILLER          PIC X(8)  VALUE 'LOT'.
          05 FILLER          PIC X(8)  VALUE 'EXPIRY'.

       01 TREAT-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TD-EMPL-OUT     PIC X(5).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X     VALUE SPACE.
          05 TD-SIZE-OUT     PIC X.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 TD-ON-HAND-OUT  PIC Z,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TD-PRICE-OUT    PIC $Z9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TD-LOT-OUT      PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TD-EXPIRY-OUT   PIC X(8).
          05 FILLER          PIC X     VALUE SPACE.
          05 TD-FLAG-OUT     PIC X(7).

      *  One line per truck carrying the treat asked about.

       01 CARRIER-COLUMN-HEADER.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'TRUCK'.
          05 FILLER          PIC X(17) VALUE 'NAME'.
          05 FILLER          PIC X(18) VALUE 'DISTRICT'.
          05 FILLER          PIC X(4)  VALUE 'SZ'.
          05 FILLER          PIC X(8)  VALUE 'ON HAND'.

       01 CARRIER-DETAIL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CD-TRUCK-OUT    PIC X(4).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 CD-NAME-OUT     PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CD-DIST-OUT     PIC X(3).
          05 FILLER          PIC X     VALUE SPACE.
          05 CD-DIST-NAME-OUT PIC X(12).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CD-SIZE-OUT     PIC X.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CD-ON-HAND-OUT  PIC ZZZ,ZZ9.

       01 RUN-TOTAL-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-LABEL-OUT    PIC X(30).
          05 RT-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *  Housekeeping gets the date, checks posting is not under
      *  way, and opens the master; the menu then runs until the
      *  operator exits.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 137-LOAD-TRUCK-NAMES

           PERFORM UNTIL WS-MENU-CHOICE = 'X'
              PERFORM 150-MENU
           END-PERFORM

           PERFORM 250-CLOSE-ROUTINE

           .

      *  Puts up a blank line.

       110-WRITE-LINE.
             DISPLAY FILLER9
           .

      *  Shows the heading, reads the business date, refuses
      *  while posting is under way, and opens the master.

       125-HOUSEKEEPING.

           DISPLAY INQUIRY-HEADER
           DISPLAY INQUIRY-HEADER-2

           PERFORM 110-WRITE-LINE

           PERFORM 130-GET-BUSINESS-DATE
           PERFORM 132-CHECK-POSTING

           OPEN INPUT INVENTORY-MASTER

           IF WS-MST-STATUS NOT = '00'
              MOVE 'PR3FA22-TREAT.IDX WILL NOT OPEN - NO INQUIRY'
                 TO CE-TEXT-OUT
              PERFORM 127-CONTROL-STOP
           END-IF

           .

      *  Shows the control error line and ends the session.
      *  Nothing has been read from the master.

       127-CONTROL-STOP.

           DISPLAY CONTROL-ERROR-LINE

           STOP RUN

           .

      *  Reads the business date. Without one the posting check
      *  falls back to the newest posting record of any date -
      *  the inquiry is still refused while any posting is open.

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

           IF WS-BUSINESS-DATE > 0
              MOVE WS-BUSINESS-DATE TO BD-DATE-OUT
              DISPLAY INQUIRY-DATE-LINE
              PERFORM 110-WRITE-LINE
           END-IF

           .

      *  Walks the run log for posting's records. Posting logs
      *  STARTED before it touches the master and its closing
      *  outcome when it ends, so a STARTED record with nothing
      *  after it means the master is being rewritten - or was
      *  left part posted by a run that died - and the inquiry
      *  refuses. No log at all is nothing posting yet.

       132-CHECK-POSTING.

           OPEN INPUT RUN-LOG-FILE

           IF WS-LOG-STATUS = '00'
              PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                 READ RUN-LOG-FILE
                    AT END
                       MOVE '10' TO WS-LOG-STATUS
                    NOT AT END
                       IF RL-PROGRAM = 'PIZZA-SALES-POSTING '
                          AND (WS-BUSINESS-DATE = 0
                           OR RL-BUSINESS-DATE = WS-BUSINESS-DATE-X)
                          MOVE RL-OUTCOME TO WS-LAST-POST-OUTCOME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF

           IF WS-LAST-POST-OUTCOME = 'STARTED '
              MOVE 'POSTING IN PROGRESS - TRY THE INQUIRY LATER'
                 TO CE-TEXT-OUT
              PERFORM 127-CONTROL-STOP
           END-IF

           .

      *  Loads the truck-name reference table. A truck with no
      *  entry shows its raw ID and UNASSIGNED.

       137-LOAD-TRUCK-NAMES.

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
                          MOVE TNR-TRUCK-NAME
                               TO TN-TRUCK-NAME(WS-TRUCK-NAME-COUNT)
                          MOVE TNR-DISTRICT
                               TO TN-DISTRICT(WS-TRUCK-NAME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRUCK-NAME-REF
           END-IF

           .

      *  Looks up WS-INQ-TRUCK's name, district and district
      *  name. A blank district reads UNASSIGNED; a code not in
      *  the table shows raw, same as the report run.

       140-LOOKUP-TRUCK.

           MOVE WS-INQ-TRUCK TO WS-LOOKUP-NAME
           MOVE SPACES       TO WS-LOOKUP-DISTRICT
           PERFORM VARYING SUB3 FROM 1 BY 1
              UNTIL SUB3 > WS-TRUCK-NAME-COUNT
              IF TN-TRUCK-ID(SUB3) = WS-INQ-TRUCK
                 MOVE TN-TRUCK-NAME(SUB3) TO WS-LOOKUP-NAME
                 MOVE TN-DISTRICT(SUB3)   TO WS-LOOKUP-DISTRICT
                 MOVE WS-TRUCK-NAME-COUNT TO SUB3
              END-IF
           END-PERFORM
           MOVE 1 TO SUB3

           MOVE SPACES TO WS-LOOKUP-DIST-NAME
           IF WS-LOOKUP-DISTRICT = SPACES
              MOVE 'UNASSIGNED' TO WS-LOOKUP-DIST-NAME
           ELSE
              PERFORM VARYING SUB3 FROM 1 BY 1
                 UNTIL SUB3 > 3
                 IF DN-CODE(SUB3) = WS-LOOKUP-DISTRICT
                    MOVE DN-NAME(SUB3) TO WS-LOOKUP-DIST-NAME
                    MOVE 3 TO SUB3
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB3
           END-IF

           .

      *  Puts up the menu and runs the choice.

       150-MENU.

           PERFORM 110-WRITE-LINE
           DISPLAY '  1 = ONE TRUCK        2 = ONE TREAT'
           DISPLAY '  3 = PAGE THROUGH TRUCKS   X = EXIT'
           DISPLAY '  CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           IF WS-MENU-CHOICE = 'x'
              MOVE 'X' TO WS-MENU-CHOICE
           END-IF

           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 PERFORM 200-INQUIRE-BY-TRUCK
              WHEN '2'
                 PERFORM 210-INQUIRE-BY-TREAT
              WHEN '3'
                 PERFORM 220-PAGE-TRUCKS
              WHEN 'X'
                 CONTINUE
              WHEN OTHER
                 MOVE 'NOT A MENU CHOICE' TO NL-TEXT-OUT
                 DISPLAY NONE-LINE
           END-EVALUATE

           .

      *  Everything one truck carries.

       200-INQUIRE-BY-TRUCK.

           DISPLAY '  TRUCK ID: ' WITH NO ADVANCING
           ACCEPT WS-INQ-TRUCK

           PERFORM 300-SHOW-TRUCK

           .

      *  Which trucks carry one treat, and how many. The whole
      *  master is walked in key order; every treat line naming
      *  the treat - and the size, when one is given - adds its
      *  on-hand to that truck and size.

       210-INQUIRE-BY-TREAT.

           DISPLAY '  TREAT NAME: ' WITH NO ADVANCING
           ACCEPT WS-INQ-TREAT-NAME
           DISPLAY '  SIZE (BLANK = ALL SIZES): ' WITH NO ADVANCING
           ACCEPT WS-INQ-TREAT-SIZE

           MOVE ZERO TO WS-CARRIER-COUNT
           MOVE ZERO TO WS-CARRIER-OVERFLOW-COUNT
           MOVE ZERO TO WS-UNIT-COUNT

           MOVE LOW-VALUES TO MASTER-KEY
           MOVE 'N'        TO WS-TRUCK-EOF

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
                    IF TRUCK-ID-IN NOT = 'HDR '
                       AND TRUCK-ID-IN NOT = 'TRL '
                       PERFORM 212-NOTE-CARRIER
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 110-WRITE-LINE

           IF WS-CARRIER-COUNT = 0
              MOVE 'NO TRUCK CARRIES THAT TREAT' TO NL-TEXT-OUT
              DISPLAY NONE-LINE
           ELSE
              DISPLAY CARRIER-COLUMN-HEADER
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-CARRIER-COUNT
                 MOVE CR-TRUCK-ID(SUB2) TO WS-INQ-TRUCK
                 PERFORM 140-LOOKUP-TRUCK
                 MOVE CR-TRUCK-ID(SUB2)   TO CD-TRUCK-OUT
                 MOVE WS-LOOKUP-NAME      TO CD-NAME-OUT
                 MOVE WS-LOOKUP-DISTRICT  TO CD-DIST-OUT
                 MOVE WS-LOOKUP-DIST-NAME TO CD-DIST-NAME-OUT
                 MOVE CR-TREAT-SIZE(SUB2) TO CD-SIZE-OUT
                 MOVE CR-ON-HAND(SUB2)    TO CD-ON-HAND-OUT
                 DISPLAY CARRIER-DETAIL-LINE
              END-PERFORM
              MOVE 1 TO SUB2

              PERFORM 110-WRITE-LINE
              MOVE 'TRUCK/SIZE LINES:'      TO RT-LABEL-OUT
              MOVE WS-CARRIER-COUNT         TO RT-COUNT-OUT
              DISPLAY RUN-TOTAL-LINE
              MOVE 'UNITS ON HAND:'         TO RT-LABEL-OUT
              MOVE WS-UNIT-COUNT            TO RT-COUNT-OUT
              DISPLAY RUN-TOTAL-LINE
              IF WS-CARRIER-OVERFLOW-COUNT > 0
                 MOVE 'LINES NOT SHOWN (TABLE FULL):' TO RT-LABEL-OUT
                 MOVE WS-CARRIER-OVERFLOW-COUNT TO RT-COUNT-OUT
                 DISPLAY RUN-TOTAL-LINE
              END-IF
           END-IF

           .

      *  Adds the current record's matching treat lines to the
      *  carrier table. A line whose on-hand is not numeric is
      *  left out.

       212-NOTE-CARRIER.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3
              IF TREAT-NAME-IN(SUB) = WS-INQ-TREAT-NAME
                 AND (WS-INQ-TREAT-SIZE = SPACE
                  OR TREAT-SIZE-IN(SUB) = WS-INQ-TREAT-SIZE)
                 AND NUM-IN-STOCK-IN(SUB) NUMERIC

                 MOVE ZERO TO WS-FOUND-SUB
                 PERFORM VARYING SUB2 FROM 1 BY 1
                    UNTIL SUB2 > WS-CARRIER-COUNT
                    IF CR-TRUCK-ID(SUB2) = TRUCK-ID-IN
                       AND CR-TREAT-SIZE(SUB2) = TREAT-SIZE-IN(SUB)
                       MOVE SUB2 TO WS-FOUND-SUB
                       MOVE WS-CARRIER-COUNT TO SUB2
                    END-IF
                 END-PERFORM
                 MOVE 1 TO SUB2

                 IF WS-FOUND-SUB = 0
                    IF WS-CARRIER-COUNT < 1000
                       ADD 1 TO WS-CARRIER-COUNT
                       MOVE WS-CARRIER-COUNT TO WS-FOUND-SUB
                       MOVE TRUCK-ID-IN
                          TO CR-TRUCK-ID(WS-FOUND-SUB)
                       MOVE TREAT-SIZE-IN(SUB)
                          TO CR-TREAT-SIZE(WS-FOUND-SUB)
                       MOVE ZERO TO CR-ON-HAND(WS-FOUND-SUB)
                    ELSE
                       ADD 1 TO WS-CARRIER-OVERFLOW-COUNT
                    END-IF
                 END-IF

                 IF WS-FOUND-SUB > 0
                    ADD NUM-IN-STOCK-IN(SUB)
                       TO CR-ON-HAND(WS-FOUND-SUB)
                    ADD NUM-IN-STOCK-IN(SUB) TO WS-UNIT-COUNT
                 END-IF

              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Pages through the trucks in key order, one truck to a
      *  screen, from the truck asked for (blank starts at the
      *  first). The control records are stepped over.

       220-PAGE-TRUCKS.

           DISPLAY '  START AT TRUCK (BLANK = FIRST): '
              WITH NO ADVANCING
           ACCEPT WS-INQ-TRUCK

           MOVE 'N'          TO WS-PAGE-END
           MOVE WS-INQ-TRUCK TO TRUCK-ID-IN
           MOVE LOW-VALUES   TO EMPLOYEE-ID-IN

           START INVENTORY-MASTER
              KEY NOT < MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PAGE-END
           END-START

           PERFORM 225-FIND-NEXT-TRUCK

           PERFORM UNTIL WS-PAGE-END = 'Y'
              PERFORM 300-SHOW-TRUCK
              PERFORM 110-WRITE-LINE
              DISPLAY '  ENTER = NEXT TRUCK   X = MENU: '
                 WITH NO ADVANCING
              ACCEPT WS-PAGE-REPLY
              IF WS-PAGE-REPLY = 'X' OR WS-PAGE-REPLY = 'x'
                 MOVE 'Y' TO WS-PAGE-END
              ELSE
                 MOVE WS-INQ-TRUCK TO TRUCK-ID-IN
                 MOVE HIGH-VALUES  TO EMPLOYEE-ID-IN
                 START INVENTORY-MASTER
                    KEY > MASTER-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-PAGE-END
                 END-START
                 PERFORM 225-FIND-NEXT-TRUCK
                 IF WS-PAGE-END = 'Y'
                    MOVE 'END OF TRUCKS' TO NL-TEXT-OUT
                    DISPLAY NONE-LINE
                 END-IF
              END-IF
           END-PERFORM

           .

      *  Reads forward from where the master is positioned to
      *  the first truck record, setting WS-INQ-TRUCK to it - or
      *  the page end when there is none.

       225-FIND-NEXT-TRUCK.

           MOVE SPACES TO WS-INQ-TRUCK

           PERFORM UNTIL WS-PAGE-END = 'Y'
                      OR WS-INQ-TRUCK NOT = SPACES
              READ INVENTORY-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PAGE-END
                 NOT AT END
                    IF TRUCK-ID-IN NOT = 'HDR '
                       AND TRUCK-ID-IN NOT = 'TRL '
                       MOVE TRUCK-ID-IN TO WS-INQ-TRUCK
                    END-IF
              END-READ
           END-PERFORM

           .

      *  Shows one truck: its heading, then every treat line on
      *  its records - START on the truck, READ NEXT through its
      *  records - and the truck's totals.

       300-SHOW-TRUCK.

           PERFORM 140-LOOKUP-TRUCK

           PERFORM 110-WRITE-LINE
           MOVE WS-INQ-TRUCK        TO TH-TRUCK-OUT
           MOVE WS-LOOKUP-NAME      TO TH-NAME-OUT
           MOVE WS-LOOKUP-DISTRICT  TO TH-DIST-OUT
           MOVE WS-LOOKUP-DIST-NAME TO TH-DIST-NAME-OUT
           DISPLAY TRUCK-HEADING-LINE
           PERFORM 110-WRITE-LINE

           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-UNIT-COUNT

           MOVE WS-INQ-TRUCK TO TRUCK-ID-IN
           MOVE LOW-VALUES   TO EMPLOYEE-ID-IN
           MOVE 'N'          TO WS-TRUCK-EOF

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
                    IF TRUCK-ID-IN NOT = WS-INQ-TRUCK
                       MOVE 'Y' TO WS-TRUCK-EOF
                    ELSE
                       PERFORM 305-SHOW-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LINE-COUNT = 0
              MOVE 'NO TREAT LINES ON FILE FOR THAT TRUCK'
                 TO NL-TEXT-OUT
              DISPLAY NONE-LINE
           ELSE
              PERFORM 110-WRITE-LINE
              MOVE 'TREAT LINES:'           TO RT-LABEL-OUT
              MOVE WS-LINE-COUNT            TO RT-COUNT-OUT
              DISPLAY RUN-TOTAL-LINE
              MOVE 'UNITS ON HAND:'         TO RT-LABEL-OUT
              MOVE WS-UNIT-COUNT            TO RT-COUNT-OUT
              DISPLAY RUN-TOTAL-LINE
           END-IF

           .

      *  Shows the current record's treat lines. An empty line
      *  is skipped; a line with an on-hand or price that is not
      *  numeric shows zero and is flagged.

       305-SHOW-ONE-RECORD.

           PERFORM VARYING SUB FROM 1 BY 1
              UNTIL SUB > 3
              IF TREAT-NAME-IN(SUB) NOT = SPACES
                 IF WS-LINE-COUNT = 0
                    DISPLAY TREAT-COLUMN-HEADER
                 END-IF
                 ADD 1 TO WS-LINE-COUNT
                 MOVE SPACES              TO TD-FLAG-OUT
                 MOVE EMPLOYEE-ID-IN      TO TD-EMPL-OUT
                 MOVE TREAT-NAME-IN(SUB)  TO TD-NAME-OUT
                 MOVE TREAT-SIZE-IN(SUB)  TO TD-SIZE-OUT
                 IF NUM-IN-STOCK-IN(SUB) NUMERIC
                    MOVE NUM-IN-STOCK-IN(SUB) TO TD-ON-HAND-OUT
                    ADD NUM-IN-STOCK-IN(SUB)  TO WS-UNIT-COUNT
                 ELSE
                    MOVE ZERO TO TD-ON-HAND-OUT
                    MOVE 'BAD QTY' TO TD-FLAG-OUT
                 END-IF
                 IF SELLING-PRICE-IN(SUB) NUMERIC
                    MOVE SELLING-PRICE-IN(SUB) TO TD-PRICE-OUT
                 ELSE
                    MOVE ZERO TO TD-PRICE-OUT
                    MOVE 'BAD PRC' TO TD-FLAG-OUT
                 END-IF
                 MOVE TREAT-LOT-IN(SUB)    TO TD-LOT-OUT
                 MOVE TREAT-EXPIRY-IN(SUB) TO TD-EXPIRY-OUT
                 DISPLAY TREAT-DETAIL-LINE
              END-IF
           END-PERFORM
           MOVE 1 TO SUB

           .

      *  Closes the program.

       250-CLOSE-ROUTINE.

              CLOSE    INVENTORY-MASTER

              STOP RUN
           .
