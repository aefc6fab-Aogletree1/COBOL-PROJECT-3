      *  reference maintenance run landing in the middle of the
      *  chain. Until now the one proof the chain ran whole was
      *  a driver phoning in about yesterday's stock numbers.
      *  The reference audit runs ahead of the chain: it has to
      *  have run for the date, finished before posting began,
      *  and not come out FAIL, and no maintenance run may have
      *  changed the references between the audit and posting.
      *  An audit that came out WARN is noted on the page but
      *  does not hold the morning report.
      **********************************************************

       ENVIRONMENT DIVISION.
       01  WS-RPRT-STOP-STAMP           PIC X(14)   VALUE SPACES.
       01  WS-RPRT-READ-COUNT           PIC 9(6)    VALUE 0.

      *  The newest reference audit record for the business
      *  date.

       01  WS-AUDIT-FOUND               PIC X       VALUE 'N'.
       01  WS-AUDIT-OUTCOME             PIC X(8)    VALUE SPACES.
       01  WS-AUDIT-START-STAMP         PIC X(14)   VALUE SPACES.
       01  WS-AUDIT-STOP-STAMP          PIC X(14)   VALUE SPACES.
       01  WS-AUDIT-FINDINGS            PIC 9(6)    VALUE 0.

      *  Every maintenance run's stamps, whatever date it was
      *  keyed for - landing mid-chain is about wall-clock
      *  order, not which business day it thought it served.
          05 FILLER          PIC X(11) VALUE '** FAILED: '.
          05 FL-TEXT-OUT     PIC X(48).

       01 NOTE-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(11) VALUE '   NOTE:   '.
          05 NT-TEXT-OUT     PIC X(48).

       01 COUNT-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CN-LABEL-OUT    PIC X(34).

           .

      *  Scans the run log: keeps the newest posting, report and
      *  audit records for the business date (a rerun supersedes
      *  its earlier attempt) and tables every maintenance run's
      *  start stamp for the mid-chain check.

       150-SCAN-RUN-LOG.
                 MOVE RL-START-STAMP  TO WS-RPRT-START-STAMP
                 MOVE RL-STOP-STAMP   TO WS-RPRT-STOP-STAMP
                 MOVE RL-READ-COUNT   TO WS-RPRT-READ-COUNT
              WHEN RL-PROGRAM = 'PIZZA-REF-AUDIT     '
                 AND RL-BUSINESS-DATE = WS-BUSINESS-DATE-X
                 MOVE 'Y'             TO WS-AUDIT-FOUND
                 MOVE RL-OUTCOME      TO WS-AUDIT-OUTCOME
                 MOVE RL-START-STAMP  TO WS-AUDIT-START-STAMP
                 MOVE RL-STOP-STAMP   TO WS-AUDIT-STOP-STAMP
                 MOVE RL-WRITE-COUNT  TO WS-AUDIT-FINDINGS
              WHEN RL-PROGRAM = 'PIZZA-REF-MAINT     '
                 IF WS-MAINT-COUNT < 1000
                    ADD 1 TO WS-MAINT-COUNT
              MOVE 1 TO SUB2
           END-IF

           PERFORM 205-JUDGE-THE-AUDIT

           .

      *  The reference audit - it must have run for the date and
      *  not failed. A WARN is noted with its finding count and
      *  left to the morning.

       205-JUDGE-THE-AUDIT.

           EVALUATE TRUE
              WHEN WS-AUDIT-FOUND NOT = 'Y'
                 MOVE 'REFERENCE AUDIT NEVER RAN FOR THIS DATE'
                    TO FL-TEXT-OUT
                 PERFORM 210-LOG-ONE-FAILURE
              WHEN WS-AUDIT-OUTCOME = 'FAIL    '
                 MOVE 'REFERENCE AUDIT FAILED - SEE ITS REPORT'
                    TO FL-TEXT-OUT
                 PERFORM 210-LOG-ONE-FAILURE
                 MOVE 'REFERENCE AUDIT FINDINGS:         '
                    TO CN-LABEL-OUT
                 MOVE WS-AUDIT-FINDINGS TO CN-COUNT-OUT
                 PERFORM 215-WRITE-COUNT-LINE
              WHEN WS-AUDIT-OUTCOME = 'WARN    '
                 MOVE 'REFERENCE AUDIT WARNED - SEE ITS REPORT'
                    TO NT-TEXT-OUT
                 MOVE NOTE-LINE TO BALANCE-REPORT-REC
                 WRITE BALANCE-REPORT-REC
                       AFTER ADVANCING 1 LINE
                 MOVE 'REFERENCE AUDIT FINDINGS:         '
                    TO CN-LABEL-OUT
                 MOVE WS-AUDIT-FINDINGS TO CN-COUNT-OUT
                 PERFORM 215-WRITE-COUNT-LINE
              WHEN WS-AUDIT-OUTCOME NOT = 'PASS    '
                 MOVE 'REFERENCE AUDIT DID NOT FINISH'
                    TO FL-TEXT-OUT
                 PERFORM 210-LOG-ONE-FAILURE
           END-EVALUATE

      *  Order: the audit proves the references posting will
      *  use, so it has to finish before posting starts.

           IF WS-AUDIT-FOUND = 'Y'
              AND WS-POST-FOUND = 'Y'
              AND WS-AUDIT-STOP-STAMP > WS-POST-START-STAMP
              MOVE 'REFERENCE AUDIT RAN AFTER POSTING STARTED'
                 TO FL-TEXT-OUT
              PERFORM 210-LOG-ONE-FAILURE
           END-IF

      *  A maintenance run between the audit and posting changed
      *  the references after they were proven.

           IF WS-AUDIT-FOUND = 'Y'
              AND WS-POST-FOUND = 'Y'
              PERFORM VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > WS-MAINT-COUNT
                 IF MS-START-STAMP(SUB2) > WS-AUDIT-START-STAMP
                    AND MS-START-STAMP(SUB2) < WS-POST-START-STAMP
                    MOVE 'REFERENCE MAINTENANCE RAN AFTER THE AUDIT'
                       TO FL-TEXT-OUT
                    PERFORM 210-LOG-ONE-FAILURE
                    MOVE WS-MAINT-COUNT TO SUB2
                 END-IF
              END-PERFORM
              MOVE 1 TO SUB2
           END-IF

           .

      *  Prints one failure line and counts it.
