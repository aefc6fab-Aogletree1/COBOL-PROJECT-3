      *  and for each open, unposted date in turn: stages the
      *  date parameter (with the catch-up mode byte set so the
      *  day's reports write under dated names), calls the
      *  reference audit, the posting run and then the report
      *  run, and proves the day actually closed by finding it
      *  on the dates-posted file before moving on. The first
      *  day that fails stops the whole chain right there - its
      *  control report says why - and the parameter file is
      *  left naming the failed date so the rerun picks up
      *  where it stopped. This replaces the operator staging
      *  files, editing the parameter, and running the chain by
      *  hand once per missed day.
      *
      *  Each day's sales file must be staged under its dated
      *  name, DAILY-SALES-TRANS-YYYYMMDD.TXT - a catch-up day

              PERFORM 155-STAGE-DATE-PARM

              CALL 'PIZZA-REF-AUDIT'
              CANCEL 'PIZZA-REF-AUDIT'

              CALL 'PIZZA-SALES-POSTING'
              CANCEL 'PIZZA-SALES-POSTING'

