      *          refuses to run if the business date was already run
      *          so a double submitted job cannot bill everyone two
      *          invoices, then runs the standard sequence POLAUDIT,
      *          POLBILL (billing), POLRENEW, POLLAPSE, POLRFND
      *          (return premium refunds), POLEXTR, POLPEND
      *          (aged pending approvals) and POLQEXP (quote expiry)
      *          without console input.
      *          Every step start and end is
      *          written to runlog.dat with the record count the step
      *          reports and its return code. If POLAUDIT reports any
      *          exceptions other than expired terms (a normal
      *          lifecycle state the lapse step clears) or missing
      *          primary beneficiaries the stream
      *          stops before billing. On a
      *          clean finish the business date is stamped back on
      *          the run control file as the last date run. Maintain
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       fd runlog.
       01 runlogrec pic x(80).
       WORKING-STORAGE SECTION.
       01 STEP-NAME pic x(8).
       01 STEP-CNT-OUT pic 9(7).
       01 STEP-RC-OUT pic 9(4).
       01 SAVE-RUNCTL pic x(44).
       01 NIGHT-MODE-SW EXTERNAL pic x.
          88 NIGHT-MODE value "Y".
       01 NIGHT-STEP-CNT EXTERNAL pic 9(7).
               PERFORM 600-Run-Step
               MOVE "POLLAPSE" to STEP-NAME
               PERFORM 600-Run-Step
               MOVE "POLRFND" to STEP-NAME
               PERFORM 600-Run-Step
               MOVE "POLEXTR" to STEP-NAME
               PERFORM 600-Run-Step
               MOVE "POLPEND" to STEP-NAME
               PERFORM 600-Run-Step
               MOVE "POLQEXP" to STEP-NAME
               PERFORM 600-Run-Step
               PERFORM 700-Mark-Run
               MOVE "STREAM COMPLETE" to runlogrec
               WRITE runlogrec
