      * Purpose: run control file maintenance. Displays the current
      *          contents of runctl.dat (business date, renewal
      *          window days, lapse grace days, cancellation overdue
      *          days, the last business date run, and the loss
      *          ratio and lapse rate percentages above which POLLOSS
      *          puts an agent on its watch list, the amount or
      *          premium change above which a policy UPDATE is held
      *          for supervisor approval, and the days a held change
      *          may stay pending before POLPEND lists it) and accepts
      *          replacement values from the operator. The nightly
      *          batch programs and POLNIGHT read this file instead
      *          of asking the console. The last-run date is kept as
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       WORKING-STORAGE SECTION.
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 new-grace-in pic 9(4).
       01 new-overdue-in pic 9(4).
       01 new-lastrun-in pic 9(8).
       01 new-lossratio-in pic 9(3).
       01 new-lapserate-in pic 9(3).
       01 new-apprlimit-in pic 9(8).
       01 new-pendage-in pic 9(3).
       01 DATE-OK-SW pic x value "Y".
          88 DATE-OK value "Y".
       01 EDIT-DATE pic 9(8).
               DISPLAY "  Lapse grace days     " run-grace-days-in
               DISPLAY "  Overdue days         " run-overdue-days-in
               DISPLAY "  Last business date   " run-lastrun-in
               DISPLAY "  Watch loss ratio %   " run-lossratio-in
               DISPLAY "  Watch lapse rate %   " run-lapserate-in
               DISPLAY "  Approval limit       " run-apprlimit-in
               DISPLAY "  Pending age days     " run-pendage-in
               MOVE run-lastrun-in to new-lastrun-in
           ELSE
               DISPLAY "No run control file is on hand. A new one "
           DISPLAY "Enter the last business date run, or 00000000 "
           "to clear it so the stream can be resubmitted.".
           ACCEPT new-lastrun-in.
           DISPLAY "Enter the loss ratio percent that puts an agent "
           "on the watch list, or 000 for no threshold.".
           ACCEPT new-lossratio-in.
           DISPLAY "Enter the lapse rate percent that puts an agent "
           "on the watch list, or 000 for no threshold.".
           ACCEPT new-lapserate-in.
           DISPLAY "Enter the change in policy amount or premium "
           "above which an UPDATE is held for supervisor approval, "
           "or 00000000 for no limit.".
           ACCEPT new-apprlimit-in.
           DISPLAY "Enter the days a held change may stay pending "
           "before it prints on the pending exception list.".
           ACCEPT new-pendage-in.
       300-Write-Runctl.
           OPEN OUTPUT runctl.
           MOVE new-busdate-in to run-busdate-in.
           MOVE new-grace-in to run-grace-days-in.
           MOVE new-overdue-in to run-overdue-days-in.
           MOVE new-lastrun-in to run-lastrun-in.
           MOVE new-lossratio-in to run-lossratio-in.
           MOVE new-lapserate-in to run-lapserate-in.
           MOVE new-apprlimit-in to run-apprlimit-in.
           MOVE new-pendage-in to run-pendage-in.
           WRITE runctlrec.
           CLOSE runctl.
           DISPLAY "Run control file written for business date "
