      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly aged pending approval list. Reads pending.dat
      *          (changes held by the Final2 UPDATE, DELETE and agent
      *          XFER functions for supervisor approval) and lists
      *          every item still waiting for a decision that was
      *          requested more than the pending age in days (taken
      *          with the business date from the runctl.dat run
      *          control file, 3 days when not set) before the
      *          business date, with the days outstanding and the
      *          requesting operator, to pendrpt.dat. Approve or
      *          reject the items from the Final2 APPRV menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLPEND.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL pending ASSIGN to 'pending.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is pnd-key-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select pendrpt assign to 'pendrpt.dat'.
       DATA DIVISION.
       FILE SECTION.
       fd pending.
       01 pendingrec.
       03 pnd-key-in.
          05 pnd-date-in pic 9(8).
          05 pnd-time-in pic 9(8).
       03 pnd-action-in pic x(8).
       03 pnd-polnum-in pic x(6).
       03 pnd-oper-in pic x(5).
       03 pnd-status-in pic x.
          88 PND-PENDING value "P".
          88 PND-APPROVED value "A".
          88 PND-REJECTED value "R".
       03 pnd-before-in pic x(60).
       03 pnd-after-in pic x(60).
       03 pnd-xfrfrom-in pic x(5).
       03 pnd-xfrto-in pic x(5).
       03 pnd-delreason-in pic x(30).
       03 pnd-reviewer-in pic x(5).
       03 pnd-revdate-in pic 9(8).
       03 pnd-revreason-in pic x(30).
       fd runctl.
       01 runctlrec.
       03 run-busdate-in pic 9(8).
       03 run-window-days-in pic 9(3).
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       fd pendrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 CENTURY pic 99 value 20.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 PNDHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "AGED PENDING APPROVALS".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 PNDPERLine.
       10          pic x(10).
       10          pic x(15) value "BUSINESS DATE ".
       10          pndper-date-out pic 9(8).
       10          pic x(5).
       10          pic x(22) value "REQUESTED BEFORE ".
       10          pndper-cutoff-out pic 9(8).
       01 PNDHDR2.
       10          PIC X(10).
       10          Value "Pending Item " pic x(18).
       10          Value "Action " pic x(10).
       10          Value "Policy " pic x(8).
       10          Value "Detail " pic x(32).
       10          Value "Oper " pic x(7).
       10          Value "Days Old " pic x(9).
       01 PNDLine.
       10          pic x(10).
       10          pnd-key-out pic x(16).
       10          pic x(2).
       10          pnd-action-out pic x(8).
       10          pic x(2).
       10          pnd-polnum-out pic x(6).
       10          pic x(2).
       10          pnd-detail-out pic x(30).
       10          pic x(2).
       10          pnd-oper-out pic x(5).
       10          pic x(4).
       10          pnd-days-out pic zz9.
       01 PNDTOTLine.
       10          pic x(10).
       10          pic x(24) value "AGED PENDING ITEMS ".
       10          ptot-aged-out pic zzzz9.
       10          pic x(5).
       10          pic x(24) value "TOTAL STILL PENDING ".
       10          ptot-open-out pic zzzz9.
       01 EOF-PENDING-SW pic x value "N".
          88 EOF-PENDING value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 PEND-AGE-DAYS pic 9(3) value 3.
       01 RUN-DATE pic 9(8).
       01 CUTOFF-DATE pic 9(8).
       01 DAYS-OLD pic 9(3).
       01 AGED-CNT pic 9(5) value zero.
       01 OPEN-CNT pic 9(5) value zero.
       01 CALC-DATE.
          05 CALC-YYYY pic 9(4).
          05 CALC-MM pic 99.
          05 CALC-DD pic 99.
       01 CALC-DATE-N REDEFINES CALC-DATE pic 9(8).
       01 DAY-SUB pic 9(4).
       01 DAYS-IN-MONTH pic 99.
       01 TEMP pic 9(4).
       01 REM4 pic 9(4).
       01 REM100 pic 9(4).
       01 REM400 pic 9(4).
       01 DIM-TABLE pic x(24) value "312831303130313130313031".
       01 DIM-R REDEFINES DIM-TABLE.
          05 DIM occurs 12 times pic 9(2).
       01 NIGHT-STEP-CNT EXTERNAL pic 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           PERFORM 300-Process UNTIL EOF-PENDING.
           PERFORM 600-Totals.
           PERFORM 700-Close.
           MOVE AGED-CNT to NIGHT-STEP-CNT.
           MOVE ZERO to RETURN-CODE.
           GOBACK.
       100-Open.
           OPEN INPUT pending.
           OPEN OUTPUT pendrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 120-Read-Runctl.
           MOVE RUN-DATE to CALC-DATE-N.
           PERFORM 9650-Back-One-Day VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > PEND-AGE-DAYS.
           MOVE CALC-DATE-N to CUTOFF-DATE.
           PERFORM 200-Header.
           MOVE LOW-VALUES to pnd-key-in.
           START pending KEY IS NOT LESS THAN pnd-key-in
               INVALID KEY MOVE "Y" to EOF-PENDING-SW
           END-START.
       120-Read-Runctl.
           OPEN INPUT runctl.
           READ runctl
               AT END MOVE "N" to RUNCTL-OK-SW
               NOT AT END MOVE "Y" to RUNCTL-OK-SW
           END-READ.
           CLOSE runctl.
           IF RUNCTL-OK
               MOVE run-busdate-in to RUN-DATE
               IF run-pendage-in NUMERIC AND run-pendage-in > ZERO
                   MOVE run-pendage-in to PEND-AGE-DAYS
               END-IF
           ELSE
               DISPLAY "Warning the run control file runctl.dat is "
               "missing or empty. The system date is used."
           END-IF.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM PNDHDR1 AFTER ADVANCING PAGE.
           MOVE RUN-DATE to pndper-date-out.
           MOVE CUTOFF-DATE to pndper-cutoff-out.
           WRITE PRINTREC FROM PNDPERLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM PNDHDR2 AFTER ADVANCING 2 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Process.
           READ pending NEXT RECORD
               AT END MOVE "Y" to EOF-PENDING-SW
               NOT AT END PERFORM 310-Select-Pending
           END-READ.
       310-Select-Pending.
           IF PND-PENDING
               ADD 1 to OPEN-CNT
               IF pnd-date-in < CUTOFF-DATE
                   PERFORM 320-Days-Old
                   PERFORM 400-Print-Pending
               END-IF
           END-IF.
       320-Days-Old.
           MOVE ZERO to DAYS-OLD.
           MOVE pnd-date-in to CALC-DATE-N.
           PERFORM 330-Count-Day
               UNTIL CALC-DATE-N NOT < RUN-DATE OR DAYS-OLD = 999.
       330-Count-Day.
           PERFORM 9600-Advance-One-Day.
           ADD 1 to DAYS-OLD.
       400-Print-Pending.
           MOVE pnd-key-in to pnd-key-out.
           MOVE pnd-action-in to pnd-action-out.
           MOVE pnd-polnum-in to pnd-polnum-out.
           MOVE pnd-oper-in to pnd-oper-out.
           MOVE DAYS-OLD to pnd-days-out.
           IF pnd-action-in = "TRANSFER"
               MOVE SPACES to pnd-detail-out
               STRING "AGENT " DELIMITED BY SIZE
                      pnd-xfrfrom-in DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      pnd-xfrto-in DELIMITED BY SIZE
                 INTO pnd-detail-out
           ELSE
               MOVE pnd-delreason-in to pnd-detail-out
           END-IF.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM PNDLine AFTER ADVANCING 1 LINE.
           ADD 1 to AGED-CNT.
       600-Totals.
           MOVE AGED-CNT to ptot-aged-out.
           MOVE OPEN-CNT to ptot-open-out.
           WRITE PRINTREC FROM PNDTOTLine AFTER ADVANCING 2 LINES.
       700-Close.
           DISPLAY "Aged pending approval list complete. Aged: "
           AGED-CNT " Still pending: " OPEN-CNT.
           CLOSE pending pendrpt.
       9500-Month-Days.
           MOVE DIM(CALC-MM) to DAYS-IN-MONTH.
           DIVIDE CALC-YYYY BY 4 GIVING TEMP
               REMAINDER REM4.
           DIVIDE CALC-YYYY BY 100 GIVING TEMP
               REMAINDER REM100.
           DIVIDE CALC-YYYY BY 400 GIVING TEMP
               REMAINDER REM400.
           IF CALC-MM = 2 AND REM4 = 0
                   AND (REM100 NOT = 0 OR REM400 = 0)
               MOVE 29 to DAYS-IN-MONTH
           END-IF.
       9600-Advance-One-Day.
           PERFORM 9500-Month-Days.
           IF CALC-DD < DAYS-IN-MONTH
               ADD 1 to CALC-DD
           ELSE
               MOVE 1 to CALC-DD
               IF CALC-MM < 12
                   ADD 1 to CALC-MM
               ELSE
                   MOVE 1 to CALC-MM
                   ADD 1 to CALC-YYYY
               END-IF
           END-IF.
       9650-Back-One-Day.
           IF CALC-DD > 1
               SUBTRACT 1 FROM CALC-DD
           ELSE
               IF CALC-MM > 1
                   SUBTRACT 1 FROM CALC-MM
               ELSE
                   MOVE 12 to CALC-MM
                   SUBTRACT 1 FROM CALC-YYYY
               END-IF
               PERFORM 9500-Month-Days
               MOVE DAYS-IN-MONTH to CALC-DD
           END-IF.
       END PROGRAM POLPEND.
