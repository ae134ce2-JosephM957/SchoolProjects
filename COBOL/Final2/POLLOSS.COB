      ******************************************************************
      * Author:
      * Date:
      * Purpose: loss ratio and persistency analysis for an operator
      *          entered period (first and last day). Premium
      *          collected in the period comes from payhist.dat
      *          (payments, suspense applied and consumed payments,
      *          less reversals and return premium refunds). Claims
      *          incurred in the period come from claim.dat: what has
      *          been paid on them plus what is still outstanding on
      *          entered and approved claims (denied claims are left
      *          out). Policies lost in the period come from the
      *          archive.dat entries (REINSTATED entries skipped),
      *          split by arc-reason-in into lapses, nonpayment
      *          cancellations and deletes. The lapse rate is lapses
      *          and cancellations over the policies exposed (still
      *          on file, lost in the period, plus written by period
      *          end and archived after it). The 13 month
      *          persistency rate is taken over the policies written
      *          in the twelve months ending 13 months before the
      *          period end: the share of them still on file or that
      *          left only after their 13 month anniversary. Prints
      *          the figures per agent, per manager unit (the manager
      *          plus every agent reporting to them through
      *          agent-mgr-in), per policy type and for the company,
      *          then a watch list of the agents whose loss ratio or
      *          lapse rate is over the percentages kept on
      *          runctl.dat (zero or blank means no threshold).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLOSS.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL polfile ASSIGN TO 'polfile.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is polNum1-in
        ALTERNATE RECORD key is polAgent-in WITH DUPLICATES.
       select OPTIONAL agent ASSIGN to 'agent.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is agent-in.
       select OPTIONAL archive ASSIGN to 'archive.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is arc-key-in.
       select OPTIONAL payhist ASSIGN to 'payhist.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is ph-key-in.
       select OPTIONAL claim ASSIGN to 'claim.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is clm-key-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select lossrpt assign to 'lossrpt.dat'.
       DATA DIVISION.
       FILE SECTION.
       fd polfile.
       01 polfilerec.
       03 polNum1-in pic x(6).
       03 polDate-in pic 9(8).
       03 polAmt-in  pic 9(8).
       03 polPrem-in pic 9(4)v99.
       03 fill pic xx.
       03 polAgent-in pic x(5).
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
       fd agent.
       01 agentrec.
       03 agent-in pic x(5).
       03 name-in pic x(15).
       03 comm-rate-in pic 9v999.
       03 agent-mgr-in pic x(5).
       03 ovr-rate-in pic 9v999.
       03 agent-lic-in pic x(10).
       03 agent-lines-in pic x(15).
       03 agent-lines-r redefines agent-lines-in.
          05 agent-line-in occurs 5 times pic x(3).
       03 agent-licexp-in pic 9(8).
       fd archive.
       01 archiverec.
       03 arc-key-in.
          05 arc-polnum-in pic x(6).
          05 arc-deldate-in pic 9(8).
          05 arc-deltime-in pic 9(8).
       03 arc-poldate-in pic 9(8).
       03 arc-polamt-in pic 9(8).
       03 arc-polprem-in pic 9(4)v99.
       03 arc-fill pic xx.
       03 arc-polagent-in pic x(5).
       03 arc-polterm-in pic x(8).
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
       fd payhist.
       01 payhistrec.
       03 ph-key-in.
          05 ph-polnum-in pic x(6).
          05 ph-billdate-in pic 9(8).
          05 ph-paydate-in pic 9(8).
          05 ph-paytime-in pic 9(8).
       03 ph-agent-in pic x(5).
       03 ph-amount-in pic 9(4)v99.
       03 ph-type-in pic x(1).
       fd claim.
       01 claimrec.
       03 clm-key-in.
          05 clm-polnum-in pic x(6).
          05 clm-num-in pic x(4).
       03 clm-date-in pic 9(8).
       03 clm-agent-in pic x(5).
       03 clm-type-in pic x(3).
       03 clm-amt-in pic 9(8)v99.
       03 clm-paid-in pic 9(8)v99.
       03 clm-status-in pic x(1).
       03 clm-reason-in pic x(30).
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
       fd lossrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 LOSHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(35)
                   VALUE "LOSS RATIO AND PERSISTENCY ANALYSIS".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 LOSPERLine.
       10          pic x(3).
       10          pic x(8) value "PERIOD ".
       10          losper-from-out pic 9(8).
       10          pic x(4) value " TO ".
       10          losper-to-out pic 9(8).
       10          pic x(23) value "   PERSISTENCY COHORT ".
       10          losper-cfrom-out pic 9(8).
       10          pic x(4) value " TO ".
       10          losper-cto-out pic 9(8).
       01 LOSHDR2.
       10          PIC X(3).
       10          Value "Code " pic x(10).
       10          Value "Premium " pic x(15).
       10          Value "Clms Paid " pic x(14).
       10          Value "Clms O/S " pic x(14).
       10          Value "Loss% " pic x(8).
       10          Value "Expsd " pic x(7).
       10          Value "Lps Cnc Del " pic x(20).
       10          Value "Lapse% " pic x(8).
       10          Value "Issd  Pers " pic x(12).
       10          Value "Pers% " pic x(6).
       01 LOSSECLine.
       10          pic x(3).
       10          lossec-out pic x(40).
       01 LOSSLine.
       10          pic x(3).
       10          los-code-out pic x(8).
       10          pic x(2).
       10          los-prem-out pic z(8)9.99-.
       10          pic x(2).
       10          los-paid-out pic z(8)9.99.
       10          pic x(2).
       10          los-os-out pic z(8)9.99.
       10          pic x(2).
       10          los-ratio-out pic zz9.99.
       10          pic x(2).
       10          los-exposed-out pic zzzz9.
       10          pic x(2).
       10          los-lapsed-out pic zzzz9.
       10          pic x(1).
       10          los-cancel-out pic zzzz9.
       10          pic x(1).
       10          los-deleted-out pic zzzz9.
       10          pic x(2).
       10          los-lapse-out pic zz9.99.
       10          pic x(2).
       10          los-issued-out pic zzzz9.
       10          pic x(1).
       10          los-persist-out pic zzzz9.
       10          pic x(2).
       10          los-pers-out pic zz9.99.
       01 WATCHLine.
       10          pic x(3).
       10          pic x(8) value "AGENT ".
       10          wat-agent-out pic x(5).
       10          pic x(2).
       10          pic x(11) value "LOSS RATIO ".
       10          wat-ratio-out pic zz9.99.
       10          pic x(2).
       10          pic x(11) value "LAPSE RATE ".
       10          wat-lapse-out pic zz9.99.
       10          pic x(2).
       10          wat-reason-out pic x(30).
       01 EOF-AGENT-SW pic x value "N".
          88 EOF-AGENT value "Y".
       01 EOF-PAYHIST-SW pic x value "N".
          88 EOF-PAYHIST value "Y".
       01 EOF-CLAIM-SW pic x value "N".
          88 EOF-CLAIM value "Y".
       01 EOF-POLFILE-SW pic x value "N".
          88 EOF-POLFILE value "Y".
       01 EOF-ARCHIVE-SW pic x value "N".
          88 EOF-ARCHIVE value "Y".
       01 EOF-POLARC-SW pic x value "N".
          88 EOF-POLARC value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 ON-MASTER-SW pic x value "N".
          88 ON-MASTER value "Y".
       01 TABLE-FULL-SW pic x value "N".
          88 TABLE-FULL value "Y".
       01 DATE-OK-SW pic x value "Y".
          88 DATE-OK value "Y".
       01 PERIOD-START pic 9(8).
       01 PERIOD-END pic 9(8).
       01 COHORT-START pic 9(8).
       01 COHORT-END pic 9(8).
       01 ANNIV-13 pic 9(8).
       01 LOSS-THRESH pic 9(3) value zero.
       01 LAPSE-THRESH pic 9(3) value zero.
       01 find-polnum pic x(6).
       01 find-type pic x(3).
       01 DELTA-AGENT pic x(5).
       01 DELTA-TYPE pic x(3).
       01 DELTA-STATS.
          05 DELTA-PREM pic s9(9)v99.
          05 DELTA-CLMPAID pic 9(9)v99.
          05 DELTA-CLMOS pic 9(9)v99.
          05 DELTA-EXPOSED pic 9(5).
          05 DELTA-ISSUED pic 9(5).
          05 DELTA-PERSIST pic 9(5).
          05 DELTA-LAPSED pic 9(5).
          05 DELTA-CANCEL pic 9(5).
          05 DELTA-DELETED pic 9(5).
       01 STAT-TABLE.
          05 STAT-ENTRY occurs 300 times.
             10 STAT-KEY.
                15 STAT-KIND pic x(1).
                15 STAT-CODE pic x(5).
             10 STAT-MGR pic x(5).
             10 STAT-PREM pic s9(9)v99.
             10 STAT-CLMPAID pic 9(9)v99.
             10 STAT-CLMOS pic 9(9)v99.
             10 STAT-EXPOSED pic 9(5).
             10 STAT-ISSUED pic 9(5).
             10 STAT-PERSIST pic 9(5).
             10 STAT-LAPSED pic 9(5).
             10 STAT-CANCEL pic 9(5).
             10 STAT-DELETED pic 9(5).
       01 STAT-OCCURS pic 9(3) value zero.
       01 STAT-IDX pic 9(3).
       01 FROM-IDX pic 9(3).
       01 SCAN-IDX pic 9(3).
       01 PRINT-KIND pic x(1).
       01 STAT-WANT.
          05 WANT-KIND pic x(1).
          05 WANT-CODE pic x(5).
       01 LOSS-RATIO pic 9(5)v99.
       01 LAPSE-RATE pic 9(5)v99.
       01 PERS-RATE pic 9(5)v99.
       01 LOSS-INCURRED pic 9(10)v99.
       01 WATCH-CNT pic 9(5) value zero.
       01 WATCH-REASON pic x(30).
       01 MONTH-SHIFT pic s9(4).
       01 MONTH-TOTAL pic 9(6).
       01 CALC-DATE.
          05 CALC-YYYY pic 9(4).
          05 CALC-MM pic 99.
          05 CALC-DD pic 99.
       01 CALC-DATE-N REDEFINES CALC-DATE pic 9(8).
       01 EDIT-DATE pic 9(8).
       01 EDIT-YYYY pic 9(4).
       01 EDIT-MM pic 99.
       01 EDIT-DD pic 99.
       01 DAYS-IN-MONTH pic 99.
       01 TEMP pic 9(4).
       01 REM4 pic 9(4).
       01 REM100 pic 9(4).
       01 REM400 pic 9(4).
       01 DIM-TABLE pic x(24) value "312831303130313130313031".
       01 DIM-R REDEFINES DIM-TABLE.
          05 DIM occurs 12 times pic 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           PERFORM 150-Load-Agents.
           PERFORM 300-Premium-Pass.
           PERFORM 400-Claim-Pass.
           PERFORM 500-Policy-Pass.
           PERFORM 550-Archive-Pass.
           PERFORM 600-Manager-Rollup.
           PERFORM 700-Report.
           PERFORM 750-Watch-List.
           PERFORM 900-Close.
           STOP RUN.
       100-Open.
           OPEN INPUT polfile.
           OPEN INPUT agent.
           OPEN INPUT archive.
           OPEN INPUT payhist.
           OPEN INPUT claim.
           OPEN OUTPUT lossrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           PERFORM 110-Get-Period.
           PERFORM 120-Read-Runctl.
           PERFORM 130-Cohort-Dates.
           PERFORM 200-Header.
       110-Get-Period.
           DISPLAY "Enter the first day of the period to analyze in "
           "the format YYYYMMDD.".
           ACCEPT PERIOD-START.
           DISPLAY "Enter the last day of the period in the format "
           "YYYYMMDD.".
           ACCEPT PERIOD-END.
           MOVE PERIOD-START to EDIT-DATE.
           PERFORM 9300-Validate-Date.
           IF DATE-OK
               MOVE PERIOD-END to EDIT-DATE
               PERFORM 9300-Validate-Date
           END-IF.
           IF DATE-OK AND PERIOD-END < PERIOD-START
               MOVE "N" to DATE-OK-SW
           END-IF.
           IF NOT DATE-OK
               DISPLAY "Error the period is not two valid dates in "
               "order. Please re-enter the period."
               PERFORM 110-Get-Period
           END-IF.
       120-Read-Runctl.
           OPEN INPUT runctl.
           READ runctl
               AT END MOVE "N" to RUNCTL-OK-SW
               NOT AT END MOVE "Y" to RUNCTL-OK-SW
           END-READ.
           CLOSE runctl.
           IF RUNCTL-OK
               IF run-lossratio-in NUMERIC
                   MOVE run-lossratio-in to LOSS-THRESH
               END-IF
               IF run-lapserate-in NUMERIC
                   MOVE run-lapserate-in to LAPSE-THRESH
               END-IF
           END-IF.
       130-Cohort-Dates.
           MOVE PERIOD-END to CALC-DATE-N.
           MOVE -13 to MONTH-SHIFT.
           PERFORM 9700-Shift-Months.
           MOVE CALC-DATE-N to COHORT-END.
           MOVE -12 to MONTH-SHIFT.
           PERFORM 9700-Shift-Months.
           MOVE CALC-DATE-N to COHORT-START.
       150-Load-Agents.
           MOVE "N" to EOF-AGENT-SW.
           MOVE LOW-VALUES to agent-in.
           START agent KEY IS NOT LESS THAN agent-in
               INVALID KEY MOVE "Y" to EOF-AGENT-SW
           END-START.
           PERFORM 160-Load-Agent-Read UNTIL EOF-AGENT.
       160-Load-Agent-Read.
           READ agent NEXT RECORD
               AT END MOVE "Y" to EOF-AGENT-SW
               NOT AT END
                   MOVE "A" to WANT-KIND
                   MOVE agent-in to WANT-CODE
                   PERFORM 850-Find-Stat
           END-READ.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM LOSHDR1 AFTER ADVANCING PAGE.
           MOVE PERIOD-START to losper-from-out.
           MOVE PERIOD-END to losper-to-out.
           MOVE COHORT-START to losper-cfrom-out.
           MOVE COHORT-END to losper-cto-out.
           WRITE PRINTREC FROM LOSPERLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM LOSHDR2 AFTER ADVANCING 2 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Premium-Pass.
           MOVE "N" to EOF-PAYHIST-SW.
           MOVE LOW-VALUES to ph-key-in.
           START payhist KEY IS NOT LESS THAN ph-key-in
               INVALID KEY MOVE "Y" to EOF-PAYHIST-SW
           END-START.
           PERFORM 310-Premium-Read UNTIL EOF-PAYHIST.
       310-Premium-Read.
           READ payhist NEXT RECORD
               AT END MOVE "Y" to EOF-PAYHIST-SW
               NOT AT END
                   IF ph-paydate-in NOT < PERIOD-START
                           AND ph-paydate-in NOT > PERIOD-END
                       PERFORM 320-Premium-Select
                   END-IF
           END-READ.
       320-Premium-Select.
           INITIALIZE DELTA-STATS.
           EVALUATE ph-type-in
               WHEN "P"
               WHEN "S"
               WHEN "X"
                   MOVE ph-amount-in to DELTA-PREM
               WHEN "R"
               WHEN "F"
                   COMPUTE DELTA-PREM = 0 - ph-amount-in
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DELTA-PREM NOT = ZERO
               MOVE ph-polnum-in to find-polnum
               PERFORM 860-Policy-Type
               MOVE ph-agent-in to DELTA-AGENT
               MOVE find-type to DELTA-TYPE
               PERFORM 800-Post-Delta
           END-IF.
       400-Claim-Pass.
           MOVE "N" to EOF-CLAIM-SW.
           MOVE LOW-VALUES to clm-key-in.
           START claim KEY IS NOT LESS THAN clm-key-in
               INVALID KEY MOVE "Y" to EOF-CLAIM-SW
           END-START.
           PERFORM 410-Claim-Read UNTIL EOF-CLAIM.
       410-Claim-Read.
           READ claim NEXT RECORD
               AT END MOVE "Y" to EOF-CLAIM-SW
               NOT AT END
                   IF clm-date-in NOT < PERIOD-START
                           AND clm-date-in NOT > PERIOD-END
                           AND clm-status-in NOT = "D"
                       PERFORM 420-Claim-Select
                   END-IF
           END-READ.
       420-Claim-Select.
           INITIALIZE DELTA-STATS.
           MOVE clm-paid-in to DELTA-CLMPAID.
           IF clm-status-in = "E" OR clm-status-in = "A"
               COMPUTE DELTA-CLMOS = clm-amt-in - clm-paid-in
           END-IF.
           MOVE clm-agent-in to DELTA-AGENT.
           MOVE clm-type-in to DELTA-TYPE.
           PERFORM 800-Post-Delta.
       500-Policy-Pass.
           MOVE "N" to EOF-POLFILE-SW.
           MOVE LOW-VALUES to polNum1-in.
           START polfile KEY IS NOT LESS THAN polNum1-in
               INVALID KEY MOVE "Y" to EOF-POLFILE-SW
           END-START.
           PERFORM 510-Policy-Read UNTIL EOF-POLFILE.
       510-Policy-Read.
           READ polfile NEXT RECORD
               AT END MOVE "Y" to EOF-POLFILE-SW
               NOT AT END PERFORM 520-Policy-Select
           END-READ.
       520-Policy-Select.
           INITIALIZE DELTA-STATS.
           IF polDate-in NOT > PERIOD-END
               MOVE 1 to DELTA-EXPOSED
           END-IF.
           IF polDate-in > COHORT-START
                   AND polDate-in NOT > COHORT-END
               MOVE 1 to DELTA-ISSUED
               MOVE 1 to DELTA-PERSIST
           END-IF.
           MOVE polAgent-in to DELTA-AGENT.
           MOVE poltype-in to DELTA-TYPE.
           PERFORM 800-Post-Delta.
       550-Archive-Pass.
           MOVE "N" to EOF-ARCHIVE-SW.
           MOVE LOW-VALUES to arc-key-in.
           START archive KEY IS NOT LESS THAN arc-key-in
               INVALID KEY MOVE "Y" to EOF-ARCHIVE-SW
           END-START.
           PERFORM 560-Archive-Read UNTIL EOF-ARCHIVE.
       560-Archive-Read.
           READ archive NEXT RECORD
               AT END MOVE "Y" to EOF-ARCHIVE-SW
               NOT AT END
                   IF arc-reason-in(1:10) NOT = "REINSTATED"
                       PERFORM 570-Archive-Select
                   END-IF
           END-READ.
       570-Archive-Select.
           MOVE arc-polnum-in to polNum1-in.
           READ polfile
               INVALID KEY MOVE "N" to ON-MASTER-SW
               NOT INVALID KEY MOVE "Y" to ON-MASTER-SW
           END-READ.
           INITIALIZE DELTA-STATS.
           IF arc-deldate-in NOT < PERIOD-START
                   AND arc-deldate-in NOT > PERIOD-END
               MOVE 1 to DELTA-EXPOSED
               EVALUATE TRUE
                   WHEN arc-reason-in(1:6) = "LAPSED"
                       MOVE 1 to DELTA-LAPSED
                   WHEN arc-reason-in(1:9) = "CANCELLED"
                       MOVE 1 to DELTA-CANCEL
                   WHEN OTHER
                       MOVE 1 to DELTA-DELETED
               END-EVALUATE
           END-IF.
           IF NOT ON-MASTER
                   AND arc-deldate-in > PERIOD-END
                   AND arc-poldate-in NOT > PERIOD-END
               MOVE 1 to DELTA-EXPOSED
           END-IF.
           IF NOT ON-MASTER
                   AND arc-poldate-in > COHORT-START
                   AND arc-poldate-in NOT > COHORT-END
               MOVE 1 to DELTA-ISSUED
               MOVE arc-poldate-in to CALC-DATE-N
               MOVE 13 to MONTH-SHIFT
               PERFORM 9700-Shift-Months
               MOVE CALC-DATE-N to ANNIV-13
               IF arc-deldate-in NOT < ANNIV-13
                   MOVE 1 to DELTA-PERSIST
               END-IF
           END-IF.
           MOVE arc-polagent-in to DELTA-AGENT.
           MOVE arc-poltype-in to DELTA-TYPE.
           PERFORM 800-Post-Delta.
       600-Manager-Rollup.
           MOVE STAT-OCCURS to FROM-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > FROM-IDX
               IF STAT-KIND(SCAN-IDX) = "A"
                       AND STAT-MGR(SCAN-IDX) NOT = SPACES
                   MOVE "M" to WANT-KIND
                   MOVE STAT-MGR(SCAN-IDX) to WANT-CODE
                   PERFORM 850-Find-Stat
                   PERFORM 610-Rollup-Add
               END-IF
           END-PERFORM.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > FROM-IDX
               IF STAT-KIND(SCAN-IDX) = "A"
                   PERFORM 620-Rollup-Own
               END-IF
           END-PERFORM.
       610-Rollup-Add.
           IF STAT-IDX > ZERO
               ADD STAT-PREM(SCAN-IDX) to STAT-PREM(STAT-IDX)
               ADD STAT-CLMPAID(SCAN-IDX) to STAT-CLMPAID(STAT-IDX)
               ADD STAT-CLMOS(SCAN-IDX) to STAT-CLMOS(STAT-IDX)
               ADD STAT-EXPOSED(SCAN-IDX) to STAT-EXPOSED(STAT-IDX)
               ADD STAT-ISSUED(SCAN-IDX) to STAT-ISSUED(STAT-IDX)
               ADD STAT-PERSIST(SCAN-IDX) to STAT-PERSIST(STAT-IDX)
               ADD STAT-LAPSED(SCAN-IDX) to STAT-LAPSED(STAT-IDX)
               ADD STAT-CANCEL(SCAN-IDX) to STAT-CANCEL(STAT-IDX)
               ADD STAT-DELETED(SCAN-IDX) to STAT-DELETED(STAT-IDX)
           END-IF.
       620-Rollup-Own.
           MOVE ZERO to STAT-IDX.
           PERFORM VARYING TEMP FROM 1 BY 1
                   UNTIL TEMP > STAT-OCCURS
               IF STAT-KIND(TEMP) = "M"
                       AND STAT-CODE(TEMP) = STAT-CODE(SCAN-IDX)
                   MOVE TEMP to STAT-IDX
               END-IF
           END-PERFORM.
           PERFORM 610-Rollup-Add.
       700-Report.
           MOVE "A" to PRINT-KIND.
           MOVE "BY AGENT" to lossec-out.
           PERFORM 710-Report-Section.
           MOVE "M" to PRINT-KIND.
           MOVE "BY MANAGER UNIT (MANAGER AND REPORTS)" to lossec-out.
           PERFORM 710-Report-Section.
           MOVE "T" to PRINT-KIND.
           MOVE "BY POLICY TYPE" to lossec-out.
           PERFORM 710-Report-Section.
           MOVE "C" to PRINT-KIND.
           MOVE "COMPANY TOTAL" to lossec-out.
           PERFORM 710-Report-Section.
       710-Report-Section.
           ADD 2 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM LOSSECLine AFTER ADVANCING 2 LINES.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STAT-OCCURS
               IF STAT-KIND(STAT-IDX) = PRINT-KIND
                   PERFORM 720-Report-Line
               END-IF
           END-PERFORM.
       720-Report-Line.
           PERFORM 730-Compute-Rates.
           IF PRINT-KIND = "C"
               MOVE "COMPANY" to los-code-out
           ELSE
               MOVE STAT-CODE(STAT-IDX) to los-code-out
           END-IF.
           MOVE STAT-PREM(STAT-IDX) to los-prem-out.
           MOVE STAT-CLMPAID(STAT-IDX) to los-paid-out.
           MOVE STAT-CLMOS(STAT-IDX) to los-os-out.
           MOVE LOSS-RATIO to los-ratio-out.
           MOVE STAT-EXPOSED(STAT-IDX) to los-exposed-out.
           MOVE STAT-LAPSED(STAT-IDX) to los-lapsed-out.
           MOVE STAT-CANCEL(STAT-IDX) to los-cancel-out.
           MOVE STAT-DELETED(STAT-IDX) to los-deleted-out.
           MOVE LAPSE-RATE to los-lapse-out.
           MOVE STAT-ISSUED(STAT-IDX) to los-issued-out.
           MOVE STAT-PERSIST(STAT-IDX) to los-persist-out.
           MOVE PERS-RATE to los-pers-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM LOSSLine AFTER ADVANCING 1 LINE.
       730-Compute-Rates.
           COMPUTE LOSS-INCURRED = STAT-CLMPAID(STAT-IDX)
               + STAT-CLMOS(STAT-IDX).
           IF STAT-PREM(STAT-IDX) > ZERO
               IF LOSS-INCURRED * 100 / STAT-PREM(STAT-IDX) > 999.99
                   MOVE 999.99 to LOSS-RATIO
               ELSE
                   COMPUTE LOSS-RATIO ROUNDED
                       = LOSS-INCURRED * 100 / STAT-PREM(STAT-IDX)
               END-IF
           ELSE
               IF LOSS-INCURRED > ZERO
                   MOVE 999.99 to LOSS-RATIO
               ELSE
                   MOVE ZERO to LOSS-RATIO
               END-IF
           END-IF.
           IF STAT-EXPOSED(STAT-IDX) > ZERO
               COMPUTE LAPSE-RATE ROUNDED
                   = (STAT-LAPSED(STAT-IDX) + STAT-CANCEL(STAT-IDX))
                   * 100 / STAT-EXPOSED(STAT-IDX)
           ELSE
               MOVE ZERO to LAPSE-RATE
           END-IF.
           IF STAT-ISSUED(STAT-IDX) > ZERO
               COMPUTE PERS-RATE ROUNDED
                   = STAT-PERSIST(STAT-IDX) * 100
                   / STAT-ISSUED(STAT-IDX)
           ELSE
               MOVE ZERO to PERS-RATE
           END-IF.
       750-Watch-List.
           ADD 3 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           MOVE "AGENT WATCH LIST" to lossec-out.
           WRITE PRINTREC FROM LOSSECLine AFTER ADVANCING 2 LINES.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STAT-OCCURS
               IF STAT-KIND(STAT-IDX) = "A"
                   PERFORM 760-Watch-Check
               END-IF
           END-PERFORM.
           IF LOSS-THRESH = ZERO AND LAPSE-THRESH = ZERO
               WRITE PRINTREC FROM
                   "   NO WATCH THRESHOLDS ARE SET ON RUNCTL.DAT"
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WATCH-CNT = ZERO
                   WRITE PRINTREC FROM
                       "   NO AGENTS ARE OVER THE WATCH THRESHOLDS"
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       760-Watch-Check.
           PERFORM 730-Compute-Rates.
           MOVE SPACES to WATCH-REASON.
           IF LOSS-THRESH > ZERO AND LOSS-RATIO > LOSS-THRESH
               MOVE "LOSS RATIO OVER THRESHOLD" to WATCH-REASON
           END-IF.
           IF LAPSE-THRESH > ZERO AND LAPSE-RATE > LAPSE-THRESH
               IF WATCH-REASON = SPACES
                   MOVE "LAPSE RATE OVER THRESHOLD" to WATCH-REASON
               ELSE
                   MOVE "LOSS RATIO AND LAPSE RATE OVER" to
                       WATCH-REASON
               END-IF
           END-IF.
           IF WATCH-REASON NOT = SPACES
               ADD 1 to WATCH-CNT
               MOVE STAT-CODE(STAT-IDX) to wat-agent-out
               MOVE LOSS-RATIO to wat-ratio-out
               MOVE LAPSE-RATE to wat-lapse-out
               MOVE WATCH-REASON to wat-reason-out
               ADD 1 to LINE-COUNT
               IF LINE-COUNT > 50
                   PERFORM 200-Header
               END-IF
               WRITE PRINTREC FROM WATCHLine AFTER ADVANCING 1 LINE
           END-IF.
       800-Post-Delta.
           MOVE "A" to WANT-KIND.
           MOVE DELTA-AGENT to WANT-CODE.
           PERFORM 850-Find-Stat.
           PERFORM 810-Add-Delta.
           MOVE "T" to WANT-KIND.
           MOVE DELTA-TYPE to WANT-CODE.
           PERFORM 850-Find-Stat.
           PERFORM 810-Add-Delta.
           MOVE "C" to WANT-KIND.
           MOVE SPACES to WANT-CODE.
           PERFORM 850-Find-Stat.
           PERFORM 810-Add-Delta.
       810-Add-Delta.
           IF STAT-IDX > ZERO
               ADD DELTA-PREM to STAT-PREM(STAT-IDX)
               ADD DELTA-CLMPAID to STAT-CLMPAID(STAT-IDX)
               ADD DELTA-CLMOS to STAT-CLMOS(STAT-IDX)
               ADD DELTA-EXPOSED to STAT-EXPOSED(STAT-IDX)
               ADD DELTA-ISSUED to STAT-ISSUED(STAT-IDX)
               ADD DELTA-PERSIST to STAT-PERSIST(STAT-IDX)
               ADD DELTA-LAPSED to STAT-LAPSED(STAT-IDX)
               ADD DELTA-CANCEL to STAT-CANCEL(STAT-IDX)
               ADD DELTA-DELETED to STAT-DELETED(STAT-IDX)
           END-IF.
       850-Find-Stat.
           MOVE ZERO to STAT-IDX.
           PERFORM VARYING TEMP FROM 1 BY 1
                   UNTIL TEMP > STAT-OCCURS
               IF STAT-KEY(TEMP) = STAT-WANT
                   MOVE TEMP to STAT-IDX
               END-IF
           END-PERFORM.
           IF STAT-IDX = ZERO
               IF STAT-OCCURS < 300
                   ADD 1 to STAT-OCCURS
                   MOVE STAT-OCCURS to STAT-IDX
                   PERFORM 855-New-Stat
               ELSE
                   IF NOT TABLE-FULL
                       MOVE "Y" to TABLE-FULL-SW
                       WRITE PRINTREC FROM "ANALYSIS TABLE FULL"
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.
       855-New-Stat.
           MOVE STAT-WANT to STAT-KEY(STAT-IDX).
           MOVE SPACES to STAT-MGR(STAT-IDX).
           MOVE ZERO to STAT-PREM(STAT-IDX).
           MOVE ZERO to STAT-CLMPAID(STAT-IDX).
           MOVE ZERO to STAT-CLMOS(STAT-IDX).
           MOVE ZERO to STAT-EXPOSED(STAT-IDX).
           MOVE ZERO to STAT-ISSUED(STAT-IDX).
           MOVE ZERO to STAT-PERSIST(STAT-IDX).
           MOVE ZERO to STAT-LAPSED(STAT-IDX).
           MOVE ZERO to STAT-CANCEL(STAT-IDX).
           MOVE ZERO to STAT-DELETED(STAT-IDX).
           IF WANT-KIND = "A"
               MOVE WANT-CODE to agent-in
               READ agent
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE agent-mgr-in to STAT-MGR(STAT-IDX)
               END-READ
           END-IF.
       860-Policy-Type.
           MOVE SPACES to find-type.
           MOVE find-polnum to polNum1-in.
           READ polfile
               INVALID KEY PERFORM 865-Archive-Type
               NOT INVALID KEY MOVE poltype-in to find-type
           END-READ.
       865-Archive-Type.
           MOVE "N" to EOF-POLARC-SW.
           MOVE find-polnum to arc-polnum-in.
           MOVE ZERO to arc-deldate-in.
           MOVE ZERO to arc-deltime-in.
           START archive KEY IS NOT LESS THAN arc-key-in
               INVALID KEY MOVE "Y" to EOF-POLARC-SW
           END-START.
           PERFORM 870-Archive-Type-Read UNTIL EOF-POLARC.
       870-Archive-Type-Read.
           READ archive NEXT RECORD
               AT END MOVE "Y" to EOF-POLARC-SW
               NOT AT END
                   IF arc-polnum-in NOT = find-polnum
                       MOVE "Y" to EOF-POLARC-SW
                   ELSE
                       MOVE arc-poltype-in to find-type
                   END-IF
           END-READ.
       900-Close.
           DISPLAY "Loss ratio analysis complete. Period "
           PERIOD-START " to " PERIOD-END " Watch list agents: "
           WATCH-CNT.
           CLOSE polfile agent archive payhist claim lossrpt.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
           MOVE EDIT-DATE(1:4) to EDIT-YYYY.
           MOVE EDIT-DATE(5:2) to EDIT-MM.
           MOVE EDIT-DATE(7:2) to EDIT-DD.
           IF EDIT-MM < 1 OR EDIT-MM > 12
               MOVE "N" to DATE-OK-SW
           ELSE
               MOVE DIM(EDIT-MM) to DAYS-IN-MONTH
               DIVIDE EDIT-YYYY BY 4 GIVING TEMP
                   REMAINDER REM4
               DIVIDE EDIT-YYYY BY 100 GIVING TEMP
                   REMAINDER REM100
               DIVIDE EDIT-YYYY BY 400 GIVING TEMP
                   REMAINDER REM400
               IF EDIT-MM = 2 AND REM4 = 0
                       AND (REM100 NOT = 0 OR REM400 = 0)
                   MOVE 29 to DAYS-IN-MONTH
               END-IF
               IF EDIT-DD < 1 OR EDIT-DD > DAYS-IN-MONTH
                   MOVE "N" to DATE-OK-SW
               END-IF
               IF EDIT-YYYY < 1900 OR EDIT-YYYY > 2199
                   MOVE "N" to DATE-OK-SW
               END-IF
           END-IF.
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
       9700-Shift-Months.
           COMPUTE MONTH-TOTAL = CALC-YYYY * 12 + CALC-MM - 1
               + MONTH-SHIFT.
           DIVIDE MONTH-TOTAL BY 12 GIVING CALC-YYYY
               REMAINDER CALC-MM.
           ADD 1 to CALC-MM.
           PERFORM 9500-Month-Days.
           IF CALC-DD > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH to CALC-DD
           END-IF.
       END PROGRAM POLLOSS.
