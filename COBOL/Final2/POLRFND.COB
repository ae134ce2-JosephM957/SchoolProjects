      ******************************************************************
      * Author:
      * Date:
      * Purpose: return premium and refund register run. Sweeps
      *          archive.dat for policies that have left the master
      *          (DELETE, the POLCANCL nonpayment cancellation and the
      *          POLLAPSE lapse all archive the policy first) and
      *          that have no entry on refund.dat yet, and works out
      *          the premium earned for the current term pro rata
      *          from the term start (the policy date, or one year
      *          before the policy term date once it has renewed) to
      *          the date the policy left, on the term premium plus
      *          the modal surcharge for its billing mode. That is
      *          set against what payhist.dat shows was collected for
      *          the term (payments and suspense applied, less
      *          reversals and refunds already made). Any excess is
      *          the return premium: it is written to refund.dat,
      *          posted to payhist.dat as a type F refund record so
      *          the cash journal, commission run and GL feed see it,
      *          and printed on the refund register with the holder
      *          name and address from holder.dat so accounting can
      *          cut the check. Entries with nothing to return are
      *          written to refund.dat as no refund due so they are
      *          not looked at again. A return premium too large to
      *          post through payhist.dat is written to refund.dat as
      *          held for accounting, with no refund record, and
      *          printed as an exception once, so accounting can pay
      *          it by hand. Unapplied cash that POLBILL
      *          SUSREF marked for refund on suspense.dat is printed
      *          on the same register and marked refunded. Entries
      *          already marked REINSTATED are skipped. Runs from
      *          the nightly stream after the lapse step, or on its
      *          own, using the business date on runctl.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRFND.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL polfile ASSIGN TO 'polfile.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is polNum1-in
        ALTERNATE RECORD key is polAgent-in WITH DUPLICATES.
       select OPTIONAL archive ASSIGN to 'archive.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is arc-key-in.
       select OPTIONAL poltype ASSIGN to 'poltype.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is poltype-key-in.
       select OPTIONAL holder ASSIGN to 'holder.dat'
        organization is INDEXED
        ACCESS mode is RANDOM
        RECORD key is hold-num-in.
       select OPTIONAL payhist ASSIGN to 'payhist.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is ph-key-in.
       select OPTIONAL suspense ASSIGN to 'suspense.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is sus-key-in.
       select OPTIONAL refund ASSIGN to 'refund.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is ref-key-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select rfndrpt assign to 'rfndrpt.dat'.
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
       fd poltype.
       01 poltyperec.
       03 poltype-key-in.
          05 poltype-code-in pic x(3).
          05 poltype-eff-in pic 9(8).
       03 poltype-desc-in pic x(20).
       03 poltype-rate-in pic 9v999.
       03 poltype-sursemi-in pic 9v999.
       03 poltype-surqtr-in pic 9v999.
       03 poltype-surmth-in pic 9v999.
       03 poltype-retain-in pic 9(8).
       fd holder.
       01 holderrec.
       03 hold-num-in pic x(5).
       03 hold-name-in pic x(20).
       03 hold-addr-in pic x(30).
       03 hold-phone-in pic x(10).
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
       fd suspense.
       01 suspenserec.
       03 sus-key-in.
          05 sus-recdate-in pic 9(8).
          05 sus-rectime-in pic 9(8).
       03 sus-polnum-in pic x(6).
       03 sus-billdate-in pic 9(8).
       03 sus-amount-in pic 9(4)v99.
       03 sus-applied-in pic 9(4)v99.
       03 sus-oper-in pic x(5).
       03 sus-reason-in pic x(30).
       03 sus-status-in pic x(1).
       03 sus-actdate-in pic 9(8).
       fd refund.
       01 refundrec.
       03 ref-key-in.
          05 ref-source-in pic x(1).
          05 ref-polnum-in pic x(6).
          05 ref-date-in pic 9(8).
          05 ref-time-in pic 9(8).
       03 ref-holder-in pic x(5).
       03 ref-agent-in pic x(5).
       03 ref-reason-in pic x(30).
       03 ref-termprem-in pic 9(5)v99.
       03 ref-earned-in pic 9(5)v99.
       03 ref-collected-in pic 9(5)v99.
       03 ref-amount-in pic 9(5)v99.
       03 ref-status-in pic x(1).
       03 ref-regdate-in pic 9(8).
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
       fd rfndrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 wstime pic 9(8).
       01 CENTURY pic 99 value 20.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 RFNHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "REFUND REGISTER".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 RFNHDR2.
       10          PIC X(3).
       10          Value "Src " pic x(5).
       10          Value "Policy " pic x(8).
       10          Value "Payee " pic x(22).
       10          Value "Agent " pic x(7).
       10          Value "Reason " pic x(32).
       10          Value "Term Prem " pic x(11).
       10          Value "Earned " pic x(11).
       10          Value "Collected " pic x(11).
       10          Value "Refund " pic x(10).
       01 RFNLine.
       10          pic x(3).
       10          rfn-source-out pic x(1).
       10          pic x(4).
       10          rfn-polnum-out pic x(6).
       10          pic x(2).
       10          rfn-holder-out pic x(20).
       10          pic x(2).
       10          rfn-agent-out pic x(5).
       10          pic x(2).
       10          rfn-reason-out pic x(30).
       10          pic x(2).
       10          rfn-termprem-out pic z(4)9.99.
       10          pic x(3).
       10          rfn-earned-out pic z(4)9.99.
       10          pic x(3).
       10          rfn-collected-out pic z(4)9.99.
       10          pic x(3).
       10          rfn-amount-out pic z(4)9.99.
       01 RFNADDRLine.
       10          pic x(16).
       10          rfn-addr-out pic x(30).
       01 RFNEXCLine.
       10          pic x(3).
       10          pic x(19) value "REFUND EXCEPTION - ".
       10          rexc-polnum-out pic x(6).
       10          pic x(3).
       10          rexc-reason-out pic x(30).
       01 RFNTOTLine.
       10          pic x(3).
       10          rtot-label-out pic x(24).
       10          rtot-cnt-out pic zzzz9.
       10          pic x(5).
       10          pic x(8) value "AMOUNT ".
       10          rtot-amt-out pic z(8)9.99.
       01 EOF-ARCHIVE-SW pic x value "N".
          88 EOF-ARCHIVE value "Y".
       01 EOF-PAYHIST-SW pic x value "N".
          88 EOF-PAYHIST value "Y".
       01 EOF-SUSPENSE-SW pic x value "N".
          88 EOF-SUSPENSE value "Y".
       01 EOF-TYPE-SW pic x value "N".
          88 EOF-TYPE value "Y".
       01 RATE-FOUND-SW pic x value "N".
          88 RATE-FOUND value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 NIGHT-STEP-CNT EXTERNAL pic 9(7).
       01 RUN-DATE pic 9(8).
       01 TERM-START pic 9(8).
       01 TERM-END pic 9(8).
       01 COVER-END pic 9(8).
       01 START-DAYS pic 9(7).
       01 TERM-DAYS pic 9(5).
       01 USED-DAYS pic s9(5).
       01 SUR-RATE pic 9v999.
       01 TERM-PREM pic 9(5)v99.
       01 EARNED-PREM pic 9(5)v99.
       01 COLLECTED pic s9(7)v99.
       01 REFUND-AMT pic s9(7)v99.
       01 REFUND-CNT pic 9(5) value zero.
       01 REFUND-TOT pic 9(9)v99 value zero.
       01 NONE-CNT pic 9(5) value zero.
       01 SUSREF-CNT pic 9(5) value zero.
       01 SUSREF-TOT pic 9(9)v99 value zero.
       01 REFUND-EXC-CNT pic 9(5) value zero.
       01 tfind-code pic x(3).
       01 tfind-date pic 9(8).
       01 tfind-sursemi pic 9v999.
       01 tfind-surqtr pic 9v999.
       01 tfind-surmth pic 9v999.
       01 CALC-DATE.
          05 CALC-YYYY pic 9(4).
          05 CALC-MM pic 99.
          05 CALC-DD pic 99.
       01 CALC-DATE-N REDEFINES CALC-DATE pic 9(8).
       01 DAYS-IN-MONTH pic 99.
       01 TEMP pic 9(4).
       01 REM4 pic 9(4).
       01 REM100 pic 9(4).
       01 REM400 pic 9(4).
       01 DIM-TABLE pic x(24) value "312831303130313130313031".
       01 DIM-R REDEFINES DIM-TABLE.
          05 DIM occurs 12 times pic 9(2).
       01 CUM-TABLE pic x(36) value
          "000031059090120151181212243273304334".
       01 CUM-R REDEFINES CUM-TABLE.
          05 CUM occurs 12 times pic 9(3).
       01 DAY-SERIAL pic 9(7).
       01 LEAP-CNT pic 9(5).
       01 PRIOR-YYYY pic 9(4).
       01 LEAP-Q4 pic 9(4).
       01 LEAP-Q100 pic 9(4).
       01 LEAP-Q400 pic 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           IF RUNCTL-OK
               PERFORM 300-Archive-Pass
               PERFORM 500-Suspense-Pass
               PERFORM 600-Totals
           END-IF.
           PERFORM 700-Close.
           COMPUTE NIGHT-STEP-CNT = REFUND-CNT + SUSREF-CNT.
           MOVE REFUND-EXC-CNT to RETURN-CODE.
           GOBACK.
       100-Open.
           OPEN INPUT polfile.
           OPEN INPUT archive.
           OPEN INPUT poltype.
           OPEN INPUT holder.
           OPEN I-O payhist.
           OPEN I-O suspense.
           OPEN I-O refund.
           OPEN OUTPUT rfndrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 120-Read-Runctl.
           PERFORM 200-Header.
       120-Read-Runctl.
           OPEN INPUT runctl.
           READ runctl
               AT END MOVE "N" to RUNCTL-OK-SW
               NOT AT END MOVE "Y" to RUNCTL-OK-SW
           END-READ.
           CLOSE runctl.
           IF RUNCTL-OK
               MOVE run-busdate-in to RUN-DATE
           ELSE
               DISPLAY "Error the run control file runctl.dat is "
               "missing or empty. Refund run abandoned."
           END-IF.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM RFNHDR1 AFTER ADVANCING PAGE.
           WRITE PRINTREC FROM RFNHDR2 AFTER ADVANCING 1 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Archive-Pass.
           MOVE "N" to EOF-ARCHIVE-SW.
           MOVE LOW-VALUES to arc-key-in.
           START archive KEY IS NOT LESS THAN arc-key-in
               INVALID KEY MOVE "Y" to EOF-ARCHIVE-SW
           END-START.
           PERFORM 310-Archive-Read UNTIL EOF-ARCHIVE.
       310-Archive-Read.
           READ archive NEXT RECORD
               AT END MOVE "Y" to EOF-ARCHIVE-SW
               NOT AT END PERFORM 320-Archive-Select
           END-READ.
       320-Archive-Select.
           IF arc-reason-in(1:10) NOT = "REINSTATED"
                   AND arc-deldate-in NOT > RUN-DATE
               MOVE "A" to ref-source-in
               MOVE arc-polnum-in to ref-polnum-in
               MOVE arc-deldate-in to ref-date-in
               MOVE arc-deltime-in to ref-time-in
               READ refund
                   INVALID KEY PERFORM 330-Refund-Calc
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF.
       330-Refund-Calc.
           PERFORM 340-Term-Dates.
           PERFORM 350-Earned-Premium.
           PERFORM 360-Collected.
           COMPUTE REFUND-AMT = COLLECTED - EARNED-PREM.
           IF REFUND-AMT < ZERO
               MOVE ZERO to REFUND-AMT
           END-IF.
           IF REFUND-AMT > 9999.99
               ADD 1 to REFUND-EXC-CNT
               MOVE arc-polnum-in to rexc-polnum-out
               MOVE "REFUND TOO LARGE - SEE ACCTG" to rexc-reason-out
               WRITE PRINTREC FROM RFNEXCLine AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 370-Refund-Write.
       340-Term-Dates.
           IF arc-polterm-in NUMERIC
               MOVE arc-polterm-in to TERM-END
               MOVE TERM-END to CALC-DATE-N
               SUBTRACT 1 FROM CALC-YYYY
               PERFORM 9500-Month-Days
               IF CALC-DD > DAYS-IN-MONTH
                   MOVE DAYS-IN-MONTH to CALC-DD
               END-IF
               MOVE CALC-DATE-N to TERM-START
               IF TERM-START < arc-poldate-in
                   MOVE arc-poldate-in to TERM-START
               END-IF
           ELSE
               MOVE arc-poldate-in to TERM-START
               MOVE TERM-START to CALC-DATE-N
               ADD 1 to CALC-YYYY
               PERFORM 9500-Month-Days
               IF CALC-DD > DAYS-IN-MONTH
                   MOVE DAYS-IN-MONTH to CALC-DD
               END-IF
               MOVE CALC-DATE-N to TERM-END
           END-IF.
           IF arc-deldate-in < TERM-END
               MOVE arc-deldate-in to COVER-END
           ELSE
               MOVE TERM-END to COVER-END
           END-IF.
       350-Earned-Premium.
           MOVE TERM-START to CALC-DATE-N.
           PERFORM 9800-Date-To-Days.
           MOVE DAY-SERIAL to START-DAYS.
           MOVE TERM-END to CALC-DATE-N.
           PERFORM 9800-Date-To-Days.
           COMPUTE TERM-DAYS = DAY-SERIAL - START-DAYS.
           IF TERM-DAYS = ZERO
               MOVE 1 to TERM-DAYS
           END-IF.
           MOVE COVER-END to CALC-DATE-N.
           PERFORM 9800-Date-To-Days.
           COMPUTE USED-DAYS = DAY-SERIAL - START-DAYS.
           IF USED-DAYS < ZERO
               MOVE ZERO to USED-DAYS
           END-IF.
           MOVE ZERO to SUR-RATE.
           MOVE arc-poltype-in to tfind-code.
           MOVE TERM-START to tfind-date.
           PERFORM 9150-Poltype-Find.
           IF RATE-FOUND
               EVALUATE arc-polmode-in
                   WHEN "S"
                       MOVE tfind-sursemi to SUR-RATE
                   WHEN "Q"
                       MOVE tfind-surqtr to SUR-RATE
                   WHEN "M"
                       MOVE tfind-surmth to SUR-RATE
               END-EVALUATE
           END-IF.
           COMPUTE TERM-PREM ROUNDED
               = arc-polprem-in * (100 + SUR-RATE) / 100.
           COMPUTE EARNED-PREM ROUNDED
               = TERM-PREM * USED-DAYS / TERM-DAYS.
       360-Collected.
           MOVE ZERO to COLLECTED.
           MOVE "N" to EOF-PAYHIST-SW.
           MOVE arc-polnum-in to ph-polnum-in.
           MOVE TERM-START to ph-billdate-in.
           MOVE ZERO to ph-paydate-in.
           MOVE ZERO to ph-paytime-in.
           START payhist KEY IS NOT LESS THAN ph-key-in
               INVALID KEY MOVE "Y" to EOF-PAYHIST-SW
           END-START.
           PERFORM 365-Collected-Read UNTIL EOF-PAYHIST.
       365-Collected-Read.
           READ payhist NEXT RECORD
               AT END MOVE "Y" to EOF-PAYHIST-SW
               NOT AT END
                   IF ph-polnum-in NOT = arc-polnum-in
                       MOVE "Y" to EOF-PAYHIST-SW
                   ELSE
                       EVALUATE ph-type-in
                           WHEN "R"
                               SUBTRACT ph-amount-in FROM COLLECTED
                           WHEN "F"
                               SUBTRACT ph-amount-in FROM COLLECTED
                           WHEN "W"
                               CONTINUE
                           WHEN OTHER
                               ADD ph-amount-in to COLLECTED
                       END-EVALUATE
                   END-IF
           END-READ.
       370-Refund-Write.
           MOVE arc-polholder-in to ref-holder-in.
           MOVE arc-polagent-in to ref-agent-in.
           MOVE arc-reason-in to ref-reason-in.
           MOVE TERM-PREM to ref-termprem-in.
           MOVE EARNED-PREM to ref-earned-in.
           IF COLLECTED < ZERO
               MOVE ZERO to ref-collected-in
           ELSE
               MOVE COLLECTED to ref-collected-in
           END-IF.
           MOVE REFUND-AMT to ref-amount-in.
           MOVE RUN-DATE to ref-regdate-in.
           EVALUATE TRUE
               WHEN REFUND-AMT = ZERO
                   MOVE "N" to ref-status-in
                   ADD 1 to NONE-CNT
               WHEN REFUND-AMT > 9999.99
                   MOVE "H" to ref-status-in
               WHEN OTHER
                   MOVE "I" to ref-status-in
           END-EVALUATE.
           WRITE refundrec
               INVALID KEY
                   MOVE arc-polnum-in to rexc-polnum-out
                   PERFORM 390-Refund-Dup-Error
               NOT INVALID KEY
                   IF ref-status-in = "I"
                       PERFORM 380-Refund-History
                   END-IF
           END-WRITE.
       380-Refund-History.
           MOVE arc-polnum-in to ph-polnum-in.
           MOVE arc-deldate-in to ph-billdate-in.
           MOVE RUN-DATE to ph-paydate-in.
           ACCEPT WSTIME FROM TIME.
           MOVE WSTIME to ph-paytime-in.
           MOVE arc-polagent-in to ph-agent-in.
           MOVE REFUND-AMT to ph-amount-in.
           MOVE "F" to ph-type-in.
           PERFORM 385-Payhist-Write.
           ADD 1 to REFUND-CNT.
           ADD REFUND-AMT to REFUND-TOT.
           MOVE arc-polholder-in to hold-num-in.
           PERFORM 400-Print-Refund.
       385-Payhist-Write.
           WRITE payhistrec
               INVALID KEY PERFORM 387-Payhist-Bump
           END-WRITE.
       387-Payhist-Bump.
           ADD 1 to ph-paytime-in.
           PERFORM 385-Payhist-Write.
       390-Refund-Dup-Error.
           ADD 1 to REFUND-EXC-CNT.
           MOVE "ALREADY ON REFUND FILE" to rexc-reason-out.
           WRITE PRINTREC FROM RFNEXCLine AFTER ADVANCING 1 LINE.
       400-Print-Refund.
           READ holder
               INVALID KEY
                   MOVE SPACES to hold-name-in
                   MOVE SPACES to hold-addr-in
               NOT INVALID KEY CONTINUE
           END-READ.
           MOVE ref-source-in to rfn-source-out.
           MOVE ref-polnum-in to rfn-polnum-out.
           MOVE hold-name-in to rfn-holder-out.
           MOVE ref-agent-in to rfn-agent-out.
           MOVE ref-reason-in to rfn-reason-out.
           MOVE ref-termprem-in to rfn-termprem-out.
           MOVE ref-earned-in to rfn-earned-out.
           MOVE ref-collected-in to rfn-collected-out.
           MOVE ref-amount-in to rfn-amount-out.
           MOVE hold-addr-in to rfn-addr-out.
           ADD 2 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM RFNLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM RFNADDRLine AFTER ADVANCING 1 LINE.
       500-Suspense-Pass.
           MOVE "N" to EOF-SUSPENSE-SW.
           MOVE LOW-VALUES to sus-key-in.
           START suspense KEY IS NOT LESS THAN sus-key-in
               INVALID KEY MOVE "Y" to EOF-SUSPENSE-SW
           END-START.
           PERFORM 510-Suspense-Read UNTIL EOF-SUSPENSE.
       510-Suspense-Read.
           READ suspense NEXT RECORD
               AT END MOVE "Y" to EOF-SUSPENSE-SW
               NOT AT END
                   IF sus-status-in = "F"
                       PERFORM 520-Suspense-Refund
                   END-IF
           END-READ.
       520-Suspense-Refund.
           MOVE "S" to ref-source-in.
           MOVE sus-polnum-in to ref-polnum-in.
           MOVE sus-recdate-in to ref-date-in.
           MOVE sus-rectime-in to ref-time-in.
           MOVE SPACES to ref-holder-in.
           MOVE SPACES to ref-agent-in.
           MOVE sus-polnum-in to polNum1-in.
           READ polfile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE polHolder-in to ref-holder-in
                   MOVE polAgent-in to ref-agent-in
           END-READ.
           MOVE "UNAPPLIED CASH RETURNED" to ref-reason-in.
           MOVE ZERO to ref-termprem-in.
           MOVE ZERO to ref-earned-in.
           MOVE sus-amount-in to ref-collected-in.
           COMPUTE ref-amount-in = sus-amount-in - sus-applied-in.
           MOVE "I" to ref-status-in.
           MOVE RUN-DATE to ref-regdate-in.
           WRITE refundrec
               INVALID KEY
                   MOVE sus-polnum-in to rexc-polnum-out
                   PERFORM 390-Refund-Dup-Error
               NOT INVALID KEY
                   MOVE "R" to sus-status-in
                   REWRITE suspenserec
                   ADD 1 to SUSREF-CNT
                   ADD ref-amount-in to SUSREF-TOT
                   MOVE ref-holder-in to hold-num-in
                   PERFORM 400-Print-Refund
           END-WRITE.
       600-Totals.
           MOVE "RETURN PREMIUM REFUNDS " to rtot-label-out.
           MOVE REFUND-CNT to rtot-cnt-out.
           MOVE REFUND-TOT to rtot-amt-out.
           WRITE PRINTREC FROM RFNTOTLine AFTER ADVANCING 2 LINES.
           MOVE "SUSPENSE REFUNDS " to rtot-label-out.
           MOVE SUSREF-CNT to rtot-cnt-out.
           MOVE SUSREF-TOT to rtot-amt-out.
           WRITE PRINTREC FROM RFNTOTLine AFTER ADVANCING 1 LINE.
           MOVE "NO REFUND DUE " to rtot-label-out.
           MOVE NONE-CNT to rtot-cnt-out.
           MOVE ZERO to rtot-amt-out.
           WRITE PRINTREC FROM RFNTOTLine AFTER ADVANCING 1 LINE.
       700-Close.
           DISPLAY "Refund run complete. Refunds: " REFUND-CNT
           " Suspense refunds: " SUSREF-CNT " No refund due: "
           NONE-CNT " Exceptions: " REFUND-EXC-CNT.
           CLOSE polfile archive poltype holder payhist suspense refund
               rfndrpt.
       9150-Poltype-Find.
           MOVE "N" to RATE-FOUND-SW.
           MOVE "N" to EOF-TYPE-SW.
           MOVE ZERO to tfind-sursemi.
           MOVE ZERO to tfind-surqtr.
           MOVE ZERO to tfind-surmth.
           MOVE tfind-code to poltype-code-in.
           MOVE ZERO to poltype-eff-in.
           START poltype KEY IS NOT LESS THAN poltype-key-in
               INVALID KEY MOVE "Y" to EOF-TYPE-SW
           END-START.
           PERFORM 9160-Poltype-Find2 UNTIL EOF-TYPE.
       9160-Poltype-Find2.
           READ poltype NEXT RECORD
               AT END MOVE "Y" to EOF-TYPE-SW
               NOT AT END PERFORM 9170-Poltype-Find3
           END-READ.
       9170-Poltype-Find3.
           IF poltype-code-in NOT = tfind-code
               MOVE "Y" to EOF-TYPE-SW
           ELSE
               IF poltype-eff-in NOT > tfind-date
                   MOVE "Y" to RATE-FOUND-SW
                   MOVE poltype-sursemi-in to tfind-sursemi
                   MOVE poltype-surqtr-in to tfind-surqtr
                   MOVE poltype-surmth-in to tfind-surmth
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
       9800-Date-To-Days.
           COMPUTE PRIOR-YYYY = CALC-YYYY - 1.
           DIVIDE PRIOR-YYYY BY 4 GIVING LEAP-Q4.
           DIVIDE PRIOR-YYYY BY 100 GIVING LEAP-Q100.
           DIVIDE PRIOR-YYYY BY 400 GIVING LEAP-Q400.
           COMPUTE LEAP-CNT = LEAP-Q4 - LEAP-Q100 + LEAP-Q400.
           COMPUTE DAY-SERIAL = CALC-YYYY * 365 + LEAP-CNT
               + CUM(CALC-MM) + CALC-DD.
           IF CALC-MM > 2
               DIVIDE CALC-YYYY BY 4 GIVING TEMP
                   REMAINDER REM4
               DIVIDE CALC-YYYY BY 100 GIVING TEMP
                   REMAINDER REM100
               DIVIDE CALC-YYYY BY 400 GIVING TEMP
                   REMAINDER REM400
               IF REM4 = 0 AND (REM100 NOT = 0 OR REM400 = 0)
                   ADD 1 to DAY-SERIAL
               END-IF
           END-IF.
       END PROGRAM POLRFND.
