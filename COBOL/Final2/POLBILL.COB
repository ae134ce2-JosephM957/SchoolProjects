      * Purpose: premium billing and payment posting subsystem.
      *          BILL sweeps polfile.dat and writes an invoice on
      *          invoice.dat for every policy in force on the billing
      *          date whose next installment has fallen due (due 30
      *          days later). The policy billing mode (A annual,
      *          S semi-annual, Q quarterly, M monthly) sets the number
      *          of installments per term; each installment is the
      *          premium divided by that number (the last one of the
      *          term takes the rounding) plus the modal surcharge for
      *          the mode off the poltype rate in force on the
      *          installment date. The policy next installment date is
      *          then stepped on by the mode interval.
      *          POST applies a payment keyed at the console; BATCH
      *          applies payments from paytrans.dat the way the
      *          policy batch add reads poltrans.dat. AGE prints the
      *          every posting with its recorded pay time (the key
      *          quoted to REVERSE) followed by per day totals - so
      *          each day's postings can be balanced to the deposit.
      *          A payment that cannot be matched to an invoice, or
      *          the part of a payment that is more than the open
      *          balance of its invoice, is not rejected but written
      *          to the unapplied cash suspense file suspense.dat
      *          (policy and bill date quoted, amount, date and time
      *          received, operator). APPLY applies all or part of a
      *          suspense item to an open invoice (payment history
      *          type S), SUSREF marks the unapplied rest of an item
      *          for refund, and SUSAGE prints the aged suspense
      *          listing. Suspense receipts show on the cash journal
      *          in their own column so the day still ties to the
      *          deposit, and return premium refunds made by POLRFND
      *          (history type F) show as cash paid out.
      *          Requires an operator sign-on against operator.dat;
      *          functions that move money need maintenance level.
      * Tectonics: cobc
        organization is INDEXED
        ACCESS mode is RANDOM
        RECORD key is agent-in.
       select OPTIONAL poltype ASSIGN to 'poltype.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is poltype-key-in.
       select OPTIONAL invoice ASSIGN to 'invoice.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is ph-key-in.
       select OPTIONAL suspense ASSIGN to 'suspense.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is sus-key-in.
       select OPTIONAL paytrans ASSIGN to 'paytrans.dat'
        organization is LINE SEQUENTIAL.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
       03 comm-rate-in pic 9v999.
       03 agent-mgr-in pic x(5).
       03 ovr-rate-in pic 9v999.
       03 agent-lic-in pic x(10).
       03 agent-lines-in pic x(15).
       03 agent-lines-r redefines agent-lines-in.
          05 agent-line-in occurs 5 times pic x(3).
       03 agent-licexp-in pic 9(8).
       fd polfile.
       01 polfilerec.
       03 polNum1-in pic x(6).
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
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
       fd paytrans.
       01 paytransrec.
       03 pay-polnum-in pic x(6).
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       fd billrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       10          Value "Pay Date " pic x(10).
       10          Value "Payments " pic x(10).
       10          Value "Amount " pic x(13).
       10          Value "Suspense " pic x(10).
       10          Value "Amount " pic x(13).
       10          Value "Reversals " pic x(11).
       10          Value "Amount " pic x(13).
       10          Value "Refunds " pic x(11).
       10          Value "Amount " pic x(13).
       10          Value "Net Cash " pic x(13).
       01 JRNLine.
       10          pic x(3).
       10          pic x(3).
       10          jrn-pamt-out pic z(8)9.99.
       10          pic x(3).
       10          jrn-scnt-out pic zzzz9.
       10          pic x(3).
       10          jrn-samt-out pic z(8)9.99.
       10          pic x(3).
       10          jrn-rcnt-out pic zzzz9.
       10          pic x(4).
       10          jrn-ramt-out pic z(8)9.99.
       10          pic x(3).
       10          jrn-fcnt-out pic zzzz9.
       10          pic x(4).
       10          jrn-famt-out pic z(8)9.99.
       10          pic x(2).
       10          jrn-net-out pic z(8)9.99-.
       01 SUSHDR2.
       10          pic x(3).
       10          Value "Received " pic x(10).
       10          Value "Rec Time " pic x(10).
       10          Value "Policy " pic x(8).
       10          Value "Bill Date " pic x(10).
       10          Value "Oper " pic x(7).
       10          Value "St " pic x(4).
       10          Value "Unapplied " pic x(10).
       10          Value "0-30 " pic x(10).
       10          Value "31-60 " pic x(10).
       10          Value "61-90 " pic x(10).
       10          Value "Over 90 " pic x(10).
       10          Value "Reason " pic x(7).
       01 SUSLine.
       10          pic x(3).
       10          sus-recdate-out pic x(8).
       10          pic x(2).
       10          sus-rectime-out pic x(8).
       10          pic x(2).
       10          sus-polnum-out pic x(6).
       10          pic x(2).
       10          sus-billdate-out pic x(8).
       10          pic x(2).
       10          sus-oper-out pic x(5).
       10          pic x(2).
       10          sus-status-out pic x(1).
       10          pic x(3).
       10          sus-remain-out pic z(3)9.99.
       10          pic x(3).
       10          sus-b30-out pic z(3)9.99 blank when zero.
       10          pic x(3).
       10          sus-b60-out pic z(3)9.99 blank when zero.
       10          pic x(3).
       10          sus-b90-out pic z(3)9.99 blank when zero.
       10          pic x(3).
       10          sus-bov-out pic z(3)9.99 blank when zero.
       10          pic x(3).
       10          sus-reason-out pic x(20).
       01 SUSTOTLine.
       10          pic x(3).
       10          pic x(16) value "TOTAL SUSPENSE ".
       10          sust-cnt-out pic zzzz9.
       10          pic x(12) value "  UNAPPLIED ".
       10          sust-remain-out pic z(6)9.99.
       10          pic x(7) value "  0-30 ".
       10          sust-b30-out pic z(6)9.99.
       10          pic x(8) value "  31-60 ".
       10          sust-b60-out pic z(6)9.99.
       10          pic x(8) value "  61-90 ".
       10          sust-b90-out pic z(6)9.99.
       10          pic x(10) value "  OVER 90 ".
       10          sust-bov-out pic z(6)9.99.
       01 EOF-POLFILE-SW pic x value "N".
          88 EOF-POLFILE value "Y".
       01 EOF-INVOICE-SW pic x value "N".
          88 EOF-INVOICE value "Y".
       01 EOF-PAYHIST-SW pic x value "N".
          88 EOF-PAYHIST value "Y".
       01 EOF-SUSPENSE-SW pic x value "N".
          88 EOF-SUSPENSE value "Y".
       01 EOF-PAYTRANS-SW pic x value "N".
          88 EOF-PAYTRANS value "Y".
       01 BATCH-MODE-SW pic x value "N".
       01 BILL-EXC-CNT pic 9(5) value zero.
       01 POST-CNT pic 9(5) value zero.
       01 POST-AMT-TOT pic 9(9)v99 value zero.
       01 SUS-CNT pic 9(5) value zero.
       01 SUS-AMT-TOT pic 9(9)v99 value zero.
       01 APPLY-AMT pic 9(4)v99.
       01 SUS-EXCESS pic 9(4)v99.
       01 SUS-REMAIN pic 9(4)v99.
       01 SUS-REASON pic x(30).
       01 AMT-EDIT pic z(3)9.99.
       01 sus-recdateU-in pic 9(8).
       01 sus-rectimeU-in pic 9(8).
       01 SUSAGE-CNT pic 9(5) value zero.
       01 SUSAGE-REMAIN pic 9(9)v99 value zero.
       01 SUSAGE-B30 pic 9(9)v99 value zero.
       01 SUSAGE-B60 pic 9(9)v99 value zero.
       01 SUSAGE-B90 pic 9(9)v99 value zero.
       01 SUSAGE-BOV pic 9(9)v99 value zero.
       01 pay-polnumU-in pic x(6).
       01 pay-billdateU-in pic 9(8).
       01 pay-amountU-in pic 9(4)v99.
             10 JRN-DATE pic 9(8).
             10 JRN-PCNT pic 9(5) value zero.
             10 JRN-PAMT pic 9(9)v99 value zero.
             10 JRN-SCNT pic 9(5) value zero.
             10 JRN-SAMT pic 9(9)v99 value zero.
             10 JRN-RCNT pic 9(5) value zero.
             10 JRN-RAMT pic 9(9)v99 value zero.
             10 JRN-FCNT pic 9(5) value zero.
             10 JRN-FAMT pic 9(9)v99 value zero.
       01 JRN-OCCURS pic 9(3) value zero.
       01 JRN-IDX pic 9(3).
       01 JFOUND-SW pic x value "N".
       01 JRN-GRAND-PAMT pic 9(9)v99 value zero.
       01 JRN-GRAND-RAMT pic 9(9)v99 value zero.
       01 JRN-GRAND-PCNT pic 9(5) value zero.
       01 JRN-GRAND-SAMT pic 9(9)v99 value zero.
       01 JRN-GRAND-SCNT pic 9(5) value zero.
       01 JRN-GRAND-FAMT pic 9(9)v99 value zero.
       01 JRN-GRAND-FCNT pic 9(5) value zero.
       01 JRN-GRAND-RCNT pic 9(5) value zero.
       01 INV-BALANCE pic 9(4)v99.
       01 DAYS-PAST pic s9(7).
       01 ASOF-DAYS pic 9(7).
       01 EDIT-YYYY pic 9(4).
       01 EDIT-MM pic 99.
       01 EDIT-DD pic 99.
       01 INST-CNT pic 99.
       01 INST-MONTHS pic 99.
       01 INST-NO pic s9(3).
       01 INST-BASE pic 9(4)v99.
       01 INST-AMT pic 9(4)v99.
       01 INST-SURCH pic 9(4)v99.
       01 INST-SUR-RATE pic 9v999.
       01 TERM-MONTHS pic 9(6).
       01 NEXT-MONTHS pic 9(6).
       01 tfind-code pic x(3).
       01 tfind-date pic 9(8).
       01 tfind-sursemi pic 9v999.
       01 tfind-surqtr pic 9v999.
       01 tfind-surmth pic 9v999.
       01 RATE-FOUND-SW pic x value "N".
          88 RATE-FOUND value "Y".
       01 EOF-TYPE-SW pic x value "N".
          88 EOF-TYPE value "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           END-IF.
           PERFORM 300-Exit.
       100-Open.
           OPEN I-O polfile.
           OPEN INPUT poltype.
           OPEN INPUT agent.
           OPEN INPUT holder.
           OPEN INPUT operator.
           OPEN I-O invoice.
           OPEN I-O payhist.
           OPEN I-O suspense.
           OPEN EXTEND billrpt.
           IF BILLRPT-STATUS = "35"
               OPEN OUTPUT billrpt
           WRITE PRINTREC FROM BILHDR1 AFTER ADVANCING PAGE.
           MOVE ZERO to LINE-COUNT.
       300-Exit.
           CLOSE polfile poltype agent holder operator invoice payhist
               suspense billrpt.
           GOBACK.
       350-Signon.
           DISPLAY "Enter your operator ID to sign on.".
           DISPLAY "Error operator " OPER-ID " is not authorized "
           "for that function.".
       400-Menu.
           DISPLAY "Enter BILL, POST, BATCH, REVERSE, JRNL, AGE, "
           "APPLY, SUSREF, SUSAGE or exit depending on what you would "
           "like to do.".
           ACCEPT choice.
           PERFORM UNTIL choice = "exit"
               EVALUATE choice
                       PERFORM 950-Cash-Journal
                   WHEN "AGE"
                       PERFORM 800-Age-Run
                   WHEN "APPLY"
                       IF OPER-LEVEL < 2
                           PERFORM 380-Auth-Error
                       ELSE
                           PERFORM 1000-Susp-Apply
                       END-IF
                   WHEN "SUSREF"
                       IF OPER-LEVEL < 2
                           PERFORM 380-Auth-Error
                       ELSE
                           PERFORM 1100-Susp-Refund
                       END-IF
                   WHEN "SUSAGE"
                       PERFORM 1200-Susp-Age
                   WHEN OTHER
                       DISPLAY "Error choice must be BILL, POST, "
                       "BATCH, REVERSE, JRNL, AGE, APPLY, SUSREF or "
                       "SUSAGE"
               END-EVALUATE
               DISPLAY "Enter BILL, POST, BATCH, REVERSE, JRNL, AGE, "
               "APPLY, SUSREF, SUSAGE or exit."
               ACCEPT choice
           END-PERFORM.
       500-Bill-Run.
               NOT AT END PERFORM 520-Bill-Select
           END-READ.
       520-Bill-Select.
           IF polTerm-in NUMERIC AND polNextBill-in NUMERIC
               MOVE polTerm-in to TERM-NUM
               IF TERM-NUM NOT < BILL-DATE
                       AND polNextBill-in NOT > BILL-DATE
                       AND polNextBill-in < TERM-NUM
                   PERFORM 525-Bill-Amount
                   PERFORM 530-Bill-Write
               END-IF
           END-IF.
       525-Bill-Amount.
           EVALUATE polMode-in
               WHEN "S"
                   MOVE 2 to INST-CNT
                   MOVE 6 to INST-MONTHS
               WHEN "Q"
                   MOVE 4 to INST-CNT
                   MOVE 3 to INST-MONTHS
               WHEN "M"
                   MOVE 12 to INST-CNT
                   MOVE 1 to INST-MONTHS
               WHEN OTHER
                   MOVE 1 to INST-CNT
                   MOVE 12 to INST-MONTHS
           END-EVALUATE.
           COMPUTE INST-BASE = polPrem-in / INST-CNT.
           MOVE INST-BASE to INST-AMT.
           PERFORM 527-Inst-Number.
           IF INST-NO = INST-CNT
               COMPUTE INST-AMT = polPrem-in
                   - INST-BASE * (INST-CNT - 1)
           END-IF.
           MOVE ZERO to INST-SUR-RATE.
           MOVE poltype-in to tfind-code.
           MOVE polNextBill-in to tfind-date.
           PERFORM 9150-Poltype-Find.
           IF RATE-FOUND
               EVALUATE polMode-in
                   WHEN "S"
                       MOVE tfind-sursemi to INST-SUR-RATE
                   WHEN "Q"
                       MOVE tfind-surqtr to INST-SUR-RATE
                   WHEN "M"
                       MOVE tfind-surmth to INST-SUR-RATE
               END-EVALUATE
           END-IF.
           COMPUTE INST-SURCH ROUNDED = INST-AMT * INST-SUR-RATE / 100.
           ADD INST-SURCH to INST-AMT.
       527-Inst-Number.
           MOVE TERM-NUM to CALC-DATE-N.
           COMPUTE TERM-MONTHS = CALC-YYYY * 12 + CALC-MM - 12.
           MOVE polNextBill-in to CALC-DATE-N.
           COMPUTE NEXT-MONTHS = CALC-YYYY * 12 + CALC-MM.
           COMPUTE INST-NO = (NEXT-MONTHS - TERM-MONTHS) / INST-MONTHS
               + 1.
       530-Bill-Write.
           MOVE polNum1-in to inv-polnum-in.
           MOVE BILL-DATE to inv-billdate-in.
               UNTIL DAY-SUB > 30.
           MOVE CALC-DATE-N to inv-duedate-in.
           MOVE polAgent-in to inv-agent-in.
           MOVE INST-AMT to inv-amt-in.
           MOVE ZERO to inv-paid-in.
           MOVE "O" to inv-status-in.
           WRITE invoicerec
                   ADD inv-amt-in to BILL-AMT-TOT
                   MOVE "INVOICE" to bil-action-out
                   PERFORM 550-Print-Bill-Line
                   PERFORM 545-Next-Installment
           END-WRITE.
       540-Bill-Dup-Error.
           ADD 1 to BILL-EXC-CNT.
           MOVE polNum1-in to bexc-polnum-out.
           MOVE "ALREADY BILLED THIS DATE" to bexc-reason-out.
           WRITE PRINTREC FROM BILEXCLine AFTER ADVANCING 1 LINE.
       545-Next-Installment.
           MOVE polNextBill-in to CALC-DATE-N.
           ADD INST-MONTHS to CALC-MM.
           IF CALC-MM > 12
               SUBTRACT 12 FROM CALC-MM
               ADD 1 to CALC-YYYY
           END-IF.
           MOVE polDate-in(7:2) to CALC-DD.
           PERFORM 9500-Month-Days.
           IF CALC-DD > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH to CALC-DD
           END-IF.
           MOVE CALC-DATE-N to polNextBill-in.
           REWRITE polfilerec.
       550-Print-Bill-Line.
           MOVE inv-polnum-in to bil-polnum-out.
           MOVE inv-billdate-in to bil-billdate-out.
               NOT INVALID KEY PERFORM 670-Post-Payment
           END-READ.
       660-Post-Error.
           IF NOT BATCH-MODE
               DISPLAY "No invoice on file for that policy and "
               "billing date. The payment goes to unapplied cash "
               "suspense."
           END-IF.
           MOVE pay-amountU-in to SUS-EXCESS.
           MOVE "INVOICE NOT ON FILE" to SUS-REASON.
           PERFORM 690-Suspense-Write.
       670-Post-Payment.
           MOVE pay-amountU-in to APPLY-AMT.
           MOVE ZERO to SUS-EXCESS.
           IF inv-status-in NOT = "O" OR inv-paid-in NOT < inv-amt-in
               MOVE ZERO to INV-BALANCE
               MOVE "INVOICE NOT OPEN" to SUS-REASON
           ELSE
               COMPUTE INV-BALANCE = inv-amt-in - inv-paid-in
               MOVE "OVERPAYMENT" to SUS-REASON
           END-IF.
           IF APPLY-AMT > INV-BALANCE
               COMPUTE SUS-EXCESS = APPLY-AMT - INV-BALANCE
               MOVE INV-BALANCE to APPLY-AMT
           END-IF.
           IF APPLY-AMT > ZERO
               PERFORM 680-Post-Payment2
           END-IF.
           IF SUS-EXCESS > ZERO
               IF NOT BATCH-MODE
                   DISPLAY "The payment is more than the open balance "
                   "of the invoice. The excess goes to unapplied cash "
                   "suspense."
               END-IF
               PERFORM 690-Suspense-Write
           END-IF.
       680-Post-Payment2.
           ADD APPLY-AMT to inv-paid-in.
           IF inv-paid-in NOT < inv-amt-in
               MOVE "P" to inv-status-in
           END-IF.
           ACCEPT WSTIME FROM TIME.
           MOVE WSTIME to ph-paytime-in.
           MOVE inv-agent-in to ph-agent-in.
           MOVE APPLY-AMT to ph-amount-in.
           MOVE "P" to ph-type-in.
           PERFORM 685-Payhist-Write.
           ADD 1 to POST-CNT.
           ADD APPLY-AMT to POST-AMT-TOT.
           MOVE APPLY-AMT to bil-amt-out.
           MOVE "PAYMENT" to bil-action-out.
           MOVE inv-polnum-in to bil-polnum-out.
           MOVE inv-billdate-in to bil-billdate-out.
       687-Payhist-Bump.
           ADD 1 to ph-paytime-in.
           PERFORM 685-Payhist-Write.
       690-Suspense-Write.
           MOVE RUN-DATE to sus-recdate-in.
           ACCEPT WSTIME FROM TIME.
           MOVE WSTIME to sus-rectime-in.
           MOVE pay-polnumU-in to sus-polnum-in.
           MOVE pay-billdateU-in to sus-billdate-in.
           MOVE SUS-EXCESS to sus-amount-in.
           MOVE ZERO to sus-applied-in.
           MOVE OPER-ID to sus-oper-in.
           MOVE SUS-REASON to sus-reason-in.
           MOVE "O" to sus-status-in.
           MOVE ZERO to sus-actdate-in.
           PERFORM 695-Suspense-Add.
           ADD 1 to SUS-CNT.
           ADD SUS-EXCESS to SUS-AMT-TOT.
           MOVE "SUSPENSE" to bil-action-out.
           MOVE SUS-EXCESS to bil-amt-out.
           MOVE sus-polnum-in to bil-polnum-out.
           MOVE sus-billdate-in to bil-billdate-out.
           MOVE SPACES to bil-duedate-out.
           MOVE SPACES to bil-agent-out.
           PERFORM 699-Print-Pay-Line.
           IF NOT BATCH-MODE
               MOVE SUS-EXCESS to AMT-EDIT
               DISPLAY "Amount " AMT-EDIT " held in suspense as "
               "received date " sus-recdate-in " time "
               sus-rectime-in " - quote these to APPLY or SUSREF."
           END-IF.
       695-Suspense-Add.
           WRITE suspenserec
               INVALID KEY PERFORM 697-Suspense-Bump
           END-WRITE.
       697-Suspense-Bump.
           ADD 1 to sus-rectime-in.
           PERFORM 695-Suspense-Add.
       699-Print-Pay-Line.
           MOVE bil-polnum-out to polNum1-in.
           READ polfile
               INVALID KEY MOVE SPACES to polHolder-in
               NOT INVALID KEY CONTINUE
           END-READ.
           PERFORM 560-Holder-Name.
           MOVE hold-name-in to bil-holder-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM BILLine AFTER ADVANCING 1 LINE.
       700-Pay-Batch.
           OPEN INPUT paytrans.
           MOVE "N" to EOF-PAYTRANS-SW.
           MOVE "Y" to BATCH-MODE-SW.
           MOVE ZERO to POST-CNT.
           MOVE ZERO to POST-AMT-TOT.
           MOVE ZERO to SUS-CNT.
           MOVE ZERO to SUS-AMT-TOT.
           PERFORM 710-Pay-Read UNTIL EOF-PAYTRANS.
           MOVE "N" to BATCH-MODE-SW.
           CLOSE paytrans.
           MOVE POST-CNT to bilt-cnt-out.
           MOVE POST-AMT-TOT to bilt-amt-out.
           WRITE PRINTREC FROM BILTOTLine AFTER ADVANCING 2 LINES.
           MOVE "SENT TO SUSPENSE " to bilt-label-out.
           MOVE SUS-CNT to bilt-cnt-out.
           MOVE SUS-AMT-TOT to bilt-amt-out.
           WRITE PRINTREC FROM BILTOTLine AFTER ADVANCING 1 LINE.
           DISPLAY "Payment batch complete. Posted: " POST-CNT
           " To suspense: " SUS-CNT.
       710-Pay-Read.
           READ paytrans
               AT END MOVE "Y" to EOF-PAYTRANS-SW
           MOVE ZERO to JRN-GRAND-PAMT.
           MOVE ZERO to JRN-GRAND-RCNT.
           MOVE ZERO to JRN-GRAND-RAMT.
           MOVE ZERO to JRN-GRAND-SCNT.
           MOVE ZERO to JRN-GRAND-SAMT.
           MOVE ZERO to JRN-GRAND-FCNT.
           MOVE ZERO to JRN-GRAND-FAMT.
           PERFORM 200-Header.
           WRITE PRINTREC FROM "   DAILY CASH JOURNAL"
               AFTER ADVANCING 1 LINE.
               INVALID KEY MOVE "Y" to EOF-PAYHIST-SW
           END-START.
           PERFORM 955-Jrn-Read UNTIL EOF-PAYHIST.
           WRITE PRINTREC FROM "   UNAPPLIED CASH TO SUSPENSE"
               AFTER ADVANCING 2 LINES.
           MOVE "N" to EOF-SUSPENSE-SW.
           MOVE LOW-VALUES to sus-key-in.
           START suspense KEY IS NOT LESS THAN sus-key-in
               INVALID KEY MOVE "Y" to EOF-SUSPENSE-SW
           END-START.
           PERFORM 970-Jrn-Susp-Read UNTIL EOF-SUSPENSE.
           WRITE PRINTREC FROM JRNHDR2 AFTER ADVANCING 2 LINES.
           PERFORM VARYING JRN-IDX FROM 1 BY 1
                   UNTIL JRN-IDX > JRN-OCCURS
           MOVE "TOTAL" to jrn-date-out.
           MOVE JRN-GRAND-PCNT to jrn-pcnt-out.
           MOVE JRN-GRAND-PAMT to jrn-pamt-out.
           MOVE JRN-GRAND-SCNT to jrn-scnt-out.
           MOVE JRN-GRAND-SAMT to jrn-samt-out.
           MOVE JRN-GRAND-RCNT to jrn-rcnt-out.
           MOVE JRN-GRAND-RAMT to jrn-ramt-out.
           MOVE JRN-GRAND-FCNT to jrn-fcnt-out.
           MOVE JRN-GRAND-FAMT to jrn-famt-out.
           COMPUTE JRN-NET = JRN-GRAND-PAMT + JRN-GRAND-SAMT
               - JRN-GRAND-RAMT - JRN-GRAND-FAMT.
           MOVE JRN-NET to jrn-net-out.
           WRITE PRINTREC FROM JRNLine AFTER ADVANCING 2 LINES.
           DISPLAY "Cash journal complete. Days listed: " JRN-OCCURS.
                   MOVE ph-paydate-in to JRN-DATE(JRN-IDX)
                   MOVE ZERO to JRN-PCNT(JRN-IDX)
                   MOVE ZERO to JRN-PAMT(JRN-IDX)
                   MOVE ZERO to JRN-SCNT(JRN-IDX)
                   MOVE ZERO to JRN-SAMT(JRN-IDX)
                   MOVE ZERO to JRN-RCNT(JRN-IDX)
                   MOVE ZERO to JRN-RAMT(JRN-IDX)
                   MOVE ZERO to JRN-FCNT(JRN-IDX)
                   MOVE ZERO to JRN-FAMT(JRN-IDX)
                   PERFORM 962-Jrn-Add
               ELSE
                   WRITE PRINTREC FROM "CASH JOURNAL TABLE FULL"
                   ADD ph-amount-in to JRN-GRAND-RAMT
               WHEN "W"
                   CONTINUE
               WHEN "S"
                   CONTINUE
               WHEN "F"
                   ADD 1 to JRN-FCNT(JRN-IDX)
                   ADD ph-amount-in to JRN-FAMT(JRN-IDX)
                   ADD 1 to JRN-GRAND-FCNT
                   ADD ph-amount-in to JRN-GRAND-FAMT
               WHEN OTHER
                   ADD 1 to JRN-PCNT(JRN-IDX)
                   ADD ph-amount-in to JRN-PAMT(JRN-IDX)
           MOVE JRN-DATE(JRN-IDX) to jrn-date-out.
           MOVE JRN-PCNT(JRN-IDX) to jrn-pcnt-out.
           MOVE JRN-PAMT(JRN-IDX) to jrn-pamt-out.
           MOVE JRN-SCNT(JRN-IDX) to jrn-scnt-out.
           MOVE JRN-SAMT(JRN-IDX) to jrn-samt-out.
           MOVE JRN-RCNT(JRN-IDX) to jrn-rcnt-out.
           MOVE JRN-RAMT(JRN-IDX) to jrn-ramt-out.
           MOVE JRN-FCNT(JRN-IDX) to jrn-fcnt-out.
           MOVE JRN-FAMT(JRN-IDX) to jrn-famt-out.
           COMPUTE JRN-NET = JRN-PAMT(JRN-IDX) + JRN-SAMT(JRN-IDX)
               - JRN-RAMT(JRN-IDX) - JRN-FAMT(JRN-IDX).
           MOVE JRN-NET to jrn-net-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               WRITE PRINTREC FROM JRNHDR2 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINTREC FROM JRNLine AFTER ADVANCING 1 LINE.
       970-Jrn-Susp-Read.
           READ suspense NEXT RECORD
               AT END MOVE "Y" to EOF-SUSPENSE-SW
               NOT AT END PERFORM 975-Jrn-Susp-Accum
           END-READ.
       975-Jrn-Susp-Accum.
           MOVE sus-polnum-in to jrnd-polnum-out.
           MOVE sus-billdate-in to jrnd-billdate-out.
           MOVE sus-recdate-in to jrnd-paydate-out.
           MOVE sus-rectime-in to jrnd-paytime-out.
           MOVE "U" to jrnd-type-out.
           MOVE sus-amount-in to jrnd-amt-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
               WRITE PRINTREC FROM JRNDTLHDR AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINTREC FROM JRNDTLLine AFTER ADVANCING 1 LINE.
           MOVE "N" to JFOUND-SW.
           PERFORM VARYING JRN-IDX FROM 1 BY 1
                   UNTIL JRN-IDX > JRN-OCCURS
               IF JRN-DATE(JRN-IDX) = sus-recdate-in
                   PERFORM 977-Jrn-Susp-Add
                   MOVE "Y" to JFOUND-SW
               END-IF
           END-PERFORM.
           IF NOT JRN-FOUND
               IF JRN-OCCURS < 200
                   ADD 1 to JRN-OCCURS
                   MOVE JRN-OCCURS to JRN-IDX
                   MOVE sus-recdate-in to JRN-DATE(JRN-IDX)
                   MOVE ZERO to JRN-PCNT(JRN-IDX)
                   MOVE ZERO to JRN-PAMT(JRN-IDX)
                   MOVE ZERO to JRN-SCNT(JRN-IDX)
                   MOVE ZERO to JRN-SAMT(JRN-IDX)
                   MOVE ZERO to JRN-RCNT(JRN-IDX)
                   MOVE ZERO to JRN-RAMT(JRN-IDX)
                   MOVE ZERO to JRN-FCNT(JRN-IDX)
                   MOVE ZERO to JRN-FAMT(JRN-IDX)
                   PERFORM 977-Jrn-Susp-Add
               ELSE
                   WRITE PRINTREC FROM "CASH JOURNAL TABLE FULL"
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       977-Jrn-Susp-Add.
           ADD 1 to JRN-SCNT(JRN-IDX).
           ADD sus-amount-in to JRN-SAMT(JRN-IDX).
           ADD 1 to JRN-GRAND-SCNT.
           ADD sus-amount-in to JRN-GRAND-SAMT.
       1000-Susp-Apply.
           DISPLAY "Enter the received date of the suspense item in "
           "the format YYYYMMDD.".
           ACCEPT sus-recdateU-in.
           DISPLAY "Enter the received time of the suspense item as "
           "it appears on the suspense listing.".
           ACCEPT sus-rectimeU-in.
           MOVE sus-recdateU-in to sus-recdate-in.
           MOVE sus-rectimeU-in to sus-rectime-in.
           READ suspense
               INVALID KEY
                   DISPLAY "Error no suspense item on file for that "
                   "received date and time"
               NOT INVALID KEY
                   PERFORM 1010-Susp-Apply2
           END-READ.
       1010-Susp-Apply2.
           IF sus-status-in NOT = "O"
               DISPLAY "Error that suspense item is not open. Nothing "
               "was applied."
           ELSE
               COMPUTE SUS-REMAIN = sus-amount-in - sus-applied-in
               MOVE SUS-REMAIN to AMT-EDIT
               DISPLAY "Suspense item quoting policy " sus-polnum-in
               " has " AMT-EDIT " unapplied."
               DISPLAY "Enter the policy number of the invoice to "
               "apply it to."
               ACCEPT pay-polnumU-in
               DISPLAY "Enter the billing date of the invoice in the "
               "format YYYYMMDD."
               ACCEPT pay-billdateU-in
               MOVE pay-polnumU-in to inv-polnum-in
               MOVE pay-billdateU-in to inv-billdate-in
               READ invoice
                   INVALID KEY
                       DISPLAY "Error no invoice on file for that "
                       "policy and billing date. Nothing was applied."
                   NOT INVALID KEY
                       PERFORM 1020-Susp-Apply3
               END-READ
           END-IF.
       1020-Susp-Apply3.
           IF inv-status-in NOT = "O" OR inv-paid-in NOT < inv-amt-in
               DISPLAY "Error that invoice is not open. Nothing was "
               "applied."
           ELSE
               COMPUTE INV-BALANCE = inv-amt-in - inv-paid-in
               MOVE INV-BALANCE to AMT-EDIT
               DISPLAY "The invoice balance is " AMT-EDIT
               ". Enter the amount to apply."
               ACCEPT APPLY-AMT
               IF APPLY-AMT = ZERO OR APPLY-AMT > SUS-REMAIN
                       OR APPLY-AMT > INV-BALANCE
                   DISPLAY "Error the amount must be more than zero "
                   "and no more than the unapplied amount or the "
                   "invoice balance. Nothing was applied."
               ELSE
                   PERFORM 1030-Susp-Post
               END-IF
           END-IF.
       1030-Susp-Post.
           ADD APPLY-AMT to inv-paid-in.
           IF inv-paid-in NOT < inv-amt-in
               MOVE "P" to inv-status-in
           END-IF.
           REWRITE invoicerec.
           MOVE inv-polnum-in to ph-polnum-in.
           MOVE inv-billdate-in to ph-billdate-in.
           MOVE RUN-DATE to ph-paydate-in.
           ACCEPT WSTIME FROM TIME.
           MOVE WSTIME to ph-paytime-in.
           MOVE inv-agent-in to ph-agent-in.
           MOVE APPLY-AMT to ph-amount-in.
           MOVE "S" to ph-type-in.
           PERFORM 685-Payhist-Write.
           ADD APPLY-AMT to sus-applied-in.
           MOVE RUN-DATE to sus-actdate-in.
           IF sus-applied-in NOT < sus-amount-in
               MOVE "A" to sus-status-in
           END-IF.
           REWRITE suspenserec.
           MOVE "APPLIED" to bil-action-out.
           MOVE APPLY-AMT to bil-amt-out.
           MOVE inv-polnum-in to bil-polnum-out.
           MOVE inv-billdate-in to bil-billdate-out.
           MOVE inv-duedate-in to bil-duedate-out.
           MOVE inv-agent-in to bil-agent-out.
           PERFORM 699-Print-Pay-Line.
           DISPLAY "Suspense applied. Invoice status is now "
           inv-status-in ". Suspense item status is now "
           sus-status-in ".".
       1100-Susp-Refund.
           DISPLAY "Enter the received date of the suspense item in "
           "the format YYYYMMDD.".
           ACCEPT sus-recdateU-in.
           DISPLAY "Enter the received time of the suspense item as "
           "it appears on the suspense listing.".
           ACCEPT sus-rectimeU-in.
           MOVE sus-recdateU-in to sus-recdate-in.
           MOVE sus-rectimeU-in to sus-rectime-in.
           READ suspense
               INVALID KEY
                   DISPLAY "Error no suspense item on file for that "
                   "received date and time"
               NOT INVALID KEY
                   PERFORM 1110-Susp-Refund2
           END-READ.
       1110-Susp-Refund2.
           IF sus-status-in NOT = "O"
               DISPLAY "Error that suspense item is not open. Nothing "
               "was marked."
           ELSE
               COMPUTE SUS-REMAIN = sus-amount-in - sus-applied-in
               MOVE "F" to sus-status-in
               MOVE RUN-DATE to sus-actdate-in
               REWRITE suspenserec
               MOVE "SUS REFND" to bil-action-out
               MOVE SUS-REMAIN to bil-amt-out
               MOVE sus-polnum-in to bil-polnum-out
               MOVE sus-billdate-in to bil-billdate-out
               MOVE SPACES to bil-duedate-out
               MOVE SPACES to bil-agent-out
               PERFORM 699-Print-Pay-Line
               MOVE SUS-REMAIN to AMT-EDIT
               DISPLAY "Suspense item marked for refund. Amount to "
               "refund " AMT-EDIT "."
           END-IF.
       1200-Susp-Age.
           MOVE ZERO to SUSAGE-CNT.
           MOVE ZERO to SUSAGE-REMAIN.
           MOVE ZERO to SUSAGE-B30.
           MOVE ZERO to SUSAGE-B60.
           MOVE ZERO to SUSAGE-B90.
           MOVE ZERO to SUSAGE-BOV.
           MOVE RUN-DATE to CALC-DATE-N.
           PERFORM 9800-Date-To-Days.
           MOVE DAY-SERIAL to ASOF-DAYS.
           PERFORM 200-Header.
           WRITE PRINTREC FROM "   UNAPPLIED CASH SUSPENSE AGING"
               AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM SUSHDR2 AFTER ADVANCING 1 LINE.
           MOVE "N" to EOF-SUSPENSE-SW.
           MOVE LOW-VALUES to sus-key-in.
           START suspense KEY IS NOT LESS THAN sus-key-in
               INVALID KEY MOVE "Y" to EOF-SUSPENSE-SW
           END-START.
           PERFORM 1210-Susp-Age-Read UNTIL EOF-SUSPENSE.
           MOVE SUSAGE-CNT to sust-cnt-out.
           MOVE SUSAGE-REMAIN to sust-remain-out.
           MOVE SUSAGE-B30 to sust-b30-out.
           MOVE SUSAGE-B60 to sust-b60-out.
           MOVE SUSAGE-B90 to sust-b90-out.
           MOVE SUSAGE-BOV to sust-bov-out.
           WRITE PRINTREC FROM SUSTOTLine AFTER ADVANCING 2 LINES.
           DISPLAY "Suspense aging complete. Items listed: "
           SUSAGE-CNT.
       1210-Susp-Age-Read.
           READ suspense NEXT RECORD
               AT END MOVE "Y" to EOF-SUSPENSE-SW
               NOT AT END PERFORM 1220-Susp-Age-Detail
           END-READ.
       1220-Susp-Age-Detail.
           IF sus-status-in = "O" OR sus-status-in = "F"
               ADD 1 to SUSAGE-CNT
               COMPUTE SUS-REMAIN = sus-amount-in - sus-applied-in
               ADD SUS-REMAIN to SUSAGE-REMAIN
               MOVE sus-recdate-in to CALC-DATE-N
               PERFORM 9800-Date-To-Days
               COMPUTE DAYS-PAST = ASOF-DAYS - DAY-SERIAL
               MOVE sus-recdate-in to sus-recdate-out
               MOVE sus-rectime-in to sus-rectime-out
               MOVE sus-polnum-in to sus-polnum-out
               MOVE sus-billdate-in to sus-billdate-out
               MOVE sus-oper-in to sus-oper-out
               MOVE sus-status-in to sus-status-out
               MOVE SUS-REMAIN to sus-remain-out
               MOVE sus-reason-in to sus-reason-out
               MOVE ZERO to sus-b30-out
               MOVE ZERO to sus-b60-out
               MOVE ZERO to sus-b90-out
               MOVE ZERO to sus-bov-out
               EVALUATE TRUE
                   WHEN DAYS-PAST NOT > 30
                       MOVE SUS-REMAIN to sus-b30-out
                       ADD SUS-REMAIN to SUSAGE-B30
                   WHEN DAYS-PAST NOT > 60
                       MOVE SUS-REMAIN to sus-b60-out
                       ADD SUS-REMAIN to SUSAGE-B60
                   WHEN DAYS-PAST NOT > 90
                       MOVE SUS-REMAIN to sus-b90-out
                       ADD SUS-REMAIN to SUSAGE-B90
                   WHEN OTHER
                       MOVE SUS-REMAIN to sus-bov-out
                       ADD SUS-REMAIN to SUSAGE-BOV
               END-EVALUATE
               ADD 1 to LINE-COUNT
               IF LINE-COUNT > 50
                   PERFORM 200-Header
                   WRITE PRINTREC FROM SUSHDR2 AFTER ADVANCING 1 LINE
               END-IF
               WRITE PRINTREC FROM SUSLine AFTER ADVANCING 1 LINE
           END-IF.
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
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
           MOVE EDIT-DATE(1:4) to EDIT-YYYY.
