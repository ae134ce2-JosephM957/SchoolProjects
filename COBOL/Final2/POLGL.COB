      *          glfeed.dat of account/debit/credit records and
      *          prints a control report proving debits equal
      *          credits before the file is handed to accounting.
      *          Unapplied cash from suspense.dat is carried to its
      *          own liability account: money received to suspense in
      *          the period is debited to cash and credited to
      *          suspense, suspense applied to invoices (payment
      *          history type S) relieves suspense against the
      *          receivable and earns commission like any payment, and
      *          suspense marked for refund in the period relieves
      *          suspense against cash. The suspense balance left on
      *          file is printed as a memo line. Return premium
      *          refunded by POLRFND (payment history type F) reduces
      *          premium income against cash and charges the
      *          commission on it back.
      *          Claims come from the POLCLAIM case reserve
      *          transactions on reserve.dat: reserves set or
      *          increased in the period are booked to claim expense
      *          against the reserve liability, claim payments draw
      *          the reserve down against cash, and reserves released
      *          on denied or closed claims reverse the expense. The
      *          reserve outstanding at period end is printed as a
      *          memo line.
      *          Accounts: 1100 cash, 1200 premium receivable,
      *          2100 commission payable, 2300 unapplied cash
      *          suspense, 2500 claim reserves, 4100 premium income,
      *          5100 commission expense, 5200 policy write offs,
      *          5300 claim expense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is arc-key-in.
       select OPTIONAL suspense ASSIGN to 'suspense.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is sus-key-in.
       select OPTIONAL clmresv ASSIGN to 'reserve.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is rsv-key-in.
       select glfeed assign to 'glfeed.dat'
        organization is LINE SEQUENTIAL.
       select glrpt assign to 'glrpt.dat'.
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
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
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
       fd clmresv.
       01 reserverec.
       03 rsv-key-in.
          05 rsv-polnum-in pic x(6).
          05 rsv-clmnum-in pic x(4).
          05 rsv-date-in pic 9(8).
          05 rsv-time-in pic 9(8).
       03 rsv-type-in pic x(1).
       03 rsv-amount-in pic 9(8)v99.
       03 rsv-agent-in pic x(5).
       03 rsv-ctype-in pic x(3).
       fd glfeed.
       01 glfeedrec.
       03 gl-period-out pic 9(6).
       10          gll-debit-out pic z(8)9.99.
       10          pic x(3).
       10          gll-credit-out pic z(8)9.99.
       01 GLMEMOLine.
       10          pic x(10).
       10          pic x(9) value "MEMO".
       10          glmemo-desc-out pic x(30).
       10          pic x(2).
       10          glmemo-amt-out pic z(8)9.99.
       01 GLTOTLine.
       10          pic x(10).
       10          gltot-label-out pic x(20).
          88 EOF-ARCHIVE value "Y".
       01 EOF-POLINV-SW pic x value "N".
          88 EOF-POLINV value "Y".
       01 EOF-SUSPENSE-SW pic x value "N".
          88 EOF-SUSPENSE value "Y".
       01 EOF-RESERVE-SW pic x value "N".
          88 EOF-RESERVE value "Y".
       01 GL-PERIOD pic 9(6).
       01 GL-PERIOD-R REDEFINES GL-PERIOD.
          05 GL-YYYY pic 9(4).
       01 CASH-CNT pic 9(5) value zero.
       01 REV-TOT pic 9(9)v99 value zero.
       01 REV-CNT pic 9(5) value zero.
       01 RFND-TOT pic 9(9)v99 value zero.
       01 RFND-CNT pic 9(5) value zero.
       01 SUSIN-TOT pic 9(9)v99 value zero.
       01 SUSAPP-TOT pic 9(9)v99 value zero.
       01 SUSREF-TOT pic 9(9)v99 value zero.
       01 SUSBAL-TOT pic 9(9)v99 value zero.
       01 SUS-REMAIN pic 9(4)v99.
       01 RSVSET-TOT pic 9(9)v99 value zero.
       01 CLMPAID-TOT pic 9(9)v99 value zero.
       01 RSVREL-TOT pic 9(9)v99 value zero.
       01 RSVBAL-TOT pic s9(9)v99 value zero.
       01 COMM-TOT pic 9(9)v99 value zero.
       01 CHGCOMM-TOT pic 9(9)v99 value zero.
       01 COMM-AMT pic 9(5)v99.
           PERFORM 400-Sum-Cash.
           PERFORM 440-Sum-Overrides.
           PERFORM 500-Sum-Writeoffs.
           PERFORM 550-Sum-Suspense.
           PERFORM 580-Sum-Reserves.
           PERFORM 600-Build-Feed.
           PERFORM 650-Balance-Check.
           PERFORM 700-Close.
           OPEN INPUT payhist.
           OPEN INPUT agent.
           OPEN INPUT archive.
           OPEN INPUT suspense.
           OPEN INPUT clmresv.
           OPEN OUTPUT glfeed.
           OPEN OUTPUT glrpt.
           ACCEPT WSDATE FROM DATE.
                   WHEN "W"
                       ADD COMM-AMT to CHGCOMM-TOT
                       COMPUTE HIST-NET = 0 - ph-amount-in
                   WHEN "F"
                       ADD 1 to RFND-CNT
                       ADD ph-amount-in to RFND-TOT
                       ADD COMM-AMT to CHGCOMM-TOT
                       COMPUTE HIST-NET = 0 - ph-amount-in
                   WHEN "S"
                       ADD ph-amount-in to SUSAPP-TOT
                       ADD COMM-AMT to COMM-TOT
                       MOVE ph-amount-in to HIST-NET
                   WHEN OTHER
                       ADD 1 to CASH-CNT
                       ADD ph-amount-in to CASH-TOT
                   END-IF
               END-IF
           END-IF.
       550-Sum-Suspense.
           MOVE "N" to EOF-SUSPENSE-SW.
           MOVE LOW-VALUES to sus-key-in.
           START suspense KEY IS NOT LESS THAN sus-key-in
               INVALID KEY MOVE "Y" to EOF-SUSPENSE-SW
           END-START.
           PERFORM 560-Suspense-Read UNTIL EOF-SUSPENSE.
       560-Suspense-Read.
           READ suspense NEXT RECORD
               AT END MOVE "Y" to EOF-SUSPENSE-SW
               NOT AT END PERFORM 570-Suspense-Select
           END-READ.
       570-Suspense-Select.
           COMPUTE SUS-REMAIN = sus-amount-in - sus-applied-in.
           IF sus-recdate-in NOT < PERIOD-START
                   AND sus-recdate-in NOT > PERIOD-END
               ADD sus-amount-in to SUSIN-TOT
           END-IF.
           IF (sus-status-in = "F" OR sus-status-in = "R")
                   AND sus-actdate-in NOT < PERIOD-START
                   AND sus-actdate-in NOT > PERIOD-END
               ADD SUS-REMAIN to SUSREF-TOT
           END-IF.
           IF sus-status-in = "O"
               ADD SUS-REMAIN to SUSBAL-TOT
           END-IF.
       580-Sum-Reserves.
           MOVE "N" to EOF-RESERVE-SW.
           MOVE LOW-VALUES to rsv-key-in.
           START clmresv KEY IS NOT LESS THAN rsv-key-in
               INVALID KEY MOVE "Y" to EOF-RESERVE-SW
           END-START.
           PERFORM 585-Reserve-Read UNTIL EOF-RESERVE.
       585-Reserve-Read.
           READ clmresv NEXT RECORD
               AT END MOVE "Y" to EOF-RESERVE-SW
               NOT AT END PERFORM 590-Reserve-Select
           END-READ.
       590-Reserve-Select.
           IF rsv-date-in NOT > PERIOD-END
               IF rsv-type-in = "S"
                   ADD rsv-amount-in to RSVBAL-TOT
               ELSE
                   SUBTRACT rsv-amount-in from RSVBAL-TOT
               END-IF
           END-IF.
           IF rsv-date-in NOT < PERIOD-START
                   AND rsv-date-in NOT > PERIOD-END
               EVALUATE rsv-type-in
                   WHEN "S"
                       ADD rsv-amount-in to RSVSET-TOT
                   WHEN "P"
                       ADD rsv-amount-in to CLMPAID-TOT
                   WHEN "R"
                       ADD rsv-amount-in to RSVREL-TOT
               END-EVALUATE
           END-IF.
       600-Build-Feed.
           IF BILLED-TOT > ZERO
               MOVE "1200" to FEED-ACCT
               MOVE CASH-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF SUSIN-TOT > ZERO
               MOVE "1100" to FEED-ACCT
               MOVE "UNAPPLIED CASH RECEIVED" to FEED-DESC
               MOVE SUSIN-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "2300" to FEED-ACCT
               MOVE "UNAPPLIED CASH SUSPENSE" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE SUSIN-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF SUSAPP-TOT > ZERO
               MOVE "2300" to FEED-ACCT
               MOVE "SUSPENSE APPLIED" to FEED-DESC
               MOVE SUSAPP-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "1200" to FEED-ACCT
               MOVE "SUSPENSE APPLIED - RECEIVABLE" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE SUSAPP-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF SUSREF-TOT > ZERO
               MOVE "2300" to FEED-ACCT
               MOVE "SUSPENSE REFUNDED" to FEED-DESC
               MOVE SUSREF-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "1100" to FEED-ACCT
               MOVE "SUSPENSE REFUNDED - CASH" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE SUSREF-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF REV-TOT > ZERO
               MOVE "1200" to FEED-ACCT
               MOVE "CASH REVERSED - RECEIVABLE" to FEED-DESC
               MOVE REV-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF RFND-TOT > ZERO
               MOVE "4100" to FEED-ACCT
               MOVE "RETURN PREMIUM" to FEED-DESC
               MOVE RFND-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "1100" to FEED-ACCT
               MOVE "RETURN PREMIUM REFUNDED" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE RFND-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF COMM-TOT > ZERO
               MOVE "5100" to FEED-ACCT
               MOVE "COMMISSION EARNED" to FEED-DESC
               MOVE WRITEOFF-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF RSVSET-TOT > ZERO
               MOVE "5300" to FEED-ACCT
               MOVE "CLAIM RESERVES SET" to FEED-DESC
               MOVE RSVSET-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "2500" to FEED-ACCT
               MOVE "CLAIM RESERVE LIABILITY" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE RSVSET-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF CLMPAID-TOT > ZERO
               MOVE "2500" to FEED-ACCT
               MOVE "CLAIMS PAID - RESERVE" to FEED-DESC
               MOVE CLMPAID-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "1100" to FEED-ACCT
               MOVE "CLAIMS PAID - CASH" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE CLMPAID-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
           IF RSVREL-TOT > ZERO
               MOVE "2500" to FEED-ACCT
               MOVE "CLAIM RESERVES RELEASED" to FEED-DESC
               MOVE RSVREL-TOT to FEED-DR
               MOVE ZERO to FEED-CR
               PERFORM 800-Write-Feed
               MOVE "5300" to FEED-ACCT
               MOVE "CLAIM EXPENSE RELIEVED" to FEED-DESC
               MOVE ZERO to FEED-DR
               MOVE RSVREL-TOT to FEED-CR
               PERFORM 800-Write-Feed
           END-IF.
       800-Write-Feed.
           MOVE GL-PERIOD to gl-period-out.
           MOVE FEED-ACCT to gl-acct-out.
           MOVE TOTAL-DR to gltot-debit-out.
           MOVE TOTAL-CR to gltot-credit-out.
           WRITE PRINTREC FROM GLTOTLine AFTER ADVANCING 2 LINES.
           MOVE "UNAPPLIED CASH ON FILE" to glmemo-desc-out.
           MOVE SUSBAL-TOT to glmemo-amt-out.
           WRITE PRINTREC FROM GLMEMOLine AFTER ADVANCING 2 LINES.
           MOVE "CLAIM RESERVES OUTSTANDING" to glmemo-desc-out.
           MOVE RSVBAL-TOT to glmemo-amt-out.
           WRITE PRINTREC FROM GLMEMOLine AFTER ADVANCING 1 LINE.
           IF TOTAL-DR = TOTAL-CR
               WRITE PRINTREC FROM
                   "          FEED IS IN BALANCE"
       700-Close.
           DISPLAY "GL interface run complete. Period: " GL-PERIOD
           " Feed records: " FEED-CNT.
           CLOSE invoice payhist agent archive suspense clmresv
               glfeed glrpt.
       END PROGRAM POLGL.
