      *          register with per agent and per type totals. Denied
      *          and paid claims stay on file so the full claim
      *          history of a policy can always be listed.
      *          Each payment is split across the surviving primary
      *          beneficiaries on bene.dat in proportion to their
      *          shares, falling back to the surviving contingents
      *          when no primary remains and to the estate of the
      *          insured when no beneficiary remains, and printed as
      *          a payee disbursement register.
      *          A case reserve is kept on reserve.dat as dated
      *          transactions per claim: APPR sets the reserve at the
      *          claim amount, each PAY draws it down (topping it up
      *          first when a payment would overdraw it), and DENY or
      *          CLOSE releases what is left. RESV lists the
      *          outstanding reserve on every claim as of any date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is clm-key-in.
       select OPTIONAL bene ASSIGN to 'bene.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is bene-key-in.
       select OPTIONAL clmresv ASSIGN to 'reserve.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is rsv-key-in.
       select claimrpt assign to 'claimrpt.dat'
        FILE STATUS is CLAIMRPT-STATUS.
       DATA DIVISION.
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
       fd claim.
       01 claimrec.
       03 clm-key-in.
       03 clm-paid-in pic 9(8)v99.
       03 clm-status-in pic x(1).
       03 clm-reason-in pic x(30).
       fd bene.
       01 benerec.
       03 bene-key-in.
          05 bene-polnum-in pic x(6).
          05 bene-seq-in pic 9(2).
       03 bene-name-in pic x(20).
       03 bene-rel-in pic x(10).
       03 bene-class-in pic x.
       03 bene-share-in pic 9(3)v99.
       03 bene-status-in pic x.
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
       fd claimrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       10          pic x(5).
       10          pic x(11) value "PAID AMT ".
       10          clmt-paid-out pic z(8)9.99.
       01 DISBHDR.
       10          pic x(10).
       10          pic x(28) value "PAYEE DISBURSEMENT - POLICY ".
       10          disb-polnum-out pic x(6).
       10          pic x(7) value " CLAIM ".
       10          disb-num-out pic x(4).
       10          pic x(10) value "  PAYMENT ".
       10          disb-pay-out pic z(7)9.99.
       01 DISBLine.
       10          pic x(12).
       10          pic x(6) value "PAYEE ".
       10          disb-name-out pic x(20).
       10          pic x(2).
       10          disb-rel-out pic x(10).
       10          pic x(2).
       10          disb-class-out pic x(10).
       10          pic x(2).
       10          pic x(6) value "SHARE ".
       10          disb-share-out pic zz9.99.
       10          pic x(3).
       10          disb-amt-out pic z(7)9.99.
       01 EOF-BENE-SW pic x value "N".
          88 EOF-BENE value "Y".
       01 BENE-TABLE.
          05 BENE-ENTRY occurs 10 times.
             10 BENE-NAME pic x(20).
             10 BENE-REL pic x(10).
             10 BENE-CLASS pic x.
             10 BENE-SHARE pic 9(3)v99.
       01 BENE-OCCURS pic 9(3) value zero.
       01 BENE-IDX pic 9(3).
       01 PAY-CLASS pic x.
       01 PAY-SHARE-TOT pic 9(5)v99.
       01 PAY-LEFT pic 9(8)v99.
       01 PAYEE-AMT pic 9(8)v99.
       01 PAYEE-LAST pic 9(3).
       01 RSVHDR.
       10          pic x(10).
       10          pic x(33) value "OUTSTANDING CLAIM RESERVES AS OF ".
       10          rsvh-asof-out pic 9(8).
       01 RSVLine.
       10          pic x(10).
       10          pic x(8) value "RESERVE ".
       10          rsvl-polnum-out pic x(6).
       10          pic x(2).
       10          rsvl-clmnum-out pic x(4).
       10          pic x(2).
       10          rsvl-agent-out pic x(5).
       10          pic x(2).
       10          rsvl-ctype-out pic x(3).
       10          pic x(3).
       10          rsvl-amt-out pic z(7)9.99-.
       01 RSVTOTLine.
       10          pic x(10).
       10          pic x(20) value "TOTAL RESERVES ".
       10          rsvt-cnt-out pic zzzz9.
       10          pic x(9) value " CLAIMS ".
       10          rsvt-amt-out pic z(8)9.99-.
       01 wstime pic 9(8).
       01 EOF-RESERVE-SW pic x value "N".
          88 EOF-RESERVE value "Y".
       01 RSV-BAL pic s9(9)v99.
       01 RSV-AMT pic 9(8)v99.
       01 RSV-TYPE pic x.
       01 RSV-SHORT pic 9(8)v99.
       01 rsv-asofU-in pic 9(8).
       01 RSV-CUR-KEY.
          05 RSV-CUR-POLNUM pic x(6).
          05 RSV-CUR-CLMNUM pic x(4).
       01 RSV-CUR-AGENT pic x(5).
       01 RSV-CUR-CTYPE pic x(3).
       01 RSV-CLAIM-BAL pic s9(9)v99.
       01 RSV-TOT pic s9(9)v99.
       01 RSV-CNT pic 9(5).
       01 EOF-CLAIM-SW pic x value "N".
          88 EOF-CLAIM value "Y".
       01 RUN-DATE pic 9(8).
       100-Open.
           OPEN INPUT polfile.
           OPEN I-O claim.
           OPEN INPUT bene.
           OPEN I-O clmresv.
           OPEN EXTEND claimrpt.
           IF CLAIMRPT-STATUS = "35"
               OPEN OUTPUT claimrpt
           WRITE PRINTREC FROM CLMHDR2 AFTER ADVANCING 1 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Exit.
           CLOSE polfile claim bene clmresv claimrpt.
           STOP RUN.
       400-Menu.
           DISPLAY "Enter ENTRY, APPR, DENY, PAY, CLOSE, REG, RESV "
           "or exit depending on what you would like to do.".
           ACCEPT choice.
           PERFORM UNTIL choice = "exit"
               EVALUATE choice
                       PERFORM 650-Claim-Deny
                   WHEN "PAY"
                       PERFORM 700-Claim-Pay
                   WHEN "CLOSE"
                       PERFORM 660-Claim-Close
                   WHEN "REG"
                       PERFORM 800-Register-Run
                   WHEN "RESV"
                       PERFORM 870-Reserve-Report
                   WHEN OTHER
                       DISPLAY "Error choice must be ENTRY, APPR, "
                       "DENY, PAY, CLOSE, REG or RESV"
               END-EVALUATE
               DISPLAY "Enter ENTRY, APPR, DENY, PAY, CLOSE, REG, "
               "RESV or exit."
               ACCEPT choice
           END-PERFORM.
       500-Claim-Entry.
                   REWRITE claimrec
                   MOVE "APPROVED" to clm-action-out
                   PERFORM 550-Print-Claim-Line
                   MOVE "S" to RSV-TYPE
                   MOVE clm-amt-in to RSV-AMT
                   PERFORM 780-Reserve-Write
                   DISPLAY "Claim " clm-num-in " on policy "
                   clm-polnum-in " was approved."
               ELSE
               CONTINUE
           ELSE
               IF clm-status-in = "E"
                       OR (clm-status-in = "A" AND clm-paid-in = ZERO)
                   DISPLAY "Enter the reason the claim is denied."
                   ACCEPT clm-reasonU-in
                   MOVE "D" to clm-status-in
                   REWRITE claimrec
                   MOVE "DENIED" to clm-action-out
                   PERFORM 550-Print-Claim-Line
                   PERFORM 790-Reserve-Release
                   DISPLAY "Claim " clm-num-in " on policy "
                   clm-polnum-in " was denied."
               ELSE
                   DISPLAY "Error only an entered claim, or an "
                   "approved claim with nothing paid, can be denied. "
                   "This claim has status " clm-status-in
               END-IF
           END-IF.
       660-Claim-Close.
           PERFORM 690-Claim-Fetch.
           IF EOF-CLAIM
               CONTINUE
           ELSE
               IF clm-status-in = "A"
                   DISPLAY "Enter the reason the claim is closed."
                   ACCEPT clm-reasonU-in
                   MOVE "C" to clm-status-in
                   MOVE clm-reasonU-in to clm-reason-in
                   REWRITE claimrec
                   MOVE "CLOSED" to clm-action-out
                   PERFORM 550-Print-Claim-Line
                   PERFORM 790-Reserve-Release
                   DISPLAY "Claim " clm-num-in " on policy "
                   clm-polnum-in " was closed."
               ELSE
                   DISPLAY "Error only an approved claim can be "
                   "closed. This claim has status " clm-status-in
               END-IF
           END-IF.
       690-Claim-Fetch.
               REWRITE claimrec
               MOVE "PAYMENT" to clm-action-out
               PERFORM 550-Print-Claim-Line
               PERFORM 715-Reserve-Payment
               PERFORM 720-Payee-Split
               DISPLAY "Payment posted. Claim status is now "
               clm-status-in
           END-IF.
       715-Reserve-Payment.
           PERFORM 770-Reserve-Balance.
           IF RSV-BAL < clm-payU-in
               COMPUTE RSV-SHORT = clm-payU-in - RSV-BAL
               MOVE "S" to RSV-TYPE
               MOVE RSV-SHORT to RSV-AMT
               PERFORM 780-Reserve-Write
           END-IF.
           MOVE "P" to RSV-TYPE.
           MOVE clm-payU-in to RSV-AMT.
           PERFORM 780-Reserve-Write.
           IF clm-status-in = "P"
               PERFORM 790-Reserve-Release
           END-IF.
       720-Payee-Split.
           MOVE ZERO to BENE-OCCURS.
           MOVE "N" to EOF-BENE-SW.
           MOVE clm-polnum-in to bene-polnum-in.
           MOVE ZERO to bene-seq-in.
           START bene KEY IS NOT LESS THAN bene-key-in
               INVALID KEY MOVE "Y" to EOF-BENE-SW
           END-START.
           PERFORM 730-Payee-Read UNTIL EOF-BENE.
           MOVE SPACE to PAY-CLASS.
           MOVE ZERO to PAY-SHARE-TOT.
           MOVE ZERO to PAYEE-LAST.
           PERFORM VARYING BENE-IDX FROM 1 BY 1
                   UNTIL BENE-IDX > BENE-OCCURS
               IF BENE-CLASS(BENE-IDX) = "P"
                   MOVE "P" to PAY-CLASS
               END-IF
           END-PERFORM.
           IF PAY-CLASS = SPACE AND BENE-OCCURS > ZERO
               MOVE "C" to PAY-CLASS
           END-IF.
           PERFORM VARYING BENE-IDX FROM 1 BY 1
                   UNTIL BENE-IDX > BENE-OCCURS
               IF BENE-CLASS(BENE-IDX) = PAY-CLASS
                   ADD BENE-SHARE(BENE-IDX) to PAY-SHARE-TOT
                   MOVE BENE-IDX to PAYEE-LAST
               END-IF
           END-PERFORM.
           MOVE clm-polnum-in to disb-polnum-out.
           MOVE clm-num-in to disb-num-out.
           MOVE clm-payU-in to disb-pay-out.
           ADD 2 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM DISBHDR AFTER ADVANCING 2 LINES.
           MOVE clm-payU-in to PAY-LEFT.
           IF PAYEE-LAST = ZERO OR PAY-SHARE-TOT = ZERO
               PERFORM 750-Payee-Estate
           ELSE
               PERFORM VARYING BENE-IDX FROM 1 BY 1
                       UNTIL BENE-IDX > PAYEE-LAST
                   IF BENE-CLASS(BENE-IDX) = PAY-CLASS
                       PERFORM 740-Payee-Line
                   END-IF
               END-PERFORM
           END-IF.
       730-Payee-Read.
           READ bene NEXT RECORD
               AT END MOVE "Y" to EOF-BENE-SW
               NOT AT END
                   IF bene-polnum-in NOT = clm-polnum-in
                       MOVE "Y" to EOF-BENE-SW
                   ELSE
                       IF bene-status-in NOT = "D"
                               AND BENE-OCCURS < 10
                           ADD 1 to BENE-OCCURS
                           MOVE bene-name-in to BENE-NAME(BENE-OCCURS)
                           MOVE bene-rel-in to BENE-REL(BENE-OCCURS)
                           MOVE bene-class-in
                               to BENE-CLASS(BENE-OCCURS)
                           MOVE bene-share-in
                               to BENE-SHARE(BENE-OCCURS)
                       END-IF
                   END-IF
           END-READ.
       740-Payee-Line.
           IF BENE-IDX = PAYEE-LAST
               MOVE PAY-LEFT to PAYEE-AMT
           ELSE
               COMPUTE PAYEE-AMT ROUNDED = clm-payU-in
                   * BENE-SHARE(BENE-IDX) / PAY-SHARE-TOT
               SUBTRACT PAYEE-AMT from PAY-LEFT
           END-IF.
           MOVE BENE-NAME(BENE-IDX) to disb-name-out.
           MOVE BENE-REL(BENE-IDX) to disb-rel-out.
           IF PAY-CLASS = "P"
               MOVE "PRIMARY" to disb-class-out
           ELSE
               MOVE "CONTINGENT" to disb-class-out
           END-IF.
           MOVE BENE-SHARE(BENE-IDX) to disb-share-out.
           MOVE PAYEE-AMT to disb-amt-out.
           PERFORM 760-Print-Payee-Line.
       750-Payee-Estate.
           MOVE "ESTATE OF INSURED" to disb-name-out.
           MOVE SPACES to disb-rel-out.
           MOVE "ESTATE" to disb-class-out.
           MOVE 100 to disb-share-out.
           MOVE PAY-LEFT to disb-amt-out.
           PERFORM 760-Print-Payee-Line.
       760-Print-Payee-Line.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM DISBLine AFTER ADVANCING 1 LINE.
           DISPLAY "Pay " disb-name-out " " disb-amt-out.
       770-Reserve-Balance.
           MOVE ZERO to RSV-BAL.
           MOVE "N" to EOF-RESERVE-SW.
           MOVE clm-polnum-in to rsv-polnum-in.
           MOVE clm-num-in to rsv-clmnum-in.
           MOVE ZERO to rsv-date-in.
           MOVE ZERO to rsv-time-in.
           START clmresv KEY IS NOT LESS THAN rsv-key-in
               INVALID KEY MOVE "Y" to EOF-RESERVE-SW
           END-START.
           PERFORM 775-Reserve-Balance-Read UNTIL EOF-RESERVE.
       775-Reserve-Balance-Read.
           READ clmresv NEXT RECORD
               AT END MOVE "Y" to EOF-RESERVE-SW
               NOT AT END
                   IF rsv-polnum-in NOT = clm-polnum-in
                           OR rsv-clmnum-in NOT = clm-num-in
                       MOVE "Y" to EOF-RESERVE-SW
                   ELSE
                       IF rsv-type-in = "S"
                           ADD rsv-amount-in to RSV-BAL
                       ELSE
                           SUBTRACT rsv-amount-in from RSV-BAL
                       END-IF
                   END-IF
           END-READ.
       780-Reserve-Write.
           MOVE clm-polnum-in to rsv-polnum-in.
           MOVE clm-num-in to rsv-clmnum-in.
           MOVE RUN-DATE to rsv-date-in.
           ACCEPT wstime FROM TIME.
           MOVE wstime to rsv-time-in.
           MOVE RSV-TYPE to rsv-type-in.
           MOVE RSV-AMT to rsv-amount-in.
           MOVE clm-agent-in to rsv-agent-in.
           MOVE clm-type-in to rsv-ctype-in.
           PERFORM 782-Reserve-Add.
       782-Reserve-Add.
           WRITE reserverec
               INVALID KEY PERFORM 785-Reserve-Bump
           END-WRITE.
       785-Reserve-Bump.
           ADD 1 to rsv-time-in.
           PERFORM 782-Reserve-Add.
       790-Reserve-Release.
           PERFORM 770-Reserve-Balance.
           IF RSV-BAL > ZERO
               MOVE "R" to RSV-TYPE
               MOVE RSV-BAL to RSV-AMT
               PERFORM 780-Reserve-Write
               DISPLAY "Reserve released: " RSV-AMT
           END-IF.
       800-Register-Run.
           MOVE ZERO to REG-CNT.
           MOVE ZERO to REG-AMT-TOT.
           MOVE REG-AMT-TOT to clma-amt-out.
           MOVE REG-PAID-TOT to clma-paid-out.
           WRITE PRINTREC FROM CLMAGTLine AFTER ADVANCING 2 LINES.
       870-Reserve-Report.
           DISPLAY "Enter the as of date for the reserve listing in "
           "the format YYYYMMDD.".
           ACCEPT rsv-asofU-in.
           MOVE rsv-asofU-in to EDIT-DATE.
           PERFORM 9300-Validate-Date.
           IF NOT DATE-OK
               DISPLAY "Error the as of date is not a valid date. "
               "Reserve listing was NOT run."
           ELSE
               PERFORM 872-Reserve-Report2
           END-IF.
       872-Reserve-Report2.
           MOVE ZERO to RSV-TOT.
           MOVE ZERO to RSV-CNT.
           MOVE ZERO to RSV-CLAIM-BAL.
           MOVE SPACES to RSV-CUR-KEY.
           PERFORM 200-Header.
           MOVE rsv-asofU-in to rsvh-asof-out.
           WRITE PRINTREC FROM RSVHDR AFTER ADVANCING 1 LINE.
           MOVE "N" to EOF-RESERVE-SW.
           MOVE LOW-VALUES to rsv-key-in.
           START clmresv KEY IS NOT LESS THAN rsv-key-in
               INVALID KEY MOVE "Y" to EOF-RESERVE-SW
           END-START.
           PERFORM 875-Reserve-Report-Read UNTIL EOF-RESERVE.
           PERFORM 880-Reserve-Claim-Break.
           MOVE RSV-CNT to rsvt-cnt-out.
           MOVE RSV-TOT to rsvt-amt-out.
           WRITE PRINTREC FROM RSVTOTLine AFTER ADVANCING 2 LINES.
           DISPLAY "Reserve listing complete. Claims with reserve "
           "outstanding: " RSV-CNT.
       875-Reserve-Report-Read.
           READ clmresv NEXT RECORD
               AT END MOVE "Y" to EOF-RESERVE-SW
               NOT AT END
                   IF rsv-polnum-in NOT = RSV-CUR-POLNUM
                           OR rsv-clmnum-in NOT = RSV-CUR-CLMNUM
                       PERFORM 880-Reserve-Claim-Break
                       MOVE rsv-polnum-in to RSV-CUR-POLNUM
                       MOVE rsv-clmnum-in to RSV-CUR-CLMNUM
                       MOVE rsv-agent-in to RSV-CUR-AGENT
                       MOVE rsv-ctype-in to RSV-CUR-CTYPE
                   END-IF
                   IF rsv-date-in NOT > rsv-asofU-in
                       IF rsv-type-in = "S"
                           ADD rsv-amount-in to RSV-CLAIM-BAL
                       ELSE
                           SUBTRACT rsv-amount-in from RSV-CLAIM-BAL
                       END-IF
                   END-IF
           END-READ.
       880-Reserve-Claim-Break.
           IF RSV-CLAIM-BAL NOT = ZERO
               ADD 1 to RSV-CNT
               ADD RSV-CLAIM-BAL to RSV-TOT
               MOVE RSV-CUR-POLNUM to rsvl-polnum-out
               MOVE RSV-CUR-CLMNUM to rsvl-clmnum-out
               MOVE RSV-CUR-AGENT to rsvl-agent-out
               MOVE RSV-CUR-CTYPE to rsvl-ctype-out
               MOVE RSV-CLAIM-BAL to rsvl-amt-out
               ADD 1 to LINE-COUNT
               IF LINE-COUNT > 50
                   PERFORM 200-Header
               END-IF
               WRITE PRINTREC FROM RSVLine AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZERO to RSV-CLAIM-BAL.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
           MOVE EDIT-DATE(1:4) to EDIT-YYYY.
