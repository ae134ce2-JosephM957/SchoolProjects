      *          write-off records the cancellation run leaves for
      *          invoices with cash collected both print as
      *          chargeback lines that back the commission out.
      *          Unapplied cash applied from suspense (history type
      *          S) earns commission as collected premium on the day
      *          it is applied to the invoice. Return premium refunds
      *          (type F) print as chargebacks the same way reversals
      *          do.
      *          Prints a statement page per agent, a manager
      *          override section that rolls up each manager's
      *          reporting agents' net collected premium and pays
      *          control total page split between direct commission
      *          and overrides that balances to the cash posted in
      *          the period so accounting can prove the run.
      *          Commission and override are held, not paid, for any
      *          agent with no license on file or whose license
      *          expiration falls before the end of the statement
      *          period: the statement still prints, the amount is
      *          listed on a withheld page and the control page backs
      *          it out of the payout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       03 comm-rate-in pic 9v999.
       03 agent-mgr-in pic x(5).
       03 ovr-rate-in pic 9v999.
       03 agent-lic-in pic x(10).
       03 agent-lines-in pic x(15).
       03 agent-lines-r redefines agent-lines-in.
          05 agent-line-in occurs 5 times pic x(3).
       03 agent-licexp-in pic 9(8).
       fd invoice.
       01 invoicerec.
       03 inv-key-in.
             10 CTL-CHG pic 9(9)v99.
             10 CTL-COMM pic s9(9)v99.
             10 CTL-MGR pic x(5).
             10 CTL-HELD-FLAG pic x(1).
             10 CTL-LICEXP pic 9(8).
       01 CTL-OCCURS pic 9(3) value zero.
       01 CTL-IDX pic 9(3).
       01 MGR-TABLE.
             10 MGR-CODE pic x(5).
             10 MGR-COLL pic s9(9)v99.
             10 MGR-AGTS pic 9(3).
             10 MGR-NAME pic x(15).
             10 MGR-HELD-FLAG pic x(1).
             10 MGR-LICEXP pic 9(8).
             10 MGR-OVR pic s9(7)v99.
       01 MGR-OCCURS pic 9(3) value zero.
       01 MGR-IDX pic 9(3).
       01 MFOUND-SW pic x value "N".
       01 OVR-AMT pic s9(7)v99.
       01 GRAND-OVR-TOT pic s9(9)v99 value zero.
       01 TOTAL-PAYOUT pic s9(9)v99.
       01 GRAND-HELD-TOT pic s9(9)v99 value zero.
       01 HELD-CNT pic 9(5) value zero.
       01 LIC-HELD-SW pic x value "N".
          88 LICENSE-HELD value "Y".
       01 COMHELDLine.
       10          pic x(10).
       10          pic x(44)
                   value "COMMISSION WITHHELD - LICENSE NOT IN FORCE ".
       10          pic x(8) value "EXPIRES ".
       10          chld-exp-out pic 9(8).
       10          pic x(3).
       10          pic x(8) value "AMOUNT ".
       10          chld-amt-out pic z(8)9.99-.
       01 HLDHDR2.
       10          pic x(10).
       10          Value "Agent " pic x(7).
       10          Value "Agent Name " pic x(17).
       10          Value "Held On " pic x(11).
       10          Value "Lic Expires " pic x(14).
       10          Value "Amount Held " pic x(12).
       01 HLDLine.
       10          pic x(10).
       10          hld-agent-out pic x(5).
       10          pic x(2).
       10          hld-name-out pic x(15).
       10          pic x(2).
       10          hld-kind-out pic x(8).
       10          pic x(3).
       10          hld-exp-out pic 9(8).
       10          pic x(3).
       10          hld-amt-out pic z(8)9.99-.
       01 MGRHDR2.
       10          pic x(13).
       10          Value "Agent " pic x(7).
           PERFORM 100-Open.
           PERFORM 300-Agent-Read UNTIL EOF-AGENT.
           PERFORM 650-Manager-Section.
           PERFORM 680-Withheld-Section.
           PERFORM 600-Control-Page.
           PERFORM 700-Close.
           STOP RUN.
           MOVE AGT-CHG-TOT to ctot-chg-out.
           MOVE AGT-NET-COMM to ctot-comm-out.
           WRITE PRINTREC FROM COMTOTLine AFTER ADVANCING 2 LINES.
           PERFORM 450-License-Check.
           IF LICENSE-HELD
               MOVE agent-licexp-in to chld-exp-out
               MOVE AGT-NET-COMM to chld-amt-out
               WRITE PRINTREC FROM COMHELDLine AFTER ADVANCING 1 LINE
               ADD AGT-NET-COMM to GRAND-HELD-TOT
           END-IF.
           ADD 1 to GRAND-AGT-CNT.
           ADD AGT-ITEM-CNT to GRAND-ITEM-CNT.
           ADD AGT-COLL-TOT to GRAND-COLL-TOT.
               MOVE AGT-CHG-TOT to CTL-CHG(CTL-OCCURS)
               MOVE AGT-NET-COMM to CTL-COMM(CTL-OCCURS)
               MOVE agent-mgr-in to CTL-MGR(CTL-OCCURS)
               MOVE LIC-HELD-SW to CTL-HELD-FLAG(CTL-OCCURS)
               MOVE agent-licexp-in to CTL-LICEXP(CTL-OCCURS)
           ELSE
               WRITE PRINTREC FROM "CONTROL TOTAL TABLE FULL"
                   AFTER ADVANCING 1 LINE
           END-IF.
       450-License-Check.
           MOVE "N" to LIC-HELD-SW.
           IF agent-lic-in = SPACES OR agent-licexp-in NOT NUMERIC
               MOVE "Y" to LIC-HELD-SW
           ELSE
               IF agent-licexp-in < PERIOD-END
                   MOVE "Y" to LIC-HELD-SW
               END-IF
           END-IF.
       440-Statement-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           MOVE ph-billdate-in to com-billdate-out.
           MOVE ph-amount-in to com-amt-out.
           IF ph-type-in = "R" OR ph-type-in = "W"
                   OR ph-type-in = "F"
               MOVE "CHARGEBACK" to com-action-out
               COMPUTE com-comm-out = 0 - COMM-AMT
               ADD ph-amount-in to AGT-CHG-TOT
               ADD COMM-AMT to AGT-CHGCOMM-TOT
               IF ph-type-in = "R" OR ph-type-in = "F"
                   ADD ph-amount-in to GRAND-REV-TOT
               END-IF
           ELSE
               INVALID KEY
                   MOVE SPACES to name-in
                   MOVE ZERO to ovr-rate-in
                   MOVE "N" to LIC-HELD-SW
               NOT INVALID KEY PERFORM 450-License-Check
           END-READ.
           WRITE PRINTREC FROM MGRHDR2 AFTER ADVANCING 2 LINES.
           PERFORM VARYING CTL-IDX FROM 1 BY 1
           MOVE OVR-AMT to mtot-ovr-out.
           WRITE PRINTREC FROM MGRTOTLine AFTER ADVANCING 1 LINE.
           ADD OVR-AMT to GRAND-OVR-TOT.
           MOVE name-in to MGR-NAME(MGR-IDX).
           MOVE LIC-HELD-SW to MGR-HELD-FLAG(MGR-IDX).
           MOVE agent-licexp-in to MGR-LICEXP(MGR-IDX).
           MOVE OVR-AMT to MGR-OVR(MGR-IDX).
           IF LICENSE-HELD
               MOVE agent-licexp-in to chld-exp-out
               MOVE OVR-AMT to chld-amt-out
               WRITE PRINTREC FROM COMHELDLine AFTER ADVANCING 1 LINE
               ADD OVR-AMT to GRAND-HELD-TOT
           END-IF.
       680-Withheld-Section.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM COMHDR1 AFTER ADVANCING PAGE.
           WRITE PRINTREC FROM
               "          COMMISSION WITHHELD - LICENSE NOT IN FORCE"
               AFTER ADVANCING 2 LINES.
           WRITE PRINTREC FROM HLDHDR2 AFTER ADVANCING 2 LINES.
           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > CTL-OCCURS
               IF CTL-HELD-FLAG(CTL-IDX) = "Y"
                   MOVE CTL-AGENT(CTL-IDX) to hld-agent-out
                   MOVE CTL-NAME(CTL-IDX) to hld-name-out
                   MOVE "COMM" to hld-kind-out
                   MOVE CTL-LICEXP(CTL-IDX) to hld-exp-out
                   MOVE CTL-COMM(CTL-IDX) to hld-amt-out
                   WRITE PRINTREC FROM HLDLine AFTER ADVANCING 1 LINE
                   ADD 1 to HELD-CNT
               END-IF
           END-PERFORM.
           PERFORM VARYING MGR-IDX FROM 1 BY 1
                   UNTIL MGR-IDX > MGR-OCCURS
               IF MGR-HELD-FLAG(MGR-IDX) = "Y"
                   MOVE MGR-CODE(MGR-IDX) to hld-agent-out
                   MOVE MGR-NAME(MGR-IDX) to hld-name-out
                   MOVE "OVERRIDE" to hld-kind-out
                   MOVE MGR-LICEXP(MGR-IDX) to hld-exp-out
                   MOVE MGR-OVR(MGR-IDX) to hld-amt-out
                   WRITE PRINTREC FROM HLDLine AFTER ADVANCING 1 LINE
                   ADD 1 to HELD-CNT
               END-IF
           END-PERFORM.
           IF HELD-CNT = ZERO
               WRITE PRINTREC FROM
                   "          NO COMMISSION WITHHELD THIS PERIOD"
                   AFTER ADVANCING 1 LINE
           END-IF.
       600-Control-Page.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           MOVE ZERO to ctl-chg-out.
           MOVE GRAND-OVR-TOT to ctl-comm-out.
           WRITE PRINTREC FROM CTLLine AFTER ADVANCING 1 LINE.
           MOVE "HELD " to ctl-agent-out.
           MOVE "LICENSE WITHHELD" to ctl-name-out.
           MOVE HELD-CNT to ctl-cnt-out.
           MOVE ZERO to ctl-coll-out.
           MOVE ZERO to ctl-chg-out.
           COMPUTE ctl-comm-out = 0 - GRAND-HELD-TOT.
           WRITE PRINTREC FROM CTLLine AFTER ADVANCING 1 LINE.
           COMPUTE TOTAL-PAYOUT = GRAND-NET-COMM + GRAND-OVR-TOT
               - GRAND-HELD-TOT.
           MOVE "PAY  " to ctl-agent-out.
           MOVE "TOTAL PAYOUT" to ctl-name-out.
           MOVE ZERO to ctl-cnt-out.
           WRITE PRINTREC FROM CTLLine AFTER ADVANCING 2 LINES.
       700-Close.
           DISPLAY "Commission run complete. Agents: " GRAND-AGT-CNT
           " Items: " GRAND-ITEM-CNT " Withheld: " HELD-CNT.
           CLOSE invoice agent payhist commrpt.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
