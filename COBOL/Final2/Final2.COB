      *     refused below the required level, and the operator and
      *     time stamped on every restart.log entry and report1
      *     transaction line.
      *   - added installment billing: a billing mode (A annual,
      *     S semi-annual, Q quarterly, M monthly) and next installment
      *     date on the policy record, captured at ADD/BATCH, changed
      *     through UPDATE at the anniversary, carried through the
      *     archive and endorsement images, and the per-mode modal
      *     surcharges maintained on the poltype rate records.
      *   - added beneficiary designations: bene.dat keyed on policy
      *     number and sequence holding name, relationship, primary or
      *     contingent class, share percent and a deceased flag,
      *     maintained as a set through the BENE menu, which will not
      *     save a set whose primary (or contingent) shares do not
      *     total 100 percent.
      *   - added a reinsurance retention limit to the poltype rate
      *     records, keyed with each new type or rate through the TYPE
      *     menu; zero means the type is not reinsured.
      *   - added agent licensing: license number, licensed lines (up
      *     to five policy types the agent is appointed to sell) and
      *     license expiration on the agent record, keyed at AGENT
      *     ADD and kept through a new AGENT LIC option. ADD and
      *     BATCH refuse a policy for an agent with no license in
      *     force or not appointed for the policy type.
      *   - added supervisor approval of high-impact changes: an
      *     UPDATE that moves the amount or premium by more than the
      *     approval limit on runctl.dat, every DELETE and every agent
      *     XFER are held on pending.dat with the before and after
      *     image and the requesting operator instead of being
      *     applied. A different level 3 operator approves (applies
      *     it, with the usual endorse.dat and restart.log entries) or
      *     rejects (with a reason) each item from the APPRV menu.
      *   - added QUOTE to turn an open POLQUOTE quote on quote.dat
      *     into a policy. The holder, agent, type, amount, effective
      *     date and quoted premium are carried over and go through
      *     the normal ADD edits; only the policy number, term and
      *     billing mode are keyed. The quote is marked converted.
      *     A quote that fails an ADD edit is left open to be
      *     requoted rather than converted on other terms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is end-key-in.
       select OPTIONAL bene ASSIGN to 'bene.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is bene-key-in.
       select OPTIONAL pending ASSIGN to 'pending.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is pnd-key-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select OPTIONAL qtefile ASSIGN to 'quote.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is qte-num-in.
       select OPTIONAL poltrans ASSIGN to 'poltrans.dat'
        organization is LINE SEQUENTIAL.
        select report1 assign to 'report1.dat'
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
          88 MODE-VALID values "A" "S" "Q" "M".
       03 polNextBill-in pic 9(8).
       fd poltype.
       01 poltyperec.
       03 poltype-key-in.
          05 poltype-eff-in pic 9(8).
       03 poltype-desc-in pic x(20).
       03 poltype-rate-in pic 9v999.
       03 poltype-sursemi-in pic 9v999.
       03 poltype-surqtr-in pic 9v999.
       03 poltype-surmth-in pic 9v999.
       03 poltype-retain-in pic 9(8).
       fd archive.
       01 archiverec.
       03 arc-key-in.
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
       fd holder.
       01 holderrec.
       03 hold-num-in pic x(5).
          05 end-time-in pic 9(8).
       03 end-action-in pic x(8).
       03 end-oper-in pic x(5).
       03 end-before-in pic x(60).
       03 end-after-in pic x(60).
       fd bene.
       01 benerec.
       03 bene-key-in.
          05 bene-polnum-in pic x(6).
          05 bene-seq-in pic 9(2).
       03 bene-name-in pic x(20).
       03 bene-rel-in pic x(10).
       03 bene-class-in pic x.
          88 BENE-PRIMARY value "P".
          88 BENE-CONTINGENT value "C".
       03 bene-share-in pic 9(3)v99.
       03 bene-status-in pic x.
          88 BENE-DECEASED value "D".
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
       fd qtefile.
       01 quoterec.
       03 qte-num-in pic 9(6).
       03 qte-date-in pic 9(8).
       03 qte-effdate-in pic 9(8).
       03 qte-expdate-in pic 9(8).
       03 qte-holder-in pic x(5).
       03 qte-agent-in pic x(5).
       03 qte-poltype-in pic x(3).
       03 qte-amt-in pic 9(8).
       03 qte-prem-in pic 9(4)v99.
       03 qte-rate-in pic 9v999.
       03 qte-status-in pic x.
          88 QTE-OPEN value "O".
          88 QTE-CONVERTED value "C".
          88 QTE-EXPIRED value "X".
       03 qte-polnum-in pic x(6).
       03 qte-convdate-in pic 9(8).
       fd poltrans.
       01 poltransrec.
       03 tr-polnum1-in pic x(6).
       03 tr-polterm-in pic x(8).
       03 tr-poltype-in pic x(3).
       03 tr-polholder-in pic x(5).
       03 tr-polmode-in pic x.
       fd report1.
       01 PRINTREC pic x(175).
       fd restartlog.
       10          Value "Policy Term " pic x(12).
       10          Value "Policy Type " pic x(13).
       10          Value "Holder " pic x(8).
       10          Value "Mode " pic x(5).
       01 INFOLine.
       10          pic X(10).
       10          polNum1-out pic x(6).
       10          poltype-out pic x(24).
       10          pic x(2).
       10          polHolder-out pic x(5).
       10          pic x(2).
       10          polMode-out pic x(1).
       01 AGENTLine.
       10          pic x(10).
       10          pic x(15) value "AGENT NUMBER ".
       10          pic x(5).
       10          pic x(5) value "OVR ".
       10          agent-ovr-out pic 9.999.
       01 AGENTLICLine.
       10          pic x(10).
       10          pic x(15) value "LICENSE NUMBER ".
       10          agent-lic-out pic x(10).
       10          pic x(5).
       10          pic x(7) value "LINES ".
       10          agent-lines-out pic x(15).
       10          pic x(5).
       10          pic x(9) value "EXPIRES ".
       10          agent-licexp-out pic 9(8).
       01 SUBTOTLine.
       10          pic x(10).
       10          pic x(8) value "TYPE ".
          88 HOLDER-REFERENCED value "Y".
       01 OPER-ID pic x(5) value spaces.
       01 OPER-LEVEL pic 9 value zero.
       01 SAVE-AGENTREC pic x(66).
       01 agentD-in pic x(5).
       01 MGR-OK-SW pic x value "N".
          88 MANAGER-ON-FILE value "Y".
       01 LIC-OK-SW pic x value "N".
          88 LICENSE-OK value "Y".
       01 LINE-OK-SW pic x value "N".
          88 LINE-APPOINTED value "Y".
       01 LIC-IDX pic 9.
       01 LIC-TODAY pic 9(8).
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 APPR-LIMIT pic 9(8) value zero.
       01 CHG-DIFF pic s9(8)v99.
       01 HOLD-SW pic x value "N".
          88 CHANGE-HELD value "Y".
       01 REVIEW-OK-SW pic x value "N".
          88 REVIEW-OK value "Y".
       01 APPLY-OK-SW pic x value "N".
          88 APPLY-OK value "Y".
       01 EOF-PENDING-SW pic x value "N".
          88 EOF-PENDING value "Y".
       01 choiceP pic x(6).
       01 pndU-key-in pic x(16).
       01 PND-CNT pic 9(5) value zero.
       01 QUOTE-CONV-SW pic x value "N".
          88 QUOTE-CONV value "Y".
       01 qteU-in pic 9(6).
       01 QTE-TODAY pic 9(8).
       01 PENDLine.
       10          pic x(10).
       10          pic x(9) value "PENDING ".
       10          pnd-key-out pic x(16).
       10          pic x(2).
       10          pnd-action-out pic x(8).
       10          pic x(2).
       10          pnd-polnum-out pic x(6).
       10          pic x(2).
       10          pnd-detail-out pic x(30).
       10          pic x(2).
       10          pic x(7) value "REQ BY ".
       10          pnd-oper-out pic x(5).
       10          pic x(2).
       10          pic x(7) value "STATUS ".
       10          pnd-status-out pic x(1).
       10          pic x(2).
       10          pic x(7) value "REV BY ".
       10          pnd-reviewer-out pic x(5).
       01 MGR-REF-SW pic x value "N".
          88 MANAGER-REFERENCED value "Y".
       01 EOF-AGENTF-SW pic x value "N".
          88 EOF-AGENTF value "Y".
       01 SAVE-POLREC pic x(60).
       01 END-IMAGE.
          03 ei-polnum pic x(6).
          03 ei-poldate pic 9(8).
          03 ei-polterm pic x(8).
          03 ei-poltype pic x(3).
          03 ei-polholder pic x(5).
          03 ei-polmode pic x.
          03 ei-polnextbill pic 9(8).
       01 hist-polnum-in pic x(6).
       01 HIST-CNT pic 9(3) value zero.
       01 EOF-ENDORSE-SW pic x value "N".
       10          pic x(2).
       10          hold-phone-out pic x(10).
       01 del-reason-in pic x(30).
       01 choiceB pic x(6).
       01 bene-polnumU-in pic x(6).
       01 beneU-name-in pic x(20).
       01 beneU-rel-in pic x(10).
       01 beneU-class-in pic x.
       01 beneU-share-in pic 9(3)v99.
       01 bene-pick-in pic 9(2).
       01 BENE-TABLE.
          05 BENE-ENTRY occurs 10 times.
             10 BENE-NAME pic x(20).
             10 BENE-REL pic x(10).
             10 BENE-CLASS pic x.
             10 BENE-SHARE pic 9(3)v99.
             10 BENE-STATUS pic x.
       01 BENE-OCCURS pic 9(3) value zero.
       01 BENE-IDX pic 9(3).
       01 BENE-PRIM-TOT pic 9(5)v99.
       01 BENE-CONT-TOT pic 9(5)v99.
       01 BENE-PRIM-CNT pic 9(3).
       01 BENE-CONT-CNT pic 9(3).
       01 EOF-BENE-SW pic x value "N".
          88 EOF-BENE value "Y".
       01 BENELine.
       10          pic x(10).
       10          pic x(6) value "BENE ".
       10          bene-polnum-out pic x(6).
       10          pic x(2).
       10          bene-seq-out pic 99.
       10          pic x(2).
       10          bene-name-out pic x(20).
       10          pic x(2).
       10          bene-rel-out pic x(10).
       10          pic x(2).
       10          bene-class-out pic x.
       10          pic x(2).
       10          bene-share-out pic zz9.99.
       10          pic x(2).
       10          bene-status-out pic x.
       01 CENTURY pic 99 value 20.
       01 EOF-POLFILE-SW pic x value "N".
          88 EOF-POLFILE value "Y".
       01 typeU-eff-in pic 9(8).
       01 typeU-desc-in pic x(20).
       01 typeU-rate-in pic 9v999.
       01 typeU-sursemi-in pic 9v999.
       01 typeU-surqtr-in pic 9v999.
       01 typeU-surmth-in pic 9v999.
       01 typeU-retain-in pic 9(8).
       01 SAVE-MODE pic x.
       01 TERM-END-N pic 9(8).
       01 TERM-START-N pic 9(8).
       01 TYPE-LIST-CNT pic 9(3) value zero.
       01 TYPELine.
       10          pic x(10).
       10          type-rate-out pic 9.999.
       10          pic x(5).
       10          type-desc-out pic x(20).
       10          pic x(5).
       10          pic x(6) value "SURCH ".
       10          type-sursemi-out pic 9.999.
       10          pic x(1).
       10          type-surqtr-out pic 9.999.
       10          pic x(1).
       10          type-surmth-out pic 9.999.
       10          pic x(6) value " RETN ".
       10          type-retain-out pic z(7)9.
       01 INQTOTLine.
       10          pic x(10).
       10          pic x(13) value "BOOK TOTALS ".
           PERFORM 185-Open-Holder.
           PERFORM 186-Open-Operator.
           PERFORM 187-Open-Endorse.
           PERFORM 188-Open-Bene.
           PERFORM 189-Open-Pending.
           PERFORM 192-Read-Runctl.
           PERFORM 194-Open-Quote.
           ACCEPT WSDATE FROM DATE
           MOVE MM TO MM-OUT
           MOVE YY TO YY-OUT
           MOVE 19000101 to poltype-eff-in.
           MOVE "TERM LIFE" to poltype-desc-in.
           MOVE 1.000 to poltype-rate-in.
           MOVE ZERO to poltype-sursemi-in.
           MOVE ZERO to poltype-surqtr-in.
           MOVE ZERO to poltype-surmth-in.
           MOVE ZERO to poltype-retain-in.
           WRITE poltyperec
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE 19000101 to poltype-eff-in.
           MOVE "WHOLE LIFE" to poltype-desc-in.
           MOVE 1.250 to poltype-rate-in.
           MOVE ZERO to poltype-sursemi-in.
           MOVE ZERO to poltype-surqtr-in.
           MOVE ZERO to poltype-surmth-in.
           MOVE ZERO to poltype-retain-in.
           WRITE poltyperec
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE 19000101 to poltype-eff-in.
           MOVE "UNIVERSAL LIFE" to poltype-desc-in.
           MOVE 1.500 to poltype-rate-in.
           MOVE ZERO to poltype-sursemi-in.
           MOVE ZERO to poltype-surqtr-in.
           MOVE ZERO to poltype-surmth-in.
           MOVE ZERO to poltype-retain-in.
           WRITE poltyperec
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM 195-Seed-Operator.
       187-Open-Endorse.
           OPEN I-O endorse.
       188-Open-Bene.
           OPEN I-O bene.
       189-Open-Pending.
           OPEN I-O pending.
       194-Open-Quote.
           OPEN I-O qtefile.
       192-Read-Runctl.
           OPEN INPUT runctl.
           READ runctl
               AT END MOVE "N" to RUNCTL-OK-SW
               NOT AT END MOVE "Y" to RUNCTL-OK-SW
           END-READ.
           CLOSE runctl.
           IF RUNCTL-OK AND run-apprlimit-in NUMERIC
               MOVE run-apprlimit-in to APPR-LIMIT
           END-IF.
       195-Seed-Operator.
           MOVE "ADMIN" to op-id-in.
           MOVE "ADMIN" to op-pass-in.
           MOVE page-in to ftr-page-out.
           WRITE PRINTREC FROM FOOTERLine AFTER ADVANCING 2 LINES.
       400-Menu.
            DISPLAY "Enter ADD, QUOTE, BATCH, UPDATE, DELETE, "
            "REINST, AGENT, HOLDER, BENE, TYPE, OPER, APPRV, LIST, "
            "INQ, HIST or exit depending on what you would like to do."
            ACCEPT choice
            PERFORM UNTIL choice = "exit"
               EVALUATE choice
                       ELSE
                           PERFORM 500-ADD
                       END-IF
                   WHEN "QUOTE"
                       IF OPER-LEVEL < 2
                           PERFORM 820-Auth-Error
                       ELSE
                           PERFORM 2500-Quote-Convert
                       END-IF
                   WHEN "BATCH"
                       IF OPER-LEVEL < 2
                           PERFORM 820-Auth-Error
                       ELSE
                           PERFORM 4500-Holder-Menu
                       END-IF
                   WHEN "BENE"
                       IF OPER-LEVEL < 2
                           PERFORM 820-Auth-Error
                       ELSE
                           PERFORM 4600-Bene-Menu
                       END-IF
                   WHEN "TYPE"
                       IF OPER-LEVEL < 3
                           PERFORM 820-Auth-Error
                       ELSE
                           PERFORM 8600-Oper-Menu
                       END-IF
                   WHEN "APPRV"
                       IF OPER-LEVEL < 3
                           PERFORM 820-Auth-Error
                       ELSE
                           PERFORM 8800-Appr-Menu
                       END-IF
                   WHEN "LIST"
                       PERFORM 5000-List
                   WHEN "INQ"
                       END-PERFORM.
                           PERFORM 300-Exit.
       500-ADD.
           MOVE "N" to QUOTE-CONV-SW.
           DISPLAY "Enter the record that you like to add in the order"
           " of policy number, policy date, policy amount, "
           "policy premium, fill, policy agent, policy holder. Make"
           if choice3 = "y"
               DISPLAY "Enter the reason for this deletion."
               ACCEPT del-reason-in
               MOVE "DELETE" to pnd-action-in
               MOVE polNum1-in to pnd-polnum-in
               MOVE polfilerec to pnd-before-in
               MOVE SPACES to pnd-after-in
               MOVE SPACES to pnd-xfrfrom-in
               MOVE SPACES to pnd-xfrto-in
               MOVE del-reason-in to pnd-delreason-in
               PERFORM 9980-Pending-Hold
               PERFORM 400-Menu.
           if choice3 = "n"
               PERFORM 400-Menu.
       2050-Delete-Apply.
           ACCEPT WSDATE FROM DATE.
           ACCEPT WSTIME FROM TIME.
           MOVE polNum1-in to arc-polnum-in.
           COMPUTE arc-deldate-in = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           MOVE WSTIME to arc-deltime-in.
           MOVE polDate-in to arc-poldate-in.
           MOVE polAmt-in to arc-polamt-in.
           MOVE polPrem-in to arc-polprem-in.
           MOVE fill to arc-fill.
           MOVE polAgent-in to arc-polagent-in.
           MOVE polTerm-in to arc-polterm-in.
           MOVE poltype-in to arc-poltype-in.
           MOVE polHolder-in to arc-polholder-in.
           MOVE polMode-in to arc-polmode-in.
           MOVE polNextBill-in to arc-polnextbill-in.
           MOVE del-reason-in to arc-reason-in.
           WRITE archiverec
               INVALID KEY
                   PERFORM 2200-Archive-Error
               NOT INVALID KEY
                   PERFORM 2300-Delete-Record
           END-WRITE.
       2500-Quote-Convert.
           DISPLAY "Enter the quote number you would like to turn "
           "into a policy.".
           ACCEPT qteU-in.
           MOVE qteU-in to qte-num-in.
           READ qtefile
               INVALID KEY
                   DISPLAY "Error quote was not in file"
               NOT INVALID KEY
                   PERFORM 2510-Quote-Check
           END-READ.
           PERFORM 400-Menu.
       2510-Quote-Check.
           ACCEPT WSDATE FROM DATE.
           COMPUTE QTE-TODAY = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           IF NOT QTE-OPEN
               DISPLAY "Error quote " qte-num-in " is not open. "
               "Status " qte-status-in " policy " qte-polnum-in "."
           ELSE
               IF qte-expdate-in < QTE-TODAY
                   DISPLAY "Error quote " qte-num-in " expired on "
                   qte-expdate-in ". Requote the business."
               ELSE
                   PERFORM 2520-Quote-Load
               END-IF
           END-IF.
       2520-Quote-Load.
           DISPLAY "Quote " qte-num-in " holder " qte-holder-in
           " agent " qte-agent-in " type " qte-poltype-in " amount "
           qte-amt-in " premium " qte-prem-in " effective "
           qte-effdate-in.
           DISPLAY "Enter the policy number for the new policy.".
           ACCEPT polNum1-in.
           MOVE qte-effdate-in to polDate-in.
           MOVE qte-amt-in to polAmt-in.
           MOVE qte-prem-in to polPrem-in.
           MOVE SPACES to fill.
           MOVE qte-agent-in to polAgent-in.
           MOVE qte-holder-in to polHolder-in.
           MOVE qte-poltype-in to poltype-in.
           MOVE "Y" to QUOTE-CONV-SW.
           PERFORM 900-Read1.
       2550-Quote-Converted.
           MOVE "N" to QUOTE-CONV-SW.
           MOVE "C" to qte-status-in.
           MOVE polNum1-in to qte-polnum-in.
           ACCEPT WSDATE FROM DATE.
           COMPUTE qte-convdate-in = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           REWRITE quoterec.
           DISPLAY "Quote " qte-num-in " converted to policy "
           polNum1-in ".".
       2560-Quote-Abandon.
           MOVE "N" to QUOTE-CONV-SW.
           DISPLAY "Quote " qte-num-in " was NOT converted and is "
           "still open. The business must be requoted.".
           PERFORM 400-Menu.
       2200-Archive-Error.
           MOVE "N" to APPLY-OK-SW.
           DISPLAY "Error this policy was already archived at this "
           "same date and time. Record was NOT deleted.".
       2300-Delete-Record.
           MOVE polAgent-in to polAgent-out.
           MOVE polTerm-in to polTerm-out.
           MOVE polHolder-in to polHolder-out.
           MOVE polMode-in to polMode-out.
           PERFORM 9100-Poltype-Display.
           MOVE POLTYPE-DISP-OUT to poltype-out.
           WRITE PRINTREC from INFOLine after ADVANCING 1 line.
           MOVE "DELETE" to RESTART-ACTION.
           PERFORM 9900-Log-Restart.
       800-ERROR.
           DISPLAY "Error choice must be ADD, QUOTE, BATCH, UPDATE, "
           "DELETE, REINST, AGENT, HOLDER, BENE, TYPE, OPER, APPRV, "
           "LIST, INQ or HIST".
           PERFORM 400-Menu.
       820-Auth-Error.
           DISPLAY "Error operator " OPER-ID " is not authorized "
           MOVE polAgent-in to agent-in
           READ agent
           INVALID KEY PERFORM 1000-Error2
           NOT INVALID KEY PERFORM 960-Read1L
           END-READ.
       960-Read1L.
           ACCEPT WSDATE FROM DATE.
           COMPUTE LIC-TODAY = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           IF agent-lic-in = SPACES OR agent-licexp-in NOT NUMERIC
               PERFORM 1060-License-Error
           ELSE
               IF agent-licexp-in < LIC-TODAY
                   PERFORM 1060-License-Error
               ELSE
                   PERFORM 950-Read1H
               END-IF
           END-IF.
       1060-License-Error.
           IF BATCH-MODE
               ADD 1 to TRANS-EXC-COUNT
               MOVE polNum1-in to exc-polnum-out
               MOVE "AGENT NOT LICENSED" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error agent " polAgent-in " has no license "
                   "in force."
                   PERFORM 2560-Quote-Abandon
               ELSE
                   DISPLAY "Error agent " polAgent-in " has no license "
                   "in force. Enter another agent."
                   ACCEPT polAgent-in
                   PERFORM 900-Read1
               END-IF
           END-IF.
       950-Read1H.
           MOVE polHolder-in to hold-num-in
           READ holder
               MOVE "HOLDER NOT ON FILE" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error holder " polHolder-in " was not in "
                   "file"
                   PERFORM 2560-Quote-Abandon
               ELSE
                   DISPLAY "Error holder was not in file"
                   ACCEPT polHolder-in
                   PERFORM 950-Read1H
               END-IF
           END-IF.
       1200-Read2.
           MOVE polNumU-in to polNum1-in
               MOVE "AGENT NOT ON FILE" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error agent " polAgent-in " was not in file"
                   PERFORM 2560-Quote-Abandon
               ELSE
                   DISPLAY "Error agent was not in file"
                   ACCEPT polAgent-in
                   PERFORM 900-Read1
               END-IF
           END-IF.
       1300-Error3.
           DISPLAY "Error Policy Number was not in file".
           ". Enter 1 for policy date, Enter 2 for Policy Amount, Enter"
           " 3 for Policy Premium, Enter 4 for policy Agent, Enter 5 "
           "for Policy Term, Enter 6 for Policy Type, Enter 7 for "
           "Policy Holder, Enter 8 to return to the menu, Enter 9 "
           "for Billing Mode.".
           MOVE polNum1-in to polNum1-out.
           MOVE polDate-in to polDate-out.
           MOVE polAmt-in to polAmt-out.
           MOVE polAgent-in to polAgent-out.
           MOVE polTerm-in to polTerm-out.
           MOVE polHolder-in to polHolder-out.
           MOVE polMode-in to polMode-out.
           PERFORM 9100-Poltype-Display.
           MOVE POLTYPE-DISP-OUT to poltype-out.
           ACCEPT choice2
                       ACCEPT polHolder-in
                       MOVE polHolder-in to polHolder-out
                       PERFORM 1650-Read3H
                   WHEN 9
                       MOVE polMode-in to SAVE-MODE
                       ACCEPT polMode-in
                       PERFORM 9220-Mode-Validate
                       PERFORM 1550-Mode-Check
                   WHEN OTHER
                       PERFORM 1800-ERROR4
                   END-EVALUATE
                           PERFORM 400-Menu.
       1500-UPDATE3.
           PERFORM 9400-Edit-Record.
           IF REC-OK
               PERFORM 1520-Hold-Check
           END-IF.
           IF REC-OK
               MOVE polNum1-in to polNum1-out
               MOVE polDate-in to polDate-out
               MOVE polAgent-in to polAgent-out
               MOVE polTerm-in to polTerm-out
               MOVE polHolder-in to polHolder-out
               MOVE polMode-in to polMode-out
               PERFORM 9100-Poltype-Display
               MOVE POLTYPE-DISP-OUT to poltype-out
               WRITE PRINTREC FROM INFOLine AFTER ADVANCING 1 Line
               "value."
               PERFORM 1400-UPDATE2
           END-IF.
       1520-Hold-Check.
           MOVE "N" to HOLD-SW.
           IF APPR-LIMIT > ZERO
               MOVE SAVE-POLREC to END-IMAGE
               COMPUTE CHG-DIFF = polAmt-in - ei-polamt
               IF CHG-DIFF < ZERO
                   COMPUTE CHG-DIFF = 0 - CHG-DIFF
               END-IF
               IF CHG-DIFF > APPR-LIMIT
                   MOVE "Y" to HOLD-SW
               END-IF
               COMPUTE CHG-DIFF = polPrem-in - ei-polprem
               IF CHG-DIFF < ZERO
                   COMPUTE CHG-DIFF = 0 - CHG-DIFF
               END-IF
               IF CHG-DIFF > APPR-LIMIT
                   MOVE "Y" to HOLD-SW
               END-IF
           END-IF.
           IF CHANGE-HELD
               PERFORM 1530-Update-Hold
           END-IF.
       1530-Update-Hold.
           MOVE "UPDATE" to pnd-action-in.
           MOVE polNum1-in to pnd-polnum-in.
           MOVE SAVE-POLREC to pnd-before-in.
           MOVE polfilerec to pnd-after-in.
           MOVE SPACES to pnd-xfrfrom-in.
           MOVE SPACES to pnd-xfrto-in.
           MOVE SPACES to pnd-delreason-in.
           PERFORM 9980-Pending-Hold.
           MOVE SAVE-POLREC to polfilerec.
           PERFORM 400-Menu.
       1550-Mode-Check.
           MOVE "Y" to REC-OK-SW.
           IF polTerm-in NUMERIC AND polNextBill-in NUMERIC
               MOVE polTerm-in to TERM-END-N
               COMPUTE TERM-START-N = TERM-END-N - 10000
               IF polNextBill-in < TERM-END-N
                       AND polNextBill-in > TERM-START-N
                   MOVE "N" to REC-OK-SW
               END-IF
           END-IF.
           IF REC-OK
               MOVE polMode-in to polMode-out
               PERFORM 1500-UPDATE3
           ELSE
               MOVE SAVE-MODE to polMode-in
               DISPLAY "Error the billing mode can only be changed at "
               "the policy anniversary, before the first installment "
               "of the term is billed."
               PERFORM 1400-UPDATE2
           END-IF.
       1600-Read3.
           MOVE polAgent-in to agent-in
           READ agent
           ACCEPT polHolder-in.
           PERFORM 1650-Read3H.
       1800-ERROR4.
           DISPLAY "Error choice must be between 1 to 9".
           PERFORM 1400-UPDATE2.
       1100-ADD2.
           MOVE "N" to BATCH-SKIP-SW.
           END-IF.
           PERFORM 1180-Term-Edit.
           IF NOT BATCH-SKIP
               IF NOT BATCH-MODE AND NOT QUOTE-CONV
                   DISPLAY "Enter the policy type. Must be a type on "
                   "the poltype file."
                   ACCEPT poltype-in
               END-IF
               PERFORM 9200-Poltype-Validate
           END-IF.
           IF NOT BATCH-SKIP
               PERFORM 9240-Appoint-Check
           END-IF.
           IF NOT BATCH-SKIP
               IF NOT BATCH-MODE
                   DISPLAY "Enter the billing mode. A annual, S "
                   "semi-annual, Q quarterly or M monthly."
                   ACCEPT polMode-in
               END-IF
               PERFORM 9220-Mode-Validate
           END-IF.
           IF NOT BATCH-SKIP
               PERFORM 9400-Edit-Record
               IF REC-OK
                   MOVE polDate-in to polNextBill-in
                   MOVE polNum1-in to polNum1-out
                   MOVE polDate-in to polDate-out
                   MOVE polAmt-in to polAmt-out
                   MOVE polAgent-in to polAgent-out
                   MOVE polTerm-in to polTerm-out
                   MOVE polHolder-in to polHolder-out
                   MOVE polMode-in to polMode-out
                   PERFORM 9100-Poltype-Display
                   MOVE POLTYPE-DISP-OUT to poltype-out
                   WRITE PRINTREC from InfoLine AFTER ADVANCING 1 Line
                           ADD 1 to REPORT-TXN-COUNT
                           MOVE "ADD" to RESTART-ACTION
                           PERFORM 9900-Log-Restart
                           IF QUOTE-CONV
                               PERFORM 2550-Quote-Converted
                           END-IF
                   END-WRITE
               ELSE
                   IF BATCH-MODE
                       WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING
                           1 LINE
                   ELSE
                       IF QUOTE-CONV
                           DISPLAY "Record was not added."
                           PERFORM 2560-Quote-Abandon
                       ELSE
                           DISPLAY "Record was not added. Please "
                           "re-enter the record."
                           PERFORM 500-ADD
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE "DUPLICATE POLICY NUMBER" to exc-reason-out
               WRITE PRINTREC FROM ExceptLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error this policy number is already on "
                   "file. Please enter another policy number."
                   PERFORM 2520-Quote-Load
               ELSE
                   DISPLAY "Error this policy number is already on "
                   "file. Please re-enter the record."
                   PERFORM 500-ADD
               END-IF
           END-IF.
       300-Exit.
           PERFORM 250-Footer.
           CLOSE polfile report1 agent poltype archive holder
               operator endorse bene pending qtefile restartlog.
            STOP RUN.
       1180-Term-Edit.
           IF polTerm-in NOT NUMERIC
               PERFORM 1180-Term-Edit
           END-IF.
       3000-Batch-Add.
           MOVE "N" to QUOTE-CONV-SW.
           OPEN INPUT poltrans.
           MOVE "N" to EOF-TRANS-SW.
           MOVE "Y" to BATCH-MODE-SW.
           MOVE tr-polterm-in to polTerm-in.
           MOVE tr-poltype-in to poltype-in.
           MOVE tr-polholder-in to polHolder-in.
           MOVE tr-polmode-in to polMode-in.
           PERFORM 900-Read1.
       4000-Agent-Menu.
            DISPLAY "Enter ADD, UPDATE, DELETE, XFER, LIC (license) or "
            "exit for the agent file."
            ACCEPT choice4
            PERFORM UNTIL choice4 = "exit"
               EVALUATE choice4
                       PERFORM 4300-Agent-Delete
                   WHEN "XFER"
                       PERFORM 4400-Agent-Transfer
                   WHEN "LIC"
                       PERFORM 4460-Agent-License
                   WHEN OTHER
                       PERFORM 4900-Agent-Error
                   END-EVALUATE
           ACCEPT comm-rate-in.
           ACCEPT agent-mgr-in.
           ACCEPT ovr-rate-in.
           PERFORM 4150-Agent-Lic-Accept.
           PERFORM 4160-Lic-Edit.
           IF agent-mgr-in = agent-in
               DISPLAY "Error an agent cannot report to themselves. "
               "Agent was NOT added."
           ELSE
               PERFORM 4130-Mgr-Check
               IF MANAGER-ON-FILE AND LICENSE-OK
                   PERFORM 4120-Agent-Write
               ELSE
                   IF NOT LICENSE-OK
                       DISPLAY "Error the license details are not "
                       "valid. Agent was NOT added."
                   ELSE
                       DISPLAY "Error the manager is not on the agent "
                       "file. Agent was NOT added."
                   END-IF
               END-IF
           END-IF.
           PERFORM 4000-Agent-Menu.
                   MOVE agent-mgr-in to agent-mgr-out
                   MOVE ovr-rate-in to agent-ovr-out
                   WRITE PRINTREC from AGENTLine after ADVANCING 1 line
                   PERFORM 4140-Agent-Lic-Print
                   MOVE "AGENT ADD" to act-action-out
                   WRITE PRINTREC from ACTIONLine
           END-WRITE.
               END-READ
               MOVE SAVE-AGENTREC to agentrec
           END-IF.
       4140-Agent-Lic-Print.
           MOVE agent-lic-in to agent-lic-out.
           MOVE agent-lines-in to agent-lines-out.
           MOVE agent-licexp-in to agent-licexp-out.
           WRITE PRINTREC from AGENTLICLine.
       4150-Agent-Lic-Accept.
           DISPLAY "Enter the license number for this agent (spaces "
           "if the agent is not licensed).".
           ACCEPT agent-lic-in.
           DISPLAY "Enter the licensed lines, the policy types this "
           "agent is appointed to sell, up to five 3 character types "
           "run together (for example TRMWHL).".
           ACCEPT agent-lines-in.
           DISPLAY "Enter the license expiration date in the format "
           "YYYYMMDD.".
           ACCEPT agent-licexp-in.
       4160-Lic-Edit.
           MOVE "Y" to LIC-OK-SW.
           IF agent-lic-in = SPACES
               MOVE SPACES to agent-lines-in
               MOVE ZERO to agent-licexp-in
           ELSE
               IF agent-licexp-in NOT NUMERIC
                   MOVE "N" to LIC-OK-SW
               ELSE
                   MOVE agent-licexp-in to EDIT-DATE
                   PERFORM 9300-Validate-Date
                   IF NOT DATE-OK
                       MOVE "N" to LIC-OK-SW
                   END-IF
               END-IF
               IF NOT LICENSE-OK
                   DISPLAY "Error the license expiration is not a "
                   "valid calendar date in the format YYYYMMDD"
               END-IF
               PERFORM 4170-Lic-Line-Edit VARYING LIC-IDX FROM 1 BY 1
                   UNTIL LIC-IDX > 5
           END-IF.
       4170-Lic-Line-Edit.
           IF agent-line-in(LIC-IDX) NOT = SPACES
               MOVE agent-line-in(LIC-IDX) to tfind-code
               MOVE 99999999 to tfind-date
               PERFORM 9150-Poltype-Find
               IF NOT TYPE-EXISTS
                   MOVE "N" to LIC-OK-SW
                   DISPLAY "Error licensed line "
                   agent-line-in(LIC-IDX) " is not on the poltype file"
               END-IF
           END-IF.
       4110-Agent-Dup-Error.
           DISPLAY "Error this agent number is already on file. Agent "
           "was NOT added.".
               MOVE agent-mgr-in to agent-mgr-out
               MOVE ovr-rate-in to agent-ovr-out
               WRITE PRINTREC from AGENTLine after ADVANCING 1 line
               PERFORM 4140-Agent-Lic-Print
               MOVE "AGENT DELETE" to act-action-out
               WRITE PRINTREC from ACTIONLine
               DELETE agent
               MOVE xfr-to-in to agent-in
               READ agent
                   INVALID KEY PERFORM 4410-Transfer-Error
                   NOT INVALID KEY PERFORM 4415-Transfer-Hold
               END-READ
           END-IF.
           PERFORM 4000-Agent-Menu.
       4415-Transfer-Hold.
           MOVE "TRANSFER" to pnd-action-in.
           MOVE SPACES to pnd-polnum-in.
           MOVE SPACES to pnd-before-in.
           MOVE SPACES to pnd-after-in.
           MOVE xfr-from-in to pnd-xfrfrom-in.
           MOVE xfr-to-in to pnd-xfrto-in.
           MOVE SPACES to pnd-delreason-in.
           PERFORM 9980-Pending-Hold.
       4410-Transfer-Error.
           DISPLAY "Error the successor agent is not on the agent "
           "file. No policies were transferred.".
               MOVE polAgent-in to polAgent-out
               MOVE polTerm-in to polTerm-out
               MOVE polHolder-in to polHolder-out
               MOVE polMode-in to polMode-out
               PERFORM 9100-Poltype-Display
               MOVE POLTYPE-DISP-OUT to poltype-out
               WRITE PRINTREC FROM INFOLine AFTER ADVANCING 1 Line
               PERFORM 9900-Log-Restart
               PERFORM 9950-Write-Endorse
           END-IF.
       4460-Agent-License.
           DISPLAY "Enter the agent number whose license you would "
           "like to maintain.".
           ACCEPT agentU-in.
           PERFORM 4465-Agent-License2.
       4465-Agent-License2.
           MOVE agentU-in to agent-in
           READ agent
           INVALID KEY PERFORM 4470-Agent-License-Error
           NOT INVALID KEY PERFORM 4475-Agent-License3
           END-READ.
       4470-Agent-License-Error.
           DISPLAY "Error Agent Number was not in file".
           ACCEPT agentU-in.
           PERFORM 4465-Agent-License2.
       4475-Agent-License3.
           DISPLAY "Current license " agent-lic-in " lines "
           agent-lines-in " expires " agent-licexp-in.
           PERFORM 4150-Agent-Lic-Accept.
           PERFORM 4160-Lic-Edit.
           IF LICENSE-OK
               REWRITE agentrec
               MOVE agent-in to agent-num-out
               MOVE name-in to agent-name-out
               MOVE comm-rate-in to agent-rate-out
               MOVE agent-mgr-in to agent-mgr-out
               MOVE ovr-rate-in to agent-ovr-out
               WRITE PRINTREC from AGENTLine after ADVANCING 1 line
               PERFORM 4140-Agent-Lic-Print
               MOVE "AGENT LICENSE" to act-action-out
               WRITE PRINTREC from ACTIONLine
           ELSE
               DISPLAY "Error the license details are not valid. "
               "Agent license was NOT updated."
           END-IF.
           PERFORM 4000-Agent-Menu.
       4900-Agent-Error.
           DISPLAY "Error choice must be ADD, UPDATE, DELETE, XFER OR "
           "LIC".
           PERFORM 4000-Agent-Menu.
       4500-Holder-Menu.
            DISPLAY "Enter ADD, UPDATE, DELETE or exit for the "
       4590-Holder-Error.
           DISPLAY "Error choice must be ADD, UPDATE OR DELETE".
           PERFORM 4500-Holder-Menu.
       4600-Bene-Menu.
           DISPLAY "Enter the policy number to maintain the "
           "beneficiaries for.".
           ACCEPT bene-polnumU-in.
           MOVE bene-polnumU-in to polNum1-in.
           READ polfile
               INVALID KEY PERFORM 4605-Bene-Policy-Error
               NOT INVALID KEY PERFORM 4610-Bene-Load
           END-READ.
       4605-Bene-Policy-Error.
           DISPLAY "Error Policy Number was not in file".
           PERFORM 400-Menu.
       4610-Bene-Load.
           MOVE ZERO to BENE-OCCURS.
           MOVE "N" to EOF-BENE-SW.
           MOVE bene-polnumU-in to bene-polnum-in.
           MOVE ZERO to bene-seq-in.
           START bene KEY IS NOT LESS THAN bene-key-in
               INVALID KEY MOVE "Y" to EOF-BENE-SW
           END-START.
           PERFORM 4615-Bene-Load-Read UNTIL EOF-BENE.
           PERFORM 4625-Bene-Menu2.
       4615-Bene-Load-Read.
           READ bene NEXT RECORD
               AT END MOVE "Y" to EOF-BENE-SW
               NOT AT END PERFORM 4620-Bene-Load-Entry
           END-READ.
       4620-Bene-Load-Entry.
           IF bene-polnum-in NOT = bene-polnumU-in
               MOVE "Y" to EOF-BENE-SW
           ELSE
               IF BENE-OCCURS < 10
                   ADD 1 to BENE-OCCURS
                   MOVE bene-name-in to BENE-NAME(BENE-OCCURS)
                   MOVE bene-rel-in to BENE-REL(BENE-OCCURS)
                   MOVE bene-class-in to BENE-CLASS(BENE-OCCURS)
                   MOVE bene-share-in to BENE-SHARE(BENE-OCCURS)
                   MOVE bene-status-in to BENE-STATUS(BENE-OCCURS)
               END-IF
           END-IF.
       4625-Bene-Menu2.
            DISPLAY "Enter ADD, DELETE, DECD, LIST, SAVE or exit for "
            "the beneficiaries of policy " bene-polnumU-in ". "
            "Changes are not kept until they are saved."
            ACCEPT choiceB
            PERFORM UNTIL choiceB = "exit"
               EVALUATE choiceB
                   WHEN "ADD"
                       PERFORM 4630-Bene-Add
                   WHEN "DELETE"
                       PERFORM 4640-Bene-Delete
                   WHEN "DECD"
                       PERFORM 4645-Bene-Deceased
                   WHEN "LIST"
                       PERFORM 4650-Bene-List
                   WHEN "SAVE"
                       PERFORM 4660-Bene-Save
                   WHEN OTHER
                       PERFORM 4690-Bene-Error
                   END-EVALUATE
                       END-PERFORM.
                           PERFORM 400-Menu.
       4630-Bene-Add.
           IF BENE-OCCURS NOT < 10
               DISPLAY "Error a policy can carry at most 10 "
               "beneficiaries. Beneficiary was NOT added."
           ELSE
               PERFORM 4635-Bene-Add2
           END-IF.
           PERFORM 4625-Bene-Menu2.
       4635-Bene-Add2.
           DISPLAY "Enter the beneficiary in the order of name, "
           "relationship, class (P primary or C contingent) and "
           "share percent. Make sure to press enter after entering "
           "each value.".
           ACCEPT beneU-name-in.
           ACCEPT beneU-rel-in.
           ACCEPT beneU-class-in.
           ACCEPT beneU-share-in.
           IF beneU-class-in NOT = "P" AND beneU-class-in NOT = "C"
               DISPLAY "Error the class must be P or C. Beneficiary "
               "was NOT added."
           ELSE
               IF beneU-share-in = ZERO OR beneU-share-in > 100
                   DISPLAY "Error the share must be more than 0 and "
                   "not more than 100 percent. Beneficiary was NOT "
                   "added."
               ELSE
                   ADD 1 to BENE-OCCURS
                   MOVE beneU-name-in to BENE-NAME(BENE-OCCURS)
                   MOVE beneU-rel-in to BENE-REL(BENE-OCCURS)
                   MOVE beneU-class-in to BENE-CLASS(BENE-OCCURS)
                   MOVE beneU-share-in to BENE-SHARE(BENE-OCCURS)
                   MOVE "A" to BENE-STATUS(BENE-OCCURS)
               END-IF
           END-IF.
       4640-Bene-Delete.
           PERFORM 4655-Bene-Show.
           DISPLAY "Enter the line number of the beneficiary to "
           "remove.".
           ACCEPT bene-pick-in.
           IF bene-pick-in < 1 OR bene-pick-in > BENE-OCCURS
               DISPLAY "Error there is no beneficiary on that line."
           ELSE
               PERFORM VARYING BENE-IDX FROM bene-pick-in BY 1
                       UNTIL BENE-IDX NOT < BENE-OCCURS
                   MOVE BENE-ENTRY(BENE-IDX + 1)
                       to BENE-ENTRY(BENE-IDX)
               END-PERFORM
               SUBTRACT 1 from BENE-OCCURS
           END-IF.
           PERFORM 4625-Bene-Menu2.
       4645-Bene-Deceased.
           PERFORM 4655-Bene-Show.
           DISPLAY "Enter the line number of the beneficiary to "
           "mark as deceased.".
           ACCEPT bene-pick-in.
           IF bene-pick-in < 1 OR bene-pick-in > BENE-OCCURS
               DISPLAY "Error there is no beneficiary on that line."
           ELSE
               MOVE "D" to BENE-STATUS(bene-pick-in)
           END-IF.
           PERFORM 4625-Bene-Menu2.
       4650-Bene-List.
           PERFORM 4655-Bene-Show.
           PERFORM 4625-Bene-Menu2.
       4655-Bene-Show.
           IF BENE-OCCURS = ZERO
               DISPLAY "No beneficiaries are designated for policy "
               bene-polnumU-in
           END-IF.
           PERFORM VARYING BENE-IDX FROM 1 BY 1
                   UNTIL BENE-IDX > BENE-OCCURS
               DISPLAY "LINE " BENE-IDX " " BENE-NAME(BENE-IDX) " "
               BENE-REL(BENE-IDX) " CLASS " BENE-CLASS(BENE-IDX)
               " SHARE " BENE-SHARE(BENE-IDX) " STATUS "
               BENE-STATUS(BENE-IDX)
           END-PERFORM.
       4660-Bene-Save.
           MOVE ZERO to BENE-PRIM-TOT.
           MOVE ZERO to BENE-CONT-TOT.
           MOVE ZERO to BENE-PRIM-CNT.
           MOVE ZERO to BENE-CONT-CNT.
           PERFORM VARYING BENE-IDX FROM 1 BY 1
                   UNTIL BENE-IDX > BENE-OCCURS
               IF BENE-CLASS(BENE-IDX) = "P"
                   ADD 1 to BENE-PRIM-CNT
                   ADD BENE-SHARE(BENE-IDX) to BENE-PRIM-TOT
               ELSE
                   ADD 1 to BENE-CONT-CNT
                   ADD BENE-SHARE(BENE-IDX) to BENE-CONT-TOT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN BENE-OCCURS > ZERO AND BENE-PRIM-CNT = ZERO
                   DISPLAY "Error at least one primary beneficiary "
                   "is required. Beneficiaries were NOT saved."
               WHEN BENE-PRIM-CNT > ZERO AND BENE-PRIM-TOT NOT = 100
                   DISPLAY "Error the primary shares total "
                   BENE-PRIM-TOT " percent and must total 100. "
                   "Beneficiaries were NOT saved."
               WHEN BENE-CONT-CNT > ZERO AND BENE-CONT-TOT NOT = 100
                   DISPLAY "Error the contingent shares total "
                   BENE-CONT-TOT " percent and must total 100. "
                   "Beneficiaries were NOT saved."
               WHEN OTHER
                   PERFORM 4665-Bene-Save2
           END-EVALUATE.
           PERFORM 4625-Bene-Menu2.
       4665-Bene-Save2.
           MOVE "N" to EOF-BENE-SW.
           MOVE bene-polnumU-in to bene-polnum-in.
           MOVE ZERO to bene-seq-in.
           START bene KEY IS NOT LESS THAN bene-key-in
               INVALID KEY MOVE "Y" to EOF-BENE-SW
           END-START.
           PERFORM 4670-Bene-Clear UNTIL EOF-BENE.
           PERFORM VARYING BENE-IDX FROM 1 BY 1
                   UNTIL BENE-IDX > BENE-OCCURS
               PERFORM 4680-Bene-Write
           END-PERFORM.
           MOVE bene-polnumU-in to polNum1-in.
           MOVE "BENE" to RESTART-ACTION.
           PERFORM 9900-Log-Restart.
           MOVE "BENE SAVE" to act-action-out.
           WRITE PRINTREC from ACTIONLine.
           DISPLAY "Beneficiaries saved for policy " bene-polnumU-in
           ".".
       4670-Bene-Clear.
           READ bene NEXT RECORD
               AT END MOVE "Y" to EOF-BENE-SW
               NOT AT END
                   IF bene-polnum-in NOT = bene-polnumU-in
                       MOVE "Y" to EOF-BENE-SW
                   ELSE
                       DELETE bene
                   END-IF
           END-READ.
       4680-Bene-Write.
           MOVE bene-polnumU-in to bene-polnum-in.
           MOVE BENE-IDX to bene-seq-in.
           MOVE BENE-NAME(BENE-IDX) to bene-name-in.
           MOVE BENE-REL(BENE-IDX) to bene-rel-in.
           MOVE BENE-CLASS(BENE-IDX) to bene-class-in.
           MOVE BENE-SHARE(BENE-IDX) to bene-share-in.
           MOVE BENE-STATUS(BENE-IDX) to bene-status-in.
           WRITE benerec
               INVALID KEY
                   DISPLAY "Error beneficiary " bene-seq-in
                   " could not be written."
           END-WRITE.
           MOVE bene-polnum-in to bene-polnum-out.
           MOVE bene-seq-in to bene-seq-out.
           MOVE bene-name-in to bene-name-out.
           MOVE bene-rel-in to bene-rel-out.
           MOVE bene-class-in to bene-class-out.
           MOVE bene-share-in to bene-share-out.
           MOVE bene-status-in to bene-status-out.
           WRITE PRINTREC from BENELine after ADVANCING 1 line.
       4690-Bene-Error.
           DISPLAY "Error choice must be ADD, DELETE, DECD, LIST or "
           "SAVE".
           PERFORM 4625-Bene-Menu2.
       5000-List.
           MOVE ZERO to TYPE-OCCURS.
           MOVE ZERO to GRAND-AMT.
           MOVE polAgent-in to polAgent-out.
           MOVE polTerm-in to polTerm-out.
           MOVE polHolder-in to polHolder-out.
           MOVE polMode-in to polMode-out.
           PERFORM 9100-Poltype-Display.
           MOVE POLTYPE-DISP-OUT to poltype-out.
           WRITE PRINTREC from INFOLine after ADVANCING 1 line.
               ACCEPT typeU-desc-in
               DISPLAY "Enter the rate (per 100 of amount, as 9.999)."
               ACCEPT typeU-rate-in
               PERFORM 8150-Type-Surcharge
               PERFORM 8160-Type-Retention
               MOVE typeU-code-in to poltype-code-in
               MOVE typeU-eff-in to poltype-eff-in
               MOVE typeU-desc-in to poltype-desc-in
               MOVE typeU-rate-in to poltype-rate-in
               MOVE typeU-sursemi-in to poltype-sursemi-in
               MOVE typeU-surqtr-in to poltype-surqtr-in
               MOVE typeU-surmth-in to poltype-surmth-in
               MOVE typeU-retain-in to poltype-retain-in
               WRITE poltyperec
                   INVALID KEY
                       DISPLAY "Error that type and effective date "
                       PERFORM 8500-Type-Log
               END-WRITE
           END-IF.
       8150-Type-Surcharge.
           DISPLAY "Enter the modal surcharges added to each "
           "installment for semi-annual, quarterly and monthly billing "
           "(percent, as 9.999). Make sure to press enter after "
           "entering each value.".
           ACCEPT typeU-sursemi-in.
           ACCEPT typeU-surqtr-in.
           ACCEPT typeU-surmth-in.
       8160-Type-Retention.
           DISPLAY "Enter the reinsurance retention limit for this "
           "rate (the policy amount we keep, zero if the type is not "
           "reinsured).".
           ACCEPT typeU-retain-in.
       8200-Type-Rate.
           DISPLAY "Enter the policy type code the new rate is for.".
           ACCEPT typeU-code-in.
           ELSE
               DISPLAY "Enter the rate (per 100 of amount, as 9.999)."
               ACCEPT typeU-rate-in
               PERFORM 8150-Type-Surcharge
               PERFORM 8160-Type-Retention
               MOVE typeU-code-in to poltype-code-in
               MOVE typeU-eff-in to poltype-eff-in
               MOVE tfind-desc to poltype-desc-in
               MOVE typeU-rate-in to poltype-rate-in
               MOVE typeU-sursemi-in to poltype-sursemi-in
               MOVE typeU-surqtr-in to poltype-surqtr-in
               MOVE typeU-surmth-in to poltype-surmth-in
               MOVE typeU-retain-in to poltype-retain-in
               WRITE poltyperec
                   INVALID KEY
                       DISPLAY "Error a rate with that effective "
               ADD 1 to TYPE-LIST-CNT
               DISPLAY "TYPE " poltype-code-in " EFF " poltype-eff-in
               " RATE " poltype-rate-in " " poltype-desc-in
               " SURCH S " poltype-sursemi-in " Q " poltype-surqtr-in
               " M " poltype-surmth-in " RETN " poltype-retain-in
           END-IF.
       8500-Type-Log.
           MOVE poltype-code-in to type-code-out.
           MOVE poltype-eff-in to type-eff-out.
           MOVE poltype-rate-in to type-rate-out.
           MOVE poltype-desc-in to type-desc-out.
           MOVE poltype-sursemi-in to type-sursemi-out.
           MOVE poltype-surqtr-in to type-surqtr-out.
           MOVE poltype-surmth-in to type-surmth-out.
           MOVE poltype-retain-in to type-retain-out.
           WRITE PRINTREC from TYPELine after ADVANCING 1 line.
           MOVE "TYPE MAINT" to act-action-out.
           WRITE PRINTREC from ACTIONLine.
                   END-EVALUATE
                       END-PERFORM.
                           PERFORM 400-Menu.
       8800-Appr-Menu.
            DISPLAY "Enter LIST, APPR, REJECT or exit for the changes "
            "pending approval."
            ACCEPT choiceP
            PERFORM UNTIL choiceP = "exit"
               EVALUATE choiceP
                   WHEN "LIST"
                       PERFORM 8810-Appr-List
                   WHEN "APPR"
                       PERFORM 8830-Appr-Approve
                   WHEN "REJECT"
                       PERFORM 8860-Appr-Reject
                   WHEN OTHER
                       PERFORM 8890-Appr-Error
                   END-EVALUATE
                       END-PERFORM.
                           PERFORM 400-Menu.
       8810-Appr-List.
           MOVE ZERO to PND-CNT.
           MOVE "N" to EOF-PENDING-SW.
           MOVE LOW-VALUES to pnd-key-in.
           START pending KEY IS NOT LESS THAN pnd-key-in
               INVALID KEY MOVE "Y" to EOF-PENDING-SW
           END-START.
           PERFORM 8815-Appr-List-Read UNTIL EOF-PENDING.
           IF PND-CNT = ZERO
               DISPLAY "No changes are pending approval."
           END-IF.
           PERFORM 8800-Appr-Menu.
       8815-Appr-List-Read.
           READ pending NEXT RECORD
               AT END MOVE "Y" to EOF-PENDING-SW
               NOT AT END
                   IF PND-PENDING
                       ADD 1 to PND-CNT
                       PERFORM 8820-Appr-Show
                   END-IF
           END-READ.
       8820-Appr-Show.
           DISPLAY "PENDING " pnd-key-in " " pnd-action-in " POLICY "
           pnd-polnum-in " REQUESTED BY " pnd-oper-in.
           EVALUATE pnd-action-in
               WHEN "UPDATE"
                   MOVE pnd-before-in to END-IMAGE
                   DISPLAY "  BEFORE DATE " ei-poldate " AMT "
                   ei-polamt " PREM " ei-polprem " AGENT " ei-polagent
                   " TERM " ei-polterm " TYPE " ei-poltype
                   MOVE pnd-after-in to END-IMAGE
                   DISPLAY "  AFTER  DATE " ei-poldate " AMT "
                   ei-polamt " PREM " ei-polprem " AGENT " ei-polagent
                   " TERM " ei-polterm " TYPE " ei-poltype
               WHEN "DELETE"
                   MOVE pnd-before-in to END-IMAGE
                   DISPLAY "  POLICY DATE " ei-poldate " AMT "
                   ei-polamt " PREM " ei-polprem " AGENT " ei-polagent
                   " REASON " pnd-delreason-in
               WHEN "TRANSFER"
                   DISPLAY "  BOOK OF AGENT " pnd-xfrfrom-in
                   " TO AGENT " pnd-xfrto-in
           END-EVALUATE.
           PERFORM 8825-Appr-Print.
       8825-Appr-Print.
           MOVE pnd-key-in to pnd-key-out.
           MOVE pnd-action-in to pnd-action-out.
           MOVE pnd-polnum-in to pnd-polnum-out.
           MOVE pnd-oper-in to pnd-oper-out.
           MOVE pnd-status-in to pnd-status-out.
           MOVE pnd-reviewer-in to pnd-reviewer-out.
           EVALUATE TRUE
               WHEN PND-REJECTED
                   MOVE pnd-revreason-in to pnd-detail-out
               WHEN pnd-action-in = "TRANSFER"
                   MOVE SPACES to pnd-detail-out
                   STRING "AGENT " DELIMITED BY SIZE
                          pnd-xfrfrom-in DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          pnd-xfrto-in DELIMITED BY SIZE
                     INTO pnd-detail-out
               WHEN OTHER
                   MOVE pnd-delreason-in to pnd-detail-out
           END-EVALUATE.
           WRITE PRINTREC FROM PENDLine AFTER ADVANCING 1 LINE.
       8830-Appr-Approve.
           DISPLAY "Enter the pending item number (the 16 digit date "
           "and time shown by LIST) to approve.".
           ACCEPT pndU-key-in.
           MOVE pndU-key-in to pnd-key-in.
           READ pending
               INVALID KEY
                   DISPLAY "Error pending item was not in file"
               NOT INVALID KEY
                   PERFORM 8835-Appr-Approve2
           END-READ.
           PERFORM 8800-Appr-Menu.
       8835-Appr-Approve2.
           PERFORM 8870-Appr-Check.
           IF REVIEW-OK
               MOVE "Y" to APPLY-OK-SW
               EVALUATE pnd-action-in
                   WHEN "UPDATE"
                       PERFORM 8840-Apply-Update
                   WHEN "DELETE"
                       PERFORM 8845-Apply-Delete
                   WHEN "TRANSFER"
                       PERFORM 8850-Apply-Transfer
               END-EVALUATE
               IF APPLY-OK
                   MOVE "A" to pnd-status-in
                   PERFORM 8880-Appr-Record
               ELSE
                   DISPLAY "Pending item " pnd-key-in " was NOT "
                   "applied and is still pending."
               END-IF
           END-IF.
       8840-Apply-Update.
           MOVE pnd-polnum-in to polNum1-in.
           READ polfile
               INVALID KEY MOVE "N" to APPLY-OK-SW
           END-READ.
           IF APPLY-OK
               PERFORM 8842-Apply-Compare
           END-IF.
           IF APPLY-OK
               MOVE polfilerec to SAVE-POLREC
               MOVE pnd-after-in to polfilerec
               MOVE SAVE-POLREC to END-IMAGE
               MOVE ei-polnextbill to polNextBill-in
               MOVE polNum1-in to polNum1-out
               MOVE polDate-in to polDate-out
               MOVE polAmt-in to polAmt-out
               MOVE polPrem-in to polPrem-out
               MOVE polAgent-in to polAgent-out
               MOVE polTerm-in to polTerm-out
               MOVE polHolder-in to polHolder-out
               MOVE polMode-in to polMode-out
               PERFORM 9100-Poltype-Display
               MOVE POLTYPE-DISP-OUT to poltype-out
               WRITE PRINTREC FROM INFOLine AFTER ADVANCING 1 Line
               MOVE "UPDATE" to act-action-out
               WRITE PRINTREC FROM ACTIONLine
               REWRITE polfilerec
               ADD 1 to REPORT-TXN-COUNT
               MOVE "UPDATE" to RESTART-ACTION
               PERFORM 9900-Log-Restart
               PERFORM 9950-Write-Endorse
           ELSE
               PERFORM 8855-Apply-Changed
           END-IF.
       8842-Apply-Compare.
           MOVE pnd-before-in to END-IMAGE.
           IF polfilerec(1:51) NOT = pnd-before-in(1:51)
                   OR polMode-in NOT = ei-polmode
               MOVE "N" to APPLY-OK-SW
           END-IF.
       8845-Apply-Delete.
           MOVE pnd-polnum-in to polNum1-in.
           READ polfile
               INVALID KEY MOVE "N" to APPLY-OK-SW
           END-READ.
           IF APPLY-OK
               PERFORM 8842-Apply-Compare
           END-IF.
           IF APPLY-OK
               MOVE pnd-delreason-in to del-reason-in
               PERFORM 2050-Delete-Apply
           ELSE
               PERFORM 8855-Apply-Changed
           END-IF.
       8850-Apply-Transfer.
           MOVE pnd-xfrfrom-in to xfr-from-in.
           MOVE pnd-xfrto-in to xfr-to-in.
           MOVE xfr-to-in to agent-in.
           READ agent
               INVALID KEY
                   MOVE "N" to APPLY-OK-SW
                   PERFORM 4410-Transfer-Error
               NOT INVALID KEY PERFORM 4420-Transfer-Book
           END-READ.
       8855-Apply-Changed.
           DISPLAY "Error policy " pnd-polnum-in " is no longer on "
           "file or has changed since the request. Reject the item "
           "and key the change again.".
       8860-Appr-Reject.
           DISPLAY "Enter the pending item number (the 16 digit date "
           "and time shown by LIST) to reject.".
           ACCEPT pndU-key-in.
           MOVE pndU-key-in to pnd-key-in.
           READ pending
               INVALID KEY
                   DISPLAY "Error pending item was not in file"
               NOT INVALID KEY
                   PERFORM 8865-Appr-Reject2
           END-READ.
           PERFORM 8800-Appr-Menu.
       8865-Appr-Reject2.
           PERFORM 8870-Appr-Check.
           IF REVIEW-OK
               DISPLAY "Enter the reason for rejecting this change."
               ACCEPT pnd-revreason-in
               MOVE "R" to pnd-status-in
               PERFORM 8880-Appr-Record
           END-IF.
       8870-Appr-Check.
           MOVE "Y" to REVIEW-OK-SW.
           IF NOT PND-PENDING
               MOVE "N" to REVIEW-OK-SW
               DISPLAY "Error pending item " pnd-key-in " is no "
               "longer pending. Status " pnd-status-in " by "
               pnd-reviewer-in "."
           ELSE
               IF pnd-oper-in = OPER-ID
                   MOVE "N" to REVIEW-OK-SW
                   DISPLAY "Error a change must be approved or "
                   "rejected by a different operator than the one "
                   "who requested it."
               END-IF
           END-IF.
       8880-Appr-Record.
           MOVE OPER-ID to pnd-reviewer-in.
           ACCEPT WSDATE FROM DATE.
           COMPUTE pnd-revdate-in = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           REWRITE pendingrec.
           PERFORM 8825-Appr-Print.
           IF PND-APPROVED
               MOVE "APPROVED" to act-action-out
           ELSE
               MOVE "REJECTED" to act-action-out
           END-IF.
           WRITE PRINTREC from ACTIONLine.
           DISPLAY "Pending item " pnd-key-in " " act-action-out.
       8890-Appr-Error.
           DISPLAY "Error choice must be LIST, APPR or REJECT".
           PERFORM 8800-Appr-Menu.
       8610-Oper-Add.
           DISPLAY "Enter the operator record to add in the order of "
           "operator ID, password and authorization level (1 inquiry,"
               MOVE "POLICY TYPE NOT ON FILE" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error policy type " poltype-in " is not on "
                   "the poltype file"
                   PERFORM 2560-Quote-Abandon
               ELSE
                   DISPLAY "Error policy type is not on the poltype "
                   "file"
                   ACCEPT poltype-in
                   PERFORM 9200-Poltype-Validate
               END-IF
           END-IF.
       9240-Appoint-Check.
           MOVE "N" to LINE-OK-SW.
           PERFORM VARYING LIC-IDX FROM 1 BY 1 UNTIL LIC-IDX > 5
               IF agent-line-in(LIC-IDX) = poltype-in
                   MOVE "Y" to LINE-OK-SW
               END-IF
           END-PERFORM.
           IF NOT LINE-APPOINTED
               PERFORM 9245-Appoint-Error
           END-IF.
       9245-Appoint-Error.
           IF BATCH-MODE
               MOVE "Y" to BATCH-SKIP-SW
               ADD 1 to TRANS-EXC-COUNT
               MOVE polNum1-in to exc-polnum-out
               MOVE "AGENT NOT APPOINTED FOR TYPE" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               IF QUOTE-CONV
                   DISPLAY "Error agent " polAgent-in " is not "
                   "appointed for policy type " poltype-in "."
                   PERFORM 2560-Quote-Abandon
               ELSE
                   DISPLAY "Error agent " polAgent-in " is not "
                   "appointed for policy type " poltype-in ". Enter "
                   "another type."
                   ACCEPT poltype-in
                   PERFORM 9200-Poltype-Validate
                   PERFORM 9240-Appoint-Check
               END-IF
           END-IF.
       9220-Mode-Validate.
           IF polMode-in = SPACE
               MOVE "A" to polMode-in
           END-IF.
           IF NOT MODE-VALID
               PERFORM 9230-Mode-Error
           END-IF.
       9230-Mode-Error.
           IF BATCH-MODE
               MOVE "Y" to BATCH-SKIP-SW
               ADD 1 to TRANS-EXC-COUNT
               MOVE polNum1-in to exc-polnum-out
               MOVE "INVALID BILLING MODE" to exc-reason-out
               WRITE PRINTREC FROM EXCEPTLine AFTER ADVANCING 1 LINE
           ELSE
               DISPLAY "Error billing mode must be A annual, S "
               "semi-annual, Q quarterly or M monthly"
               ACCEPT polMode-in
               PERFORM 9220-Mode-Validate
           END-IF.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
                   MOVE ZERO to comm-rate-in
                   MOVE SPACES to agent-mgr-in
                   MOVE ZERO to ovr-rate-in
                   MOVE SPACES to agent-lic-in
                   MOVE SPACES to agent-lines-in
                   MOVE ZERO to agent-licexp-in
                   DISPLAY "Warning this agent is not on the agent "
                   "file."
               NOT INVALID KEY
           MOVE agent-mgr-in to agent-mgr-out.
           MOVE ovr-rate-in to agent-ovr-out.
           WRITE PRINTREC from AGENTLine after ADVANCING 1 line.
           PERFORM 4140-Agent-Lic-Print.
           MOVE "BOOK OF BUSINESS" to act-action-out.
           WRITE PRINTREC from ACTIONLine.
           WRITE PRINTREC from header2 after ADVANCING 1 line.
           MOVE polAgent-in to polAgent-out.
           MOVE polTerm-in to polTerm-out.
           MOVE polHolder-in to polHolder-out.
           MOVE polMode-in to polMode-out.
           PERFORM 9100-Poltype-Display.
           MOVE POLTYPE-DISP-OUT to poltype-out.
           ADD 1 to LINE-COUNT.
           MOVE arc-polterm-in to polTerm-in.
           MOVE arc-poltype-in to poltype-in.
           MOVE arc-polholder-in to polHolder-in.
           MOVE arc-polmode-in to polMode-in.
           MOVE arc-polnextbill-in to polNextBill-in.
           WRITE polfilerec
               INVALID KEY
                   PERFORM 6600-Reinstate-Dup-Error
           MOVE polAgent-in to polAgent-out.
           MOVE polTerm-in to polTerm-out.
           MOVE polHolder-in to polHolder-out.
           MOVE polMode-in to polMode-out.
           PERFORM 9100-Poltype-Display.
           MOVE POLTYPE-DISP-OUT to poltype-out.
           WRITE PRINTREC from INFOLine after ADVANCING 1 line.
       9970-Endorse-Bump.
           ADD 1 to end-time-in.
           PERFORM 9960-Endorse-Write.
       9980-Pending-Hold.
           ACCEPT WSDATE FROM DATE.
           ACCEPT WSTIME FROM TIME.
           COMPUTE pnd-date-in = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           MOVE WSTIME to pnd-time-in.
           MOVE OPER-ID to pnd-oper-in.
           MOVE "P" to pnd-status-in.
           MOVE SPACES to pnd-reviewer-in.
           MOVE ZERO to pnd-revdate-in.
           MOVE SPACES to pnd-revreason-in.
           PERFORM 9985-Pending-Write.
           PERFORM 8825-Appr-Print.
           MOVE SPACES to act-action-out.
           STRING "HELD " DELIMITED BY SIZE
                  pnd-action-in DELIMITED BY SPACE
             INTO act-action-out.
           WRITE PRINTREC from ACTIONLine.
           DISPLAY "Change held for supervisor approval as pending "
           "item " pnd-key-in ".".
       9985-Pending-Write.
           WRITE pendingrec
               INVALID KEY PERFORM 9990-Pending-Bump
           END-WRITE.
       9990-Pending-Bump.
           ADD 1 to pnd-time-in.
           PERFORM 9985-Pending-Write.
       7500-Policy-History.
           DISPLAY "Enter the policy number to list the endorsement "
           "history for.".
               DISPLAY "  BEFORE DATE " ei-poldate " AMT " ei-polamt
               " PREM " ei-polprem " AGENT " ei-polagent " TERM "
               ei-polterm " TYPE " ei-poltype " HOLDER " ei-polholder
               " MODE " ei-polmode
               MOVE end-after-in to END-IMAGE
               DISPLAY "  AFTER  DATE " ei-poldate " AMT " ei-polamt
               " PREM " ei-polprem " AGENT " ei-polagent " TERM "
               ei-polterm " TYPE " ei-poltype " HOLDER " ei-polholder
               " MODE " ei-polmode
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
