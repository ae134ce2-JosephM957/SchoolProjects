      * Author:
      * Date:
      * Purpose: one-time conversion of the master files to the
      *          current layouts. Reads polfile.dat in the old 51 byte
      *          layout and writes polfile.new billed annually (mode
      *          A) with the next installment due at the policy term
      *          date, since the old billing run has already billed
      *          the full premium for the current term; reads
      *          archive.dat in the old 97 byte layout and writes
      *          archive.new the same way, so a REINSTATE restores a
      *          billing mode, and writes refund.dat with every
      *          archived policy marked settled (no refund due) so
      *          the first POLRFND refund run only looks at policies
      *          that leave the master from then on; reads
      *          poltype.dat in the old 35 byte layout and writes
      *          poltype.new with zero modal surcharges and a zero
      *          retention limit (not reinsured until one is keyed
      *          through TYPE maintenance); reads
      *          endorse.dat in the old 137 byte layout and writes
      *          endorse.new with the before and
      *          after policy images widened to the new policy
      *          layout; reads agent.dat in the old 33 byte layout
      *          and writes agent.new with no license on file (blank
      *          license number and lines, zero expiration) until one
      *          is keyed through AGENT LIC maintenance.
      *          After a balanced run the operator renames each .new
      *          file over the old one. Run once, before the first
      *          run of any program built against the current
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL polfileold ASSIGN TO 'polfile.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is arc-key-in.
       select refund ASSIGN to 'refund.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is ref-key-in.
       select OPTIONAL poltypeold ASSIGN to 'poltype.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is old-poltype-key-in.
       select poltypenew ASSIGN to 'poltype.new'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is poltype-key-in.
       select OPTIONAL endorseold ASSIGN to 'endorse.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is old-end-key-in.
       select endorsenew ASSIGN to 'endorse.new'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is end-key-in.
       select OPTIONAL agentold ASSIGN to 'agent.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is old-agent-in.
       select agentnew ASSIGN to 'agent.new'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is agent-in.
       DATA DIVISION.
       FILE SECTION.
       fd polfileold.
       01 oldpolfilerec.
       03 old-polNum1-in pic x(6).
       03 old-polData-in pic x(45).
       fd polfilenew.
       01 polfilerec.
       03 polNum1-in pic x(6).
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
       fd archiveold.
       01 oldarchiverec.
       03 old-arc-key-in.
          05 old-arc-polnum-in pic x(6).
          05 old-arc-deldate-in pic 9(8).
          05 old-arc-deltime-in pic 9(8).
       03 old-arc-data-in pic x(75).
       fd archivenew.
       01 archiverec.
       03 arc-key-in.
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
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
       fd poltypeold.
       01 oldpoltyperec.
       03 old-poltype-key-in pic x(11).
       03 old-poltype-data-in pic x(24).
       fd poltypenew.
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
       fd endorseold.
       01 oldendorserec.
       03 old-end-key-in pic x(22).
       03 old-end-action-in pic x(8).
       03 old-end-oper-in pic x(5).
       03 old-end-before-in pic x(51).
       03 old-end-after-in pic x(51).
       fd endorsenew.
       01 endorserec.
       03 end-key-in.
          05 end-polnum-in pic x(6).
          05 end-date-in pic 9(8).
          05 end-time-in pic 9(8).
       03 end-action-in pic x(8).
       03 end-oper-in pic x(5).
       03 end-before-in pic x(60).
       03 end-after-in pic x(60).
       fd agentold.
       01 oldagentrec.
       03 old-agent-in pic x(5).
       03 old-agent-data-in pic x(28).
       fd agentnew.
       01 agentrec.
       03 agent-in pic x(5).
       03 name-in pic x(15).
       03 comm-rate-in pic 9v999.
       03 agent-mgr-in pic x(5).
       03 ovr-rate-in pic 9v999.
       03 agent-lic-in pic x(10).
       03 agent-lines-in pic x(15).
       03 agent-licexp-in pic 9(8).
       WORKING-STORAGE SECTION.
       01 EOF-OLD-SW pic x value "N".
          88 EOF-OLD value "Y".
       01 POLICY-CNT pic 9(5) value zero.
       01 ARCHIVE-CNT pic 9(5) value zero.
       01 REFUND-CNT pic 9(5) value zero.
       01 TYPE-CNT pic 9(5) value zero.
       01 ENDORSE-CNT pic 9(5) value zero.
       01 AGENT-CNT pic 9(5) value zero.
       01 END-IMAGE.
          03 ei-polold pic x(51).
          03 ei-polmode pic x.
          03 ei-polnextbill pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 2100-Convert-Polfile.
           PERFORM 3100-Convert-Archive.
           PERFORM 4100-Convert-Poltype.
           PERFORM 5100-Convert-Endorse.
           PERFORM 6100-Convert-Agent.
           DISPLAY "Conversion complete. Policies: " POLICY-CNT
           " Archive entries: " ARCHIVE-CNT " Type rates: " TYPE-CNT
           " Endorsements: " ENDORSE-CNT " Agents: " AGENT-CNT.
           DISPLAY "Rename polfile.new to polfile.dat, archive.new to "
           "archive.dat, poltype.new to poltype.dat, endorse.new "
           "to endorse.dat and agent.new to agent.dat to finish.".
           STOP RUN.
       2100-Convert-Polfile.
           OPEN INPUT polfileold.
           OPEN OUTPUT polfilenew.
               AT END MOVE "Y" to EOF-OLD-SW
               NOT AT END
                   MOVE oldpolfilerec to polfilerec
                   MOVE "A" to polMode-in
                   IF polTerm-in NUMERIC
                       MOVE polTerm-in to polNextBill-in
                   ELSE
                       MOVE polDate-in to polNextBill-in
                   END-IF
                   WRITE polfilerec
                   ADD 1 to POLICY-CNT
           END-READ.
       3100-Convert-Archive.
           OPEN INPUT archiveold.
           OPEN OUTPUT archivenew.
           OPEN OUTPUT refund.
           MOVE "N" to EOF-OLD-SW.
           MOVE LOW-VALUES to old-arc-key-in.
           START archiveold KEY IS NOT LESS THAN old-arc-key-in
               INVALID KEY MOVE "Y" to EOF-OLD-SW
           END-START.
           PERFORM 3110-Convert-Archive2 UNTIL EOF-OLD.
           CLOSE archiveold archivenew refund.
           DISPLAY "Archive entries converted: " ARCHIVE-CNT
           " Settled on refund.dat: " REFUND-CNT.
       3110-Convert-Archive2.
           READ archiveold NEXT RECORD
               AT END MOVE "Y" to EOF-OLD-SW
               NOT AT END
                   MOVE oldarchiverec to archiverec
                   MOVE "A" to arc-polmode-in
                   IF arc-polterm-in NUMERIC
                       MOVE arc-polterm-in to arc-polnextbill-in
                   ELSE
                       MOVE arc-poldate-in to arc-polnextbill-in
                   END-IF
                   WRITE archiverec
                   ADD 1 to ARCHIVE-CNT
                   IF arc-reason-in(1:10) NOT = "REINSTATED"
                       PERFORM 3120-Settle-Refund
                   END-IF
           END-READ.
       3120-Settle-Refund.
           MOVE "A" to ref-source-in.
           MOVE arc-polnum-in to ref-polnum-in.
           MOVE arc-deldate-in to ref-date-in.
           MOVE arc-deltime-in to ref-time-in.
           MOVE arc-polholder-in to ref-holder-in.
           MOVE arc-polagent-in to ref-agent-in.
           MOVE arc-reason-in to ref-reason-in.
           MOVE ZERO to ref-termprem-in.
           MOVE ZERO to ref-earned-in.
           MOVE ZERO to ref-collected-in.
           MOVE ZERO to ref-amount-in.
           MOVE "N" to ref-status-in.
           MOVE arc-deldate-in to ref-regdate-in.
           WRITE refundrec.
           ADD 1 to REFUND-CNT.
       4100-Convert-Poltype.
           OPEN INPUT poltypeold.
           OPEN OUTPUT poltypenew.
           MOVE "N" to EOF-OLD-SW.
           MOVE LOW-VALUES to old-poltype-key-in.
           START poltypeold KEY IS NOT LESS THAN old-poltype-key-in
               INVALID KEY MOVE "Y" to EOF-OLD-SW
           END-START.
           PERFORM 4110-Convert-Poltype2 UNTIL EOF-OLD.
           CLOSE poltypeold poltypenew.
           DISPLAY "Type rate records converted: " TYPE-CNT.
       4110-Convert-Poltype2.
           READ poltypeold NEXT RECORD
               AT END MOVE "Y" to EOF-OLD-SW
               NOT AT END
                   MOVE oldpoltyperec to poltyperec
                   MOVE ZERO to poltype-sursemi-in
                   MOVE ZERO to poltype-surqtr-in
                   MOVE ZERO to poltype-surmth-in
                   MOVE ZERO to poltype-retain-in
                   WRITE poltyperec
                   ADD 1 to TYPE-CNT
           END-READ.
       5100-Convert-Endorse.
           OPEN INPUT endorseold.
           OPEN OUTPUT endorsenew.
           MOVE "N" to EOF-OLD-SW.
           MOVE LOW-VALUES to old-end-key-in.
           START endorseold KEY IS NOT LESS THAN old-end-key-in
               INVALID KEY MOVE "Y" to EOF-OLD-SW
           END-START.
           PERFORM 5110-Convert-Endorse2 UNTIL EOF-OLD.
           CLOSE endorseold endorsenew.
           DISPLAY "Endorsements converted: " ENDORSE-CNT.
       5110-Convert-Endorse2.
           READ endorseold NEXT RECORD
               AT END MOVE "Y" to EOF-OLD-SW
               NOT AT END
                   MOVE old-end-key-in to end-key-in
                   MOVE old-end-action-in to end-action-in
                   MOVE old-end-oper-in to end-oper-in
                   MOVE "A" to ei-polmode
                   MOVE ZERO to ei-polnextbill
                   MOVE old-end-before-in to ei-polold
                   MOVE END-IMAGE to end-before-in
                   MOVE old-end-after-in to ei-polold
                   MOVE END-IMAGE to end-after-in
                   WRITE endorserec
                   ADD 1 to ENDORSE-CNT
           END-READ.
       6100-Convert-Agent.
           OPEN INPUT agentold.
           OPEN OUTPUT agentnew.
           MOVE "N" to EOF-OLD-SW.
           MOVE LOW-VALUES to old-agent-in.
           START agentold KEY IS NOT LESS THAN old-agent-in
               INVALID KEY MOVE "Y" to EOF-OLD-SW
           END-START.
           PERFORM 6110-Convert-Agent2 UNTIL EOF-OLD.
           CLOSE agentold agentnew.
           DISPLAY "Agent records converted: " AGENT-CNT.
       6110-Convert-Agent2.
           READ agentold NEXT RECORD
               AT END MOVE "Y" to EOF-OLD-SW
               NOT AT END
                   MOVE oldagentrec to agentrec
                   MOVE SPACES to agent-lic-in
                   MOVE SPACES to agent-lines-in
                   MOVE ZERO to agent-licexp-in
                   WRITE agentrec
                   ADD 1 to AGENT-CNT
           END-READ.
       END PROGRAM POLCONV.
