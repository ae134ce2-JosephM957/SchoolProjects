      *          holder.dat, policy types missing
      *          from poltype.dat, invalid or expired terms, invalid
      *          policy dates, premiums that break the edit rules
      *          (zero, or over the policy amount), billing modes that
      *          are not A, S, Q or M or carry no valid next
      *          installment date, and policies that
      *          are still on file despite archive.dat entries
      *          (entries consumed by a REINSTATE are skipped).
      *          Prints an exception report with a count per error
      *          code: inside the grace window they are a normal
      *          lifecycle state that only the lapse run clears, so
      *          they must not stop the nightly stream.
      *          In-force policies with no surviving primary
      *          beneficiary on bene.dat are also flagged, and are
      *          likewise left out of the return code: a missing
      *          designation is work for the service desk, not a
      *          file fault that should hold up the nightly batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        organization is INDEXED
        ACCESS mode is RANDOM
        RECORD key is hold-num-in.
       select OPTIONAL bene ASSIGN to 'bene.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is bene-key-in.
       select audtrpt assign to 'audtrpt.dat'.
       DATA DIVISION.
       FILE SECTION.
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
       03 hold-name-in pic x(20).
       03 hold-addr-in pic x(30).
       03 hold-phone-in pic x(10).
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
       fd audtrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 PREM-ZERO-CNT pic 9(5) value zero.
       01 PREM-OVER-CNT pic 9(5) value zero.
       01 ARC-DUP-CNT pic 9(5) value zero.
       01 MODE-ERR-CNT pic 9(5) value zero.
       01 BENE-ERR-CNT pic 9(5) value zero.
       01 BENE-HIT-SW pic x value "N".
          88 BENE-HIT value "Y".
       01 EOF-BENE-SW pic x value "N".
          88 EOF-BENE value "Y".
       01 REC-CLEAN-SW pic x value "Y".
          88 REC-CLEAN value "Y".
       01 TYPE-EXISTS-SW pic x value "N".
           PERFORM 600-Counts.
           PERFORM 700-Close.
           MOVE READ-CNT to NIGHT-STEP-CNT.
           COMPUTE RETURN-CODE = EXC-CNT - TERM-EXP-CNT
               - BENE-ERR-CNT.
           GOBACK.
       100-Open.
           OPEN INPUT polfile.
           OPEN INPUT poltype.
           OPEN INPUT archive.
           OPEN INPUT holder.
           OPEN INPUT bene.
           OPEN OUTPUT audtrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           PERFORM 430-Check-Term.
           PERFORM 440-Check-Date.
           PERFORM 450-Check-Premium.
           PERFORM 455-Check-Mode.
           PERFORM 460-Check-Archive.
           PERFORM 465-Check-Bene.
           IF REC-CLEAN
               ADD 1 to CLEAN-CNT
           END-IF.
                   PERFORM 500-Exception
               END-IF
           END-IF.
       455-Check-Mode.
           IF polMode-in NOT = "A" AND NOT = "S" AND NOT = "Q"
                   AND NOT = "M"
               ADD 1 to MODE-ERR-CNT
               MOVE "BILLING MODE INVALID" to aud-reason-out
               PERFORM 500-Exception
           ELSE
               IF polNextBill-in NOT NUMERIC
                   ADD 1 to MODE-ERR-CNT
                   MOVE "NEXT INSTALLMENT DATE INVALID"
                       to aud-reason-out
                   PERFORM 500-Exception
               ELSE
                   MOVE polNextBill-in to EDIT-DATE
                   PERFORM 9300-Validate-Date
                   IF NOT DATE-OK
                       ADD 1 to MODE-ERR-CNT
                       MOVE "NEXT INSTALLMENT DATE INVALID"
                           to aud-reason-out
                       PERFORM 500-Exception
                   END-IF
               END-IF
           END-IF.
       460-Check-Archive.
           MOVE "N" to ARC-HIT-SW.
           MOVE "N" to EOF-ARCHIVE-SW.
                   MOVE "Y" to ARC-HIT-SW
               END-IF
           END-IF.
       465-Check-Bene.
           IF polTerm-in NUMERIC
               MOVE polTerm-in to TERM-NUM
               IF TERM-NUM NOT < RUN-DATE
                   PERFORM 466-Check-Bene2
               END-IF
           END-IF.
       466-Check-Bene2.
           MOVE "N" to BENE-HIT-SW.
           MOVE "N" to EOF-BENE-SW.
           MOVE polNum1-in to bene-polnum-in.
           MOVE ZERO to bene-seq-in.
           START bene KEY IS NOT LESS THAN bene-key-in
               INVALID KEY MOVE "Y" to EOF-BENE-SW
           END-START.
           PERFORM 467-Check-Bene3 UNTIL EOF-BENE.
           IF NOT BENE-HIT
               ADD 1 to BENE-ERR-CNT
               MOVE "NO PRIMARY BENEFICIARY" to aud-reason-out
               PERFORM 500-Exception
           END-IF.
       467-Check-Bene3.
           READ bene NEXT RECORD
               AT END MOVE "Y" to EOF-BENE-SW
               NOT AT END
                   IF bene-polnum-in NOT = polNum1-in
                       MOVE "Y" to EOF-BENE-SW
                   ELSE
                       IF bene-class-in = "P"
                               AND bene-status-in NOT = "D"
                           MOVE "Y" to BENE-HIT-SW
                           MOVE "Y" to EOF-BENE-SW
                       END-IF
                   END-IF
           END-READ.
       500-Exception.
           MOVE "N" to REC-CLEAN-SW.
           ADD 1 to EXC-CNT.
           MOVE "PREMIUM EXCEEDS AMOUNT" to audc-label-out.
           MOVE PREM-OVER-CNT to audc-cnt-out.
           WRITE PRINTREC FROM AUDCNTLine AFTER ADVANCING 1 LINE.
           MOVE "BILLING MODE/NEXT INSTALLMENT" to audc-label-out.
           MOVE MODE-ERR-CNT to audc-cnt-out.
           WRITE PRINTREC FROM AUDCNTLine AFTER ADVANCING 1 LINE.
           MOVE "ON FILE DESPITE ARCHIVE ENTRY" to audc-label-out.
           MOVE ARC-DUP-CNT to audc-cnt-out.
           WRITE PRINTREC FROM AUDCNTLine AFTER ADVANCING 1 LINE.
           MOVE "NO PRIMARY BENEFICIARY" to audc-label-out.
           MOVE BENE-ERR-CNT to audc-cnt-out.
           WRITE PRINTREC FROM AUDCNTLine AFTER ADVANCING 1 LINE.
       700-Close.
           DISPLAY "Audit complete. Policies read: " READ-CNT
           " Clean: " CLEAN-CNT " Exceptions: " EXC-CNT.
           CLOSE polfile agent poltype archive holder bene audtrpt.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
           MOVE EDIT-DATE(1:4) to EDIT-YYYY.
