      ******************************************************************
      * Author:
      * Date:
      * Purpose: reinsurance cession run and monthly bordereau. The
      *          retention limit is kept on the poltype rate records
      *          (the rate in force on the business date from
      *          runctl.dat governs; zero means the type is not
      *          reinsured). Sweeps polfile.dat for in-force policies
      *          and compares each one with the latest cession on
      *          cession.dat: a policy over its retention with no
      *          live cession is ceded new business (N), one whose
      *          term POLRENEW has rolled since the last cession is a
      *          renewal (R), one whose amount, premium or retention
      *          has changed is a change (C), and a ceded policy now
      *          within retention is taken off (T). archive.dat
      *          entries from DELETE, POLLAPSE and POLCANCL (entries
      *          marked REINSTATED are skipped) terminate any live
      *          cession of a policy no longer on the master (T). The
      *          ceded amount is the policy amount over the retention
      *          and the ceded premium is the premium in the same
      *          proportion. Prints the bordereau of every cession
      *          written in the business month with totals by cession
      *          type and by policy type, then a ceded share report of
      *          the POLCLAIM claim payments made in the month on
      *          ceded policies (from the reserve.dat payment
      *          transactions) with the reinsurer's share to bill.
      *          Run once a month after the renewal and lapse runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLREIN.
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
       select OPTIONAL cession ASSIGN to 'cession.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is cess-key-in.
       select OPTIONAL clmresv ASSIGN to 'reserve.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is rsv-key-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select reinrpt assign to 'reinrpt.dat'.
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
       fd cession.
       01 cessionrec.
       03 cess-key-in.
          05 cess-polnum-in pic x(6).
          05 cess-date-in pic 9(8).
          05 cess-time-in pic 9(8).
       03 cess-type-in pic x(1).
       03 cess-effdate-in pic 9(8).
       03 cess-poltype-in pic x(3).
       03 cess-agent-in pic x(5).
       03 cess-term-in pic x(8).
       03 cess-polamt-in pic 9(8).
       03 cess-retain-in pic 9(8).
       03 cess-ceded-in pic 9(8).
       03 cess-polprem-in pic 9(4)v99.
       03 cess-cedprem-in pic 9(4)v99.
       03 cess-reason-in pic x(30).
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
       fd reinrpt.
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
       01 REIHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "REINSURANCE BORDEREAU".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 REIPERLine.
       10          pic x(3).
       10          pic x(15) value "CESSION MONTH ".
       10          reiper-out pic 9(6).
       01 REIHDR2.
       10          PIC X(3).
       10          Value "Tp " pic x(4).
       10          Value "Policy " pic x(8).
       10          Value "Eff Date " pic x(10).
       10          Value "Type " pic x(5).
       10          Value "Agent " pic x(7).
       10          Value "Term " pic x(10).
       10          Value "Policy Amt " pic x(11).
       10          Value "Retention " pic x(11).
       10          Value "Ceded Amt " pic x(11).
       10          Value "Premium " pic x(10).
       10          Value "Ceded Prem " pic x(11).
       10          Value "Reason " pic x(7).
       01 REILine.
       10          pic x(3).
       10          rei-type-out pic x(1).
       10          pic x(3).
       10          rei-polnum-out pic x(6).
       10          pic x(2).
       10          rei-effdate-out pic 9(8).
       10          pic x(2).
       10          rei-poltype-out pic x(3).
       10          pic x(2).
       10          rei-agent-out pic x(5).
       10          pic x(2).
       10          rei-term-out pic x(8).
       10          pic x(2).
       10          rei-polamt-out pic z(7)9.
       10          pic x(3).
       10          rei-retain-out pic z(7)9.
       10          pic x(3).
       10          rei-ceded-out pic z(7)9.
       10          pic x(3).
       10          rei-polprem-out pic z(3)9.99.
       10          pic x(3).
       10          rei-cedprem-out pic z(3)9.99.
       10          pic x(3).
       10          rei-reason-out pic x(30).
       01 REITOTLine.
       10          pic x(3).
       10          reit-label-out pic x(24).
       10          reit-cnt-out pic zzzz9.
       10          pic x(5).
       10          pic x(10) value "CEDED AMT ".
       10          reit-ceded-out pic z(10)9.
       10          pic x(5).
       10          pic x(11) value "CEDED PREM ".
       10          reit-cedprem-out pic z(8)9.99.
       01 SHRHDR.
       10          pic x(3).
       10          pic x(34) value "CEDED SHARE OF CLAIM PAYMENTS IN ".
       10          shrh-per-out pic 9(6).
       01 SHRHDR2.
       10          PIC X(3).
       10          Value "Policy " pic x(8).
       10          Value "Claim " pic x(6).
       10          Value "Pay Date " pic x(10).
       10          Value "Type " pic x(5).
       10          Value "Paid " pic x(14).
       10          Value "Policy Amt " pic x(11).
       10          Value "Ceded Amt " pic x(11).
       10          Value "Reinsurer Share " pic x(16).
       01 SHRLine.
       10          pic x(3).
       10          shr-polnum-out pic x(6).
       10          pic x(2).
       10          shr-clmnum-out pic x(4).
       10          pic x(2).
       10          shr-date-out pic 9(8).
       10          pic x(2).
       10          shr-ctype-out pic x(3).
       10          pic x(2).
       10          shr-paid-out pic z(7)9.99.
       10          pic x(3).
       10          shr-polamt-out pic z(7)9.
       10          pic x(3).
       10          shr-ceded-out pic z(7)9.
       10          pic x(3).
       10          shr-share-out pic z(7)9.99.
       01 SHRTOTLine.
       10          pic x(3).
       10          pic x(24) value "CEDED CLAIM PAYMENTS ".
       10          shrt-cnt-out pic zzzz9.
       10          pic x(5).
       10          pic x(6) value "PAID ".
       10          shrt-paid-out pic z(8)9.99.
       10          pic x(5).
       10          pic x(16) value "REINSURER SHARE ".
       10          shrt-share-out pic z(8)9.99.
       01 REIEXCLine.
       10          pic x(3).
       10          pic x(24) value "REINSURANCE EXCEPTION - ".
       10          riexc-polnum-out pic x(6).
       10          pic x(3).
       10          riexc-reason-out pic x(30).
       01 EOF-POLFILE-SW pic x value "N".
          88 EOF-POLFILE value "Y".
       01 EOF-ARCHIVE-SW pic x value "N".
          88 EOF-ARCHIVE value "Y".
       01 EOF-CESSION-SW pic x value "N".
          88 EOF-CESSION value "Y".
       01 EOF-RESERVE-SW pic x value "N".
          88 EOF-RESERVE value "Y".
       01 EOF-TYPE-SW pic x value "N".
          88 EOF-TYPE value "Y".
       01 RATE-FOUND-SW pic x value "N".
          88 RATE-FOUND value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 ON-MASTER-SW pic x value "N".
          88 ON-MASTER value "Y".
       01 LAST-FOUND-SW pic x value "N".
          88 LAST-FOUND value "Y".
       01 RUN-DATE pic 9(8).
       01 RUN-DATE-R REDEFINES RUN-DATE.
          05 RUN-PERIOD pic 9(6).
          05 RUN-DD pic 99.
       01 PERIOD-START pic 9(8).
       01 PERIOD-END pic 9(8).
       01 TERM-NUM pic 9(8).
       01 find-polnum pic x(6).
       01 find-date pic 9(8).
       01 LAST-CESSION.
          05 last-type pic x(1).
          05 last-date pic 9(8).
          05 last-term pic x(8).
          05 last-polamt pic 9(8).
          05 last-retain pic 9(8).
          05 last-ceded pic 9(8).
          05 last-polprem pic 9(4)v99.
          05 last-cedprem pic 9(4)v99.
       01 NEW-TYPE pic x(1).
       01 NEW-EFFDATE pic 9(8).
       01 NEW-REASON pic x(30).
       01 CEDED-AMT pic 9(8).
       01 CEDED-PREM pic 9(4)v99.
       01 SHARE-AMT pic 9(8)v99.
       01 CESS-WRITE-CNT pic 9(5) value zero.
       01 REIN-EXC-CNT pic 9(5) value zero.
       01 CTYPE-CODES pic x(4) value "NRCT".
       01 CTYPE-CODES-R REDEFINES CTYPE-CODES.
          05 CTYPE-CODE occurs 4 times pic x(1).
       01 CTYPE-TABLE.
          05 CTYPE-ENTRY occurs 4 times.
             10 CTYPE-CNT pic 9(5) value zero.
             10 CTYPE-CEDED pic 9(11) value zero.
             10 CTYPE-CEDPREM pic 9(9)v99 value zero.
       01 CTYPE-IDX pic 9(3).
       01 TYPE-TABLE.
          05 TYPE-ENTRY occurs 20 times.
             10 TYPE-CODE pic x(3).
             10 TYPE-CNT pic 9(5) value zero.
             10 TYPE-CEDED pic 9(11) value zero.
             10 TYPE-CEDPREM pic 9(9)v99 value zero.
       01 TYPE-OCCURS pic 9(3) value zero.
       01 TYPE-IDX pic 9(3).
       01 TFOUND-SW pic x value "N".
          88 TYPE-FOUND value "Y".
       01 BDX-CNT pic 9(5) value zero.
       01 BDX-CEDED pic 9(11) value zero.
       01 BDX-CEDPREM pic 9(9)v99 value zero.
       01 SHR-CNT pic 9(5) value zero.
       01 SHR-PAID-TOT pic 9(9)v99 value zero.
       01 SHR-SHARE-TOT pic 9(9)v99 value zero.
       01 tfind-code pic x(3).
       01 tfind-date pic 9(8).
       01 tfind-retain pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           IF RUNCTL-OK
               PERFORM 300-Policy-Pass
               PERFORM 400-Archive-Pass
               PERFORM 500-Bordereau
               PERFORM 600-Claim-Share
           END-IF.
           PERFORM 700-Close.
           MOVE REIN-EXC-CNT to RETURN-CODE.
           GOBACK.
       100-Open.
           OPEN INPUT polfile.
           OPEN INPUT archive.
           OPEN INPUT poltype.
           OPEN I-O cession.
           OPEN INPUT clmresv.
           OPEN OUTPUT reinrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 120-Read-Runctl.
           COMPUTE PERIOD-START = RUN-PERIOD * 100 + 1.
           COMPUTE PERIOD-END = RUN-PERIOD * 100 + 31.
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
               "missing or empty. Reinsurance run abandoned."
           END-IF.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM REIHDR1 AFTER ADVANCING PAGE.
           MOVE RUN-PERIOD to reiper-out.
           WRITE PRINTREC FROM REIPERLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM REIHDR2 AFTER ADVANCING 2 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Policy-Pass.
           MOVE "N" to EOF-POLFILE-SW.
           MOVE LOW-VALUES to polNum1-in.
           START polfile KEY IS NOT LESS THAN polNum1-in
               INVALID KEY MOVE "Y" to EOF-POLFILE-SW
           END-START.
           PERFORM 310-Policy-Read UNTIL EOF-POLFILE.
       310-Policy-Read.
           READ polfile NEXT RECORD
               AT END MOVE "Y" to EOF-POLFILE-SW
               NOT AT END PERFORM 320-Policy-Select
           END-READ.
       320-Policy-Select.
           IF polTerm-in NUMERIC
               MOVE polTerm-in to TERM-NUM
               IF TERM-NUM NOT < RUN-DATE
                   PERFORM 330-Policy-Check
               END-IF
           END-IF.
       330-Policy-Check.
           MOVE polNum1-in to find-polnum.
           MOVE 99999999 to find-date.
           PERFORM 340-Last-Cession.
           MOVE poltype-in to tfind-code.
           MOVE RUN-DATE to tfind-date.
           PERFORM 9150-Poltype-Find.
           MOVE SPACE to NEW-TYPE.
           IF NOT RATE-FOUND
               ADD 1 to REIN-EXC-CNT
               MOVE polNum1-in to riexc-polnum-out
               MOVE "NO RATE IN FORCE FOR TYPE" to riexc-reason-out
               WRITE PRINTREC FROM REIEXCLine AFTER ADVANCING 1 LINE
           END-IF.
           IF RATE-FOUND AND tfind-retain > ZERO
                   AND polAmt-in > tfind-retain
               COMPUTE CEDED-AMT = polAmt-in - tfind-retain
               COMPUTE CEDED-PREM ROUNDED
                   = polPrem-in * CEDED-AMT / polAmt-in
               IF NOT LAST-FOUND OR last-type = "T"
                   MOVE "N" to NEW-TYPE
                   MOVE "NEW CESSION" to NEW-REASON
               ELSE
                   IF last-term NOT = polTerm-in
                       MOVE "R" to NEW-TYPE
                       MOVE "TERM RENEWED" to NEW-REASON
                   ELSE
                       IF last-polamt NOT = polAmt-in
                               OR last-retain NOT = tfind-retain
                               OR last-polprem NOT = polPrem-in
                           MOVE "C" to NEW-TYPE
                           MOVE "AMOUNT OR RETENTION CHANGED"
                               to NEW-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF LAST-FOUND AND last-type NOT = "T"
                   MOVE "T" to NEW-TYPE
                   MOVE "NOW WITHIN RETENTION" to NEW-REASON
               END-IF
           END-IF.
           IF NEW-TYPE NOT = SPACE
               MOVE RUN-DATE to NEW-EFFDATE
               PERFORM 350-Cession-From-Policy
           END-IF.
       340-Last-Cession.
           MOVE "N" to LAST-FOUND-SW.
           MOVE SPACES to LAST-CESSION.
           MOVE "N" to EOF-CESSION-SW.
           MOVE find-polnum to cess-polnum-in.
           MOVE ZERO to cess-date-in.
           MOVE ZERO to cess-time-in.
           START cession KEY IS NOT LESS THAN cess-key-in
               INVALID KEY MOVE "Y" to EOF-CESSION-SW
           END-START.
           PERFORM 345-Last-Cession-Read UNTIL EOF-CESSION.
       345-Last-Cession-Read.
           READ cession NEXT RECORD
               AT END MOVE "Y" to EOF-CESSION-SW
               NOT AT END
                   IF cess-polnum-in NOT = find-polnum
                       MOVE "Y" to EOF-CESSION-SW
                   ELSE
                       IF cess-date-in NOT > find-date
                           MOVE "Y" to LAST-FOUND-SW
                           MOVE cess-type-in to last-type
                           MOVE cess-date-in to last-date
                           MOVE cess-term-in to last-term
                           MOVE cess-polamt-in to last-polamt
                           MOVE cess-retain-in to last-retain
                           MOVE cess-ceded-in to last-ceded
                           MOVE cess-polprem-in to last-polprem
                           MOVE cess-cedprem-in to last-cedprem
                       END-IF
                   END-IF
           END-READ.
       350-Cession-From-Policy.
           MOVE polNum1-in to cess-polnum-in.
           MOVE NEW-TYPE to cess-type-in.
           MOVE NEW-EFFDATE to cess-effdate-in.
           MOVE poltype-in to cess-poltype-in.
           MOVE polAgent-in to cess-agent-in.
           MOVE polTerm-in to cess-term-in.
           MOVE NEW-REASON to cess-reason-in.
           IF NEW-TYPE = "T"
               MOVE last-polamt to cess-polamt-in
               MOVE last-retain to cess-retain-in
               MOVE last-ceded to cess-ceded-in
               MOVE last-polprem to cess-polprem-in
               MOVE last-cedprem to cess-cedprem-in
           ELSE
               MOVE polAmt-in to cess-polamt-in
               MOVE tfind-retain to cess-retain-in
               MOVE CEDED-AMT to cess-ceded-in
               MOVE polPrem-in to cess-polprem-in
               MOVE CEDED-PREM to cess-cedprem-in
           END-IF.
           PERFORM 360-Cession-Write.
       360-Cession-Write.
           MOVE RUN-DATE to cess-date-in.
           ACCEPT wstime FROM TIME.
           MOVE wstime to cess-time-in.
           PERFORM 365-Cession-Add.
           ADD 1 to CESS-WRITE-CNT.
       365-Cession-Add.
           WRITE cessionrec
               INVALID KEY PERFORM 370-Cession-Bump
           END-WRITE.
       370-Cession-Bump.
           ADD 1 to cess-time-in.
           PERFORM 365-Cession-Add.
       400-Archive-Pass.
           MOVE "N" to EOF-ARCHIVE-SW.
           MOVE LOW-VALUES to arc-key-in.
           START archive KEY IS NOT LESS THAN arc-key-in
               INVALID KEY MOVE "Y" to EOF-ARCHIVE-SW
           END-START.
           PERFORM 410-Archive-Read UNTIL EOF-ARCHIVE.
       410-Archive-Read.
           READ archive NEXT RECORD
               AT END MOVE "Y" to EOF-ARCHIVE-SW
               NOT AT END PERFORM 420-Archive-Select
           END-READ.
       420-Archive-Select.
           IF arc-reason-in(1:10) NOT = "REINSTATED"
                   AND arc-deldate-in NOT > RUN-DATE
               MOVE arc-polnum-in to polNum1-in
               READ polfile
                   INVALID KEY MOVE "N" to ON-MASTER-SW
                   NOT INVALID KEY MOVE "Y" to ON-MASTER-SW
               END-READ
               IF NOT ON-MASTER
                   PERFORM 430-Archive-Check
               END-IF
           END-IF.
       430-Archive-Check.
           MOVE arc-polnum-in to find-polnum.
           MOVE 99999999 to find-date.
           PERFORM 340-Last-Cession.
           IF LAST-FOUND AND last-type NOT = "T"
               MOVE arc-polnum-in to cess-polnum-in
               MOVE "T" to cess-type-in
               MOVE arc-deldate-in to cess-effdate-in
               MOVE arc-poltype-in to cess-poltype-in
               MOVE arc-polagent-in to cess-agent-in
               MOVE arc-polterm-in to cess-term-in
               MOVE last-polamt to cess-polamt-in
               MOVE last-retain to cess-retain-in
               MOVE last-ceded to cess-ceded-in
               MOVE last-polprem to cess-polprem-in
               MOVE last-cedprem to cess-cedprem-in
               MOVE arc-reason-in to cess-reason-in
               PERFORM 360-Cession-Write
           END-IF.
       500-Bordereau.
           MOVE "N" to EOF-CESSION-SW.
           MOVE LOW-VALUES to cess-key-in.
           START cession KEY IS NOT LESS THAN cess-key-in
               INVALID KEY MOVE "Y" to EOF-CESSION-SW
           END-START.
           PERFORM 510-Bordereau-Read UNTIL EOF-CESSION.
           PERFORM VARYING CTYPE-IDX FROM 1 BY 1
                   UNTIL CTYPE-IDX > 4
               PERFORM 540-Print-Ctype-Total
           END-PERFORM.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-OCCURS
               PERFORM 550-Print-Type-Total
           END-PERFORM.
           MOVE "TOTAL CESSIONS" to reit-label-out.
           MOVE BDX-CNT to reit-cnt-out.
           MOVE BDX-CEDED to reit-ceded-out.
           MOVE BDX-CEDPREM to reit-cedprem-out.
           WRITE PRINTREC FROM REITOTLine AFTER ADVANCING 2 LINES.
       510-Bordereau-Read.
           READ cession NEXT RECORD
               AT END MOVE "Y" to EOF-CESSION-SW
               NOT AT END
                   IF cess-date-in NOT < PERIOD-START
                           AND cess-date-in NOT > PERIOD-END
                       PERFORM 520-Bordereau-Line
                   END-IF
           END-READ.
       520-Bordereau-Line.
           MOVE cess-type-in to rei-type-out.
           MOVE cess-polnum-in to rei-polnum-out.
           MOVE cess-effdate-in to rei-effdate-out.
           MOVE cess-poltype-in to rei-poltype-out.
           MOVE cess-agent-in to rei-agent-out.
           MOVE cess-term-in to rei-term-out.
           MOVE cess-polamt-in to rei-polamt-out.
           MOVE cess-retain-in to rei-retain-out.
           MOVE cess-ceded-in to rei-ceded-out.
           MOVE cess-polprem-in to rei-polprem-out.
           MOVE cess-cedprem-in to rei-cedprem-out.
           MOVE cess-reason-in to rei-reason-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM REILine AFTER ADVANCING 1 LINE.
           ADD 1 to BDX-CNT.
           ADD cess-ceded-in to BDX-CEDED.
           ADD cess-cedprem-in to BDX-CEDPREM.
           PERFORM 530-Accum-Totals.
       530-Accum-Totals.
           PERFORM VARYING CTYPE-IDX FROM 1 BY 1
                   UNTIL CTYPE-IDX > 4
               IF CTYPE-CODE(CTYPE-IDX) = cess-type-in
                   ADD 1 to CTYPE-CNT(CTYPE-IDX)
                   ADD cess-ceded-in to CTYPE-CEDED(CTYPE-IDX)
                   ADD cess-cedprem-in to CTYPE-CEDPREM(CTYPE-IDX)
               END-IF
           END-PERFORM.
           MOVE "N" to TFOUND-SW.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-OCCURS
               IF TYPE-CODE(TYPE-IDX) = cess-poltype-in
                   ADD 1 to TYPE-CNT(TYPE-IDX)
                   ADD cess-ceded-in to TYPE-CEDED(TYPE-IDX)
                   ADD cess-cedprem-in to TYPE-CEDPREM(TYPE-IDX)
                   MOVE "Y" to TFOUND-SW
               END-IF
           END-PERFORM.
           IF NOT TYPE-FOUND
               IF TYPE-OCCURS < 20
                   ADD 1 to TYPE-OCCURS
                   MOVE cess-poltype-in to TYPE-CODE(TYPE-OCCURS)
                   MOVE 1 to TYPE-CNT(TYPE-OCCURS)
                   MOVE cess-ceded-in to TYPE-CEDED(TYPE-OCCURS)
                   MOVE cess-cedprem-in to TYPE-CEDPREM(TYPE-OCCURS)
               ELSE
                   WRITE PRINTREC FROM "TYPE TOTAL TABLE FULL"
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       540-Print-Ctype-Total.
           EVALUATE CTYPE-CODE(CTYPE-IDX)
               WHEN "N"
                   MOVE "NEW CESSIONS" to reit-label-out
               WHEN "R"
                   MOVE "RENEWALS" to reit-label-out
               WHEN "C"
                   MOVE "CHANGES" to reit-label-out
               WHEN "T"
                   MOVE "TERMINATIONS" to reit-label-out
           END-EVALUATE.
           MOVE CTYPE-CNT(CTYPE-IDX) to reit-cnt-out.
           MOVE CTYPE-CEDED(CTYPE-IDX) to reit-ceded-out.
           MOVE CTYPE-CEDPREM(CTYPE-IDX) to reit-cedprem-out.
           IF CTYPE-IDX = 1
               WRITE PRINTREC FROM REITOTLine AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINTREC FROM REITOTLine AFTER ADVANCING 1 LINE
           END-IF.
       550-Print-Type-Total.
           MOVE SPACES to reit-label-out.
           STRING "POLICY TYPE " DELIMITED BY SIZE
                  TYPE-CODE(TYPE-IDX) DELIMITED BY SIZE
             INTO reit-label-out.
           MOVE TYPE-CNT(TYPE-IDX) to reit-cnt-out.
           MOVE TYPE-CEDED(TYPE-IDX) to reit-ceded-out.
           MOVE TYPE-CEDPREM(TYPE-IDX) to reit-cedprem-out.
           IF TYPE-IDX = 1
               WRITE PRINTREC FROM REITOTLine AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINTREC FROM REITOTLine AFTER ADVANCING 1 LINE
           END-IF.
       600-Claim-Share.
           PERFORM 605-Share-Header.
           MOVE "N" to EOF-RESERVE-SW.
           MOVE LOW-VALUES to rsv-key-in.
           START clmresv KEY IS NOT LESS THAN rsv-key-in
               INVALID KEY MOVE "Y" to EOF-RESERVE-SW
           END-START.
           PERFORM 610-Share-Read UNTIL EOF-RESERVE.
           MOVE SHR-CNT to shrt-cnt-out.
           MOVE SHR-PAID-TOT to shrt-paid-out.
           MOVE SHR-SHARE-TOT to shrt-share-out.
           WRITE PRINTREC FROM SHRTOTLine AFTER ADVANCING 2 LINES.
       605-Share-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM REIHDR1 AFTER ADVANCING PAGE.
           MOVE RUN-PERIOD to shrh-per-out.
           WRITE PRINTREC FROM SHRHDR AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM SHRHDR2 AFTER ADVANCING 2 LINES.
           MOVE ZERO to LINE-COUNT.
       610-Share-Read.
           READ clmresv NEXT RECORD
               AT END MOVE "Y" to EOF-RESERVE-SW
               NOT AT END
                   IF rsv-type-in = "P"
                           AND rsv-date-in NOT < PERIOD-START
                           AND rsv-date-in NOT > PERIOD-END
                       PERFORM 620-Share-Select
                   END-IF
           END-READ.
       620-Share-Select.
           MOVE rsv-polnum-in to find-polnum.
           MOVE rsv-date-in to find-date.
           PERFORM 340-Last-Cession.
           IF LAST-FOUND AND last-type NOT = "T"
                   AND last-polamt > ZERO
               COMPUTE SHARE-AMT ROUNDED
                   = rsv-amount-in * last-ceded / last-polamt
               ADD 1 to SHR-CNT
               ADD rsv-amount-in to SHR-PAID-TOT
               ADD SHARE-AMT to SHR-SHARE-TOT
               MOVE rsv-polnum-in to shr-polnum-out
               MOVE rsv-clmnum-in to shr-clmnum-out
               MOVE rsv-date-in to shr-date-out
               MOVE rsv-ctype-in to shr-ctype-out
               MOVE rsv-amount-in to shr-paid-out
               MOVE last-polamt to shr-polamt-out
               MOVE last-ceded to shr-ceded-out
               MOVE SHARE-AMT to shr-share-out
               ADD 1 to LINE-COUNT
               IF LINE-COUNT > 50
                   PERFORM 605-Share-Header
               END-IF
               WRITE PRINTREC FROM SHRLine AFTER ADVANCING 1 LINE
           END-IF.
       700-Close.
           DISPLAY "Reinsurance run complete. Cessions written: "
           CESS-WRITE-CNT " Bordereau lines: " BDX-CNT
           " Ceded claim payments: " SHR-CNT " Exceptions: "
           REIN-EXC-CNT.
           CLOSE polfile archive poltype cession clmresv reinrpt.
       9150-Poltype-Find.
           MOVE "N" to RATE-FOUND-SW.
           MOVE "N" to EOF-TYPE-SW.
           MOVE ZERO to tfind-retain.
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
                   MOVE poltype-retain-in to tfind-retain
               END-IF
           END-IF.
       END PROGRAM POLREIN.
