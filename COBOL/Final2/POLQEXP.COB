      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly quote expiry. Reads quote.dat and marks every
      *          open quote whose expiry date is before the business
      *          date (taken from the runctl.dat run control file)
      *          X expired so it can no longer be converted to a
      *          policy by the Final2 QUOTE option, and prints a
      *          register of the quotes expired with counts and the
      *          quoted premium to qexprpt.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLQEXP.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL qtefile ASSIGN to 'quote.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is qte-num-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select qexprpt assign to 'qexprpt.dat'.
       DATA DIVISION.
       FILE SECTION.
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
       fd qexprpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 CENTURY pic 99 value 20.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 QEXHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "QUOTE EXPIRY REGISTER".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 QEXHDR2.
       10          PIC X(10).
       10          Value "Quote " pic x(8).
       10          Value "Holder " pic x(7).
       10          Value "Agent " pic x(7).
       10          Value "Type " pic x(5).
       10          Value "Quoted " pic x(10).
       10          Value "Expired " pic x(10).
       10          Value "Amount " pic x(10).
       10          Value "Premium " pic x(10).
       01 QEXLine.
       10          pic x(10).
       10          qex-num-out pic 9(6).
       10          pic x(2).
       10          qex-holder-out pic x(5).
       10          pic x(2).
       10          qex-agent-out pic x(5).
       10          pic x(2).
       10          qex-type-out pic x(3).
       10          pic x(2).
       10          qex-date-out pic 9(8).
       10          pic x(2).
       10          qex-exp-out pic 9(8).
       10          pic x(2).
       10          qex-amt-out pic z(7)9.
       10          pic x(2).
       10          qex-prem-out pic z(3)9.99.
       01 QEXTOTLine.
       10          pic x(10).
       10          pic x(16) value "QUOTES EXPIRED ".
       10          qtot-cnt-out pic zzzz9.
       10          pic x(5).
       10          pic x(14) value "QUOTED PREM ".
       10          qtot-prem-out pic z(8)9.99.
       10          pic x(5).
       10          pic x(14) value "STILL OPEN ".
       10          qtot-open-out pic zzzz9.
       01 EOF-QUOTE-SW pic x value "N".
          88 EOF-QUOTE value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 RUN-DATE pic 9(8).
       01 EXPIRE-CNT pic 9(5) value zero.
       01 EXPIRE-PREM-TOT pic 9(9)v99 value zero.
       01 OPEN-CNT pic 9(5) value zero.
       01 NIGHT-STEP-CNT EXTERNAL pic 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           PERFORM 300-Process UNTIL EOF-QUOTE.
           PERFORM 600-Totals.
           PERFORM 700-Close.
           MOVE EXPIRE-CNT to NIGHT-STEP-CNT.
           MOVE ZERO to RETURN-CODE.
           GOBACK.
       100-Open.
           OPEN I-O qtefile.
           OPEN OUTPUT qexprpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 120-Read-Runctl.
           PERFORM 200-Header.
           MOVE ZERO to qte-num-in.
           START qtefile KEY IS NOT LESS THAN qte-num-in
               INVALID KEY MOVE "Y" to EOF-QUOTE-SW
           END-START.
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
               DISPLAY "Warning the run control file runctl.dat is "
               "missing or empty. The system date is used."
           END-IF.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM QEXHDR1 AFTER ADVANCING PAGE.
           WRITE PRINTREC FROM QEXHDR2 AFTER ADVANCING 1 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Process.
           READ qtefile NEXT RECORD
               AT END MOVE "Y" to EOF-QUOTE-SW
               NOT AT END PERFORM 310-Select-Quote
           END-READ.
       310-Select-Quote.
           IF QTE-OPEN
               IF qte-expdate-in < RUN-DATE
                   PERFORM 320-Expire-Quote
               ELSE
                   ADD 1 to OPEN-CNT
               END-IF
           END-IF.
       320-Expire-Quote.
           MOVE "X" to qte-status-in.
           REWRITE quoterec.
           MOVE qte-num-in to qex-num-out.
           MOVE qte-holder-in to qex-holder-out.
           MOVE qte-agent-in to qex-agent-out.
           MOVE qte-poltype-in to qex-type-out.
           MOVE qte-date-in to qex-date-out.
           MOVE qte-expdate-in to qex-exp-out.
           MOVE qte-amt-in to qex-amt-out.
           MOVE qte-prem-in to qex-prem-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM QEXLine AFTER ADVANCING 1 LINE.
           ADD 1 to EXPIRE-CNT.
           ADD qte-prem-in to EXPIRE-PREM-TOT.
       600-Totals.
           MOVE EXPIRE-CNT to qtot-cnt-out.
           MOVE EXPIRE-PREM-TOT to qtot-prem-out.
           MOVE OPEN-CNT to qtot-open-out.
           WRITE PRINTREC FROM QEXTOTLine AFTER ADVANCING 2 LINES.
       700-Close.
           DISPLAY "Quote expiry complete. Expired: " EXPIRE-CNT
           " Still open: " OPEN-CNT.
           CLOSE qtefile qexprpt.
       END PROGRAM POLQEXP.
