      ******************************************************************
      * Author:
      * Date:
      * Purpose: new business quoting. NEW takes the holder, agent,
      *          policy type, amount and requested effective date,
      *          proves the holder and agent are on file and the agent
      *          is appointed for the type, and rates the premium from
      *          the poltype rate in force on the effective date (rate
      *          per 100 of amount, the same effective dated lookup
      *          the policy ADD and the renewal run use). The quote is
      *          saved on quote.dat under the next quote number with
      *          an expiry date 30 days out and status O open. The
      *          Final2 QUOTE option turns an open quote into a policy
      *          (status C converted) and the nightly POLQEXP step
      *          marks quotes past their expiry date X expired. LIST
      *          shows the open quotes and REPT prints the quote
      *          conversion report by agent for a range of quote dates
      *          to quoterpt.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLQUOTE.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL qtefile ASSIGN to 'quote.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is qte-num-in.
       select poltype ASSIGN to 'poltype.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is poltype-key-in.
       select agent ASSIGN TO 'agent.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is agent-in.
       select OPTIONAL holder ASSIGN to 'holder.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is hold-num-in.
       select quoterpt assign to 'quoterpt.dat'
        FILE STATUS is QUOTERPT-STATUS.
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
       fd agent.
       01 agentrec.
       03 agent-in pic x(5).
       03 name-in pic x(15).
       03 comm-rate-in pic 9v999.
       03 agent-mgr-in pic x(5).
       03 ovr-rate-in pic 9v999.
       03 agent-lic-in pic x(10).
       03 agent-lines-in pic x(15).
       03 agent-lines-r redefines agent-lines-in.
          05 agent-line-in occurs 5 times pic x(3).
       03 agent-licexp-in pic 9(8).
       fd holder.
       01 holderrec.
       03 hold-num-in pic x(5).
       03 hold-name-in pic x(20).
       03 hold-addr-in pic x(30).
       03 hold-phone-in pic x(10).
       fd quoterpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 CENTURY pic 99 value 20.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 choice pic x(6).
       01 QUOTERPT-STATUS pic xx.
       01 QTEHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "NEW BUSINESS QUOTES".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 QTEHDR2.
       10          PIC X(10).
       10          Value "Action " pic x(9).
       10          Value "Quote " pic x(8).
       10          Value "Holder " pic x(7).
       10          Value "Agent " pic x(7).
       10          Value "Type " pic x(5).
       10          Value "Effective " pic x(10).
       10          Value "Expires " pic x(10).
       10          Value "Amount " pic x(10).
       10          Value "Premium " pic x(10).
       10          Value "St " pic x(3).
       01 QTELine.
       10          pic x(10).
       10          qte-action-out pic x(7).
       10          pic x(2).
       10          qte-num-out pic 9(6).
       10          pic x(2).
       10          qte-holder-out pic x(5).
       10          pic x(2).
       10          qte-agent-out pic x(5).
       10          pic x(2).
       10          qte-type-out pic x(3).
       10          pic x(2).
       10          qte-eff-out pic 9(8).
       10          pic x(2).
       10          qte-exp-out pic 9(8).
       10          pic x(2).
       10          qte-amt-out pic z(7)9.
       10          pic x(2).
       10          qte-prem-out pic z(3)9.99.
       10          pic x(2).
       10          qte-status-out pic x(1).
       01 QTEEXCLine.
       10          pic x(10).
       10          pic x(18) value "QUOTE EXCEPTION - ".
       10          qexc-holder-out pic x(5).
       10          pic x(2).
       10          qexc-agent-out pic x(5).
       10          pic x(3).
       10          qexc-reason-out pic x(30).
       01 CNVPERLine.
       10          pic x(10).
       10          pic x(32) value "QUOTE CONVERSION BY AGENT FROM ".
       10          cnvp-from-out pic 9(8).
       10          pic x(4) value " TO ".
       10          cnvp-to-out pic 9(8).
       01 CNVHDR.
       10          PIC X(10).
       10          Value "Agent " pic x(7).
       10          Value "Quoted " pic x(8).
       10          Value "Convert " pic x(8).
       10          Value "Expired " pic x(8).
       10          Value "Open " pic x(8).
       10          Value "Conv % " pic x(9).
       10          Value "Quoted Prem " pic x(15).
       10          Value "Written Prem " pic x(15).
       01 CNVLine.
       10          pic x(10).
       10          cnv-agent-out pic x(5).
       10          pic x(2).
       10          cnv-quoted-out pic zzzz9.
       10          pic x(3).
       10          cnv-conv-out pic zzzz9.
       10          pic x(3).
       10          cnv-exp-out pic zzzz9.
       10          pic x(3).
       10          cnv-open-out pic zzzz9.
       10          pic x(3).
       10          cnv-pct-out pic zz9.99.
       10          pic x(3).
       10          cnv-qprem-out pic z(8)9.99.
       10          pic x(3).
       10          cnv-cprem-out pic z(8)9.99.
       01 EOF-QUOTE-SW pic x value "N".
          88 EOF-QUOTE value "Y".
       01 EOF-TYPE-SW pic x value "N".
          88 EOF-TYPE value "Y".
       01 TYPE-EXISTS-SW pic x value "N".
          88 TYPE-EXISTS value "Y".
       01 RATE-FOUND-SW pic x value "N".
          88 RATE-FOUND value "Y".
       01 tfind-code pic x(3).
       01 tfind-date pic 9(8).
       01 tfind-desc pic x(20).
       01 tfind-rate pic 9v999.
       01 ENTRY-OK-SW pic x value "Y".
          88 ENTRY-OK value "Y".
       01 LINE-OK-SW pic x value "N".
          88 LINE-APPOINTED value "Y".
       01 LIC-IDX pic 9.
       01 qte-holderU-in pic x(5).
       01 qte-agentU-in pic x(5).
       01 qte-typeU-in pic x(3).
       01 qte-amtU-in pic 9(8).
       01 qte-effU-in pic 9(8).
       01 cnv-fromU-in pic 9(8).
       01 cnv-toU-in pic 9(8).
       01 QUOTE-PREM pic 9(4)v99.
       01 PREM-OK-SW pic x value "N".
          88 PREM-OK value "Y".
       01 QUOTE-VALID-DAYS pic 9(3) value 30.
       01 NEXT-QUOTE pic 9(6) value zero.
       01 RUN-DATE pic 9(8).
       01 QUOTE-EXC-CNT pic 9(5) value zero.
       01 LIST-CNT pic 9(5) value zero.
       01 AGT-TABLE.
          05 AGT-ENTRY occurs 100 times.
             10 AGT-CODE pic x(5).
             10 AGT-QUOTED pic 9(5) value zero.
             10 AGT-CONV pic 9(5) value zero.
             10 AGT-EXP pic 9(5) value zero.
             10 AGT-OPEN pic 9(5) value zero.
             10 AGT-QPREM pic 9(9)v99 value zero.
             10 AGT-CPREM pic 9(9)v99 value zero.
       01 AGT-OCCURS pic 9(3) value zero.
       01 AGT-IDX pic 9(3).
       01 FOUND-SW pic x value "N".
          88 AGT-FOUND value "Y".
       01 CNV-QUOTED-TOT pic 9(5) value zero.
       01 CNV-CONV-TOT pic 9(5) value zero.
       01 CNV-EXP-TOT pic 9(5) value zero.
       01 CNV-OPEN-TOT pic 9(5) value zero.
       01 CNV-QPREM-TOT pic 9(9)v99 value zero.
       01 CNV-CPREM-TOT pic 9(9)v99 value zero.
       01 CNV-PCT pic 9(3)v99.
       01 DATE-OK-SW pic x value "Y".
          88 DATE-OK value "Y".
       01 EDIT-DATE pic 9(8).
       01 EDIT-YYYY pic 9(4).
       01 EDIT-MM pic 99.
       01 EDIT-DD pic 99.
       01 CALC-DATE.
          05 CALC-YYYY pic 9(4).
          05 CALC-MM pic 99.
          05 CALC-DD pic 99.
       01 CALC-DATE-N REDEFINES CALC-DATE pic 9(8).
       01 DAY-SUB pic 9(4).
       01 DAYS-IN-MONTH pic 99.
       01 TEMP pic 9(4).
       01 REM4 pic 9(4).
       01 REM100 pic 9(4).
       01 REM400 pic 9(4).
       01 DIM-TABLE pic x(24) value "312831303130313130313031".
       01 DIM-R REDEFINES DIM-TABLE.
          05 DIM occurs 12 times pic 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-Open.
           PERFORM 400-Menu.
           PERFORM 300-Exit.
       100-Open.
           OPEN I-O qtefile.
           OPEN INPUT poltype.
           OPEN INPUT agent.
           OPEN INPUT holder.
           OPEN EXTEND quoterpt.
           IF QUOTERPT-STATUS = "35"
               OPEN OUTPUT quoterpt
           END-IF.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 110-Last-Quote.
           PERFORM 200-Header.
       110-Last-Quote.
           MOVE ZERO to NEXT-QUOTE.
           MOVE "N" to EOF-QUOTE-SW.
           MOVE ZERO to qte-num-in.
           START qtefile KEY IS NOT LESS THAN qte-num-in
               INVALID KEY MOVE "Y" to EOF-QUOTE-SW
           END-START.
           PERFORM 120-Last-Quote-Read UNTIL EOF-QUOTE.
           ADD 1 to NEXT-QUOTE.
       120-Last-Quote-Read.
           READ qtefile NEXT RECORD
               AT END MOVE "Y" to EOF-QUOTE-SW
               NOT AT END MOVE qte-num-in to NEXT-QUOTE
           END-READ.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM QTEHDR1 AFTER ADVANCING PAGE.
           WRITE PRINTREC FROM QTEHDR2 AFTER ADVANCING 1 LINES.
           MOVE ZERO to LINE-COUNT.
       300-Exit.
           CLOSE qtefile poltype agent holder quoterpt.
           STOP RUN.
       400-Menu.
           DISPLAY "Enter NEW, LIST, REPT or exit depending on what "
           "you would like to do.".
           ACCEPT choice.
           PERFORM UNTIL choice = "exit"
               EVALUATE choice
                   WHEN "NEW"
                       PERFORM 500-Quote-Entry
                   WHEN "LIST"
                       PERFORM 600-Quote-List
                   WHEN "REPT"
                       PERFORM 700-Conversion-Report
                   WHEN OTHER
                       DISPLAY "Error choice must be NEW, LIST or "
                       "REPT"
               END-EVALUATE
               DISPLAY "Enter NEW, LIST, REPT or exit."
               ACCEPT choice
           END-PERFORM.
       500-Quote-Entry.
           DISPLAY "Enter the holder number.".
           ACCEPT qte-holderU-in.
           DISPLAY "Enter the agent number.".
           ACCEPT qte-agentU-in.
           DISPLAY "Enter the policy type.".
           ACCEPT qte-typeU-in.
           DISPLAY "Enter the policy amount.".
           ACCEPT qte-amtU-in.
           DISPLAY "Enter the requested effective date in the format "
           "YYYYMMDD.".
           ACCEPT qte-effU-in.
           MOVE "Y" to ENTRY-OK-SW.
           MOVE qte-holderU-in to hold-num-in.
           READ holder
               INVALID KEY
                   MOVE "N" to ENTRY-OK-SW
                   MOVE "HOLDER NOT ON FILE" to qexc-reason-out
                   PERFORM 590-Entry-Exception
           END-READ.
           IF ENTRY-OK
               PERFORM 510-Entry-Read-Agent
           END-IF.
           IF ENTRY-OK
               PERFORM 520-Entry-Edit
           END-IF.
           IF ENTRY-OK
               PERFORM 530-Entry-Rate
           END-IF.
           IF ENTRY-OK
               PERFORM 540-Entry-Write
           END-IF.
       510-Entry-Read-Agent.
           MOVE qte-agentU-in to agent-in.
           READ agent
               INVALID KEY
                   MOVE "N" to ENTRY-OK-SW
                   MOVE "AGENT NOT ON FILE" to qexc-reason-out
                   PERFORM 590-Entry-Exception
           END-READ.
       520-Entry-Edit.
           MOVE qte-effU-in to EDIT-DATE.
           PERFORM 9300-Validate-Date.
           IF NOT DATE-OK
               MOVE "N" to ENTRY-OK-SW
               MOVE "INVALID EFFECTIVE DATE" to qexc-reason-out
               PERFORM 590-Entry-Exception
           END-IF.
           IF ENTRY-OK AND qte-amtU-in = ZERO
               MOVE "N" to ENTRY-OK-SW
               MOVE "POLICY AMOUNT IS ZERO" to qexc-reason-out
               PERFORM 590-Entry-Exception
           END-IF.
           IF ENTRY-OK
               MOVE qte-typeU-in to tfind-code
               MOVE qte-effU-in to tfind-date
               PERFORM 9150-Poltype-Find
               IF NOT TYPE-EXISTS
                   MOVE "N" to ENTRY-OK-SW
                   MOVE "POLICY TYPE NOT ON FILE" to qexc-reason-out
                   PERFORM 590-Entry-Exception
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM 9240-Appoint-Check
               IF NOT LINE-APPOINTED
                   MOVE "N" to ENTRY-OK-SW
                   MOVE "AGENT NOT APPOINTED FOR TYPE"
                       to qexc-reason-out
                   PERFORM 590-Entry-Exception
               END-IF
           END-IF.
       530-Entry-Rate.
           MOVE "Y" to PREM-OK-SW.
           IF NOT RATE-FOUND
               MOVE "N" to PREM-OK-SW
               MOVE "NO RATE IN FORCE ON EFF DATE" to qexc-reason-out
           ELSE
               COMPUTE QUOTE-PREM ROUNDED
                       = qte-amtU-in * tfind-rate / 100
                   ON SIZE ERROR MOVE "N" to PREM-OK-SW
               END-COMPUTE
               IF PREM-OK AND QUOTE-PREM = ZERO
                   MOVE "N" to PREM-OK-SW
               END-IF
               IF PREM-OK AND QUOTE-PREM > qte-amtU-in
                   MOVE "N" to PREM-OK-SW
               END-IF
               IF NOT PREM-OK
                   MOVE "QUOTED PREMIUM OUT OF RANGE"
                       to qexc-reason-out
               END-IF
           END-IF.
           IF NOT PREM-OK
               MOVE "N" to ENTRY-OK-SW
               PERFORM 590-Entry-Exception
           END-IF.
       540-Entry-Write.
           MOVE NEXT-QUOTE to qte-num-in.
           MOVE RUN-DATE to qte-date-in.
           MOVE qte-effU-in to qte-effdate-in.
           MOVE RUN-DATE to CALC-DATE-N.
           PERFORM 9600-Advance-One-Day VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > QUOTE-VALID-DAYS.
           MOVE CALC-DATE-N to qte-expdate-in.
           MOVE qte-holderU-in to qte-holder-in.
           MOVE qte-agentU-in to qte-agent-in.
           MOVE qte-typeU-in to qte-poltype-in.
           MOVE qte-amtU-in to qte-amt-in.
           MOVE QUOTE-PREM to qte-prem-in.
           MOVE tfind-rate to qte-rate-in.
           MOVE "O" to qte-status-in.
           MOVE SPACES to qte-polnum-in.
           MOVE ZERO to qte-convdate-in.
           WRITE quoterec
               INVALID KEY
                   MOVE "DUPLICATE QUOTE NUMBER" to qexc-reason-out
                   PERFORM 590-Entry-Exception
               NOT INVALID KEY
                   ADD 1 to NEXT-QUOTE
                   MOVE "QUOTED" to qte-action-out
                   PERFORM 550-Print-Quote-Line
                   DISPLAY "Quote " qte-num-in " " tfind-desc
                   " amount " qte-amt-in " annual premium "
                   qte-prem-out " good until " qte-expdate-in "."
           END-WRITE.
       550-Print-Quote-Line.
           MOVE qte-num-in to qte-num-out.
           MOVE qte-holder-in to qte-holder-out.
           MOVE qte-agent-in to qte-agent-out.
           MOVE qte-poltype-in to qte-type-out.
           MOVE qte-effdate-in to qte-eff-out.
           MOVE qte-expdate-in to qte-exp-out.
           MOVE qte-amt-in to qte-amt-out.
           MOVE qte-prem-in to qte-prem-out.
           MOVE qte-status-in to qte-status-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM QTELine AFTER ADVANCING 1 LINE.
       590-Entry-Exception.
           ADD 1 to QUOTE-EXC-CNT.
           MOVE qte-holderU-in to qexc-holder-out.
           MOVE qte-agentU-in to qexc-agent-out.
           WRITE PRINTREC FROM QTEEXCLine AFTER ADVANCING 1 LINE.
           DISPLAY "Error " qexc-reason-out ". Quote was NOT "
           "recorded.".
       600-Quote-List.
           MOVE ZERO to LIST-CNT.
           MOVE "N" to EOF-QUOTE-SW.
           MOVE ZERO to qte-num-in.
           START qtefile KEY IS NOT LESS THAN qte-num-in
               INVALID KEY MOVE "Y" to EOF-QUOTE-SW
           END-START.
           PERFORM 610-Quote-List-Read UNTIL EOF-QUOTE.
           DISPLAY "Open quotes listed: " LIST-CNT.
       610-Quote-List-Read.
           READ qtefile NEXT RECORD
               AT END MOVE "Y" to EOF-QUOTE-SW
               NOT AT END PERFORM 620-Quote-List-Show
           END-READ.
       620-Quote-List-Show.
           IF QTE-OPEN
               ADD 1 to LIST-CNT
               DISPLAY "QUOTE " qte-num-in " HOLDER " qte-holder-in
               " AGENT " qte-agent-in " TYPE " qte-poltype-in
               " EFF " qte-effdate-in " AMT " qte-amt-in " PREM "
               qte-prem-in " EXPIRES " qte-expdate-in
           END-IF.
       700-Conversion-Report.
           DISPLAY "Enter the first quote date for the conversion "
           "report in the format YYYYMMDD.".
           ACCEPT cnv-fromU-in.
           DISPLAY "Enter the last quote date in the format "
           "YYYYMMDD.".
           ACCEPT cnv-toU-in.
           MOVE "Y" to ENTRY-OK-SW.
           MOVE cnv-fromU-in to EDIT-DATE.
           PERFORM 9300-Validate-Date.
           IF NOT DATE-OK
               MOVE "N" to ENTRY-OK-SW
           END-IF.
           MOVE cnv-toU-in to EDIT-DATE.
           PERFORM 9300-Validate-Date.
           IF NOT DATE-OK OR cnv-toU-in < cnv-fromU-in
               MOVE "N" to ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 710-Conversion-Report2
           ELSE
               DISPLAY "Error the quote dates are not a valid range. "
               "Conversion report was NOT run."
           END-IF.
       710-Conversion-Report2.
           MOVE ZERO to AGT-OCCURS.
           MOVE ZERO to CNV-QUOTED-TOT.
           MOVE ZERO to CNV-CONV-TOT.
           MOVE ZERO to CNV-EXP-TOT.
           MOVE ZERO to CNV-OPEN-TOT.
           MOVE ZERO to CNV-QPREM-TOT.
           MOVE ZERO to CNV-CPREM-TOT.
           PERFORM 200-Header.
           MOVE cnv-fromU-in to cnvp-from-out.
           MOVE cnv-toU-in to cnvp-to-out.
           WRITE PRINTREC FROM CNVPERLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM CNVHDR AFTER ADVANCING 2 LINES.
           MOVE "N" to EOF-QUOTE-SW.
           MOVE ZERO to qte-num-in.
           START qtefile KEY IS NOT LESS THAN qte-num-in
               INVALID KEY MOVE "Y" to EOF-QUOTE-SW
           END-START.
           PERFORM 720-Conversion-Read UNTIL EOF-QUOTE.
           PERFORM VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > AGT-OCCURS
               PERFORM 740-Print-Agent-Conv
           END-PERFORM.
           PERFORM 750-Print-Total-Conv.
           DISPLAY "Quote conversion report complete. Quotes: "
           CNV-QUOTED-TOT " Converted: " CNV-CONV-TOT.
       720-Conversion-Read.
           READ qtefile NEXT RECORD
               AT END MOVE "Y" to EOF-QUOTE-SW
               NOT AT END
                   IF qte-date-in NOT < cnv-fromU-in
                           AND qte-date-in NOT > cnv-toU-in
                       PERFORM 730-Accum-Agent
                   END-IF
           END-READ.
       730-Accum-Agent.
           MOVE "N" to FOUND-SW.
           PERFORM VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > AGT-OCCURS OR AGT-FOUND
               IF AGT-CODE(AGT-IDX) = qte-agent-in
                   MOVE "Y" to FOUND-SW
               END-IF
           END-PERFORM.
           IF AGT-FOUND
               SUBTRACT 1 FROM AGT-IDX
           ELSE
               IF AGT-OCCURS < 100
                   ADD 1 to AGT-OCCURS
                   MOVE AGT-OCCURS to AGT-IDX
                   MOVE qte-agent-in to AGT-CODE(AGT-IDX)
                   MOVE ZERO to AGT-QUOTED(AGT-IDX)
                   MOVE ZERO to AGT-CONV(AGT-IDX)
                   MOVE ZERO to AGT-EXP(AGT-IDX)
                   MOVE ZERO to AGT-OPEN(AGT-IDX)
                   MOVE ZERO to AGT-QPREM(AGT-IDX)
                   MOVE ZERO to AGT-CPREM(AGT-IDX)
                   MOVE "Y" to FOUND-SW
               ELSE
                   WRITE PRINTREC FROM "AGENT TOTAL TABLE FULL"
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           ADD 1 to CNV-QUOTED-TOT.
           ADD qte-prem-in to CNV-QPREM-TOT.
           IF AGT-FOUND
               ADD 1 to AGT-QUOTED(AGT-IDX)
               ADD qte-prem-in to AGT-QPREM(AGT-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN QTE-CONVERTED
                   ADD 1 to CNV-CONV-TOT
                   ADD qte-prem-in to CNV-CPREM-TOT
                   IF AGT-FOUND
                       ADD 1 to AGT-CONV(AGT-IDX)
                       ADD qte-prem-in to AGT-CPREM(AGT-IDX)
                   END-IF
               WHEN QTE-EXPIRED
                   ADD 1 to CNV-EXP-TOT
                   IF AGT-FOUND
                       ADD 1 to AGT-EXP(AGT-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 to CNV-OPEN-TOT
                   IF AGT-FOUND
                       ADD 1 to AGT-OPEN(AGT-IDX)
                   END-IF
           END-EVALUATE.
       740-Print-Agent-Conv.
           MOVE AGT-CODE(AGT-IDX) to cnv-agent-out.
           MOVE AGT-QUOTED(AGT-IDX) to cnv-quoted-out.
           MOVE AGT-CONV(AGT-IDX) to cnv-conv-out.
           MOVE AGT-EXP(AGT-IDX) to cnv-exp-out.
           MOVE AGT-OPEN(AGT-IDX) to cnv-open-out.
           MOVE AGT-QPREM(AGT-IDX) to cnv-qprem-out.
           MOVE AGT-CPREM(AGT-IDX) to cnv-cprem-out.
           IF AGT-QUOTED(AGT-IDX) > ZERO
               COMPUTE CNV-PCT ROUNDED = AGT-CONV(AGT-IDX) * 100
                   / AGT-QUOTED(AGT-IDX)
           ELSE
               MOVE ZERO to CNV-PCT
           END-IF.
           MOVE CNV-PCT to cnv-pct-out.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM CNVLine AFTER ADVANCING 1 LINE.
       750-Print-Total-Conv.
           MOVE "TOTAL" to cnv-agent-out.
           MOVE CNV-QUOTED-TOT to cnv-quoted-out.
           MOVE CNV-CONV-TOT to cnv-conv-out.
           MOVE CNV-EXP-TOT to cnv-exp-out.
           MOVE CNV-OPEN-TOT to cnv-open-out.
           MOVE CNV-QPREM-TOT to cnv-qprem-out.
           MOVE CNV-CPREM-TOT to cnv-cprem-out.
           IF CNV-QUOTED-TOT > ZERO
               COMPUTE CNV-PCT ROUNDED = CNV-CONV-TOT * 100
                   / CNV-QUOTED-TOT
           ELSE
               MOVE ZERO to CNV-PCT
           END-IF.
           MOVE CNV-PCT to cnv-pct-out.
           WRITE PRINTREC FROM CNVLine AFTER ADVANCING 2 LINES.
       9150-Poltype-Find.
           MOVE "N" to TYPE-EXISTS-SW.
           MOVE "N" to RATE-FOUND-SW.
           MOVE "N" to EOF-TYPE-SW.
           MOVE SPACES to tfind-desc.
           MOVE ZERO to tfind-rate.
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
               MOVE "Y" to TYPE-EXISTS-SW
               MOVE poltype-desc-in to tfind-desc
               IF poltype-eff-in NOT > tfind-date
                   MOVE "Y" to RATE-FOUND-SW
                   MOVE poltype-rate-in to tfind-rate
               END-IF
           END-IF.
       9240-Appoint-Check.
           MOVE "N" to LINE-OK-SW.
           PERFORM VARYING LIC-IDX FROM 1 BY 1 UNTIL LIC-IDX > 5
               IF agent-line-in(LIC-IDX) = qte-typeU-in
                   MOVE "Y" to LINE-OK-SW
               END-IF
           END-PERFORM.
       9300-Validate-Date.
           MOVE "Y" to DATE-OK-SW.
           MOVE EDIT-DATE(1:4) to EDIT-YYYY.
           MOVE EDIT-DATE(5:2) to EDIT-MM.
           MOVE EDIT-DATE(7:2) to EDIT-DD.
           IF EDIT-MM < 1 OR EDIT-MM > 12
               MOVE "N" to DATE-OK-SW
           ELSE
               MOVE DIM(EDIT-MM) to DAYS-IN-MONTH
               DIVIDE EDIT-YYYY BY 4 GIVING TEMP
                   REMAINDER REM4
               DIVIDE EDIT-YYYY BY 100 GIVING TEMP
                   REMAINDER REM100
               DIVIDE EDIT-YYYY BY 400 GIVING TEMP
                   REMAINDER REM400
               IF EDIT-MM = 2 AND REM4 = 0
                       AND (REM100 NOT = 0 OR REM400 = 0)
                   MOVE 29 to DAYS-IN-MONTH
               END-IF
               IF EDIT-DD < 1 OR EDIT-DD > DAYS-IN-MONTH
                   MOVE "N" to DATE-OK-SW
               END-IF
               IF EDIT-YYYY < 1900 OR EDIT-YYYY > 2199
                   MOVE "N" to DATE-OK-SW
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
       9600-Advance-One-Day.
           PERFORM 9500-Month-Days.
           IF CALC-DD < DAYS-IN-MONTH
               ADD 1 to CALC-DD
           ELSE
               MOVE 1 to CALC-DD
               IF CALC-MM < 12
                   ADD 1 to CALC-MM
               ELSE
                   MOVE 1 to CALC-MM
                   ADD 1 to CALC-YYYY
               END-IF
           END-IF.
       END PROGRAM POLQUOTE.
