      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly agent license renewal report. Lists every
      *          agent on agent.dat whose license expires within the
      *          next 60 days of the business date (taken from the
      *          runctl.dat run control file, or the system date when
      *          there is none) with the days left and the manager to
      *          chase, then every agent whose license has already
      *          expired or who has no license on file. Those agents
      *          cannot write new business through ADD or BATCH and
      *          their commission is held by the POLCOMM statement
      *          run until the license is renewed through AGENT
      *          LIC maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLICN.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
       select OPTIONAL agent ASSIGN to 'agent.dat'
        organization is INDEXED
        ACCESS mode is DYNAMIC
        RECORD key is agent-in.
       select OPTIONAL runctl ASSIGN to 'runctl.dat'
        organization is LINE SEQUENTIAL.
       select licrpt assign to 'licrpt.dat'.
       DATA DIVISION.
       FILE SECTION.
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
       fd licrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 wsdate.
       04 yy pic 99.
       04 mm pic 99.
       04 dd pic 99.
       01 CENTURY pic 99 value 20.
       01 page-in pic 9(4).
       01 LINE-COUNT pic 9(4) value zero.
       01 LICHDR1.
       05 MM-OUT PIC 99.
       05        PIC X VALUE "/".
       05 DD-OUT   PIC 99.
       05          PIC X VALUE  "/".
       05 YY-OUT   PIC 99.
       05          PIC X(20).
       05          PIC X(25) VALUE "AGENT LICENSE RENEWALS".
       05          PIC X(10).
       05          PIC X(5) VALUE "PAGE ".
       05 PAGE-OUT PIC  Z,ZZ9.
       01 LICPERLine.
       10          pic x(10).
       10          pic x(15) value "BUSINESS DATE ".
       10          licper-date-out pic 9(8).
       10          pic x(5).
       10          pic x(15) value "WINDOW ENDS ".
       10          licper-end-out pic 9(8).
       01 LICHDR2.
       10          PIC X(10).
       10          Value "Agent " pic x(7).
       10          Value "Agent Name " pic x(17).
       10          Value "Manager " pic x(9).
       10          Value "License No " pic x(13).
       10          Value "Lines " pic x(17).
       10          Value "Expires " pic x(10).
       10          Value "Days Left " pic x(10).
       01 LICSECLine.
       10          pic x(10).
       10          licsec-out pic x(40).
       01 LICLine.
       10          pic x(10).
       10          lic-agent-out pic x(5).
       10          pic x(2).
       10          lic-name-out pic x(15).
       10          pic x(2).
       10          lic-mgr-out pic x(5).
       10          pic x(4).
       10          lic-num-out pic x(10).
       10          pic x(3).
       10          lic-lines-out pic x(15).
       10          pic x(2).
       10          lic-exp-out pic 9(8).
       10          pic x(4).
       10          lic-days-out pic zz9.
       01 LICTOTLine.
       10          pic x(10).
       10          pic x(18) value "EXPIRING IN 60 ".
       10          ltot-exp-out pic zzzz9.
       10          pic x(5).
       10          pic x(26) value "EXPIRED OR NOT LICENSED ".
       10          ltot-lapsed-out pic zzzz9.
       01 EOF-AGENT-SW pic x value "N".
          88 EOF-AGENT value "Y".
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 LIC-WINDOW-DAYS pic 9(3) value 60.
       01 RUN-DATE pic 9(8).
       01 WINDOW-END pic 9(8).
       01 DAYS-LEFT pic 9(3).
       01 EXPIRING-CNT pic 9(5) value zero.
       01 LAPSED-CNT pic 9(5) value zero.
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
           MOVE "LICENSES EXPIRING WITHIN 60 DAYS" to licsec-out.
           PERFORM 250-Section-Header.
           PERFORM 300-Agent-Start.
           PERFORM 310-Expiring-Read UNTIL EOF-AGENT.
           MOVE "LICENSES EXPIRED OR NOT ON FILE" to licsec-out.
           PERFORM 250-Section-Header.
           PERFORM 300-Agent-Start.
           PERFORM 410-Lapsed-Read UNTIL EOF-AGENT.
           PERFORM 600-Totals.
           PERFORM 700-Close.
           STOP RUN.
       100-Open.
           OPEN INPUT agent.
           OPEN OUTPUT licrpt.
           ACCEPT WSDATE FROM DATE.
           MOVE MM TO MM-OUT.
           MOVE YY TO YY-OUT.
           MOVE DD TO DD-OUT.
           COMPUTE RUN-DATE = CENTURY * 1000000
               + yy * 10000 + mm * 100 + dd.
           PERFORM 120-Read-Runctl.
           MOVE RUN-DATE to CALC-DATE-N.
           PERFORM 9600-Advance-One-Day VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > LIC-WINDOW-DAYS.
           MOVE CALC-DATE-N to WINDOW-END.
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
               DISPLAY "Warning the run control file runctl.dat is "
               "missing or empty. The system date is used."
           END-IF.
       200-Header.
           ADD 1 to page-in.
           MOVE page-in to page-out.
           WRITE PRINTREC FROM LICHDR1 AFTER ADVANCING PAGE.
           MOVE RUN-DATE to licper-date-out.
           MOVE WINDOW-END to licper-end-out.
           WRITE PRINTREC FROM LICPERLine AFTER ADVANCING 1 LINE.
           WRITE PRINTREC FROM LICHDR2 AFTER ADVANCING 2 LINES.
           MOVE ZERO to LINE-COUNT.
       250-Section-Header.
           ADD 2 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM LICSECLine AFTER ADVANCING 2 LINES.
       300-Agent-Start.
           MOVE "N" to EOF-AGENT-SW.
           MOVE LOW-VALUES to agent-in.
           START agent KEY IS NOT LESS THAN agent-in
               INVALID KEY MOVE "Y" to EOF-AGENT-SW
           END-START.
       310-Expiring-Read.
           READ agent NEXT RECORD
               AT END MOVE "Y" to EOF-AGENT-SW
               NOT AT END PERFORM 320-Expiring-Select
           END-READ.
       320-Expiring-Select.
           IF agent-lic-in NOT = SPACES AND agent-licexp-in NUMERIC
               IF agent-licexp-in NOT < RUN-DATE
                       AND agent-licexp-in NOT > WINDOW-END
                   PERFORM 330-Days-Left
                   MOVE DAYS-LEFT to lic-days-out
                   PERFORM 500-Print-Agent
                   ADD 1 to EXPIRING-CNT
               END-IF
           END-IF.
       330-Days-Left.
           MOVE ZERO to DAYS-LEFT.
           MOVE RUN-DATE to CALC-DATE-N.
           PERFORM 340-Count-Day
               UNTIL CALC-DATE-N NOT < agent-licexp-in.
       340-Count-Day.
           PERFORM 9600-Advance-One-Day.
           ADD 1 to DAYS-LEFT.
       410-Lapsed-Read.
           READ agent NEXT RECORD
               AT END MOVE "Y" to EOF-AGENT-SW
               NOT AT END PERFORM 420-Lapsed-Select
           END-READ.
       420-Lapsed-Select.
           IF agent-lic-in = SPACES OR agent-licexp-in NOT NUMERIC
               PERFORM 430-Lapsed-Print
           ELSE
               IF agent-licexp-in < RUN-DATE
                   PERFORM 430-Lapsed-Print
               END-IF
           END-IF.
       430-Lapsed-Print.
           MOVE ZERO to lic-days-out.
           PERFORM 500-Print-Agent.
           ADD 1 to LAPSED-CNT.
       500-Print-Agent.
           MOVE agent-in to lic-agent-out.
           MOVE name-in to lic-name-out.
           MOVE agent-mgr-in to lic-mgr-out.
           MOVE agent-lic-in to lic-num-out.
           MOVE agent-lines-in to lic-lines-out.
           IF agent-licexp-in NUMERIC
               MOVE agent-licexp-in to lic-exp-out
           ELSE
               MOVE ZERO to lic-exp-out
           END-IF.
           ADD 1 to LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM 200-Header
           END-IF.
           WRITE PRINTREC FROM LICLine AFTER ADVANCING 1 LINE.
       600-Totals.
           MOVE EXPIRING-CNT to ltot-exp-out.
           MOVE LAPSED-CNT to ltot-lapsed-out.
           WRITE PRINTREC FROM LICTOTLine AFTER ADVANCING 2 LINES.
       700-Close.
           DISPLAY "License renewal report complete. Expiring: "
           EXPIRING-CNT " Expired or not licensed: " LAPSED-CNT.
           CLOSE agent licrpt.
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
       END PROGRAM POLLICN.
