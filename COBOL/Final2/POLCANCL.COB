      *          reason the way POLLAPSE writes LAPSED - EXPIRED PAST
      *          GRACE, then deletes it from the master. Closes the
      *          loop between receivables and the policy master.
      *          A policy billed in installments can carry more than
      *          one open invoice; once it is cancelled every other
      *          open installment for it is closed (status C) and
      *          written off the same way, whether or not it is past
      *          the cutoff yet, so nothing stays open for a policy
      *          that is no longer on the master. Any premium
      *          collected beyond what the policy earned is returned by
      *          the POLRFND refund run off the archive entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
       fd invoice.
       01 invoicerec.
       03 inv-key-in.
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
       fd holder.
       01 holderrec.
       03 hold-num-in pic x(5).
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       fd cancrpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
       01 CANCEL-BAL-TOT pic 9(9)v99 value zero.
       01 CANCEL-EXC-CNT pic 9(5) value zero.
       01 confirm-in pic x(6).
       01 CANCEL-POLNUM pic x(6) value spaces.
       01 RUNCTL-OK-SW pic x value "N".
          88 RUNCTL-OK value "Y".
       01 EOF-PHIST-SW pic x value "N".
           PERFORM 330-Age-Invoice.
           IF inv-status-in = "O" AND DAYS-PAST > NOTICE-DAYS
               PERFORM 530-Cancel-One
           ELSE
               IF inv-status-in = "O"
                       AND inv-polnum-in = CANCEL-POLNUM
                   PERFORM 570-Close-Installment
               END-IF
           END-IF.
       530-Cancel-One.
           MOVE "C" to inv-status-in.
           PERFORM 340-Print-Notice-Line.
           MOVE inv-polnum-in to polNum1-in.
           READ polfile
               INVALID KEY
                   IF inv-polnum-in = CANCEL-POLNUM
                       ADD INV-BALANCE to CANCEL-BAL-TOT
                   END-IF
               NOT INVALID KEY PERFORM 540-Cancel-Policy
           END-READ.
       533-Flag-Paid-History.
           MOVE polTerm-in to arc-polterm-in.
           MOVE poltype-in to arc-poltype-in.
           MOVE polHolder-in to arc-polholder-in.
           MOVE polMode-in to arc-polmode-in.
           MOVE polNextBill-in to arc-polnextbill-in.
           MOVE "CANCELLED - NONPAYMENT" to arc-reason-in.
           WRITE archiverec
               INVALID KEY
       560-Purge-Policy.
           ADD 1 to CANCEL-CNT.
           ADD INV-BALANCE to CANCEL-BAL-TOT.
           MOVE polNum1-in to CANCEL-POLNUM.
           DELETE polfile.
       570-Close-Installment.
           MOVE "C" to inv-status-in.
           REWRITE invoicerec.
           IF inv-paid-in > ZERO
               PERFORM 535-Writeoff-History
           END-IF.
           ADD INV-BALANCE to CANCEL-BAL-TOT.
           MOVE "CLOSED" to can-action-out.
           PERFORM 340-Print-Notice-Line.
       600-Totals.
           MOVE "DELINQUENT INVOICES " to cant-label-out.
           MOVE NOTICE-CNT to cant-cnt-out.
