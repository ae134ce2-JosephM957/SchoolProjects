      *          to archive.dat with a system generated reason the
      *          way the manual DELETE does, deletes it from the
      *          master and prints a lapse register with counts and
      *          amount totals of everything purged. Any premium
      *          collected for the unused part of the term is returned
      *          by the POLRFND refund run off the archive entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       03 polTerm-in pic x(8).
       03 poltype-in pic x(3).
       03 polHolder-in pic x(5).
       03 polMode-in pic x.
       03 polNextBill-in pic 9(8).
       fd archive.
       01 archiverec.
       03 arc-key-in.
       03 arc-poltype-in pic x(3).
       03 arc-reason-in pic x(30).
       03 arc-polholder-in pic x(5).
       03 arc-polmode-in pic x.
       03 arc-polnextbill-in pic 9(8).
       fd runctl.
       01 runctlrec.
       03 run-busdate-in pic 9(8).
       03 run-grace-days-in pic 9(4).
       03 run-overdue-days-in pic 9(4).
       03 run-lastrun-in pic 9(8).
       03 run-lossratio-in pic 9(3).
       03 run-lapserate-in pic 9(3).
       03 run-apprlimit-in pic 9(8).
       03 run-pendage-in pic 9(3).
       fd lapserpt.
       01 PRINTREC pic x(132).
       WORKING-STORAGE SECTION.
           MOVE polTerm-in to arc-polterm-in.
           MOVE poltype-in to arc-poltype-in.
           MOVE polHolder-in to arc-polholder-in.
           MOVE polMode-in to arc-polmode-in.
           MOVE polNextBill-in to arc-polnextbill-in.
           MOVE "LAPSED - EXPIRED PAST GRACE" to arc-reason-in.
           WRITE archiverec
               INVALID KEY
