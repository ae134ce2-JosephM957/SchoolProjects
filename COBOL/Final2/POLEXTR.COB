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
       fd extractfile.
       01 extractrec.
       03 ext-polnum-out pic x(6).
