      *    consumes.  A supervisor function behind a level-2 PRG44
      *    sign-on fixes a missed punch by keying the hours
      *    directly, and every fix lands on punchfix.log naming who
      *    fixed it.  A department that requires a certification
      *    (Dept-Cert-Req-DM on deptmst.dat) won't take an in-punch
      *    from anyone whose card on PRG128's empcert.dat is missing
      *    or past its expiry - they're sent to their manager.
      *    Employees cover shifts at other stores, so each clock
      *    reads the store it stands in off clock.ctl and stamps it
      *    on the in-punch; the attendance row carries it as the
      *    store worked at, and a supervisor's fix keys it (blank
      *    means the employee's home store).

       environment division.
       input-output section.
           select optional Fix-Log-File assign to disk
                  "punchfix.log"
                  organization is line sequential.
           select optional Dept-File assign to disk "deptmst.dat"
                  organization is indexed
                  access is random
                  record key is Dept-Number-DM.
           select optional Cert-File assign to disk "empcert.dat"
                  organization is indexed
                  access is random
                  record key is Cert-Key.
      *    One row - the store number of the store this clock is
      *    in, kept by hand like the other .ctl files.
           select optional Clock-Control-File assign to disk
                  "clock.ctl"
                  organization is line sequential.
           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.

       data division.
       file section.
           03 pu-status            pic x.
               88 punched-in       value "I".
               88 punch-complete   value "C".
      *    The clock's store at the in-punch - blank on rows from
      *    before clocks knew their store.
           03 pu-store             pic x(2).

       fd Punch-Work-File.
       01 Punch-Work-Record        pic x(38).

       fd Attendance-File.
       01 Attendance-Record.
           03 at-work-date         pic x(10).
           03 at-hours-worked      pic 9(3)v99.
           03 at-hour-type         pic x.
      *    Store the hours were worked at - blank is the home store.
           03 at-work-store        pic x(2).

       fd Fix-Log-File.
       01 Fix-Log-Record.
           03 fx-work-date         pic x(10).
           03                      pic x value space.
           03 fx-hours             pic 9(3)v99.
           03                      pic x value space.
           03 fx-store             pic x(2).

       fd Dept-File.
       copy deptrec.

       fd Cert-File.
       copy certrec.

       fd Clock-Control-File.
       01 Clock-Control-Record.
           03 ck-store             pic x(2).

       fd Store-File.
       copy strec.

       working-storage section.
       copy gencode.
       01 employee-name          pic x(31).
       01 fix-date-response      pic x(10).
       01 fix-hours-response     pic x(5).
       01 fix-store-response     pic x(2).
       01 fix-store-switch       pic x value "Y".
           88 fix-store-ok       value "Y".
       01 Clock-Store            pic x(2) value spaces.
       01 signed-on-super-switch pic x value "N".
           88 supervisor-on      value "Y".
       01 cert-ok-switch         pic x value "Y".
           88 cert-ok            value "Y".
       01 Required-Cert          pic x(4).

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Today-Key              pic x(8).
       01 Expiry-Key             pic x(8).

      *    In/out clock arithmetic - minutes since midnight on each
      *    side, the difference in decimal hours, overnight shifts
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           string "20" delimited by size
                  yy of date-accept-record delimited by size
                  mm of date-accept-record delimited by size
                  dd of date-accept-record delimited by size
                  into Today-Key

           open input Clock-Control-File
           read Clock-Control-File
               at end continue
               not at end move ck-store to Clock-Store
           end-read
           close Clock-Control-File

           open input Indexed-File
           open input Dept-File
           open input Cert-File
           open input Store-File
           perform 1500-Take-One-Punch
               until entry-ss = "X"
           close Store-File
           close Cert-File
           close Dept-File
           close Indexed-File
           goback.

           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Time Clock" at 0220
           if Clock-Store not = spaces
               display "Store" at 0250
               display Clock-Store at 0256
           end-if
           display "Key your SS# and press <Enter>" at 0510
           display "<f> fixes a missed punch (supervisor)" at 2440
           display "Type <x> to quit" at 2520
               if has-open-punch
                   perform 2500-Punch-Out
               else
                   perform 1700-Check-Certification
                   if cert-ok
                       perform 2200-Punch-In
                   else
                       display spaces at 0401 erase eos
                       display "Certification" at 1210
                       display Required-Cert at 1224
                       display "lapsed - see your manager" at 1229
                       display "Press <Enter> to Continue" at 1440
                       stop spaces
                   end-if
               end-if
           end-if.

      *    Only the in-punch is checked - someone already on the
      *    clock can always punch out.  No department row, or no
      *    requirement on it, lets the punch through.
       1700-Check-Certification.
           move "Y" to cert-ok-switch
           move spaces to Required-Cert
           move dept-number of disk-record to Dept-Number-DM
           read Dept-File
               invalid key
                   continue
               not invalid key
                   move Dept-Cert-Req-DM to Required-Cert
           end-read
           if Required-Cert not = spaces
               move entry-ss to Cert-Ss-CE
               move Required-Cert to Cert-Type-CE
               read Cert-File
                   invalid key
                       move "N" to cert-ok-switch
                   not invalid key
                       move spaces to Expiry-Key
                       if Cert-Expiry-Date-CE (1:2) is numeric
                               and Cert-Expiry-Date-CE (4:2) is numeric
                               and Cert-Expiry-Date-CE (7:4) is numeric
                           string Cert-Expiry-Date-CE (7:4)
                                      delimited by size
                                  Cert-Expiry-Date-CE (1:2)
                                      delimited by size
                                  Cert-Expiry-Date-CE (4:2)
                                      delimited by size
                                  into Expiry-Key
                       end-if
                       if Expiry-Key = spaces
                               or Expiry-Key < Today-Key
                           move "N" to cert-ok-switch
                       end-if
               end-read
           end-if.

       2000-Find-Open-Punch.
           move "N" to open-punch-switch
           move spaces to punch-eof-flag
           move time-report-record to pu-in-time
           move spaces to pu-out-time
           move "I" to pu-status
           move Clock-Store to pu-store
           open extend Punch-File
           write Punch-Record
           close Punch-File
           move pu-date to at-work-date
           move Worked-Hours to at-hours-worked
           move "R" to at-hour-type
           move pu-store to at-work-store
           open extend Attendance-File
           write Attendance-Record
           close Attendance-File.
      *    A missed punch gets fixed by a supervisor keying the
      *    hours directly - signed on through PRG44 at level 2, and
      *    the fix goes on punchfix.log with their operator id.
      *    The store worked at is keyed too, and must be on the
      *    store master; blank leaves the hours at the home store.
       4000-Supervisor-Fix.
           if not supervisor-on
               call "prg44" using Sign-On-Parms
           accept fix-date-response at 0734
           display "Hours (99999 = 999.99)" at 0910
           accept fix-hours-response at 0934
           display "Store worked (blank = home)" at 1110
           accept fix-store-response at 1139
           call "CBL_TOUPPER" using fix-store-response
                       by value length of fix-store-response
           move "Y" to fix-store-switch
           if fix-store-response not = spaces
               move fix-store-response to Store-Number-SM
               read Store-File
                   invalid key move "N" to fix-store-switch
               end-read
           end-if
           if entry-ss is numeric
                   and fix-hours-response is numeric
                   and fix-store-ok
               move spaces to Attendance-Record
               move entry-ss to at-ss-num
               move fix-date-response to at-work-date
               move fix-hours-response to at-hours-worked (1:5)
               move "R" to at-hour-type
               move fix-store-response to at-work-store
               open extend Attendance-File
               write Attendance-Record
               close Attendance-File
               display "Fix Written To The Feed" at 1210
           else
               display spaces at 0401 erase eos
               display "Bad SS#, Hours Or Store - Nothing Written"
                   at 1210
           end-if
           display "Press <Enter> to Continue" at 1440
           stop spaces
           move at-ss-num to fx-ss-num
           move at-work-date to fx-work-date
           move at-hours-worked to fx-hours
           move at-work-store to fx-store
           open extend Fix-Log-File
           write Fix-Log-Record
           close Fix-Log-File.
