      *        3 - PRG07.REJ -> PRG07.DAT
      *        4 - PRG10.REJ -> PRG10.DAT    (employee load)
      *        5 - PRG20.REJ -> PRG20.DAT    (attendance)
      *    An attendance reject carries the store the hours were
      *    worked at, and the repaired row goes back with it, so a
      *    borrowed shift is still approved and charged by the store
      *    that worked it.

       environment division.
       input-output section.
       fd Dat10-File.
       01 Dat10-Record         pic x(140).
       fd Dat20-File.
       01 Dat20-Record         pic x(27).

       fd Keep-Work-File.
       01 Keep-Work-Record     pic x(200).
               05 av-hours         pic x(5).
           03                      pic x.
           03 av-reason            pic x(11).
           03 av-work-store        pic x(2).
           03                      pic x(162).

      *    The attendance row as PRG20.DAT takes it back - the
      *    hour type isn't on the reject and goes back blank.
       01 Att-Resubmit-Row.
           03 ar-row               pic x(24).
           03 ar-hour-type         pic x value space.
           03 ar-work-store        pic x(2).

       01 fix-store            pic x(2).
       01 fix-dept             pic x(2).
       01 fix-dependants       pic x(2).
       01 fix-work-date        pic x(10).
       01 fix-hours            pic x(5).
       01 fix-work-store       pic x(2).
       01 fix-ok-switch        pic x value "Y".
           88 fix-ok           value "Y".
       01 log-action-hold      pic x(8).
           display av-work-date at 0716
           display "Hours" at 0904
           display av-hours at 0912
           display "Store Worked" at 1104
           display av-work-store at 1118
           display "(F)ix, (S)kip, (D)rop?" at 2340
           accept action-response at 2364
           call "CBL_TOUPPER" using action-response
           accept fix-work-date at 1728
           display "Hours (99999 = 999.99)" at 1804
           accept fix-hours at 1828
           display "Store Worked (blank = as is)" at 1904
           move spaces to fix-work-store
           accept fix-work-store at 1934
           call "CBL_TOUPPER" using fix-work-store
                       by value length of fix-work-store
           if fix-ss-num not = spaces
               move fix-ss-num to av-ss-num
           end-if
           if fix-hours not = spaces
               move fix-hours to av-hours
           end-if
           if fix-work-store not = spaces
               move fix-work-store to av-work-store
           end-if
           move "Y" to fix-ok-switch
           if av-ss-num not numeric
                   or av-hours not numeric
               move "N" to fix-ok-switch
           end-if
           if fix-ok
               move av-row to ar-row
               move av-work-store to ar-work-store
               write Dat20-Record from Att-Resubmit-Row
               add 1 to fixed-count
               move av-ss-num to log-key-hold
               perform 6300-Log-Repair
