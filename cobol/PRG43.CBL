      *    only a level-3 operator may maintain operators (the
      *    bootstrap sign-on PRG44 grants on an empty master is
      *    level 3, so the first operators can be set up).
      *    A password keyed here is stored scrambled through PRG173
      *    and marked for change, so the operator has to pick their
      *    own at the next sign-on.  An operator PRG44 locked out
      *    after too many failures shows LOCKED and can be Unlocked
      *    here - the failures start over, and the unlock goes on
      *    operlock.log with the id of whoever cleared it.

       environment division.
       input-output section.
                  access is dynamic
                  record key is Operator-Id-OP.

      *    Every lock and unlock of an operator, alongside the locks
      *    PRG44 writes.
           select optional Operator-Lock-Log-File assign to disk
                  "operlock.log"
                  organization is line sequential.

       data division.
       file section.
       fd Operator-File.
       copy oprec.

       fd Operator-Lock-Log-File.
       01 Operator-Lock-Log-Record.
           03 ol-date              pic x(10).
           03                      pic x value space.
           03 ol-time              pic x(8).
           03                      pic x value space.
           03 ol-operator-id       pic x(10).
           03                      pic x value space.
           03 ol-action            pic x(10).
           03                      pic x value space.
           03 ol-by                pic x(10).

       working-storage section.
       copy gencode.
       copy signon.
       copy pwparm.
       01 string-date            pic x(30).
       01 unlock-response        pic x.

       01 action-response        pic x.
       01 delete-response        pic x.
       01 update-level           pic x.
       01 update-store           pic xx.

       01 Run-Date-Formatted.
           03 rdf-mm             pic 99.
           03                    pic x value "/".
           03 rdf-dd             pic 99.
           03                    pic x value "/".
           03                    pic xx value "20".
           03 rdf-yy             pic 99.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           call "prg44" using Sign-On-Parms
           if so-sign-on-ok and so-level = 3
                 end-if
               not invalid key
                   perform 1650-Display-Record
                   if Operator-Locked
                       perform 1680-Maybe-Unlock
                   end-if
                   display "Change or Delete this operator? (C/D/N)"
                       at 2340
                   accept action-response at 2381
           display Operator-Level-OP at 0532
           display "Home Store" at 0704
           display Operator-Store-OP at 0716
           display "Password Set" at 0904
           display Operator-Pw-Date-OP at 0918
           if Password-Must-Change
               display "change due at next sign-on" at 0930
           end-if
           if Operator-Locked
               display "LOCKED" at 1104
           end-if
           display "Operator Found!" at 2420.

      *    Only a level-3 operator gets this far, so the unlock is
      *    theirs to give; the failures start over with it.
       1680-Maybe-Unlock.
           display "Unlock this operator? (Y/N)" at 2240
           accept unlock-response at 2268
           call "CBL_TOUPPER" using unlock-response
                       by value length of unlock-response
           if unlock-response = "Y"
               move space to Operator-Lock-OP
               move zero to Operator-Fail-Count-OP
               rewrite Operator-Record
               end-rewrite
               move spaces to Operator-Lock-Log-Record
               move Run-Date-Formatted to ol-date
               move time-report-record to ol-time
               move Operator-Id-OP to ol-operator-id
               move "UNLOCKED" to ol-action
               move so-operator-id to ol-by
               open extend Operator-Lock-Log-File
               write Operator-Lock-Log-Record
               close Operator-Lock-Log-File
               display spaces at 1101 erase eos
               display "Operator Unlocked" at 1104
           end-if.

      *    Whatever is keyed here is the operator's until they sign
      *    on - stored scrambled, dated today, and marked so PRG44
      *    makes them change it.
       1690-Set-Keyed-Password.
           move "S" to pw-function
           move Operator-Id-OP to pw-operator-id
           move Operator-Password-OP to pw-plain
           call "prg173" using Password-Parms
           move pw-scrambled to Operator-Password-OP
           move "S" to Operator-Pw-Form-OP
           move Run-Date-Formatted to Operator-Pw-Date-OP
           move "Y" to Operator-Pw-Reset-OP.

       1700-Delete-Record.
           display "Really delete this operator? (Y/N)" at 2340
           accept delete-response at 2376
               end-if
               display "Home Store" at 0904
               accept Operator-Store-OP at 0916
               perform 1690-Set-Keyed-Password
               move zero to Operator-Fail-Count-OP
               move space to Operator-Lock-OP
               write Operator-Record
                 invalid key
                   display spaces at 0401 erase eos
           accept update-store at 1116
           if update-password not = spaces
               move update-password to Operator-Password-OP
               perform 1690-Set-Keyed-Password
           end-if
           if update-level not = spaces
                  and update-level is numeric
