                  "pg10arch.dat"
                  organization is line sequential.

      *    Break-room kiosk PINs, set here when the employee is
      *    hired and checked by PRG177.
           select optional Pin-File assign to disk "emppin.dat"
                  organization is indexed
                  access is random
                  record key is Pin-Ss-Num-EP.

       data division.
       file section.
       fd Indexed-File.
       fd Archive-File.
       copy dr14.

       fd Pin-File.
       copy pinrec.

       working-storage section.

       copy ctlparm.
      *    shared PRG44 sign-on, replacing the ID/password pair that
      *    used to be compiled in here.
       copy signon.
       copy pwparm.

      *    Run date, formatted the way PRG12B stamps its history
      *    rows.
       01 update-emerg-contact   pic x(20).
       01 update-emerg-phone     pic x(12).
       01 update-rate-date       pic x(10).
       01 update-wc-class        pic x(4).
       01 old-pay-rate-hold      pic 9(3)v99 value zero.
       01 update-first-name      pic x(15).
       01 update-last-name       pic x(15).
       01 browse-done-switch     pic x value "N".
           88 browse-done        value "Y".

       01 pin-response           pic x.
       01 pin-entry              pic x(6).
       01 pin-entry-again        pic x(6).
       01 pin-found-switch       pic x value "N".
           88 pin-on-file        value "Y".

      *    Set when PRG12B has a posting run active, so this screen
      *    refuses to open pg10idx.dat until it clears.
       01 lock-blocked-switch    pic x value "N".
           display screen-pay-rate at 1715
           display "Rate Eff." at 1730
           display rate-effective-date of disk-record at 1741
           display "WC Class" at 1756
           display wc-class-override of disk-record at 1766
           display "Address" at 1802
           display addr-line-1 of disk-record at 1812
           display addr-line-2 of disk-record at 1840
               stop spaces
           else
               perform 1910-Update-Fields
               perform 1980-Maybe-Set-Pin
           end-if.

       1910-Update-Fields.
               accept update-emerg-contact at 1356
               display "Emerg Phone" at 1544
               accept update-emerg-phone at 1557
               move spaces to update-wc-class
               display "WC Class (* = dept's)" at 1744
               accept update-wc-class at 1766
               if update-addr-1 not = spaces
                   move update-addr-1 to addr-line-1 of disk-record
               end-if
                   move update-emerg-phone
                       to emerg-phone of disk-record
               end-if
      *    "*" drops an override so the department's class
      *    applies again.
               if update-wc-class = "*"
                   move spaces to wc-class-override of disk-record
               else
                   if update-wc-class not = spaces
                       move update-wc-class
                           to wc-class-override of disk-record
                   end-if
               end-if
               if update-first-name not = spaces
                   move update-first-name to first-name of disk-record
               end-if
           write Rate-History-Record
           close Rate-History-File.

      *    The employee's kiosk PIN - keyed here with the employee
      *    at the desk on the day they're hired, and again whenever
      *    they forget it or lock it at the kiosk, since a new PIN
      *    clears the bad tries and the lock.  Four to six digits,
      *    keyed twice, and stored only scrambled.
       1980-Maybe-Set-Pin.
           move ss-num of disk-record to Pin-Ss-Num-EP
           open i-o Pin-File
           move "Y" to pin-found-switch
           read Pin-File
               invalid key move "N" to pin-found-switch
           end-read
           display spaces at 2301 erase eos
           evaluate true
               when not pin-on-file
                   display "No kiosk PIN yet" at 2420
               when Pin-Locked
                   display "Kiosk PIN LOCKED - set on" at 2420
                   display Pin-Set-Date-EP at 2446
               when other
                   display "Kiosk PIN set on" at 2420
                   display Pin-Set-Date-EP at 2437
           end-evaluate
           display "Set the kiosk PIN? (Y/N)" at 2340
           accept pin-response at 2366
           call "CBL_TOUPPER" using pin-response
                       by value length of pin-response
           if pin-response = "Y"
               perform 1985-Key-Pin
           end-if
           close Pin-File.

       1985-Key-Pin.
           move spaces to pin-entry pin-entry-again
           display spaces at 2301 erase eos
           display "New PIN" at 2304
           accept pin-entry at 2312 with no-echo
           display "Again" at 2324
           accept pin-entry-again at 2330 with no-echo
           display spaces at 2401 erase eos
           if pin-entry (1:4) is not numeric
                   or (pin-entry (5:2) is not numeric
                       and pin-entry (5:2) not = spaces
                       and not (pin-entry (5:1) is numeric
                                and pin-entry (6:1) = space))
               display "PIN must be 4 to 6 digits - not set" at 2420
           else
               if pin-entry not = pin-entry-again
                   display "The two PINs don't match - not set"
                       at 2420
               else
                   move "S" to pw-function
                   move ss-num of disk-record to pw-operator-id
                   move pin-entry to pw-plain
                   call "prg173" using Password-Parms
                   move ss-num of disk-record to Pin-Ss-Num-EP
                   move pw-scrambled to Pin-Scrambled-EP
                   move Run-Date-Formatted to Pin-Set-Date-EP
                   move so-operator-id to Pin-Set-By-EP
                   move zero to Pin-Fail-Count-EP
                   move space to Pin-Lock-EP
                   if pin-on-file
                       rewrite Employee-Pin-Record
                       end-rewrite
                   else
                       write Employee-Pin-Record
                       end-write
                   end-if
                   display "Kiosk PIN Set!" at 2420
               end-if
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Browses every record whose SS# starts with the digits
      *    entered before the "*", using the dynamic-access indexed
      *    path opened up for this program.
