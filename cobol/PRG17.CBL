      *    New-hire transactions are appended straight onto the
      *    same LNS file PRG12A reads, so the next transaction run
      *    picks up every new hire entered here with no hand-off.
           select optional LNS-Tran-File assign to disk
                  "u:\cobol\ksdstran.lns"
                  organization is line sequential.

      *    The employee master, checked as soon as the SS# is keyed
                  access is dynamic
                  record key is ss-num of disk-record.

      *    Authorized headcount per store/department off PRG126 - a
      *    hire that would take the department past it needs a
      *    level-3 override, and each override is logged.  A clerk
      *    below level 3 can have a supervisor sign on for it right
      *    there; the supervisor is prompted afresh, and the clerk
      *    stays signed on afterwards.
           select optional Auth-Position-File assign to disk
                  "authpos.dat"
                  organization is indexed
                  access is random
                  record key is Auth-Key.
           select optional Hire-Override-File assign to disk
                  "hireover.log"
                  organization is line sequential.

       data division.
       file section.
       fd Indexed-File.
      *    signed.
           03 tran-effective-date pic x(10).

       fd Auth-Position-File.
       copy authrec.

       fd Hire-Override-File.
       01 Hire-Override-Record.
           03 ho-date              pic x(10).
           03                      pic x value space.
           03 ho-time              pic x(8).
           03                      pic x value space.
           03 ho-ss-num            pic x(9).
           03                      pic x value space.
           03 ho-store             pic xx.
           03                      pic x value space.
           03 ho-dept              pic xx.
           03                      pic x value space.
           03 ho-authorized        pic 9(4).
           03                      pic x value space.
           03 ho-on-staff          pic 9(4).
           03                      pic x value space.
           03 ho-override-by       pic x(10).
           03                      pic x value space.
           03 ho-entered-by        pic x(10).

       working-storage section.

       copy ctlparm.
           03                     pic xx value "20".
           03 esd-yy              pic 99.

      *    Authorized-count check - employees not terminated on the
      *    master plus new hires still queued on ksdstran.lns.
       01 hire-allowed-switch     pic x value "Y".
           88 hire-allowed        value "Y".
       01 auth-found-switch       pic x value "N".
           88 auth-found          value "Y".
       01 staff-eof-flag          pic xxx value spaces.
           88 staff-end           value 'YES'.
       01 lns-eof-flag            pic xxx value spaces.
           88 lns-end             value 'YES'.
       01 On-Staff-Count          pic 9(4) value zero.
       01 screen-count            pic zzz9.
       01 override-response       pic x.
       01 Override-Operator       pic x(10).
      *    The override operator's sign-on, kept apart from the
      *    clerk's so the clerk stays signed on afterwards.
       copy signon replacing ==Sign-On-Parms== by ==Override-Sign-On==
                             leading ==so-== by ==ovr-==.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
               display "Press <Enter> to Continue" at 1440
               stop spaces
           else
               perform 1700-Check-Authorized-Count
               if hire-allowed
                   move corresponding screen-record to LNS-Tran-Record
                   move "A" to action of LNS-Tran-Record
                   move spaces to sales-increase of LNS-Tran-Record
                   move spaces to product-code of LNS-Tran-Record
                   move spaces to pay-rate of LNS-Tran-Record
                   move spaces
                       to tran-effective-date of LNS-Tran-Record
                   move "PRG17" to tran-source of LNS-Tran-Record
                   move entry-stamp-date
                       to tran-entry-date of LNS-Tran-Record
                   move time-report-record
                       to tran-entry-time of LNS-Tran-Record
                   open extend LNS-Tran-File
                   write LNS-Tran-Record
                   close LNS-Tran-File
                   display spaces at 0101 erase eos
                   display "New hire added to the transaction queue."
                       at 2420
               else
                   display spaces at 0101 erase eos
                   display "Over Authorized Headcount - Entry Dropped"
                       at 2220
               end-if
           end-if
           perform 1900-Ask-Again.

      *    A department with no AUTHPOS.DAT row isn't controlled.
      *    Otherwise the hire has to fit under the authorized count,
      *    or a level-3 operator overrides - the one signed on, or
      *    one signed on here just for the override, after which
      *    the clerk's own sign-on is put back.
       1700-Check-Authorized-Count.
           move "Y" to hire-allowed-switch
           move "N" to auth-found-switch
           move store-number of screen-record to Auth-Store-AP
           move dept-number of screen-record to Auth-Dept-AP
           open input Auth-Position-File
           read Auth-Position-File
               invalid key continue
               not invalid key
                   move "Y" to auth-found-switch
           end-read
           close Auth-Position-File
           if auth-found
               perform 1720-Count-On-Staff
               if On-Staff-Count + 1 > Auth-Headcount-AP
                   perform 1800-Ask-Override
               end-if
           end-if.

       1720-Count-On-Staff.
           move zero to On-Staff-Count
           move spaces to staff-eof-flag lns-eof-flag
           move low-values to ss-num of disk-record
           start Indexed-File key is >= ss-num of disk-record
               invalid key
                   move "YES" to staff-eof-flag
           end-start
           perform 1730-Count-One-Employee
               until staff-end
           open input LNS-Tran-File
           perform 1750-Count-One-Queued-Hire
               until lns-end
           close LNS-Tran-File.

       1730-Count-One-Employee.
           read Indexed-File next record
               at end move "YES" to staff-eof-flag
               not at end
                   if store-number of disk-record
                           = store-number of screen-record
                       and dept-number of disk-record
                           = dept-number of screen-record
                       and status-code of disk-record not = "T"
                       add 1 to On-Staff-Count
                   end-if
           end-read.

      *    A queued 'A' row already posted is on the master and was
      *    counted there.
       1750-Count-One-Queued-Hire.
           read LNS-Tran-File
               at end move "YES" to lns-eof-flag
               not at end
                   if action of LNS-Tran-Record = "A"
                       and store-number of LNS-Tran-Record
                           = store-number of screen-record
                       and dept-number of LNS-Tran-Record
                           = dept-number of screen-record
                       move ss-num of LNS-Tran-Record
                           to ss-num of disk-record
                       read Indexed-File
                           invalid key
                               add 1 to On-Staff-Count
                           not invalid key
                               continue
                       end-read
                   end-if
           end-read.

       1800-Ask-Override.
           move "N" to hire-allowed-switch
           move spaces to override-response Override-Operator
           display spaces at 0101 erase eos
           display "Over Authorized Headcount" at 1010
           display "Store / Dept" at 1210
           display store-number of screen-record at 1230
           display dept-number of screen-record at 1233
           move Auth-Headcount-AP to screen-count
           display "Authorized" at 1310
           display screen-count at 1330
           move On-Staff-Count to screen-count
           display "On staff or queued" at 1410
           display screen-count at 1430
           if so-level >= 3
               display "Override and add anyway? (Y/N)" at 1610
               accept override-response at 1642
               call "CBL_TOUPPER" using override-response
                           by value length of override-response
               if override-response = "Y"
                   move so-operator-id to Override-Operator
               end-if
           else
               display "Needs a level-3 override - sign one on? (Y/N)"
                   at 1610
               accept override-response at 1657
               call "CBL_TOUPPER" using override-response
                           by value length of override-response
               if override-response = "Y"
                   move so-function to ovr-function
                   move "F" to ovr-mode
                   call "prg44" using Override-Sign-On
                   if ovr-sign-on-ok and ovr-level >= 3
                       move ovr-operator-id to Override-Operator
                   end-if
               end-if
           end-if
           if Override-Operator not = spaces
               move "Y" to hire-allowed-switch
               perform 1850-Log-Override
           end-if.

       1850-Log-Override.
           move spaces to Hire-Override-Record
           move entry-stamp-date to ho-date
           move time-report-record to ho-time
           move ss-num of screen-record to ho-ss-num
           move store-number of screen-record to ho-store
           move dept-number of screen-record to ho-dept
           move Auth-Headcount-AP to ho-authorized
           move On-Staff-Count to ho-on-staff
           move Override-Operator to ho-override-by
           move so-operator-id to ho-entered-by
           open extend Hire-Override-File
           write Hire-Override-Record
           close Hire-Override-File.

       1900-Ask-Again.
           display "Enter another new hire? (Y/N)" at 2440
           accept do-again at 2470
