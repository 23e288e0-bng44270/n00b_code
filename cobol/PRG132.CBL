       identification division.
       program-id.  prg132.
       author.  Andy Carlson.

      *    House charge customers - add/change/delete screen over
      *    CUSTMST.DAT, the contractor accounts that used to be a
      *    card file at the service desk.  Name, address, phone,
      *    credit limit, terms and whether the account is active
      *    or on hold; the balance shows but only PRG33 moves it,
      *    off the charge and payment rows on the register feed.
      *    An account still owing (or owed) money can't be
      *    deleted.  Modeled on PRG109's budget screen; level-2
      *    sign-on through the shared PRG44 routine, and every row
      *    written carries the operator and date.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats the budget file.
           select optional Customer-File assign to disk "custmst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Cust-Number-CU.

       data division.
       file section.
       fd Customer-File.
       copy custrec.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 cust-response          pic x(6).
           88 Quit-Screen        value "X".
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-name             pic x(30).
       01 entry-address          pic x(30).
       01 entry-city             pic x(30).
       01 entry-phone            pic x(12).
       01 entry-limit            pic x(9).
       01 entry-terms            pic x(3).
       01 entry-status           pic x.
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 screen-amount          pic z,zzz,zz9.99-.
       01 screen-terms           pic zz9.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           accept date-accept-record from date
           accept time-accept-record from time
           accept day-number from day-of-week
           move corresponding time-accept-record to time-report-record
           string Days-Of-Week (Day-number) delimited by space
                  ", " delimited by size
                  Month-List (mm of date-accept-record)
                    delimited by space
                  " " delimited by size
                  dd of date-accept-record delimited by size
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           call "prg44" using Sign-On-Parms
           if so-sign-on-ok and so-level >= 2
               open i-o Customer-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Customer-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Charge Accounts Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Charge Accounts" at 0220
           display "Please Enter Customer #" at 0320
           display "Type <x> to quit" at 2520
           move spaces to cust-response
           accept cust-response at 0345
           call "CBL_TOUPPER" using cust-response
                       by value length of cust-response
           if not Quit-Screen and cust-response not = spaces
               perform 1600-Work-One-Customer
           end-if.

       1600-Work-One-Customer.
           move cust-response to Cust-Number-CU
           read Customer-File
               invalid key
                   perform 1650-Maybe-Add-Customer
               not invalid key
                   display spaces at 0401 erase eos
                   perform 1690-Show-Customer
                   display "Customer Found!" at 2420
                   display "Change or Delete this account? (C/D/N)"
                       at 2340
                   accept action-response at 2380
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Customer
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Customer
                   end-if
           end-read
           initialize Customer-Record.

      *    A new account starts active on net 30 with nothing owed.
       1650-Maybe-Add-Customer.
           display spaces at 0401 erase eos
           display "Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2369
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0401 erase eos
               move spaces to Cust-Name-CU Cust-Address-CU
                              Cust-City-CU Cust-Phone-CU
               move zero to Cust-Credit-Limit-CU Cust-Balance-CU
               move 30 to Cust-Terms-Days-CU
               move "A" to Cust-Status-CU
               perform 1700-Key-Customer
               if entry-ok and Cust-Name-CU not = spaces
                   move so-operator-id to Cust-Operator-CU
                   move Run-Date-Formatted to Cust-Changed-CU
                   write Customer-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Customer Added!" at 2420
                   end-write
               else
                   display "Bad Entry Or No Name" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Customer.
           if Cust-Balance-CU not = zero
               display "Balance Not Zero - Can't Delete" at 2420
               display "Press <Enter> to continue" at 2440
               stop spaces
           else
               display "Really delete this account? (Y/N)" at 2340
               accept delete-response at 2375
               call "CBL_TOUPPER" using delete-response
                           by value length of delete-response
               if delete-response = "Y"
                   delete Customer-File record
                     invalid key
                       display "Delete Failed" at 2420
                     not invalid key
                       display "Customer Deleted!" at 2420
                   end-delete
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1670-Update-Customer.
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0401
           perform 1700-Key-Customer
           if entry-ok
               move so-operator-id to Cust-Operator-CU
               move Run-Date-Formatted to Cust-Changed-CU
               rewrite Customer-Record
               end-rewrite
               display spaces at 0401 erase eos
               display "Customer Updated!" at 2420
           else
               display "Bad Limit, Terms Or Status" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Customer.
           display "Name" at 0504
           display Cust-Name-CU at 0528
           display "Address" at 0604
           display Cust-Address-CU at 0628
           display "City/State/Zip" at 0704
           display Cust-City-CU at 0728
           display "Phone" at 0804
           display Cust-Phone-CU at 0828
           display "Credit limit" at 1004
           move Cust-Credit-Limit-CU to screen-amount
           display screen-amount at 1028
           display "Terms (days)" at 1104
           move Cust-Terms-Days-CU to screen-terms
           display screen-terms at 1128
           display "Status (A/H)" at 1204
           display Cust-Status-CU at 1228
           display "Balance" at 1404
           move Cust-Balance-CU to screen-amount
           display screen-amount at 1428
           display "Last changed by" at 1604
           display Cust-Operator-CU at 1628
           display Cust-Changed-CU at 1640.

      *    The limit is keyed as whole cents, the way PRG130 takes
      *    its deposit amounts - 9 digits, the last two after the
      *    point.
       1700-Key-Customer.
           move "Y" to entry-ok-switch
           move spaces to entry-name entry-address entry-city
                          entry-phone entry-limit entry-terms
                          entry-status
           display "Name" at 0504
           accept entry-name at 0528
           display "Address" at 0604
           accept entry-address at 0628
           display "City/State/Zip" at 0704
           accept entry-city at 0728
           display "Phone" at 0804
           accept entry-phone at 0828
           display "Limit (999999999 = 9999999.99)" at 1004
           accept entry-limit at 1040
           display "Terms (days, 030)" at 1104
           accept entry-terms at 1128
           display "Status (A/H)" at 1204
           accept entry-status at 1228
           call "CBL_TOUPPER" using entry-status
                       by value length of entry-status
           if entry-name not = spaces
               move entry-name to Cust-Name-CU
           end-if
           if entry-address not = spaces
               move entry-address to Cust-Address-CU
           end-if
           if entry-city not = spaces
               move entry-city to Cust-City-CU
           end-if
           if entry-phone not = spaces
               move entry-phone to Cust-Phone-CU
           end-if
           if entry-limit not = spaces
               if entry-limit is numeric
                   move entry-limit to Cust-Credit-Limit-CU (1:9)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-terms not = spaces
               if entry-terms is numeric
                   move entry-terms to Cust-Terms-Days-CU
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-status not = spaces
               if entry-status = "A" or entry-status = "H"
                   move entry-status to Cust-Status-CU
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.
