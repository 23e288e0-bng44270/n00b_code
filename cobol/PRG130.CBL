       identification division.
       program-id.  prg130.
       author.  Andy Carlson.

      *    Deposit slips - add/change/delete screen over DEPOSIT.DAT,
      *    what each store actually took to the bank, drawer by
      *    drawer, cash, check and card settlement.  PRG131 sets it
      *    against the tender totals the registers sent through
      *    PRG33 and prints the over/short.  Modeled on PRG109's
      *    budget screen; level-2 sign-on through the shared PRG44
      *    routine, and every row written carries the operator and
      *    date.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats the budget file.
           select optional Deposit-File assign to disk "deposit.dat"
                  organization is indexed
                  access is dynamic
                  record key is Dep-Key.

       data division.
       file section.
       fd Deposit-File.
       copy dslprec.

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

       01 store-response         pic x(2).
           88 Quit-Screen        value "X ".
       01 register-response      pic x(3).
       01 date-response          pic x(10).
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-cash             pic x(9).
       01 entry-check            pic x(9).
       01 entry-card             pic x(9).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 screen-amount          pic z,zzz,zz9.99.

      *    mm/dd/yyyy turned around to yyyymmdd for the key.
       01 Date-In                pic x(10).
       01 Date-Key               pic x(8).

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
               open i-o Deposit-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Deposit-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Deposit Slips Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Deposit Slips" at 0220
           display "Please Enter Store #" at 0320
           display "Type <x> to quit" at 2520
           move spaces to store-response
           accept store-response at 0345
           call "CBL_TOUPPER" using store-response
                       by value length of store-response
           if not Quit-Screen and store-response not = spaces
               display "Register #" at 0420
               move spaces to register-response
               accept register-response at 0445
               display "Business date (Enter = today)" at 0520
               move spaces to date-response
               accept date-response at 0552
               if date-response = spaces
                   move Run-Date-Formatted to date-response
               end-if
               move date-response to Date-In
               perform 1900-Make-Date-Key
               if store-response is numeric
                       and register-response is numeric
                       and Date-Key not = spaces
                   perform 1600-Work-One-Slip
               else
                   display spaces at 0601 erase eos
                   display "Bad Store, Register Or Date" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Work-One-Slip.
           move store-response to Dep-Store-DS
           move Date-Key to Dep-Date-Key-DS
           move register-response to Dep-Register-DS
           read Deposit-File
               invalid key
                   perform 1650-Maybe-Add-Slip
               not invalid key
                   display spaces at 0601 erase eos
                   perform 1690-Show-Slip
                   display "Deposit Found!" at 2420
                   display "Change or Delete this slip? (C/D/N)"
                       at 2340
                   accept action-response at 2377
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Slip
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Slip
                   end-if
           end-read
           initialize Deposit-Slip-Record.

       1650-Maybe-Add-Slip.
           display spaces at 0601 erase eos
           display "Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2369
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0601 erase eos
               move zero to Dep-Cash-DS Dep-Check-DS Dep-Card-DS
               perform 1700-Key-Amounts
               if entry-ok
                   move so-operator-id to Dep-Operator-DS
                   move Run-Date-Formatted to Dep-Changed-DS
                   write Deposit-Slip-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Deposit Added!" at 2420
                   end-write
               else
                   display "Bad Amount" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Slip.
           display "Really delete this slip? (Y/N)" at 2340
           accept delete-response at 2372
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Deposit-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Deposit Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1670-Update-Slip.
           display spaces at 0601 erase eos
           display "Blank leaves the current value in place" at 0601
           perform 1700-Key-Amounts
           if entry-ok
               move so-operator-id to Dep-Operator-DS
               move Run-Date-Formatted to Dep-Changed-DS
               rewrite Deposit-Slip-Record
               end-rewrite
               display spaces at 0601 erase eos
               display "Deposit Updated!" at 2420
           else
               display "Bad Amount" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Slip.
           display "Cash" at 0704
           move Dep-Cash-DS to screen-amount
           display screen-amount at 0728
           display "Checks" at 0904
           move Dep-Check-DS to screen-amount
           display screen-amount at 0928
           display "Card settlement" at 1104
           move Dep-Card-DS to screen-amount
           display screen-amount at 1128
           display "Last changed by" at 1304
           display Dep-Operator-DS at 1328
           display Dep-Changed-DS at 1340.

      *    Amounts keyed as whole cents, the way PRG126 takes its
      *    hours - 9 digits, the last two after the point.
       1700-Key-Amounts.
           move "Y" to entry-ok-switch
           move spaces to entry-cash entry-check entry-card
           display "Cash (999999999 = 9999999.99)" at 0704
           accept entry-cash at 0740
           display "Checks" at 0904
           accept entry-check at 0940
           display "Card settlement" at 1104
           accept entry-card at 1140
           if entry-cash not = spaces
               if entry-cash is numeric
                   move entry-cash to Dep-Cash-DS (1:9)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-check not = spaces
               if entry-check is numeric
                   move entry-check to Dep-Check-DS (1:9)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-card not = spaces
               if entry-card is numeric
                   move entry-card to Dep-Card-DS (1:9)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.

      *    Blank or malformed dates key as spaces.
       1900-Make-Date-Key.
           move spaces to Date-Key
           if Date-In (1:2) is numeric
                   and Date-In (4:2) is numeric
                   and Date-In (7:4) is numeric
                   and Date-In (3:1) = "/"
                   and Date-In (6:1) = "/"
               string Date-In (7:4) delimited by size
                      Date-In (1:2) delimited by size
                      Date-In (4:2) delimited by size
                      into Date-Key
           end-if.
