       identification division.
       program-id.  prg109.
       author.  Andy Carlson.

      *    Budget maintenance - add/change/delete screen over
      *    BUDGET.DAT, one amount per general-ledger account per
      *    gencode fiscal period (period 1 is July), so finance's
      *    budget spreadsheet can live next to the ledger PRG103
      *    reads and PRG110 can set the two side by side.  Modeled
      *    on the PRG31 master screens; level-2 sign-on through the
      *    shared PRG44 routine, and every row written carries the
      *    operator and date, so a budget that moved can be traced.
      *    Amounts are keyed the way PRG91 keys an advance - digits
      *    only, the last two are cents - with the debit or credit
      *    side keyed separately, the same as a gljrnl.dat row.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG31 treats the store master.
           select optional Budget-File assign to disk "budget.dat"
                  organization is indexed
                  access is dynamic
                  record key is Budget-Key.

       data division.
       file section.
       fd Budget-File.
       copy budrec.

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

       01 account-response       pic x(8).
           88 Quit-Screen        value "X".
       01 period-response        pic x(6).
       01 Period-Keyed.
           03 pk-year            pic 9(4).
           03 pk-period          pic 99.
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-amount           pic x(11).
       01 entry-dc               pic x.
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 screen-amount          pic $$$,$$$,$$9.99.

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
               open i-o Budget-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Budget-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Budget Maintenance Needs Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Budget Maintenance" at 0220
           display "Please Enter GL Account" at 0320
           display "Type <x> to quit" at 2520
           move spaces to account-response
           accept account-response at 0345
           call "CBL_TOUPPER" using account-response
                       by value length of account-response
           if not Quit-Screen and account-response not = spaces
               display "Fiscal Year/Period (yyyypp)" at 0420
               accept period-response at 0449
               move period-response to Period-Keyed
               if period-response is numeric
                       and pk-period >= 1 and pk-period <= 12
                   perform 1600-Work-One-Budget
               else
                   display spaces at 0501 erase eos
                   display "Bad Fiscal Period" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Work-One-Budget.
           move account-response to Budget-Account-BU
           move pk-year to Budget-Year-BU
           move pk-period to Budget-Period-BU
           read Budget-File
               invalid key
                   perform 1650-Maybe-Add-Budget
               not invalid key
                   display spaces at 0501 erase eos
                   perform 1690-Show-Budget
                   display "Budget Found!" at 2420
                   display "Change or Delete this budget? (C/D/N)"
                       at 2340
                   accept action-response at 2379
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Budget
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Budget
                   end-if
           end-read
           initialize Budget-Record.

       1650-Maybe-Add-Budget.
           display spaces at 0501 erase eos
           display "Budget Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2376
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0501 erase eos
               perform 1700-Key-Amount
               if entry-ok
                   move so-operator-id to Budget-Operator-BU
                   move Run-Date-Formatted to Budget-Changed-BU
                   write Budget-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Budget Added!" at 2420
                   end-write
               else
                   display "Bad Amount" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Budget.
           display "Really delete this budget? (Y/N)" at 2340
           accept delete-response at 2374
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Budget-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Budget Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1670-Update-Budget.
           display spaces at 0501 erase eos
           display "Blank leaves the current value in place" at 0501
           perform 1700-Key-Amount
           if entry-ok
               move so-operator-id to Budget-Operator-BU
               move Run-Date-Formatted to Budget-Changed-BU
               rewrite Budget-Record
               end-rewrite
               display spaces at 0501 erase eos
               display "Budget Updated!" at 2420
           else
               display "Bad Amount" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Budget.
           move Budget-Amount-BU to screen-amount
           display "Debit/Credit" at 0704
           display Budget-DC-BU at 0722
           display "Amount" at 0904
           display screen-amount at 0922
           display "Last changed by" at 1104
           display Budget-Operator-BU at 1122
           display Budget-Changed-BU at 1134.

      *    A blank side or amount keeps what is on the record; a new
      *    record starts as a zero debit, so leaving both blank on
      *    an add writes a zero budget for the period.
       1700-Key-Amount.
           move "Y" to entry-ok-switch
           move spaces to entry-dc entry-amount
           if Budget-DC-BU not = "C"
               move "D" to Budget-DC-BU
           end-if
           if Budget-Amount-BU is not numeric
               move zero to Budget-Amount-BU
           end-if
           display "Debit/Credit (D/C)" at 0704
           accept entry-dc at 0724
           call "CBL_TOUPPER" using entry-dc
                       by value length of entry-dc
           display "Amount (99999999999 = 999999999.99)" at 0904
           accept entry-amount at 0942
           if entry-dc = "D" or entry-dc = "C"
               move entry-dc to Budget-DC-BU
           else
               if entry-dc not = spaces
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-amount not = spaces
               if entry-amount is numeric
                   move entry-amount to Budget-Amount-BU (1:11)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.
