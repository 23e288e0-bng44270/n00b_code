       identification division.
       program-id.  prg114.
       author.  Andy Carlson.

      *    Store expense vouchers - the screen a level-2 operator
      *    keys a petty-cash payout on: the store, what it was for,
      *    the amount, the day it went out of the drawer and who was
      *    paid.  Replaces the envelope of receipts each store
      *    mailed in with its drawer count.  Vouchers are numbered
      *    by the screen, one past the highest on PCVOUCH.DAT.  The
      *    category is picked from the PCCAT list, the store must
      *    be on STOREMST.DAT, and a voucher can be changed or
      *    voided only until PRG115 has journaled it.  Modeled on
      *    the PRG112 asset screen; every row written carries the
      *    operator and date.

       environment division.
       input-output section.
       file-control.
           select optional Voucher-File assign to disk "pcvouch.dat"
                  organization is indexed
                  access is dynamic
                  record key is Voucher-Number-PC.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.

       data division.
       file section.
       fd Voucher-File.
       copy pcvrec.

       fd Store-File.
       copy strec.

       working-storage section.
       copy gencode.
       copy signon.
       copy pccat.
       01 string-date            pic x(30).
       01 vch-eof-flag           pic xxx value spaces.
           88 vch-end            value 'YES'.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 voucher-response       pic x(6).
           88 Quit-Screen        value "X".
           88 New-Voucher        value "N".
       01 action-response        pic x.
       01 confirm-response       pic x.
       01 entry-store            pic xx.
       01 entry-category         pic x(8).
       01 entry-amount           pic x(7).
       01 entry-date             pic x(10).
       01 entry-payee            pic x(20).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 store-ok-switch        pic x value "N".
           88 store-ok           value "Y".
       01 Category-Found-Switch  pic x value "N".
           88 Category-Found     value "Y".
       01 Category-Index         pic 99.
       01 Category-Row           pic 99.
       01 Screen-Row             pic 99.
       01 Entry-Date-Check.
           03 edc-mm             pic 99.
       01 Last-Voucher-Number    pic 9(6) value zero.
       01 screen-amount          pic $$$,$$9.99.
       01 screen-number          pic 9(6).

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
               open i-o Voucher-File
               open input Store-File
               perform 1400-Find-Last-Voucher
               perform 1500-Search-Data
                   until Quit-Screen
               close Voucher-File
               close Store-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Expense Vouchers Needs Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

      *    The next voucher is one past the highest on file.
       1400-Find-Last-Voucher.
           perform 1450-Read-Next-Voucher
               until vch-end.

       1450-Read-Next-Voucher.
           read Voucher-File next record
               at end move "YES" to vch-eof-flag
               not at end
                   if Voucher-Number-PC > Last-Voucher-Number
                       move Voucher-Number-PC to Last-Voucher-Number
                   end-if
           end-read.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Expense Vouchers" at 0220
           display "Enter Voucher Number, or <n> for a new one"
               at 0320
           display "Type <x> to quit" at 2520
           move spaces to voucher-response
           accept voucher-response at 0364
           call "CBL_TOUPPER" using voucher-response
                       by value length of voucher-response
           evaluate true
               when Quit-Screen
                   continue
               when New-Voucher
                   perform 1650-Add-Voucher
               when voucher-response = spaces
                   continue
               when other
                   perform 1600-Work-One-Voucher
           end-evaluate.

       1600-Work-One-Voucher.
           if voucher-response is numeric
               move voucher-response to Voucher-Number-PC
           else
               move zero to Voucher-Number-PC
           end-if
           read Voucher-File
               invalid key
                   display spaces at 0401 erase eos
                   display "Voucher Not On File" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               not invalid key
                   display spaces at 0401 erase eos
                   perform 1690-Show-Voucher
                   if not Pc-Not-Journaled
                       display "Voucher Journaled - no changes"
                           at 2420
                       display "Press <Enter> to continue" at 2440
                       stop spaces
                   else
                       display "Voucher Found!" at 2420
                       display "Change or Void? (C/V/N)" at 2340
                       accept action-response at 2365
                       call "CBL_TOUPPER" using action-response
                                   by value length of action-response
                       evaluate action-response
                           when "C" perform 1800-Update-Voucher
                           when "V" perform 1750-Void-Voucher
                           when other continue
                       end-evaluate
                   end-if
           end-read
           initialize Petty-Cash-Record.

       1650-Add-Voucher.
           display spaces at 0401 erase eos
           move "Y" to entry-ok-switch
           move spaces to entry-store entry-category entry-amount
               entry-date entry-payee
           compute screen-number = Last-Voucher-Number + 1
           display "New Voucher" at 0504
           display screen-number at 0522
           perform 1900-Show-Categories
           display "Store" at 0604
           accept entry-store at 0622
           display "Category" at 0704
           accept entry-category at 0722
           call "CBL_TOUPPER" using entry-category
                       by value length of entry-category
           display "Amount (9999999 = 99999.99)" at 0804
           accept entry-amount at 0832
           display "Date Paid (blank = today)" at 0904
           accept entry-date at 0932
           display "Paid To" at 1004
           accept entry-payee at 1022
           if entry-date = spaces
               move Run-Date-Formatted to entry-date
           end-if
           perform 1660-Check-New-Voucher
           if entry-ok
               move screen-number to Voucher-Number-PC
               move entry-store to Store-PC
               move entry-category to Category-PC
               move entry-amount to Amount-PC (1:7)
               move entry-date to Expense-Date-PC
               move entry-payee to Payee-PC
               move spaces to Journaled-Date-PC Replenished-Date-PC
               move so-operator-id to Operator-PC
               move Run-Date-Formatted to Changed-PC
               write Petty-Cash-Record
                 invalid key
                   display "Add Failed" at 2420
                 not invalid key
                   move Voucher-Number-PC to Last-Voucher-Number
                   display "Voucher Added!" at 2420
               end-write
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces
           initialize Petty-Cash-Record.

      *    The first thing wrong is the one shown.
       1660-Check-New-Voucher.
           move entry-store to Store-Number-SM
           perform 1950-Check-Store
           perform 1960-Check-Category
           evaluate true
               when not store-ok
                   move "N" to entry-ok-switch
                   display "Store Not On Master" at 2420
               when not Category-Found
                   move "N" to entry-ok-switch
                   display "Unknown Category" at 2420
               when entry-amount is not numeric
                       or entry-amount = "0000000"
                   move "N" to entry-ok-switch
                   display "Bad Amount" at 2420
               when entry-payee = spaces
                   move "N" to entry-ok-switch
                   display "Paid To Required" at 2420
               when other
                   perform 1970-Check-Entry-Date
                   if not entry-ok
                       display "Bad Date Paid" at 2420
                   end-if
           end-evaluate.

       1690-Show-Voucher.
           display "Voucher" at 0504
           display Voucher-Number-PC at 0522
           display "Store" at 0604
           display Store-PC at 0622
           display "Category" at 0704
           display Category-PC at 0722
           move Amount-PC to screen-amount
           display "Amount" at 0804
           display screen-amount at 0822
           display "Date Paid" at 0904
           display Expense-Date-PC at 0922
           display "Paid To" at 1004
           display Payee-PC at 1022
           if not Pc-Not-Journaled
               display "Journaled" at 1104
               display Journaled-Date-PC at 1122
           end-if
           if not Pc-Not-Replenished
               display "Replenished" at 1204
               display Replenished-Date-PC at 1222
           end-if
           display "Last changed by" at 1404
           display Operator-PC at 1422
           display Changed-PC at 1434.

      *    A voucher keyed in error comes off the file entirely -
      *    nothing has reached the ledger yet.
       1750-Void-Voucher.
           display "Really void this voucher? (Y/N)" at 2340
           accept confirm-response at 2373
           call "CBL_TOUPPER" using confirm-response
                       by value length of confirm-response
           if confirm-response = "Y"
               delete Voucher-File record
               end-delete
               display "Voucher Voided!" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1800-Update-Voucher.
           move spaces to entry-store entry-category entry-amount
               entry-date entry-payee
           move "Y" to entry-ok-switch
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           perform 1900-Show-Categories
           display "Store" at 0604
           accept entry-store at 0622
           display "Category" at 0704
           accept entry-category at 0722
           call "CBL_TOUPPER" using entry-category
                       by value length of entry-category
           display "Amount (9999999 = 99999.99)" at 0804
           accept entry-amount at 0832
           display "Date Paid (mm/dd/yyyy)" at 0904
           accept entry-date at 0932
           display "Paid To" at 1004
           accept entry-payee at 1022
           perform 1850-Check-Changes
           if entry-ok
               if entry-store not = spaces
                   move entry-store to Store-PC
               end-if
               if entry-category not = spaces
                   move entry-category to Category-PC
               end-if
               if entry-amount not = spaces
                   move entry-amount to Amount-PC (1:7)
               end-if
               if entry-date not = spaces
                   move entry-date to Expense-Date-PC
               end-if
               if entry-payee not = spaces
                   move entry-payee to Payee-PC
               end-if
               move so-operator-id to Operator-PC
               move Run-Date-Formatted to Changed-PC
               rewrite Petty-Cash-Record
               end-rewrite
               display spaces at 0401 erase eos
               display "Voucher Updated!" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1850-Check-Changes.
           move "Y" to store-ok-switch
           if entry-store not = spaces
               move entry-store to Store-Number-SM
               perform 1950-Check-Store
           end-if
           move "Y" to Category-Found-Switch
           if entry-category not = spaces
               perform 1960-Check-Category
           end-if
           evaluate true
               when not store-ok
                   move "N" to entry-ok-switch
                   display "Store Not On Master" at 2420
               when not Category-Found
                   move "N" to entry-ok-switch
                   display "Unknown Category" at 2420
               when entry-amount not = spaces
                       and (entry-amount is not numeric
                            or entry-amount = "0000000")
                   move "N" to entry-ok-switch
                   display "Bad Amount" at 2420
               when entry-date not = spaces
                   perform 1970-Check-Entry-Date
                   if not entry-ok
                       display "Bad Date Paid" at 2420
                   end-if
               when other
                   continue
           end-evaluate.

      *    The categories down the right-hand side while keying.
       1900-Show-Categories.
           display "Categories" at 0445
           move 5 to Screen-Row
           perform 1910-Show-One-Category
               varying Category-Row from 1 by 1
               until Category-Row > Expense-Category-Count.

       1910-Show-One-Category.
           display Ec-Tag (Category-Row) at line Screen-Row column 45
           add 1 to Screen-Row.

       1950-Check-Store.
           move "N" to store-ok-switch
           read Store-File
               invalid key
                   continue
               not invalid key
                   move "Y" to store-ok-switch
           end-read.

       1960-Check-Category.
           move "N" to Category-Found-Switch
           perform 1965-Check-One-Category
               varying Category-Index from 1 by 1
               until Category-Index > Expense-Category-Count
                  or Category-Found.

       1965-Check-One-Category.
           if entry-category = Ec-Tag (Category-Index)
               move "Y" to Category-Found-Switch
           end-if.

       1970-Check-Entry-Date.
           if entry-date (1:2) is numeric
                   and entry-date (3:1) = "/"
                   and entry-date (4:2) is numeric
                   and entry-date (6:1) = "/"
                   and entry-date (7:4) is numeric
               move entry-date (1:2) to edc-mm
               if edc-mm < 1 or edc-mm > 12
                   move "N" to entry-ok-switch
               end-if
           else
               move "N" to entry-ok-switch
           end-if.
