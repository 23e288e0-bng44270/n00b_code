       identification division.
       program-id.  prg165.
       author.  Andy Carlson.

      *    Store sales plan maintenance - add/change/delete screen
      *    over SLSPLAN.DAT, the retail sales the owners plan per
      *    store/department per fiscal week (week 1 starts July 1).
      *    The season's plan normally arrives whole through PRG164;
      *    this screen keys a store the owners planned by hand or
      *    corrects a week after the load.  Modeled on PRG149's
      *    open-to-buy screen - level-2 sign-on through the shared
      *    PRG44 routine, the amount keyed as digits with the last
      *    two the cents, and every row written carries the
      *    operator and date.  PRG166 reports actual against it.

       environment division.
       input-output section.
       file-control.
      *    Created by the first load or add, so OPTIONAL the same
      *    way PRG149 treats OTBPLAN.DAT.
           select optional Sales-Plan-File assign to disk
                  "slsplan.dat"
                  organization is indexed
                  access is dynamic
                  record key is Plan-Key.

       data division.
       file section.
       fd Sales-Plan-File.
       copy splrec.

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

       01 store-response         pic xx.
           88 Quit-Screen        value "X ".
       01 dept-response          pic xx.
       01 week-response          pic x(6).
       01 Week-Keyed.
           03 wk-year            pic 9(4).
           03 wk-week            pic 99.
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-amount           pic x(11).
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
               open i-o Sales-Plan-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Sales-Plan-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Sales Plans Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Store Sales Plan" at 0220
           display "Please Enter Store Number" at 0320
           display "Type <x> to quit" at 2520
           move spaces to store-response
           accept store-response at 0347
           call "CBL_TOUPPER" using store-response
                       by value length of store-response
           if not Quit-Screen and store-response not = spaces
               display "Department Number" at 0420
               move spaces to dept-response
               accept dept-response at 0447
               display "Fiscal Year/Week (yyyyww)" at 0520
               accept week-response at 0547
               move week-response to Week-Keyed
               if week-response is numeric
                       and wk-week >= 1 and wk-week <= 53
                       and dept-response not = spaces
                   perform 1600-Work-One-Plan
               else
                   display spaces at 0601 erase eos
                   display "Bad Department or Fiscal Week" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Work-One-Plan.
           move store-response to Plan-Store-SP
           move dept-response to Plan-Dept-SP
           move wk-year to Plan-Year-SP
           move wk-week to Plan-Week-SP
           read Sales-Plan-File
               invalid key
                   perform 1650-Maybe-Add-Plan
               not invalid key
                   display spaces at 0601 erase eos
                   perform 1690-Show-Plan
                   display "Plan Found!" at 2420
                   display "Change or Delete this plan? (C/D/N)"
                       at 2340
                   accept action-response at 2377
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Plan
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Plan
                   end-if
           end-read
           initialize Sales-Plan-Record.

       1650-Maybe-Add-Plan.
           display spaces at 0601 erase eos
           display "Plan Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2374
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0601 erase eos
               move zero to Plan-Amount-SP
               perform 1700-Key-Amount
               if entry-ok
                   move so-operator-id to Plan-Operator-SP
                   move Run-Date-Formatted to Plan-Changed-SP
                   write Sales-Plan-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Plan Added!" at 2420
                   end-write
               else
                   display "Bad Amount" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Plan.
           display "Really delete this plan? (Y/N)" at 2340
           accept delete-response at 2372
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Sales-Plan-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Plan Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG149's open-to-buy screen.
       1670-Update-Plan.
           display "Blank leaves the current value in place" at 1601
           perform 1700-Key-Amount
           if entry-ok
               move so-operator-id to Plan-Operator-SP
               move Run-Date-Formatted to Plan-Changed-SP
               rewrite Sales-Plan-Record
               end-rewrite
               display spaces at 0601 erase eos
               display "Plan Updated!" at 2420
           else
               display "Bad Amount" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Plan.
           move Plan-Amount-SP to screen-amount
           display "Plan" at 0704
           display screen-amount at 0722
           display "Last changed by" at 0904
           display Plan-Operator-SP at 0922
           display Plan-Changed-SP at 0934.

       1700-Key-Amount.
           move "Y" to entry-ok-switch
           move spaces to entry-amount
           if Plan-Amount-SP is not numeric
               move zero to Plan-Amount-SP
           end-if
           display "Plan (99999999999 = 999999999.99)" at 1804
           accept entry-amount at 1840
           if entry-amount not = spaces
               if entry-amount is numeric
                   move entry-amount to Plan-Amount-SP (1:11)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.
