       identification division.
       program-id.  prg149.
       author.  Andy Carlson.

      *    Open-to-buy plan maintenance - add/change/delete screen
      *    over OTBPLAN.DAT, one purchase budget at cost per store/
      *    department per gencode fiscal period (period 1 is July).
      *    The shared PRG148 routine sets the plan against PRG23's
      *    receipts and the open lines on PODATA.DAT; PRG22 holds an
      *    order that would overspend it and PRG150 reports it.
      *    Modeled on PRG109's budget screen - level-2 sign-on
      *    through the shared PRG44 routine, the amount keyed as
      *    digits with the last two the cents, and every row written
      *    carries the operator and date.  Before keying a change
      *    the screen shows what the period has already received
      *    and has on order, so the buyer sees the open-to-buy the
      *    new plan leaves.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats BUDGET.DAT.
           select optional Otb-Plan-File assign to disk "otbplan.dat"
                  organization is indexed
                  access is dynamic
                  record key is Otb-Key.

       data division.
       file section.
       fd Otb-Plan-File.
       copy otbrec.

       working-storage section.
       copy gencode.
       copy signon.
       copy otbparm.
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
       01 period-response        pic x(6).
       01 Period-Keyed.
           03 pk-year            pic 9(4).
           03 pk-period          pic 99.
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-amount           pic x(11).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 screen-amount          pic $$$,$$$,$$9.99.
       01 screen-signed-amount   pic $$$,$$$,$$9.99-.
       01 Shown-Open-To-Buy      pic s9(9)v99.

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
               open i-o Otb-Plan-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Otb-Plan-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Open-To-Buy Plans Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Open-To-Buy Plan" at 0220
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
               display "Fiscal Year/Period (yyyypp)" at 0520
               accept period-response at 0549
               move period-response to Period-Keyed
               if period-response is numeric
                       and pk-period >= 1 and pk-period <= 12
                       and dept-response not = spaces
                   perform 1600-Work-One-Plan
               else
                   display spaces at 0601 erase eos
                   display "Bad Department or Fiscal Period" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Work-One-Plan.
           move store-response to Otb-Store-OB
           move dept-response to Otb-Dept-OB
           move pk-year to Otb-Year-OB
           move pk-period to Otb-Period-OB
           read Otb-Plan-File
               invalid key
                   perform 1650-Maybe-Add-Plan
               not invalid key
                   display spaces at 0601 erase eos
                   perform 1680-Get-Period-Activity
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
           initialize Otb-Plan-Record.

       1650-Maybe-Add-Plan.
           display spaces at 0601 erase eos
           display "Plan Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2374
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0601 erase eos
               move zero to Otb-Plan-Amount-OB
               perform 1700-Key-Amount
               if entry-ok
                   move so-operator-id to Otb-Operator-OB
                   move Run-Date-Formatted to Otb-Changed-OB
                   write Otb-Plan-Record
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
               delete Otb-Plan-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Plan Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG109's budget screen.
       1670-Update-Plan.
           display "Blank leaves the current value in place" at 1601
           perform 1700-Key-Amount
           if entry-ok
               move so-operator-id to Otb-Operator-OB
               move Run-Date-Formatted to Otb-Changed-OB
               rewrite Otb-Plan-Record
               end-rewrite
               display spaces at 0601 erase eos
               display "Plan Updated!" at 2420
           else
               display "Bad Amount" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    The receipts and on-order side of the picture come from
      *    the same routine PRG22 checks against, loaded for the
      *    keyed period.
       1680-Get-Period-Activity.
           move "L" to ob-function
           move pk-year to ob-fiscal-year
           move pk-period to ob-fiscal-period
           call "prg148" using Open-To-Buy-Parms
           move "Q" to ob-function
           move store-response to ob-store
           move dept-response to ob-dept
           call "prg148" using Open-To-Buy-Parms.

       1690-Show-Plan.
           move Otb-Plan-Amount-OB to screen-amount
           display "Plan" at 0704
           display screen-amount at 0722
           move ob-receipts to screen-amount
           display "Received" at 0904
           display screen-amount at 0922
           move ob-on-order to screen-amount
           display "On order" at 1004
           display screen-amount at 1022
           compute Shown-Open-To-Buy =
               Otb-Plan-Amount-OB - ob-receipts - ob-on-order
           move Shown-Open-To-Buy to screen-signed-amount
           display "Open-to-buy" at 1104
           display screen-signed-amount at 1122
           display "Last changed by" at 1304
           display Otb-Operator-OB at 1322
           display Otb-Changed-OB at 1334.

       1700-Key-Amount.
           move "Y" to entry-ok-switch
           move spaces to entry-amount
           if Otb-Plan-Amount-OB is not numeric
               move zero to Otb-Plan-Amount-OB
           end-if
           display "Plan (99999999999 = 999999999.99)" at 1804
           accept entry-amount at 1840
           if entry-amount not = spaces
               if entry-amount is numeric
                   move entry-amount to Otb-Plan-Amount-OB (1:11)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.
