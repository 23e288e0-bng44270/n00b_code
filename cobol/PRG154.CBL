       identification division.
       program-id.  prg154.
       author.  Andy Carlson.

      *    Vendor volume rebate agreement maintenance - add/change/
      *    delete screen over REBATE.DAT, one agreement per vendor
      *    per start date, with the agreement's end date and up to
      *    five dollar tiers: purchases over the tier's threshold
      *    earn the tier's percent back on everything received in
      *    the agreement dates.  PRG155 accrues what is being
      *    earned each month and PRG156 prints the claim at the
      *    end.  Modeled on PRG149's plan screen - level-2 sign-on
      *    through the shared PRG44 routine, amounts keyed as
      *    digits with the last two the cents, blank leaves a value
      *    in place, and every row written carries the operator
      *    and date.  The vendor must be on VENDMST.DAT, and tiers
      *    in use must climb - each threshold over the one before.
      *    A claimed agreement is shown but can no longer change.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG149 treats OTBPLAN.DAT.
           select optional Rebate-File assign to disk "rebate.dat"
                  organization is indexed
                  access is dynamic
                  record key is Reb-Key.

           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is random
                  record key is Vendor-Code-VM.

       data division.
       file section.
       fd Rebate-File.
       copy rebrec.

       fd Vendor-File.
       copy vendrec.

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

       01 vendor-response        pic x(6).
           88 Quit-Screen        value "X".
       01 start-response         pic x(8).
       01 Date-Keyed.
           03 dk-yyyy            pic 9(4).
           03 dk-mm              pic 99.
           03 dk-dd              pic 99.
       01 Date-Keyed-Number redefines Date-Keyed pic 9(8).
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-date             pic x(8).
       01 entry-amount           pic x(11).
       01 entry-percent          pic x(4).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 Vendor-Found-Switch    pic x value "N".
           88 Vendor-Found       value "Y".
       01 Shown-Vendor-Name      pic x(25).
       01 screen-amount          pic $$$,$$$,$$9.99.
       01 screen-percent         pic z9.99.
       01 Tier-Index             pic 9.
       01 Screen-Position.
           03 sp-row             pic 99.
           03 sp-col             pic 99.
       01 Prior-Threshold        pic 9(9)v99.
       01 Saved-Agreement        pic x(148).

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
               open i-o Rebate-File
               open input Vendor-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Vendor-File
               close Rebate-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Vendor Rebates Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Vendor Rebate Agreements" at 0220
           display "Please Enter Vendor Code" at 0320
           display "Type <x> to quit" at 2520
           move spaces to vendor-response
           accept vendor-response at 0347
           call "CBL_TOUPPER" using vendor-response
                       by value length of vendor-response
           if not Quit-Screen and vendor-response not = spaces
               perform 1550-Look-Up-Vendor
               display "Agreement Start (yyyymmdd)" at 0420
               move spaces to start-response
               accept start-response at 0449
               move start-response to Date-Keyed
               if start-response is numeric
                       and dk-mm >= 1 and dk-mm <= 12
                       and dk-dd >= 1 and dk-dd <= 31
                   perform 1600-Work-One-Agreement
               else
                   display spaces at 0501 erase eos
                   display "Bad Start Date" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1550-Look-Up-Vendor.
           move vendor-response to Vendor-Code-VM
           read Vendor-File
               invalid key
                   move "N" to Vendor-Found-Switch
                   move "** NOT ON VENDOR MST **" to Shown-Vendor-Name
               not invalid key
                   move "Y" to Vendor-Found-Switch
                   move Vendor-Name-VM to Shown-Vendor-Name
           end-read
           display Shown-Vendor-Name at 0355.

       1600-Work-One-Agreement.
           move vendor-response to Reb-Vendor-RA
           move Date-Keyed-Number to Reb-Start-RA
           read Rebate-File
               invalid key
                   perform 1650-Maybe-Add-Agreement
               not invalid key
                   display spaces at 0501 erase eos
                   perform 1690-Show-Agreement
                   if Reb-Claim-Date-RA not = spaces
                       display "Claimed - no further changes" at 2420
                       display "Press <Enter> to continue" at 2440
                       stop spaces
                   else
                       display "Agreement Found!" at 2420
                       display "Change or Delete agreement? (C/D/N)"
                           at 2340
                       accept action-response at 2376
                       call "CBL_TOUPPER" using action-response
                                   by value length of action-response
                       if action-response = "D"
                           perform 1660-Delete-Agreement
                       end-if
                       if action-response = "C"
                           perform 1670-Update-Agreement
                       end-if
                   end-if
           end-read
           initialize Rebate-Agreement-Record.

       1650-Maybe-Add-Agreement.
           display spaces at 0501 erase eos
           if not Vendor-Found
               display "Vendor Not On Vendor Master" at 2420
               display "Press <Enter> to continue" at 2440
               stop spaces
           else
               display "Agreement Not On File - Add It? (Y/N)" at 2340
               accept add-response at 2379
               call "CBL_TOUPPER" using add-response
                           by value length of add-response
               if add-response = "Y"
                   perform 1655-Add-Agreement
               end-if
           end-if.

       1655-Add-Agreement.
           display spaces at 0501 erase eos
           move zero to Reb-End-RA Reb-Accrued-RA
           perform 1656-Clear-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
           move spaces to Reb-Last-Accrual-RA Reb-Claim-Date-RA
           perform 1700-Key-Agreement
           if entry-ok and Reb-End-RA > Reb-Start-RA
               move so-operator-id to Reb-Operator-RA
               move Run-Date-Formatted to Reb-Changed-RA
               write Rebate-Agreement-Record
                 invalid key
                   display "Add Failed" at 2420
                 not invalid key
                   display "Agreement Added!" at 2420
               end-write
           else
               display "Bad End Date, Tier or Percent" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1656-Clear-One-Tier.
           move zero to Reb-Threshold-RA (Tier-Index)
           move zero to Reb-Percent-RA (Tier-Index).

       1660-Delete-Agreement.
           display "Really delete this agreement? (Y/N)" at 2340
           accept delete-response at 2377
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Rebate-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Agreement Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG149's plan screen.  A bad entry puts
      *    the record back the way it was read.
       1670-Update-Agreement.
           move Rebate-Agreement-Record to Saved-Agreement
           perform 1700-Key-Agreement
           if entry-ok and Reb-End-RA > Reb-Start-RA
               move so-operator-id to Reb-Operator-RA
               move Run-Date-Formatted to Reb-Changed-RA
               rewrite Rebate-Agreement-Record
               end-rewrite
               display spaces at 0501 erase eos
               display "Agreement Updated!" at 2420
           else
               move Saved-Agreement to Rebate-Agreement-Record
               display "Bad End Date, Tier or Percent" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Agreement.
           display "Agreement ends" at 0604
           display Reb-End-RA at 0622
           display "Tier   Purchases over   Percent" at 0804
           perform 1695-Show-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
           move Reb-Accrued-RA to screen-amount
           display "Accrued to date" at 1504
           display screen-amount at 1522
           display Reb-Last-Accrual-RA at 1540
           display "Claimed" at 1604
           display Reb-Claim-Date-RA at 1622
           display "Last changed by" at 1704
           display Reb-Operator-RA at 1722
           display Reb-Changed-RA at 1734.

       1695-Show-One-Tier.
           compute sp-row = 8 + Tier-Index
           move 5 to sp-col
           display Tier-Index at Screen-Position
           move 9 to sp-col
           move Reb-Threshold-RA (Tier-Index) to screen-amount
           display screen-amount at Screen-Position
           move 28 to sp-col
           move Reb-Percent-RA (Tier-Index) to screen-percent
           display screen-percent at Screen-Position.

       1700-Key-Agreement.
           move "Y" to entry-ok-switch
           display "Blank leaves the current value in place" at 1801
           display "Agreement ends (yyyymmdd)" at 1904
           move spaces to entry-date
           accept entry-date at 1931
           if entry-date not = spaces
               move entry-date to Date-Keyed
               if entry-date is numeric
                       and dk-mm >= 1 and dk-mm <= 12
                       and dk-dd >= 1 and dk-dd <= 31
                   move Date-Keyed-Number to Reb-End-RA
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           perform 1720-Key-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
                  or not entry-ok
           if entry-ok
               move zero to Prior-Threshold
               perform 1750-Check-Tier-Order
                   varying Tier-Index from 1 by 1
                   until Tier-Index > 5
           end-if.

       1720-Key-One-Tier.
           display spaces at 2001 erase eos
           display "Tier" at 2004
           display Tier-Index at 2009
           display "over (99999999999 = 999999999.99)" at 2011
           move spaces to entry-amount
           accept entry-amount at 2046
           if entry-amount not = spaces
               if entry-amount is numeric
                   move entry-amount
                       to Reb-Threshold-RA (Tier-Index) (1:11)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           display "Percent (9999 = 99.99)" at 2104
           move spaces to entry-percent
           accept entry-percent at 2128
           if entry-percent not = spaces
               if entry-percent is numeric
                   move entry-percent
                       to Reb-Percent-RA (Tier-Index) (1:4)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           display spaces at 2001 erase eos.

      *    A tier with a percent is in use; past the first, it has
      *    to start above the tier before it.
       1750-Check-Tier-Order.
           if Reb-Percent-RA (Tier-Index) > zero
               if Tier-Index > 1
                       and Reb-Threshold-RA (Tier-Index)
                           not > Prior-Threshold
                   move "N" to entry-ok-switch
               end-if
               move Reb-Threshold-RA (Tier-Index) to Prior-Threshold
           end-if.
