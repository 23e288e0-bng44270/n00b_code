       identification division.
       program-id.  prg112.
       author.  Andy Carlson.

      *    Fixed-asset maintenance - add, change, transfer and
      *    dispose screen over FIXASSET.DAT, the register that
      *    replaces the paper list of every store's registers,
      *    shelving, coolers and the delivery van.  Modeled on the
      *    PRG31 master screens; level-2 sign-on through the shared
      *    PRG44 routine, and every row written carries the
      *    operator and date.  An asset's store must be on
      *    STOREMST.DAT.  Once PRG113 has taken a month of
      *    depreciation the cost, life, method and in-service date
      *    are fixed - only the description can change - and a
      *    disposed asset stays on file, read-only, for the
      *    register.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG31 treats the store master.
           select optional Asset-File assign to disk "fixasset.dat"
                  organization is indexed
                  access is dynamic
                  record key is Asset-Tag-FA.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.

       data division.
       file section.
       fd Asset-File.
       copy farec.

       fd Store-File.
       copy strec.

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

       01 tag-response           pic x(8).
           88 Quit-Screen        value "X".
       01 action-response        pic x.
       01 confirm-response       pic x.
       01 add-response           pic x.
       01 entry-description      pic x(25).
       01 entry-store            pic xx.
       01 entry-cost             pic x(9).
       01 entry-salvage          pic x(9).
       01 entry-date             pic x(10).
       01 entry-life             pic x(3).
       01 entry-method           pic x.
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 store-ok-switch        pic x value "N".
           88 store-ok           value "Y".
       01 Entry-Date-Check.
           03 edc-mm             pic 99.
       01 Net-Book-Value         pic 9(7)v99.
       01 screen-amount          pic $$,$$$,$$9.99.
       01 screen-months          pic zz9.

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
               open i-o Asset-File
               open input Store-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Asset-File
               close Store-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Fixed Assets Needs Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Fixed Assets" at 0220
           display "Please Enter Asset Tag" at 0320
           display "Type <x> to quit" at 2520
           move spaces to tag-response
           accept tag-response at 0345
           call "CBL_TOUPPER" using tag-response
                       by value length of tag-response
           if not Quit-Screen and tag-response not = spaces
               perform 1600-Work-One-Asset
           end-if.

       1600-Work-One-Asset.
           move tag-response to Asset-Tag-FA
           read Asset-File
               invalid key
                   perform 1650-Maybe-Add-Asset
               not invalid key
                   display spaces at 0401 erase eos
                   perform 1690-Show-Asset
                   if Asset-Disposed
                       display "Asset Disposed - no changes" at 2420
                       display "Press <Enter> to continue" at 2440
                       stop spaces
                   else
                       display "Asset Found!" at 2420
                       display "Transfer, Dispose or Change? (T/D/C/N)"
                           at 2340
                       accept action-response at 2380
                       call "CBL_TOUPPER" using action-response
                                   by value length of action-response
                       evaluate action-response
                           when "T" perform 1700-Transfer-Asset
                           when "D" perform 1750-Dispose-Asset
                           when "C" perform 1800-Update-Asset
                           when other continue
                       end-evaluate
                   end-if
           end-read
           initialize Asset-Record.

       1650-Maybe-Add-Asset.
           display spaces at 0401 erase eos
           display "Asset Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2375
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0401 erase eos
               move "Y" to entry-ok-switch
               move spaces to entry-description entry-store
                   entry-cost entry-salvage entry-date entry-life
                   entry-method
               display "Description" at 0504
               accept entry-description at 0522
               display "Store" at 0604
               accept entry-store at 0622
               display "Cost (999999999 = 9999999.99)" at 0704
               accept entry-cost at 0736
               display "Salvage (blank = none)" at 0804
               accept entry-salvage at 0836
               display "In Service (mm/dd/yyyy)" at 0904
               accept entry-date at 0936
               display "Life in Months" at 1004
               accept entry-life at 1036
               display "Method (S)traight/(D)eclining" at 1104
               accept entry-method at 1136
               call "CBL_TOUPPER" using entry-method
                           by value length of entry-method
               perform 1660-Check-New-Asset
               if entry-ok
                   move entry-description to Asset-Description-FA
                   move entry-store to Asset-Store-FA
                   move entry-cost to Asset-Cost-FA (1:9)
                   if entry-salvage = spaces
                       move zero to Asset-Salvage-FA
                   else
                       move entry-salvage to Asset-Salvage-FA (1:9)
                   end-if
                   move entry-date to Asset-In-Service-FA
                   move entry-life to Asset-Life-Months-FA
                   move entry-method to Asset-Method-FA
                   move zero to Asset-Accum-Depr-FA
                       Asset-Months-Taken-FA Asset-Last-Month-FA
                   move "A" to Asset-Status-FA
                   move spaces to Asset-Disposed-Date-FA
                       Asset-Disposal-Posted-FA
                   move so-operator-id to Asset-Operator-FA
                   move Run-Date-Formatted to Asset-Changed-FA
                   write Asset-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Asset Added!" at 2420
                   end-write
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    The first thing wrong is the one shown.
       1660-Check-New-Asset.
           if entry-method = space
               move "S" to entry-method
           end-if
           move entry-store to Store-Number-SM
           perform 1950-Check-Store
           evaluate true
               when entry-description = spaces
                   move "N" to entry-ok-switch
                   display "Description Required" at 2420
               when not store-ok
                   move "N" to entry-ok-switch
                   display "Store Not On Master" at 2420
               when entry-cost is not numeric
                   move "N" to entry-ok-switch
                   display "Bad Cost" at 2420
               when entry-salvage not = spaces
                       and entry-salvage is not numeric
                   move "N" to entry-ok-switch
                   display "Bad Salvage" at 2420
               when entry-salvage not = spaces
                       and entry-salvage > entry-cost
                   move "N" to entry-ok-switch
                   display "Salvage Over Cost" at 2420
               when entry-life is not numeric or entry-life = "000"
                   move "N" to entry-ok-switch
                   display "Bad Life" at 2420
               when entry-method not = "S" and entry-method not = "D"
                   move "N" to entry-ok-switch
                   display "Bad Method" at 2420
               when other
                   perform 1970-Check-Entry-Date
                   if not entry-ok
                       display "Bad In-Service Date" at 2420
                   end-if
           end-evaluate.

       1690-Show-Asset.
           display "Description" at 0504
           display Asset-Description-FA at 0522
           display "Store" at 0604
           display Asset-Store-FA at 0622
           move Asset-Cost-FA to screen-amount
           display "Cost" at 0704
           display screen-amount at 0722
           move Asset-Salvage-FA to screen-amount
           display "Salvage" at 0804
           display screen-amount at 0822
           display "In Service" at 0904
           display Asset-In-Service-FA at 0922
           move Asset-Life-Months-FA to screen-months
           display "Life in Months" at 1004
           display screen-months at 1022
           display "Method" at 1104
           display Asset-Method-FA at 1122
           move Asset-Accum-Depr-FA to screen-amount
           display "Accumulated Depr." at 1204
           display screen-amount at 1222
           compute Net-Book-Value =
               Asset-Cost-FA - Asset-Accum-Depr-FA
           move Net-Book-Value to screen-amount
           display "Net Book Value" at 1304
           display screen-amount at 1322
           move Asset-Months-Taken-FA to screen-months
           display "Months Taken" at 1404
           display screen-months at 1422
           if Asset-Disposed
               display "Disposed" at 1504
               display Asset-Disposed-Date-FA at 1522
           end-if
           display "Last changed by" at 1604
           display Asset-Operator-FA at 1622
           display Asset-Changed-FA at 1634.

      *    The asset moves with its cost and depreciation to date;
      *    PRG113 charges the new store from the next month it runs.
       1700-Transfer-Asset.
           move spaces to entry-store
           display "Transfer to Store" at 1804
           accept entry-store at 1822
           move entry-store to Store-Number-SM
           perform 1950-Check-Store
           if store-ok and entry-store not = Asset-Store-FA
               display "Transfer this asset? (Y/N)" at 2340
               accept confirm-response at 2367
               call "CBL_TOUPPER" using confirm-response
                           by value length of confirm-response
               if confirm-response = "Y"
                   move entry-store to Asset-Store-FA
                   move so-operator-id to Asset-Operator-FA
                   move Run-Date-Formatted to Asset-Changed-FA
                   rewrite Asset-Record
                   end-rewrite
                   display "Asset Transferred!" at 2420
               end-if
           else
               if store-ok
                   display "Already At That Store" at 2420
               else
                   display "Store Not On Master" at 2420
               end-if
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Disposed as of the date keyed, today when Enter is
      *    pressed.  PRG113 takes it off the ledger in that month.
       1750-Dispose-Asset.
           move spaces to entry-date
           display "Disposal Date (mm/dd/yyyy)" at 1804
           accept entry-date at 1832
           if entry-date = spaces
               move Run-Date-Formatted to entry-date
           end-if
           move "Y" to entry-ok-switch
           perform 1970-Check-Entry-Date
           if entry-ok
               display "Really dispose of this asset? (Y/N)" at 2340
               accept confirm-response at 2377
               call "CBL_TOUPPER" using confirm-response
                           by value length of confirm-response
               if confirm-response = "Y"
                   move "D" to Asset-Status-FA
                   move entry-date to Asset-Disposed-Date-FA
                   move space to Asset-Disposal-Posted-FA
                   move so-operator-id to Asset-Operator-FA
                   move Run-Date-Formatted to Asset-Changed-FA
                   rewrite Asset-Record
                   end-rewrite
                   display "Asset Disposed!" at 2420
               end-if
           else
               display "Bad Disposal Date" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1800-Update-Asset.
           move spaces to entry-description entry-cost entry-salvage
               entry-date entry-life entry-method
           move "Y" to entry-ok-switch
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           display "Description" at 0704
           accept entry-description at 0722
           if Asset-Months-Taken-FA = zero
               display "Cost (999999999 = 9999999.99)" at 0804
               accept entry-cost at 0836
               display "Salvage" at 0904
               accept entry-salvage at 0936
               display "In Service (mm/dd/yyyy)" at 1004
               accept entry-date at 1036
               display "Life in Months" at 1104
               accept entry-life at 1136
               display "Method (S)traight/(D)eclining" at 1204
               accept entry-method at 1236
               call "CBL_TOUPPER" using entry-method
                           by value length of entry-method
           else
               display "Depreciation started - description only"
                   at 0904
           end-if
           perform 1850-Check-Changes
           if entry-ok
               if entry-description not = spaces
                   move entry-description to Asset-Description-FA
               end-if
               if entry-cost not = spaces
                   move entry-cost to Asset-Cost-FA (1:9)
               end-if
               if entry-salvage not = spaces
                   move entry-salvage to Asset-Salvage-FA (1:9)
               end-if
               if entry-date not = spaces
                   move entry-date to Asset-In-Service-FA
               end-if
               if entry-life not = spaces
                   move entry-life to Asset-Life-Months-FA
               end-if
               if entry-method not = space
                   move entry-method to Asset-Method-FA
               end-if
               move so-operator-id to Asset-Operator-FA
               move Run-Date-Formatted to Asset-Changed-FA
               rewrite Asset-Record
               end-rewrite
               display spaces at 0401 erase eos
               display "Asset Updated!" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1850-Check-Changes.
           evaluate true
               when entry-cost not = spaces
                       and entry-cost is not numeric
                   move "N" to entry-ok-switch
                   display "Bad Cost" at 2420
               when entry-salvage not = spaces
                       and entry-salvage is not numeric
                   move "N" to entry-ok-switch
                   display "Bad Salvage" at 2420
               when entry-life not = spaces
                       and (entry-life is not numeric
                            or entry-life = "000")
                   move "N" to entry-ok-switch
                   display "Bad Life" at 2420
               when entry-method not = space
                       and entry-method not = "S"
                       and entry-method not = "D"
                   move "N" to entry-ok-switch
                   display "Bad Method" at 2420
               when entry-date not = spaces
                   perform 1970-Check-Entry-Date
                   if not entry-ok
                       display "Bad In-Service Date" at 2420
                   end-if
               when other
                   continue
           end-evaluate.

       1950-Check-Store.
           move "N" to store-ok-switch
           read Store-File
               invalid key
                   continue
               not invalid key
                   move "Y" to store-ok-switch
           end-read.

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
