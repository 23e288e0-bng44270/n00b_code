       identification division.
       program-id.  prg113.
       author.  Andy Carlson.

      *    Monthly depreciation and asset register - the number the
      *    accountant used to type in once a year, taken a month at
      *    a time off FIXASSET.DAT, the register PRG112 keeps.  For
      *    the keyed month (Enter takes last month) each asset is
      *    depreciated from the month after the last one taken up
      *    through the keyed month - a missed month is caught up,
      *    and a month already taken is never taken again, since
      *    the month is kept on the asset row.  Depreciation starts
      *    with the in-service month and stops at the month before
      *    a disposal:
      *        S  straight line, cost less salvage over the life
      *        D  double declining balance, twice the straight-line
      *           rate on net book value, switching to straight
      *           line over the months left once that is more
      *    and never takes an asset below its salvage.  A disposal
      *    dated in or before the keyed month is taken off the
      *    ledger: accumulated depreciation and the cost come off,
      *    with the net book value to the disposal account, where
      *    whoever banks any proceeds credits them.  Entries go to
      *    gljrnl.dat dated the month end, one set per store, each
      *    row charged to the store's cost center.  The register
      *    prints by store with net book value and the depreciation
      *    this run took, and the journal proof behind it.
      *    Tags on glacct.dat (defaults in brackets):
      *        DEPREXP  depreciation expense        (6500)
      *        ACCUMDEP accumulated depreciation    (1590)
      *        FIXASSET fixed assets at cost        (1500)
      *        FADISP   loss on asset disposal      (6550)

       environment division.
       input-output section.
       file-control.
           select optional Asset-File assign to disk "fixasset.dat"
                  organization is indexed
                  access is dynamic
                  record key is Asset-Tag-FA.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Asset-File.
       copy farec.

       fd Store-File.
       copy strec.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-sr             pic xx.
           03 tag-sr               pic x(8).
           03 description-sr       pic x(25).
           03 in-service-sr        pic x(10).
           03 life-sr              pic 9(3).
           03 method-sr            pic x.
           03 cost-sr              pic 9(7)v99.
           03 accum-sr             pic 9(7)v99.
           03 run-depr-sr          pic 9(7)v99.
           03 note-sr              pic x(9).

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(132).

       working-storage section.
       copy gencode.
       01 asset-eof-flag       pic xxx value spaces.
           88 asset-end        value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Store-Def-Key-Hold   pic xx.

       01 Account-Table.
           03 Acct-Deprexp     pic x(8) value "6500".
           03 Acct-Accumdep    pic x(8) value "1590".
           03 Acct-Fixasset    pic x(8) value "1500".
           03 Acct-Fadisp      pic x(8) value "6550".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The depreciation month, keyed mm/yyyy - Enter takes last
      *    month, the one being closed.
       01 Month-Response       pic x(7).
       01 Run-Month.
           03 rm-mm            pic 99.
           03 rm-yyyy          pic 9(4).
       01 Run-Month-Key.
           03 rmk-yyyy         pic 9(4).
           03 rmk-mm           pic 99.
       01 Run-Month-Number redefines Run-Month-Key pic 9(6).
       01 Month-End-Date.
           03 med-mm           pic 99.
           03                  pic x value "/".
           03 med-dd           pic 99.
           03                  pic x value "/".
           03 med-yyyy         pic 9(4).
       01 Month-Days-List.
           03                  pic x(24)
               value "312831303130313130313031".
       01 redefines Month-Days-List.
           03 Month-Days       pic 99 occurs 12 times.
       01 Leap-Work            pic 9(4).
       01 Leap-Remainder       pic 9(4).

      *    Month stepping for one asset, yyyymm.
       01 Step-Month-Key.
           03 smk-yyyy         pic 9(4).
           03 smk-mm           pic 99.
       01 Step-Month-Number redefines Step-Month-Key pic 9(6).
       01 Target-Month-Number  pic 9(6).
       01 Disposal-Month-Key.
           03 dmk-yyyy         pic 9(4).
           03 dmk-mm           pic 99.
       01 Disposal-Month-Number redefines Disposal-Month-Key
                               pic 9(6).

       01 Depreciable-Base     pic 9(7)v99.
       01 Remaining-Base       pic 9(7)v99.
       01 Months-Left          pic 9(3).
       01 Month-Depr           pic 9(7)v99.
       01 Line-Depr            pic 9(7)v99.
       01 Net-Book-Value       pic 9(7)v99.
       01 Run-Depr             pic 9(7)v99.
       01 Asset-Changed-Switch pic x value "N".
           88 Asset-Row-Changed value "Y".
       01 Dispose-Now-Switch   pic x value "N".
           88 Dispose-Now      value "Y".

      *    What this run puts on the ledger, per store.
       01 Store-Table.
           03 Store-Entry occurs 100 times.
               05 St-Store         pic xx.
               05 St-Depr          pic 9(9)v99.
               05 St-Disp-Accum    pic 9(9)v99.
               05 St-Disp-Nbv      pic 9(9)v99.
               05 St-Disp-Cost     pic 9(9)v99.
       01 Store-Count          pic 9(3) value zero.
       01 Store-Index          pic 9(3).
       01 Store-Scan-Index     pic 9(3).
       01 Store-Found-Switch   pic x value "N".
           88 Store-Found      value "Y".

       01 Store-Cost           pic 9(9)v99 value zero.
       01 Store-Accum          pic 9(9)v99 value zero.
       01 Store-Nbv            pic 9(9)v99 value zero.
       01 Store-Run-Depr       pic 9(9)v99 value zero.
       01 Grand-Cost           pic 9(11)v99 value zero.
       01 Grand-Accum          pic 9(11)v99 value zero.
       01 Grand-Nbv            pic 9(11)v99 value zero.
       01 Grand-Run-Depr       pic 9(11)v99 value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.

       01 assets-read          pic 9(5) value zero.
       01 assets-depreciated   pic 9(5) value zero.
       01 assets-disposed      pic 9(5) value zero.
       01 assets-bad-date      pic 9(5) value zero.
       01 assets-past-table    pic 9(5) value zero.

       01 Heading-Line.
           03                  pic x(42)
               value "** FIXED ASSET REGISTER / DEPRECIATION **".
           03                  pic x(2) value spaces.
           03                  pic x(11) value "MONTH END: ".
           03 month-end-hd     pic x(10).

       01 Store-Group-Line.
           03                  pic x(7) value "STORE: ".
           03 store-hd         pic xx.
           03                  pic x(2) value spaces.
           03 store-name-hd    pic x(20).

       01 Column-Line.
           03                  pic x(9) value "TAG".
           03                  pic x(26) value "DESCRIPTION".
           03                  pic x(11) value "IN SERVICE".
           03                  pic x(7) value "LIFE M".
           03                  pic x(14) value "         COST".
           03                  pic x(14) value "  ACCUM DEPR.".
           03                  pic x(14) value "   NET BOOK".
           03                  pic x(14) value "    THIS RUN".

       01 Asset-Detail-Line.
           03 tag-dl           pic x(8).
           03                  pic x value spaces.
           03 description-dl   pic x(25).
           03                  pic x value spaces.
           03 in-service-dl    pic x(10).
           03                  pic x value spaces.
           03 life-dl          pic zz9.
           03                  pic x value spaces.
           03 method-dl        pic x.
           03                  pic x(2) value spaces.
           03 cost-dl          pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 accum-dl         pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 nbv-dl           pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 run-depr-dl      pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 note-dl          pic x(9).

       01 Total-Line.
           03 total-label      pic x(50).
           03                  pic x(3) value spaces.
           03 total-cost-dl    pic $$$$,$$$,$$9.99.
           03 total-accum-dl   pic $$$$,$$$,$$9.99.
           03 total-nbv-dl     pic $$$$,$$$,$$9.99.
           03 total-depr-dl    pic $$$$,$$$,$$9.99.

       01 Journal-Column-Line.
           03                  pic x(12) value "DATE".
           03                  pic x(10) value "ACCOUNT".
           03                  pic x(6) value "CC".
           03                  pic x(3) value "D/C".
           03                  pic x(6) value spaces.
           03                  pic x(6) value "AMOUNT".
           03                  pic x(8) value spaces.
           03                  pic x(11) value "DESCRIPTION".

       01 Proof-Detail-Line.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 account-dl       pic x(8).
           03                  pic x(2) value spaces.
           03 cost-center-dl   pic x(4).
           03                  pic x(3) value spaces.
           03 dc-dl            pic x.
           03                  pic x(2) value spaces.
           03 amount-dl        pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 gl-description-dl pic x(30).

       01 Money-Line.
           03 money-label      pic x(34).
           03 money-cl         pic $$,$$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(34).
           03 count-cl         pic zz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1200-Get-Run-Month
           perform 1500-Load-Account-Map

           open output Output-Printer-File
           move Month-End-Date to month-end-hd
           open input Store-File
           sort Sort-Work-File
               ascending key store-sr tag-sr
               input procedure 2000-Depreciate-Assets
               output procedure 4000-Print-Register
           close Store-File
           perform 5000-Write-Journal
           perform 6000-Write-Conclusion
           close Output-Printer-File
           stop run.

      *    Last month unless a real month (01-12) is keyed.
       1200-Get-Run-Month.
           display "Enter depreciation month (mm/yyyy), or Enter "
                   "for last month:"
           accept Month-Response
           if Month-Response (1:2) is numeric
                   and Month-Response (1:2) >= "01"
                   and Month-Response (1:2) <= "12"
                   and Month-Response (4:4) is numeric
               move Month-Response (1:2) to rm-mm
               move Month-Response (4:4) to rm-yyyy
           else
               if mm of date-accept-record = 1
                   move 12 to rm-mm
                   compute rm-yyyy = 2000 + yy of date-accept-record
                       - 1
               else
                   compute rm-mm = mm of date-accept-record - 1
                   compute rm-yyyy = 2000 + yy of date-accept-record
               end-if
           end-if
           move rm-yyyy to rmk-yyyy
           move rm-mm to rmk-mm
           move rm-mm to med-mm
           move rm-yyyy to med-yyyy
           move Month-Days (rm-mm) to med-dd
           if rm-mm = 2
               divide rm-yyyy by 4 giving Leap-Work
                   remainder Leap-Remainder
               if Leap-Remainder = zero
                   move 29 to med-dd
               end-if
           end-if.

       1500-Load-Account-Map.
           open input Gl-Account-File
           perform 1550-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1550-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   evaluate ga-tag
                       when "DEPREXP " move ga-account
                                           to Acct-Deprexp
                       when "ACCUMDEP" move ga-account
                                           to Acct-Accumdep
                       when "FIXASSET" move ga-account
                                           to Acct-Fixasset
                       when "FADISP  " move ga-account
                                           to Acct-Fadisp
                       when other continue
                   end-evaluate
           end-read.

       2000-Depreciate-Assets.
           open i-o Asset-File
           perform 2050-Read-Asset-Row
               until asset-end
           close Asset-File.

      *    Assets disposed in an earlier run are history and stay
      *    off the register.
       2050-Read-Asset-Row.
           read Asset-File next record
               at end move "YES" to asset-eof-flag
               not at end
                   if not (Asset-Disposed and Disposal-Posted)
                       add 1 to assets-read
                       perform 2100-Work-One-Asset
                   end-if
           end-read.

       2100-Work-One-Asset.
           move "N" to Asset-Changed-Switch
           move "N" to Dispose-Now-Switch
           move zero to Run-Depr
           move spaces to note-sr
           if Asset-In-Service-FA (1:2) is numeric
                   and Asset-In-Service-FA (7:4) is numeric
                   and Asset-Cost-FA is numeric
                   and Asset-Accum-Depr-FA is numeric
               perform 2200-Set-Target-Month
               perform 2300-Take-Months
               if Asset-Disposed and not Disposal-Posted
                       and Disposal-Month-Number
                           not > Run-Month-Number
                   move "Y" to Dispose-Now-Switch
               end-if
           else
               add 1 to assets-bad-date
               move "BAD DATE" to note-sr
           end-if
           if Run-Depr > zero or Dispose-Now
               perform 2600-Charge-Store
           end-if
           if Dispose-Now
               add 1 to assets-disposed
               move "Y" to Asset-Disposal-Posted-FA
               move "Y" to Asset-Changed-Switch
               move "DISPOSED" to note-sr
           end-if
           if Asset-Row-Changed
               rewrite Asset-Record
               end-rewrite
           end-if
           perform 2900-Release-Asset.

      *    Up through the keyed month, or the month before the
      *    disposal when that comes first.
       2200-Set-Target-Month.
           move Run-Month-Number to Target-Month-Number
           move 999999 to Disposal-Month-Number
           if Asset-Disposed
               if Asset-Disposed-Date-FA (7:4) is numeric
                       and Asset-Disposed-Date-FA (1:2) is numeric
                   move Asset-Disposed-Date-FA (7:4) to dmk-yyyy
                   move Asset-Disposed-Date-FA (1:2) to dmk-mm
               else
                   move Run-Month-Number to Disposal-Month-Number
               end-if
               if Disposal-Month-Number not > Target-Month-Number
                   move Disposal-Month-Key to Step-Month-Key
                   perform 2250-Back-One-Month
                   move Step-Month-Number to Target-Month-Number
               end-if
           end-if
           if Asset-Last-Month-FA = zero
               move Asset-In-Service-FA (7:4) to smk-yyyy
               move Asset-In-Service-FA (1:2) to smk-mm
           else
               move Asset-Last-Month-FA to Step-Month-Number
               perform 2270-Ahead-One-Month
           end-if.

       2250-Back-One-Month.
           if smk-mm = 1
               move 12 to smk-mm
               subtract 1 from smk-yyyy
           else
               subtract 1 from smk-mm
           end-if.

       2270-Ahead-One-Month.
           if smk-mm = 12
               move 1 to smk-mm
               add 1 to smk-yyyy
           else
               add 1 to smk-mm
           end-if.

       2300-Take-Months.
           compute Depreciable-Base =
               Asset-Cost-FA - Asset-Salvage-FA
           perform 2400-Take-One-Month
               until Step-Month-Number > Target-Month-Number
                  or Asset-Months-Taken-FA
                         not < Asset-Life-Months-FA
                  or Asset-Accum-Depr-FA
                         not < Depreciable-Base
           if Run-Depr > zero
               add 1 to assets-depreciated
           end-if.

       2400-Take-One-Month.
           compute Remaining-Base =
               Depreciable-Base - Asset-Accum-Depr-FA
           compute Months-Left =
               Asset-Life-Months-FA - Asset-Months-Taken-FA
           if Asset-Declining
               compute Net-Book-Value =
                   Asset-Cost-FA - Asset-Accum-Depr-FA
               compute Month-Depr rounded =
                   Net-Book-Value * 2 / Asset-Life-Months-FA
               compute Line-Depr rounded =
                   Remaining-Base / Months-Left
               if Line-Depr > Month-Depr
                   move Line-Depr to Month-Depr
               end-if
           else
               compute Month-Depr rounded =
                   Depreciable-Base / Asset-Life-Months-FA
           end-if
           if Months-Left = 1 or Month-Depr > Remaining-Base
               move Remaining-Base to Month-Depr
           end-if
           add Month-Depr to Asset-Accum-Depr-FA
           add Month-Depr to Run-Depr
           add 1 to Asset-Months-Taken-FA
           move Step-Month-Number to Asset-Last-Month-FA
           move "Y" to Asset-Changed-Switch
           perform 2270-Ahead-One-Month.

       2600-Charge-Store.
           move "N" to Store-Found-Switch
           move zero to Store-Index
           perform 2650-Check-Store-Entry
               varying Store-Scan-Index from 1 by 1
               until Store-Scan-Index > Store-Count
                  or Store-Found
           if not Store-Found
               if Store-Count < 100
                   add 1 to Store-Count
                   move Store-Count to Store-Index
                   move Asset-Store-FA to St-Store (Store-Index)
                   move zero to St-Depr (Store-Index)
                       St-Disp-Accum (Store-Index)
                       St-Disp-Nbv (Store-Index)
                       St-Disp-Cost (Store-Index)
               else
                   add 1 to assets-past-table
               end-if
           end-if
           if Store-Index > zero
               add Run-Depr to St-Depr (Store-Index)
               if Dispose-Now
                   add Asset-Accum-Depr-FA
                       to St-Disp-Accum (Store-Index)
                   compute Net-Book-Value =
                       Asset-Cost-FA - Asset-Accum-Depr-FA
                   add Net-Book-Value to St-Disp-Nbv (Store-Index)
                   add Asset-Cost-FA to St-Disp-Cost (Store-Index)
               end-if
           end-if.

       2650-Check-Store-Entry.
           if St-Store (Store-Scan-Index) = Asset-Store-FA
               move "Y" to Store-Found-Switch
               move Store-Scan-Index to Store-Index
           end-if.

       2900-Release-Asset.
           move Asset-Store-FA to store-sr
           move Asset-Tag-FA to tag-sr
           move Asset-Description-FA to description-sr
           move Asset-In-Service-FA to in-service-sr
           move Asset-Life-Months-FA to life-sr
           move Asset-Method-FA to method-sr
           move Asset-Cost-FA to cost-sr
           move Asset-Accum-Depr-FA to accum-sr
           move Run-Depr to run-depr-sr
           release Sort-Record.

       4000-Print-Register.
           move 1 to Loop-Checker
           write Output-Printer-Record from Heading-Line
               after advancing page
           perform 4100-Return-Sorted-Asset
               until end-of-record
           if not First-Time
               perform 4500-Close-Store-Group
           end-if
           move "ALL STORES" to total-label
           move Grand-Cost to total-cost-dl
           move Grand-Accum to total-accum-dl
           move Grand-Nbv to total-nbv-dl
           move Grand-Run-Depr to total-depr-dl
           write Output-Printer-Record from Total-Line
               after advancing 3 lines.

       4100-Return-Sorted-Asset.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move store-sr to Store-Def-Key-Hold
                       perform 4200-Open-Store-Group
                   else
                       if store-sr not = Store-Def-Key-Hold
                           perform 4500-Close-Store-Group
                           move store-sr to Store-Def-Key-Hold
                           perform 4200-Open-Store-Group
                       end-if
                   end-if
                   perform 4300-Print-Asset
           end-return.

       4200-Open-Store-Group.
           move Store-Def-Key-Hold to store-hd
           move Store-Def-Key-Hold to Store-Number-SM
           read Store-File
               invalid key
                   move "NOT ON STORE MASTER" to store-name-hd
               not invalid key
                   move Store-Name-SM to store-name-hd
           end-read
           write Output-Printer-Record from Store-Group-Line
               after advancing 3 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines.

      *    A disposed asset printed here comes off the ledger this
      *    run, so it adds nothing to the book totals.
       4300-Print-Asset.
           move tag-sr to tag-dl
           move description-sr to description-dl
           move in-service-sr to in-service-dl
           move life-sr to life-dl
           move method-sr to method-dl
           move cost-sr to cost-dl
           move accum-sr to accum-dl
           compute Net-Book-Value = cost-sr - accum-sr
           move Net-Book-Value to nbv-dl
           move run-depr-sr to run-depr-dl
           move note-sr to note-dl
           write Output-Printer-Record from Asset-Detail-Line
               after advancing 1 lines
           add run-depr-sr to Store-Run-Depr
           if note-sr not = "DISPOSED"
               add cost-sr to Store-Cost
               add accum-sr to Store-Accum
               add Net-Book-Value to Store-Nbv
           end-if.

       4500-Close-Store-Group.
           move "STORE TOTAL" to total-label
           move Store-Cost to total-cost-dl
           move Store-Accum to total-accum-dl
           move Store-Nbv to total-nbv-dl
           move Store-Run-Depr to total-depr-dl
           write Output-Printer-Record from Total-Line
               after advancing 2 lines
           add Store-Cost to Grand-Cost
           add Store-Accum to Grand-Accum
           add Store-Nbv to Grand-Nbv
           add Store-Run-Depr to Grand-Run-Depr
           move zero to Store-Cost Store-Accum Store-Nbv
               Store-Run-Depr.

      *    One set of entries per store, each row on the store's
      *    cost center.
       5000-Write-Journal.
           write Output-Printer-Record from Journal-Column-Line
               after advancing page
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           if Store-Count > zero
               open extend Gl-Journal-File
               perform 5100-Journal-One-Store
                   varying Store-Index from 1 by 1
                   until Store-Index > Store-Count
               close Gl-Journal-File
           end-if.

       5100-Journal-One-Store.
           move St-Store (Store-Index) to gj-cc-store
           move spaces to gj-cc-dept
           if St-Depr (Store-Index) > zero
               move Acct-Deprexp to gj-account
               move "D" to gj-dc
               move St-Depr (Store-Index) to gj-amount
               move "Monthly depreciation" to gj-description
               perform 5500-Write-Journal-Row
               move Acct-Accumdep to gj-account
               move "C" to gj-dc
               move "Accumulated depreciation" to gj-description
               perform 5500-Write-Journal-Row
           end-if
           if St-Disp-Cost (Store-Index) > zero
               if St-Disp-Accum (Store-Index) > zero
                   move Acct-Accumdep to gj-account
                   move "D" to gj-dc
                   move St-Disp-Accum (Store-Index) to gj-amount
                   move "Disposed assets depreciation"
                       to gj-description
                   perform 5500-Write-Journal-Row
               end-if
               if St-Disp-Nbv (Store-Index) > zero
                   move Acct-Fadisp to gj-account
                   move "D" to gj-dc
                   move St-Disp-Nbv (Store-Index) to gj-amount
                   move "Disposed assets book value"
                       to gj-description
                   perform 5500-Write-Journal-Row
               end-if
               move Acct-Fixasset to gj-account
               move "C" to gj-dc
               move St-Disp-Cost (Store-Index) to gj-amount
               move "Disposed assets at cost" to gj-description
               perform 5500-Write-Journal-Row
           end-if.

       5500-Write-Journal-Row.
           move Month-End-Date to gj-date
           move "PRG113" to gj-source
           write Gl-Journal-Record
           if gj-dc = "D"
               add gj-amount to Debit-Total
           else
               add gj-amount to Credit-Total
           end-if
           move gj-date to date-dl
           move gj-account to account-dl
           move gj-cost-center to cost-center-dl
           move gj-dc to dc-dl
           move gj-amount to amount-dl
           move gj-description to gl-description-dl
           write Output-Printer-Record from Proof-Detail-Line
               after advancing 1 lines.

       6000-Write-Conclusion.
           move "DEBITS TOTAL:" to money-label
           move Debit-Total to money-cl
           write Output-Printer-Record from Money-Line
               after advancing 3 lines
           move "CREDITS TOTAL:" to money-label
           move Credit-Total to money-cl
           write Output-Printer-Record from Money-Line
               after advancing 1 lines
           move "Assets on the register:" to count-label
           move assets-read to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "Assets depreciated this run:" to count-label
           move assets-depreciated to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Assets disposed this run:" to count-label
           move assets-disposed to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Skipped, bad in-service date:" to count-label
           move assets-bad-date to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Past the 100-store table:" to count-label
           move assets-past-table to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
