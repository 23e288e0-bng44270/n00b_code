       identification division.
       program-id.  prg147.
       author.  Andy Carlson.

      *    Lower-of-cost-or-market reserve for the year-end audit.
      *    Clearance and discontinued goods sell under their cost
      *    and nothing ever measured by how much.  Every record on
      *    PRG08.IDX is valued at what it can still be sold for -
      *    the lowest promo.dat price running today, or the
      *    master's retail when there is none - less the selling-
      *    cost percentage keyed at the start (10 by default).
      *    Where that realizable value is under Unit-Cost-IR the
      *    difference on every unit, sellable and held, is the
      *    writedown.  Impaired records are listed by store and
      *    department with subtotals and the reserve the company
      *    needs.  The reserve already carried is what gljrnl.dat
      *    holds on the reserve account for each store, so only
      *    the change is journaled - an increase charged to the
      *    writedown expense, a release credited back - on the
      *    store's cost center, and a second run the same day
      *    posts nothing.  A record with no retail and no promo
      *    has no market to measure and is counted, not reserved.
      *    Tags on glacct.dat (defaults in brackets):
      *        INVRESV  inventory LCM reserve      (1310)
      *        LCMEXP   LCM writedown expense      (5150)

       environment division.
       input-output section.
       file-control.
           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is sequential
                  record key is Inv-Key.

           select optional Promo-File assign to "promo.dat"
                  organization is line sequential.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Inventory-File.
       copy invrec.

       fd Promo-File.
       01 Promo-Record.
           03 store-number-pr      pic x(2).
           03 department-number-pr pic x(2).
           03 product-code-pr      pic x(10).
           03 promo-price-pr       pic 9(5)v99.
           03 start-date-pr        pic x(10).
           03 end-date-pr          pic x(10).

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 inv-eof-flag         pic xxx value spaces.
           88 inv-end          value 'YES'.
       01 promo-eof-flag       pic xxx value spaces.
           88 promo-end        value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 jrnl-eof-flag        pic xxx value spaces.
           88 jrnl-end         value 'YES'.

       01 Account-Table.
           03 Acct-Invresv     pic x(8) value "1310".
           03 Acct-Lcmexp      pic x(8) value "5150".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.
       01 Today-Date-Key       pic x(8).

       01 Selling-Cost-Response pic x(5).
       01 Selling-Cost-Pct     pic 99v99 value 10.00.

      *    Promo windows running today - start and end folded to
      *    yyyymmdd as PRG33 does.
       01 Promo-Table.
           03 Promo-Entry occurs 200 times.
               05 Promo-Store      pic x(2).
               05 Promo-Dept       pic x(2).
               05 Promo-Product    pic x(10).
               05 Promo-Price      pic 9(5)v99.
       01 Promo-Count          pic 9(3) value zero.
       01 Promo-Index          pic 9(3).
       01 Promo-Start-Key      pic x(8).
       01 Promo-End-Key        pic x(8).
       01 promo-found-switch   pic x value "N".
           88 promo-found      value "Y".

      *    Reserve each store needs now against what its reserve
      *    account carries on the ledger.
       01 Reserve-Table.
           03 Reserve-Entry occurs 100 times.
               05 Rs-Store         pic x(2).
               05 Rs-Required      pic 9(9)v99.
               05 Rs-Carried       pic s9(9)v99.
       01 Reserve-Count        pic 9(3) value zero.
       01 Reserve-Index        pic 9(3).
       01 Reserve-Scan-Index   pic 9(3).
       01 reserve-found-switch pic x value "N".
           88 reserve-found    value "Y".
       01 Work-Store           pic x(2).

       01 Market-Price         pic 9(5)v99.
       01 Realizable-Value     pic 9(5)v99.
       01 Writedown-Per-Unit   pic 9(5)v99.
       01 Writedown-Quantity   pic 9(7).
       01 Writedown-Amount     pic 9(9)v99.
       01 Reserve-Change       pic s9(9)v99.

       01 Store-Hold           pic x(2) value spaces.
       01 Dept-Hold            pic x(2) value spaces.
       01 Dept-Reserve         pic 9(9)v99 value zero.
       01 Store-Reserve        pic 9(9)v99 value zero.
       01 Company-Reserve      pic 9(11)v99 value zero.
       01 Company-Carried      pic s9(11)v99 value zero.

       01 records-read         pic 9(6) value zero.
       01 records-impaired     pic 9(6) value zero.
       01 records-unpriced     pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(44)
               value "** LOWER OF COST OR MARKET RESERVE **".
           03                  pic x(6) value "AS OF ".
           03 run-date-hd      pic x(10).

       01 Basis-Line.
           03                  pic x(32)
               value "REALIZABLE VALUE IS MARKET LESS".
           03 selling-pct-hd   pic z9.99.
           03                  pic x(20) value "% SELLING COST".

       01 Record-Column-Line.
           03                  pic x(7) value "ST/DP".
           03                  pic x(11) value "PROD. CODE".
           03                  pic x(17) value "DESCRIPTION".
           03                  pic x(8) value "    QTY".
           03                  pic x(10) value "  COST".
           03                  pic x(10) value "  MARKET".
           03                  pic x(10) value "  REALIZ.".
           03                  pic x(14) value "    WRITEDOWN".
           03                  pic x(5) value "BASIS".

       01 Record-Detail-Line.
           03 store-dl         pic x(2).
           03                  pic x value "/".
           03 dept-dl          pic x(2).
           03                  pic x(2) value spaces.
           03 product-dl       pic x(10).
           03                  pic x value space.
           03 description-dl   pic x(16).
           03                  pic x value space.
           03 quantity-dl      pic zzz,zz9.
           03                  pic x value space.
           03 cost-dl          pic $$,$$9.99.
           03                  pic x value space.
           03 market-dl        pic $$,$$9.99.
           03                  pic x value space.
           03 realizable-dl    pic $$,$$9.99.
           03                  pic x value space.
           03 writedown-dl     pic $$,$$$,$$9.99.
           03                  pic x value space.
           03 basis-dl         pic x(5).

       01 Dept-Total-Line.
           03                  pic x(20) value spaces.
           03                  pic x(11) value "DEPT TOTAL".
           03 dept-total-dept  pic x(2).
           03                  pic x(38) value spaces.
           03 dept-total-dl    pic $$,$$$,$$9.99.

       01 Store-Total-Line.
           03                  pic x(20) value spaces.
           03                  pic x(11) value "STORE TOTAL".
           03 store-total-st   pic x(2).
           03                  pic x(36) value spaces.
           03 store-total-dl   pic $$$$,$$$,$$9.99.

       01 Column-Line.
           03                  pic x(12) value "DATE".
           03                  pic x(8) value "ACCOUNT".
           03                  pic x(2) value spaces.
           03                  pic x(3) value "D/C".
           03                  pic x(6) value spaces.
           03                  pic x(6) value "AMOUNT".
           03                  pic x(8) value spaces.
           03                  pic x(31) value "DESCRIPTION".
           03                  pic x(2) value "CC".

       01 Proof-Detail-Line.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 account-dl       pic x(8).
           03                  pic x(3) value spaces.
           03 dc-dl            pic x.
           03                  pic x(2) value spaces.
           03 amount-dl        pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 gj-description-dl pic x(30).
           03                  pic x value spaces.
           03 cost-center-dl   pic x(4).

       01 Store-Reserve-Column-Line.
           03                  pic x(8) value "STORE".
           03                  pic x(17) value "   RESERVE NEEDED".
           03                  pic x(17) value "  RESERVE CARRIED".
           03                  pic x(17) value "           CHANGE".

       01 Store-Reserve-Line.
           03 reserve-store-dl pic x(2).
           03                  pic x(6) value spaces.
           03 needed-dl        pic $$$,$$$,$$$,$$9.99.
           03 carried-dl       pic $$$,$$$,$$$,$$9.99-.
           03 change-dl        pic $$$,$$$,$$$,$$9.99-.

       01 Debit-Total-Line.
           03                  pic x(16) value "DEBITS TOTAL:".
           03 debit-cl         pic $$,$$$,$$$,$$9.99.

       01 Credit-Total-Line.
           03                  pic x(16) value "CREDITS TOTAL:".
           03 credit-cl        pic $$,$$$,$$$,$$9.99.

       01 Money-Tie-Line.
           03 money-tie-label  pic x(36).
           03 money-tie-cl     pic $$,$$$,$$$,$$9.99-.

       01 Count-Tie-Line.
           03 count-tie-label  pic x(36).
           03 count-tie-cl     pic zzz,zz9.

       01 Nothing-Line.
           03                  pic x(40)
               value "Reserve unchanged - nothing journaled.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move "20" to Today-Date-Key (1:2)
           move rdf-yy to Today-Date-Key (3:2)
           move rdf-mm to Today-Date-Key (5:2)
           move rdf-dd to Today-Date-Key (7:2)

           display "Enter selling-cost percent (nn.nn), or Enter "
                   "for 10:"
           accept Selling-Cost-Response
           if Selling-Cost-Response (1:2) is numeric
               move Selling-Cost-Response (1:2)
                   to Selling-Cost-Pct (1:2)
               move zero to Selling-Cost-Pct (3:2)
               if Selling-Cost-Response (3:1) = "."
                       and Selling-Cost-Response (4:2) is numeric
                   move Selling-Cost-Response (4:2)
                       to Selling-Cost-Pct (3:2)
               end-if
           end-if

           perform 1500-Load-Account-Map
           perform 1600-Load-Promo-Table

           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Selling-Cost-Pct to selling-pct-hd
           write Output-Printer-Record from Basis-Line
               after advancing 1 lines
           write Output-Printer-Record from Record-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           open input Inventory-File
           perform 2000-Read-Inventory
               until inv-end
           close Inventory-File
           if Store-Hold not = spaces
               perform 2600-Dept-Break
               perform 2700-Store-Break
           end-if

           perform 2800-Load-Carried-Reserve

           write Output-Printer-Record from Store-Reserve-Column-Line
               after advancing 3 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2900-Print-Store-Reserve
               varying Reserve-Index from 1 by 1
               until Reserve-Index > Reserve-Count

           open extend Gl-Journal-File
           write Output-Printer-Record from Column-Line
               after advancing 3 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 3000-Journal-Store-Change
               varying Reserve-Index from 1 by 1
               until Reserve-Index > Reserve-Count
           close Gl-Journal-File
           if journal-row-count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 1 lines
           end-if

           perform 5000-Write-Proof-Totals
           close Output-Printer-File
           stop run.

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
                       when "INVRESV"
                           move ga-account to Acct-Invresv
                       when "LCMEXP"
                           move ga-account to Acct-Lcmexp
                   end-evaluate
           end-read.

       1600-Load-Promo-Table.
           open input Promo-File
           perform 1650-Read-Promo
               until promo-end
                  or Promo-Count = 200
           close Promo-File.

      *    Only a window running today sets the market.
       1650-Read-Promo.
           read Promo-File
               at end move "YES" to promo-eof-flag
               not at end
                   if promo-price-pr is numeric
                           and start-date-pr (7:4) is numeric
                           and end-date-pr (7:4) is numeric
                       move start-date-pr (7:4) to Promo-Start-Key (1:4)
                       move start-date-pr (1:2) to Promo-Start-Key (5:2)
                       move start-date-pr (4:2) to Promo-Start-Key (7:2)
                       move end-date-pr (7:4) to Promo-End-Key (1:4)
                       move end-date-pr (1:2) to Promo-End-Key (5:2)
                       move end-date-pr (4:2) to Promo-End-Key (7:2)
                       if Promo-Start-Key not > Today-Date-Key
                               and Promo-End-Key not < Today-Date-Key
                           add 1 to Promo-Count
                           move store-number-pr
                               to Promo-Store (Promo-Count)
                           move department-number-pr
                               to Promo-Dept (Promo-Count)
                           move product-code-pr
                               to Promo-Product (Promo-Count)
                           move promo-price-pr
                               to Promo-Price (Promo-Count)
                       end-if
                   end-if
           end-read.

      *    Key order is store/dept/product, so the breaks fall out
      *    of the one pass the way they do on PRG09.
       2000-Read-Inventory.
           read Inventory-File next record
               at end move "YES" to inv-eof-flag
               not at end
                   add 1 to records-read
                   if Store-Hold = spaces
                       move Store-Number-IR to Store-Hold
                       move Department-Number-IR to Dept-Hold
                   end-if
                   if Store-Number-IR not = Store-Hold
                       perform 2600-Dept-Break
                       perform 2700-Store-Break
                       move Store-Number-IR to Store-Hold
                       move Department-Number-IR to Dept-Hold
                   else
                       if Department-Number-IR not = Dept-Hold
                           perform 2600-Dept-Break
                           move Department-Number-IR to Dept-Hold
                       end-if
                   end-if
                   perform 2100-Value-One-Record
           end-read.

       2100-Value-One-Record.
           move Retail-Cost-IR to Market-Price
           move "RETL" to basis-dl
           perform 2200-Find-Promo-Price
           if Market-Price = zero
               add 1 to records-unpriced
           else
               compute Realizable-Value rounded =
                   Market-Price * (100 - Selling-Cost-Pct) / 100
               compute Writedown-Quantity =
                   Quantity-IR + Held-Quantity-IR
               if Realizable-Value < Unit-Cost-IR
                       and Writedown-Quantity > zero
                   compute Writedown-Per-Unit =
                       Unit-Cost-IR - Realizable-Value
                   compute Writedown-Amount =
                       Writedown-Per-Unit * Writedown-Quantity
                   add Writedown-Amount to Dept-Reserve
                   add 1 to records-impaired
                   perform 2500-Print-Record-Line
               end-if
           end-if.

      *    The lowest price running today for the product, if any.
       2200-Find-Promo-Price.
           perform 2250-Check-Promo-Entry
               varying Promo-Index from 1 by 1
               until Promo-Index > Promo-Count.

       2250-Check-Promo-Entry.
           if Promo-Store (Promo-Index) = Store-Number-IR
                   and Promo-Dept (Promo-Index) = Department-Number-IR
                   and Promo-Product (Promo-Index) = Product-Code-IR
               if basis-dl = "RETL"
                       or Promo-Price (Promo-Index) < Market-Price
                   move Promo-Price (Promo-Index) to Market-Price
                   move "PROMO" to basis-dl
               end-if
           end-if.

       2500-Print-Record-Line.
           move Store-Number-IR to store-dl
           move Department-Number-IR to dept-dl
           move Product-Code-IR to product-dl
           move Description-IR to description-dl
           move Writedown-Quantity to quantity-dl
           move Unit-Cost-IR to cost-dl
           move Market-Price to market-dl
           move Realizable-Value to realizable-dl
           move Writedown-Amount to writedown-dl
           write Output-Printer-Record from Record-Detail-Line
               after advancing 1 lines.

       2600-Dept-Break.
           if Dept-Reserve > zero
               move Dept-Hold to dept-total-dept
               move Dept-Reserve to dept-total-dl
               write Output-Printer-Record from Dept-Total-Line
                   after advancing 1 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
           end-if
           add Dept-Reserve to Store-Reserve
           move zero to Dept-Reserve.

       2700-Store-Break.
           if Store-Reserve > zero
               move Store-Hold to store-total-st
               move Store-Reserve to store-total-dl
               write Output-Printer-Record from Store-Total-Line
                   after advancing 1 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
           end-if
           move Store-Hold to Work-Store
           perform 2750-Find-Reserve-Store
           if reserve-found
               add Store-Reserve to Rs-Required (Reserve-Index)
           end-if
           add Store-Reserve to Company-Reserve
           move zero to Store-Reserve.

       2750-Find-Reserve-Store.
           move "N" to reserve-found-switch
           perform 2760-Check-Reserve-Store
               varying Reserve-Scan-Index from 1 by 1
               until Reserve-Scan-Index > Reserve-Count
           if not reserve-found
                   and Reserve-Count < 100
               add 1 to Reserve-Count
               move Reserve-Count to Reserve-Index
               move Work-Store to Rs-Store (Reserve-Index)
               move zero to Rs-Required (Reserve-Index)
               move zero to Rs-Carried (Reserve-Index)
               move "Y" to reserve-found-switch
           end-if.

       2760-Check-Reserve-Store.
           if Work-Store = Rs-Store (Reserve-Scan-Index)
               move "Y" to reserve-found-switch
               move Reserve-Scan-Index to Reserve-Index
           end-if.

      *    The reserve account's balance by store, whoever posted
      *    to it - credits build the reserve, debits release it.
       2800-Load-Carried-Reserve.
           open input Gl-Journal-File
           perform 2850-Read-Journal-Row
               until jrnl-end
           close Gl-Journal-File.

       2850-Read-Journal-Row.
           read Gl-Journal-File
               at end move "YES" to jrnl-eof-flag
               not at end
                   if gj-account = Acct-Invresv
                           and gj-amount is numeric
                       move gj-cc-store to Work-Store
                       perform 2750-Find-Reserve-Store
                       if reserve-found
                           if gj-dc = "C"
                               add gj-amount
                                   to Rs-Carried (Reserve-Index)
                               add gj-amount to Company-Carried
                           else
                               subtract gj-amount
                                   from Rs-Carried (Reserve-Index)
                               subtract gj-amount from Company-Carried
                           end-if
                       end-if
                   end-if
           end-read.

       2900-Print-Store-Reserve.
           move Rs-Store (Reserve-Index) to reserve-store-dl
           move Rs-Required (Reserve-Index) to needed-dl
           move Rs-Carried (Reserve-Index) to carried-dl
           compute Reserve-Change = Rs-Required (Reserve-Index)
               - Rs-Carried (Reserve-Index)
           move Reserve-Change to change-dl
           write Output-Printer-Record from Store-Reserve-Line
               after advancing 1 lines.

      *    Increase: writedown expense debit, reserve credit.
      *    Release: the other way round.  Both on the store.
       3000-Journal-Store-Change.
           compute Reserve-Change = Rs-Required (Reserve-Index)
               - Rs-Carried (Reserve-Index)
           if Reserve-Change not = zero
               move Run-Date-Formatted to gj-date
               move Rs-Store (Reserve-Index) to gj-cc-store
               move spaces to gj-cc-dept
               if Reserve-Change > zero
                   move Reserve-Change to gj-amount
                   move Acct-Lcmexp to gj-account
                   move "D" to gj-dc
                   move "LCM writedown" to gj-description
                   perform 4000-Write-Journal-Row
                   move Acct-Invresv to gj-account
                   move "C" to gj-dc
                   move "LCM reserve increase" to gj-description
                   perform 4000-Write-Journal-Row
               else
                   compute gj-amount = zero - Reserve-Change
                   move Acct-Invresv to gj-account
                   move "D" to gj-dc
                   move "LCM reserve release" to gj-description
                   perform 4000-Write-Journal-Row
                   move Acct-Lcmexp to gj-account
                   move "C" to gj-dc
                   move "LCM writedown recovered" to gj-description
                   perform 4000-Write-Journal-Row
               end-if
           end-if.

       4000-Write-Journal-Row.
           move "PRG147" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           if gj-dc = "D"
               add gj-amount to Debit-Total
           else
               add gj-amount to Credit-Total
           end-if
           move gj-date to date-dl
           move gj-account to account-dl
           move gj-dc to dc-dl
           move gj-amount to amount-dl
           move gj-description to gj-description-dl
           move gj-cost-center to cost-center-dl
           write Output-Printer-Record from Proof-Detail-Line
               after advancing 1 lines.

       5000-Write-Proof-Totals.
           move Debit-Total to debit-cl
           write Output-Printer-Record from Debit-Total-Line
               after advancing 3 lines
           move Credit-Total to credit-cl
           write Output-Printer-Record from Credit-Total-Line
               after advancing 1 lines

           move "Reserve required:" to money-tie-label
           move Company-Reserve to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 2 lines
           move "Reserve carried before this run:" to money-tie-label
           move Company-Carried to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           move "Records valued:" to count-tie-label
           move records-read to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Records impaired:" to count-tie-label
           move records-impaired to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "No retail or promo, not measured:"
               to count-tie-label
           move records-unpriced to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines.
