       identification division.
       program-id.  prg142.
       author.  Andy Carlson.

      *    Expiring stock report - run weekly so the dated goods
      *    running out of date get marked down through promo.dat
      *    while they can still sell, instead of being written off
      *    after.  Keyed how many days ahead to look (Enter for
      *    30); every lot on invlot.dat expiring inside that window,
      *    or already past its date, prints by store with its lot
      *    number, expiry, days left, quantity and the cost at
      *    risk.  A lot whose product already has a promo running
      *    or booked at the store says so, so the buyers only work
      *    the ones nobody has marked down yet.  Days counted with
      *    the serial-day formula PRG20 uses; undated lots never
      *    expire and don't print.

       environment division.
       input-output section.
       file-control.
           select optional Lot-File assign to disk "invlot.dat"
                  organization is indexed
                  access is sequential
                  record key is Lot-Key.

           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is random
                  record key is Inv-Key.

           select optional Promo-File assign to "promo.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Lot-File.
       copy lotrec.

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

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 lot-eof-flag         pic xxx value spaces.
           88 lot-end          value 'YES'.
       01 promo-eof-flag       pic xxx value spaces.
           88 promo-end        value 'YES'.

       01 Window-Response      pic x(3).
       01 Window-Days          pic 9(3) value 30.
       01 Today-Serial         pic 9(8).
       01 Today-Date-Key       pic x(8).
       01 Days-Left            pic s9(5).
       01 Lot-Cost-Work        pic 9(5)v99.
       01 Cost-At-Risk         pic 9(9)v99.
       01 Store-Hold           pic xx value spaces.
       01 first-lot-switch     pic x value "Y".
           88 first-lot        value "Y".

       01 Store-Qty-Total      pic 9(8) value zero.
       01 Store-Cost-Total     pic 9(9)v99 value zero.
       01 Grand-Qty-Total      pic 9(9) value zero.
       01 Grand-Cost-Total     pic 9(11)v99 value zero.
       01 Lots-Listed          pic 9(6) value zero.
       01 Lots-Expired         pic 9(6) value zero.
       01 Lots-Not-Marked      pic 9(6) value zero.

      *    Promo windows still running or yet to start, the same
      *    year-first keys PRG33 compares against the posting date.
       01 Promo-Table.
           03 Promo-Entry occurs 200 times.
               05 Promo-Store      pic x(2).
               05 Promo-Dept       pic x(2).
               05 Promo-Product    pic x(10).
               05 Promo-End-Key    pic x(8).
       01 Promo-Count          pic 9(3) value zero.
       01 Promo-Index          pic 9(3).
       01 promo-found-switch   pic x value "N".
           88 promo-found      value "Y".

      *    Day-number arithmetic, the same all-positive integer
      *    division PRG20's 1700-Compute-Day-Number uses.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm        pic 99.
               05              pic x value "/".
               05 dw-dd        pic 99.
               05              pic x value "/".
               05 dw-yyyy      pic 9(4).
           03 dw-a             pic 9(4).
           03 dw-y             pic 9(8).
           03 dw-m             pic 9(4).
           03 dw-div-work      pic 9(8).
           03 dw-days-accum    pic s9(9).
           03 dw-serial        pic 9(8).
       01 serial-ok-switch     pic x value "N".
           88 serial-ok        value "Y".

       01 Report-Heading-Line.
           03                  pic x(30)
               value "** EXPIRING STOCK BY STORE **".
           03                  pic x(10) value spaces.
           03                  pic x(12) value "Run date ".
           03 run-date-hd      pic x(10).
           03                  pic x(4) value spaces.
           03                  pic x(7) value "Window ".
           03 window-hd        pic zz9.
           03                  pic x(5) value " days".

       01 Column-Heading-Line.
           03                  pic x(5) value "ST/DP".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "PROD. CODE".
           03                  pic x(2) value spaces.
           03                  pic x(16) value "DESCRIPTION".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "LOT".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "EXPIRES".
           03                  pic x(2) value spaces.
           03                  pic x(7) value "DAYS".
           03                  pic x(2) value spaces.
           03                  pic x(7) value "    QTY".
           03                  pic x(2) value spaces.
           03                  pic x(11) value "COST @ RISK".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "PROMO".

       01 Lot-Detail-Line.
           03 store-number-dl  pic xx.
           03                  pic x value "/".
           03 dept-number-dl   pic xx.
           03                  pic x(2) value spaces.
           03 product-code-dl  pic x(10).
           03                  pic x(2) value spaces.
           03 description-dl   pic x(16).
           03                  pic x(2) value spaces.
           03 lot-number-dl    pic x(10).
           03                  pic x(2) value spaces.
           03 expires-dl.
               05 exp-mm-dl    pic 99.
               05              pic x value "/".
               05 exp-dd-dl    pic 99.
               05              pic x value "/".
               05 exp-yyyy-dl  pic 9(4).
           03                  pic x(2) value spaces.
           03 days-dl          pic x(7).
           03 days-num-dl redefines days-dl.
               05 days-left-dl pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 qty-dl           pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 cost-dl          pic $$$,$$9.99.
           03                  pic x(3) value spaces.
           03 promo-dl         pic x(6).

       01 Store-Total-Line.
           03                  pic x(7) value "Store#".
           03 store-total-st   pic xx.
           03                  pic x(12) value "   Units".
           03 store-qty-st     pic zz,zzz,zz9.
           03                  pic x(16) value "   Cost at Risk".
           03 store-cost-st    pic $$$,$$$,$$9.99.

       01 Company-Heading-Line.
           03                  pic x(22)
               value "** COMPANY TOTALS **".

       01 Company-Qty-Line.
           03                  pic x(24) value "UNITS AT RISK:".
           03 grand-qty-cl     pic zzz,zzz,zz9.

       01 Company-Cost-Line.
           03                  pic x(24) value "COST AT RISK:".
           03 grand-cost-cl    pic $$,$$$,$$$,$$9.99.

       01 Lots-Listed-Line.
           03                  pic x(24) value "LOTS LISTED:".
           03 lots-listed-cl   pic zzz,zz9.

       01 Lots-Expired-Line.
           03                  pic x(24) value "ALREADY EXPIRED:".
           03 lots-expired-cl  pic zzz,zz9.

       01 Lots-Not-Marked-Line.
           03                  pic x(24) value "NOT YET MARKED DOWN:".
           03 lots-not-marked-cl pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move rdf-mm to dw-mm
           move rdf-dd to dw-dd
           compute dw-yyyy = 2000 + rdf-yy
           perform 1700-Compute-Day-Number
           move dw-serial to Today-Serial
           move dw-yyyy to Today-Date-Key (1:4)
           move dw-mm to Today-Date-Key (5:2)
           move dw-dd to Today-Date-Key (7:2)

           display "Enter days ahead to report (Enter for 30):"
           accept Window-Response
           if Window-Response not = spaces
               if Window-Response (1:1) is numeric
                   perform 1100-Take-Window-Days
               else
                   display "INVALID DAY COUNT - RUN ENDED"
                   move 9 to return-code
                   stop run
               end-if
           end-if

           perform 1500-Load-Promo-Table
           open input Lot-File
           open input Inventory-File
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           move Window-Days to window-hd
           write Output-Printer-Record from Report-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2000-Read-Lot
               until lot-end
           if not first-lot
               perform 2700-Store-Control-Break
           end-if
           perform 5000-Write-Conclusion
           close Output-Printer-File
           close Inventory-File
           close Lot-File
           stop run.

      *    One to three digits keyed left-justified; the trailing
      *    spaces come off before the move.
       1100-Take-Window-Days.
           evaluate true
               when Window-Response (2:2) = spaces
                   move Window-Response (1:1) to Window-Days
               when Window-Response (3:1) = spaces
                       and Window-Response (2:1) is numeric
                   move Window-Response (1:2) to Window-Days
               when Window-Response is numeric
                   move Window-Response to Window-Days
               when other
                   display "INVALID DAY COUNT - RUN ENDED"
                   move 9 to return-code
                   stop run
           end-evaluate.

       1500-Load-Promo-Table.
           open input Promo-File
           perform 1550-Read-Promo
               until promo-end
                  or Promo-Count = 200
           close Promo-File.

      *    A window that ended before today has done its work and
      *    doesn't count as a markdown.
       1550-Read-Promo.
           read Promo-File
               at end move "YES" to promo-eof-flag
               not at end
                   if end-date-pr (7:4) is numeric
                           and end-date-pr (1:2) is numeric
                           and end-date-pr (4:2) is numeric
                       add 1 to Promo-Count
                       move store-number-pr
                           to Promo-Store (Promo-Count)
                       move department-number-pr
                           to Promo-Dept (Promo-Count)
                       move product-code-pr
                           to Promo-Product (Promo-Count)
                       move end-date-pr (7:4)
                           to Promo-End-Key (Promo-Count) (1:4)
                       move end-date-pr (1:2)
                           to Promo-End-Key (Promo-Count) (5:2)
                       move end-date-pr (4:2)
                           to Promo-End-Key (Promo-Count) (7:2)
                       if Promo-End-Key (Promo-Count) < Today-Date-Key
                           subtract 1 from Promo-Count
                       end-if
                   end-if
           end-read.

      *    Every quotient lands in an integer field of its own -
      *    the same serial formula PRG20 uses.
       1700-Compute-Day-Number.
           move "N" to serial-ok-switch
           if dw-mm is numeric and dw-dd is numeric
                   and dw-yyyy is numeric
               compute dw-a = (14 - dw-mm) / 12
               compute dw-y = dw-yyyy + 4800 - dw-a
               compute dw-m = dw-mm + (12 * dw-a) - 3
               compute dw-days-accum = dw-dd - 32045
               compute dw-div-work = (153 * dw-m + 2) / 5
               add dw-div-work to dw-days-accum
               compute dw-days-accum = dw-days-accum + (365 * dw-y)
               compute dw-div-work = dw-y / 4
               add dw-div-work to dw-days-accum
               compute dw-div-work = dw-y / 100
               subtract dw-div-work from dw-days-accum
               compute dw-div-work = dw-y / 400
               add dw-div-work to dw-days-accum
               move dw-days-accum to dw-serial
               move "Y" to serial-ok-switch
           end-if.

       2000-Read-Lot.
           read Lot-File next record
               at end move "YES" to lot-eof-flag
               not at end
                   if not Lot-Undated and Lot-Quantity-LT > zero
                       move Expiry-Date-LT (1:4) to dw-yyyy
                       move Expiry-Date-LT (5:2) to dw-mm
                       move Expiry-Date-LT (7:2) to dw-dd
                       perform 1700-Compute-Day-Number
                       if serial-ok
                           compute Days-Left = dw-serial - Today-Serial
                           if Days-Left not > Window-Days
                               perform 2100-List-One-Lot
                           end-if
                       end-if
                   end-if
           end-read.

       2100-List-One-Lot.
           if first-lot
               move "N" to first-lot-switch
               move Store-Number-LT to Store-Hold
           else
               if Store-Number-LT not = Store-Hold
                   perform 2700-Store-Control-Break
                   move Store-Number-LT to Store-Hold
               end-if
           end-if
           move Store-Number-LT to Store-Number-IR
           move Department-Number-LT to Department-Number-IR
           move Product-Code-LT to Product-Code-IR
           read Inventory-File
               invalid key
                   move "** NOT ON MASTER **" to Description-IR
                   move zero to Unit-Cost-IR
           end-read
      *    A lot received without a cost is valued at the master's.
           move Unit-Cost-LT to Lot-Cost-Work
           if Lot-Cost-Work = zero
               move Unit-Cost-IR to Lot-Cost-Work
           end-if
           compute Cost-At-Risk = Lot-Quantity-LT * Lot-Cost-Work
           move "N" to promo-found-switch
           perform 2200-Check-Promo-Entry
               varying Promo-Index from 1 by 1
               until Promo-Index > Promo-Count
                  or promo-found

           move Store-Number-LT to store-number-dl
           move Department-Number-LT to dept-number-dl
           move Product-Code-LT to product-code-dl
           move Description-IR to description-dl
           move Lot-Number-LT to lot-number-dl
           move dw-mm to exp-mm-dl
           move dw-dd to exp-dd-dl
           move dw-yyyy to exp-yyyy-dl
           if Days-Left < zero
               move "EXPIRED" to days-dl
               add 1 to Lots-Expired
           else
               move Days-Left to days-left-dl
           end-if
           move Lot-Quantity-LT to qty-dl
           move Cost-At-Risk to cost-dl
           if promo-found
               move "ON" to promo-dl
           else
               move "NONE" to promo-dl
               add 1 to Lots-Not-Marked
           end-if
           write Output-Printer-Record from Lot-Detail-Line
               after advancing 1 lines
           add 1 to Lots-Listed
           add Lot-Quantity-LT to Store-Qty-Total Grand-Qty-Total
           add Cost-At-Risk to Store-Cost-Total Grand-Cost-Total.

       2200-Check-Promo-Entry.
           if Promo-Store (Promo-Index) = Store-Number-LT
                   and Promo-Dept (Promo-Index) = Department-Number-LT
                   and Promo-Product (Promo-Index) = Product-Code-LT
               move "Y" to promo-found-switch
           end-if.

       2700-Store-Control-Break.
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           move Store-Hold to store-total-st
           move Store-Qty-Total to store-qty-st
           move Store-Cost-Total to store-cost-st
           write Output-Printer-Record from Store-Total-Line
               after advancing 1 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           move zero to Store-Qty-Total Store-Cost-Total.

       5000-Write-Conclusion.
           write Output-Printer-Record from Company-Heading-Line
               after advancing 3 lines
           move Grand-Qty-Total to grand-qty-cl
           write Output-Printer-Record from Company-Qty-Line
               after advancing 2 lines
           move Grand-Cost-Total to grand-cost-cl
           write Output-Printer-Record from Company-Cost-Line
               after advancing 1 lines
           move Lots-Listed to lots-listed-cl
           write Output-Printer-Record from Lots-Listed-Line
               after advancing 2 lines
           move Lots-Expired to lots-expired-cl
           write Output-Printer-Record from Lots-Expired-Line
               after advancing 1 lines
           move Lots-Not-Marked to lots-not-marked-cl
           write Output-Printer-Record from Lots-Not-Marked-Line
               after advancing 1 lines.
