       identification division.
       program-id.  prg107.
       author.  Andy Carlson.

      *    Received-not-invoiced accrual at month end - the goods
      *    PRG23 has put on the shelf that no vendor invoice has
      *    come through PRG67 for yet.  Every PODATA.DAT line with
      *    received quantity beyond what VOUCHERS.DAT has vouchered
      *    against it (invoices dated by the month end) is listed
      *    by vendor and PO at the PO unit cost, aged from the day
      *    PRG23 filled the line.  Lines still partly received
      *    carry no receipt date yet and age from the order date
      *    instead, marked ORD.  The month's total goes onto
      *    gljrnl.dat as an accrual dated the last day of the month
      *    and reversed the first day of the next, so the books
      *    carry the liability over the month end and PRG106's
      *    voucher takes over when the invoice arrives.
      *    rnipost.dat remembers which months were posted; a rerun
      *    reprints the listing but never posts it twice.
      *    Tags on glacct.dat (defaults in brackets):
      *        APGOODS  vouchered goods debit     (1300)
      *        RNILIAB  received not invoiced     (2050)

       environment division.
       input-output section.
       file-control.
           select optional PO-File assign to disk "podata.dat"
                  organization is line sequential.

           select optional Voucher-File assign to "vouchers.dat"
                  organization is line sequential.

           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is sequential
                  record key is Vendor-Code-VM.

           select Sort-Work-File assign to disk.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

      *    One row per month already accrued on the ledger.
           select optional Post-Control-File assign to disk
                  "rnipost.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd PO-File.
           copy porec.

       fd Voucher-File.
           copy vchrec.

       fd Vendor-File.
           copy vendrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 sr-vendor-code       pic x(6).
           03 sr-order-number      pic 9(6).
           03 sr-product-code      pic x(10).
           03 sr-description       pic x(20).
           03 sr-received-qty      pic 9(6).
           03 sr-vouchered-qty     pic 9(6).
           03 sr-unit-cost         pic 9(5)v99.
           03 sr-age-date          pic x(10).
           03 sr-age-basis         pic x(3).

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Post-Control-File.
       01 Post-Control-Record.
           03 pc-month-key         pic x(6).
           03 pc-posted-date       pic x(10).
           03 pc-amount            pic 9(9)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(120).

       working-storage section.
       01 po-eof-flag          pic xxx value spaces.
           88 po-end           value 'YES'.
       01 vch-eof-flag         pic xxx value spaces.
           88 vch-end          value 'YES'.
       01 vendor-eof-flag      pic xxx value spaces.
           88 vendor-end       value 'YES'.
       01 sort-eof-flag        pic xxx value spaces.
           88 sort-end         value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 post-eof-flag        pic xxx value spaces.
           88 post-end         value 'YES'.

       01 Account-Table.
           03 Acct-Apgoods     pic x(8) value "1300".
           03 Acct-Rniliab     pic x(8) value "2050".

       01 date-accept-work.
           03 daw-yy               pic 99.
           03 daw-mm               pic 99.
           03 daw-dd               pic 99.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The accrual month, keyed mm/yyyy - Enter takes last
      *    month, the one being closed.
       01 Month-Response       pic x(7).
       01 Accrual-Month.
           03 am-mm            pic 99.
           03 am-yyyy          pic 9(4).
       01 Accrual-Month-Key.
           03 amk-yyyy         pic 9(4).
           03 amk-mm           pic 99.
       01 Month-End-Date.
           03 med-mm           pic 99.
           03                  pic x value "/".
           03 med-dd           pic 99.
           03                  pic x value "/".
           03 med-yyyy         pic 9(4).
       01 Month-End-Key        pic x(8).
       01 Reversal-Date.
           03 rvd-mm           pic 99.
           03                  pic x value "/".
           03                  pic 99 value 01.
           03                  pic x value "/".
           03 rvd-yyyy         pic 9(4).
       01 Month-Days-List.
           03                  pic x(24)
               value "312831303130313130313031".
       01 redefines Month-Days-List.
           03 Month-Days       pic 99 occurs 12 times.
       01 Leap-Work            pic 9(4).
       01 Leap-Remainder       pic 9(4).
       01 Row-Date-Key         pic x(8).

       01 Already-Posted-Switch pic x value "N".
           88 Month-Already-Posted value "Y".
       01 Already-Posted-Date  pic x(10).

      *    Quantity vouchered per order/vendor/product, from
      *    invoices dated by the month end.  A file bigger than the
      *    table would overstate the accrual, so the run halts.
       01 Vouchered-Table.
           03 Vouchered-Entry occurs 2000 times.
               05 Vt-Key           pic x(22).
               05 Vt-Quantity      pic 9(7).
       01 Vouchered-Count      pic 9(4) value zero.
       01 Vouchered-Index      pic 9(4).
       01 Vouchered-Found-Switch pic x value "N".
           88 Vouchered-Found  value "Y".
       01 Vouchered-Overflow-Switch pic x value "N".
           88 Vouchered-Table-Full value "Y".
       01 Work-Line-Key.
           03 wlk-order        pic 9(6).
           03 wlk-vendor       pic x(6).
           03 wlk-product      pic x(10).
       01 Line-Vouchered-Qty   pic 9(7).

       01 Vendor-Table.
           03 Vendor-Entry occurs 500 times.
               05 Vendor-Code-VT   pic x(6).
               05 Vendor-Name-VT   pic x(25).
       01 Vendor-Count         pic 9(3) value zero.
       01 Vendor-Index         pic 9(3).
       01 Vendor-Matched-Switch pic x value "N".
           88 Vendor-Matched   value "Y".
       01 Matched-Vendor-Name  pic x(25).

      *    Serial-day arithmetic, the formula PRG68's
      *    3400-COMPUTE-DATE-SERIAL uses for its aging.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm            pic 99.
               05                  pic x.
               05 dw-dd            pic 99.
               05                  pic x.
               05 dw-yyyy          pic 9(4).
           03 dw-a                 pic 9(4).
           03 dw-y                 pic 9(8).
           03 dw-m                 pic 9(4).
           03 dw-div-work          pic 9(8).
           03 dw-days-accum        pic s9(9).
           03 dw-serial            pic 9(8).
       01 Month-End-Serial     pic 9(8) value zero.
       01 Serial-Ok-Switch     pic x value "N".
           88 Serial-Ok        value "Y".
       01 Line-Age             pic s9(5) value zero.

       01 first-vendor-switch  pic x value "Y".
           88 first-vendor     value "Y".
       01 Vendor-Hold          pic x(6).
       01 Unbilled-Qty         pic 9(7) value zero.
       01 Line-Accrual         pic 9(9)v99 value zero.
       01 Vendor-Accrual       pic 9(9)v99 value zero.
       01 Total-Accrual        pic 9(11)v99 value zero.
       01 lines-accrued        pic 9(5) value zero.
       01 lines-read           pic 9(6) value zero.

       01 Heading-Line.
           03                  pic x(44)
               value "** RECEIVED NOT INVOICED ACCRUAL **".

       01 Month-Line.
           03                  pic x(14) value "MONTH ENDED: ".
           03 month-end-hd     pic x(10).

       01 Column-Heading-Line.
           03                  pic x(8) value "PO #".
           03                  pic x(12) value "PROD. CODE".
           03                  pic x(22) value "DESCRIPTION".
           03                  pic x(9) value "RECEIVED".
           03                  pic x(9) value "BILLED".
           03                  pic x(9) value "UNBILLED".
           03                  pic x(11) value "UNIT COST".
           03                  pic x(15) value "ACCRUAL".
           03                  pic x(15) value "AGED FROM".

       01 Vendor-Group-Line.
           03                  pic x(8) value "VENDOR: ".
           03 vendor-code-hd   pic x(6).
           03                  pic x(3) value spaces.
           03 vendor-name-hd   pic x(25).

       01 Accrual-Detail-Line.
           03 order-number-dl  pic 9(6).
           03                  pic x(2) value spaces.
           03 product-code-dl  pic x(10).
           03                  pic x(2) value spaces.
           03 description-dl   pic x(20).
           03                  pic x(2) value spaces.
           03 received-dl      pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 billed-dl        pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 unbilled-dl      pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 unit-cost-dl     pic $$,$$9.99.
           03                  pic x(2) value spaces.
           03 accrual-dl       pic $$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 age-date-dl      pic x(10).
           03                  pic x value spaces.
           03 age-basis-dl     pic x(3).
           03 age-days-dl      pic zzzz9.

       01 Vendor-Total-Line.
           03                  pic x(2) value spaces.
           03                  pic x(22) value "VENDOR ACCRUAL:".
           03 vendor-accrual-dl pic $$,$$$,$$9.99.

       01 Grand-Total-Line.
           03                  pic x(24) value "TOTAL ACCRUAL:".
           03 total-accrual-cl pic $$$,$$$,$$9.99.

       01 Lines-Conclusion-Line.
           03                  pic x(24) value "LINES ACCRUED:".
           03 lines-cl         pic zz,zz9.

       01 Posted-Line.
           03                  pic x(44)
               value "Accrual and reversal posted to gljrnl.dat".

       01 Not-Posted-Line.
           03                  pic x(36)
               value "Month already accrued on the ledger ".
           03 not-posted-date-cl pic x(10).
           03                  pic x(17)
               value " - not reposted".

       procedure division.
       1000-Main-Logic.
           accept date-accept-work from date
           move daw-mm to rdf-mm
           move daw-dd to rdf-dd
           move daw-yy to rdf-yy

           perform 1200-Get-Accrual-Month
           perform 1300-Load-Vendor-Names
           perform 1400-Load-Vouchered-Quantities
           if Vouchered-Table-Full
               display "vouchers.dat HOLDS MORE THAN 2000 PO LINES - "
                       "ACCRUAL WOULD BE OVERSTATED, RUN HALTED"
               move 9 to return-code
               stop run
           end-if
           perform 1600-Load-Account-Map
           perform 1700-Check-Already-Posted

           sort Sort-Work-File
               ascending key sr-vendor-code sr-order-number
                             sr-product-code
               input procedure 2000-Release-Received-Lines
               output procedure 3000-Print-Accrual
           perform 4000-Post-Accrual
           perform 5000-Write-Conclusion
           close Output-Printer-File
           stop run.

      *    Last month unless a real month (01-12) is keyed.  The
      *    reversal lands on the first of the month after.
       1200-Get-Accrual-Month.
           display "Enter accrual month (mm/yyyy), or Enter for "
                   "last month:"
           accept Month-Response
           if Month-Response (1:2) is numeric
                   and Month-Response (1:2) >= "01"
                   and Month-Response (1:2) <= "12"
                   and Month-Response (4:4) is numeric
               move Month-Response (1:2) to am-mm
               move Month-Response (4:4) to am-yyyy
           else
               if daw-mm = 1
                   move 12 to am-mm
                   compute am-yyyy = 2000 + daw-yy - 1
               else
                   compute am-mm = daw-mm - 1
                   compute am-yyyy = 2000 + daw-yy
               end-if
           end-if
           move am-yyyy to amk-yyyy
           move am-mm to amk-mm
           move am-mm to med-mm
           move am-yyyy to med-yyyy
           move Month-Days (am-mm) to med-dd
           if am-mm = 2
               divide am-yyyy by 4 giving Leap-Work
                   remainder Leap-Remainder
               if Leap-Remainder = zero
                   move 29 to med-dd
               end-if
           end-if
           move Month-End-Date (7:4) to Month-End-Key (1:4)
           move Month-End-Date (1:2) to Month-End-Key (5:2)
           move Month-End-Date (4:2) to Month-End-Key (7:2)
           move Month-End-Date to dw-in-date
           perform 3400-Compute-Date-Serial
           move dw-serial to Month-End-Serial
           if am-mm = 12
               move 1 to rvd-mm
               compute rvd-yyyy = am-yyyy + 1
           else
               compute rvd-mm = am-mm + 1
               move am-yyyy to rvd-yyyy
           end-if.

       1300-Load-Vendor-Names.
           open input Vendor-File
           perform 1350-Read-Vendor-Record
               until vendor-end
                  or Vendor-Count = 500
           close Vendor-File.

       1350-Read-Vendor-Record.
           read Vendor-File
               at end move "YES" to vendor-eof-flag
               not at end
                   add 1 to Vendor-Count
                   move Vendor-Code-VM to Vendor-Code-VT (Vendor-Count)
                   move Vendor-Name-VM to Vendor-Name-VT (Vendor-Count)
           end-read.

       1400-Load-Vouchered-Quantities.
           open input Voucher-File
           perform 1450-Read-Voucher
               until vch-end
           close Voucher-File.

      *    An invoice dated after the month end was still unbilled
      *    at the month end, so it does not relieve the accrual.
       1450-Read-Voucher.
           read Voucher-File
               at end move "YES" to vch-eof-flag
               not at end
                   move "00000000" to Row-Date-Key
                   if Invoice-Date-VO (7:4) is numeric
                       move Invoice-Date-VO (7:4) to Row-Date-Key (1:4)
                       move Invoice-Date-VO (1:2) to Row-Date-Key (5:2)
                       move Invoice-Date-VO (4:2) to Row-Date-Key (7:2)
                   end-if
                   if Row-Date-Key not > Month-End-Key
                           and Quantity-VO is numeric
                       move Order-Number-VO to wlk-order
                       move Vendor-Code-VO to wlk-vendor
                       move Product-Code-VO to wlk-product
                       perform 1500-Find-Vouchered-Entry
                       if Vouchered-Found
                           add Quantity-VO
                               to Vt-Quantity (Vouchered-Index)
                       else
                           if Vouchered-Count = 2000
                               move "Y" to Vouchered-Overflow-Switch
                           else
                               add 1 to Vouchered-Count
                               move Work-Line-Key
                                   to Vt-Key (Vouchered-Count)
                               move Quantity-VO
                                   to Vt-Quantity (Vouchered-Count)
                           end-if
                       end-if
                   end-if
           end-read.

       1500-Find-Vouchered-Entry.
           move "N" to Vouchered-Found-Switch
           perform 1550-Check-Vouchered-Entry
               varying Vouchered-Index from 1 by 1
               until Vouchered-Index > Vouchered-Count
                  or Vouchered-Found
           if Vouchered-Found
               subtract 1 from Vouchered-Index
           end-if.

       1550-Check-Vouchered-Entry.
           if Work-Line-Key = Vt-Key (Vouchered-Index)
               move "Y" to Vouchered-Found-Switch
           end-if.

       1600-Load-Account-Map.
           open input Gl-Account-File
           perform 1650-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1650-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   evaluate ga-tag
                       when "APGOODS " move ga-account
                                           to Acct-Apgoods
                       when "RNILIAB " move ga-account
                                           to Acct-Rniliab
                       when other continue
                   end-evaluate
           end-read.

       1700-Check-Already-Posted.
           open input Post-Control-File
           perform 1750-Read-Post-Control
               until post-end
           close Post-Control-File.

       1750-Read-Post-Control.
           read Post-Control-File
               at end move "YES" to post-eof-flag
               not at end
                   if pc-month-key = Accrual-Month-Key
                       move "Y" to Already-Posted-Switch
                       move pc-posted-date to Already-Posted-Date
                   end-if
           end-read.

      *    Any line with goods on hand - cancelled lines included,
      *    since stock that arrived before the cancel is still owed
      *    for.  A line filled after the month end was not on the
      *    shelf at the month end and waits for next month.
       2000-Release-Received-Lines.
           open input PO-File
           perform 2100-Read-PO-Line
               until po-end
           close PO-File.

       2100-Read-PO-Line.
           read PO-File
               at end move "YES" to po-eof-flag
               not at end
                   add 1 to lines-read
                   if Received-Qty-PO is numeric
                           and Received-Qty-PO > zero
                           and Unit-Cost-PO is numeric
                       perform 2200-Check-Received-Line
                   end-if
           end-read.

       2200-Check-Received-Line.
           move spaces to Sort-Record
           if Received-Date-PO (7:4) is numeric
               move Received-Date-PO (7:4) to Row-Date-Key (1:4)
               move Received-Date-PO (1:2) to Row-Date-Key (5:2)
               move Received-Date-PO (4:2) to Row-Date-Key (7:2)
               move Received-Date-PO to sr-age-date
               move "RCV" to sr-age-basis
           else
               move "00000000" to Row-Date-Key
               move Order-Date-PO to sr-age-date
               move "ORD" to sr-age-basis
           end-if
           if Row-Date-Key not > Month-End-Key
               move Order-Number-PO to wlk-order
               move Vendor-Code-PO to wlk-vendor
               move Product-Code-PO to wlk-product
               perform 1500-Find-Vouchered-Entry
               if Vouchered-Found
                   move Vt-Quantity (Vouchered-Index)
                       to Line-Vouchered-Qty
               else
                   move zero to Line-Vouchered-Qty
               end-if
               if Received-Qty-PO > Line-Vouchered-Qty
                   move Vendor-Code-PO to sr-vendor-code
                   move Order-Number-PO to sr-order-number
                   move Product-Code-PO to sr-product-code
                   move Description-PO to sr-description
                   move Received-Qty-PO to sr-received-qty
                   move Line-Vouchered-Qty to sr-vouchered-qty
                   move Unit-Cost-PO to sr-unit-cost
                   release Sort-Record
               end-if
           end-if.

       3000-Print-Accrual.
           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Month-End-Date to month-end-hd
           write Output-Printer-Record from Month-Line
               after advancing 1 lines
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           perform 3100-Return-Sorted-Line
               until sort-end
           if not first-vendor
               perform 3300-Close-Vendor-Group
           end-if.

       3100-Return-Sorted-Line.
           return Sort-Work-File
               at end move "YES" to sort-eof-flag
               not at end
                   if first-vendor
                       move "N" to first-vendor-switch
                       move sr-vendor-code to Vendor-Hold
                       perform 3200-Open-Vendor-Group
                   else
                       if sr-vendor-code not = Vendor-Hold
                           perform 3300-Close-Vendor-Group
                           move sr-vendor-code to Vendor-Hold
                           perform 3200-Open-Vendor-Group
                       end-if
                   end-if
                   perform 3500-Print-Accrual-Line
           end-return.

       3200-Open-Vendor-Group.
           perform 3600-Look-Up-Vendor
           move Vendor-Hold to vendor-code-hd
           move Matched-Vendor-Name to vendor-name-hd
           write Output-Printer-Record from Vendor-Group-Line
               after advancing 2 lines.

       3300-Close-Vendor-Group.
           move Vendor-Accrual to vendor-accrual-dl
           write Output-Printer-Record from Vendor-Total-Line
               after advancing 1 lines
           move zero to Vendor-Accrual.

      *    mm/dd/yyyy to a serial day.
       3400-Compute-Date-Serial.
           move "N" to Serial-Ok-Switch
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
               move "Y" to Serial-Ok-Switch
           end-if.

       3500-Print-Accrual-Line.
           compute Unbilled-Qty = sr-received-qty - sr-vouchered-qty
           compute Line-Accrual = Unbilled-Qty * sr-unit-cost
           add Line-Accrual to Vendor-Accrual
           add Line-Accrual to Total-Accrual
           add 1 to lines-accrued
           move sr-order-number to order-number-dl
           move sr-product-code to product-code-dl
           move sr-description to description-dl
           move sr-received-qty to received-dl
           move sr-vouchered-qty to billed-dl
           move Unbilled-Qty to unbilled-dl
           move sr-unit-cost to unit-cost-dl
           move Line-Accrual to accrual-dl
           move sr-age-date to age-date-dl
           move sr-age-basis to age-basis-dl
           move sr-age-date to dw-in-date
           perform 3400-Compute-Date-Serial
           if Serial-Ok and dw-serial not > Month-End-Serial
               compute Line-Age = Month-End-Serial - dw-serial
           else
               move zero to Line-Age
           end-if
           move Line-Age to age-days-dl
           write Output-Printer-Record from Accrual-Detail-Line
               after advancing 1 lines.

       3600-Look-Up-Vendor.
           move "N" to Vendor-Matched-Switch
           move "** NOT ON VENDOR MST **" to Matched-Vendor-Name
           perform 3650-Check-Vendor-Entry
               varying Vendor-Index from 1 by 1
               until Vendor-Index > Vendor-Count
                  or Vendor-Matched.

       3650-Check-Vendor-Entry.
           if Vendor-Hold = Vendor-Code-VT (Vendor-Index)
               move "Y" to Vendor-Matched-Switch
               move Vendor-Name-VT (Vendor-Index)
                   to Matched-Vendor-Name
           end-if.

      *    Goods debit, accrued liability credit at the month end;
      *    the mirror image the first of the next month, so only the
      *    voucher carries the liability once the invoice is in.
       4000-Post-Accrual.
           if not Month-Already-Posted
                   and Total-Accrual > zero
               open extend Gl-Journal-File
               move "PRG107" to gj-source
               move spaces to gj-cost-center
               move Total-Accrual to gj-amount
               move Month-End-Date to gj-date
               move Acct-Apgoods to gj-account
               move "D" to gj-dc
               move "Received not invoiced" to gj-description
               write Gl-Journal-Record
               move Acct-Rniliab to gj-account
               move "C" to gj-dc
               move "Received not invoiced accrual" to gj-description
               write Gl-Journal-Record
               move Reversal-Date to gj-date
               move Acct-Rniliab to gj-account
               move "D" to gj-dc
               move "Reverse received not invoiced" to gj-description
               write Gl-Journal-Record
               move Acct-Apgoods to gj-account
               move "C" to gj-dc
               move "Reverse received not invoiced" to gj-description
               write Gl-Journal-Record
               close Gl-Journal-File
               move Accrual-Month-Key to pc-month-key
               move Run-Date-Formatted to pc-posted-date
               move Total-Accrual to pc-amount
               open extend Post-Control-File
               write Post-Control-Record
               close Post-Control-File
           end-if.

       5000-Write-Conclusion.
           move Total-Accrual to total-accrual-cl
           write Output-Printer-Record from Grand-Total-Line
               after advancing 3 lines
           move lines-accrued to lines-cl
           write Output-Printer-Record from Lines-Conclusion-Line
               after advancing 1 lines
           if Month-Already-Posted
               move Already-Posted-Date to not-posted-date-cl
               write Output-Printer-Record from Not-Posted-Line
                   after advancing 2 lines
           else
               if Total-Accrual > zero
                   write Output-Printer-Record from Posted-Line
                       after advancing 2 lines
               end-if
           end-if.
