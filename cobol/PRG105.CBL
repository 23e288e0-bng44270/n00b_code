       identification division.
       program-id.  prg105.
       author.  Andy Carlson.

      *    Sales revenue and cost-of-goods-sold journal - the
      *    entries accounting used to key off PRG75's flash report.
      *    Reads the unitsdtl.dat rows PRG33 posted for the keyed
      *    fiscal period (gencode calendar, period 1 is July) and
      *    writes one balanced set per feed date onto gljrnl.dat,
      *    dated the feed date so PRG103 puts it in the right
      *    period: register receipts debited and revenue credited
      *    at SELLING-PRICE-UD, cost of goods sold debited and
      *    inventory credited at UNIT-COST-UD, and customer
      *    returns reversing both.  Every feed date posted is
      *    remembered on slsjpost.dat, so the run can go as often
      *    as anyone likes during the period - a feed date already
      *    on the ledger is skipped and counted on the proof
      *    report, never posted twice.
      *    Tags on glacct.dat (defaults in brackets):
      *        REGCASH  register receipts clearing (1050)
      *        SALESREV sales revenue              (4000)
      *        SALESRET customer returns           (4000)
      *        COGS     cost of goods sold         (5000)
      *        INVASSET inventory on hand          (1300)
      *    SALESRET defaults onto revenue itself; accounting can
      *    point it at a contra account without a program change.

       environment division.
       input-output section.
       file-control.
           select Units-Detail-File assign to "unitsdtl.dat"
                  organization is line sequential.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

      *    One row per feed date already on the ledger.
           select optional Posted-Date-File assign to disk
                  "slsjpost.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Units-Detail-File.
       01 Units-Detail-Record.
           03 store-number-ud      pic x(2).
           03 department-number-ud pic x(2).
           03 product-code-ud      pic x(10).
           03 units-sold-ud        pic 9(6).
           03 feed-date-ud         pic x(10).
           03 selling-price-ud     pic 9(5)v99.
           03 units-sign-ud        pic x.
           03 unit-cost-ud         pic 9(5)v99.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Posted-Date-File.
       01 Posted-Date-Record.
           03 pd-feed-date         pic x(10).
           03 pd-run-date          pic x(10).
           03 pd-rows              pic 9(6).
           03 pd-sales             pic 9(9)v99.
           03 pd-returns           pic 9(9)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 units-eof-flag       pic xxx value spaces.
           88 units-end        value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 posted-eof-flag      pic xxx value spaces.
           88 posted-end       value 'YES'.

       01 Account-Table.
           03 Acct-Regcash     pic x(8) value "1050".
           03 Acct-Salesrev    pic x(8) value "4000".
           03 Acct-Salesret    pic x(8) value "4000".
           03 Acct-Cogs        pic x(8) value "5000".
           03 Acct-Invasset    pic x(8) value "1300".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The fiscal period keyed yyyypp, or today's period off the
      *    gencode calendar when Enter is pressed.
       01 Period-Response      pic x(6).
       01 Period-Year-Month.
           03 pym-yyyy         pic 9(4).
           03 pym-mm           pic 99.
       01 Row-Year-Month.
           03 rym-yyyy         pic 9(4).
           03 rym-mm           pic 99.

      *    Feed dates already posted, the ones inside the period.
       01 Posted-Date-Table.
           03 Posted-Date-Entry occurs 62 times.
               05 Pdt-Feed-Date    pic x(10).
       01 Posted-Date-Count    pic 99 value zero.
       01 Posted-Date-Index    pic 99.
       01 Date-Posted-Switch   pic x value "N".
           88 Date-Already-Posted value "Y".

      *    One bucket per feed date found unposted this run.
       01 Feed-Date-Table.
           03 Feed-Date-Entry occurs 31 times.
               05 Fdt-Date         pic x(10).
               05 Fdt-Rows         pic 9(6).
               05 Fdt-Sales        pic 9(9)v99.
               05 Fdt-Sales-Cost   pic 9(9)v99.
               05 Fdt-Returns      pic 9(9)v99.
               05 Fdt-Returns-Cost pic 9(9)v99.
       01 Feed-Date-Count      pic 99 value zero.
       01 Feed-Date-Index      pic 99.
       01 Feed-Scan-Index      pic 99.
       01 Feed-Found-Switch    pic x value "N".
           88 Feed-Bucket-Found value "Y".

       01 Row-Sales            pic 9(9)v99 value zero.
       01 Row-Cost             pic 9(9)v99 value zero.
       01 rows-in-period       pic 9(6) value zero.
       01 rows-already-posted  pic 9(6) value zero.
       01 rows-unpriced        pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.
       01 Period-Sales         pic 9(11)v99 value zero.
       01 Period-Returns       pic 9(11)v99 value zero.
       01 Period-Cost          pic s9(11)v99 value zero.
       01 Period-Net-Sales     pic s9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** SALES AND COST OF GOODS JOURNAL **".

       01 Period-Line.
           03                  pic x(16) value "FISCAL PERIOD: ".
           03 fiscal-year-hd   pic 9(4).
           03                  pic x value "/".
           03 fiscal-period-hd pic 99.

       01 Feed-Column-Line.
           03                  pic x(12) value "FEED DATE".
           03                  pic x(7) value "ROWS".
           03                  pic x(15) value "SALES".
           03                  pic x(15) value "RETURNS".
           03                  pic x(15) value "COST SOLD".
           03                  pic x(15) value "COST RETURNED".

       01 Feed-Detail-Line.
           03 feed-date-dl     pic x(10).
           03                  pic x(2) value spaces.
           03 feed-rows-dl     pic zzz,zz9.
           03                  pic x value spaces.
           03 feed-sales-dl    pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 feed-returns-dl  pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 feed-cost-dl     pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 feed-rcost-dl    pic $$,$$$,$$9.99.

       01 Column-Line.
           03                  pic x(12) value "DATE".
           03                  pic x(8) value "ACCOUNT".
           03                  pic x(2) value spaces.
           03                  pic x(3) value "D/C".
           03                  pic x(6) value spaces.
           03                  pic x(6) value "AMOUNT".
           03                  pic x(8) value spaces.
           03                  pic x(11) value "DESCRIPTION".

       01 Proof-Detail-Line.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 account-dl       pic x(8).
           03                  pic x(3) value spaces.
           03 dc-dl            pic x.
           03                  pic x(2) value spaces.
           03 amount-dl        pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 description-dl   pic x(30).

       01 Debit-Total-Line.
           03                  pic x(16) value "DEBITS TOTAL:".
           03 debit-cl         pic $$,$$$,$$$,$$9.99.

       01 Credit-Total-Line.
           03                  pic x(16) value "CREDITS TOTAL:".
           03 credit-cl        pic $$,$$$,$$$,$$9.99.

       01 Net-Sales-Line.
           03                  pic x(34)
               value "Net sales posted (ties to PRG83):".
           03 net-sales-cl     pic +$$,$$$,$$$,$$9.99.

       01 Net-Cost-Line.
           03                  pic x(34)
               value "Net cost of goods sold posted:".
           03 net-cost-cl      pic +$$,$$$,$$$,$$9.99.

       01 Rows-Line.
           03                  pic x(34)
               value "Detail rows in the period:".
           03 rows-cl          pic zzz,zz9.

       01 Skipped-Line.
           03                  pic x(34)
               value "Skipped, feed date already posted:".
           03 skipped-cl       pic zzz,zz9.

       01 Unpriced-Line.
           03                  pic x(34)
               value "Rows with no price or cost:".
           03 unpriced-cl      pic zzz,zz9.

       01 Nothing-Line.
           03                  pic x(40)
               value "No unposted feed dates in the period.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           perform 1200-Get-Fiscal-Period
           perform 1500-Load-Account-Map
           perform 1600-Load-Posted-Dates

           open input Units-Detail-File
           perform 2000-Read-Units-Row
               until units-end
           close Units-Detail-File

           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Fiscal-Year to fiscal-year-hd
           move Fiscal-Period to fiscal-period-hd
           write Output-Printer-Record from Period-Line
               after advancing 1 lines
           if Feed-Date-Count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 2 lines
           else
               perform 3000-Print-Feed-Summary
               open extend Gl-Journal-File
               open extend Posted-Date-File
               write Output-Printer-Record from Column-Line
                   after advancing 3 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
               perform 3500-Journal-One-Feed-Date
                   varying Feed-Date-Index from 1 by 1
                   until Feed-Date-Index > Feed-Date-Count
               close Gl-Journal-File
               close Posted-Date-File
           end-if
           perform 5000-Write-Proof-Totals
           close Output-Printer-File
           stop run.

      *    July opens period 1, so periods 1-6 are July-December of
      *    the fiscal year and 7-12 are January-June of the next
      *    calendar year.  A period keyed outside 01-12 falls back
      *    to the current one.
       1200-Get-Fiscal-Period.
           display "Enter fiscal year and period (yyyypp), or "
                   "Enter for the current period:"
           accept Period-Response
           if Period-Response is numeric
                   and Period-Response (5:2) >= "01"
                   and Period-Response (5:2) <= "12"
               move Period-Response (1:4) to Fiscal-Year
               move Period-Response (5:2) to Fiscal-Period
           else
               if mm of date-accept-record >= 7
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record
                   compute Fiscal-Period =
                       mm of date-accept-record - 6
               else
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record - 1
                   compute Fiscal-Period =
                       mm of date-accept-record + 6
               end-if
           end-if
           if Fiscal-Period <= 6
               move Fiscal-Year to pym-yyyy
               compute pym-mm = Fiscal-Period + 6
           else
               compute pym-yyyy = Fiscal-Year + 1
               compute pym-mm = Fiscal-Period - 6
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
                       when "REGCASH " move ga-account
                                           to Acct-Regcash
                       when "SALESREV" move ga-account
                                           to Acct-Salesrev
                       when "SALESRET" move ga-account
                                           to Acct-Salesret
                       when "COGS    " move ga-account to Acct-Cogs
                       when "INVASSET" move ga-account
                                           to Acct-Invasset
                       when other continue
                   end-evaluate
           end-read.

       1600-Load-Posted-Dates.
           open input Posted-Date-File
           perform 1650-Read-Posted-Date
               until posted-end
           close Posted-Date-File.

       1650-Read-Posted-Date.
           read Posted-Date-File
               at end move "YES" to posted-eof-flag
               not at end
                   if pd-feed-date (7:4) is numeric
                           and pd-feed-date (1:2) is numeric
                       move pd-feed-date (7:4) to rym-yyyy
                       move pd-feed-date (1:2) to rym-mm
                       if Row-Year-Month = Period-Year-Month
                               and Posted-Date-Count < 62
                           add 1 to Posted-Date-Count
                           move pd-feed-date
                               to Pdt-Feed-Date (Posted-Date-Count)
                       end-if
                   end-if
           end-read.

       2000-Read-Units-Row.
           read Units-Detail-File
               at end move "YES" to units-eof-flag
               not at end
                   if units-sold-ud is numeric
                           and feed-date-ud (7:4) is numeric
                           and feed-date-ud (1:2) is numeric
                       move feed-date-ud (7:4) to rym-yyyy
                       move feed-date-ud (1:2) to rym-mm
                       if Row-Year-Month = Period-Year-Month
                           add 1 to rows-in-period
                           perform 2100-Check-Date-Posted
                           if Date-Already-Posted
                               add 1 to rows-already-posted
                           else
                               perform 2200-Bucket-One-Row
                           end-if
                       end-if
                   end-if
           end-read.

       2100-Check-Date-Posted.
           move "N" to Date-Posted-Switch
           perform 2150-Check-Posted-Entry
               varying Posted-Date-Index from 1 by 1
               until Posted-Date-Index > Posted-Date-Count
                  or Date-Already-Posted.

       2150-Check-Posted-Entry.
           if feed-date-ud = Pdt-Feed-Date (Posted-Date-Index)
               move "Y" to Date-Posted-Switch
           end-if.

      *    Rows written before PRG33 captured price and cost post
      *    nothing for the missing figure and are counted instead.
       2200-Bucket-One-Row.
           move zero to Row-Sales Row-Cost
           if selling-price-ud is numeric
               compute Row-Sales = units-sold-ud * selling-price-ud
           end-if
           if unit-cost-ud is numeric
               compute Row-Cost = units-sold-ud * unit-cost-ud
           end-if
           if selling-price-ud not numeric
                   or unit-cost-ud not numeric
               add 1 to rows-unpriced
           end-if
           perform 2300-Find-Feed-Bucket
           if Feed-Bucket-Found
               add 1 to Fdt-Rows (Feed-Date-Index)
               if units-sign-ud = "-"
                   add Row-Sales to Fdt-Returns (Feed-Date-Index)
                   add Row-Cost to Fdt-Returns-Cost (Feed-Date-Index)
               else
                   add Row-Sales to Fdt-Sales (Feed-Date-Index)
                   add Row-Cost to Fdt-Sales-Cost (Feed-Date-Index)
               end-if
           end-if.

       2300-Find-Feed-Bucket.
           move "N" to Feed-Found-Switch
           perform 2350-Check-Feed-Bucket
               varying Feed-Scan-Index from 1 by 1
               until Feed-Scan-Index > Feed-Date-Count
           if not Feed-Bucket-Found
                   and Feed-Date-Count < 31
               add 1 to Feed-Date-Count
               move Feed-Date-Count to Feed-Date-Index
               move feed-date-ud to Fdt-Date (Feed-Date-Index)
               move zero to Fdt-Rows (Feed-Date-Index)
               move zero to Fdt-Sales (Feed-Date-Index)
               move zero to Fdt-Sales-Cost (Feed-Date-Index)
               move zero to Fdt-Returns (Feed-Date-Index)
               move zero to Fdt-Returns-Cost (Feed-Date-Index)
               move "Y" to Feed-Found-Switch
           end-if.

       2350-Check-Feed-Bucket.
           if feed-date-ud = Fdt-Date (Feed-Scan-Index)
               move "Y" to Feed-Found-Switch
               move Feed-Scan-Index to Feed-Date-Index
           end-if.

       3000-Print-Feed-Summary.
           write Output-Printer-Record from Feed-Column-Line
               after advancing 2 lines
           perform 3050-Print-One-Feed-Date
               varying Feed-Date-Index from 1 by 1
               until Feed-Date-Index > Feed-Date-Count.

       3050-Print-One-Feed-Date.
           move Fdt-Date (Feed-Date-Index) to feed-date-dl
           move Fdt-Rows (Feed-Date-Index) to feed-rows-dl
           move Fdt-Sales (Feed-Date-Index) to feed-sales-dl
           move Fdt-Returns (Feed-Date-Index) to feed-returns-dl
           move Fdt-Sales-Cost (Feed-Date-Index) to feed-cost-dl
           move Fdt-Returns-Cost (Feed-Date-Index) to feed-rcost-dl
           write Output-Printer-Record from Feed-Detail-Line
               after advancing 1 lines.

      *    Sales: receipts debit, revenue credit; cost of goods sold
      *    debit, inventory credit.  Returns run the same two pairs
      *    backwards.  The feed date is marked posted as soon as its
      *    rows are on the journal.
       3500-Journal-One-Feed-Date.
           move Fdt-Date (Feed-Date-Index) to gj-date
           if Fdt-Sales (Feed-Date-Index) > zero
               move Acct-Regcash to gj-account
               move "D" to gj-dc
               move Fdt-Sales (Feed-Date-Index) to gj-amount
               move "Register sales" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Salesrev to gj-account
               move "C" to gj-dc
               move "Sales revenue" to gj-description
               perform 4000-Write-Journal-Row
           end-if
           if Fdt-Sales-Cost (Feed-Date-Index) > zero
               move Acct-Cogs to gj-account
               move "D" to gj-dc
               move Fdt-Sales-Cost (Feed-Date-Index) to gj-amount
               move "Cost of goods sold" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Invasset to gj-account
               move "C" to gj-dc
               move "Inventory relieved by sales" to gj-description
               perform 4000-Write-Journal-Row
           end-if
           if Fdt-Returns (Feed-Date-Index) > zero
               move Acct-Salesret to gj-account
               move "D" to gj-dc
               move Fdt-Returns (Feed-Date-Index) to gj-amount
               move "Customer returns" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Regcash to gj-account
               move "C" to gj-dc
               move "Refunds paid on returns" to gj-description
               perform 4000-Write-Journal-Row
           end-if
           if Fdt-Returns-Cost (Feed-Date-Index) > zero
               move Acct-Invasset to gj-account
               move "D" to gj-dc
               move Fdt-Returns-Cost (Feed-Date-Index) to gj-amount
               move "Inventory back from returns" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Cogs to gj-account
               move "C" to gj-dc
               move "Cost of goods returned" to gj-description
               perform 4000-Write-Journal-Row
           end-if
           add Fdt-Sales (Feed-Date-Index) to Period-Sales
           add Fdt-Returns (Feed-Date-Index) to Period-Returns
           add Fdt-Sales-Cost (Feed-Date-Index) to Period-Cost
           subtract Fdt-Returns-Cost (Feed-Date-Index)
               from Period-Cost
           move spaces to Posted-Date-Record
           move Fdt-Date (Feed-Date-Index) to pd-feed-date
           move Run-Date-Formatted to pd-run-date
           move Fdt-Rows (Feed-Date-Index) to pd-rows
           move Fdt-Sales (Feed-Date-Index) to pd-sales
           move Fdt-Returns (Feed-Date-Index) to pd-returns
           write Posted-Date-Record.

       4000-Write-Journal-Row.
           move "PRG105" to gj-source
           move spaces to gj-cost-center
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
           move gj-description to description-dl
           write Output-Printer-Record from Proof-Detail-Line
               after advancing 1 lines.

       5000-Write-Proof-Totals.
           move Debit-Total to debit-cl
           write Output-Printer-Record from Debit-Total-Line
               after advancing 3 lines
           move Credit-Total to credit-cl
           write Output-Printer-Record from Credit-Total-Line
               after advancing 1 lines
           compute Period-Net-Sales = Period-Sales - Period-Returns
           move Period-Net-Sales to net-sales-cl
           write Output-Printer-Record from Net-Sales-Line
               after advancing 2 lines
           move Period-Cost to net-cost-cl
           write Output-Printer-Record from Net-Cost-Line
               after advancing 1 lines
           move rows-in-period to rows-cl
           write Output-Printer-Record from Rows-Line
               after advancing 2 lines
           move rows-already-posted to skipped-cl
           write Output-Printer-Record from Skipped-Line
               after advancing 1 lines
           move rows-unpriced to unpriced-cl
           write Output-Printer-Record from Unpriced-Line
               after advancing 1 lines.
