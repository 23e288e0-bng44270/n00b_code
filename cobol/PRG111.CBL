       identification division.
       program-id.  prg111.
       author.  Andy Carlson.

      *    Monthly store profit and loss - the statement managers
      *    are judged on, which PRG76's weekly scorecard only half
      *    answers.  For the keyed fiscal period (gencode calendar,
      *    period 1 is July, so each period is a calendar month)
      *    every store gets:
      *        sales             unitsdtl.dat at SELLING-PRICE-UD,
      *                          customer returns netted out
      *        cost of goods     unitsdtl.dat at UNIT-COST-UD
      *        shrink            countvar.dat variances PRG26
      *                          posted, and PRG24B's write-offs off
      *                          invjrnl.dat at cost
      *        payroll           payhist.dat by PH-STORE-NUMBER -
      *                          wages, commission and the benefit
      *                          deductions, for the closes dated
      *                          in the month, with the wages
      *                          of borrowed help moved off the
      *                          home store onto the store that
      *                          worked them (laborhst.dat)
      *        markdowns         prchist.dat, the retail given up on
      *                          the units on hand when PRG71 put a
      *                          lower retail on - shown under the
      *                          contribution line and not taken
      *                          off it, since the sales line is
      *                          already at the marked-down price
      *    Stores print grouped by region off STOREMST.DAT with a
      *    subtotal per region, and the company statement beside the
      *    same lines off gljrnl.dat for the month, with the
      *    difference, so the statement can be tied to the ledger.
      *    Wages and benefits tie together to PAYEXP, the way PRG60
      *    posts gross pay, and shrink ties to INVADJ, where PRG60's
      *    inventory true-up carries counts and write-offs.  Rows
      *    costed with no cost of their own take the master's
      *    current unit cost.
      *    Tags on glacct.dat (defaults in brackets):
      *        SALESREV sales revenue              (4000)
      *        SALESRET customer returns           (4000)
      *        COGS     cost of goods sold         (5000)
      *        INVADJ   inventory adjustment       (5100)
      *        PAYEXP   gross pay expense          (6000)
      *        COMMEXP  commission expense         (6100)

       environment division.
       input-output section.
       file-control.
           select optional Units-Detail-File assign to "unitsdtl.dat"
                  organization is line sequential.

           select optional Variance-File assign to "countvar.dat"
                  organization is line sequential.

           select optional Posting-Journal-File assign to
                  "u:\cobol\invjrnl.dat"
                  organization is line sequential.

           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select optional Labor-History-File assign to disk
                  "laborhst.dat"
                  organization is line sequential.

           select optional Price-History-File assign to
                  "prchist.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.

           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.

           select Sort-Work-File assign to disk.
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

       fd Variance-File.
       01 Variance-Record.
           03 store-number-vr      pic x(2).
           03 department-number-vr pic x(2).
           03 product-code-vr      pic x(10).
           03 book-qty-vr          pic 9(6).
           03 counted-qty-vr       pic 9(6).
           03 variance-sign-vr     pic x.
           03 variance-qty-vr      pic 9(6).
           03 variance-value-vr    pic 9(7)v99.
           03 count-date-vr        pic x(10).
           03 count-mode-vr        pic x.

       fd Posting-Journal-File.
       01 Posting-Journal-Record.
           03 jr-date              pic x(10).
           03 jr-store             pic x(2).
           03 jr-dept              pic x(2).
           03 jr-product           pic x(10).
           03 jr-action            pic x.
           03 jr-quantity          pic 9(6).
           03 jr-unit-cost         pic 9(5)v99.
           03 jr-time              pic x(8).
           03 jr-source            pic x(6).
           03 jr-book-qty          pic 9(6).

       fd Pay-History-File.
       01 Pay-History-Record.
           03 ph-close-date        pic x(10).
           03 ph-ss-num            pic x(9).
           03 ph-first-name        pic x(15).
           03 ph-last-name         pic x(15).
           03 ph-status-code       pic x.
           03 ph-store-number      pic xx.
           03 ph-net-pay           pic 9(7)v99.
           03 ph-commission        pic 9(7)v99.
           03 ph-deduction         pic 9(5)v99.
           03 ph-withholding       pic 9(5)v99.
           03 ph-garnish           pic 9(5)v99.
           03 ph-loctax            pic 9(5)v99.
           03 ph-advance           pic 9(5)v99.

       fd Labor-History-File.
       copy labrec.

       fd Price-History-File.
       01 Price-History-Record.
           03 store-number-ph      pic x(2).
           03 department-number-ph pic x(2).
           03 product-code-ph      pic x(10).
           03 old-retail-ph        pic 9(5)v99.
           03 new-retail-ph        pic 9(5)v99.
           03 effective-date-ph    pic x(10).
           03 applied-date-ph      pic x(10).
           03 on-hand-qty-ph       pic 9(6).

       fd Gl-Journal-File.
       copy gjrec.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Store-File.
       copy strec.

       fd Inventory-File.
       copy invrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 region-sr            pic x(10).
           03 store-sr             pic x(2).
           03 store-name-sr        pic x(20).
           03 amount-sr            pic s9(11)v99 occurs 8 times.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 units-eof-flag       pic xxx value spaces.
           88 units-end        value 'YES'.
       01 var-eof-flag         pic xxx value spaces.
           88 var-end          value 'YES'.
       01 jrnl-eof-flag        pic xxx value spaces.
           88 jrnl-end         value 'YES'.
       01 pay-eof-flag         pic xxx value spaces.
           88 pay-end          value 'YES'.
       01 labor-eof-flag       pic xxx value spaces.
           88 labor-end        value 'YES'.
       01 price-eof-flag       pic xxx value spaces.
           88 price-end        value 'YES'.
       01 gl-eof-flag          pic xxx value spaces.
           88 gl-end           value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 store-eof-flag       pic xxx value spaces.
           88 store-end        value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Region-Def-Key-Hold  pic x(10).

       01 Account-Table.
           03 Acct-Salesrev    pic x(8) value "4000".
           03 Acct-Salesret    pic x(8) value "4000".
           03 Acct-Cogs        pic x(8) value "5000".
           03 Acct-Invadj      pic x(8) value "5100".
           03 Acct-Payexp      pic x(8) value "6000".
           03 Acct-Commexp     pic x(8) value "6100".

      *    The fiscal period keyed yyyypp, or today's period off the
      *    gencode calendar when Enter is pressed.
       01 Period-Response      pic x(6).
       01 Period-Year-Month.
           03 pym-yyyy         pic 9(4).
           03 pym-mm           pic 99.
       01 Row-Year-Month.
           03 rym-yyyy         pic 9(4).
           03 rym-mm           pic 99.

      *    The eight figures gathered per store; gross margin, the
      *    shrink and payroll subtotals and the contribution line
      *    are worked out from them as each statement prints.
      *        1 sales               5 wages
      *        2 cost of goods sold  6 commission
      *        3 count variances     7 benefits
      *        4 write-offs          8 markdowns
       01 Store-Table.
           03 Store-Entry occurs 100 times.
               05 St-Store         pic x(2).
               05 St-Name          pic x(20).
               05 St-Region        pic x(10).
               05 St-Amount        pic s9(11)v99 occurs 8 times.
       01 Store-Count          pic 9(3) value zero.
       01 Store-Index          pic 9(3).
       01 Store-Scan-Index     pic 9(3).
       01 Store-Found-Switch   pic x value "N".
           88 Store-Found      value "Y".
       01 Work-Store           pic x(2).
       01 Line-Number          pic 9.
       01 Amount-Index         pic 9.

       01 Row-Amount           pic s9(11)v99 value zero.
       01 Row-Unit-Cost        pic 9(5)v99 value zero.
       01 Row-Gross-Pay        pic 9(9)v99 value zero.

      *    One statement's figures, a store's, a region's or the
      *    company's, and the region and company running totals.
       01 Block-Table.
           03 Block-Amount     pic s9(11)v99 occurs 8 times.
       01 Region-Table.
           03 Region-Amount    pic s9(11)v99 occurs 8 times.
       01 Company-Table.
           03 Company-Amount   pic s9(11)v99 occurs 8 times.
       01 Gross-Margin         pic s9(11)v99 value zero.
       01 Shrink-Total         pic s9(11)v99 value zero.
       01 Payroll-Total        pic s9(11)v99 value zero.
       01 Contribution         pic s9(11)v99 value zero.

      *    The month's ledger, net of debits against credits -
      *    revenue turned to a positive figure to read like sales.
       01 Ledger-Sales         pic s9(11)v99 value zero.
       01 Ledger-Cogs          pic s9(11)v99 value zero.
       01 Ledger-Shrink        pic s9(11)v99 value zero.
       01 Ledger-Payroll       pic s9(11)v99 value zero.
       01 Ledger-Commission    pic s9(11)v99 value zero.
       01 Ledger-Margin        pic s9(11)v99 value zero.
       01 Ledger-Contribution  pic s9(11)v99 value zero.
       01 Gl-Row-Amount        pic s9(11)v99 value zero.

       01 Company-Block-Switch pic x value "N".
           88 Company-Block    value "Y".
       01 Ledger-Shown-Switch  pic x value "N".
           88 Ledger-Shown     value "Y".
       01 Print-Amount         pic s9(11)v99.
       01 Print-Ledger         pic s9(11)v99.
       01 Difference-Work      pic s9(11)v99.

       01 rows-master-costed   pic 9(6) value zero.
       01 rows-not-on-master   pic 9(6) value zero.
       01 rows-past-table      pic 9(6) value zero.
       01 markdowns-no-qty     pic 9(6) value zero.
       01 counts-report-only   pic 9(6) value zero.

       01 Heading-Line.
           03                  pic x(36)
               value "** STORE PROFIT AND LOSS **".
           03                  pic x(16) value "FISCAL PERIOD: ".
           03 fiscal-year-hd   pic 9(4).
           03                  pic x value "/".
           03 fiscal-period-hd pic 99.
           03                  pic x(3) value spaces.
           03 month-hd         pic x(10).

       01 Store-Block-Line.
           03                  pic x(7) value "STORE ".
           03 store-bl         pic x(2).
           03                  pic x(2) value spaces.
           03 store-name-bl    pic x(20).
           03                  pic x(2) value spaces.
           03                  pic x(8) value "REGION ".
           03 region-bl        pic x(10).

       01 Region-Block-Line.
           03                  pic x(9) value "REGION ".
           03 region-rl        pic x(10).
           03                  pic x(2) value spaces.
           03                  pic x(8) value "SUBTOTAL".

       01 Company-Block-Line.
           03                  pic x(36) value "COMPANY".
           03                  pic x(18) value "         STORES".
           03                  pic x(2) value spaces.
           03                  pic x(18) value "         LEDGER".
           03                  pic x(2) value spaces.
           03                  pic x(18) value "     DIFFERENCE".

       01 Statement-Line.
           03 statement-label  pic x(34).
           03                  pic x(2) value spaces.
           03 statement-amt-dl pic +$$,$$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 statement-led-dl pic +$$,$$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 statement-dif-dl pic +$$,$$$,$$$,$$9.99.

       01 Section-Line.
           03 section-title    pic x(60).

       01 Count-Line.
           03 count-label      pic x(44).
           03 count-cl         pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 1200-Get-Fiscal-Period
           perform 1300-Load-Store-Master
           perform 1500-Load-Account-Map

           open input Inventory-File
           perform 2000-Read-Units-Detail
           perform 3000-Read-Posting-Journal
           close Inventory-File
           perform 2500-Read-Count-Variances
           perform 4000-Read-Pay-History
           perform 4200-Read-Labor-History
           perform 4500-Read-Price-History
           perform 5000-Read-Ledger

           sort Sort-Work-File
               ascending key region-sr store-sr
               input procedure 6000-Release-Stores
               output procedure 7000-Print-Statements
           stop run.

      *    July opens period 1, so periods 1-6 are July-December of
      *    the fiscal year and 7-12 are January-June of the next
      *    calendar year.
       1200-Get-Fiscal-Period.
           display "Enter fiscal year and period (yyyypp), or "
                   "Enter for the current period:"
           accept Period-Response
           if Period-Response is numeric
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

      *    Every store on the master gets a statement, quiet month
      *    or not; a store number that turns up in the detail and
      *    not on the master is added as it is met.
       1300-Load-Store-Master.
           open input Store-File
           perform 1350-Read-Store-Row
               until store-end
           close Store-File.

       1350-Read-Store-Row.
           read Store-File next record
               at end move "YES" to store-eof-flag
               not at end
                   move Store-Number-SM to Work-Store
                   perform 1900-Find-Store
                   if Store-Index > zero
                       move Store-Name-SM to St-Name (Store-Index)
                       move Store-Region-SM
                           to St-Region (Store-Index)
                   end-if
           end-read.

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
                       when "SALESREV" move ga-account
                                           to Acct-Salesrev
                       when "SALESRET" move ga-account
                                           to Acct-Salesret
                       when "COGS    " move ga-account to Acct-Cogs
                       when "INVADJ  " move ga-account
                                           to Acct-Invadj
                       when "PAYEXP  " move ga-account
                                           to Acct-Payexp
                       when "COMMEXP " move ga-account
                                           to Acct-Commexp
                       when other continue
                   end-evaluate
           end-read.

      *    Store-Index comes back zero when the table is full and
      *    the store is not already on it.
       1900-Find-Store.
           move "N" to Store-Found-Switch
           move zero to Store-Index
           perform 1950-Check-Store-Entry
               varying Store-Scan-Index from 1 by 1
               until Store-Scan-Index > Store-Count
                  or Store-Found
           if not Store-Found
               if Store-Count < 100
                   add 1 to Store-Count
                   move Store-Count to Store-Index
                   move Work-Store to St-Store (Store-Index)
                   move "NOT ON STORE MASTER" to St-Name (Store-Index)
                   move spaces to St-Region (Store-Index)
                   perform 1980-Clear-Store-Amount
                       varying Amount-Index from 1 by 1
                       until Amount-Index > 8
               else
                   add 1 to rows-past-table
               end-if
           end-if.

       1950-Check-Store-Entry.
           if St-Store (Store-Scan-Index) = Work-Store
               move "Y" to Store-Found-Switch
               move Store-Scan-Index to Store-Index
           end-if.

       1980-Clear-Store-Amount.
           move zero to St-Amount (Store-Index, Amount-Index).

       1990-Add-Store-Amount.
           perform 1900-Find-Store
           if Store-Index > zero
               add Row-Amount to St-Amount (Store-Index, Line-Number)
           end-if.

      *    The register's sales and returns at the price and cost
      *    captured when PRG33 posted them.
       2000-Read-Units-Detail.
           open input Units-Detail-File
           perform 2050-Read-Units-Row
               until units-end
           close Units-Detail-File.

       2050-Read-Units-Row.
           read Units-Detail-File
               at end move "YES" to units-eof-flag
               not at end
                   move feed-date-ud (7:4) to rym-yyyy
                   move feed-date-ud (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and units-sold-ud is numeric
                           and selling-price-ud is numeric
                       perform 2100-Work-Units-Row
                   end-if
           end-read.

       2100-Work-Units-Row.
           move store-number-ud to Work-Store
           compute Row-Amount = units-sold-ud * selling-price-ud
           if units-sign-ud = "-"
               compute Row-Amount = zero - Row-Amount
           end-if
           move 1 to Line-Number
           perform 1990-Add-Store-Amount
           if unit-cost-ud is numeric
               move unit-cost-ud to Row-Unit-Cost
           else
               move store-number-ud to Store-Number-IR
               move department-number-ud to Department-Number-IR
               move product-code-ud to Product-Code-IR
               perform 3500-Master-Unit-Cost
           end-if
           compute Row-Amount = units-sold-ud * Row-Unit-Cost
           if units-sign-ud = "-"
               compute Row-Amount = zero - Row-Amount
           end-if
           move 2 to Line-Number
           perform 1990-Add-Store-Amount.

      *    Only counts PRG26 posted moved the master; a report-only
      *    run's variances are left out and counted.  A loss shows
      *    as shrink, a count over book as negative shrink.
       2500-Read-Count-Variances.
           open input Variance-File
           perform 2550-Read-Variance-Row
               until var-end
           close Variance-File.

       2550-Read-Variance-Row.
           read Variance-File
               at end move "YES" to var-eof-flag
               not at end
                   move count-date-vr (7:4) to rym-yyyy
                   move count-date-vr (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and variance-value-vr is numeric
                       if count-mode-vr = "R"
                           add 1 to counts-report-only
                       else
                           move store-number-vr to Work-Store
                           if variance-sign-vr = "-"
                               move variance-value-vr to Row-Amount
                           else
                               compute Row-Amount =
                                   zero - variance-value-vr
                           end-if
                           move 3 to Line-Number
                           perform 1990-Add-Store-Amount
                       end-if
                   end-if
           end-read.

      *    PRG24B's write-offs - the W rows - at the cost on the row,
      *    or the master's when the row carries none.
       3000-Read-Posting-Journal.
           open input Posting-Journal-File
           perform 3050-Read-Journal-Row
               until jrnl-end
           close Posting-Journal-File.

       3050-Read-Journal-Row.
           read Posting-Journal-File
               at end move "YES" to jrnl-eof-flag
               not at end
                   move jr-date (7:4) to rym-yyyy
                   move jr-date (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and jr-action = "W"
                           and jr-quantity is numeric
                       perform 3100-Cost-Write-Off
                   end-if
           end-read.

       3100-Cost-Write-Off.
           if jr-unit-cost is numeric and jr-unit-cost > zero
               move jr-unit-cost to Row-Unit-Cost
           else
               move jr-store to Store-Number-IR
               move jr-dept to Department-Number-IR
               move jr-product to Product-Code-IR
               perform 3500-Master-Unit-Cost
           end-if
           move jr-store to Work-Store
           compute Row-Amount = jr-quantity * Row-Unit-Cost
           move 4 to Line-Number
           perform 1990-Add-Store-Amount.

      *    The master's current unit cost for a row that carries
      *    none of its own - key already moved into Inv-Key.
       3500-Master-Unit-Cost.
           add 1 to rows-master-costed
           read Inventory-File
               invalid key
                   add 1 to rows-not-on-master
                   move zero to Row-Unit-Cost
               not invalid key
                   move Unit-Cost-IR to Row-Unit-Cost
           end-read.

      *    Gross pay built up from the close detail the same way
      *    PRG60 builds it, with the benefit deductions split out
      *    of it onto their own line.
       4000-Read-Pay-History.
           open input Pay-History-File
           perform 4050-Read-Pay-Row
               until pay-end
           close Pay-History-File.

       4050-Read-Pay-Row.
           read Pay-History-File
               at end move "YES" to pay-eof-flag
               not at end
                   move ph-close-date (7:4) to rym-yyyy
                   move ph-close-date (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and ph-net-pay is numeric
                           and ph-deduction is numeric
                           and ph-withholding is numeric
                       perform 4100-Work-Pay-Row
                   end-if
           end-read.

       4100-Work-Pay-Row.
           move ph-store-number to Work-Store
           move ph-net-pay to Row-Gross-Pay
           add ph-withholding to Row-Gross-Pay
           if ph-garnish is numeric
               add ph-garnish to Row-Gross-Pay
           end-if
           if ph-loctax is numeric
               add ph-loctax to Row-Gross-Pay
           end-if
           if ph-advance is numeric
               add ph-advance to Row-Gross-Pay
           end-if
           move Row-Gross-Pay to Row-Amount
           move 5 to Line-Number
           perform 1990-Add-Store-Amount
           if ph-commission is numeric
               move ph-commission to Row-Amount
               move 6 to Line-Number
               perform 1990-Add-Store-Amount
           end-if
           move ph-deduction to Row-Amount
           move 7 to Line-Number
           perform 1990-Add-Store-Amount.

      *    PRG20's split of the closes in the month: a row worked
      *    away from the home store takes its cost off the home
      *    store's wages and puts it on the working store's, so the
      *    company line doesn't move.
       4200-Read-Labor-History.
           open input Labor-History-File
           perform 4250-Read-Labor-Row
               until labor-end
           close Labor-History-File.

       4250-Read-Labor-Row.
           read Labor-History-File
               at end move "YES" to labor-eof-flag
               not at end
                   move Labor-Close-Date-LD (7:4) to rym-yyyy
                   move Labor-Close-Date-LD (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and Labor-Cost-LD is numeric
                           and Labor-Work-Store-LD
                               not = Labor-Home-Store-LD
                           and Labor-Work-Store-LD not = spaces
                       perform 4300-Move-Borrowed-Wages
                   end-if
           end-read.

       4300-Move-Borrowed-Wages.
           move 5 to Line-Number
           move Labor-Home-Store-LD to Work-Store
           compute Row-Amount = zero - Labor-Cost-LD
           perform 1990-Add-Store-Amount
           move Labor-Work-Store-LD to Work-Store
           move Labor-Cost-LD to Row-Amount
           perform 1990-Add-Store-Amount.

      *    A lower retail applied in the month, times the units on
      *    hand when it went on.  Rows from before the on-hand
      *    quantity was kept can't be priced and are counted.
       4500-Read-Price-History.
           open input Price-History-File
           perform 4550-Read-Price-Row
               until price-end
           close Price-History-File.

       4550-Read-Price-Row.
           read Price-History-File
               at end move "YES" to price-eof-flag
               not at end
                   move applied-date-ph (7:4) to rym-yyyy
                   move applied-date-ph (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and old-retail-ph is numeric
                           and new-retail-ph is numeric
                           and new-retail-ph < old-retail-ph
                       if on-hand-qty-ph is numeric
                           move store-number-ph to Work-Store
                           compute Row-Amount = on-hand-qty-ph
                               * (old-retail-ph - new-retail-ph)
                           move 8 to Line-Number
                           perform 1990-Add-Store-Amount
                       else
                           add 1 to markdowns-no-qty
                       end-if
                   end-if
           end-read.

      *    The month's rows on the accounts the company statement
      *    ties to.  SALESRET may point at SALESREV itself, so a
      *    row on it is only taken once.
       5000-Read-Ledger.
           open input Gl-Journal-File
           perform 5050-Read-Ledger-Row
               until gl-end
           close Gl-Journal-File
           compute Ledger-Margin = Ledger-Sales - Ledger-Cogs
           compute Ledger-Contribution = Ledger-Margin
               - Ledger-Shrink - Ledger-Payroll - Ledger-Commission.

       5050-Read-Ledger-Row.
           read Gl-Journal-File
               at end move "YES" to gl-eof-flag
               not at end
                   move gj-date (7:4) to rym-yyyy
                   move gj-date (1:2) to rym-mm
                   if Row-Year-Month = Period-Year-Month
                           and gj-amount is numeric
                       if gj-dc = "D"
                           move gj-amount to Gl-Row-Amount
                       else
                           compute Gl-Row-Amount = zero - gj-amount
                       end-if
                       evaluate true
                           when gj-account = Acct-Salesrev
                           when gj-account = Acct-Salesret
                               subtract Gl-Row-Amount
                                   from Ledger-Sales
                           when gj-account = Acct-Cogs
                               add Gl-Row-Amount to Ledger-Cogs
                           when gj-account = Acct-Invadj
                               add Gl-Row-Amount to Ledger-Shrink
                           when gj-account = Acct-Payexp
                               add Gl-Row-Amount to Ledger-Payroll
                           when gj-account = Acct-Commexp
                               add Gl-Row-Amount
                                   to Ledger-Commission
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read.

       6000-Release-Stores.
           perform 6050-Release-One-Store
               varying Store-Index from 1 by 1
               until Store-Index > Store-Count.

       6050-Release-One-Store.
           move St-Region (Store-Index) to region-sr
           move St-Store (Store-Index) to store-sr
           move St-Name (Store-Index) to store-name-sr
           perform 6100-Move-Sort-Amount
               varying Amount-Index from 1 by 1
               until Amount-Index > 8
           release Sort-Record.

       6100-Move-Sort-Amount.
           move St-Amount (Store-Index, Amount-Index)
               to amount-sr (Amount-Index).

       7000-Print-Statements.
           move 1 to Loop-Checker
           initialize Region-Table Company-Table
           move Fiscal-Year to fiscal-year-hd
           move Fiscal-Period to fiscal-period-hd
           move Month-List (pym-mm) to month-hd
           open output Output-Printer-File
           perform 7100-Return-Sorted-Store
               until end-of-record
           if not First-Time
               perform 7300-Close-Region-Group
           else
               write Output-Printer-Record from Heading-Line
                   after advancing page
           end-if
           perform 7400-Print-Company
           perform 7900-Print-Row-Counts
           close Output-Printer-File.

      *    Each region starts a fresh page, the stores under it
      *    in store order and the region's subtotal behind them.
       7100-Return-Sorted-Store.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move region-sr to Region-Def-Key-Hold
                       write Output-Printer-Record from Heading-Line
                           after advancing page
                   else
                       if region-sr not = Region-Def-Key-Hold
                           perform 7300-Close-Region-Group
                           move region-sr to Region-Def-Key-Hold
                           write Output-Printer-Record
                               from Heading-Line
                               after advancing page
                       end-if
                   end-if
                   perform 7200-Print-Store
           end-return.

       7200-Print-Store.
           move store-sr to store-bl
           move store-name-sr to store-name-bl
           move region-sr to region-bl
           if region-sr = spaces
               move "(NONE)" to region-bl
           end-if
           write Output-Printer-Record from Store-Block-Line
               after advancing 3 lines
           perform 7250-Take-Store-Amount
               varying Amount-Index from 1 by 1
               until Amount-Index > 8
           perform 7500-Print-Block.

       7250-Take-Store-Amount.
           move amount-sr (Amount-Index) to Block-Amount (Amount-Index)
           add amount-sr (Amount-Index) to Region-Amount (Amount-Index)
           add amount-sr (Amount-Index)
               to Company-Amount (Amount-Index).

       7300-Close-Region-Group.
           move Region-Def-Key-Hold to region-rl
           if Region-Def-Key-Hold = spaces
               move "(NONE)" to region-rl
           end-if
           write Output-Printer-Record from Region-Block-Line
               after advancing 3 lines
           move Region-Table to Block-Table
           perform 7500-Print-Block
           initialize Region-Table.

       7400-Print-Company.
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Company-Block-Line
               after advancing 3 lines
           move Company-Table to Block-Table
           move "Y" to Company-Block-Switch
           perform 7500-Print-Block
           move "N" to Company-Block-Switch.

      *    One statement off Block-Table.  The company statement
      *    carries the ledger and the difference on the lines the
      *    ledger has a figure for.
       7500-Print-Block.
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           compute Gross-Margin = Block-Amount (1) - Block-Amount (2)
           compute Shrink-Total = Block-Amount (3) + Block-Amount (4)
           compute Payroll-Total = Block-Amount (5) + Block-Amount (7)
           compute Contribution = Gross-Margin - Shrink-Total
               - Payroll-Total - Block-Amount (6)

           move "Sales, net of returns" to statement-label
           move Block-Amount (1) to Print-Amount
           move Ledger-Sales to Print-Ledger
           perform 7600-Print-Ledger-Line
           move "Cost of goods sold" to statement-label
           move Block-Amount (2) to Print-Amount
           move Ledger-Cogs to Print-Ledger
           perform 7600-Print-Ledger-Line
           move "GROSS MARGIN" to statement-label
           move Gross-Margin to Print-Amount
           move Ledger-Margin to Print-Ledger
           perform 7600-Print-Ledger-Line

           move "  Count variances" to statement-label
           move Block-Amount (3) to Print-Amount
           perform 7700-Print-Plain-Line
           move "  Write-offs" to statement-label
           move Block-Amount (4) to Print-Amount
           perform 7700-Print-Plain-Line
           move "Shrink" to statement-label
           move Shrink-Total to Print-Amount
           move Ledger-Shrink to Print-Ledger
           perform 7600-Print-Ledger-Line

           move "  Wages" to statement-label
           move Block-Amount (5) to Print-Amount
           perform 7700-Print-Plain-Line
           move "  Benefits" to statement-label
           move Block-Amount (7) to Print-Amount
           perform 7700-Print-Plain-Line
           move "Payroll and benefits" to statement-label
           move Payroll-Total to Print-Amount
           move Ledger-Payroll to Print-Ledger
           perform 7600-Print-Ledger-Line
           move "Commission" to statement-label
           move Block-Amount (6) to Print-Amount
           move Ledger-Commission to Print-Ledger
           perform 7600-Print-Ledger-Line

           move "STORE CONTRIBUTION" to statement-label
           move Contribution to Print-Amount
           move Ledger-Contribution to Print-Ledger
           perform 7600-Print-Ledger-Line

           move "Markdowns taken, at retail" to statement-label
           move Block-Amount (8) to Print-Amount
           perform 7700-Print-Plain-Line.

       7600-Print-Ledger-Line.
           move spaces to Statement-Line
           move Print-Amount to statement-amt-dl
           if Company-Block
               move Print-Ledger to statement-led-dl
               compute Difference-Work = Print-Amount - Print-Ledger
               move Difference-Work to statement-dif-dl
           end-if
           write Output-Printer-Record from Statement-Line
               after advancing 1 lines.

       7700-Print-Plain-Line.
           move spaces to Statement-Line
           move Print-Amount to statement-amt-dl
           write Output-Printer-Record from Statement-Line
               after advancing 1 lines.

       7900-Print-Row-Counts.
           move "ROWS NEEDING A LOOK" to section-title
           write Output-Printer-Record from Section-Line
               after advancing 3 lines
           move "Costed at today's master cost:" to count-label
           move rows-master-costed to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "  of which not on the master (zero cost):"
               to count-label
           move rows-not-on-master to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Report-only count variances skipped:"
               to count-label
           move counts-report-only to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Markdowns with no on-hand quantity:"
               to count-label
           move markdowns-no-qty to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Rows for stores past the 100-store table:"
               to count-label
           move rows-past-table to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
