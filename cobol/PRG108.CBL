       identification division.
       program-id.  prg108.
       author.  Andy Carlson.

      *    Inventory subledger to general-ledger reconciliation - why
      *    the master's extended cost on PRG08.IDX and the inventory
      *    balance PRG103 shows on the trial balance drift apart.
      *    For the keyed fiscal period (gencode calendar, period 1 is
      *    July) the run starts from the inventory account's ledger
      *    balance at the end of the prior period and adds what the
      *    subledger saw move in the period, at cost:
      *        receipts          invjrnl.dat R rows, PRG23 and PRG24B
      *        register sales    unitsdtl.dat, PRG33's sales/returns
      *        PRG24B postings   invjrnl.dat S, W and A rows
      *        count variances   countvar.dat rows PRG26 posted
      *        vendor returns    invjrnl.dat V rows, PRG79
      *        store transfers   invjrnl.dat I and O rows, PRG27
      *    and compares the result both to the ledger at the period
      *    end and to the master's extended cost.  The master is as
      *    of today, so the subledger movement since the period end
      *    is carried forward before that comparison.  Any
      *    difference to the ledger is itemized source against
      *    journal: receipts against PRG106/PRG107's rows, register
      *    sales against PRG105's, the rest against PRG60's snapshot
      *    true-up, and whatever else was journaled to the account.
      *    Rows costed with no cost of their own take the master's
      *    current unit cost.  Posting-journal rows from before the
      *    posting program was stamped on them cannot tell a
      *    register return from a receipt; an R row with no cost
      *    and every S row are taken as the register's and left to
      *    unitsdtl.dat, and the count of them is printed.
      *    Tags on glacct.dat (defaults in brackets):
      *        INVASSET inventory on hand        (1300)

       environment division.
       input-output section.
       file-control.
           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Units-Detail-File assign to "unitsdtl.dat"
                  organization is line sequential.

           select optional Posting-Journal-File assign to
                  "u:\cobol\invjrnl.dat"
                  organization is line sequential.

           select optional Variance-File assign to "countvar.dat"
                  organization is line sequential.

           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Gl-Journal-File.
       copy gjrec.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

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

       fd Inventory-File.
       copy invrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 gl-eof-flag          pic xxx value spaces.
           88 gl-end           value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 units-eof-flag       pic xxx value spaces.
           88 units-end        value 'YES'.
       01 jrnl-eof-flag        pic xxx value spaces.
           88 jrnl-end         value 'YES'.
       01 var-eof-flag         pic xxx value spaces.
           88 var-end          value 'YES'.
       01 inv-eof-flag         pic xxx value spaces.
           88 inv-end          value 'YES'.

       01 Account-Table.
           03 Acct-Invasset    pic x(8) value "1300".

      *    The fiscal period keyed yyyypp, or today's period off the
      *    gencode calendar when Enter is pressed.
       01 Period-Response      pic x(6).
       01 Period-Year-Month.
           03 pym-yyyy         pic 9(4).
           03 pym-mm           pic 99.
       01 Row-Year-Month.
           03 rym-yyyy         pic 9(4).
           03 rym-mm           pic 99.

      *    Where a row's date puts it against the period.
       01 Row-Window-Switch    pic x value space.
           88 Row-Before-Period value "B".
           88 Row-In-Period    value "P".
           88 Row-After-Period value "A".
           88 Row-Undated      value "U".

      *    Subledger movement by source, the same six lines on the
      *    roll-forward and on the itemization.
       01 Bucket-Name-List.
           03                  pic x(34)
               value "Receipts (PRG23, PRG24B)".
           03                  pic x(34)
               value "Register sales at cost (PRG33)".
           03                  pic x(34)
               value "PRG24B sales, adjusts, write-offs".
           03                  pic x(34)
               value "Count variances posted (PRG26)".
           03                  pic x(34)
               value "Returns to vendor (PRG79)".
           03                  pic x(34)
               value "Store transfers, net (PRG27)".
       01 redefines Bucket-Name-List.
           03 Bucket-Name      pic x(34) occurs 6 times.
       01 Bucket-Table.
           03 Bucket-Amount    pic s9(11)v99 occurs 6 times.
       01 Bucket-Index         pic 9.
       01 Bucket-Number        pic 9.
       01 Movement-Amount      pic s9(11)v99 value zero.

       01 Opening-Balance      pic s9(11)v99 value zero.
       01 Ledger-Movement      pic s9(11)v99 value zero.
       01 Ledger-Closing       pic s9(11)v99 value zero.
       01 Ledger-Receipts      pic s9(11)v99 value zero.
       01 Ledger-Sales         pic s9(11)v99 value zero.
       01 Ledger-Snapshot      pic s9(11)v99 value zero.
       01 Ledger-Other         pic s9(11)v99 value zero.
       01 Gl-Row-Amount        pic s9(11)v99 value zero.
       01 Subledger-Movement   pic s9(11)v99 value zero.
       01 Computed-Balance     pic s9(11)v99 value zero.
       01 After-Movement       pic s9(11)v99 value zero.
       01 Computed-To-Date     pic s9(11)v99 value zero.
       01 Master-Extended      pic s9(11)v99 value zero.
       01 Difference-Work      pic s9(11)v99 value zero.
       01 Other-Subledger      pic s9(11)v99 value zero.
       01 Master-Row-Value     pic 9(11)v99 value zero.

       01 Row-Unit-Cost        pic 9(5)v99 value zero.
       01 Row-Quantity         pic s9(7) value zero.
       01 Cost-Found-Switch    pic x value "N".
           88 Cost-Found       value "Y".

       01 rows-master-costed   pic 9(6) value zero.
       01 rows-not-on-master   pic 9(6) value zero.
       01 rows-taken-register  pic 9(6) value zero.
       01 adjusts-unvalued     pic 9(6) value zero.
       01 counts-report-only   pic 9(6) value zero.
       01 counts-mode-unknown  pic 9(6) value zero.

       01 Heading-Line.
           03                  pic x(44)
               value "** INVENTORY SUBLEDGER RECONCILIATION **".

       01 Period-Line.
           03                  pic x(16) value "FISCAL PERIOD: ".
           03 fiscal-year-hd   pic 9(4).
           03                  pic x value "/".
           03 fiscal-period-hd pic 99.
           03                  pic x(4) value spaces.
           03                  pic x(10) value "ACCOUNT: ".
           03 account-hd       pic x(8).

       01 Section-Line.
           03 section-title    pic x(60).

       01 Amount-Line.
           03 amount-label     pic x(44).
           03 amount-cl        pic +$$,$$$,$$$,$$9.99.

       01 Item-Column-Line.
           03                  pic x(36) value "SOURCE".
           03                  pic x(18) value "      SUBLEDGER".
           03                  pic x(18) value "         LEDGER".
           03                  pic x(18) value "     DIFFERENCE".

       01 Item-Line.
           03 item-label       pic x(34).
           03                  pic x(2) value spaces.
           03 item-sub-dl      pic +$$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 item-ledger-dl   pic +$$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 item-diff-dl     pic +$$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(44).
           03 count-cl         pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 1200-Get-Fiscal-Period
           perform 1500-Load-Account-Map
           initialize Bucket-Table

           perform 2000-Read-Ledger
           open input Inventory-File
           perform 3000-Read-Units-Detail
           perform 4000-Read-Posting-Journal
           close Inventory-File
           perform 5000-Read-Count-Variances
           perform 6000-Total-Master

           perform 7000-Print-Reconciliation
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

       1500-Load-Account-Map.
           open input Gl-Account-File
           perform 1550-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1550-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   if ga-tag = "INVASSET"
                       move ga-account to Acct-Invasset
                   end-if
           end-read.

      *    mm/dd/yyyy in Row-Year-Month's date, placed against the
      *    period.
       1800-Place-Row-Date.
           if Row-Year-Month is not numeric
               move "U" to Row-Window-Switch
           else
               if Row-Year-Month < Period-Year-Month
                   move "B" to Row-Window-Switch
               else
                   if Row-Year-Month = Period-Year-Month
                       move "P" to Row-Window-Switch
                   else
                       move "A" to Row-Window-Switch
                   end-if
               end-if
           end-if.

      *    A subledger movement lands in its bucket inside the
      *    period, or in the carry-forward to the master after it.
       1900-Add-Movement.
           if Row-In-Period
               add Movement-Amount to Bucket-Amount (Bucket-Number)
           else
               if Row-After-Period
                   add Movement-Amount to After-Movement
               end-if
           end-if.

       2000-Read-Ledger.
           open input Gl-Journal-File
           perform 2050-Read-Ledger-Row
               until gl-end
           close Gl-Journal-File
           compute Ledger-Closing = Opening-Balance + Ledger-Movement.

      *    Everything on the inventory account before the period is
      *    the opening balance; inside it, the movement is split by
      *    the program that journaled it.  Rows from before the
      *    source was stamped were all PRG60's.
       2050-Read-Ledger-Row.
           read Gl-Journal-File
               at end move "YES" to gl-eof-flag
               not at end
                   if gj-account = Acct-Invasset
                       move gj-date (7:4) to rym-yyyy
                       move gj-date (1:2) to rym-mm
                       perform 1800-Place-Row-Date
                       if gj-dc = "D"
                           move gj-amount to Gl-Row-Amount
                       else
                           compute Gl-Row-Amount = zero - gj-amount
                       end-if
                       evaluate true
                           when Row-Before-Period
                               add Gl-Row-Amount to Opening-Balance
                           when Row-In-Period
                               add Gl-Row-Amount to Ledger-Movement
                               perform 2100-Split-Ledger-Row
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read.

       2100-Split-Ledger-Row.
           evaluate gj-source
               when "PRG105"
                   add Gl-Row-Amount to Ledger-Sales
               when "PRG106"
               when "PRG107"
                   add Gl-Row-Amount to Ledger-Receipts
               when "PRG60 "
               when spaces
                   add Gl-Row-Amount to Ledger-Snapshot
               when other
                   add Gl-Row-Amount to Ledger-Other
           end-evaluate.

      *    The register's sales and returns at the cost captured
      *    when PRG33 posted them - the figure PRG105 journals.
       3000-Read-Units-Detail.
           open input Units-Detail-File
           perform 3050-Read-Units-Row
               until units-end
           close Units-Detail-File.

       3050-Read-Units-Row.
           read Units-Detail-File
               at end move "YES" to units-eof-flag
               not at end
                   if units-sold-ud is numeric
                       move feed-date-ud (7:4) to rym-yyyy
                       move feed-date-ud (1:2) to rym-mm
                       perform 1800-Place-Row-Date
                       if Row-In-Period or Row-After-Period
                           perform 3100-Cost-Units-Row
                       end-if
                   end-if
           end-read.

       3100-Cost-Units-Row.
           if unit-cost-ud is numeric
               move unit-cost-ud to Row-Unit-Cost
           else
               move store-number-ud to Store-Number-IR
               move department-number-ud to Department-Number-IR
               move product-code-ud to Product-Code-IR
               perform 3500-Master-Unit-Cost
           end-if
           if units-sign-ud = "-"
               compute Movement-Amount =
                   units-sold-ud * Row-Unit-Cost
           else
               compute Movement-Amount =
                   zero - (units-sold-ud * Row-Unit-Cost)
           end-if
           move 2 to Bucket-Number
           perform 1900-Add-Movement.

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

       4000-Read-Posting-Journal.
           open input Posting-Journal-File
           perform 4050-Read-Journal-Row
               until jrnl-end
           close Posting-Journal-File.

       4050-Read-Journal-Row.
           read Posting-Journal-File
               at end move "YES" to jrnl-eof-flag
               not at end
                   if jr-quantity is numeric
                       move jr-date (7:4) to rym-yyyy
                       move jr-date (1:2) to rym-mm
                       perform 1800-Place-Row-Date
                       if Row-In-Period or Row-After-Period
                           perform 4100-Work-Journal-Row
                       end-if
                   end-if
           end-read.

      *    PRG33's rows are left to unitsdtl.dat.  An unstamped R
      *    with no cost, or an unstamped S, is taken as the
      *    register's too.
       4100-Work-Journal-Row.
           evaluate true
               when jr-source = "PRG33 "
                   continue
               when jr-source = spaces
                       and (jr-action = "S"
                        or (jr-action = "R"
                            and (jr-unit-cost not numeric
                                 or jr-unit-cost = zero)))
                   if Row-In-Period
                       add 1 to rows-taken-register
                   end-if
               when other
                   perform 4200-Cost-Journal-Row
                   perform 4300-Bucket-Journal-Row
           end-evaluate.

       4200-Cost-Journal-Row.
           if jr-unit-cost is numeric and jr-unit-cost > zero
               move jr-unit-cost to Row-Unit-Cost
           else
               move jr-store to Store-Number-IR
               move jr-dept to Department-Number-IR
               move jr-product to Product-Code-IR
               perform 3500-Master-Unit-Cost
           end-if.

       4300-Bucket-Journal-Row.
           move jr-quantity to Row-Quantity
           evaluate jr-action
               when "R"
                   move 1 to Bucket-Number
               when "S"
               when "W"
                   move 3 to Bucket-Number
                   compute Row-Quantity = zero - jr-quantity
               when "A"
                   move 3 to Bucket-Number
                   if jr-book-qty is numeric
                       compute Row-Quantity =
                           jr-quantity - jr-book-qty
                   else
                       move zero to Row-Quantity
                       if Row-In-Period
                           add 1 to adjusts-unvalued
                       end-if
                   end-if
               when "V"
                   move 5 to Bucket-Number
                   compute Row-Quantity = zero - jr-quantity
               when "I"
                   move 6 to Bucket-Number
               when "O"
                   move 6 to Bucket-Number
                   compute Row-Quantity = zero - jr-quantity
               when other
                   move zero to Row-Quantity
                   move 3 to Bucket-Number
           end-evaluate
           compute Movement-Amount = Row-Quantity * Row-Unit-Cost
           perform 1900-Add-Movement.

      *    Only counts PRG26 posted moved the master; a report-only
      *    run's variances never did.  Rows from before the mode was
      *    stamped are taken as posted and counted.
       5000-Read-Count-Variances.
           open input Variance-File
           perform 5050-Read-Variance-Row
               until var-end
           close Variance-File.

       5050-Read-Variance-Row.
           read Variance-File
               at end move "YES" to var-eof-flag
               not at end
                   if variance-value-vr is numeric
                       move count-date-vr (7:4) to rym-yyyy
                       move count-date-vr (1:2) to rym-mm
                       perform 1800-Place-Row-Date
                       evaluate true
                           when count-mode-vr = "R"
                               if Row-In-Period
                                   add 1 to counts-report-only
                               end-if
                           when other
                               if count-mode-vr not = "P"
                                       and Row-In-Period
                                   add 1 to counts-mode-unknown
                               end-if
                               if variance-sign-vr = "-"
                                   compute Movement-Amount =
                                       zero - variance-value-vr
                               else
                                   move variance-value-vr
                                       to Movement-Amount
                               end-if
                               move 4 to Bucket-Number
                               perform 1900-Add-Movement
                       end-evaluate
                   end-if
           end-read.

       6000-Total-Master.
           open input Inventory-File
           perform 6050-Read-Master-Row
               until inv-end
           close Inventory-File.

       6050-Read-Master-Row.
           read Inventory-File next record
               at end move "YES" to inv-eof-flag
               not at end
                   if Quantity-IR is numeric
                           and Unit-Cost-IR is numeric
                       compute Master-Row-Value =
                           Quantity-IR * Unit-Cost-IR
                       add Master-Row-Value to Master-Extended
                   end-if
      *    Held stock is still on the books at cost.
                   if Held-Quantity-IR is numeric
                           and Unit-Cost-IR is numeric
                       compute Master-Row-Value =
                           Held-Quantity-IR * Unit-Cost-IR
                       add Master-Row-Value to Master-Extended
                   end-if
           end-read.

       7000-Print-Reconciliation.
           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Fiscal-Year to fiscal-year-hd
           move Fiscal-Period to fiscal-period-hd
           move Acct-Invasset to account-hd
           write Output-Printer-Record from Period-Line
               after advancing 1 lines

           move "ROLL-FORWARD" to section-title
           write Output-Printer-Record from Section-Line
               after advancing 3 lines
           move "Ledger balance, end of prior period"
               to amount-label
           move Opening-Balance to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 2 lines
           move zero to Subledger-Movement
           perform 7100-Print-Bucket-Line
               varying Bucket-Index from 1 by 1
               until Bucket-Index > 6
           compute Computed-Balance =
               Opening-Balance + Subledger-Movement
           move "Balance the subledger supports" to amount-label
           move Computed-Balance to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 2 lines

           move "Ledger balance, end of period" to amount-label
           move Ledger-Closing to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 2 lines
           compute Difference-Work = Ledger-Closing - Computed-Balance
           move "  Ledger over (under) the subledger" to amount-label
           move Difference-Work to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines

           compute Computed-To-Date = Computed-Balance + After-Movement
           move "Subledger movement since period end"
               to amount-label
           move After-Movement to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 2 lines
           move "Master extended cost today" to amount-label
           move Master-Extended to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines
           compute Difference-Work =
               Master-Extended - Computed-To-Date
           move "  Master over (under) the subledger" to amount-label
           move Difference-Work to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines

           perform 7500-Print-Itemization
           perform 7800-Print-Row-Counts
           close Output-Printer-File.

       7100-Print-Bucket-Line.
           add Bucket-Amount (Bucket-Index) to Subledger-Movement
           move Bucket-Name (Bucket-Index) to amount-label
           move Bucket-Amount (Bucket-Index) to amount-cl
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines.

      *    Each subledger source against the journal that should
      *    carry it onto the ledger.
       7500-Print-Itemization.
           move "DIFFERENCE TO THE LEDGER BY SOURCE" to section-title
           write Output-Printer-Record from Section-Line
               after advancing 3 lines
           write Output-Printer-Record from Item-Column-Line
               after advancing 2 lines

           move "Receipts vs PRG106/PRG107" to item-label
           move Bucket-Amount (1) to item-sub-dl
           move Ledger-Receipts to item-ledger-dl
           compute Difference-Work = Ledger-Receipts - Bucket-Amount (1)
           move Difference-Work to item-diff-dl
           write Output-Printer-Record from Item-Line
               after advancing 1 lines

           move "Register sales vs PRG105" to item-label
           move Bucket-Amount (2) to item-sub-dl
           move Ledger-Sales to item-ledger-dl
           compute Difference-Work = Ledger-Sales - Bucket-Amount (2)
           move Difference-Work to item-diff-dl
           write Output-Printer-Record from Item-Line
               after advancing 1 lines

           compute Other-Subledger = Bucket-Amount (3)
               + Bucket-Amount (4) + Bucket-Amount (5)
               + Bucket-Amount (6)
           move "Postings, counts, RTV vs PRG60" to item-label
           move Other-Subledger to item-sub-dl
           move Ledger-Snapshot to item-ledger-dl
           compute Difference-Work = Ledger-Snapshot - Other-Subledger
           move Difference-Work to item-diff-dl
           write Output-Printer-Record from Item-Line
               after advancing 1 lines

           move "Other entries to the account" to item-label
           move zero to item-sub-dl
           move Ledger-Other to item-ledger-dl
           move Ledger-Other to item-diff-dl
           write Output-Printer-Record from Item-Line
               after advancing 1 lines.

       7800-Print-Row-Counts.
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
           move "Unstamped journal rows taken as register:"
               to count-label
           move rows-taken-register to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Adjustments with no book quantity:" to count-label
           move adjusts-unvalued to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Report-only count variances skipped:"
               to count-label
           move counts-report-only to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Count variances taken as posted:" to count-label
           move counts-mode-unknown to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
