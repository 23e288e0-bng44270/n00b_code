      *    goes to gljrnl.dat and the proof report shows every entry
      *    with a debits-equals-credits total that ties back to the
      *    source reports.
      *    Now that PRG105 credits inventory for cost of goods
      *    sold and PRG106 debits it for vouchered receipts, the
      *    snapshot movement is posted as a true-up:
      *    whatever the other journal sources already put on the
      *    inventory account between the two snapshot dates comes
      *    off it first, so the ledger lands on the snapshot value
      *    instead of moving the stock twice.
      *    Gross pay and commission expense are charged to the
      *    cost center - store off the period detail, department
      *    off the employee master - so the ledger shows labor by
      *    store and department; the liabilities stay company
      *    level with a blank cost center.
      *    Hours an employee worked at another store are charged to
      *    that store: the close's rows on laborhst.dat (PRG20's
      *    split of the week's pay by store worked, stamped by
      *    PRG18 with the close date) take their cost off the
      *    employee's gross and onto the working store's cost
      *    center, with the commission and the employer's tax
      *    following in the same proportion.  What's left stays on
      *    the home store.
      *    The employer's payroll taxes PRG18 computes at the same
      *    close come off ertxperd.dat and post as their own
      *    expense/liability pair - expense by cost center, the
      *    matched social security and medicare, federal and state
      *    unemployment each to its own payable.
      *    Run behind PRG120's off-cycle pay instead of a close, the
      *    detail rows carry an "O" and only the payroll entries are
      *    written - the inventory true-up waits for the run behind
      *    the next close, so the same snapshot movement is never
      *    posted twice.
      *    Tags on glacct.dat (defaults in brackets):
      *        PAYEXP   gross pay expense        (6000)
      *        COMMEXP  commission expense       (6100)
      *        GARNLIAB garnishments held        (2500)
      *        LOCLIAB  locality tax withheld    (2600)
      *        ADVRECV  employee advances due    (1250)
      *        ERTAXEXP employer payroll tax     (6200)
      *        FICALIAB employer FICA payable    (2310)
      *        FUTALIAB federal unemployment     (2320)
      *        SUTALIAB state unemployment       (2330)
      *        INVASSET inventory on hand        (1300)
      *        INVADJ   inventory adjustment     (5100)

           select Pay-Detail-File assign to disk "payperd.dat"
                  organization is line sequential.

      *    The employee master, read by SS# for the department
      *    half of each employee's cost center.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.

           select optional Employer-Tax-File assign to disk
                  "ertxperd.dat"
                  organization is line sequential.

      *    PRG20's labor split carried by PRG18's close - the rows
      *    for the close on ertxperd.dat are the ones that apply.
           select optional Labor-History-File assign to disk
                  "laborhst.dat"
                  organization is line sequential.

           select optional Snapshot-File assign to
                  "u:\cobol\PRG08.SNP"
                  organization is line sequential.
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
           03 pd-pay-type          pic x.
               88 pd-off-cycle     value "O".

       fd Indexed-File.
       copy diskrec.

       fd Employer-Tax-File.
       copy ertxrec.

       fd Labor-History-File.
       copy labrec.

       fd Snapshot-File.
       01 Snapshot-Record          pic x(80).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).
           88 snp-end          value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 jrnl-eof-flag        pic xxx value spaces.
           88 jrnl-end         value 'YES'.
       01 ertx-eof-flag        pic xxx value spaces.
           88 ertx-end         value 'YES'.
       01 Off-Cycle-Switch     pic x value "N".
           88 Off-Cycle-Detail value "Y".
       01 labor-eof-flag       pic xxx value spaces.
           88 labor-end        value 'YES'.

      *    This close's borrowed labor, cost summed by employee and
      *    store worked.  Rows past the end of the table stay on
      *    the home store.
       01 Labor-Table.
           03 Labor-Entry occurs 2000 times.
               05 Lt-Ss            pic x(9).
               05 Lt-Store         pic x(2).
               05 Lt-Cost          pic 9(7)v99.
       01 Labor-Count          pic 9(4) value zero.
       01 Labor-Index          pic 9(4).
       01 Labor-Scan-Index     pic 9(4).
       01 Labor-Found-Switch   pic x value "N".
           88 Labor-Found      value "Y".
       01 Labor-Close-Date     pic x(10) value spaces.

      *    One employee's charge as it is shared out - the base the
      *    shares are figured on, and what is still to be placed.
       01 Home-Store-Hold      pic xx.
       01 Dept-Hold            pic xx.
       01 Split-Base           pic 9(9)v99 value zero.
       01 Gross-Left           pic 9(9)v99 value zero.
       01 Commission-Left      pic 9(9)v99 value zero.
       01 Er-Tax-Left          pic 9(7)v99 value zero.
       01 Moved-Gross          pic 9(9)v99 value zero.
       01 Moved-Commission     pic 9(9)v99 value zero.
       01 Moved-Er-Tax         pic 9(7)v99 value zero.

      *    Same comma-separated layout 6000-Write-Snapshot produces.
       01 Snapshot-Detail.
           03 Acct-Garnliab    pic x(8) value "2500".
           03 Acct-Locliab     pic x(8) value "2600".
           03 Acct-Advrecv     pic x(8) value "1250".
           03 Acct-Ertaxexp    pic x(8) value "6200".
           03 Acct-Ficaliab    pic x(8) value "2310".
           03 Acct-Futaliab    pic x(8) value "2320".
           03 Acct-Sutaliab    pic x(8) value "2330".
           03 Acct-Invasset    pic x(8) value "1300".
           03 Acct-Invadj      pic x(8) value "5100".

       01 Advance-Total        pic 9(9)v99 value zero.
       01 Gross-Pay-Total      pic 9(9)v99 value zero.
       01 Commission-Total     pic 9(9)v99 value zero.
       01 Er-Fica-Total        pic 9(9)v99 value zero.
       01 Er-Futa-Total        pic 9(9)v99 value zero.
       01 Er-Suta-Total        pic 9(9)v99 value zero.
       01 Er-Tax-Total         pic 9(9)v99 value zero.
       01 Row-Er-Tax           pic 9(7)v99 value zero.
       01 Prior-Snapshot-Value pic 9(9)v99 value zero.
       01 Last-Snapshot-Value  pic 9(9)v99 value zero.
       01 Snapshot-Rows-Seen   pic 9(5) value zero.
       01 Inventory-Movement   pic s9(9)v99 value zero.
       01 Snapshot-Movement    pic s9(9)v99 value zero.
       01 Journaled-Movement   pic s9(9)v99 value zero.
      *    The two snapshot dates as yyyymmdd - the window the
      *    other journal sources' inventory rows are netted over.
       01 Prior-Snapshot-Key   pic x(8) value low-values.
       01 Last-Snapshot-Key    pic x(8) value low-values.
       01 Row-Snapshot-Key     pic x(8).
       01 Journal-Row-Key      pic x(8).
       01 Movement-Amount      pic 9(9)v99 value zero.
      *    Expense by store/department cost center.  Entry 1 is the
      *    blank, company-level center, which also catches anything
      *    past the end of the table.
       01 Cost-Center-Table.
           03 Cost-Center-Entry occurs 300 times.
               05 Cc-Key           pic x(4).
               05 Cc-Gross-Pay     pic 9(9)v99.
               05 Cc-Commission    pic 9(9)v99.
               05 Cc-Er-Tax        pic 9(9)v99.
       01 Cost-Center-Count    pic 9(3) value 1.
       01 Cost-Center-Index    pic 9(3).
       01 Cost-Center-Scan     pic 9(3).
       01 Cost-Center-Switch   pic x value "N".
           88 Cost-Center-Found value "Y".
       01 Work-Cost-Center.
           03 wcc-store        pic xx.
           03 wcc-dept         pic xx.
       01 Row-Gross-Pay        pic 9(9)v99 value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.
       01 journal-row-count    pic 9(4) value zero.
       01 Column-Line.
           03                  pic x(8) value "ACCOUNT".
           03                  pic x(2) value spaces.
           03                  pic x(4) value "CC".
           03                  pic x(2) value spaces.
           03                  pic x(3) value "D/C".
           03                  pic x(6) value spaces.
           03                  pic x(6) value "AMOUNT".

       01 Proof-Detail-Line.
           03 account-dl       pic x(8).
           03                  pic x(2) value spaces.
           03 cost-center-dl   pic x(4).
           03                  pic x(3) value spaces.
           03 dc-dl            pic x.
           03                  pic x(2) value spaces.
               value "Gross pay off the period detail:".
           03 tie-gross-cl     pic $$$,$$$,$$9.99.

       01 Tie-Back-Line-5.
           03                  pic x(34)
               value "Employer tax off the close detail:".
           03 tie-ertax-cl     pic $$$,$$$,$$9.99.

       01 Tie-Back-Line-2.
           03                  pic x(33)
               value "Inventory movement between snaps:".
           03 tie-move-cl      pic +$$,$$$,$$9.99.

       01 Tie-Back-Line-3.
           03                  pic x(33)
               value "Less already journaled by others:".
           03 tie-jrnl-cl      pic +$$,$$$,$$9.99.

       01 Tie-Back-Line-4.
           03                  pic x(33)
               value "Inventory true-up posted:".
           03 tie-trueup-cl    pic +$$,$$$,$$9.99.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           move yy of date-accept-record to rdf-yy

           perform 1500-Load-Account-Map
           perform 1700-Load-Labor-Table
           perform 2000-Sum-Pay-Detail
           perform 2400-Sum-Employer-Tax
           if not Off-Cycle-Detail
               perform 2500-Find-Snapshot-Movement
           end-if

           open extend Gl-Journal-File
           open output Output-Printer-File
           write Output-Printer-Record after advancing 1 lines

           perform 3000-Write-Payroll-Entries
           if not Off-Cycle-Detail
               perform 3500-Write-Inventory-Entries
           end-if
           perform 5000-Write-Proof-Totals

           close Gl-Journal-File
                                           to Acct-Locliab
                       when "ADVRECV " move ga-account
                                           to Acct-Advrecv
                       when "ERTAXEXP" move ga-account
                                           to Acct-Ertaxexp
                       when "FICALIAB" move ga-account
                                           to Acct-Ficaliab
                       when "FUTALIAB" move ga-account
                                           to Acct-Futaliab
                       when "SUTALIAB" move ga-account
                                           to Acct-Sutaliab
                       when "INVASSET" move ga-account
                                           to Acct-Invasset
                       when "INVADJ  " move ga-account to Acct-Invadj
                   end-evaluate
           end-read.

      *    The close being posted is the one on ertxperd.dat; an
      *    off-cycle run's date has no labor rows behind it.
       1700-Load-Labor-Table.
           move spaces to ertx-eof-flag
           open input Employer-Tax-File
           read Employer-Tax-File
               at end continue
               not at end move et-close-date to Labor-Close-Date
           end-read
           close Employer-Tax-File
           if Labor-Close-Date not = spaces
               open input Labor-History-File
               perform 1750-Read-Labor-Row
                   until labor-end
               close Labor-History-File
           end-if.

       1750-Read-Labor-Row.
           read Labor-History-File
               at end move "YES" to labor-eof-flag
               not at end
                   if Labor-Close-Date-LD = Labor-Close-Date
                           and Labor-Cost-LD is numeric
                           and Labor-Work-Store-LD not = spaces
                           and Labor-Work-Store-LD
                               not = Labor-Home-Store-LD
                       perform 1800-Add-Labor-Entry
                   end-if
           end-read.

       1800-Add-Labor-Entry.
           move "N" to Labor-Found-Switch
           perform 1850-Check-Labor-Entry
               varying Labor-Scan-Index from 1 by 1
               until Labor-Scan-Index > Labor-Count
                  or Labor-Found
           if not Labor-Found
                   and Labor-Count < 2000
               add 1 to Labor-Count
               move Labor-Count to Labor-Index
               move Labor-Ss-Num-LD to Lt-Ss (Labor-Index)
               move Labor-Work-Store-LD to Lt-Store (Labor-Index)
               move zero to Lt-Cost (Labor-Index)
               move "Y" to Labor-Found-Switch
           end-if
           if Labor-Found
               add Labor-Cost-LD to Lt-Cost (Labor-Index)
           end-if.

       1850-Check-Labor-Entry.
           if Lt-Ss (Labor-Scan-Index) = Labor-Ss-Num-LD
                   and Lt-Store (Labor-Scan-Index)
                       = Labor-Work-Store-LD
               move "Y" to Labor-Found-Switch
               move Labor-Scan-Index to Labor-Index
           end-if.

       2000-Sum-Pay-Detail.
           initialize Cost-Center-Table
           open input Pay-Detail-File
           open input Indexed-File
           perform 2100-Sum-One-Pay-Row until pay-end
           close Pay-Detail-File
           close Indexed-File
           compute Gross-Pay-Total =
               Net-Pay-Total + Deduction-Total + Withholding-Total
                   + Garnish-Total + Loctax-Total + Advance-Total.
                       add pd-advance to Advance-Total
                   end-if
                   add pd-commission to Commission-Total
                   if pd-off-cycle
                       move "Y" to Off-Cycle-Switch
                   end-if
                   perform 2200-Charge-Cost-Center
           end-read.

      *    The row's gross, built the way the totals are, and its
      *    commission go to the employee's store and department.
      *    An employee gone from the master is charged to the
      *    store alone.
       2200-Charge-Cost-Center.
           move pd-net-pay to Row-Gross-Pay
           add pd-deduction to Row-Gross-Pay
           add pd-withholding to Row-Gross-Pay
           if pd-garnish is numeric
               add pd-garnish to Row-Gross-Pay
           end-if
           if pd-loctax is numeric
               add pd-loctax to Row-Gross-Pay
           end-if
           if pd-advance is numeric
               add pd-advance to Row-Gross-Pay
           end-if
           move pd-ss-num to ss-num of disk-record
           read Indexed-File
               invalid key
                   move spaces to Dept-Hold
               not invalid key
                   move dept-number of disk-record to Dept-Hold
           end-read
           move pd-store-number to Home-Store-Hold
           move Row-Gross-Pay to Split-Base Gross-Left
           move pd-commission to Commission-Left
           if not pd-off-cycle
               perform 2250-Charge-Borrowed-Pay
                   varying Labor-Index from 1 by 1
                   until Labor-Index > Labor-Count
           end-if
           move Home-Store-Hold to wcc-store
           move Dept-Hold to wcc-dept
           perform 2300-Find-Cost-Center
           add Gross-Left to Cc-Gross-Pay (Cost-Center-Index)
           add Commission-Left to Cc-Commission (Cost-Center-Index).

      *    A working store takes its labor cost off the gross, no
      *    more than is left, and the commission in proportion.
       2250-Charge-Borrowed-Pay.
           if Lt-Ss (Labor-Index) = pd-ss-num
                   and Lt-Store (Labor-Index) not = Home-Store-Hold
                   and Gross-Left > zero
               if Lt-Cost (Labor-Index) > Gross-Left
                   move Gross-Left to Moved-Gross
               else
                   move Lt-Cost (Labor-Index) to Moved-Gross
               end-if
               compute Moved-Commission rounded =
                   pd-commission * Moved-Gross / Split-Base
               if Moved-Commission > Commission-Left
                   move Commission-Left to Moved-Commission
               end-if
               subtract Moved-Gross from Gross-Left
               subtract Moved-Commission from Commission-Left
               move Lt-Store (Labor-Index) to wcc-store
               move Dept-Hold to wcc-dept
               perform 2300-Find-Cost-Center
               add Moved-Gross to Cc-Gross-Pay (Cost-Center-Index)
               add Moved-Commission
                   to Cc-Commission (Cost-Center-Index)
           end-if.

       2300-Find-Cost-Center.
           move "N" to Cost-Center-Switch
           move 1 to Cost-Center-Index
           perform 2350-Check-Cost-Center
               varying Cost-Center-Scan from 1 by 1
               until Cost-Center-Scan > Cost-Center-Count
                  or Cost-Center-Found
           if not Cost-Center-Found
                   and Cost-Center-Count < 300
               add 1 to Cost-Center-Count
               move Cost-Center-Count to Cost-Center-Index
               move Work-Cost-Center to Cc-Key (Cost-Center-Index)
           end-if.

       2350-Check-Cost-Center.
           if Cc-Key (Cost-Center-Scan) = Work-Cost-Center
               move "Y" to Cost-Center-Switch
               move Cost-Center-Scan to Cost-Center-Index
           end-if.

      *    The employer's share carries its own store and
      *    department off the close, so it charges straight to the
      *    cost center without the master.
       2400-Sum-Employer-Tax.
           open input Employer-Tax-File
           perform 2450-Sum-One-Employer-Row until ertx-end
           close Employer-Tax-File
           compute Er-Tax-Total =
               Er-Fica-Total + Er-Futa-Total + Er-Suta-Total.

       2450-Sum-One-Employer-Row.
           read Employer-Tax-File
               at end move "YES" to ertx-eof-flag
               not at end
                   if et-ss-tax is numeric
                           and et-med-tax is numeric
                           and et-futa-tax is numeric
                           and et-suta-tax is numeric
                       add et-ss-tax et-med-tax to Er-Fica-Total
                       add et-futa-tax to Er-Futa-Total
                       add et-suta-tax to Er-Suta-Total
                       compute Row-Er-Tax = et-ss-tax + et-med-tax
                           + et-futa-tax + et-suta-tax
                       move Row-Er-Tax to Er-Tax-Left
                       if not Off-Cycle-Detail
                               and et-gross-wages is numeric
                               and et-gross-wages > zero
                           move et-gross-wages to Split-Base
                           perform 2470-Charge-Borrowed-Er-Tax
                               varying Labor-Index from 1 by 1
                               until Labor-Index > Labor-Count
                       end-if
                       move et-store-number to wcc-store
                       move et-dept-number to wcc-dept
                       perform 2300-Find-Cost-Center
                       add Er-Tax-Left to Cc-Er-Tax (Cost-Center-Index)
                   end-if
           end-read.

      *    The employer's tax follows the wages - each working
      *    store's labor cost over the employee's gross for the
      *    close.
       2470-Charge-Borrowed-Er-Tax.
           if Lt-Ss (Labor-Index) = et-ss-num
                   and Lt-Store (Labor-Index) not = et-store-number
                   and Er-Tax-Left > zero
               compute Moved-Er-Tax rounded =
                   Row-Er-Tax * Lt-Cost (Labor-Index) / Split-Base
               if Moved-Er-Tax > Er-Tax-Left
                   move Er-Tax-Left to Moved-Er-Tax
               end-if
               subtract Moved-Er-Tax from Er-Tax-Left
               move Lt-Store (Labor-Index) to wcc-store
               move et-dept-number to wcc-dept
               perform 2300-Find-Cost-Center
               add Moved-Er-Tax to Cc-Er-Tax (Cost-Center-Index)
           end-if.

      *    The last two snapshot rows - the movement between them is
      *    the inventory side of the journal.
       2500-Find-Snapshot-Movement.
           perform 2550-Read-Snapshot-Row until snp-end
           close Snapshot-File
           if Snapshot-Rows-Seen > 1
               compute Snapshot-Movement =
                   Last-Snapshot-Value - Prior-Snapshot-Value
               perform 2600-Net-Journaled-Movement
           else
               move zero to Snapshot-Movement
           end-if
           compute Inventory-Movement =
               Snapshot-Movement - Journaled-Movement.

       2550-Read-Snapshot-Row.
           read Snapshot-File into Snapshot-Detail
                           to Prior-Snapshot-Value
                       move Snapshot-Grand-Total
                           to Last-Snapshot-Value
                       move Snapshot-Date (7:4)
                           to Row-Snapshot-Key (1:4)
                       move Snapshot-Date (1:2)
                           to Row-Snapshot-Key (5:2)
                       move Snapshot-Date (4:2)
                           to Row-Snapshot-Key (7:2)
                       move Last-Snapshot-Key to Prior-Snapshot-Key
                       move Row-Snapshot-Key to Last-Snapshot-Key
                   end-if
           end-read.

      *    Inventory rows the other journal sources wrote dated
      *    after the prior snapshot and up to the last one - this
      *    program's own rows (and the unstamped rows from before
      *    sources were stamped, all of them this program's) are
      *    the true-ups themselves and stay out of it.
       2600-Net-Journaled-Movement.
           move zero to Journaled-Movement
           open input Gl-Journal-File
           perform 2650-Read-Journal-Row until jrnl-end
           close Gl-Journal-File.

       2650-Read-Journal-Row.
           read Gl-Journal-File
               at end move "YES" to jrnl-eof-flag
               not at end
                   if gj-account = Acct-Invasset
                           and gj-source not = spaces
                           and gj-source not = "PRG60"
                           and gj-amount is numeric
                           and gj-date (7:4) is numeric
                       move gj-date (7:4) to Journal-Row-Key (1:4)
                       move gj-date (1:2) to Journal-Row-Key (5:2)
                       move gj-date (4:2) to Journal-Row-Key (7:2)
                       if Journal-Row-Key > Prior-Snapshot-Key
                               and Journal-Row-Key
                                   not > Last-Snapshot-Key
                           if gj-dc = "D"
                               add gj-amount to Journaled-Movement
                           else
                               subtract gj-amount
                                   from Journaled-Movement
                           end-if
                       end-if
                   end-if
           end-read.

      *    withholding credit their liabilities - the two sides are
      *    the same figures, so the entry balances by construction.
       3000-Write-Payroll-Entries.
           move spaces to gj-cost-center
           if Gross-Pay-Total > zero
               perform 3100-Write-Gross-Pay-Row
                   varying Cost-Center-Index from 1 by 1
                   until Cost-Center-Index > Cost-Center-Count
               move spaces to gj-cost-center
               move Acct-Netpay to gj-account
               move "C" to gj-dc
               move Net-Pay-Total to gj-amount
      *    and payable pair - the figure PRG18 rolls but nothing
      *    pays out yet.
           if Commission-Total > zero
               perform 3200-Write-Commission-Row
                   varying Cost-Center-Index from 1 by 1
                   until Cost-Center-Index > Cost-Center-Count
               move spaces to gj-cost-center
               move Acct-Commliab to gj-account
               move "C" to gj-dc
               move Commission-Total to gj-amount
               move "Commission payable" to gj-description
               perform 4000-Write-Journal-Row
           end-if
      *    Employer tax is an expense the company owes on top of
      *    the wages - expense by cost center, one payable per tax.
           if Er-Tax-Total > zero
               perform 3300-Write-Employer-Tax-Row
                   varying Cost-Center-Index from 1 by 1
                   until Cost-Center-Index > Cost-Center-Count
               move spaces to gj-cost-center
               if Er-Fica-Total > zero
                   move Acct-Ficaliab to gj-account
                   move "C" to gj-dc
                   move Er-Fica-Total to gj-amount
                   move "Employer FICA payable" to gj-description
                   perform 4000-Write-Journal-Row
               end-if
               if Er-Futa-Total > zero
                   move Acct-Futaliab to gj-account
                   move "C" to gj-dc
                   move Er-Futa-Total to gj-amount
                   move "Federal unemployment payable"
                       to gj-description
                   perform 4000-Write-Journal-Row
               end-if
               if Er-Suta-Total > zero
                   move Acct-Sutaliab to gj-account
                   move "C" to gj-dc
                   move Er-Suta-Total to gj-amount
                   move "State unemployment payable"
                       to gj-description
                   perform 4000-Write-Journal-Row
               end-if
           end-if.

       3100-Write-Gross-Pay-Row.
           if Cc-Gross-Pay (Cost-Center-Index) > zero
               move Cc-Key (Cost-Center-Index) to gj-cost-center
               move Acct-Payexp to gj-account
               move "D" to gj-dc
               move Cc-Gross-Pay (Cost-Center-Index) to gj-amount
               if Off-Cycle-Detail
                   move "Off-cycle gross pay" to gj-description
               else
                   move "Period gross pay" to gj-description
               end-if
               perform 4000-Write-Journal-Row
           end-if.

       3200-Write-Commission-Row.
           if Cc-Commission (Cost-Center-Index) > zero
               move Cc-Key (Cost-Center-Index) to gj-cost-center
               move Acct-Commexp to gj-account
               move "D" to gj-dc
               move Cc-Commission (Cost-Center-Index) to gj-amount
               move "Period commission expense" to gj-description
               perform 4000-Write-Journal-Row
           end-if.

       3300-Write-Employer-Tax-Row.
           if Cc-Er-Tax (Cost-Center-Index) > zero
               move Cc-Key (Cost-Center-Index) to gj-cost-center
               move Acct-Ertaxexp to gj-account
               move "D" to gj-dc
               move Cc-Er-Tax (Cost-Center-Index) to gj-amount
               move "Employer payroll tax" to gj-description
               perform 4000-Write-Journal-Row
           end-if.

       3500-Write-Inventory-Entries.
           move spaces to gj-cost-center
           if Inventory-Movement not = zero
               if Inventory-Movement > zero
                   move Inventory-Movement to Movement-Amount

       4000-Write-Journal-Row.
           move Run-Date-Formatted to gj-date
           move "PRG60" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           if gj-dc = "D"
               add gj-amount to Credit-Total
           end-if
           move gj-account to account-dl
           move gj-cost-center to cost-center-dl
           move gj-dc to dc-dl
           move gj-amount to amount-dl
           move gj-description to description-dl
           move Gross-Pay-Total to tie-gross-cl
           write Output-Printer-Record from Tie-Back-Line-1
               after advancing 2 lines
           move Er-Tax-Total to tie-ertax-cl
           write Output-Printer-Record from Tie-Back-Line-5
               after advancing 1 lines
           move Snapshot-Movement to tie-move-cl
           write Output-Printer-Record from Tie-Back-Line-2
               after advancing 1 lines
           move Journaled-Movement to tie-jrnl-cl
           write Output-Printer-Record from Tie-Back-Line-3
               after advancing 1 lines
           move Inventory-Movement to tie-trueup-cl
           write Output-Printer-Record from Tie-Back-Line-4
               after advancing 1 lines.
