       identification division.
       program-id.  prg155.
       author.  Andy Carlson.

      *    Vendor rebate accrual - run at each month end.  Every
      *    agreement on REBATE.DAT that has started and not yet
      *    been claimed has its vendor's received purchase dollars
      *    totalled off PODATA.DAT: received quantity at the line's
      *    unit cost, for lines received inside the agreement
      *    dates.  A line is dated by the day it filled, or by its
      *    order date while it is still only partly received.  The
      *    highest tier the total has reached sets the percent
      *    earned on all of it.  What the agreement already carries
      *    as accrued is on the agreement itself, so only the
      *    change is journaled to gljrnl.dat - a growing rebate
      *    debited to the rebate receivable against rebate income,
      *    a shrinking one (a cancelled or cut-back receipt) the
      *    other way - and a second run the same month posts
      *    nothing.  The agreement is then stamped with the new
      *    accrued figure and the run date.  The accrual report
      *    lists every agreement worked, then the journal proof.
      *    Tags on glacct.dat (defaults in brackets):
      *        REBRECV  vendor rebates receivable  (1260)
      *        REBINC   vendor rebate income       (5200)

       environment division.
       input-output section.
       file-control.
           select optional Rebate-File assign to disk "rebate.dat"
                  organization is indexed
                  access is dynamic
                  record key is Reb-Key.

           select optional Po-File assign to disk "podata.dat"
                  organization is line sequential.

           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is random
                  record key is Vendor-Code-VM.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Rebate-File.
       copy rebrec.

       fd Po-File.
       copy porec.

       fd Vendor-File.
       copy vendrec.

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
       01 reb-eof-flag         pic xxx value spaces.
           88 reb-end          value 'YES'.
       01 po-eof-flag          pic xxx value spaces.
           88 po-end           value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.

       01 Account-Table.
           03 Acct-Rebrecv     pic x(8) value "1260".
           03 Acct-Rebinc      pic x(8) value "5200".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.
       01 Today-Date-Key       pic 9(8).

      *    The agreements being accrued, with the purchases the
      *    PODATA.DAT pass finds for each.
       01 Agreement-Table.
           03 Agreement-Entry occurs 200 times.
               05 Ag-Vendor        pic x(6).
               05 Ag-Start         pic 9(8).
               05 Ag-End           pic 9(8).
               05 Ag-Purchases     pic 9(11)v99.
       01 Agreement-Count      pic 9(3) value zero.
       01 Agreement-Index      pic 9(3).

      *    A PODATA.DAT date, mm/dd/yyyy, folded to yyyymmdd.
       01 Line-Date-Work.
           03 ldw-mm           pic 99.
           03                  pic x.
           03 ldw-dd           pic 99.
           03                  pic x.
           03 ldw-yyyy         pic 9(4).
       01 Line-Date-Key        pic 9(8).
       01 Line-Amount          pic 9(11)v99.

       01 Tier-Index           pic 9.
       01 Tier-Reached         pic 9.
       01 Tier-Percent         pic 99v99.
       01 Earned-Rebate        pic 9(9)v99.
       01 Accrual-Change       pic s9(9)v99.

       01 agreements-read      pic 9(5) value zero.
       01 agreements-accrued   pic 9(5) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.
       01 Company-Earned       pic 9(11)v99 value zero.
       01 Company-Change       pic s9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(44)
               value "** VENDOR REBATE ACCRUAL **".
           03                  pic x(6) value "AS OF ".
           03 run-date-hd      pic x(10).

       01 Agreement-Column-Line.
           03                  pic x(8) value "VENDOR".
           03                  pic x(21) value "NAME".
           03                  pic x(18) value "AGREEMENT DATES".
           03                  pic x(15) value "   PURCHASES".
           03                  pic x(10) value "TIER  PCT".
           03                  pic x(14) value "    EARNED".
           03                  pic x(14) value "   THIS RUN".

       01 Agreement-Detail-Line.
           03 vendor-dl        pic x(6).
           03                  pic x(2) value spaces.
           03 vendor-name-dl   pic x(20).
           03                  pic x value space.
           03 start-dl         pic 9(8).
           03                  pic x value "-".
           03 end-dl           pic 9(8).
           03                  pic x value space.
           03 purchases-dl     pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 tier-dl          pic 9.
           03                  pic x value space.
           03 percent-dl       pic z9.99.
           03                  pic x value space.
           03 earned-dl        pic $$,$$$,$$9.99.
           03                  pic x value space.
           03 change-dl        pic $$,$$$,$$9.99-.

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
               value "Accruals unchanged - nothing journaled.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           compute Today-Date-Key =
               (2000 + yy of date-accept-record) * 10000
               + mm of date-accept-record * 100
               + dd of date-accept-record

           perform 1500-Load-Account-Map

           open i-o Rebate-File
           perform 1600-Load-Agreement
               until reb-end
           perform 2000-Total-Purchases

           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Agreement-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           open input Vendor-File
           open extend Gl-Journal-File
           perform 3000-Accrue-One-Agreement
               varying Agreement-Index from 1 by 1
               until Agreement-Index > Agreement-Count
           close Gl-Journal-File
           close Vendor-File
           close Rebate-File

           if journal-row-count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 3 lines
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
                       when "REBRECV"
                           move ga-account to Acct-Rebrecv
                       when "REBINC"
                           move ga-account to Acct-Rebinc
                   end-evaluate
           end-read.

      *    An agreement not started yet has nothing to accrue, and
      *    a claimed one is finished.
       1600-Load-Agreement.
           read Rebate-File next record
               at end move "YES" to reb-eof-flag
               not at end
                   add 1 to agreements-read
                   if Reb-Claim-Date-RA = spaces
                           and Reb-Start-RA not > Today-Date-Key
                           and Agreement-Count < 200
                       add 1 to Agreement-Count
                       move Reb-Vendor-RA
                           to Ag-Vendor (Agreement-Count)
                       move Reb-Start-RA
                           to Ag-Start (Agreement-Count)
                       move Reb-End-RA to Ag-End (Agreement-Count)
                       move zero to Ag-Purchases (Agreement-Count)
                   end-if
           end-read.

       2000-Total-Purchases.
           open input Po-File
           perform 2100-Read-Po-Line
               until po-end
           close Po-File.

       2100-Read-Po-Line.
           read Po-File
               at end move "YES" to po-eof-flag
               not at end
                   if Received-Qty-PO is numeric
                           and Received-Qty-PO > zero
                       perform 2200-Date-Po-Line
                       if Line-Date-Key > zero
                           compute Line-Amount =
                               Received-Qty-PO * Unit-Cost-PO
                           perform 2300-Add-To-Agreement
                               varying Agreement-Index from 1 by 1
                               until Agreement-Index
                                   > Agreement-Count
                       end-if
                   end-if
           end-read.

      *    The day the line filled, or its order date while it is
      *    still open with only part of the order in.
       2200-Date-Po-Line.
           if Received-Date-PO not = spaces
               move Received-Date-PO to Line-Date-Work
           else
               move Order-Date-PO to Line-Date-Work
           end-if
           if ldw-mm is numeric and ldw-dd is numeric
                   and ldw-yyyy is numeric
               compute Line-Date-Key =
                   ldw-yyyy * 10000 + ldw-mm * 100 + ldw-dd
           else
               move zero to Line-Date-Key
           end-if.

       2300-Add-To-Agreement.
           if Vendor-Code-PO = Ag-Vendor (Agreement-Index)
                   and Line-Date-Key
                       not < Ag-Start (Agreement-Index)
                   and Line-Date-Key
                       not > Ag-End (Agreement-Index)
               add Line-Amount to Ag-Purchases (Agreement-Index)
           end-if.

       3000-Accrue-One-Agreement.
           move Ag-Vendor (Agreement-Index) to Reb-Vendor-RA
           move Ag-Start (Agreement-Index) to Reb-Start-RA
           read Rebate-File
               invalid key
                   continue
               not invalid key
                   perform 3100-Figure-Earned-Rebate
                   compute Accrual-Change =
                       Earned-Rebate - Reb-Accrued-RA
                   add Earned-Rebate to Company-Earned
                   add Accrual-Change to Company-Change
                   perform 3200-Print-Agreement-Line
                   if Accrual-Change not = zero
                       add 1 to agreements-accrued
                       perform 3300-Journal-Accrual-Change
                   end-if
                   move Earned-Rebate to Reb-Accrued-RA
                   move Run-Date-Formatted to Reb-Last-Accrual-RA
                   rewrite Rebate-Agreement-Record
                   end-rewrite
           end-read.

      *    The tiers climb, so the last one in use that the
      *    purchases have reached is the one that pays.
       3100-Figure-Earned-Rebate.
           move zero to Tier-Reached Tier-Percent Earned-Rebate
           perform 3150-Check-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
           if Tier-Reached > zero
               compute Earned-Rebate rounded =
                   Ag-Purchases (Agreement-Index) * Tier-Percent
                       / 100
           end-if.

       3150-Check-One-Tier.
           if Reb-Percent-RA (Tier-Index) > zero
                   and Ag-Purchases (Agreement-Index)
                       not < Reb-Threshold-RA (Tier-Index)
               move Tier-Index to Tier-Reached
               move Reb-Percent-RA (Tier-Index) to Tier-Percent
           end-if.

       3200-Print-Agreement-Line.
           move Ag-Vendor (Agreement-Index) to vendor-dl
           move Ag-Vendor (Agreement-Index) to Vendor-Code-VM
           read Vendor-File
               invalid key
                   move "** NOT ON VENDOR MST" to vendor-name-dl
               not invalid key
                   move Vendor-Name-VM to vendor-name-dl
           end-read
           move Ag-Start (Agreement-Index) to start-dl
           move Ag-End (Agreement-Index) to end-dl
           move Ag-Purchases (Agreement-Index) to purchases-dl
           move Tier-Reached to tier-dl
           move Tier-Percent to percent-dl
           move Earned-Rebate to earned-dl
           move Accrual-Change to change-dl
           write Output-Printer-Record from Agreement-Detail-Line
               after advancing 1 lines.

      *    Growing: rebate receivable debit, rebate income credit.
      *    Shrinking: the other way round.  Company level.
       3300-Journal-Accrual-Change.
           move Run-Date-Formatted to gj-date
           move spaces to gj-cost-center
           if Accrual-Change > zero
               move Accrual-Change to gj-amount
               move Acct-Rebrecv to gj-account
               move "D" to gj-dc
               move spaces to gj-description
               string "Rebate accrual " delimited by size
                      Ag-Vendor (Agreement-Index) delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
               move Acct-Rebinc to gj-account
               move "C" to gj-dc
               move spaces to gj-description
               string "Rebate earned " delimited by size
                      Ag-Vendor (Agreement-Index) delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
           else
               compute gj-amount = zero - Accrual-Change
               move Acct-Rebinc to gj-account
               move "D" to gj-dc
               move spaces to gj-description
               string "Rebate reduced " delimited by size
                      Ag-Vendor (Agreement-Index) delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
               move Acct-Rebrecv to gj-account
               move "C" to gj-dc
               move spaces to gj-description
               string "Rebate accrual cut " delimited by size
                      Ag-Vendor (Agreement-Index) delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
           end-if.

       4000-Write-Journal-Row.
           move "PRG155" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           if journal-row-count = 1
               write Output-Printer-Record from Column-Line
                   after advancing 3 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
           end-if
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

           move "Rebates earned to date:" to money-tie-label
           move Company-Earned to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 2 lines
           move "Accrual change this run:" to money-tie-label
           move Company-Change to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           move "Agreements on file:" to count-tie-label
           move agreements-read to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Agreements accruing:" to count-tie-label
           move Agreement-Count to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "Agreements with a change journaled:"
               to count-tie-label
           move agreements-accrued to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines.
