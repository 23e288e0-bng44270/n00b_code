       identification division.
       program-id.  prg116.
       author.  Andy Carlson.

      *    Petty-cash replenishment report - for each store, every
      *    voucher on PCVOUCH.DAT paid out of the drawer and not yet
      *    replenished, with the store's spending by category and
      *    the check it takes to bring the drawer back up to its
      *    fund.  One store, or all of them when Enter is pressed.
      *    Run in report mode (R, the default) it only prints.  Run
      *    in mark mode (M) once the checks are cut, it stamps each
      *    journaled voucher replenished and journals the checks to
      *    gljrnl.dat - a debit to the store's petty-cash fund
      *    against the bank, dated today.  A voucher PRG115 has not
      *    journaled yet prints flagged and is left for the next
      *    replenishment, so the fund's debit never runs ahead of
      *    the credit that took the cash out.
      *    Tags on glacct.dat (defaults in brackets):
      *        PETTYCSH store petty-cash funds    (1020)
      *        APCASH   cash the checks are drawn on (1000)

       environment division.
       input-output section.
       file-control.
           select optional Voucher-File assign to disk "pcvouch.dat"
                  organization is indexed
                  access is dynamic
                  record key is Voucher-Number-PC.

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
       fd Voucher-File.
       copy pcvrec.

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
           03 voucher-number-sr    pic 9(6).
           03 category-sr          pic x(8).
           03 amount-sr            pic 9(5)v99.
           03 expense-date-sr      pic x(10).
           03 payee-sr             pic x(20).
           03 journaled-sr         pic x.
               88 Sorted-Journaled value "Y".

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       copy pccat.
       01 vch-eof-flag         pic xxx value spaces.
           88 vch-end          value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.

       01 Account-Table.
           03 Acct-Pettycsh    pic x(8) value "1020".
           03 Acct-Apcash      pic x(8) value "1000".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 Store-Response       pic xx.
       01 Mode-Response        pic x.
           88 Mark-Mode        value "M".
       01 Store-Def-Key-Hold   pic xx.

      *    The store's spending by category, PCCAT order.
       01 Category-Total-Table.
           03 Category-Total   pic 9(9)v99 occurs 8 times.
       01 Tag-Index            pic 99.
       01 Category-Index       pic 99.
       01 Category-Found-Switch pic x value "N".
           88 Category-Found   value "Y".

       01 Store-Journaled-Total pic 9(9)v99 value zero.
       01 Store-Pending-Total  pic 9(9)v99 value zero.
       01 Run-Journaled-Total  pic 9(11)v99 value zero.
       01 Run-Pending-Total    pic 9(11)v99 value zero.
       01 store-count          pic 9(5) value zero.
       01 vouchers-listed      pic 9(6) value zero.
       01 vouchers-marked      pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** PETTY-CASH REPLENISHMENT REPORT **".
           03                  pic x(5) value spaces.
           03 run-date-hd      pic x(10).
           03                  pic x(3) value spaces.
           03 mode-hd          pic x(30).

       01 Store-Heading-Line.
           03                  pic x(7) value "STORE".
           03 store-hd         pic xx.
           03                  pic x(2) value spaces.
           03 store-name-hd    pic x(20).

       01 Column-Line.
           03                  pic x(9) value "VOUCHER".
           03                  pic x(10) value "CATEGORY".
           03                  pic x(12) value "DATE PAID".
           03                  pic x(22) value "PAID TO".
           03                  pic x(12) value "AMOUNT".
           03                  pic x(14) value "STATUS".

       01 Voucher-Detail-Line.
           03 voucher-number-dl pic 9(6).
           03                  pic x(3) value spaces.
           03 category-dl      pic x(8).
           03                  pic x(2) value spaces.
           03 expense-date-dl  pic x(10).
           03                  pic x(2) value spaces.
           03 payee-dl         pic x(20).
           03                  pic x(2) value spaces.
           03 amount-dl        pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 status-dl        pic x(20).

       01 Category-Total-Line.
           03                  pic x(4) value spaces.
           03 category-tag-tl  pic x(10).
           03 category-name-tl pic x(22).
           03 category-amt-tl  pic $$,$$$,$$9.99.

       01 Money-Total-Line.
           03 money-label-tl   pic x(40).
           03 money-amt-tl     pic $$,$$$,$$$,$$9.99.

       01 Count-Total-Line.
           03 count-label-tl   pic x(40).
           03 count-amt-tl     pic zzz,zz9.

       01 Journal-Detail-Line.
           03                  pic x(4) value spaces.
           03 jd-account       pic x(8).
           03                  pic x(2) value spaces.
           03 jd-dc            pic x.
           03                  pic x(2) value spaces.
           03 jd-amount        pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 jd-description   pic x(30).
           03                  pic x value spaces.
           03 jd-cost-center   pic x(4).

       01 Nothing-Line.
           03                  pic x(40)
               value "No vouchers waiting on replenishment.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1200-Get-Run-Options
           perform 1300-Load-Account-Map
           sort Sort-Work-File
               ascending key store-sr voucher-number-sr
               input procedure 1500-Release-Vouchers
               output procedure 2000-Build-Report
           stop run.

       1200-Get-Run-Options.
           display "Enter store number, or Enter for all stores:"
           accept Store-Response
           display "Report only, or mark replenished and journal "
                   "(R/M), Enter for R:"
           accept Mode-Response
           call "CBL_TOUPPER" using Mode-Response
                       by value length of Mode-Response.

       1300-Load-Account-Map.
           open input Gl-Account-File
           perform 1350-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1350-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   evaluate ga-tag
                       when "PETTYCSH" move ga-account
                                           to Acct-Pettycsh
                       when "APCASH  " move ga-account
                                           to Acct-Apcash
                       when other continue
                   end-evaluate
           end-read.

       1500-Release-Vouchers.
           open input Voucher-File
           perform 1550-Read-Voucher
               until vch-end
           close Voucher-File.

       1550-Read-Voucher.
           read Voucher-File next record
               at end move "YES" to vch-eof-flag
               not at end
                   if Pc-Not-Replenished
                           and (Store-Response = spaces
                                or Store-Response = Store-PC)
                       move Store-PC to store-sr
                       move Voucher-Number-PC to voucher-number-sr
                       move Category-PC to category-sr
                       move Amount-PC to amount-sr
                       move Expense-Date-PC to expense-date-sr
                       move Payee-PC to payee-sr
                       if Pc-Not-Journaled
                           move "N" to journaled-sr
                       else
                           move "Y" to journaled-sr
                       end-if
                       release Sort-Record
                   end-if
           end-read.

       2000-Build-Report.
           move 1 to Loop-Checker
           open input Store-File
           if Mark-Mode
               open i-o Voucher-File
               open extend Gl-Journal-File
               move "MARKED REPLENISHED" to mode-hd
           else
               move "REPORT ONLY" to mode-hd
           end-if
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           perform 2100-Return-Sorted-Row
               until end-of-record
           if First-Time
               write Output-Printer-Record from Nothing-Line
                   after advancing 2 lines
           else
               perform 2600-Close-Store-Group
           end-if
           perform 5000-Write-Run-Totals
           close Output-Printer-File
           close Store-File
           if Mark-Mode
               close Voucher-File
               close Gl-Journal-File
           end-if.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       perform 2500-Open-Store-Group
                   else
                       if store-sr not = Store-Def-Key-Hold
                           perform 2600-Close-Store-Group
                           perform 2500-Open-Store-Group
                       end-if
                   end-if
                   perform 2200-List-Voucher
           end-return.

       2200-List-Voucher.
           add 1 to vouchers-listed
           move voucher-number-sr to voucher-number-dl
           move category-sr to category-dl
           move expense-date-sr to expense-date-dl
           move payee-sr to payee-dl
           move amount-sr to amount-dl
           if Sorted-Journaled
               add amount-sr to Store-Journaled-Total
               perform 2300-Find-Category
               if Category-Found
                   add amount-sr to Category-Total (Category-Index)
               end-if
               if Mark-Mode
                   perform 2400-Mark-Voucher
                   move "REPLENISHED" to status-dl
               else
                   move spaces to status-dl
               end-if
           else
               add amount-sr to Store-Pending-Total
               move "* NOT YET JOURNALED" to status-dl
           end-if
           write Output-Printer-Record from Voucher-Detail-Line
               after advancing 1 lines.

       2300-Find-Category.
           move "N" to Category-Found-Switch
           perform 2350-Check-Category
               varying Tag-Index from 1 by 1
               until Tag-Index > Expense-Category-Count
                  or Category-Found.

       2350-Check-Category.
           if category-sr = Ec-Tag (Tag-Index)
               move "Y" to Category-Found-Switch
               move Tag-Index to Category-Index
           end-if.

       2400-Mark-Voucher.
           move voucher-number-sr to Voucher-Number-PC
           read Voucher-File
               invalid key
                   continue
               not invalid key
                   move Run-Date-Formatted to Replenished-Date-PC
                   rewrite Petty-Cash-Record
                   end-rewrite
                   add 1 to vouchers-marked
           end-read.

       2500-Open-Store-Group.
           move store-sr to Store-Def-Key-Hold
           add 1 to store-count
           move zero to Store-Journaled-Total Store-Pending-Total
           initialize Category-Total-Table
           move store-sr to store-hd Store-Number-SM
           read Store-File
               invalid key
                   move "NOT ON STORE MASTER" to store-name-hd
               not invalid key
                   move Store-Name-SM to store-name-hd
           end-read
           write Output-Printer-Record from Store-Heading-Line
               after advancing 3 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

      *    Category spending, then what the check comes to.
       2600-Close-Store-Group.
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2650-Print-Category-Total
               varying Tag-Index from 1 by 1
               until Tag-Index > Expense-Category-Count
           move "Replenishment check for the store:"
               to money-label-tl
           move Store-Journaled-Total to money-amt-tl
           write Output-Printer-Record from Money-Total-Line
               after advancing 2 lines
           if Store-Pending-Total > zero
               move "Paid out, waiting on the journal:"
                   to money-label-tl
               move Store-Pending-Total to money-amt-tl
               write Output-Printer-Record from Money-Total-Line
                   after advancing 1 lines
           end-if
           add Store-Journaled-Total to Run-Journaled-Total
           add Store-Pending-Total to Run-Pending-Total
           if Mark-Mode and Store-Journaled-Total > zero
               perform 3000-Journal-Replenishment
           end-if.

       2650-Print-Category-Total.
           if Category-Total (Tag-Index) > zero
               move Ec-Tag (Tag-Index) to category-tag-tl
               move Ec-Name (Tag-Index) to category-name-tl
               move Category-Total (Tag-Index) to category-amt-tl
               write Output-Printer-Record from Category-Total-Line
                   after advancing 1 lines
           end-if.

      *    Fund debit on the store's cost center, bank credit at
      *    company level.
       3000-Journal-Replenishment.
           move Run-Date-Formatted to gj-date
           move Store-Journaled-Total to gj-amount
           move Acct-Pettycsh to gj-account
           move "D" to gj-dc
           move "Petty-cash replenishment" to gj-description
           move Store-Def-Key-Hold to gj-cc-store
           move spaces to gj-cc-dept
           perform 4000-Write-Journal-Row
           move Acct-Apcash to gj-account
           move "C" to gj-dc
           move "Petty-cash replenishment check" to gj-description
           move spaces to gj-cost-center
           perform 4000-Write-Journal-Row.

       4000-Write-Journal-Row.
           move "PRG116" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           move gj-account to jd-account
           move gj-dc to jd-dc
           move gj-amount to jd-amount
           move gj-description to jd-description
           move gj-cost-center to jd-cost-center
           write Output-Printer-Record from Journal-Detail-Line
               after advancing 1 lines.

       5000-Write-Run-Totals.
           move "Stores listed:" to count-label-tl
           move store-count to count-amt-tl
           write Output-Printer-Record from Count-Total-Line
               after advancing 3 lines
           move "Vouchers listed:" to count-label-tl
           move vouchers-listed to count-amt-tl
           write Output-Printer-Record from Count-Total-Line
               after advancing 1 lines
           move "Replenishment checks, all stores:" to money-label-tl
           move Run-Journaled-Total to money-amt-tl
           write Output-Printer-Record from Money-Total-Line
               after advancing 1 lines
           move "Waiting on the journal, all stores:"
               to money-label-tl
           move Run-Pending-Total to money-amt-tl
           write Output-Printer-Record from Money-Total-Line
               after advancing 1 lines
           if Mark-Mode
               move "Vouchers marked replenished:" to count-label-tl
               move vouchers-marked to count-amt-tl
               write Output-Printer-Record from Count-Total-Line
                   after advancing 1 lines
               move "Journal rows written:" to count-label-tl
               move journal-row-count to count-amt-tl
               write Output-Printer-Record from Count-Total-Line
                   after advancing 1 lines
           end-if.
