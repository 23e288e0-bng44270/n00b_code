       identification division.
       program-id.  prg115.
       author.  Andy Carlson.

      *    Store expense journal - puts the petty-cash vouchers
      *    keyed on PRG114's screen onto gljrnl.dat, run each night
      *    from NIGHTLY.BAT.  Every voucher not yet journaled is
      *    added into one bucket per date paid, store and category,
      *    and each bucket posts as a debit to the category's
      *    expense account against the petty-cash fund, both on the
      *    store's cost center and dated the day the cash went out.
      *    The voucher is stamped with tonight's date as it goes, so
      *    nothing posts twice and PRG114 stops allowing changes.
      *    A voucher that finds no room in the table stays unstamped
      *    and posts the next night.  The proof report lists every
      *    voucher journaled and the rows written, debits against
      *    credits.
      *    Tags on glacct.dat (defaults in brackets):
      *        PETTYCSH store petty-cash funds    (1020)
      *        one tag per PCCAT category, SUPPLIES through MISCEXP
      *                                           (6710-6790)

       environment division.
       input-output section.
       file-control.
           select optional Voucher-File assign to disk "pcvouch.dat"
                  organization is indexed
                  access is sequential
                  record key is Voucher-Number-PC.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Voucher-File.
       copy pcvrec.

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
       copy pccat.
       01 vch-eof-flag         pic xxx value spaces.
           88 vch-end          value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.

       01 Account-Table.
           03 Acct-Pettycsh    pic x(8) value "1020".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    One bucket per date paid, store and category.
       01 Post-Table.
           03 Post-Entry occurs 300 times.
               05 Pt-Date          pic x(10).
               05 Pt-Store         pic xx.
               05 Pt-Category      pic 99.
               05 Pt-Amount        pic 9(9)v99.
       01 Post-Count           pic 9(3) value zero.
       01 Post-Index           pic 9(3).
       01 Post-Scan-Index      pic 9(3).
       01 Post-Found-Switch    pic x value "N".
           88 Post-Bucket-Found value "Y".
       01 Wanted-Post-Date     pic x(10).
       01 Category-Index       pic 99.
       01 Category-Found-Switch pic x value "N".
           88 Category-Found   value "Y".
       01 Tag-Index            pic 99.

       01 vouchers-read        pic 9(6) value zero.
       01 vouchers-journaled   pic 9(6) value zero.
       01 vouchers-held        pic 9(6) value zero.
       01 vouchers-unknown     pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Run-Voucher-Total    pic 9(9)v99 value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** STORE EXPENSE VOUCHER JOURNAL **".

       01 Voucher-Column-Line.
           03                  pic x(8) value "VOUCHER".
           03                  pic x(7) value "STORE".
           03                  pic x(10) value "CATEGORY".
           03                  pic x(12) value "DATE PAID".
           03                  pic x(22) value "PAID TO".
           03                  pic x(12) value "AMOUNT".
           03                  pic x(16) value "JOURNALED".

       01 Voucher-Detail-Line.
           03 voucher-number-dl pic 9(6).
           03                  pic x(2) value spaces.
           03 store-dl         pic xx.
           03                  pic x(5) value spaces.
           03 category-dl      pic x(8).
           03                  pic x(2) value spaces.
           03 expense-date-dl  pic x(10).
           03                  pic x(2) value spaces.
           03 payee-dl         pic x(20).
           03                  pic x(2) value spaces.
           03 voucher-amount-dl pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 journaled-dl     pic x(18).

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
           03 description-dl   pic x(30).
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
           03 money-tie-cl     pic $$,$$$,$$$,$$9.99.

       01 Count-Tie-Line.
           03 count-tie-label  pic x(36).
           03 count-tie-cl     pic zzz,zz9.

       01 Nothing-Line.
           03                  pic x(40)
               value "Nothing new to journal this run.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           perform 1500-Load-Account-Map

           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Voucher-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           open i-o Voucher-File
           perform 2000-Read-Voucher
               until vch-end
           close Voucher-File

           if Post-Count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 2 lines
           else
               open extend Gl-Journal-File
               write Output-Printer-Record from Column-Line
                   after advancing 3 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
               perform 3000-Journal-One-Bucket
                   varying Post-Index from 1 by 1
                   until Post-Index > Post-Count
               close Gl-Journal-File
           end-if

           perform 5000-Write-Proof-Totals
           close Output-Printer-File
           stop run.

       1500-Load-Account-Map.
           open input Gl-Account-File
           perform 1550-Read-Account-Row
               until acct-end
           close Gl-Account-File.

      *    PETTYCSH by name; anything else that matches a category
      *    tag re-points that category's expense account.
       1550-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   if ga-tag = "PETTYCSH"
                       move ga-account to Acct-Pettycsh
                   else
                       perform 1560-Map-Category-Account
                           varying Tag-Index from 1 by 1
                           until Tag-Index > Expense-Category-Count
                   end-if
           end-read.

       1560-Map-Category-Account.
           if ga-tag = Ec-Tag (Tag-Index)
               move ga-account to Ec-Account (Tag-Index)
           end-if.

       2000-Read-Voucher.
           read Voucher-File next record
               at end move "YES" to vch-eof-flag
               not at end
                   add 1 to vouchers-read
                   if Pc-Not-Journaled
                       perform 2100-Post-Voucher
                   end-if
           end-read.

      *    A voucher whose date will not do posts as of tonight.
       2100-Post-Voucher.
           perform 2400-Find-Category
           if not Category-Found
               add 1 to vouchers-unknown
               move "UNKNOWN CATEGORY" to journaled-dl
               move Expense-Date-PC to expense-date-dl
               perform 2500-Print-Voucher-Line
           else
               if Expense-Date-PC (1:2) is numeric
                       and Expense-Date-PC (4:2) is numeric
                       and Expense-Date-PC (7:4) is numeric
                   move Expense-Date-PC to Wanted-Post-Date
               else
                   move Run-Date-Formatted to Wanted-Post-Date
               end-if
               perform 2300-Find-Post-Bucket
               if Post-Bucket-Found
                   add Amount-PC to Pt-Amount (Post-Index)
                   add Amount-PC to Run-Voucher-Total
                   add 1 to vouchers-journaled
                   move Run-Date-Formatted to Journaled-Date-PC
                   rewrite Petty-Cash-Record
                   end-rewrite
                   move Wanted-Post-Date to expense-date-dl
                   move "JOURNALED" to journaled-dl
                   perform 2500-Print-Voucher-Line
               else
                   add 1 to vouchers-held
               end-if
           end-if.

       2300-Find-Post-Bucket.
           move "N" to Post-Found-Switch
           perform 2350-Check-Post-Bucket
               varying Post-Scan-Index from 1 by 1
               until Post-Scan-Index > Post-Count
                  or Post-Bucket-Found
           if not Post-Bucket-Found
                   and Post-Count < 300
               add 1 to Post-Count
               move Post-Count to Post-Index
               move Wanted-Post-Date to Pt-Date (Post-Index)
               move Store-PC to Pt-Store (Post-Index)
               move Category-Index to Pt-Category (Post-Index)
               move zero to Pt-Amount (Post-Index)
               move "Y" to Post-Found-Switch
           end-if.

       2350-Check-Post-Bucket.
           if Wanted-Post-Date = Pt-Date (Post-Scan-Index)
                   and Store-PC = Pt-Store (Post-Scan-Index)
                   and Category-Index = Pt-Category (Post-Scan-Index)
               move "Y" to Post-Found-Switch
               move Post-Scan-Index to Post-Index
           end-if.

      *    Leaves Category-Index on the voucher's category.
       2400-Find-Category.
           move "N" to Category-Found-Switch
           perform 2450-Check-Category
               varying Tag-Index from 1 by 1
               until Tag-Index > Expense-Category-Count
                  or Category-Found.

       2450-Check-Category.
           if Category-PC = Ec-Tag (Tag-Index)
               move "Y" to Category-Found-Switch
               move Tag-Index to Category-Index
           end-if.

       2500-Print-Voucher-Line.
           move Voucher-Number-PC to voucher-number-dl
           move Store-PC to store-dl
           move Category-PC to category-dl
           move Payee-PC to payee-dl
           move Amount-PC to voucher-amount-dl
           write Output-Printer-Record from Voucher-Detail-Line
               after advancing 1 lines.

      *    Category expense debit, petty-cash credit, both charged
      *    to the store.
       3000-Journal-One-Bucket.
           move Pt-Date (Post-Index) to gj-date
           move Pt-Amount (Post-Index) to gj-amount
           move Pt-Store (Post-Index) to gj-cc-store
           move spaces to gj-cc-dept
           move Pt-Category (Post-Index) to Category-Index
           move Ec-Account (Category-Index) to gj-account
           move "D" to gj-dc
           move spaces to gj-description
           string "Petty cash - " delimited by size
                  Ec-Name (Category-Index) delimited by size
                  into gj-description
           perform 4000-Write-Journal-Row
           move Acct-Pettycsh to gj-account
           move "C" to gj-dc
           move "Petty-cash fund paid out" to gj-description
           perform 4000-Write-Journal-Row.

       4000-Write-Journal-Row.
           move "PRG115" to gj-source
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

           move "Vouchers on file:" to count-tie-label
           move vouchers-read to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Vouchers journaled this run:" to count-tie-label
           move vouchers-journaled to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "Voucher value journaled:" to money-tie-label
           move Run-Voucher-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           if vouchers-held > zero
               move "Held for next run, table full:"
                   to count-tie-label
               move vouchers-held to count-tie-cl
               write Output-Printer-Record from Count-Tie-Line
                   after advancing 1 lines
           end-if
           if vouchers-unknown > zero
               move "Held, category not on the list:"
                   to count-tie-label
               move vouchers-unknown to count-tie-cl
               write Output-Printer-Record from Count-Tie-Line
                   after advancing 1 lines
           end-if.
