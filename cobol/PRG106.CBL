       identification division.
       program-id.  prg106.
       author.  Andy Carlson.

      *    Accounts-payable journal - puts PRG67's matched vouchers
      *    and PRG68's payments onto gljrnl.dat so accounting stops
      *    keying AP off the remittance register.  A voucher is
      *    journaled once as a debit to the vouchered-goods account
      *    against the AP liability, dated its invoice date; once
      *    PRG68 has paid it, the payment is journaled once as an
      *    AP debit against cash, dated the day it paid.  How far
      *    each voucher has gone is kept on the voucher itself
      *    (Gl-Posted-VO), so the run can go after every PRG67 or
      *    PRG68 run and nothing posts twice.  vouchers.dat is
      *    copied aside first and rebuilt with the flags set, the
      *    way PRG68 rebuilds it.  The proof report lists every
      *    voucher journaled, debits against credits, and ties to
      *    the voucher file's open balance and the trailer on the
      *    last apbank.dat PRG68 wrote.
      *    A voucher PRG68 paid inside its early-payment discount
      *    window clears its full amount off AP, but cash goes out
      *    less the discount, which posts as its own income line.
      *    Tags on glacct.dat (defaults in brackets):
      *        APGOODS  vouchered goods debit     (1300)
      *        APLIAB   accounts payable          (2000)
      *        APCASH   cash paid out to vendors  (1000)
      *        APDISC   purchase discounts taken  (5250)
      *    APGOODS defaults onto inventory, where the received
      *    goods already sit; accounting can point it at a
      *    receipts clearing account without a program change.

       environment division.
       input-output section.
       file-control.
           select optional Voucher-File assign to "vouchers.dat"
                  organization is line sequential.

           select Voucher-Backup-File assign to "vouchers.bak"
                  organization is line sequential.

           select optional Bank-File assign to disk "apbank.dat"
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
       fd Voucher-File.
           copy vchrec.

       fd Voucher-Backup-File.
       01 Voucher-Backup-Record    pic x(89).

      *    PRG68's bank layout - D rows per payment, one T row.
       fd Bank-File.
       01 Bank-Record.
           03 bank-rec-type        pic x.
           03 bank-vendor-code     pic x(6).
           03 bank-payee-name      pic x(30).
           03 bank-amount-cents    pic 9(11).
           03 bank-pay-date        pic x(8).
           03                      pic x(6).
           03 bank-routing         pic x(9).
           03 bank-account         pic x(17).
       01 Bank-Trailer-Record.
           03 bank-trl-type        pic x.
           03 bank-trl-count       pic 9(6).
           03 bank-trl-total       pic 9(13).
           03                      pic x(68).

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
       01 vch-eof-flag         pic xxx value spaces.
           88 vch-end          value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 bank-eof-flag        pic xxx value spaces.
           88 bank-end         value 'YES'.

       01 Account-Table.
           03 Acct-Apgoods     pic x(8) value "1300".
           03 Acct-Apliab      pic x(8) value "2000".
           03 Acct-Apcash      pic x(8) value "1000".
           03 Acct-Apdisc      pic x(8) value "5250".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    One bucket per journal date - vouchers by invoice date,
      *    payments by the date PRG68 paid them.  A voucher that
      *    finds no room stays unflagged and posts next run.
       01 Post-Date-Table.
           03 Post-Date-Entry occurs 100 times.
               05 Pdt-Date         pic x(10).
               05 Pdt-Vouchered    pic 9(9)v99.
               05 Pdt-Paid         pic 9(9)v99.
               05 Pdt-Discount     pic 9(9)v99.
       01 Post-Date-Count      pic 9(3) value zero.
       01 Post-Date-Index      pic 9(3).
       01 Post-Scan-Index      pic 9(3).
       01 Post-Found-Switch    pic x value "N".
           88 Post-Bucket-Found value "Y".
       01 Wanted-Post-Date     pic x(10).

      *    The bank file's pay date is mmddyyyy; vouchers carry
      *    mm/dd/yyyy.
       01 Bank-Date-Slashed.
           03 bds-mm           pic xx.
           03                  pic x value "/".
           03 bds-dd           pic xx.
           03                  pic x value "/".
           03 bds-yyyy         pic x(4).
       01 Bank-Date-Switch     pic x value "N".
           88 Bank-Date-Known  value "Y".

       01 vouchers-read        pic 9(6) value zero.
       01 vouchers-journaled   pic 9(6) value zero.
       01 payments-journaled   pic 9(6) value zero.
       01 vouchers-held        pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Run-Vouchered-Total  pic 9(11)v99 value zero.
       01 Run-Paid-Total       pic 9(11)v99 value zero.
       01 Run-Discount-Total   pic 9(11)v99 value zero.
       01 Voucher-Discount     pic 9(5)v99 value zero.
       01 Open-Voucher-Total   pic 9(11)v99 value zero.
       01 Open-Not-Posted      pic 9(11)v99 value zero.
       01 Bank-Date-Paid-Total pic 9(11)v99 value zero.
       01 Bank-Trailer-Total   pic 9(11)v99 value zero.
       01 Bank-Detail-Total    pic 9(11)v99 value zero.
       01 Bank-Difference      pic s9(11)v99 value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** ACCOUNTS PAYABLE JOURNAL **".

       01 Voucher-Column-Line.
           03                  pic x(8) value "VOUCHER".
           03                  pic x(8) value "VENDOR".
           03                  pic x(12) value "INVOICE".
           03                  pic x(12) value "DATE".
           03                  pic x(15) value "AMOUNT".
           03                  pic x(20) value "JOURNALED".

       01 Voucher-Detail-Line.
           03 voucher-number-dl pic 9(6).
           03                  pic x(2) value spaces.
           03 vendor-code-dl   pic x(6).
           03                  pic x(2) value spaces.
           03 invoice-number-dl pic x(10).
           03                  pic x(2) value spaces.
           03 voucher-date-dl  pic x(10).
           03                  pic x(2) value spaces.
           03 voucher-amount-dl pic $$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 journaled-dl     pic x(20).

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

       01 Money-Tie-Line.
           03 money-tie-label  pic x(36).
           03 money-tie-cl     pic +$$,$$$,$$$,$$9.99.

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
           perform 1700-Backup-Vouchers

           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Voucher-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           open input Voucher-Backup-File
           open output Voucher-File
           perform 2000-Read-Backup-Voucher
               until vch-end
           close Voucher-Backup-File
           close Voucher-File

           if Post-Date-Count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 2 lines
           else
               open extend Gl-Journal-File
               write Output-Printer-Record from Column-Line
                   after advancing 3 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
               perform 3000-Journal-One-Date
                   varying Post-Date-Index from 1 by 1
                   until Post-Date-Index > Post-Date-Count
               close Gl-Journal-File
           end-if

           perform 4500-Tie-To-Bank-File
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
                       when "APGOODS " move ga-account
                                           to Acct-Apgoods
                       when "APLIAB  " move ga-account
                                           to Acct-Apliab
                       when "APCASH  " move ga-account
                                           to Acct-Apcash
                       when "APDISC  " move ga-account
                                           to Acct-Apdisc
                       when other continue
                   end-evaluate
           end-read.

      *    Untouched copy first, the same protection PRG68 takes -
      *    the live file is rebuilt from the copy with the flags set.
       1700-Backup-Vouchers.
           open input Voucher-File
           open output Voucher-Backup-File
           perform 1750-Copy-Voucher
               until vch-end
           close Voucher-File
           close Voucher-Backup-File
           move spaces to vch-eof-flag.

       1750-Copy-Voucher.
           read Voucher-File
               at end move "YES" to vch-eof-flag
               not at end
                   write Voucher-Backup-Record from Voucher-Record
           end-read.

      *    A voucher not yet journaled posts its liability; a paid
      *    voucher whose liability is on the ledger posts its
      *    payment - both in the same run when PRG68 paid it before
      *    this ran.  Open vouchers add up to the AP balance tie.
       2000-Read-Backup-Voucher.
           read Voucher-Backup-File into Voucher-Record
               at end move "YES" to vch-eof-flag
               not at end
                   add 1 to vouchers-read
                   if Gl-Not-Posted
                       perform 2100-Post-Voucher-Liability
                   end-if
                   if Voucher-Paid and Gl-Voucher-Posted
                       perform 2200-Post-Voucher-Payment
                   end-if
                   if Voucher-Open
                       add Amount-VO to Open-Voucher-Total
                       if Gl-Not-Posted
                           add Amount-VO to Open-Not-Posted
                       end-if
                   end-if
                   write Voucher-Record
           end-read.

       2100-Post-Voucher-Liability.
           if Invoice-Date-VO (1:2) is numeric
                   and Invoice-Date-VO (4:2) is numeric
                   and Invoice-Date-VO (7:4) is numeric
               move Invoice-Date-VO to Wanted-Post-Date
           else
               move Run-Date-Formatted to Wanted-Post-Date
           end-if
           perform 2300-Find-Post-Bucket
           if Post-Bucket-Found
               add Amount-VO to Pdt-Vouchered (Post-Date-Index)
               add Amount-VO to Run-Vouchered-Total
               add 1 to vouchers-journaled
               move "V" to Gl-Posted-VO
               move Wanted-Post-Date to voucher-date-dl
               move "LIABILITY" to journaled-dl
               perform 2500-Print-Voucher-Line
           else
               add 1 to vouchers-held
           end-if.

       2200-Post-Voucher-Payment.
           if Paid-Date-VO (1:2) is numeric
                   and Paid-Date-VO (4:2) is numeric
                   and Paid-Date-VO (7:4) is numeric
               move Paid-Date-VO to Wanted-Post-Date
           else
               move Run-Date-Formatted to Wanted-Post-Date
           end-if
           perform 2300-Find-Post-Bucket
           if Post-Bucket-Found
               perform 2250-Get-Voucher-Discount
               add Amount-VO to Pdt-Paid (Post-Date-Index)
               add Amount-VO to Run-Paid-Total
               add Voucher-Discount to Pdt-Discount (Post-Date-Index)
               add Voucher-Discount to Run-Discount-Total
               add 1 to payments-journaled
               move "P" to Gl-Posted-VO
               move Wanted-Post-Date to voucher-date-dl
               move "PAYMENT" to journaled-dl
               perform 2500-Print-Voucher-Line
           else
               add 1 to vouchers-held
           end-if.

      *    Vouchers paid before PRG68 kept a discount carry none.
       2250-Get-Voucher-Discount.
           if Discount-Taken-VO is numeric
               move Discount-Taken-VO to Voucher-Discount
           else
               move zero to Voucher-Discount
           end-if.

       2300-Find-Post-Bucket.
           move "N" to Post-Found-Switch
           perform 2350-Check-Post-Bucket
               varying Post-Scan-Index from 1 by 1
               until Post-Scan-Index > Post-Date-Count
           if not Post-Bucket-Found
                   and Post-Date-Count < 100
               add 1 to Post-Date-Count
               move Post-Date-Count to Post-Date-Index
               move Wanted-Post-Date to Pdt-Date (Post-Date-Index)
               move zero to Pdt-Vouchered (Post-Date-Index)
               move zero to Pdt-Paid (Post-Date-Index)
               move zero to Pdt-Discount (Post-Date-Index)
               move "Y" to Post-Found-Switch
           end-if.

       2350-Check-Post-Bucket.
           if Wanted-Post-Date = Pdt-Date (Post-Scan-Index)
               move "Y" to Post-Found-Switch
               move Post-Scan-Index to Post-Date-Index
           end-if.

       2500-Print-Voucher-Line.
           move Voucher-Number-VO to voucher-number-dl
           move Vendor-Code-VO to vendor-code-dl
           move Invoice-Number-VO to invoice-number-dl
           move Amount-VO to voucher-amount-dl
           write Output-Printer-Record from Voucher-Detail-Line
               after advancing 1 lines.

      *    Vouchers: goods debit, AP credit.  Payments: AP debit,
      *    cash credit, and the discounts taken credited to income
      *    out of what the cash would have been.
       3000-Journal-One-Date.
           move Pdt-Date (Post-Date-Index) to gj-date
           if Pdt-Vouchered (Post-Date-Index) > zero
               move Acct-Apgoods to gj-account
               move "D" to gj-dc
               move Pdt-Vouchered (Post-Date-Index) to gj-amount
               move "Vouchered vendor invoices" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Apliab to gj-account
               move "C" to gj-dc
               move "Accounts payable" to gj-description
               perform 4000-Write-Journal-Row
           end-if
           if Pdt-Paid (Post-Date-Index) > zero
               move Acct-Apliab to gj-account
               move "D" to gj-dc
               move Pdt-Paid (Post-Date-Index) to gj-amount
               move "Vouchers paid" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Apcash to gj-account
               move "C" to gj-dc
               compute gj-amount = Pdt-Paid (Post-Date-Index)
                                 - Pdt-Discount (Post-Date-Index)
               move "Vendor payments" to gj-description
               perform 4000-Write-Journal-Row
               if Pdt-Discount (Post-Date-Index) > zero
                   move Acct-Apdisc to gj-account
                   move "C" to gj-dc
                   move Pdt-Discount (Post-Date-Index) to gj-amount
                   move "Purchase discounts taken" to gj-description
                   perform 4000-Write-Journal-Row
               end-if
           end-if.

       4000-Write-Journal-Row.
           move "PRG106" to gj-source
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

      *    The last payment run's bank file against the vouchers
      *    now on the ledger as paid that day - whichever run of
      *    this program journaled them.
       4500-Tie-To-Bank-File.
           open input Bank-File
           perform 4550-Read-Bank-Row
               until bank-end
           close Bank-File
           if Bank-Date-Known
               move "NO" to vch-eof-flag
               open input Voucher-File
               perform 4600-Sum-Bank-Date-Voucher
                   until vch-end
               close Voucher-File
           end-if.

       4550-Read-Bank-Row.
           read Bank-File
               at end move "YES" to bank-eof-flag
               not at end
                   evaluate bank-rec-type
                       when "D"
                           if bank-amount-cents is numeric
                               compute Bank-Detail-Total =
                                   Bank-Detail-Total
                                 + bank-amount-cents / 100
                           end-if
                           if not Bank-Date-Known
                               move bank-pay-date (1:2) to bds-mm
                               move bank-pay-date (3:2) to bds-dd
                               move bank-pay-date (5:4) to bds-yyyy
                               move "Y" to Bank-Date-Switch
                           end-if
                       when "T"
                           if bank-trl-total is numeric
                               compute Bank-Trailer-Total =
                                   bank-trl-total / 100
                           end-if
                       when other continue
                   end-evaluate
           end-read.

       4600-Sum-Bank-Date-Voucher.
           read Voucher-File
               at end move "YES" to vch-eof-flag
               not at end
                   if Voucher-Paid and Gl-Payment-Posted
                           and Paid-Date-VO = Bank-Date-Slashed
                       perform 2250-Get-Voucher-Discount
                       add Amount-VO to Bank-Date-Paid-Total
                       subtract Voucher-Discount
                           from Bank-Date-Paid-Total
                   end-if
           end-read.

       5000-Write-Proof-Totals.
           move Debit-Total to debit-cl
           write Output-Printer-Record from Debit-Total-Line
               after advancing 3 lines
           move Credit-Total to credit-cl
           write Output-Printer-Record from Credit-Total-Line
               after advancing 1 lines

           move "Vouchers journaled this run:" to count-tie-label
           move vouchers-journaled to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Vouchered value journaled:" to money-tie-label
           move Run-Vouchered-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           move "Payments journaled this run:" to count-tie-label
           move payments-journaled to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "Payment value journaled:" to money-tie-label
           move Run-Paid-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           if Run-Discount-Total > zero
               move "  of which discounts taken:" to money-tie-label
               move Run-Discount-Total to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 1 lines
           end-if
           if vouchers-held > zero
               move "Held for next run, table full:"
                   to count-tie-label
               move vouchers-held to count-tie-cl
               write Output-Printer-Record from Count-Tie-Line
                   after advancing 1 lines
           end-if

           move "Open vouchers on file (AP balance):"
               to money-tie-label
           move Open-Voucher-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 2 lines
           if Open-Not-Posted > zero
               move "  of which not yet on the ledger:"
                   to money-tie-label
               move Open-Not-Posted to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 1 lines
           end-if

           if Bank-Date-Known
               move "Bank file payments, paid" to money-tie-label
               move Bank-Date-Slashed to money-tie-label (26:10)
               move Bank-Detail-Total to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 2 lines
               move "Bank file trailer total:" to money-tie-label
               move Bank-Trailer-Total to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 1 lines
               move "Paid that day, on the ledger:"
                   to money-tie-label
               move Bank-Date-Paid-Total to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 1 lines
               compute Bank-Difference =
                   Bank-Trailer-Total - Bank-Date-Paid-Total
               move "Difference to trailer:" to money-tie-label
               move Bank-Difference to money-tie-cl
               write Output-Printer-Record from Money-Tie-Line
                   after advancing 1 lines
           end-if.
