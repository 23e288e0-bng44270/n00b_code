       identification division.
       program-id.  prg157.
       author.  Andy Carlson.

      *    Year-end vendor 1099s - the list accounting used to build
      *    out of the checkbook.  Every voucher on VOUCHERS.DAT that
      *    PRG68 paid in the calendar tax year (by Paid-Date-VO) is
      *    added to its vendor, at what the check was - the amount
      *    less any discount taken - when VENDMST.DAT marks the
      *    vendor 1099-reportable on PRG21's screen.  A vendor paid
      *    the reporting threshold or more gets a form, printed
      *    one to a page with the payer's block off wagefile.ctl
      *    (the same employer row PRG117 files wages under), the
      *    vendor's remit-to address and taxpayer ID, and the
      *    amount in its box:
      *        N1  1099-NEC box 1  nonemployee compensation
      *        M1  1099-MISC box 1 rents
      *        M3  1099-MISC box 3 other income
      *        M6  1099-MISC box 6 medical and health care payments
      *    and gets a B record on form1099.dat, the fixed-format
      *    file the agency takes, behind the payer's A record and
      *    ahead of a C record with the count and the total - the
      *    shape PRG117's wage file has.  A reportable vendor over
      *    the threshold with no taxpayer ID on file is listed on
      *    the filing summary instead, and the run ends with
      *    return code 9 and form1099.dat empty until the ID is
      *    keyed; so does a run with no payer on wagefile.ctl.
      *    Run it in January for the year just closed.

       environment division.
       input-output section.
       file-control.
           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is sequential
                  record key is Vendor-Code-VM.

           select optional Voucher-File assign to "vouchers.dat"
                  organization is line sequential.

           select optional Employer-Control-File assign to disk
                  "wagefile.ctl"
                  organization is line sequential.

           select Form-File assign to disk "form1099.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Vendor-File.
       copy vendrec.

       fd Voucher-File.
       copy vchrec.

       fd Employer-Control-File.
       01 Employer-Control-Record.
           03 ec-employer-id       pic x(9).
           03 ec-employer-name     pic x(40).
           03 ec-employer-street   pic x(40).
           03 ec-employer-city     pic x(40).

       fd Form-File.
       01 Form-File-Record         pic x(200).

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 vend-eof-flag        pic xxx value spaces.
           88 vend-end         value 'YES'.
       01 vch-eof-flag         pic xxx value spaces.
           88 vch-end          value 'YES'.

       01 Tax-Year-Response    pic x(4).
       01 Tax-Year             pic 9(4).
       01 Payer-Found-Switch   pic x value "N".
           88 Payer-Found      value "Y".
      *    The amount below which no form is owed - the same for
      *    every box we file.
       01 Reporting-Threshold  pic 9(7)v99 value 600.00.

      *    Reportable vendors off the master, with the year's paid
      *    total built up against each.
       01 Payee-Table.
           03 Payee-Entry occurs 500 times.
               05 Py-Vendor        pic x(6).
               05 Py-Name          pic x(25).
               05 Py-Street        pic x(30).
               05 Py-City          pic x(30).
               05 Py-Tax-Id        pic x(9).
               05 Py-Box           pic xx.
               05 Py-Paid          pic 9(9)v99.
       01 Payee-Count          pic 9(3) value zero.
       01 Payee-Index          pic 9(3).
       01 Payee-Found-Switch   pic x value "N".
           88 Payee-Found      value "Y".
       01 Check-Amount         pic 9(7)v99.

      *    The fixed layouts - 200 bytes each, amounts in cents.
       01 Payer-Form-Record.
           03 ra-type          pic x value "A".
           03 ra-tax-year      pic 9(4).
           03 ra-payer-tin     pic x(9).
           03 ra-name          pic x(40).
           03 ra-street        pic x(40).
           03 ra-city          pic x(40).
           03                  pic x(66) value spaces.

       01 Payee-Form-Record.
           03 rb-type          pic x value "B".
           03 rb-tax-year      pic 9(4).
           03 rb-payee-tin     pic x(9).
           03 rb-account       pic x(6).
           03 rb-name          pic x(40).
           03 rb-street        pic x(40).
           03 rb-city          pic x(40).
           03 rb-form          pic x(4).
           03 rb-box           pic xx.
           03 rb-amount-cents  pic 9(12).
           03                  pic x(42) value spaces.

       01 Total-Form-Record.
           03 rc-type          pic x value "C".
           03 rc-payee-count   pic 9(8).
           03 rc-amount-cents  pic 9(15).
           03                  pic x(176) value spaces.

      *    Filing summary, by form and box.
       01 Box-Summary-Table.
           03 Box-Summary-Entry occurs 4 times.
               05 Bs-Count         pic 9(5).
               05 Bs-Amount        pic 9(11)v99.
       01 Box-Index            pic 9.
       01 Box-Names-List.
           03                  pic x(34)
               value "N1NEC  BOX 1  NONEMPLOYEE COMP".
           03                  pic x(34)
               value "M1MISC BOX 1  RENTS".
           03                  pic x(34)
               value "M3MISC BOX 3  OTHER INCOME".
           03                  pic x(34)
               value "M6MISC BOX 6  MEDICAL PAYMENTS".
       01 Box-Names-Table redefines Box-Names-List.
           03 Box-Name-Entry occurs 4 times.
               05 Bn-Code          pic xx.
               05 Bn-Form          pic x(4).
               05                  pic x(1).
               05 Bn-Label         pic x(27).

       01 vendors-reportable   pic 9(5) value zero.
       01 vouchers-counted     pic 9(6) value zero.
       01 forms-written        pic 9(5) value zero.
       01 under-threshold      pic 9(5) value zero.
       01 missing-tin          pic 9(5) value zero.
       01 File-Amount-Total    pic 9(11)v99 value zero.

       01 Form-Title-Line.
           03                  pic x(10) value "FORM 1099-".
           03 form-name-fl     pic x(4).
           03                  pic x(20) value spaces.
           03                  pic x(9) value "TAX YEAR ".
           03 tax-year-fl      pic 9(4).

       01 Form-Block-Line.
           03 block-label-fl   pic x(16).
           03 block-text-fl    pic x(40).

       01 Form-Amount-Line.
           03 box-label-fl     pic x(27).
           03                  pic x(2) value spaces.
           03 box-amount-fl    pic $$$,$$$,$$9.99.

       01 Heading-Line.
           03                  pic x(34)
               value "** 1099 FILING SUMMARY - TAX YEAR".
           03                  pic x value space.
           03 tax-year-hd      pic 9(4).
           03                  pic x(3) value " **".

       01 Column-Line.
           03                  pic x(8) value "VENDOR".
           03                  pic x(27) value "NAME".
           03                  pic x(11) value "TAX ID".
           03                  pic x(4) value "BOX".
           03                  pic x(16) value "          PAID".
           03                  pic x(20) value "RESULT".

       01 Detail-Line.
           03 vendor-dl        pic x(6).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(25).
           03                  pic x(2) value spaces.
           03 tax-id-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 box-dl           pic xx.
           03                  pic x(2) value spaces.
           03 paid-dl          pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 result-dl        pic x(20).

       01 Box-Total-Line.
           03 box-name-bt      pic x(37).
           03                  pic x(2) value spaces.
           03 box-count-bt     pic zz,zz9.
           03                  pic x(2) value spaces.
           03 box-amount-bt    pic $$,$$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zzz,zz9.

       01 Money-Line.
           03 money-label      pic x(36).
           03 money-cl         pic $$,$$$,$$$,$$9.99.

       01 Result-Line.
           03 result-text      pic x(60).

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           initialize Box-Summary-Table
           perform 1200-Get-Tax-Year
           perform 1300-Load-Payer
           perform 1400-Load-Payees
           perform 1600-Add-Paid-Vouchers
           open output Output-Printer-File
           open output Form-File
           if Payer-Found
               move Tax-Year to ra-tax-year
               write Form-File-Record from Payer-Form-Record
           end-if
           perform 2000-Print-Summary-Heading
           perform 2100-Work-One-Payee
               varying Payee-Index from 1 by 1
               until Payee-Index > Payee-Count
           if Payer-Found and missing-tin = zero
               move forms-written to rc-payee-count
               compute rc-amount-cents = File-Amount-Total * 100
               write Form-File-Record from Total-Form-Record
               close Form-File
           else
               close Form-File
               open output Form-File
               close Form-File
               move 9 to return-code
           end-if
           perform 5000-Write-Filing-Summary
           close Output-Printer-File
           stop run.

      *    Enter takes last year - the run belongs in January.
       1200-Get-Tax-Year.
           display "Enter tax year (yyyy), or Enter for last year:"
           accept Tax-Year-Response
           if Tax-Year-Response is numeric
               move Tax-Year-Response to Tax-Year
           else
               compute Tax-Year = 2000 + yy of date-accept-record - 1
           end-if.

       1300-Load-Payer.
           open input Employer-Control-File
           read Employer-Control-File
               at end continue
               not at end
                   if ec-employer-id not = spaces
                       move "Y" to Payer-Found-Switch
                       move ec-employer-id to ra-payer-tin
                       move ec-employer-name to ra-name
                       move ec-employer-street to ra-street
                       move ec-employer-city to ra-city
                   end-if
           end-read
           close Employer-Control-File.

       1400-Load-Payees.
           open input Vendor-File
           perform 1450-Read-Vendor
               until vend-end
           close Vendor-File.

       1450-Read-Vendor.
           read Vendor-File
               at end move "YES" to vend-eof-flag
               not at end
                   if Vendor-Is-1099 and Payee-Count < 500
                       add 1 to Payee-Count
                       add 1 to vendors-reportable
                       move Vendor-Code-VM to Py-Vendor (Payee-Count)
                       move Vendor-Name-VM to Py-Name (Payee-Count)
                       move Vendor-Street-VM to Py-Street (Payee-Count)
                       move Vendor-City-VM to Py-City (Payee-Count)
                       move Vendor-Tax-Id-VM
                           to Py-Tax-Id (Payee-Count)
                       move Vendor-1099-Box-VM to Py-Box (Payee-Count)
                       if not Valid-1099-Box
                           move "N1" to Py-Box (Payee-Count)
                       end-if
                       move zero to Py-Paid (Payee-Count)
                   end-if
           end-read.

       1600-Add-Paid-Vouchers.
           open input Voucher-File
           perform 1650-Read-Voucher
               until vch-end
           close Voucher-File.

       1650-Read-Voucher.
           read Voucher-File
               at end move "YES" to vch-eof-flag
               not at end
                   if Voucher-Paid
                           and Paid-Date-VO (7:4) is numeric
                           and Paid-Date-VO (7:4) = Tax-Year
                       perform 1700-Find-Payee
                       if Payee-Found
                           move Amount-VO to Check-Amount
                           if Discount-Taken-VO is numeric
                               subtract Discount-Taken-VO
                                   from Check-Amount
                           end-if
                           add Check-Amount to Py-Paid (Payee-Index)
                           add 1 to vouchers-counted
                       end-if
                   end-if
           end-read.

       1700-Find-Payee.
           move "N" to Payee-Found-Switch
           perform 1750-Check-Payee
               varying Payee-Index from 1 by 1
               until Payee-Index > Payee-Count
                  or Payee-Found
           if Payee-Found
               subtract 1 from Payee-Index
           end-if.

       1750-Check-Payee.
           if Vendor-Code-VO = Py-Vendor (Payee-Index)
               move "Y" to Payee-Found-Switch
           end-if.

       2000-Print-Summary-Heading.
           move Tax-Year to tax-year-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

      *    Under the threshold: listed, no form.  Over it with no
      *    taxpayer ID: listed as missing, no form, file halted.
       2100-Work-One-Payee.
           move Py-Vendor (Payee-Index) to vendor-dl
           move Py-Name (Payee-Index) to name-dl
           move Py-Tax-Id (Payee-Index) to tax-id-dl
           move Py-Box (Payee-Index) to box-dl
           move Py-Paid (Payee-Index) to paid-dl
           evaluate true
               when Py-Paid (Payee-Index) < Reporting-Threshold
                   add 1 to under-threshold
                   move "UNDER THRESHOLD" to result-dl
               when Py-Tax-Id (Payee-Index) = spaces
                   add 1 to missing-tin
                   move "** NO TAX ID **" to result-dl
               when other
                   move "FORM" to result-dl
                   perform 2200-Find-Box-Entry
                   add 1 to Bs-Count (Box-Index)
                   add Py-Paid (Payee-Index) to Bs-Amount (Box-Index)
                   add Py-Paid (Payee-Index) to File-Amount-Total
                   add 1 to forms-written
                   perform 3000-Write-Payee-Record
           end-evaluate
           write Output-Printer-Record from Detail-Line
               after advancing 1 lines.

       2200-Find-Box-Entry.
           move 1 to Box-Index
           perform 2250-Check-Box-Entry
               until Box-Index = 4
                  or Bn-Code (Box-Index) = Py-Box (Payee-Index).

       2250-Check-Box-Entry.
           if Bn-Code (Box-Index) not = Py-Box (Payee-Index)
               add 1 to Box-Index
           end-if.

       3000-Write-Payee-Record.
           move Tax-Year to rb-tax-year
           move Py-Tax-Id (Payee-Index) to rb-payee-tin
           move Py-Vendor (Payee-Index) to rb-account
           move Py-Name (Payee-Index) to rb-name
           move Py-Street (Payee-Index) to rb-street
           move Py-City (Payee-Index) to rb-city
           move Bn-Form (Box-Index) to rb-form
           move Py-Box (Payee-Index) (2:1) to rb-box
           compute rb-amount-cents = Py-Paid (Payee-Index) * 100
           write Form-File-Record from Payee-Form-Record.

      *    The forms follow the summary, one vendor to a page.
       3500-Print-One-Form.
           move Bn-Form (Box-Index) to form-name-fl
           move Tax-Year to tax-year-fl
           write Output-Printer-Record from Form-Title-Line
               after advancing page
           move "PAYER:" to block-label-fl
           move ra-name to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 2 lines
           move spaces to block-label-fl
           move ra-street to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 1 lines
           move ra-city to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 1 lines
           move "PAYER TIN:" to block-label-fl
           move ra-payer-tin to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 2 lines
           move "RECIPIENT TIN:" to block-label-fl
           move Py-Tax-Id (Payee-Index) to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 1 lines
           move "RECIPIENT:" to block-label-fl
           move Py-Name (Payee-Index) to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 2 lines
           move spaces to block-label-fl
           move Py-Street (Payee-Index) to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 1 lines
           move Py-City (Payee-Index) to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 1 lines
           move "ACCOUNT NUMBER:" to block-label-fl
           move Py-Vendor (Payee-Index) to block-text-fl
           write Output-Printer-Record from Form-Block-Line
               after advancing 2 lines
           move Bn-Label (Box-Index) to box-label-fl
           move Py-Paid (Payee-Index) to box-amount-fl
           write Output-Printer-Record from Form-Amount-Line
               after advancing 2 lines.

       3600-Print-Form-If-Filed.
           if Py-Paid (Payee-Index) not < Reporting-Threshold
                   and Py-Tax-Id (Payee-Index) not = spaces
               perform 2200-Find-Box-Entry
               perform 3500-Print-One-Form
           end-if.

       5000-Write-Filing-Summary.
           write Output-Printer-Record from Heading-Line
               after advancing page
           perform 5100-Print-Box-Total
               varying Box-Index from 1 by 1
               until Box-Index > 4
           move "Total reported:" to money-label
           move File-Amount-Total to money-cl
           write Output-Printer-Record from Money-Line
               after advancing 2 lines
           move "Reportable vendors on file:" to count-label
           move vendors-reportable to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "Paid vouchers counted:" to count-label
           move vouchers-counted to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Forms:" to count-label
           move forms-written to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Under the threshold, no form:" to count-label
           move under-threshold to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Over the threshold, no tax ID:" to count-label
           move missing-tin to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           evaluate true
               when not Payer-Found
                   move "NO PAYER ON WAGEFILE.CTL - FILE HALTED"
                       to result-text
               when missing-tin > zero
                   move "TAX IDS MISSING - FILE HALTED"
                       to result-text
               when other
                   move "Electronic file written to form1099.dat"
                       to result-text
           end-evaluate
           write Output-Printer-Record from Result-Line
               after advancing 2 lines
           if Payer-Found and missing-tin = zero
               perform 3600-Print-Form-If-Filed
                   varying Payee-Index from 1 by 1
                   until Payee-Index > Payee-Count
           end-if.

       5100-Print-Box-Total.
           move "1099-" to box-name-bt
           move Bn-Form (Box-Index) to box-name-bt (6:4)
           move Bn-Label (Box-Index) to box-name-bt (11:27)
           move Bs-Count (Box-Index) to box-count-bt
           move Bs-Amount (Box-Index) to box-amount-bt
           write Output-Printer-Record from Box-Total-Line
               after advancing 1 lines.
