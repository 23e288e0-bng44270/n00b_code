       identification division.
       program-id.  prg120.
       author.  Andy Carlson.

      *    Off-cycle pay run - bonuses, corrections and final checks
      *    that can't wait for PRG18's close used to go out as typed
      *    checks that never reached the YTD figures or the tax
      *    reporting.  Payroll keys each one-time payment at the
      *    console: SS#, gross amount and a kind (B bonus, C
      *    correction, F final check).  Each is taxed as
      *    supplemental pay - a flat withholding rate, 22.00 unless
      *    supprate.dat carries another - plus the employee's
      *    locality tax off loctax.dat, the way PRG18 takes it.  The
      *    YTD net, withholding and locality tax on pg10idx.dat move
      *    up, the gross goes on the calendar-year wages behind the
      *    employer-tax wage bases, and the employer's share is
      *    figured at PRG18's rates.
      *    The run writes its own close detail - payperd.dat and
      *    ertxperd.dat fresh, payhist.dat and ertxhist.dat
      *    appended - every pay row flagged "O" off-cycle, so
      *    PRG40's bank export, PRG89's checks and PRG60's journal
      *    run behind it exactly as they run behind a close, and
      *    PRG86's quarterly and PRG117's year-end figures carry it.
      *    Because payperd.dat is replaced, the last close's PRG40,
      *    PRG89 and PRG60 must already have run - the operator
      *    confirms that before anything is keyed.

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is dynamic
                  record key is ss-num of disk-record.

      *    One row - the supplemental withholding percent (99v99).
           select optional Supp-Rate-File assign to disk
                  "supprate.dat"
                  organization is line sequential.

           select optional Locality-Tax-File assign to disk
                  "loctax.dat"
                  organization is line sequential.

           select optional Employer-Rate-File assign to disk
                  "ertxrate.dat"
                  organization is line sequential.

           select Pay-Detail-File assign to disk "payperd.dat"
                  organization is line sequential.
           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select Employer-Tax-File assign to disk "ertxperd.dat"
                  organization is line sequential.
           select optional Employer-Tax-History-File assign to disk
                  "ertxhist.dat"
                  organization is line sequential.

           select optional Run-Log-File assign to disk "runlog.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd Supp-Rate-File.
       01 Supp-Rate-Record.
           03 sr-rate              pic 99v99.

       fd Locality-Tax-File.
       01 Locality-Tax-Record.
           03 lt-store-number      pic xx.
           03 lt-rate              pic 99v99.

       fd Employer-Rate-File.
       01 Employer-Rate-Record.
           03 er-code-rt           pic x(8).
           03 er-rate-rt           pic 99v999.
           03 er-wage-base-rt      pic 9(7)v99.

       fd Pay-Detail-File.
       01 Pay-Detail-Record.
           03 pd-ss-num            pic x(9).
           03 pd-first-name        pic x(15).
           03 pd-last-name         pic x(15).
           03 pd-status-code       pic x.
           03 pd-store-number      pic xx.
           03 pd-net-pay           pic 9(7)v99.
           03 pd-commission        pic 9(7)v99.
           03 pd-deduction         pic 9(5)v99.
           03 pd-withholding       pic 9(5)v99.
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
           03 pd-pay-type          pic x.

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
           03 ph-pay-type          pic x.

       fd Employer-Tax-File.
       copy ertxrec.

       fd Employer-Tax-History-File.
       01 Employer-Tax-History-Record pic x(105).

       fd Run-Log-File.
       copy runlog.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy ctlparm.
       copy runlogw.
       copy gencode.

       01 loctax-eof-flag      pic xxx value spaces.
           88 loctax-end       value 'YES'.
       01 errate-eof-flag      pic xxx value spaces.
           88 errate-end       value 'YES'.
       01 Entry-Done-Switch    pic x value "N".
           88 Entry-Done       value "Y".

       01 Close-Date-Formatted.
           03 cdf-mm           pic 99.
           03                  pic x value "/".
           03 cdf-dd           pic 99.
           03                  pic x value "/".
           03                  pic xx value "20".
           03 cdf-yy           pic 99.

       01 Confirm-Response     pic x.
       01 Entry-Ss             pic x(9).
       01 Entry-Amount         pic x(7).
       01 Entry-Kind           pic x.
           88 Entry-Kind-Ok    value "B" "C" "F".
       01 Entry-Name           pic x(31).

      *    The keyed payments, posted once the list is confirmed.
       01 Payment-Table.
           03 Payment-Entry occurs 100 times.
               05 Pt-Ss-Num        pic x(9).
               05 Pt-Gross         pic 9(5)v99.
               05 Pt-Kind          pic x.
       01 Payment-Count        pic 9(3) value zero.
       01 Payment-Index        pic 9(3).
       01 Keyed-Total          pic 9(7)v99 value zero.

      *    Supplemental withholding percent - the flat rate for pay
      *    outside the regular wages.
       01 Supp-Rate            pic 99v99 value 22.00.

       01 Locality-Tax-Table.
           03 Locality-Tax-Entry occurs 20 times.
               05 Lt-Store-LT      pic xx.
               05 Lt-Rate-LT       pic 99v99.
       01 Loctax-Count         pic 99 value zero.
       01 Loctax-Index         pic 99.
       01 Applied-Loctax-Rate  pic 99v99 value zero.

      *    PRG18's employer rates and wage bases, replaced by code
      *    off ertxrate.dat the same way.
       01 Employer-Rate-List.
           03 pic x(8) value "SOCSEC".
           03 pic 99v999 value 6.200.
           03 pic 9(7)v99 value 176100.00.
           03 pic x(8) value "MEDICARE".
           03 pic 99v999 value 1.450.
           03 pic 9(7)v99 value zero.
           03 pic x(8) value "FUTA".
           03 pic 99v999 value 0.600.
           03 pic 9(7)v99 value 7000.00.
           03 pic x(8) value "SUTA".
           03 pic 99v999 value 2.700.
           03 pic 9(7)v99 value 9000.00.
       01 redefines Employer-Rate-List.
           03 Employer-Rate-Entry occurs 4 times.
               05 Er-Code-ER       pic x(8).
               05 Er-Rate-ER       pic 99v999.
               05 Er-Wage-Base-ER  pic 9(7)v99.
       01 Employer-Rate-Index  pic 9.
       01 Employer-Tax-Work.
           03 Er-Taxable-Wages occurs 4 times pic 9(7)v99.
           03 Er-Tax-Amount    occurs 4 times pic 9(5)v99.
       01 Er-Prior-Wages       pic 9(7)v99 value zero.
       01 Er-Prior-Capped      pic 9(7)v99 value zero.
       01 Er-New-Capped        pic 9(7)v99 value zero.
       01 Employer-Tax-Amount  pic 9(5)v99 value zero.

       01 Gross-Amount         pic 9(5)v99 value zero.
       01 Withholding-Amount   pic 9(5)v99 value zero.
       01 Loctax-Amount        pic 9(5)v99 value zero.
       01 Net-Amount           pic 9(5)v99 value zero.

       01 payments-posted      pic 9(5) value zero.
       01 payments-missing     pic 9(5) value zero.
       01 Gross-Total          pic 9(9)v99 value zero.
       01 Withholding-Total    pic 9(9)v99 value zero.
       01 Loctax-Total         pic 9(9)v99 value zero.
       01 Net-Total            pic 9(9)v99 value zero.
       01 Employer-Tax-Total   pic 9(9)v99 value zero.

       01 Heading-Line.
           03                  pic x(34)
               value "** OFF-CYCLE PAY REGISTER **".
           03 run-date-hd      pic x(10).
           03                  pic x(16) value "   SUPPLEMENTAL ".
           03 supp-rate-hd     pic z9.99.
           03                  pic x value "%".

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(24) value "EMPLOYEE".
           03                  pic x(5) value "KIND".
           03                  pic x(12) value "       GROSS".
           03                  pic x(12) value "    WITHHELD".
           03                  pic x(12) value "    LOC. TAX".
           03                  pic x(12) value "         NET".

       01 Detail-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(22).
           03                  pic x(2) value spaces.
           03 kind-dl          pic x(3).
           03 gross-dl         pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 withholding-dl   pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 loctax-dl        pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 net-dl           pic $$$,$$9.99.

       01 Missing-Line.
           03 ss-num-ml        pic x(9).
           03                  pic x(2) value spaces.
           03                  pic x(40)
               value "** GONE FROM THE MASTER - NOT PAID **".

       01 Total-Line.
           03 total-label      pic x(36).
           03 total-amount     pic $$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 9100-Stamp-Run-Start
           move mm of date-accept-record to cdf-mm
           move dd of date-accept-record to cdf-dd
           move yy of date-accept-record to cdf-yy
           display "Off-cycle pay replaces payperd.dat and"
               " ertxperd.dat."
           display "Have PRG40, PRG89 and PRG60 run for the last"
               " close? (Y/N):"
           accept Confirm-Response
           call "CBL_TOUPPER" using Confirm-Response
                       by value length of Confirm-Response
           if Confirm-Response not = "Y"
               display "Off-cycle run refused."
               stop run
           end-if
           perform 1100-Load-Supp-Rate
           perform 1200-Load-Locality-Rates
           perform 1300-Load-Employer-Rates
           perform 0400-Verify-Master-Control
           open i-o Indexed-File
           perform 1500-Key-One-Payment
               until Entry-Done
           if Payment-Count = zero
               close Indexed-File
               display "Nothing keyed - no off-cycle run."
               stop run
           end-if
           display Payment-Count " payments, gross " Keyed-Total
               " - post them? (Y/N):"
           accept Confirm-Response
           call "CBL_TOUPPER" using Confirm-Response
                       by value length of Confirm-Response
           if Confirm-Response not = "Y"
               close Indexed-File
               display "Off-cycle run abandoned - nothing posted."
               stop run
           end-if
           open output Pay-Detail-File
           open extend Pay-History-File
           open output Employer-Tax-File
           open extend Employer-Tax-History-File
           open output Output-Printer-File
           move Close-Date-Formatted to run-date-hd
           move Supp-Rate to supp-rate-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2000-Post-One-Payment
               varying Payment-Index from 1 by 1
               until Payment-Index > Payment-Count
           perform 3000-Write-Totals
           close Output-Printer-File
           close Employer-Tax-History-File
           close Employer-Tax-File
           close Pay-History-File
           close Pay-Detail-File
           close Indexed-File
           perform 0450-Refresh-Master-Control
           perform 9000-Write-Run-Log
           stop run.

       1100-Load-Supp-Rate.
           open input Supp-Rate-File
           read Supp-Rate-File
               at end continue
               not at end
                   if sr-rate is numeric
                       move sr-rate to Supp-Rate
                   end-if
           end-read
           close Supp-Rate-File.

       1200-Load-Locality-Rates.
           open input Locality-Tax-File
           perform 1250-Read-Locality-Rate
               until loctax-end
                  or Loctax-Count = 20
           close Locality-Tax-File.

       1250-Read-Locality-Rate.
           read Locality-Tax-File
               at end move "YES" to loctax-eof-flag
               not at end
                   if lt-rate is numeric
                       add 1 to Loctax-Count
                       move lt-store-number
                           to Lt-Store-LT (Loctax-Count)
                       move lt-rate to Lt-Rate-LT (Loctax-Count)
                   end-if
           end-read.

       1300-Load-Employer-Rates.
           open input Employer-Rate-File
           perform 1350-Read-Employer-Rate
               until errate-end
           close Employer-Rate-File.

       1350-Read-Employer-Rate.
           read Employer-Rate-File
               at end move "YES" to errate-eof-flag
               not at end
                   if er-rate-rt is numeric
                           and er-wage-base-rt is numeric
                       perform 1360-Replace-Employer-Rate
                           varying Employer-Rate-Index from 1 by 1
                           until Employer-Rate-Index > 4
                   end-if
           end-read.

       1360-Replace-Employer-Rate.
           if er-code-rt = Er-Code-ER (Employer-Rate-Index)
               move er-rate-rt to Er-Rate-ER (Employer-Rate-Index)
               move er-wage-base-rt
                   to Er-Wage-Base-ER (Employer-Rate-Index)
           end-if.

      *    Each SS# is checked against the master as it is keyed,
      *    and the name shown back, before the amount is taken.
       1500-Key-One-Payment.
           move spaces to Entry-Ss
           display "SS# for an off-cycle payment (Enter to finish):"
           accept Entry-Ss
           if Entry-Ss = spaces or Payment-Count = 100
               move "Y" to Entry-Done-Switch
           else
               move Entry-Ss to ss-num of disk-record
               read Indexed-File
                   invalid key
                       display "  " Entry-Ss " is not on the master"
                   not invalid key
                       perform 1600-Key-Amount
               end-read
           end-if.

       1600-Key-Amount.
           move spaces to Entry-Name
           string first-name of disk-record delimited by "  "
                  " " delimited by size
                  last-name of disk-record delimited by "  "
                  into Entry-Name
           display "  " Entry-Name " status " status-code of disk-record
           move spaces to Entry-Amount
           display "  Gross (9999999 = 99999.99):"
           accept Entry-Amount
           move spaces to Entry-Kind
           display "  Kind - B bonus, C correction, F final check:"
           accept Entry-Kind
           call "CBL_TOUPPER" using Entry-Kind
                       by value length of Entry-Kind
           if Entry-Amount is not numeric
                   or Entry-Amount = "0000000"
               display "  Bad amount - payment not taken"
           else
               if not Entry-Kind-Ok
                   display "  Bad kind - payment not taken"
               else
                   add 1 to Payment-Count
                   move Entry-Ss to Pt-Ss-Num (Payment-Count)
                   move Entry-Amount to Gross-Amount (1:7)
                   move Gross-Amount to Pt-Gross (Payment-Count)
                   move Entry-Kind to Pt-Kind (Payment-Count)
                   add Gross-Amount to Keyed-Total
               end-if
           end-if.

      *    Re-read at posting, so two payments keyed for the same
      *    person stack on the wage bases in order.
       2000-Post-One-Payment.
           move Pt-Ss-Num (Payment-Index) to ss-num of disk-record
           read Indexed-File
               invalid key
                   move Pt-Ss-Num (Payment-Index) to ss-num-ml
                   write Output-Printer-Record from Missing-Line
                       after advancing 1 lines
                   add 1 to payments-missing
               not invalid key
                   perform 2100-Pay-One-Employee
           end-read.

       2100-Pay-One-Employee.
           move Pt-Gross (Payment-Index) to Gross-Amount
           compute Withholding-Amount rounded =
               Gross-Amount * Supp-Rate / 100
           move zero to Applied-Loctax-Rate
           perform 2150-Check-Locality-Entry
               varying Loctax-Index from 1 by 1
               until Loctax-Index > Loctax-Count
           compute Loctax-Amount rounded =
               Gross-Amount * Applied-Loctax-Rate / 100
           compute Net-Amount =
               Gross-Amount - Withholding-Amount - Loctax-Amount
           add Withholding-Amount to ytd-withholding of disk-record
           if ytd-loctax of disk-record not numeric
               move zero to ytd-loctax of disk-record
           end-if
           add Loctax-Amount to ytd-loctax of disk-record
           add Net-Amount to ytd-total of disk-record
           perform 2200-Compute-Employer-Tax
           rewrite disk-record
           end-rewrite
           perform 2400-Write-Pay-Detail
           perform 2500-Print-Payment
           add 1 to payments-posted
           add Gross-Amount to Gross-Total
           add Withholding-Amount to Withholding-Total
           add Loctax-Amount to Loctax-Total
           add Net-Amount to Net-Total.

       2150-Check-Locality-Entry.
           if store-number of disk-record
                   = Lt-Store-LT (Loctax-Index)
               move Lt-Rate-LT (Loctax-Index)
                   to Applied-Loctax-Rate
           end-if.

      *    PRG18's arithmetic - the slice of this payment under each
      *    wage base after it, less before it.
       2200-Compute-Employer-Tax.
           if er-wage-year of disk-record not numeric
                   or er-ytd-wages of disk-record not numeric
                   or er-wage-year of disk-record
                       not = Close-Date-Formatted (7:4)
               move Close-Date-Formatted (7:4)
                   to er-wage-year of disk-record
               move zero to er-ytd-wages of disk-record
           end-if
           move er-ytd-wages of disk-record to Er-Prior-Wages
           add Gross-Amount to er-ytd-wages of disk-record
           move zero to Employer-Tax-Amount
           perform 2250-Compute-One-Employer-Tax
               varying Employer-Rate-Index from 1 by 1
               until Employer-Rate-Index > 4
           add Employer-Tax-Amount to Employer-Tax-Total
           move spaces to Employer-Tax-Record
           move Close-Date-Formatted to et-close-date
           move ss-num of disk-record to et-ss-num
           move store-number of disk-record to et-store-number
           move dept-number of disk-record to et-dept-number
           move Gross-Amount to et-gross-wages
           move er-ytd-wages of disk-record to et-ytd-wages
           move Er-Taxable-Wages (1) to et-ss-taxable
           move Er-Tax-Amount (1) to et-ss-tax
           move Er-Taxable-Wages (2) to et-med-taxable
           move Er-Tax-Amount (2) to et-med-tax
           move Er-Taxable-Wages (3) to et-futa-taxable
           move Er-Tax-Amount (3) to et-futa-tax
           move Er-Taxable-Wages (4) to et-suta-taxable
           move Er-Tax-Amount (4) to et-suta-tax
           write Employer-Tax-Record
           write Employer-Tax-History-Record from Employer-Tax-Record.

       2250-Compute-One-Employer-Tax.
           if Er-Wage-Base-ER (Employer-Rate-Index) = zero
               move Gross-Amount
                   to Er-Taxable-Wages (Employer-Rate-Index)
           else
               move Er-Prior-Wages to Er-Prior-Capped
               if Er-Prior-Capped
                       > Er-Wage-Base-ER (Employer-Rate-Index)
                   move Er-Wage-Base-ER (Employer-Rate-Index)
                       to Er-Prior-Capped
               end-if
               move er-ytd-wages of disk-record to Er-New-Capped
               if Er-New-Capped
                       > Er-Wage-Base-ER (Employer-Rate-Index)
                   move Er-Wage-Base-ER (Employer-Rate-Index)
                       to Er-New-Capped
               end-if
               compute Er-Taxable-Wages (Employer-Rate-Index) =
                   Er-New-Capped - Er-Prior-Capped
           end-if
           compute Er-Tax-Amount (Employer-Rate-Index) rounded =
               Er-Taxable-Wages (Employer-Rate-Index)
                   * Er-Rate-ER (Employer-Rate-Index) / 100
           add Er-Tax-Amount (Employer-Rate-Index)
               to Employer-Tax-Amount.

       2400-Write-Pay-Detail.
           move spaces to Pay-Detail-Record
           move ss-num of disk-record to pd-ss-num
           move first-name of disk-record to pd-first-name
           move last-name of disk-record to pd-last-name
           move status-code of disk-record to pd-status-code
           move store-number of disk-record to pd-store-number
           move Net-Amount to pd-net-pay
           move zero to pd-commission
           move zero to pd-deduction
           move Withholding-Amount to pd-withholding
           move zero to pd-garnish
           move Loctax-Amount to pd-loctax
           move zero to pd-advance
           move "O" to pd-pay-type
           write Pay-Detail-Record
           move spaces to Pay-History-Record
           move Close-Date-Formatted to ph-close-date
           move pd-ss-num to ph-ss-num
           move pd-first-name to ph-first-name
           move pd-last-name to ph-last-name
           move pd-status-code to ph-status-code
           move pd-store-number to ph-store-number
           move pd-net-pay to ph-net-pay
           move pd-commission to ph-commission
           move pd-deduction to ph-deduction
           move pd-withholding to ph-withholding
           move pd-garnish to ph-garnish
           move pd-loctax to ph-loctax
           move pd-advance to ph-advance
           move pd-pay-type to ph-pay-type
           write Pay-History-Record.

       2500-Print-Payment.
           move ss-num of disk-record to ss-num-dl
           move spaces to name-dl
           string first-name of disk-record delimited by "  "
                  " " delimited by size
                  last-name of disk-record delimited by "  "
                  into name-dl
           evaluate Pt-Kind (Payment-Index)
               when "B" move "BON" to kind-dl
               when "C" move "COR" to kind-dl
               when other move "FIN" to kind-dl
           end-evaluate
           move Gross-Amount to gross-dl
           move Withholding-Amount to withholding-dl
           move Loctax-Amount to loctax-dl
           move Net-Amount to net-dl
           write Output-Printer-Record from Detail-Line
               after advancing 1 lines.

       3000-Write-Totals.
           move "Payments posted" to count-label
           move payments-posted to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "Gross off-cycle pay" to total-label
           move Gross-Total to total-amount
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move "Supplemental withholding" to total-label
           move Withholding-Total to total-amount
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move "Locality tax" to total-label
           move Loctax-Total to total-amount
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move "Net pay to PRG40 / PRG89" to total-label
           move Net-Total to total-amount
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move "Employer tax to PRG60" to total-label
           move Employer-Tax-Total to total-amount
           write Output-Printer-Record from Total-Line
               after advancing 1 lines.

       9100-Stamp-Run-Start.
           accept Rlw-Date-Work from date
           accept Rlw-Time-Work from time
           move rlw-dw-mm to rlw-sd-mm
           move rlw-dw-dd to rlw-sd-dd
           move rlw-dw-yy to rlw-sd-yy
           move rlw-tw-hh to rlw-st-hh
           move rlw-tw-mm to rlw-st-mm
           move rlw-tw-ss to rlw-st-ss.

       9000-Write-Run-Log.
           accept Rlw-Time-Work from time
           move rlw-tw-hh to rlw-et-hh
           move rlw-tw-mm to rlw-et-mm
           move rlw-tw-ss to rlw-et-ss
           move spaces to Run-Log-Record
           move "PRG120" to Rlog-Program
           move Rlw-Start-Date to Rlog-Start-Date
           move Rlw-Start-Time to Rlog-Start-Time
           move Rlw-End-Time to Rlog-End-Time
           move Payment-Count to Rlog-Records-Read
           move payments-posted to Rlog-Records-Written
           move payments-missing to Rlog-Records-Rejected
           move "OK" to Rlog-Status
           open extend Run-Log-File
           write Run-Log-Record
           close Run-Log-File.

      *    The master must pass its PRG99 control check before this
      *    run touches it - a truncated or stale-restored file
      *    halts with its own exit code instead of being run on.
       0400-Verify-Master-Control.
           move "PAY" to cc-master-id
           move "V" to cc-function
           call "prg99" using Control-Check-Parms
           if not cc-master-ok
               display "pg10idx.dat FAILS ITS CONTROL CHECK - HALTED"
               move 9 to return-code
               stop run
           end-if.

       0450-Refresh-Master-Control.
           move "PAY" to cc-master-id
           move "R" to cc-function
           call "prg99" using Control-Check-Parms.
