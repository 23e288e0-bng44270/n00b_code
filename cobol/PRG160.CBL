       identification division.
       program-id.  prg160.
       author.  Andy Carlson.

      *    Outstanding-check reconciliation - the other half of the
      *    positive pay PRG159 sends.  The bank's paid-items file
      *    (ppaid.dat, one row per check it paid) is matched to the
      *    chkreg.dat register by check number.  An issued check
      *    the bank paid is stamped cleared with the date and the
      *    amount paid; if the amount differs from the register it
      *    still clears, and prints as a mismatch to take up with
      *    the bank.  Paid items with no check on the register,
      *    paid against a voided check, or paid a second time print
      *    as exceptions and stamp nothing.  What is left is the
      *    outstanding list: issued, not voided, not cleared - and
      *    every one of those written more than 180 days ago is
      *    listed for stale-dating and the unclaimed-property
      *    follow-up, with its age.  The register is rewritten
      *    through chkreg.tmp the way PRG90 rewrites it.

       environment division.
       input-output section.
       file-control.
           select optional Paid-Items-File assign to disk
                  "ppaid.dat"
                  organization is line sequential.
           select optional Check-Register-File assign to disk
                  "chkreg.dat"
                  organization is line sequential.
           select Register-Work-File assign to disk "chkreg.tmp"
                  organization is line sequential.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
      *    The bank's layout: check number, amount in pennies, and
      *    the day it paid as mmddyyyy.
       fd Paid-Items-File.
       01 Paid-Item-Record.
           03 pi-check-number      pic 9(10).
           03 pi-amount-cents      pic 9(11).
           03 pi-paid-date         pic x(8).

       fd Check-Register-File.
       copy ckrec.

       fd Register-Work-File.
       01 Register-Work-Record     pic x(91).

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 paid-eof-flag        pic xxx value spaces.
           88 paid-end         value 'YES'.
       01 reg-eof-flag         pic xxx value spaces.
           88 reg-end          value 'YES'.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The paid items held while the register streams past.
       01 Paid-Item-Table.
           03 Paid-Item-Entry occurs 3000 times.
               05 Pit-Check        pic 9(10).
               05 Pit-Amount       pic 9(7)v99.
               05 Pit-Date         pic x(10).
               05 Pit-Matched      pic x.
       01 Paid-Item-Count      pic 9(4) value zero.
       01 Paid-Item-Index      pic 9(4).
       01 Paid-Found-Switch    pic x value "N".
           88 Paid-Item-Found  value "Y".
       01 Stale-Days           pic 9(3) value 180.

      *    Serial-day arithmetic, the same all-positive integer
      *    division PRG68's 3400-COMPUTE-DATE-SERIAL uses.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm            pic 99.
               05                  pic x.
               05 dw-dd            pic 99.
               05                  pic x.
               05 dw-yyyy          pic 9(4).
           03 dw-a                 pic 9(4).
           03 dw-y                 pic 9(8).
           03 dw-m                 pic 9(4).
           03 dw-div-work          pic 9(8).
           03 dw-days-accum        pic s9(9).
           03 dw-serial            pic 9(8).
       01 Today-Serial         pic 9(8) value zero.
       01 Serial-Ok-Switch     pic x value "N".
           88 Serial-Ok        value "Y".
       01 Check-Age            pic s9(5).

       01 items-read           pic 9(5) value zero.
       01 items-skipped        pic 9(5) value zero.
       01 checks-cleared       pic 9(5) value zero.
       01 cleared-total        pic 9(9)v99 value zero.
       01 mismatch-count       pic 9(5) value zero.
       01 exception-count      pic 9(5) value zero.
       01 outstanding-count    pic 9(5) value zero.
       01 outstanding-total    pic 9(9)v99 value zero.
       01 stale-count          pic 9(5) value zero.
       01 stale-total          pic 9(9)v99 value zero.

       01 Heading-Line.
           03                  pic x(44)
               value "** OUTSTANDING CHECK RECONCILIATION **".
           03                  pic x(6) value "DATE: ".
           03 run-date-hd      pic x(10).

       01 Section-Line.
           03 section-text     pic x(60).

       01 Exception-Column-Line.
           03                  pic x(12) value "CHECK #".
           03                  pic x(32) value "PAYEE".
           03                  pic x(14) value "    REGISTER".
           03                  pic x(14) value "   BANK PAID".
           03                  pic x(12) value "PAID ON".
           03                  pic x(16) value "PROBLEM".

       01 Exception-Line.
           03 check-number-el  pic z(9)9.
           03                  pic x(2) value spaces.
           03 payee-el         pic x(30).
           03                  pic x(2) value spaces.
           03 register-amount-el pic $$$,$$9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 bank-amount-el   pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 paid-date-el     pic x(10).
           03                  pic x(2) value spaces.
           03 problem-el       pic x(16).

       01 Stale-Column-Line.
           03                  pic x(8) value "CHECK #".
           03                  pic x(11) value "SS #".
           03                  pic x(32) value "PAYEE".
           03                  pic x(12) value "ISSUED".
           03                  pic x(6) value "  AGE".
           03                  pic x(14) value "       AMOUNT".

       01 Stale-Line.
           03 check-number-sl  pic 9(6).
           03                  pic x(2) value spaces.
           03 ss-num-sl        pic x(9).
           03                  pic x(2) value spaces.
           03 payee-sl         pic x(30).
           03                  pic x(2) value spaces.
           03 issued-sl        pic x(10).
           03                  pic x(2) value spaces.
           03 age-sl           pic zzzz9.
           03                  pic x(2) value spaces.
           03 amount-sl        pic $$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zzz,zz9.
           03                  pic x(4) value spaces.
           03 amount-cl        pic $$,$$$,$$$,$$9.99 blank when zero.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move Run-Date-Formatted to dw-in-date
           perform 4000-Compute-Date-Serial
           move dw-serial to Today-Serial

           perform 1500-Load-Paid-Items

           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move "PAID ITEMS NEEDING FOLLOW-UP WITH THE BANK"
               to section-text
           write Output-Printer-Record from Section-Line
               after advancing 2 lines
           write Output-Printer-Record from Exception-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           perform 2000-Copy-Register
           perform 3000-Match-Register

           perform 3500-Print-Unmatched-Item
               varying Paid-Item-Index from 1 by 1
               until Paid-Item-Index > Paid-Item-Count

           perform 3700-List-Stale-Checks
           perform 5000-Write-Counts
           close Output-Printer-File
           stop run.

       1500-Load-Paid-Items.
           initialize Paid-Item-Table
           open input Paid-Items-File
           perform 1550-Read-Paid-Item
               until paid-end
           close Paid-Items-File.

       1550-Read-Paid-Item.
           read Paid-Items-File
               at end move "YES" to paid-eof-flag
               not at end
                   add 1 to items-read
                   if pi-check-number is numeric
                           and pi-amount-cents is numeric
                           and Paid-Item-Count < 3000
                       add 1 to Paid-Item-Count
                       move pi-check-number
                           to Pit-Check (Paid-Item-Count)
                       compute Pit-Amount (Paid-Item-Count) =
                           pi-amount-cents / 100
                       move pi-paid-date (1:2)
                           to Pit-Date (Paid-Item-Count) (1:2)
                       move "/" to Pit-Date (Paid-Item-Count) (3:1)
                       move pi-paid-date (3:2)
                           to Pit-Date (Paid-Item-Count) (4:2)
                       move "/" to Pit-Date (Paid-Item-Count) (6:1)
                       move pi-paid-date (5:4)
                           to Pit-Date (Paid-Item-Count) (7:4)
                       move "N" to Pit-Matched (Paid-Item-Count)
                   else
                       add 1 to items-skipped
                   end-if
           end-read.

       2000-Copy-Register.
           open input Check-Register-File
           open output Register-Work-File
           perform 2100-Copy-Register-Row
               until reg-end
           close Check-Register-File
           close Register-Work-File.

       2100-Copy-Register-Row.
           read Check-Register-File
               at end move "YES" to reg-eof-flag
               not at end
                   write Register-Work-Record
                       from Check-Register-Record
           end-read.

      *    Each register row against the paid items; an issued
      *    check not cleared by now is outstanding.
       3000-Match-Register.
           move spaces to reg-eof-flag
           open input Register-Work-File
           open output Check-Register-File
           perform 3100-Match-Register-Row
               until reg-end
           close Register-Work-File
           close Check-Register-File.

       3100-Match-Register-Row.
           read Register-Work-File into Check-Register-Record
               at end move "YES" to reg-eof-flag
               not at end
                   perform 3200-Find-Paid-Item
                   if Paid-Item-Found
                       perform 3300-Work-Paid-Check
                   end-if
                   if check-issued and ck-cleared-date = spaces
                       add 1 to outstanding-count
                       add ck-amount to outstanding-total
                   end-if
                   write Check-Register-Record
           end-read.

       3200-Find-Paid-Item.
           move "N" to Paid-Found-Switch
           perform 3250-Check-Paid-Item
               varying Paid-Item-Index from 1 by 1
               until Paid-Item-Index > Paid-Item-Count
                  or Paid-Item-Found
           if Paid-Item-Found
               subtract 1 from Paid-Item-Index
           end-if.

       3250-Check-Paid-Item.
           if Pit-Check (Paid-Item-Index) = ck-number
                   and Pit-Matched (Paid-Item-Index) = "N"
               move "Y" to Paid-Found-Switch
           end-if.

       3300-Work-Paid-Check.
           move "Y" to Pit-Matched (Paid-Item-Index)
           evaluate true
               when check-voided
                   move "PAID BUT VOIDED" to problem-el
                   perform 3400-Print-Exception
      *    Cleared off this same paid date already - the bank's
      *    file being run a second time, not a second payment.
               when ck-cleared-date = Pit-Date (Paid-Item-Index)
                   continue
               when ck-cleared-date not = spaces
                   move "PAID TWICE" to problem-el
                   perform 3400-Print-Exception
               when other
                   move Pit-Date (Paid-Item-Index) to ck-cleared-date
                   move Pit-Amount (Paid-Item-Index)
                       to ck-cleared-amount
                   add 1 to checks-cleared
                   add Pit-Amount (Paid-Item-Index) to cleared-total
                   if Pit-Amount (Paid-Item-Index) not = ck-amount
                       add 1 to mismatch-count
                       move "AMOUNT MISMATCH" to problem-el
                       perform 3400-Print-Exception
                   end-if
           end-evaluate.

       3400-Print-Exception.
           add 1 to exception-count
           move Pit-Check (Paid-Item-Index) to check-number-el
           move ck-payee to payee-el
           move ck-amount to register-amount-el
           move Pit-Amount (Paid-Item-Index) to bank-amount-el
           move Pit-Date (Paid-Item-Index) to paid-date-el
           write Output-Printer-Record from Exception-Line
               after advancing 1 lines.

      *    What the bank paid that we never wrote.
       3500-Print-Unmatched-Item.
           if Pit-Matched (Paid-Item-Index) = "N"
               move spaces to ck-payee
               move zero to ck-amount
               move "PAID NOT ISSUED" to problem-el
               perform 3400-Print-Exception
           end-if.

      *    A second pass over the rewritten register - every check
      *    still out past the stale line.
       3700-List-Stale-Checks.
           move "OUTSTANDING OVER 180 DAYS -" to section-text
           move "STALE-DATE / UNCLAIMED PROPERTY"
               to section-text (29:31)
           write Output-Printer-Record from Section-Line
               after advancing page
           write Output-Printer-Record from Stale-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           move spaces to reg-eof-flag
           open input Check-Register-File
           perform 3750-Check-Stale-Row
               until reg-end
           close Check-Register-File.

       3750-Check-Stale-Row.
           read Check-Register-File
               at end move "YES" to reg-eof-flag
               not at end
                   if check-issued and ck-cleared-date = spaces
                       move ck-date to dw-in-date
                       perform 4000-Compute-Date-Serial
                       if Serial-Ok
                           compute Check-Age =
                               Today-Serial - dw-serial
                           if Check-Age > Stale-Days
                               perform 3800-Print-Stale-Check
                           end-if
                       end-if
                   end-if
           end-read.

       3800-Print-Stale-Check.
           add 1 to stale-count
           add ck-amount to stale-total
           move ck-number to check-number-sl
           move ck-ss-num to ss-num-sl
           move ck-payee to payee-sl
           move ck-date to issued-sl
           move Check-Age to age-sl
           move ck-amount to amount-sl
           write Output-Printer-Record from Stale-Line
               after advancing 1 lines.

      *    mm/dd/yyyy to a serial day.
       4000-Compute-Date-Serial.
           move "N" to Serial-Ok-Switch
           if dw-mm is numeric and dw-dd is numeric
                   and dw-yyyy is numeric
               compute dw-a = (14 - dw-mm) / 12
               compute dw-y = dw-yyyy + 4800 - dw-a
               compute dw-m = dw-mm + (12 * dw-a) - 3
               compute dw-days-accum = dw-dd - 32045
               compute dw-div-work = (153 * dw-m + 2) / 5
               add dw-div-work to dw-days-accum
               compute dw-days-accum = dw-days-accum + (365 * dw-y)
               compute dw-div-work = dw-y / 4
               add dw-div-work to dw-days-accum
               compute dw-div-work = dw-y / 100
               subtract dw-div-work from dw-days-accum
               compute dw-div-work = dw-y / 400
               add dw-div-work to dw-days-accum
               move dw-days-accum to dw-serial
               move "Y" to Serial-Ok-Switch
           end-if.

       5000-Write-Counts.
           move "Paid items from the bank:" to count-label
           move items-read to count-cl
           move zero to amount-cl
           write Output-Printer-Record from Count-Line
               after advancing page
           if items-skipped > zero
               move "  unreadable or over the table:" to count-label
               move items-skipped to count-cl
               write Output-Printer-Record from Count-Line
                   after advancing 1 lines
           end-if
           move "Checks cleared this run:" to count-label
           move checks-cleared to count-cl
           move cleared-total to amount-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "  of which amount mismatches:" to count-label
           move mismatch-count to count-cl
           move zero to amount-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Exceptions for the bank:" to count-label
           move exception-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Checks outstanding:" to count-label
           move outstanding-count to count-cl
           move outstanding-total to amount-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "  outstanding over 180 days:" to count-label
           move stale-count to count-cl
           move stale-total to amount-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
