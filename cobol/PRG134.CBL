       identification division.
       program-id.  prg134.
       author.  Andy Carlson.

      *    Receivables aging - every house charge account on
      *    CUSTMST.DAT owing (or owed) money as of a keyed date
      *    (Enter for today), its balance split current/30/60/90
      *    by the date of each unpaid charge on ARTRAN.DAT.
      *    Payments go against the oldest charges first and days
      *    are counted with the serial-day formula PRG20 uses -
      *    the same aging PRG133 prints under each statement, so
      *    the two always agree.  Activity dated after the as-of
      *    date is backed out of the master's balance.  Flags the
      *    accounts over their credit limit, on hold, or carrying
      *    a charge older than their terms, with company totals
      *    and each column's share of the whole at the end.

       environment division.
       input-output section.
       file-control.
           select optional Customer-File assign to disk "custmst.dat"
                  organization is indexed
                  access is sequential
                  record key is Cust-Number-CU.

           select optional Ar-Tran-File assign to disk "artran.dat"
                  organization is indexed
                  access is dynamic
                  record key is Ar-Key.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Customer-File.
       copy custrec.

       fd Ar-Tran-File.
       copy artrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 cust-eof-flag        pic xxx value spaces.
           88 cust-end         value 'YES'.
       01 tran-eof-flag        pic xxx value spaces.
           88 tran-end         value 'YES'.

       01 As-Of-Date-Response  pic x(10).
       01 As-Of-Date-Key       pic x(8).
       01 As-Of-Serial         pic 9(8).

      *    One customer's figures, rebuilt for each account.
       01 Later-Net            pic s9(9)v99.
       01 Payment-Pool         pic 9(9)v99.
       01 As-Of-Balance        pic s9(9)v99.
       01 Unpaid-Amount        pic 9(9)v99.
       01 Charge-Age           pic s9(5).
       01 Oldest-Unpaid-Age    pic s9(5).
       01 Aged-Current         pic 9(9)v99.
       01 Aged-30              pic 9(9)v99.
       01 Aged-60              pic 9(9)v99.
       01 Aged-90              pic 9(9)v99.

       01 accounts-listed      pic 9(5) value zero.
       01 accounts-flagged     pic 9(5) value zero.
       01 Total-Balance        pic s9(11)v99 value zero.
       01 Total-Current        pic 9(11)v99 value zero.
       01 Total-30             pic 9(11)v99 value zero.
       01 Total-60             pic 9(11)v99 value zero.
       01 Total-90             pic 9(11)v99 value zero.
       01 Total-Aged           pic 9(11)v99 value zero.
       01 Column-Amount        pic 9(11)v99.
       01 Column-Percent       pic 9(3)v9.

      *    Day-number arithmetic, the same all-positive integer
      *    division PRG20's 1700-Compute-Day-Number uses.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm        pic 99.
               05              pic x.
               05 dw-dd        pic 99.
               05              pic x.
               05 dw-yyyy      pic 9(4).
           03 dw-a             pic 9(4).
           03 dw-y             pic 9(8).
           03 dw-m             pic 9(4).
           03 dw-div-work      pic 9(8).
           03 dw-days-accum    pic s9(9).
           03 dw-serial        pic 9(8).
       01 serial-ok-switch     pic x value "N".
           88 serial-ok        value "Y".

       01 Page-Heading-Line.
           03                  pic x(30)
               value "** RECEIVABLES AGING **".
           03                  pic x(6) value "As of ".
           03 as-of-date-hd    pic x(10).

       01 Column-Heading-Line.
           03                  pic x(8) value "CUST #".
           03                  pic x(21) value "NAME".
           03                  pic x(12) value "     BALANCE".
           03                  pic x(12) value "     CURRENT".
           03                  pic x(12) value "     30 DAYS".
           03                  pic x(12) value "     60 DAYS".
           03                  pic x(12) value "   90 DAYS +".
           03                  pic x(2) value spaces.
           03                  pic x(4) value "FLAG".

       01 Account-Line.
           03 cust-number-dl   pic x(6).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(20).
           03                  pic x value spaces.
           03 balance-dl       pic zzz,zz9.99-.
           03                  pic x value spaces.
           03 current-dl       pic zzz,zz9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 aged-30-dl       pic zzz,zz9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 aged-60-dl       pic zzz,zz9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 aged-90-dl       pic zzz,zz9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 flag-dl          pic x(11).

       01 Total-Line.
           03                  pic x(14) value "COMPANY TOTAL".
           03                  pic x(2) value spaces.
           03 total-balance-dl pic zz,zzz,zzz,zz9.99-.
           03                  pic x(3) value spaces.
           03                  pic x(10) value "ACCOUNTS: ".
           03 accounts-dl      pic zz,zz9.
           03                  pic x(3) value spaces.
           03                  pic x(9) value "FLAGGED: ".
           03 flagged-dl       pic zz,zz9.

       01 Column-Total-Line.
           03 column-label-dl  pic x(14).
           03                  pic x(2) value spaces.
           03 column-total-dl  pic zz,zzz,zzz,zz9.99.
           03                  pic x(4) value spaces.
           03 column-pct-dl    pic zz9.9.
           03                  pic x value "%".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           display "Enter as-of date (mm/dd/yyyy), or Enter for "
                   "today:"
           accept As-Of-Date-Response
           if As-Of-Date-Response = spaces
               move Run-Date-Formatted to As-Of-Date-Response
           end-if
           move As-Of-Date-Response to dw-in-date
           perform 1700-Compute-Day-Number
           if not serial-ok
                   or As-Of-Date-Response (3:1) not = "/"
                   or As-Of-Date-Response (6:1) not = "/"
               display "INVALID AS-OF DATE - RUN ENDED"
               move 9 to return-code
               stop run
           end-if
           move dw-serial to As-Of-Serial
           move As-Of-Date-Response (7:4) to As-Of-Date-Key (1:4)
           move As-Of-Date-Response (1:2) to As-Of-Date-Key (5:2)
           move As-Of-Date-Response (4:2) to As-Of-Date-Key (7:2)

           open input Customer-File
           open input Ar-Tran-File
           open output Output-Printer-File
           move As-Of-Date-Response to as-of-date-hd
           write Output-Printer-Record from Page-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2000-Read-Customer
               until cust-end
           perform 5000-Write-Totals
           close Output-Printer-File
           close Ar-Tran-File
           close Customer-File
           stop run.

      *    Every quotient lands in an integer field of its own -
      *    the same serial formula PRG20 uses.
       1700-Compute-Day-Number.
           move "N" to serial-ok-switch
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
               move "Y" to serial-ok-switch
           end-if.

       2000-Read-Customer.
           read Customer-File next record
               at end move "YES" to cust-eof-flag
               not at end
                   perform 2100-Gather-Activity
                   compute As-Of-Balance = Cust-Balance-CU - Later-Net
                   if As-Of-Balance not = zero
                       move zero to Aged-Current Aged-30 Aged-60
                                    Aged-90 Oldest-Unpaid-Age
                       perform 2500-Start-Customer-Rows
                       perform 3100-Age-One-Row
                           until tran-end
                       perform 3500-Write-Account-Line
                   end-if
           end-read.

      *    First pass over the customer's rows: what came after the
      *    as-of date, and every payment up to it - the pool the
      *    aging applies to the oldest charges.
       2100-Gather-Activity.
           move zero to Later-Net Payment-Pool
           perform 2500-Start-Customer-Rows
           perform 2150-Gather-One-Row
               until tran-end.

       2150-Gather-One-Row.
           read Ar-Tran-File next record
               at end move "YES" to tran-eof-flag
               not at end
                   if Ar-Cust-AT not = Cust-Number-CU
                       move "YES" to tran-eof-flag
                   else
                       if Ar-Date-Key-AT > As-Of-Date-Key
                           if Ar-Charge
                               add Ar-Amount-AT to Later-Net
                           else
                               subtract Ar-Amount-AT from Later-Net
                           end-if
                       else
                           if Ar-Payment
                               add Ar-Amount-AT to Payment-Pool
                           end-if
                       end-if
                   end-if
           end-read.

       2500-Start-Customer-Rows.
           move spaces to tran-eof-flag
           move Cust-Number-CU to Ar-Cust-AT
           move low-values to Ar-Date-Key-AT Ar-Stamp-AT
           move zero to Ar-Seq-AT
           start Ar-Tran-File key is >= Ar-Key
               invalid key
                   move "YES" to tran-eof-flag
           end-start.

       3100-Age-One-Row.
           read Ar-Tran-File next record
               at end move "YES" to tran-eof-flag
               not at end
                   if Ar-Cust-AT not = Cust-Number-CU
                       move "YES" to tran-eof-flag
                   else
                       if Ar-Date-Key-AT not > As-Of-Date-Key
                               and Ar-Charge
                           perform 3200-Age-One-Charge
                       end-if
                   end-if
           end-read.

      *    Payments go against the oldest charges first, so only
      *    what the pool doesn't cover is aged.  Rows read oldest
      *    first, so the first charge left unpaid is the oldest.
       3200-Age-One-Charge.
           if Payment-Pool not < Ar-Amount-AT
               subtract Ar-Amount-AT from Payment-Pool
           else
               compute Unpaid-Amount = Ar-Amount-AT - Payment-Pool
               move zero to Payment-Pool
               move Ar-Date-AT to dw-in-date
               perform 1700-Compute-Day-Number
               move zero to Charge-Age
               if serial-ok
                   compute Charge-Age = As-Of-Serial - dw-serial
               end-if
               if Oldest-Unpaid-Age = zero
                   move Charge-Age to Oldest-Unpaid-Age
               end-if
               evaluate true
                   when Charge-Age < 30
                       add Unpaid-Amount to Aged-Current
                   when Charge-Age < 60
                       add Unpaid-Amount to Aged-30
                   when Charge-Age < 90
                       add Unpaid-Amount to Aged-60
                   when other
                       add Unpaid-Amount to Aged-90
               end-evaluate
           end-if.

       3500-Write-Account-Line.
           add 1 to accounts-listed
           add As-Of-Balance to Total-Balance
           add Aged-Current to Total-Current
           add Aged-30 to Total-30
           add Aged-60 to Total-60
           add Aged-90 to Total-90
           move Cust-Number-CU to cust-number-dl
           move Cust-Name-CU to name-dl
           move As-Of-Balance to balance-dl
           move Aged-Current to current-dl
           move Aged-30 to aged-30-dl
           move Aged-60 to aged-60-dl
           move Aged-90 to aged-90-dl
           evaluate true
               when As-Of-Balance > Cust-Credit-Limit-CU
                   move "OVER LIMIT" to flag-dl
               when Cust-On-Hold
                   move "ON HOLD" to flag-dl
               when Oldest-Unpaid-Age > Cust-Terms-Days-CU
                   move "PAST TERMS" to flag-dl
               when other
                   move spaces to flag-dl
           end-evaluate
           if flag-dl not = spaces
               add 1 to accounts-flagged
           end-if
           write Output-Printer-Record from Account-Line
               after advancing 1 lines.

       5000-Write-Totals.
           move Total-Balance to total-balance-dl
           move accounts-listed to accounts-dl
           move accounts-flagged to flagged-dl
           write Output-Printer-Record from Total-Line
               after advancing 3 lines
           compute Total-Aged = Total-Current + Total-30
                              + Total-60 + Total-90
           move "CURRENT" to column-label-dl
           move Total-Current to column-total-dl
           move Total-Current to Column-Amount
           perform 5100-Write-Column-Total
           move "30 DAYS" to column-label-dl
           move Total-30 to column-total-dl
           move Total-30 to Column-Amount
           perform 5100-Write-Column-Total
           move "60 DAYS" to column-label-dl
           move Total-60 to column-total-dl
           move Total-60 to Column-Amount
           perform 5100-Write-Column-Total
           move "90 DAYS +" to column-label-dl
           move Total-90 to column-total-dl
           move Total-90 to Column-Amount
           perform 5100-Write-Column-Total.

      *    The column's amount arrives in Column-Amount.
       5100-Write-Column-Total.
           move zero to Column-Percent
           if Total-Aged > zero
               compute Column-Percent rounded =
                   Column-Amount * 100 / Total-Aged
           end-if
           move Column-Percent to column-pct-dl
           write Output-Printer-Record from Column-Total-Line
               after advancing 1 lines.
