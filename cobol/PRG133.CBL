       identification division.
       program-id.  prg133.
       author.  Andy Carlson.

      *    House charge statements - the monthly statement each
      *    charge customer on CUSTMST.DAT gets in the mail, printed
      *    a page per customer off the ARTRAN.DAT activity PRG33
      *    posts.  Keyed the statement date (Enter for today); the
      *    statement covers the first of that month through the
      *    statement date: previous balance, every charge and
      *    payment in the month with its store and receipt number,
      *    and the balance due.  Activity dated after the statement
      *    date is backed out of the master's balance, so a late
      *    run still prints the month as it stood.  Under the
      *    balance the amount owed is aged current/30/60/90 by the
      *    date of each charge, payments applied to the oldest
      *    charges first, days counted with the serial-day formula
      *    PRG20 uses.  An account with no balance and no activity
      *    in the month gets no statement.

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

       01 Statement-Date-Response pic x(10).
       01 Statement-Date-Key   pic x(8).
       01 Period-Start-Key     pic x(8).
       01 Statement-Serial     pic 9(8).

      *    One customer's figures, rebuilt for each statement.
       01 Later-Net            pic s9(9)v99.
       01 Payment-Pool         pic 9(9)v99.
       01 Period-Charges       pic 9(9)v99.
       01 Period-Payments      pic 9(9)v99.
       01 Period-Row-Count     pic 9(5).
       01 Opening-Balance      pic s9(9)v99.
       01 Closing-Balance      pic s9(9)v99.
       01 Unpaid-Amount        pic 9(9)v99.
       01 Charge-Age           pic s9(5).
       01 Aged-Current         pic 9(9)v99.
       01 Aged-30              pic 9(9)v99.
       01 Aged-60              pic 9(9)v99.
       01 Aged-90              pic 9(9)v99.

       01 statements-printed   pic 9(5) value zero.
       01 Statement-Total      pic s9(11)v99 value zero.

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

       01 Statement-Heading-Line.
           03                  pic x(30)
               value "** HOUSE CHARGE STATEMENT **".
           03                  pic x(24) value spaces.
           03                  pic x(16) value "Statement date ".
           03 statement-date-hd pic x(10).

       01 Address-Line.
           03                  pic x(4) value spaces.
           03 address-dl       pic x(30).
           03                  pic x(20) value spaces.
           03 address-label-dl pic x(16).
           03 address-value-dl pic x(14).

       01 Column-Heading-Line.
           03                  pic x(12) value "DATE".
           03                  pic x(7) value "STORE".
           03                  pic x(10) value "RECEIPT".
           03                  pic x(22) value "DESCRIPTION".
           03                  pic x(14) value "     CHARGES".
           03                  pic x(14) value "    PAYMENTS".

       01 Activity-Line.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 store-dl         pic xx.
           03                  pic x(5) value spaces.
           03 reference-dl     pic x(8).
           03                  pic x(2) value spaces.
           03 description-dl   pic x(20).
           03                  pic x(2) value spaces.
           03 charge-dl        pic z,zzz,zz9.99 blank when zero.
           03                  pic x(2) value spaces.
           03 payment-dl       pic z,zzz,zz9.99 blank when zero.

       01 Balance-Line.
           03 balance-label-dl pic x(20).
           03                  pic x(41) value spaces.
           03 balance-dl       pic z,zzz,zz9.99-.

       01 Aging-Heading-Line.
           03                  pic x(14) value "     CURRENT".
           03                  pic x(2) value spaces.
           03                  pic x(14) value "     30 DAYS".
           03                  pic x(2) value spaces.
           03                  pic x(14) value "     60 DAYS".
           03                  pic x(2) value spaces.
           03                  pic x(14) value "  90 DAYS +".

       01 Aging-Line.
           03 current-dl       pic z,zzz,zz9.99.
           03                  pic x(4) value spaces.
           03 aged-30-dl       pic z,zzz,zz9.99.
           03                  pic x(4) value spaces.
           03 aged-60-dl       pic z,zzz,zz9.99.
           03                  pic x(4) value spaces.
           03 aged-90-dl       pic z,zzz,zz9.99.

       01 Past-Due-Line.
           03                  pic x(50)
               value "PAST DUE - PLEASE REMIT THE AGED AMOUNTS ABOVE.".

       01 Run-Total-Line.
           03                  pic x(20) value "STATEMENTS PRINTED:".
           03 statements-cl    pic zzz,zz9.
           03                  pic x(4) value spaces.
           03                  pic x(16) value "TOTAL BILLED:".
           03 statement-total-cl pic zzz,zzz,zz9.99-.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           display "Enter statement date (mm/dd/yyyy), or Enter for "
                   "today:"
           accept Statement-Date-Response
           if Statement-Date-Response = spaces
               move Run-Date-Formatted to Statement-Date-Response
           end-if
           move Statement-Date-Response to dw-in-date
           perform 1700-Compute-Day-Number
           if not serial-ok
                   or Statement-Date-Response (3:1) not = "/"
                   or Statement-Date-Response (6:1) not = "/"
               display "INVALID STATEMENT DATE - RUN ENDED"
               move 9 to return-code
               stop run
           end-if
           move dw-serial to Statement-Serial
           move Statement-Date-Response (7:4)
               to Statement-Date-Key (1:4)
           move Statement-Date-Response (1:2)
               to Statement-Date-Key (5:2)
           move Statement-Date-Response (4:2)
               to Statement-Date-Key (7:2)
           move Statement-Date-Key to Period-Start-Key
           move "01" to Period-Start-Key (7:2)

           open input Customer-File
           open input Ar-Tran-File
           open output Output-Printer-File
           perform 2000-Read-Customer
               until cust-end
           move statements-printed to statements-cl
           move Statement-Total to statement-total-cl
           write Output-Printer-Record from Run-Total-Line
               after advancing page
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
                   compute Closing-Balance =
                       Cust-Balance-CU - Later-Net
                   compute Opening-Balance = Closing-Balance
                       - Period-Charges + Period-Payments
                   if Closing-Balance not = zero
                           or Period-Row-Count > zero
                       perform 3000-Print-Statement
                   end-if
           end-read.

      *    First pass over the customer's rows: what came after the
      *    statement date, the month's charges and payments, and
      *    every payment up to the statement date - the pool the
      *    aging applies to the oldest charges.
       2100-Gather-Activity.
           move zero to Later-Net Payment-Pool Period-Charges
                        Period-Payments Period-Row-Count
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
                       perform 2200-Gather-Amount
                   end-if
           end-read.

       2200-Gather-Amount.
           if Ar-Date-Key-AT > Statement-Date-Key
               if Ar-Charge
                   add Ar-Amount-AT to Later-Net
               else
                   subtract Ar-Amount-AT from Later-Net
               end-if
           else
               if Ar-Payment
                   add Ar-Amount-AT to Payment-Pool
               end-if
               if Ar-Date-Key-AT not < Period-Start-Key
                   add 1 to Period-Row-Count
                   if Ar-Charge
                       add Ar-Amount-AT to Period-Charges
                   else
                       add Ar-Amount-AT to Period-Payments
                   end-if
               end-if
           end-if.

       2500-Start-Customer-Rows.
           move spaces to tran-eof-flag
           move Cust-Number-CU to Ar-Cust-AT
           move low-values to Ar-Date-Key-AT Ar-Stamp-AT
           move zero to Ar-Seq-AT
           start Ar-Tran-File key is >= Ar-Key
               invalid key
                   move "YES" to tran-eof-flag
           end-start.

       3000-Print-Statement.
           add 1 to statements-printed
           add Closing-Balance to Statement-Total
           move Statement-Date-Response to statement-date-hd
           write Output-Printer-Record from Statement-Heading-Line
               after advancing page
           move Cust-Name-CU to address-dl
           move "Account" to address-label-dl
           move Cust-Number-CU to address-value-dl
           write Output-Printer-Record from Address-Line
               after advancing 3 lines
           move Cust-Address-CU to address-dl
           move "Terms (days)" to address-label-dl
           move Cust-Terms-Days-CU to address-value-dl
           write Output-Printer-Record from Address-Line
               after advancing 1 lines
           move Cust-City-CU to address-dl
           move spaces to address-label-dl address-value-dl
           write Output-Printer-Record from Address-Line
               after advancing 1 lines
           write Output-Printer-Record from Column-Heading-Line
               after advancing 3 lines
           move "PREVIOUS BALANCE" to balance-label-dl
           move Opening-Balance to balance-dl
           write Output-Printer-Record from Balance-Line
               after advancing 2 lines
           move zero to Aged-Current Aged-30 Aged-60 Aged-90
           perform 2500-Start-Customer-Rows
           perform 3100-Print-One-Row
               until tran-end
           move "BALANCE DUE" to balance-label-dl
           move Closing-Balance to balance-dl
           write Output-Printer-Record from Balance-Line
               after advancing 2 lines
           write Output-Printer-Record from Aging-Heading-Line
               after advancing 3 lines
           move Aged-Current to current-dl
           move Aged-30 to aged-30-dl
           move Aged-60 to aged-60-dl
           move Aged-90 to aged-90-dl
           write Output-Printer-Record from Aging-Line
               after advancing 1 lines
           if Aged-30 > zero or Aged-60 > zero or Aged-90 > zero
               write Output-Printer-Record from Past-Due-Line
                   after advancing 2 lines
           end-if.

      *    Second pass: the month's rows print, and every charge up
      *    to the statement date is aged.
       3100-Print-One-Row.
           read Ar-Tran-File next record
               at end move "YES" to tran-eof-flag
               not at end
                   if Ar-Cust-AT not = Cust-Number-CU
                       move "YES" to tran-eof-flag
                   else
                       if Ar-Date-Key-AT not > Statement-Date-Key
                           if Ar-Charge
                               perform 3200-Age-One-Charge
                           end-if
                           if Ar-Date-Key-AT not < Period-Start-Key
                               perform 3300-Write-Activity-Line
                           end-if
                       end-if
                   end-if
           end-read.

      *    Payments go against the oldest charges first, so only
      *    what the pool doesn't cover is aged.
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
                   compute Charge-Age = Statement-Serial - dw-serial
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

       3300-Write-Activity-Line.
           move Ar-Date-AT to date-dl
           move Ar-Store-AT to store-dl
           move Ar-Reference-AT to reference-dl
           if Ar-Charge
               move "Charge sale" to description-dl
               move Ar-Amount-AT to charge-dl
               move zero to payment-dl
           else
               move "Payment - thank you" to description-dl
               move zero to charge-dl
               move Ar-Amount-AT to payment-dl
           end-if
           write Output-Printer-Record from Activity-Line
               after advancing 1 lines.
