       identification division.
       program-id.  prg131.
       author.  Andy Carlson.

      *    Cash over/short - the money side of PRG33's day-end
      *    balance.  For the business date keyed at job start
      *    (Enter for today), what each register said it took in
      *    cash, check and card off tenddtl.dat is set against the
      *    deposit slip keyed on PRG130 for that register, and the
      *    difference prints as over (deposit more than the
      *    register) or short.  Beside each line runs the month-to-
      *    date over/short from the first of the month through the
      *    business date, and a store whose month-to-date figure
      *    has drifted past the watch limit is flagged so a chronic
      *    drawer problem stands out.  One sort by store, register
      *    and tender; a page per store with store and company
      *    totals, the PRG127 layout.

       environment division.
       input-output section.
       file-control.
           select optional Tender-Detail-File assign to disk
                  "tenddtl.dat"
                  organization is line sequential.

           select optional Deposit-File assign to disk "deposit.dat"
                  organization is indexed
                  access is sequential
                  record key is Dep-Key.

           select Sort-Work-File assign to disk.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Tender-Detail-File.
       copy tndrec.

       fd Deposit-File.
       copy dslprec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-number-sr      pic xx.
           03 register-sr          pic x(3).
           03 tender-sr            pic x.
      *    "E" expected off a register, "D" deposited off a slip.
           03 row-type-sr          pic x.
      *    "Y" when the row is for the business date itself rather
      *    than earlier in the month.
           03 in-day-sr            pic x.
           03 amount-sr            pic 9(7)v99.

       fd Store-File.
       copy strec.

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

       01 tender-eof-flag      pic xxx value spaces.
           88 tender-end       value 'YES'.
       01 deposit-eof-flag     pic xxx value spaces.
           88 deposit-end      value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Store-Def-Key-Hold   pic xx.
       01 Register-Hold        pic x(3).
       01 Tender-Hold          pic x.

       01 Business-Date-Response pic x(10).
       01 Business-Date-Key    pic x(8).
       01 Month-Start-Key      pic x(8).
       01 Row-Date-Key         pic x(8).

      *    A store whose month-to-date over/short has drifted
      *    further than this either way is flagged.
       01 Watch-Limit          pic 9(5)v99 value 25.00.
       01 Watch-Check          pic 9(9)v99.

       01 Line-Day-Expected    pic 9(9)v99 value zero.
       01 Line-Day-Deposited   pic 9(9)v99 value zero.
       01 Line-Mtd-Expected    pic 9(9)v99 value zero.
       01 Line-Mtd-Deposited   pic 9(9)v99 value zero.
       01 Line-Day-Over-Short  pic s9(9)v99 value zero.
       01 Line-Mtd-Over-Short  pic s9(9)v99 value zero.
       01 Store-Day-Expected   pic 9(9)v99 value zero.
       01 Store-Day-Deposited  pic 9(9)v99 value zero.
       01 Store-Day-Over-Short pic s9(9)v99 value zero.
       01 Store-Mtd-Over-Short pic s9(9)v99 value zero.
       01 Grand-Day-Expected   pic 9(9)v99 value zero.
       01 Grand-Day-Deposited  pic 9(9)v99 value zero.
       01 Grand-Day-Over-Short pic s9(9)v99 value zero.
       01 Grand-Mtd-Over-Short pic s9(9)v99 value zero.
       01 Stores-Flagged       pic 9(3) value zero.

      *    Store names off the PRG31 master.
       01 Store-Name-Table.
           03 Store-Name-Entry occurs 100 times.
               05 Store-Number-ST      pic x(2).
               05 Store-Name-ST        pic x(20).
       01 Store-Name-Count     pic 9(3) value zero.
       01 Store-Name-Index     pic 9(3).
       01 Store-EOF-Marker     pic x(3) value "NO".
           88 Store-End-Of-File value "YES".
       01 Matched-Store-Name   pic x(20).

       01 Page-Heading-Line.
           03                  pic x(24)
               value "** CASH OVER/SHORT **".
           03                  pic x(2) value spaces.
           03                  pic x(7) value "Store ".
           03 store-number-hd  pic xx.
           03                  pic x(1) value spaces.
           03 store-name-hd    pic x(20).
           03                  pic x(2) value spaces.
           03                  pic x(9) value "Business ".
           03 business-date-hd pic x(10).

       01 Column-Heading-Line.
           03                  pic x(3) value "REG".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "TENDER".
           03                  pic x(6) value spaces.
           03                  pic x(8) value "EXPECTED".
           03                  pic x(5) value spaces.
           03                  pic x(9) value "DEPOSITED".
           03                  pic x(4) value spaces.
           03                  pic x(10) value "OVER/SHORT".
           03                  pic x(5) value spaces.
           03                  pic x(7) value "MTD O/S".

       01 Tender-Line.
           03 register-dl      pic x(3).
           03                  pic x(2) value spaces.
           03 tender-dl        pic x(6).
           03                  pic x(2) value spaces.
           03 expected-dl      pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 deposited-dl     pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 day-os-dl        pic z,zzz,zz9.99-.
           03                  pic x(1) value spaces.
           03 mtd-os-dl        pic z,zzz,zz9.99-.

       01 Store-Total-Line.
           03                  pic x(13) value "STORE TOTAL".
           03 st-expected-dl   pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 st-deposited-dl  pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 st-day-os-dl     pic z,zzz,zz9.99-.
           03                  pic x(1) value spaces.
           03 st-mtd-os-dl     pic z,zzz,zz9.99-.
           03                  pic x(2) value spaces.
           03 st-note-dl       pic x(8).

       01 Company-Total-Line.
           03                  pic x(13) value "COMPANY TOTAL".
           03 co-expected-dl   pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 co-deposited-dl  pic z,zzz,zz9.99.
           03                  pic x(2) value spaces.
           03 co-day-os-dl     pic z,zzz,zz9.99-.
           03                  pic x(1) value spaces.
           03 co-mtd-os-dl     pic z,zzz,zz9.99-.

       01 Flagged-Line.
           03                  pic x(30)
               value "STORES PAST THE WATCH LIMIT:".
           03 flagged-dl       pic zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           display "Enter business date (mm/dd/yyyy), or Enter for "
                   "today:"
           accept Business-Date-Response
           if Business-Date-Response = spaces
               move Run-Date-Formatted to Business-Date-Response
           end-if
           if Business-Date-Response (1:2) is not numeric
                   or Business-Date-Response (4:2) is not numeric
                   or Business-Date-Response (7:4) is not numeric
               display "INVALID BUSINESS DATE - RUN ENDED"
               move 9 to return-code
               stop run
           end-if
           move Business-Date-Response (7:4) to Business-Date-Key (1:4)
           move Business-Date-Response (1:2) to Business-Date-Key (5:2)
           move Business-Date-Response (4:2) to Business-Date-Key (7:2)
           move Business-Date-Key to Month-Start-Key
           move "01" to Month-Start-Key (7:2)

           perform 1300-Load-Store-Names
           move 1 to Loop-Checker
           sort Sort-Work-File
               ascending key store-number-sr register-sr tender-sr
               input procedure 1500-Release-Rows
               output procedure 2000-Build-Report
           stop run.

       1300-Load-Store-Names.
           open input Store-File
           perform 1310-Read-Store-Name
               until Store-End-Of-File
                  or Store-Name-Count = 100
           close Store-File.

       1310-Read-Store-Name.
           read Store-File
               at end move "YES" to Store-EOF-Marker
               not at end
                   add 1 to Store-Name-Count
                   move Store-Number-SM
                       to Store-Number-ST (Store-Name-Count)
                   move Store-Name-SM
                       to Store-Name-ST (Store-Name-Count)
           end-read.

      *    Only the month through the business date goes into the
      *    sort - the rest of either file is somebody else's month.
       1500-Release-Rows.
           open input Tender-Detail-File
           perform 1520-Read-Tender-Row
               until tender-end
           close Tender-Detail-File
           open input Deposit-File
           perform 1550-Read-Deposit-Slip
               until deposit-end
           close Deposit-File.

       1520-Read-Tender-Row.
           read Tender-Detail-File
               at end move "YES" to tender-eof-flag
               not at end
                   move Td-Business-Date-TD (7:4) to Row-Date-Key (1:4)
                   move Td-Business-Date-TD (1:2) to Row-Date-Key (5:2)
                   move Td-Business-Date-TD (4:2) to Row-Date-Key (7:2)
                   if Row-Date-Key not < Month-Start-Key
                           and Row-Date-Key not > Business-Date-Key
                       move Td-Store-TD to store-number-sr
                       move Td-Register-TD to register-sr
                       move Td-Tender-TD to tender-sr
                       move "E" to row-type-sr
                       perform 1600-Set-In-Day
                       move Td-Amount-TD to amount-sr
                       release Sort-Record
                   end-if
           end-read.

      *    One slip carries all three tenders - each goes into the
      *    sort as its own row.
       1550-Read-Deposit-Slip.
           read Deposit-File
               at end move "YES" to deposit-eof-flag
               not at end
                   move Dep-Date-Key-DS to Row-Date-Key
                   if Row-Date-Key not < Month-Start-Key
                           and Row-Date-Key not > Business-Date-Key
                       move Dep-Store-DS to store-number-sr
                       move Dep-Register-DS to register-sr
                       move "D" to row-type-sr
                       perform 1600-Set-In-Day
                       move "C" to tender-sr
                       move Dep-Cash-DS to amount-sr
                       release Sort-Record
                       move "K" to tender-sr
                       move Dep-Check-DS to amount-sr
                       release Sort-Record
                       move "D" to tender-sr
                       move Dep-Card-DS to amount-sr
                       release Sort-Record
                   end-if
           end-read.

       1600-Set-In-Day.
           if Row-Date-Key = Business-Date-Key
               move "Y" to in-day-sr
           else
               move "N" to in-day-sr
           end-if.

       2000-Build-Report.
           open output Output-Printer-File
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2600-Tender-Control-Break
               perform 2700-Store-Control-Break
           end-if
           perform 5000-Write-Company-Total
           close Output-Printer-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move store-number-sr to Store-Def-Key-Hold
                       move register-sr to Register-Hold
                       move tender-sr to Tender-Hold
                       perform 2500-Write-Page-Heading
                   else
                       if store-number-sr not = Store-Def-Key-Hold
                           perform 2600-Tender-Control-Break
                           perform 2700-Store-Control-Break
                           move store-number-sr
                               to Store-Def-Key-Hold
                           move register-sr to Register-Hold
                           move tender-sr to Tender-Hold
                           perform 2500-Write-Page-Heading
                       else
                           if register-sr not = Register-Hold
                                   or tender-sr not = Tender-Hold
                               perform 2600-Tender-Control-Break
                               move register-sr to Register-Hold
                               move tender-sr to Tender-Hold
                           end-if
                       end-if
                   end-if
                   perform 2200-Accumulate-Row
           end-return.

       2200-Accumulate-Row.
           if row-type-sr = "E"
               add amount-sr to Line-Mtd-Expected
               if in-day-sr = "Y"
                   add amount-sr to Line-Day-Expected
               end-if
           else
               add amount-sr to Line-Mtd-Deposited
               if in-day-sr = "Y"
                   add amount-sr to Line-Day-Deposited
               end-if
           end-if.

       2410-Find-Store-Name.
           move spaces to Matched-Store-Name
           perform 2415-Check-Store-Name-Entry
               varying Store-Name-Index from 1 by 1
               until Store-Name-Index > Store-Name-Count.

       2415-Check-Store-Name-Entry.
           if Store-Def-Key-Hold = Store-Number-ST (Store-Name-Index)
               move Store-Name-ST (Store-Name-Index)
                   to Matched-Store-Name
           end-if.

       2500-Write-Page-Heading.
           perform 2410-Find-Store-Name
           move Store-Def-Key-Hold to store-number-hd
           move Matched-Store-Name to store-name-hd
           move Business-Date-Response to business-date-hd
           write Output-Printer-Record from Page-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

      *    Over is the deposit beyond what the register took, short
      *    the deposit under it.  A tender with nothing all month
      *    on either side doesn't print.
       2600-Tender-Control-Break.
           compute Line-Day-Over-Short =
               Line-Day-Deposited - Line-Day-Expected
           compute Line-Mtd-Over-Short =
               Line-Mtd-Deposited - Line-Mtd-Expected
           if Line-Mtd-Expected not = zero
                   or Line-Mtd-Deposited not = zero
               move Register-Hold to register-dl
               evaluate Tender-Hold
                   when "C" move "CASH" to tender-dl
                   when "K" move "CHECK" to tender-dl
                   when "D" move "CARD" to tender-dl
                   when other move Tender-Hold to tender-dl
               end-evaluate
               move Line-Day-Expected to expected-dl
               move Line-Day-Deposited to deposited-dl
               move Line-Day-Over-Short to day-os-dl
               move Line-Mtd-Over-Short to mtd-os-dl
               write Output-Printer-Record from Tender-Line
                   after advancing 1 lines
           end-if
           add Line-Day-Expected to Store-Day-Expected
               Grand-Day-Expected
           add Line-Day-Deposited to Store-Day-Deposited
               Grand-Day-Deposited
           add Line-Day-Over-Short to Store-Day-Over-Short
               Grand-Day-Over-Short
           add Line-Mtd-Over-Short to Store-Mtd-Over-Short
               Grand-Mtd-Over-Short
           initialize Line-Day-Expected Line-Day-Deposited
               Line-Mtd-Expected Line-Mtd-Deposited.

       2700-Store-Control-Break.
           move Store-Day-Expected to st-expected-dl
           move Store-Day-Deposited to st-deposited-dl
           move Store-Day-Over-Short to st-day-os-dl
           move Store-Mtd-Over-Short to st-mtd-os-dl
           move spaces to st-note-dl
      *    Watch-Check is unsigned, so over and short both compare.
           move Store-Mtd-Over-Short to Watch-Check
           if Watch-Check > Watch-Limit
               move "** WATCH" to st-note-dl
               add 1 to Stores-Flagged
           end-if
           write Output-Printer-Record from Store-Total-Line
               after advancing 2 lines
           initialize Store-Day-Expected Store-Day-Deposited
               Store-Day-Over-Short Store-Mtd-Over-Short.

       5000-Write-Company-Total.
           move Grand-Day-Expected to co-expected-dl
           move Grand-Day-Deposited to co-deposited-dl
           move Grand-Day-Over-Short to co-day-os-dl
           move Grand-Mtd-Over-Short to co-mtd-os-dl
           write Output-Printer-Record from Company-Total-Line
               after advancing 3 lines
           move Stores-Flagged to flagged-dl
           write Output-Printer-Record from Flagged-Line
               after advancing 1 lines.
