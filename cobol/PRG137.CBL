       identification division.
       program-id.  prg137.
       author.  Andy Carlson.

      *    Gift certificate liability - every gift certificate and
      *    store credit slip on GIFTCERT.DAT with money still left
      *    on it, what the company owes its customers tonight.
      *    Sorted by issuing store, kind and issue date; each row
      *    shows the face amount, what is left and how many times
      *    it has been used, and the balance is aged under 90 days,
      *    90-179, 180-364 and a year or more from the issue date,
      *    days counted with the serial-day formula PRG20 uses.
      *    Store subtotals, then company totals by kind and in all,
      *    which should agree with the GCLIAB account PRG136 posts.
      *    Store names come off storemst.dat.

       environment division.
       input-output section.
       file-control.
           select optional Gift-Cert-File assign to disk
                  "giftcert.dat"
                  organization is indexed
                  access is sequential
                  record key is Gc-Number-GC.

           select Sort-Work-File assign to disk.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Gift-Cert-File.
       copy gcrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-number-sr      pic xx.
           03 kind-sr              pic x.
           03 issue-key-sr         pic x(8).
           03 cert-number-sr       pic x(10).
           03 issue-date-sr        pic x(10).
           03 amount-sr            pic 9(7)v99.
           03 balance-sr           pic 9(7)v99.
           03 redeem-count-sr      pic 9(3).
           03 age-days-sr          pic s9(5).

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

       01 cert-eof-flag        pic xxx value spaces.
           88 cert-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Store-Def-Key-Hold   pic xx.

       01 Today-Serial         pic 9(8).

      *    Aging buckets - 1 under 90 days, 2 90-179, 3 180-364,
      *    4 a year or more.  Store, gift, store credit and company
      *    rows of four.
       01 Aging-Bucket         pic 9.
       01 Aging-Totals.
           03 Store-Aged       pic 9(9)v99 occurs 4 times.
           03 Gift-Aged        pic 9(9)v99 occurs 4 times.
           03 Credit-Aged      pic 9(9)v99 occurs 4 times.
           03 Company-Aged     pic 9(9)v99 occurs 4 times.
       01 Store-Balance-Total  pic 9(9)v99 value zero.
       01 Gift-Balance-Total   pic 9(9)v99 value zero.
       01 Credit-Balance-Total pic 9(9)v99 value zero.
       01 Company-Balance-Total pic 9(9)v99 value zero.
       01 Store-Cert-Count     pic 9(5) value zero.
       01 Company-Cert-Count   pic 9(5) value zero.

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
           03                  pic x(36)
               value "** GIFT CERTIFICATE LIABILITY **".
           03                  pic x(6) value "As of ".
           03 run-date-hd      pic x(10).

       01 Column-Heading-Line.
           03                  pic x(12) value "CERT #".
           03                  pic x(6) value "KIND".
           03                  pic x(11) value "ISSUED".
           03                  pic x(10) value "      FACE".
           03                  pic x(4) value " USE".
           03                  pic x(11) value "   UNDER 90".
           03                  pic x(11) value "     90-179".
           03                  pic x(11) value "    180-364".
           03                  pic x(11) value "     1 YR +".

       01 Store-Heading-Line.
           03                  pic x(6) value "Store ".
           03 store-number-hd  pic xx.
           03                  pic x value space.
           03 store-name-hd    pic x(20).

       01 Cert-Line.
           03 cert-number-dl   pic x(10).
           03                  pic x(2) value spaces.
           03 kind-dl          pic x(4).
           03                  pic x(2) value spaces.
           03 issue-date-dl    pic x(10).
           03                  pic x value space.
           03 amount-dl        pic zzz,zz9.99.
           03                  pic x value space.
           03 redeem-count-dl  pic zz9.
           03 aged-dl          pic zzzz,zz9.99 blank when zero
                               occurs 4 times.

       01 Total-Line.
           03 total-label-dl   pic x(29).
           03 total-balance-dl pic zzz,zzz,zz9.99.
           03 total-aged-dl    pic zzzz,zz9.99 occurs 4 times.

       01 Count-Line.
           03 count-label-dl   pic x(29).
           03 count-dl         pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move Run-Date-Formatted to dw-in-date
           perform 1700-Compute-Day-Number
           move dw-serial to Today-Serial
           initialize Aging-Totals
           perform 1300-Load-Store-Names
           move 1 to Loop-Checker
           sort Sort-Work-File
               ascending key store-number-sr kind-sr issue-key-sr
                             cert-number-sr
               input procedure 1500-Release-Certs
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

       1500-Release-Certs.
           open input Gift-Cert-File
           perform 1600-Read-Cert
               until cert-end
           close Gift-Cert-File.

      *    Used-up certificates owe nothing and are left off.  An
      *    issue date that won't convert ages as issued today.
       1600-Read-Cert.
           read Gift-Cert-File next record
               at end move "YES" to cert-eof-flag
               not at end
                   if not Gc-Exhausted
                       move Gc-Issue-Store-GC to store-number-sr
                       move Gc-Kind-GC to kind-sr
                       move Gc-Number-GC to cert-number-sr
                       move Gc-Issue-Date-GC to issue-date-sr
                       move Gc-Amount-GC to amount-sr
                       move Gc-Balance-GC to balance-sr
                       move Gc-Redeem-Count-GC to redeem-count-sr
                       move zero to age-days-sr
                       move spaces to issue-key-sr
                       move Gc-Issue-Date-GC to dw-in-date
                       perform 1700-Compute-Day-Number
                       if serial-ok
                           compute age-days-sr =
                               Today-Serial - dw-serial
                           string dw-yyyy delimited by size
                                  dw-mm delimited by size
                                  dw-dd delimited by size
                                  into issue-key-sr
                       end-if
                       release Sort-Record
                   end-if
           end-read.

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

       2000-Build-Report.
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Page-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2700-Store-Control-Break
           end-if
           perform 5000-Write-Company-Totals
           close Output-Printer-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move store-number-sr to Store-Def-Key-Hold
                       perform 2500-Write-Store-Heading
                   else
                       if store-number-sr not = Store-Def-Key-Hold
                           perform 2700-Store-Control-Break
                           move store-number-sr
                               to Store-Def-Key-Hold
                           perform 2500-Write-Store-Heading
                       end-if
                   end-if
                   perform 2200-Write-Cert-Line
           end-return.

       2200-Write-Cert-Line.
           evaluate true
               when age-days-sr < 90
                   move 1 to Aging-Bucket
               when age-days-sr < 180
                   move 2 to Aging-Bucket
               when age-days-sr < 365
                   move 3 to Aging-Bucket
               when other
                   move 4 to Aging-Bucket
           end-evaluate
           move cert-number-sr to cert-number-dl
           if kind-sr = "S"
               move "CRED" to kind-dl
               add balance-sr to Credit-Aged (Aging-Bucket)
               add balance-sr to Credit-Balance-Total
           else
               move "GIFT" to kind-dl
               add balance-sr to Gift-Aged (Aging-Bucket)
               add balance-sr to Gift-Balance-Total
           end-if
           move issue-date-sr to issue-date-dl
           move amount-sr to amount-dl
           move redeem-count-sr to redeem-count-dl
           move zero to aged-dl (1) aged-dl (2) aged-dl (3)
                        aged-dl (4)
           move balance-sr to aged-dl (Aging-Bucket)
           add balance-sr to Store-Aged (Aging-Bucket)
           add balance-sr to Company-Aged (Aging-Bucket)
           add balance-sr to Store-Balance-Total
           add balance-sr to Company-Balance-Total
           add 1 to Store-Cert-Count Company-Cert-Count
           write Output-Printer-Record from Cert-Line
               after advancing 1 lines.

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

       2500-Write-Store-Heading.
           perform 2410-Find-Store-Name
           move Store-Def-Key-Hold to store-number-hd
           move Matched-Store-Name to store-name-hd
           write Output-Printer-Record from Store-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

       2700-Store-Control-Break.
           move "STORE TOTAL" to total-label-dl
           move Store-Balance-Total to total-balance-dl
           move Store-Aged (1) to total-aged-dl (1)
           move Store-Aged (2) to total-aged-dl (2)
           move Store-Aged (3) to total-aged-dl (3)
           move Store-Aged (4) to total-aged-dl (4)
           write Output-Printer-Record from Total-Line
               after advancing 2 lines
           move "CERTIFICATES OUTSTANDING" to count-label-dl
           move Store-Cert-Count to count-dl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           initialize Store-Balance-Total Store-Cert-Count
           move zero to Store-Aged (1) Store-Aged (2)
                        Store-Aged (3) Store-Aged (4).

       5000-Write-Company-Totals.
           move "COMPANY - GIFT CERTIFICATES" to total-label-dl
           move Gift-Balance-Total to total-balance-dl
           move Gift-Aged (1) to total-aged-dl (1)
           move Gift-Aged (2) to total-aged-dl (2)
           move Gift-Aged (3) to total-aged-dl (3)
           move Gift-Aged (4) to total-aged-dl (4)
           write Output-Printer-Record from Total-Line
               after advancing 3 lines
           move "COMPANY - STORE CREDIT" to total-label-dl
           move Credit-Balance-Total to total-balance-dl
           move Credit-Aged (1) to total-aged-dl (1)
           move Credit-Aged (2) to total-aged-dl (2)
           move Credit-Aged (3) to total-aged-dl (3)
           move Credit-Aged (4) to total-aged-dl (4)
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move "COMPANY TOTAL LIABILITY" to total-label-dl
           move Company-Balance-Total to total-balance-dl
           move Company-Aged (1) to total-aged-dl (1)
           move Company-Aged (2) to total-aged-dl (2)
           move Company-Aged (3) to total-aged-dl (3)
           move Company-Aged (4) to total-aged-dl (4)
           write Output-Printer-Record from Total-Line
               after advancing 2 lines
           move "CERTIFICATES OUTSTANDING" to count-label-dl
           move Company-Cert-Count to count-dl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
