       identification division.
       program-id.  prg129.
       author.  Andy Carlson.

      *    Certifications expiring - the monthly list each store
      *    manager gets of the forklift, food handler and pharmacy
      *    cards off PRG128's EMPCERT.DAT that run out within the
      *    next 60 days, plus any already lapsed so the renewal
      *    gets chased before PRG94 starts turning the employee
      *    away at the time clock.  Days are counted with the same
      *    serial-day formula PRG20 uses.  Store and name come off
      *    pg10idx.dat; terminated employees are left off.  Sorted
      *    by store, SS# and expiry, a page per store with the
      *    store name off storemst.dat, store counts and a company
      *    total at the end.

       environment division.
       input-output section.
       file-control.
           select optional Cert-File assign to disk "empcert.dat"
                  organization is indexed
                  access is sequential
                  record key is Cert-Key.

           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.

           select Sort-Work-File assign to disk.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Cert-File.
       copy certrec.

       fd Indexed-File.
       copy diskrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-number-sr      pic xx.
           03 ss-num-sr            pic x(9).
           03 expiry-key-sr        pic x(8).
           03 cert-type-sr         pic x(4).
           03 dept-number-sr       pic xx.
           03 name-sr              pic x(31).
           03 issue-date-sr        pic x(10).
           03 expiry-date-sr       pic x(10).
           03 days-left-sr         pic s9(5).

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
       01 Days-Left            pic s9(5).
       01 Window-Days          pic 9(3) value 60.

       01 Store-Expiring-Count pic 9(5) value zero.
       01 Store-Lapsed-Count   pic 9(5) value zero.
       01 Grand-Expiring-Count pic 9(5) value zero.
       01 Grand-Lapsed-Count   pic 9(5) value zero.

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
           03                  pic x(30)
               value "** CERTIFICATIONS EXPIRING **".
           03                  pic x(4) value spaces.
           03                  pic x(7) value "Store ".
           03 store-number-hd  pic xx.
           03                  pic x(1) value spaces.
           03 store-name-hd    pic x(20).
           03                  pic x(4) value spaces.
           03                  pic x(6) value "As of ".
           03 run-date-hd      pic x(10).

       01 Column-Heading-Line.
           03                  pic x(9) value "SS #".
           03                  pic x(2) value spaces.
           03                  pic x(31) value "NAME".
           03                  pic x(4) value "DEPT".
           03                  pic x(2) value spaces.
           03                  pic x(4) value "TYPE".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "ISSUED".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "EXPIRES".
           03                  pic x(2) value spaces.
           03                  pic x(5) value " DAYS".

       01 Cert-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(31).
           03 dept-number-dl   pic xx.
           03                  pic x(4) value spaces.
           03 cert-type-dl     pic x(4).
           03                  pic x(2) value spaces.
           03 issue-date-dl    pic x(10).
           03                  pic x(2) value spaces.
           03 expiry-date-dl   pic x(10).
           03                  pic x(2) value spaces.
           03 days-left-dl     pic ----9.
           03                  pic x(2) value spaces.
           03 note-dl          pic x(7).

       01 Store-Total-Line.
           03                  pic x(12) value "STORE TOTAL".
           03                  pic x(4) value spaces.
           03 st-expiring-dl   pic zzzz9.
           03                  pic x(10) value " EXPIRING".
           03 st-lapsed-dl     pic zzzz9.
           03                  pic x(8) value " LAPSED".

       01 Company-Total-Line.
           03                  pic x(14) value "COMPANY TOTAL".
           03                  pic x(2) value spaces.
           03 co-expiring-dl   pic zzzz9.
           03                  pic x(10) value " EXPIRING".
           03 co-lapsed-dl     pic zzzz9.
           03                  pic x(8) value " LAPSED".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move Run-Date-Formatted to dw-in-date
           perform 1700-Compute-Day-Number
           move dw-serial to Today-Serial
           perform 1300-Load-Store-Names
           move 1 to Loop-Checker
           sort Sort-Work-File
               ascending key store-number-sr ss-num-sr expiry-key-sr
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
           open input Cert-File
           open input Indexed-File
           perform 1550-Read-Cert
               until cert-end
           close Indexed-File
           close Cert-File.

      *    A card with an expiry that won't key is listed as lapsed
      *    so somebody fixes it in PRG128.
       1550-Read-Cert.
           read Cert-File
               at end move "YES" to cert-eof-flag
               not at end
                   move Cert-Expiry-Date-CE to dw-in-date
                   perform 1700-Compute-Day-Number
                   if serial-ok
                       compute Days-Left = dw-serial - Today-Serial
                   else
                       move -1 to Days-Left
                   end-if
                   if Days-Left not > Window-Days
                       perform 1600-Release-One-Cert
                   end-if
           end-read.

       1600-Release-One-Cert.
           move Cert-Ss-CE to ss-num of disk-record
           read Indexed-File
               invalid key
                   continue
               not invalid key
                   if status-code of disk-record not = "T"
                       move store-number of disk-record
                           to store-number-sr
                       move Cert-Ss-CE to ss-num-sr
                       move spaces to expiry-key-sr
                       if serial-ok
                           string dw-yyyy delimited by size
                                  dw-mm delimited by size
                                  dw-dd delimited by size
                                  into expiry-key-sr
                       end-if
                       move Cert-Type-CE to cert-type-sr
                       move dept-number of disk-record
                           to dept-number-sr
                       move spaces to name-sr
                       string first-name of disk-record
                                  delimited by "  "
                              " " delimited by size
                              last-name of disk-record
                                  delimited by "  "
                              into name-sr
                       move Cert-Issue-Date-CE to issue-date-sr
                       move Cert-Expiry-Date-CE to expiry-date-sr
                       move Days-Left to days-left-sr
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
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
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
                       perform 2500-Write-Page-Heading
                   else
                       if store-number-sr not = Store-Def-Key-Hold
                           perform 2700-Store-Control-Break
                           move store-number-sr
                               to Store-Def-Key-Hold
                           perform 2500-Write-Page-Heading
                       end-if
                   end-if
                   perform 2200-Write-Cert-Line
           end-return.

       2200-Write-Cert-Line.
           move ss-num-sr to ss-num-dl
           move name-sr to name-dl
           move dept-number-sr to dept-number-dl
           move cert-type-sr to cert-type-dl
           move issue-date-sr to issue-date-dl
           move expiry-date-sr to expiry-date-dl
           move days-left-sr to days-left-dl
           if days-left-sr < zero
               move "LAPSED" to note-dl
               add 1 to Store-Lapsed-Count Grand-Lapsed-Count
           else
               move spaces to note-dl
               add 1 to Store-Expiring-Count Grand-Expiring-Count
           end-if
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

       2500-Write-Page-Heading.
           perform 2410-Find-Store-Name
           move Store-Def-Key-Hold to store-number-hd
           move Matched-Store-Name to store-name-hd
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Page-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

       2700-Store-Control-Break.
           move Store-Expiring-Count to st-expiring-dl
           move Store-Lapsed-Count to st-lapsed-dl
           write Output-Printer-Record from Store-Total-Line
               after advancing 2 lines
           initialize Store-Expiring-Count Store-Lapsed-Count.

       5000-Write-Company-Total.
           move Grand-Expiring-Count to co-expiring-dl
           move Grand-Lapsed-Count to co-lapsed-dl
           write Output-Printer-Record from Company-Total-Line
               after advancing 3 lines.
