       identification division.
       program-id.  prg178.
       author.  Andy Carlson.

      *    Borrowed labor - employees cover shifts at other stores,
      *    and the hours and their cost now follow them there
      *    through PRG20's split and PRG18's close onto laborhst.dat.
      *    For the closes in the keyed date range, every row worked
      *    away from the home store is summed by the pair of stores:
      *    the home store that lent the help and the store that
      *    worked it, hours and dollars, lenders in store order.
      *    A summary follows with each store's hours and dollars
      *    lent and borrowed and the net cost it took on, and a
      *    company line, PRG76 style.

       environment division.
       input-output section.
       file-control.
           select optional Labor-History-File assign to disk
                  "laborhst.dat"
                  organization is line sequential.
           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.
           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Labor-History-File.
       copy labrec.

       fd Store-File.
       copy strec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 lender-sr            pic x(2).
           03 borrower-sr          pic x(2).
           03 hours-sr             pic 9(4)v99.
           03 cost-sr              pic 9(6)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       01 labor-eof-flag       pic xxx value spaces.
           88 labor-end        value 'YES'.
       01 store-eof-flag       pic xxx value spaces.
           88 store-end        value 'YES'.
       01 sort-eof-flag        pic xxx value spaces.
           88 sort-end         value 'YES'.

      *    The close-date window, mm/dd/yyyy keyed and turned
      *    around to yyyymmdd so dates compare; blank is open.
       01 From-Date-Response   pic x(10).
       01 To-Date-Response     pic x(10).
       01 From-Key             pic x(8) value "00000000".
       01 To-Key               pic x(8) value "99999999".
       01 Row-Key              pic x(8).

      *    One lender-borrower pair, accumulated off the sort.
       01 First-Pair-Switch    pic x value "Y".
           88 First-Pair       value "Y".
       01 Pair-Lender          pic x(2).
       01 Pair-Borrower        pic x(2).
       01 Pair-Hours           pic 9(6)v99 value zero.
       01 Pair-Cost            pic 9(9)v99 value zero.

      *    Per-store lent and borrowed totals for the summary.
       01 Summary-Table.
           03 Summary-Entry occurs 100 times.
               05 Su-Store          pic x(2).
               05 Su-Lent-Hours     pic 9(6)v99.
               05 Su-Lent-Cost      pic 9(9)v99.
               05 Su-Borrowed-Hours pic 9(6)v99.
               05 Su-Borrowed-Cost  pic 9(9)v99.
       01 Summary-Count        pic 9(3) value zero.
       01 Summary-Index        pic 9(3).
       01 Summary-Scan-Index   pic 9(3).
       01 Summary-Found-Switch pic x value "N".
           88 Summary-Found    value "Y".
       01 Work-Summary-Store   pic x(2).
       01 Net-Cost             pic s9(9)v99 value zero.

       01 Company-Hours-Total  pic 9(8)v99 value zero.
       01 Company-Cost-Total   pic 9(11)v99 value zero.
       01 rows-read            pic 9(6) value zero.
       01 rows-borrowed        pic 9(6) value zero.
       01 pairs-printed        pic 9(6) value zero.

      *    Store names off the PRG31 master, PRG45 style.
       01 Store-Name-Table.
           03 Store-Name-Entry occurs 100 times.
               05 Store-Number-ST  pic x(2).
               05 Store-Name-ST    pic x(20).
       01 Store-Name-Count     pic 9(3) value zero.
       01 Store-Name-Index     pic 9(3).
       01 Wanted-Store         pic x(2).
       01 Matched-Store-Name   pic x(20).

       01 Heading-Line.
           03                  pic x(24)
               value "** BORROWED LABOR **".
           03                  pic x(8) value "CLOSES ".
           03 from-hd          pic x(10).
           03                  pic x(4) value " TO ".
           03 to-hd            pic x(10).

       01 Column-Line.
           03                  pic x(25) value "LENT BY".
           03                  pic x(25) value "WORKED AT".
           03                  pic x(9) value "    HOURS".
           03                  pic x(2) value spaces.
           03                  pic x(13) value "         COST".

       01 Pair-Detail-Line.
           03 lender-dl        pic x(2).
           03                  pic x(1) value spaces.
           03 lender-name-dl   pic x(20).
           03                  pic x(2) value spaces.
           03 borrower-dl      pic x(2).
           03                  pic x(1) value spaces.
           03 borrower-name-dl pic x(20).
           03                  pic x(2) value spaces.
           03 pair-hours-dl    pic zz,zz9.99.
           03                  pic x(2) value spaces.
           03 pair-cost-dl     pic $$,$$$,$$9.99.

       01 Summary-Heading-Line.
           03                  pic x(24) value "STORE SUMMARY".
           03                  pic x(10) value "HRS LENT".
           03                  pic x(14) value "$ LENT".
           03                  pic x(10) value "HRS BORR".
           03                  pic x(14) value "$ BORROWED".
           03                  pic x(14) value "NET COST".

       01 Summary-Detail-Line.
           03 store-sl         pic x(2).
           03                  pic x(1) value spaces.
           03 store-name-sl    pic x(20).
           03                  pic x(1) value spaces.
           03 lent-hours-sl    pic zz,zz9.99.
           03                  pic x(1) value spaces.
           03 lent-cost-sl     pic $$,$$$,$$9.99.
           03                  pic x(1) value spaces.
           03 borr-hours-sl    pic zz,zz9.99.
           03                  pic x(1) value spaces.
           03 borr-cost-sl     pic $$,$$$,$$9.99.
           03                  pic x(1) value spaces.
           03 net-cost-sl      pic +$,$$$,$$9.99.

       01 Company-Total-Line.
           03                  pic x(7) value "COMPANY".
           03                  pic x(43) value spaces.
           03 co-hours-dl      pic zz,zz9.99.
           03                  pic x(2) value spaces.
           03 co-cost-dl       pic $$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(30).
           03 count-cl         pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           display "Enter first close date (mm/dd/yyyy), or Enter "
                   "for the earliest:"
           accept From-Date-Response
           display "Enter last close date (mm/dd/yyyy), or Enter "
                   "for the latest:"
           accept To-Date-Response
           if From-Date-Response not = spaces
               string From-Date-Response (7:4) delimited by size
                      From-Date-Response (1:2) delimited by size
                      From-Date-Response (4:2) delimited by size
                      into From-Key
           end-if
           if To-Date-Response not = spaces
               string To-Date-Response (7:4) delimited by size
                      To-Date-Response (1:2) delimited by size
                      To-Date-Response (4:2) delimited by size
                      into To-Key
           end-if

           perform 1300-Load-Store-Names
           open output Output-Printer-File
           move From-Date-Response to from-hd
           move To-Date-Response to to-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           sort Sort-Work-File
               ascending key lender-sr borrower-sr
               input procedure 2000-Release-Borrowed-Rows
               output procedure 3000-Print-Store-Pairs
           perform 4000-Print-Summary
           close Output-Printer-File
           stop run.

       1300-Load-Store-Names.
           open input Store-File
           perform 1310-Read-Store-Name
               until store-end
                  or Store-Name-Count = 100
           close Store-File.

       1310-Read-Store-Name.
           read Store-File
               at end move "YES" to store-eof-flag
               not at end
                   add 1 to Store-Name-Count
                   move Store-Number-SM
                       to Store-Number-ST (Store-Name-Count)
                   move Store-Name-SM
                       to Store-Name-ST (Store-Name-Count)
           end-read.

       2000-Release-Borrowed-Rows.
           open input Labor-History-File
           perform 2100-Read-Labor-Row
               until labor-end
           close Labor-History-File.

      *    Only a row worked away from its home store is borrowed;
      *    a blank store on either side can't be placed.
       2100-Read-Labor-Row.
           read Labor-History-File
               at end move "YES" to labor-eof-flag
               not at end
                   add 1 to rows-read
                   move spaces to Row-Key
                   string Labor-Close-Date-LD (7:4) delimited by size
                          Labor-Close-Date-LD (1:2) delimited by size
                          Labor-Close-Date-LD (4:2) delimited by size
                          into Row-Key
                   if Row-Key not < From-Key
                           and Row-Key not > To-Key
                           and Labor-Hours-LD is numeric
                           and Labor-Cost-LD is numeric
                           and Labor-Home-Store-LD not = spaces
                           and Labor-Work-Store-LD not = spaces
                           and Labor-Work-Store-LD
                               not = Labor-Home-Store-LD
                       move Labor-Home-Store-LD to lender-sr
                       move Labor-Work-Store-LD to borrower-sr
                       move Labor-Hours-LD to hours-sr
                       move Labor-Cost-LD to cost-sr
                       release Sort-Record
                       add 1 to rows-borrowed
                   end-if
           end-read.

       3000-Print-Store-Pairs.
           perform 3100-Return-Sorted-Row
               until sort-end
           if not First-Pair
               perform 3500-Close-Pair
           end-if.

       3100-Return-Sorted-Row.
           return Sort-Work-File
               at end move "YES" to sort-eof-flag
               not at end
                   if First-Pair
                       move "N" to First-Pair-Switch
                       move lender-sr to Pair-Lender
                       move borrower-sr to Pair-Borrower
                   else
                       if lender-sr not = Pair-Lender
                               or borrower-sr not = Pair-Borrower
                           perform 3500-Close-Pair
                           move lender-sr to Pair-Lender
                           move borrower-sr to Pair-Borrower
                       end-if
                   end-if
                   add hours-sr to Pair-Hours
                   add cost-sr to Pair-Cost
           end-return.

      *    One line per pair, and the pair's hours and dollars go
      *    to the lender's lent side and the borrower's borrowed
      *    side of the summary.
       3500-Close-Pair.
           move Pair-Lender to lender-dl Wanted-Store
           perform 3700-Find-Store-Name
           move Matched-Store-Name to lender-name-dl
           move Pair-Borrower to borrower-dl Wanted-Store
           perform 3700-Find-Store-Name
           move Matched-Store-Name to borrower-name-dl
           move Pair-Hours to pair-hours-dl
           move Pair-Cost to pair-cost-dl
           write Output-Printer-Record from Pair-Detail-Line
               after advancing 1 lines
           add 1 to pairs-printed
           add Pair-Hours to Company-Hours-Total
           add Pair-Cost to Company-Cost-Total
           move Pair-Lender to Work-Summary-Store
           perform 3600-Find-Summary-Entry
           if Summary-Found
               add Pair-Hours to Su-Lent-Hours (Summary-Index)
               add Pair-Cost to Su-Lent-Cost (Summary-Index)
           end-if
           move Pair-Borrower to Work-Summary-Store
           perform 3600-Find-Summary-Entry
           if Summary-Found
               add Pair-Hours to Su-Borrowed-Hours (Summary-Index)
               add Pair-Cost to Su-Borrowed-Cost (Summary-Index)
           end-if
           move zero to Pair-Hours Pair-Cost.

       3600-Find-Summary-Entry.
           move "N" to Summary-Found-Switch
           perform 3650-Check-Summary-Entry
               varying Summary-Scan-Index from 1 by 1
               until Summary-Scan-Index > Summary-Count
                  or Summary-Found
           if not Summary-Found
                   and Summary-Count < 100
               add 1 to Summary-Count
               move Summary-Count to Summary-Index
               move Work-Summary-Store to Su-Store (Summary-Index)
               move zero to Su-Lent-Hours (Summary-Index)
               move zero to Su-Lent-Cost (Summary-Index)
               move zero to Su-Borrowed-Hours (Summary-Index)
               move zero to Su-Borrowed-Cost (Summary-Index)
               move "Y" to Summary-Found-Switch
           end-if.

       3650-Check-Summary-Entry.
           if Work-Summary-Store = Su-Store (Summary-Scan-Index)
               move "Y" to Summary-Found-Switch
               move Summary-Scan-Index to Summary-Index
           end-if.

       3700-Find-Store-Name.
           move spaces to Matched-Store-Name
           perform 3750-Check-Store-Name-Entry
               varying Store-Name-Index from 1 by 1
               until Store-Name-Index > Store-Name-Count.

       3750-Check-Store-Name-Entry.
           if Wanted-Store = Store-Number-ST (Store-Name-Index)
               move Store-Name-ST (Store-Name-Index)
                   to Matched-Store-Name
           end-if.

      *    Net cost is what the store took on over what it gave
      *    away - borrowed dollars less lent dollars.
       4000-Print-Summary.
           move Company-Hours-Total to co-hours-dl
           move Company-Cost-Total to co-cost-dl
           write Output-Printer-Record from Company-Total-Line
               after advancing 2 lines
           write Output-Printer-Record from Summary-Heading-Line
               after advancing 3 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 4100-Print-Summary-Store
               varying Summary-Index from 1 by 1
               until Summary-Index > Summary-Count
           move "LABOR HISTORY ROWS READ" to count-label
           move rows-read to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 3 lines
           move "ROWS WORKED AWAY FROM HOME" to count-label
           move rows-borrowed to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "STORE PAIRS" to count-label
           move pairs-printed to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.

       4100-Print-Summary-Store.
           move Su-Store (Summary-Index) to store-sl Wanted-Store
           perform 3700-Find-Store-Name
           move Matched-Store-Name to store-name-sl
           move Su-Lent-Hours (Summary-Index) to lent-hours-sl
           move Su-Lent-Cost (Summary-Index) to lent-cost-sl
           move Su-Borrowed-Hours (Summary-Index) to borr-hours-sl
           move Su-Borrowed-Cost (Summary-Index) to borr-cost-sl
           compute Net-Cost = Su-Borrowed-Cost (Summary-Index)
               - Su-Lent-Cost (Summary-Index)
           move Net-Cost to net-cost-sl
           write Output-Printer-Record from Summary-Detail-Line
               after advancing 1 lines.
