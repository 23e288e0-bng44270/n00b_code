       identification division.
       program-id.  prg104.
       author.  Andy Carlson.

      *    Monthly sales-tax liability return - the state return
      *    somebody used to rebuild from register tapes every month.
      *    The unitsdtl.dat rows PRG33 posted for the keyed month are
      *    priced at the selling price captured when they posted,
      *    split taxable or exempt by the product's category flag on
      *    CATMST.DAT, with returns netted out, and every store's net
      *    taxable sales are taxed at each jurisdiction rate
      *    stxrate.dat carries for it.  The return prints by store
      *    and jurisdiction with a jurisdiction recap to file from,
      *    and the month's total due goes onto gljrnl.dat as a
      *    sales-tax payable entry dated the last day of the month,
      *    so PRG103's trial balance carries it in the right fiscal
      *    period.  stxpost.dat remembers which months were posted;
      *    a rerun reprints the return but never posts it twice.
      *    Tags on glacct.dat (defaults in brackets):
      *        REGCASH  register receipts clearing (1050)
      *        STAXPAY  sales tax payable          (2700)

       environment division.
       input-output section.
       file-control.
           select Units-Detail-File assign to "unitsdtl.dat"
                  organization is line sequential.

           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.

           select optional Category-File assign to disk "catmst.dat"
                  organization is indexed
                  access is sequential
                  record key is Category-Code-CM.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.

      *    Jurisdiction rates by store - absent means nobody
      *    collects, and every store prints NO RATE ON FILE.
           select optional Tax-Rate-File assign to disk "stxrate.dat"
                  organization is line sequential.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

      *    One row per month already posted to the ledger.
           select optional Post-Control-File assign to disk
                  "stxpost.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Units-Detail-File.
       01 Units-Detail-Record.
           03 store-number-ud      pic x(2).
           03 department-number-ud pic x(2).
           03 product-code-ud      pic x(10).
           03 units-sold-ud        pic 9(6).
           03 feed-date-ud         pic x(10).
           03 selling-price-ud     pic 9(5)v99.
           03 units-sign-ud        pic x.
           03 unit-cost-ud         pic 9(5)v99.

       fd Inventory-File.
       copy invrec.

       fd Category-File.
       copy catrec.

       fd Store-File.
       copy strec.

       fd Tax-Rate-File.
       copy staxrec.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Post-Control-File.
       01 Post-Control-Record.
           03 pc-month-key         pic x(6).
           03 pc-posted-date       pic x(10).
           03 pc-amount            pic s9(9)v99
                                   sign is leading separate.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       01 units-eof-flag       pic xxx value spaces.
           88 units-end        value 'YES'.
       01 cat-eof-flag         pic xxx value spaces.
           88 cat-end          value 'YES'.
       01 store-eof-flag       pic xxx value spaces.
           88 store-end        value 'YES'.
       01 rate-eof-flag        pic xxx value spaces.
           88 rate-end         value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.
       01 post-eof-flag        pic xxx value spaces.
           88 post-end         value 'YES'.

       01 Account-Table.
           03 Acct-Regcash     pic x(8) value "1050".
           03 Acct-Staxpay     pic x(8) value "2700".

       01 date-accept-work.
           03 daw-yy               pic 99.
           03 daw-mm               pic 99.
           03 daw-dd               pic 99.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The return month, keyed mm/yyyy - Enter takes last
      *    month, the one the state wants filed now.
       01 Month-Response       pic x(7).
       01 Return-Month.
           03 rm-mm            pic 99.
           03 rm-yyyy          pic 9(4).
       01 Return-Month-Key.
           03 rmk-yyyy         pic 9(4).
           03 rmk-mm           pic 99.
       01 Month-End-Date.
           03 med-mm           pic 99.
           03                  pic x value "/".
           03 med-dd           pic 99.
           03                  pic x value "/".
           03 med-yyyy         pic 9(4).
       01 Month-Days-List.
           03                  pic x(24)
               value "312831303130313130313031".
       01 redefines Month-Days-List.
           03 Month-Days       pic 99 occurs 12 times.
       01 Leap-Work            pic 9(4).
       01 Leap-Remainder       pic 9(4).
       01 Row-Month-Key        pic x(6).

      *    Category tax flags off CATMST.DAT.
       01 Category-Flag-Table.
           03 Category-Flag-Entry occurs 200 times.
               05 Cft-Code         pic x(4).
               05 Cft-Tax          pic x.
       01 Category-Flag-Count  pic 9(3) value zero.
       01 Category-Flag-Index  pic 9(3).

      *    One keyed master read per distinct product, the last key
      *    held the way PRG83 holds it.
       01 Last-Product-Key     pic x(14) value low-values.
       01 Work-Product-Key     pic x(14).
       01 Row-Exempt-Switch    pic x value "N".
           88 Row-Is-Exempt    value "Y".
       01 Held-Exempt-Switch   pic x value "N".

       01 Rate-Table.
           03 Rate-Entry occurs 100 times.
               05 Rt-Store         pic xx.
               05 Rt-Juris         pic x(4).
               05 Rt-Name          pic x(20).
               05 Rt-Rate          pic 99v999.
       01 Rate-Count           pic 9(3) value zero.
       01 Rate-Index           pic 9(3).
       01 Store-Rate-Rows      pic 9(3) value zero.

      *    One bucket per store seen in the month.
       01 Store-Tax-Table.
           03 Store-Tax-Entry occurs 20 times.
               05 Stt-Store            pic xx.
               05 Stt-Taxable-Sales    pic 9(9)v99.
               05 Stt-Taxable-Returns  pic 9(9)v99.
               05 Stt-Exempt-Sales     pic 9(9)v99.
               05 Stt-Exempt-Returns   pic 9(9)v99.
       01 Store-Tax-Count      pic 99 value zero.
       01 Store-Tax-Index      pic 99.
       01 Store-Scan-Index     pic 99.
       01 Store-Found-Switch   pic x value "N".
           88 Store-Bucket-Found value "Y".

      *    Jurisdiction recap - the lines the state form asks for.
       01 Juris-Table.
           03 Juris-Entry occurs 50 times.
               05 Jt-Code          pic x(4).
               05 Jt-Name          pic x(20).
               05 Jt-Base          pic s9(11)v99.
               05 Jt-Tax           pic s9(9)v99.
       01 Juris-Count          pic 99 value zero.
       01 Juris-Index          pic 99.
       01 Juris-Scan-Index     pic 99.
       01 Juris-Found-Switch   pic x value "N".
           88 Juris-Bucket-Found value "Y".

       01 Store-Name-Table.
           03 Store-Name-Entry occurs 100 times.
               05 Store-Number-ST  pic xx.
               05 Store-Name-ST    pic x(20).
       01 Store-Name-Count     pic 9(3) value zero.
       01 Store-Name-Index     pic 9(3).
       01 Matched-Store-Name   pic x(20).

       01 rows-in-month        pic 9(6) value zero.
       01 Row-Dollars          pic 9(9)v99 value zero.
       01 Store-Net-Taxable    pic s9(11)v99 value zero.
       01 Store-Net-Exempt     pic s9(11)v99 value zero.
       01 Row-Tax              pic s9(9)v99 value zero.
       01 Store-Tax-Due        pic s9(9)v99 value zero.
       01 Company-Taxable      pic s9(11)v99 value zero.
       01 Company-Exempt       pic s9(11)v99 value zero.
       01 Company-Tax-Due      pic s9(9)v99 value zero.
       01 Posting-Amount       pic 9(9)v99 value zero.
       01 Already-Posted-Switch pic x value "N".
           88 Month-Already-Posted value "Y".
       01 Already-Posted-Date  pic x(10) value spaces.

       01 Heading-Line.
           03                  pic x(36)
               value "** SALES TAX LIABILITY RETURN **".

       01 Month-Line.
           03                  pic x(14) value "RETURN MONTH: ".
           03 month-mm-hd      pic 99.
           03                  pic x value "/".
           03 month-yyyy-hd    pic 9(4).

       01 Store-Group-Line.
           03                  pic x(7) value "STORE: ".
           03 store-number-hd  pic xx.
           03                  pic x(3) value spaces.
           03 store-name-hd    pic x(20).

       01 Sales-Column-Line.
           03                  pic x(9) value spaces.
           03                  pic x(14) value "SALES".
           03                  pic x(14) value "RETURNS".
           03                  pic x(3) value "NET".

       01 Sales-Detail-Line.
           03 sales-label-dl   pic x(8).
           03                  pic x value spaces.
           03 sales-dl         pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 returns-dl       pic $$,$$$,$$9.99.
           03                  pic x value spaces.
           03 net-dl           pic $$,$$$,$$9.99-.

       01 Rate-Column-Line.
           03                  pic x(2) value spaces.
           03                  pic x(6) value "JURIS".
           03                  pic x(22) value "NAME".
           03                  pic x(9) value "RATE %".
           03                  pic x(7) value "TAX DUE".

       01 Rate-Detail-Line.
           03                  pic x(2) value spaces.
           03 juris-dl         pic x(4).
           03                  pic x(2) value spaces.
           03 juris-name-dl    pic x(20).
           03                  pic x(2) value spaces.
           03 rate-dl          pic z9.999.
           03                  pic x(2) value spaces.
           03 tax-dl           pic $$$,$$9.99-.

       01 No-Rate-Line.
           03                  pic x(2) value spaces.
           03                  pic x(40)
               value "** NO RATE ON FILE - NOTHING COLLECTED".

       01 Store-Tax-Line.
           03                  pic x(2) value spaces.
           03                  pic x(34) value "STORE TAX DUE".
           03 store-tax-dl     pic $$$,$$$,$$9.99-.

       01 Recap-Heading-Line.
           03                  pic x(30)
               value "** JURISDICTION RECAP **".

       01 Recap-Column-Line.
           03                  pic x(6) value "JURIS".
           03                  pic x(22) value "NAME".
           03                  pic x(18) value "TAXABLE BASE".
           03                  pic x(7) value "TAX DUE".

       01 Recap-Detail-Line.
           03 recap-juris-dl   pic x(4).
           03                  pic x(2) value spaces.
           03 recap-name-dl    pic x(20).
           03                  pic x(2) value spaces.
           03 recap-base-dl    pic $$,$$$,$$9.99-.
           03                  pic x(2) value spaces.
           03 recap-tax-dl     pic $$$,$$9.99-.

       01 Company-Taxable-Line.
           03                  pic x(24) value "COMPANY NET TAXABLE:".
           03 co-taxable-cl    pic $$$,$$$,$$9.99-.

       01 Company-Exempt-Line.
           03                  pic x(24) value "COMPANY NET EXEMPT:".
           03 co-exempt-cl     pic $$$,$$$,$$9.99-.

       01 Company-Tax-Line.
           03                  pic x(24) value "COMPANY TAX DUE:".
           03 co-tax-cl        pic $$$,$$$,$$9.99-.

       01 Rows-Conclusion-Line.
           03                  pic x(24) value "DETAIL ROWS IN MONTH:".
           03 rows-cl          pic zzz,zz9.

       01 Posted-Line.
           03                  pic x(40)
               value "Tax payable posted to gljrnl.dat".

       01 Not-Posted-Line.
           03                  pic x(36)
               value "Month already posted to the ledger ".
           03 not-posted-date-cl pic x(10).
           03                  pic x(17)
               value " - not reposted".

       procedure division.
       1000-Main-Logic.
           accept date-accept-work from date
           move daw-mm to rdf-mm
           move daw-dd to rdf-dd
           move daw-yy to rdf-yy

           perform 1200-Get-Return-Month
           perform 1300-Load-Store-Names
           perform 1400-Load-Category-Flags
           perform 1500-Load-Tax-Rates
           perform 1600-Load-Account-Map
           perform 1700-Check-Already-Posted

           open input Inventory-File
           open input Units-Detail-File
           perform 2000-Read-Units-Row
               until units-end
           close Units-Detail-File
           close Inventory-File

           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move rm-mm to month-mm-hd
           move rm-yyyy to month-yyyy-hd
           write Output-Printer-Record from Month-Line
               after advancing 1 lines
           perform 3000-Print-One-Store
               varying Store-Tax-Index from 1 by 1
               until Store-Tax-Index > Store-Tax-Count
           perform 3500-Print-Juris-Recap
           perform 4000-Post-Liability
           perform 5000-Write-Conclusion
           close Output-Printer-File
           stop run.

      *    Last month unless a real month (01-12) is keyed.
       1200-Get-Return-Month.
           display "Enter return month (mm/yyyy), or Enter for "
                   "last month:"
           accept Month-Response
           if Month-Response (1:2) is numeric
                   and Month-Response (1:2) >= "01"
                   and Month-Response (1:2) <= "12"
                   and Month-Response (4:4) is numeric
               move Month-Response (1:2) to rm-mm
               move Month-Response (4:4) to rm-yyyy
           else
               if daw-mm = 1
                   move 12 to rm-mm
                   compute rm-yyyy = 2000 + daw-yy - 1
               else
                   compute rm-mm = daw-mm - 1
                   compute rm-yyyy = 2000 + daw-yy
               end-if
           end-if
           move rm-yyyy to rmk-yyyy
           move rm-mm to rmk-mm
           move rm-mm to med-mm
           move rm-yyyy to med-yyyy
           move Month-Days (rm-mm) to med-dd
           if rm-mm = 2
               divide rm-yyyy by 4 giving Leap-Work
                   remainder Leap-Remainder
               if Leap-Remainder = zero
                   move 29 to med-dd
               end-if
           end-if.

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

       1400-Load-Category-Flags.
           open input Category-File
           perform 1410-Read-Category-Flag
               until cat-end
                  or Category-Flag-Count = 200
           close Category-File.

       1410-Read-Category-Flag.
           read Category-File
               at end move "YES" to cat-eof-flag
               not at end
                   add 1 to Category-Flag-Count
                   move Category-Code-CM
                       to Cft-Code (Category-Flag-Count)
                   move Category-Tax-CM
                       to Cft-Tax (Category-Flag-Count)
           end-read.

       1500-Load-Tax-Rates.
           open input Tax-Rate-File
           perform 1510-Read-Tax-Rate
               until rate-end
                  or Rate-Count = 100
           close Tax-Rate-File.

       1510-Read-Tax-Rate.
           read Tax-Rate-File
               at end move "YES" to rate-eof-flag
               not at end
                   if Stx-Rate is numeric
                           and Stx-Store-Number not = spaces
                       add 1 to Rate-Count
                       move Stx-Store-Number to Rt-Store (Rate-Count)
                       move Stx-Jurisdiction to Rt-Juris (Rate-Count)
                       move Stx-Juris-Name to Rt-Name (Rate-Count)
                       move Stx-Rate to Rt-Rate (Rate-Count)
                   end-if
           end-read.

       1600-Load-Account-Map.
           open input Gl-Account-File
           perform 1610-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1610-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   evaluate ga-tag
                       when "REGCASH " move ga-account
                                           to Acct-Regcash
                       when "STAXPAY " move ga-account
                                           to Acct-Staxpay
                       when other continue
                   end-evaluate
           end-read.

       1700-Check-Already-Posted.
           open input Post-Control-File
           perform 1710-Read-Post-Control
               until post-end
           close Post-Control-File.

       1710-Read-Post-Control.
           read Post-Control-File
               at end move "YES" to post-eof-flag
               not at end
                   if pc-month-key = Return-Month-Key
                       move "Y" to Already-Posted-Switch
                       move pc-posted-date to Already-Posted-Date
                   end-if
           end-read.

       2000-Read-Units-Row.
           read Units-Detail-File
               at end move "YES" to units-eof-flag
               not at end
                   if units-sold-ud is numeric
                           and selling-price-ud is numeric
                           and feed-date-ud (7:4) is numeric
                       move feed-date-ud (7:4) to Row-Month-Key (1:4)
                       move feed-date-ud (1:2) to Row-Month-Key (5:2)
                       if Row-Month-Key = Return-Month-Key
                           add 1 to rows-in-month
                           perform 2100-Bucket-One-Row
                       end-if
                   end-if
           end-read.

       2100-Bucket-One-Row.
           compute Row-Dollars = units-sold-ud * selling-price-ud
           perform 2200-Find-Row-Tax-Status
           perform 2300-Find-Store-Bucket
           if Store-Bucket-Found
               evaluate true
                   when Row-Is-Exempt and units-sign-ud = "-"
                       add Row-Dollars
                           to Stt-Exempt-Returns (Store-Tax-Index)
                   when Row-Is-Exempt
                       add Row-Dollars
                           to Stt-Exempt-Sales (Store-Tax-Index)
                   when units-sign-ud = "-"
                       add Row-Dollars
                           to Stt-Taxable-Returns (Store-Tax-Index)
                   when other
                       add Row-Dollars
                           to Stt-Taxable-Sales (Store-Tax-Index)
               end-evaluate
           end-if.

      *    The product's category decides it; a product gone from
      *    the master or a category not on CATMST.DAT counts as
      *    taxable.
       2200-Find-Row-Tax-Status.
           move spaces to Work-Product-Key
           string store-number-ud delimited by size
                  department-number-ud delimited by size
                  product-code-ud delimited by size
                  into Work-Product-Key
           if Work-Product-Key not = Last-Product-Key
               move Work-Product-Key to Last-Product-Key
               move "N" to Held-Exempt-Switch
               move store-number-ud to Store-Number-IR
               move department-number-ud to Department-Number-IR
               move product-code-ud to Product-Code-IR
               read Inventory-File
                   invalid key continue
                   not invalid key
                       perform 2250-Check-Category-Flag
                           varying Category-Flag-Index from 1 by 1
                           until Category-Flag-Index
                               > Category-Flag-Count
               end-read
           end-if
           move Held-Exempt-Switch to Row-Exempt-Switch.

       2250-Check-Category-Flag.
           if Category-Code-IR = Cft-Code (Category-Flag-Index)
                   and Cft-Tax (Category-Flag-Index) = "E"
               move "Y" to Held-Exempt-Switch
           end-if.

       2300-Find-Store-Bucket.
           move "N" to Store-Found-Switch
           perform 2350-Check-Store-Bucket
               varying Store-Scan-Index from 1 by 1
               until Store-Scan-Index > Store-Tax-Count
           if not Store-Bucket-Found
                   and Store-Tax-Count < 20
               add 1 to Store-Tax-Count
               move Store-Tax-Count to Store-Tax-Index
               move store-number-ud to Stt-Store (Store-Tax-Index)
               move zero to Stt-Taxable-Sales (Store-Tax-Index)
               move zero to Stt-Taxable-Returns (Store-Tax-Index)
               move zero to Stt-Exempt-Sales (Store-Tax-Index)
               move zero to Stt-Exempt-Returns (Store-Tax-Index)
               move "Y" to Store-Found-Switch
           end-if.

       2350-Check-Store-Bucket.
           if store-number-ud = Stt-Store (Store-Scan-Index)
               move "Y" to Store-Found-Switch
               move Store-Scan-Index to Store-Tax-Index
           end-if.

      *    One store's taxable and exempt lines, then a tax line per
      *    jurisdiction the store collects for.
       3000-Print-One-Store.
           move Stt-Store (Store-Tax-Index) to store-number-hd
           perform 3050-Find-Store-Name
           move Matched-Store-Name to store-name-hd
           write Output-Printer-Record from Store-Group-Line
               after advancing 3 lines
           write Output-Printer-Record from Sales-Column-Line
               after advancing 1 lines
           compute Store-Net-Taxable =
               Stt-Taxable-Sales (Store-Tax-Index)
                   - Stt-Taxable-Returns (Store-Tax-Index)
           compute Store-Net-Exempt =
               Stt-Exempt-Sales (Store-Tax-Index)
                   - Stt-Exempt-Returns (Store-Tax-Index)
           move "TAXABLE" to sales-label-dl
           move Stt-Taxable-Sales (Store-Tax-Index) to sales-dl
           move Stt-Taxable-Returns (Store-Tax-Index) to returns-dl
           move Store-Net-Taxable to net-dl
           write Output-Printer-Record from Sales-Detail-Line
               after advancing 1 lines
           move "EXEMPT" to sales-label-dl
           move Stt-Exempt-Sales (Store-Tax-Index) to sales-dl
           move Stt-Exempt-Returns (Store-Tax-Index) to returns-dl
           move Store-Net-Exempt to net-dl
           write Output-Printer-Record from Sales-Detail-Line
               after advancing 1 lines
           add Store-Net-Taxable to Company-Taxable
           add Store-Net-Exempt to Company-Exempt
           move zero to Store-Tax-Due Store-Rate-Rows
           write Output-Printer-Record from Rate-Column-Line
               after advancing 2 lines
           perform 3100-Tax-One-Rate-Row
               varying Rate-Index from 1 by 1
               until Rate-Index > Rate-Count
           if Store-Rate-Rows = zero
               write Output-Printer-Record from No-Rate-Line
                   after advancing 1 lines
           end-if
           move Store-Tax-Due to store-tax-dl
           write Output-Printer-Record from Store-Tax-Line
               after advancing 1 lines
           add Store-Tax-Due to Company-Tax-Due.

       3050-Find-Store-Name.
           move spaces to Matched-Store-Name
           perform 3060-Check-Store-Name
               varying Store-Name-Index from 1 by 1
               until Store-Name-Index > Store-Name-Count.

       3060-Check-Store-Name.
           if Stt-Store (Store-Tax-Index)
                   = Store-Number-ST (Store-Name-Index)
               move Store-Name-ST (Store-Name-Index)
                   to Matched-Store-Name
           end-if.

       3100-Tax-One-Rate-Row.
           if Rt-Store (Rate-Index) = Stt-Store (Store-Tax-Index)
               add 1 to Store-Rate-Rows
               compute Row-Tax rounded =
                   Store-Net-Taxable * Rt-Rate (Rate-Index) / 100
               add Row-Tax to Store-Tax-Due
               move Rt-Juris (Rate-Index) to juris-dl
               move Rt-Name (Rate-Index) to juris-name-dl
               move Rt-Rate (Rate-Index) to rate-dl
               move Row-Tax to tax-dl
               write Output-Printer-Record from Rate-Detail-Line
                   after advancing 1 lines
               perform 3200-Find-Juris-Bucket
               if Juris-Bucket-Found
                   add Store-Net-Taxable to Jt-Base (Juris-Index)
                   add Row-Tax to Jt-Tax (Juris-Index)
               end-if
           end-if.

       3200-Find-Juris-Bucket.
           move "N" to Juris-Found-Switch
           perform 3250-Check-Juris-Bucket
               varying Juris-Scan-Index from 1 by 1
               until Juris-Scan-Index > Juris-Count
           if not Juris-Bucket-Found
                   and Juris-Count < 50
               add 1 to Juris-Count
               move Juris-Count to Juris-Index
               move Rt-Juris (Rate-Index) to Jt-Code (Juris-Index)
               move Rt-Name (Rate-Index) to Jt-Name (Juris-Index)
               move zero to Jt-Base (Juris-Index)
               move zero to Jt-Tax (Juris-Index)
               move "Y" to Juris-Found-Switch
           end-if.

       3250-Check-Juris-Bucket.
           if Rt-Juris (Rate-Index) = Jt-Code (Juris-Scan-Index)
               move "Y" to Juris-Found-Switch
               move Juris-Scan-Index to Juris-Index
           end-if.

       3500-Print-Juris-Recap.
           write Output-Printer-Record from Recap-Heading-Line
               after advancing page
           write Output-Printer-Record from Recap-Column-Line
               after advancing 2 lines
           perform 3550-Print-One-Juris
               varying Juris-Index from 1 by 1
               until Juris-Index > Juris-Count.

       3550-Print-One-Juris.
           move Jt-Code (Juris-Index) to recap-juris-dl
           move Jt-Name (Juris-Index) to recap-name-dl
           move Jt-Base (Juris-Index) to recap-base-dl
           move Jt-Tax (Juris-Index) to recap-tax-dl
           write Output-Printer-Record from Recap-Detail-Line
               after advancing 1 lines.

      *    Tax collected came in with the register receipts and is
      *    owed to the state - debit the receipts clearing account,
      *    credit the payable.  A month where returns outran sales
      *    flips the pair.  Posted once per month, ever.
       4000-Post-Liability.
           if not Month-Already-Posted
                   and Company-Tax-Due not = zero
               open extend Gl-Journal-File
               move Month-End-Date to gj-date
               move "PRG104" to gj-source
               move spaces to gj-cost-center
               if Company-Tax-Due > zero
                   move Company-Tax-Due to Posting-Amount
                   move Acct-Regcash to gj-account
                   move "D" to gj-dc
                   move Posting-Amount to gj-amount
                   move "Sales tax collected" to gj-description
                   write Gl-Journal-Record
                   move Acct-Staxpay to gj-account
                   move "C" to gj-dc
                   move "Sales tax payable" to gj-description
                   write Gl-Journal-Record
               else
                   compute Posting-Amount = zero - Company-Tax-Due
                   move Acct-Staxpay to gj-account
                   move "D" to gj-dc
                   move Posting-Amount to gj-amount
                   move "Sales tax refundable" to gj-description
                   write Gl-Journal-Record
                   move Acct-Regcash to gj-account
                   move "C" to gj-dc
                   move "Sales tax returned" to gj-description
                   write Gl-Journal-Record
               end-if
               close Gl-Journal-File
               move Return-Month-Key to pc-month-key
               move Run-Date-Formatted to pc-posted-date
               move Company-Tax-Due to pc-amount
               open extend Post-Control-File
               write Post-Control-Record
               close Post-Control-File
           end-if.

       5000-Write-Conclusion.
           move Company-Taxable to co-taxable-cl
           write Output-Printer-Record from Company-Taxable-Line
               after advancing 3 lines
           move Company-Exempt to co-exempt-cl
           write Output-Printer-Record from Company-Exempt-Line
               after advancing 1 lines
           move Company-Tax-Due to co-tax-cl
           write Output-Printer-Record from Company-Tax-Line
               after advancing 1 lines
           move rows-in-month to rows-cl
           write Output-Printer-Record from Rows-Conclusion-Line
               after advancing 2 lines
           if Month-Already-Posted
               move Already-Posted-Date to not-posted-date-cl
               write Output-Printer-Record from Not-Posted-Line
                   after advancing 1 lines
           else
               if Company-Tax-Due not = zero
                   write Output-Printer-Record from Posted-Line
                       after advancing 1 lines
               end-if
           end-if.
