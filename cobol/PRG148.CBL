       identification division.
       program-id.  prg148.
       author.  Andy Carlson.

      *    Shared open-to-buy routine, called the way prg99 and
      *    prg141 are.  A Load builds one fiscal period's picture by
      *    store/department:
      *        plan        otbplan.dat, keyed on PRG149's screen
      *        receipts    invjrnl.dat R rows PRG23 posted, dated
      *                    inside the period, at the receipt cost
      *        on order    open podata.dat lines, the quantity still
      *                    to come at the PO cost
      *    and open-to-buy is plan less receipts less on order.  An
      *    open line ordered in an earlier month is still to arrive,
      *    so it is charged to the current month, never to a closed
      *    one - as it is received it moves out of on order and into
      *    that month's receipts, and is never counted twice.  PRG22
      *    Commits each order it cuts so the next vendor's order sees
      *    the reduced figure; PRG150 walks the table with Next.

       environment division.
       input-output section.
       file-control.
           select optional Otb-Plan-File assign to disk "otbplan.dat"
                  organization is indexed
                  access is sequential
                  record key is Otb-Key.
           select optional Posting-Journal-File assign to disk
                  "u:\cobol\invjrnl.dat"
                  organization is line sequential.
           select optional PO-File assign to disk "podata.dat"
                  organization is line sequential.

       data division.
       file section.
       fd Otb-Plan-File.
       copy otbrec.

       fd Posting-Journal-File.
       01 Posting-Journal-Record.
           03 jr-date              pic x(10).
           03 jr-store             pic x(2).
           03 jr-dept              pic x(2).
           03 jr-product           pic x(10).
           03 jr-action            pic x.
           03 jr-quantity          pic 9(6).
           03 jr-unit-cost         pic 9(5)v99.
           03 jr-time              pic x(8).
           03 jr-source            pic x(6).
           03 jr-book-qty          pic 9(6).
           03 jr-stock             pic x.

       fd PO-File.
       copy porec.

       working-storage section.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.

      *    One row per store/department seen in the period - planned
      *    or not - so the report can show unplanned buying too.
       01 Otb-Table.
           03 Otb-Entry occurs 300 times.
               05 Ot-Store         pic xx.
               05 Ot-Dept          pic xx.
               05 Ot-Plan          pic 9(9)v99.
               05 Ot-Receipts      pic 9(9)v99.
               05 Ot-On-Order      pic 9(9)v99.
               05 Ot-Planned-Switch pic x.
                   88 Ot-Planned   value "Y".
       01 Otb-Count            pic 999 value zero.
       01 Otb-Index            pic 999 value zero.
       01 Next-Index           pic 999 value zero.
       01 Scan-Index           pic 999 value zero.
       01 Search-Store         pic xx.
       01 Search-Dept          pic xx.

      *    The period asked for, and today's month, both as calendar
      *    yyyymm so journal and PO dates compare straight across.
       01 Period-Year-Month.
           03 pym-yyyy         pic 9(4).
           03 pym-mm           pic 99.
       01 Current-Year-Month.
           03 cym-yyyy         pic 9(4).
           03 cym-mm           pic 99.
       01 Row-Year-Month.
           03 rym-yyyy         pic 9(4).
           03 rym-mm           pic 99.
       01 Date-Accept-Work.
           03 daw-yy           pic 99.
           03 daw-mm           pic 99.
           03 daw-dd           pic 99.

       01 Row-Amount           pic 9(9)v99.
       01 Open-Quantity        pic 9(6).

       linkage section.
       copy otbparm.

       procedure division using Open-To-Buy-Parms.
       1000-Otb-Main.
           evaluate true
               when ob-load
                   perform 2000-Load-Period
               when ob-query
                   move ob-store to Search-Store
                   move ob-dept to Search-Dept
                   perform 5000-Find-Entry
                   perform 6000-Return-Entry
               when ob-commit
                   move ob-store to Search-Store
                   move ob-dept to Search-Dept
                   perform 5100-Find-Or-Add-Entry
                   if Otb-Index > zero
                       add ob-amount to Ot-On-Order (Otb-Index)
                   end-if
                   perform 6000-Return-Entry
               when ob-next
                   add 1 to Next-Index
                   if Next-Index > Otb-Count
                       move zero to Otb-Index
                   else
                       move Next-Index to Otb-Index
                   end-if
                   perform 6000-Return-Entry
           end-evaluate
           goback.

      *    Fiscal period to calendar month the way PRG105 does it -
      *    periods 1-6 are July-December of the fiscal year, 7-12
      *    January-June of the next calendar year.
       2000-Load-Period.
           move zero to Otb-Count Next-Index
           if ob-fiscal-period <= 6
               move ob-fiscal-year to pym-yyyy
               compute pym-mm = ob-fiscal-period + 6
           else
               compute pym-yyyy = ob-fiscal-year + 1
               compute pym-mm = ob-fiscal-period - 6
           end-if
           accept Date-Accept-Work from date
           compute cym-yyyy = 2000 + daw-yy
           move daw-mm to cym-mm

           move spaces to eof-flag
           open input Otb-Plan-File
           perform 2100-Load-One-Plan
               until end-of-file
           close Otb-Plan-File

           move spaces to eof-flag
           open input Posting-Journal-File
           perform 2200-Load-One-Receipt
               until end-of-file
           close Posting-Journal-File

           move spaces to eof-flag
           open input PO-File
           perform 2300-Load-One-PO-Line
               until end-of-file
           close PO-File.

       2100-Load-One-Plan.
           read Otb-Plan-File next record
               at end move "YES" to eof-flag
               not at end
                   if Otb-Year-OB = ob-fiscal-year
                           and Otb-Period-OB = ob-fiscal-period
                       move Otb-Store-OB to Search-Store
                       move Otb-Dept-OB to Search-Dept
                       perform 5100-Find-Or-Add-Entry
                       if Otb-Index > zero
                           add Otb-Plan-Amount-OB
                               to Ot-Plan (Otb-Index)
                           move "Y" to Ot-Planned-Switch (Otb-Index)
                       end-if
                   end-if
           end-read.

      *    Only PRG23's receipts - PRG24B's R rows are count
      *    corrections, not buying, and older rows with no source
      *    can't be told from a register return.
       2200-Load-One-Receipt.
           read Posting-Journal-File
               at end move "YES" to eof-flag
               not at end
                   if jr-action = "R"
                           and jr-source = "PRG23 "
                           and jr-quantity is numeric
                           and jr-unit-cost is numeric
                       move jr-date (7:4) to rym-yyyy
                       move jr-date (1:2) to rym-mm
                       if Row-Year-Month = Period-Year-Month
                           move jr-store to Search-Store
                           move jr-dept to Search-Dept
                           perform 5100-Find-Or-Add-Entry
                           if Otb-Index > zero
                               compute Row-Amount =
                                   jr-quantity * jr-unit-cost
                               add Row-Amount
                                   to Ot-Receipts (Otb-Index)
                           end-if
                       end-if
                   end-if
           end-read.

       2300-Load-One-PO-Line.
           read PO-File
               at end move "YES" to eof-flag
               not at end
                   if Po-Line-Open
                           and Order-Qty-PO is numeric
                           and Unit-Cost-PO is numeric
                       perform 2350-Charge-Open-Line
                   end-if
           end-read.

       2350-Charge-Open-Line.
           move zero to Open-Quantity
           if Received-Qty-PO is not numeric
               move Order-Qty-PO to Open-Quantity
           else
               if Order-Qty-PO > Received-Qty-PO
                   compute Open-Quantity =
                       Order-Qty-PO - Received-Qty-PO
               end-if
           end-if
           move Order-Date-PO (7:4) to rym-yyyy
           move Order-Date-PO (1:2) to rym-mm
           if Row-Year-Month < Current-Year-Month
               move Current-Year-Month to Row-Year-Month
           end-if
           if Row-Year-Month = Period-Year-Month
                   and Open-Quantity > zero
               move Store-Number-PO to Search-Store
               move Dept-Number-PO to Search-Dept
               perform 5100-Find-Or-Add-Entry
               if Otb-Index > zero
                   compute Row-Amount = Open-Quantity * Unit-Cost-PO
                   add Row-Amount to Ot-On-Order (Otb-Index)
               end-if
           end-if.

       5000-Find-Entry.
           move zero to Otb-Index
           perform 5050-Check-One-Entry
               varying Scan-Index from 1 by 1
               until Scan-Index > Otb-Count.

       5050-Check-One-Entry.
           if Otb-Index = zero
                   and Ot-Store (Scan-Index) = Search-Store
                   and Ot-Dept (Scan-Index) = Search-Dept
               move Scan-Index to Otb-Index
           end-if.

      *    A full table hands back zero and the row is left out -
      *    three hundred store/departments is well past the chain.
       5100-Find-Or-Add-Entry.
           perform 5000-Find-Entry
           if Otb-Index = zero and Otb-Count < 300
               add 1 to Otb-Count
               move Otb-Count to Otb-Index
               move Search-Store to Ot-Store (Otb-Index)
               move Search-Dept to Ot-Dept (Otb-Index)
               move zero to Ot-Plan (Otb-Index)
                            Ot-Receipts (Otb-Index)
                            Ot-On-Order (Otb-Index)
               move "N" to Ot-Planned-Switch (Otb-Index)
           end-if.

       6000-Return-Entry.
           if Otb-Index = zero
               move "N" to ob-found-switch ob-planned-switch
               move zero to ob-plan ob-receipts ob-on-order
                            ob-open-to-buy
           else
               move "Y" to ob-found-switch
               move Ot-Store (Otb-Index) to ob-store
               move Ot-Dept (Otb-Index) to ob-dept
               move Ot-Plan (Otb-Index) to ob-plan
               move Ot-Receipts (Otb-Index) to ob-receipts
               move Ot-On-Order (Otb-Index) to ob-on-order
               move Ot-Planned-Switch (Otb-Index) to ob-planned-switch
               compute ob-open-to-buy =
                   ob-plan - ob-receipts - ob-on-order
           end-if.
