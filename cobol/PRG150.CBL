       identification division.
       program-id.  prg150.
       author.  Andy Carlson.

      *    Open-to-buy report - for the keyed fiscal period (the
      *    current one when Enter is pressed, keyed the way PRG105
      *    and PRG110 key it) every store/department's plan off
      *    PRG149's OTBPLAN.DAT, the receipts PRG23 posted inside
      *    the period, the open PODATA.DAT commitments, and what is
      *    left to buy, all worked out by the shared PRG148 routine
      *    PRG22 checks its orders against.  A planned department
      *    already overspent is flagged with an asterisk; a
      *    department buying with no plan at all prints NO PLAN,
      *    since nothing is holding its orders back.  Each store
      *    totals, then the company.  Orders PRG22 held on
      *    popend.dat for going over plan list at the end, waiting
      *    for a buyer to release or reject them on PRG151.

       environment division.
       input-output section.
       file-control.
           select optional Pending-PO-File assign to disk
                  "popend.dat"
                  organization is line sequential.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Pending-PO-File.
       copy porec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-sr             pic xx.
           03 dept-sr              pic xx.
           03 plan-sr              pic 9(9)v99.
           03 receipts-sr          pic 9(9)v99.
           03 on-order-sr          pic 9(9)v99.
           03 open-to-buy-sr       pic s9(9)v99.
           03 planned-sr           pic x.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       copy otbparm.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Store-Hold           pic xx.
       01 Order-Hold           pic 9(6).

       01 Period-Response      pic x(6).

       01 Store-Totals.
           03 Store-Plan       pic 9(9)v99 value zero.
           03 Store-Receipts   pic 9(9)v99 value zero.
           03 Store-On-Order   pic 9(9)v99 value zero.
           03 Store-Open       pic s9(9)v99 value zero.
       01 Company-Totals.
           03 Company-Plan     pic 9(9)v99 value zero.
           03 Company-Receipts pic 9(9)v99 value zero.
           03 Company-On-Order pic 9(9)v99 value zero.
           03 Company-Open     pic s9(9)v99 value zero.

       01 Held-Order-Cost      pic 9(9)v99 value zero.
       01 Held-Order-Lines     pic 9(4) value zero.
       01 Line-Cost            pic 9(9)v99.

       01 dept-count           pic 9(4) value zero.
       01 over-count           pic 9(4) value zero.
       01 unplanned-count      pic 9(4) value zero.
       01 held-count           pic 9(4) value zero.

       01 Heading-Line.
           03                  pic x(24)
               value "** OPEN-TO-BUY REPORT **".

       01 Period-Line.
           03                  pic x(16) value "FISCAL PERIOD: ".
           03 fiscal-year-hd   pic 9(4).
           03                  pic x value "/".
           03 fiscal-period-hd pic 99.

       01 Column-Line.
           03                  pic x(10) value "STORE/DEPT".
           03                  pic x(16) value "           PLAN".
           03                  pic x(16) value "       RECEIVED".
           03                  pic x(16) value "       ON ORDER".
           03                  pic x(17) value "     OPEN-TO-BUY".

       01 Otb-Detail-Line.
           03                  pic x(2) value spaces.
           03 store-dl         pic xx.
           03                  pic x value "/".
           03 dept-dl          pic xx.
           03                  pic x(3) value spaces.
           03 plan-dl          pic $$$,$$$,$$9.99.
           03 plan-x-dl redefines plan-dl pic x(14).
           03                  pic x(2) value spaces.
           03 receipts-dl      pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 on-order-dl      pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 open-dl          pic $$$,$$$,$$9.99-.
           03 open-x-dl redefines open-dl pic x(15).
           03                  pic x value spaces.
           03 flag-dl          pic x(7).

       01 Total-Line.
           03 total-label-tl   pic x(10).
           03 plan-tl          pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 receipts-tl      pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 on-order-tl      pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 open-tl          pic $$$,$$$,$$9.99-.

       01 Store-Label.
           03                  pic x(6) value "STORE ".
           03 store-label-sl   pic xx.
           03                  pic xx value spaces.

       01 Held-Heading-Line.
           03                  pic x(40)
               value "ORDERS HELD FOR BUYER APPROVAL".

       01 Held-Column-Line.
           03                  pic x(10) value "PO NUMBER".
           03                  pic x(10) value "VENDOR".
           03                  pic x(12) value "ORDERED".
           03                  pic x(8) value "LINES".
           03                  pic x(14) value "          COST".

       01 Held-Detail-Line.
           03 order-hl         pic 9(6).
           03                  pic x(4) value spaces.
           03 vendor-hl        pic x(6).
           03                  pic x(4) value spaces.
           03 order-date-hl    pic x(10).
           03                  pic x(2) value spaces.
           03 lines-hl         pic zzz9.
           03                  pic x(4) value spaces.
           03 cost-hl          pic $$$,$$$,$$9.99.

       01 Held-Vendor-Hold     pic x(6).
       01 Held-Date-Hold       pic x(10).

       01 No-Held-Line.
           03                  pic x(30) value "  None.".

       01 Dept-Conclusion-Line.
           03                  pic x(34)
               value "Departments in the period:".
           03 depts-cl         pic zzz9.

       01 Over-Conclusion-Line.
           03                  pic x(34)
               value "Planned departments overspent:".
           03 over-cl          pic zzz9.

       01 Unplanned-Conclusion-Line.
           03                  pic x(34)
               value "Departments buying with no plan:".
           03 unplanned-cl     pic zzz9.

       01 Held-Conclusion-Line.
           03                  pic x(34)
               value "Orders held for approval:".
           03 held-cl          pic zzz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 1200-Get-Fiscal-Period
           sort Sort-Work-File
               ascending key store-sr dept-sr
               input procedure 1500-Release-Departments
               output procedure 2000-Build-Report
           stop run.

      *    Same keying as PRG105 - Enter takes the period today
      *    falls in.
       1200-Get-Fiscal-Period.
           display "Enter fiscal year and period (yyyypp), or "
                   "Enter for the current period:"
           accept Period-Response
           if Period-Response is numeric
               move Period-Response (1:4) to Fiscal-Year
               move Period-Response (5:2) to Fiscal-Period
           else
               if mm of date-accept-record >= 7
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record
                   compute Fiscal-Period =
                       mm of date-accept-record - 6
               else
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record - 1
                   compute Fiscal-Period =
                       mm of date-accept-record + 6
               end-if
           end-if.

       1500-Release-Departments.
           move "L" to ob-function
           move Fiscal-Year to ob-fiscal-year
           move Fiscal-Period to ob-fiscal-period
           call "prg148" using Open-To-Buy-Parms
           move "Y" to ob-found-switch
           perform 1550-Release-One-Department
               until not ob-found.

       1550-Release-One-Department.
           move "N" to ob-function
           call "prg148" using Open-To-Buy-Parms
           if ob-found
               move ob-store to store-sr
               move ob-dept to dept-sr
               move ob-plan to plan-sr
               move ob-receipts to receipts-sr
               move ob-on-order to on-order-sr
               move ob-open-to-buy to open-to-buy-sr
               move ob-planned-switch to planned-sr
               release Sort-Record
           end-if.

       2000-Build-Report.
           move 1 to Loop-Checker
           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Fiscal-Year to fiscal-year-hd
           move Fiscal-Period to fiscal-period-hd
           write Output-Printer-Record from Period-Line
               after advancing 1 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2600-Close-Store-Group
           end-if
           move "COMPANY" to total-label-tl
           move Company-Plan to plan-tl
           move Company-Receipts to receipts-tl
           move Company-On-Order to on-order-tl
           move Company-Open to open-tl
           write Output-Printer-Record from Total-Line
               after advancing 2 lines
           perform 3000-List-Held-Orders
           perform 5000-Write-Conclusion
           close Output-Printer-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move store-sr to Store-Hold
                   else
                       if store-sr not = Store-Hold
                           perform 2600-Close-Store-Group
                           move store-sr to Store-Hold
                       end-if
                   end-if
                   perform 2200-Print-Department
           end-return.

      *    An unplanned department's open-to-buy means nothing, so
      *    its plan and open columns stay blank and it stays out of
      *    the plan and open totals; its buying still totals.
       2200-Print-Department.
           add 1 to dept-count
           move store-sr to store-dl
           move dept-sr to dept-dl
           move receipts-sr to receipts-dl
           move on-order-sr to on-order-dl
           add receipts-sr to Store-Receipts
           add on-order-sr to Store-On-Order
           if planned-sr = "Y"
               move plan-sr to plan-dl
               move open-to-buy-sr to open-dl
               add plan-sr to Store-Plan
               add open-to-buy-sr to Store-Open
               if open-to-buy-sr < zero
                   move "*" to flag-dl
                   add 1 to over-count
               else
                   move spaces to flag-dl
               end-if
           else
               move spaces to plan-x-dl open-x-dl
               move "NO PLAN" to flag-dl
               add 1 to unplanned-count
           end-if
           write Output-Printer-Record from Otb-Detail-Line
               after advancing 1 lines.

       2600-Close-Store-Group.
           move Store-Hold to store-label-sl
           move Store-Label to total-label-tl
           move Store-Plan to plan-tl
           move Store-Receipts to receipts-tl
           move Store-On-Order to on-order-tl
           move Store-Open to open-tl
           write Output-Printer-Record from Total-Line
               after advancing 1 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           add Store-Plan to Company-Plan
           add Store-Receipts to Company-Receipts
           add Store-On-Order to Company-On-Order
           add Store-Open to Company-Open
           move zero to Store-Plan Store-Receipts Store-On-Order
                        Store-Open.

      *    PRG22 writes a held order's lines together, so a change
      *    of order number closes the one before.
       3000-List-Held-Orders.
           write Output-Printer-Record from Held-Heading-Line
               after advancing 3 lines
           write Output-Printer-Record from Held-Column-Line
               after advancing 1 lines
           move 1 to Loop-Checker
           move spaces to eof-flag
           open input Pending-PO-File
           perform 3100-Read-Held-Line
               until end-of-file
           close Pending-PO-File
           if First-Time
               write Output-Printer-Record from No-Held-Line
                   after advancing 1 lines
           else
               perform 3200-Print-Held-Order
           end-if.

       3100-Read-Held-Line.
           read Pending-PO-File
               at end move "YES" to eof-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move Order-Number-PO to Order-Hold
                       move Vendor-Code-PO to Held-Vendor-Hold
                       move Order-Date-PO to Held-Date-Hold
                   else
                       if Order-Number-PO not = Order-Hold
                           perform 3200-Print-Held-Order
                           move Order-Number-PO to Order-Hold
                           move Vendor-Code-PO to Held-Vendor-Hold
                           move Order-Date-PO to Held-Date-Hold
                       end-if
                   end-if
                   add 1 to Held-Order-Lines
                   if Order-Qty-PO is numeric
                           and Unit-Cost-PO is numeric
                       compute Line-Cost =
                           Order-Qty-PO * Unit-Cost-PO
                       add Line-Cost to Held-Order-Cost
                   end-if
           end-read.

       3200-Print-Held-Order.
           add 1 to held-count
           move Order-Hold to order-hl
           move Held-Vendor-Hold to vendor-hl
           move Held-Date-Hold to order-date-hl
           move Held-Order-Lines to lines-hl
           move Held-Order-Cost to cost-hl
           write Output-Printer-Record from Held-Detail-Line
               after advancing 1 lines
           move zero to Held-Order-Lines Held-Order-Cost.

       5000-Write-Conclusion.
           move dept-count to depts-cl
           write Output-Printer-Record from Dept-Conclusion-Line
               after advancing 3 lines
           move over-count to over-cl
           write Output-Printer-Record from Over-Conclusion-Line
               after advancing 1 lines
           move unplanned-count to unplanned-cl
           write Output-Printer-Record from Unplanned-Conclusion-Line
               after advancing 1 lines
           move held-count to held-cl
           write Output-Printer-Record from Held-Conclusion-Line
               after advancing 1 lines.
