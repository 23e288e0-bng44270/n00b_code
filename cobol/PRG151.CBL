       identification division.
       program-id.  prg151.
       author.  Andy Carlson.

      *    Held purchase-order approval screen - PRG22 puts a
      *    vendor's order on popend.dat instead of PODATA.DAT when
      *    it would take a planned department past its open-to-buy.
      *    Here the buyer keys the PO number, sees the lines with
      *    the open-to-buy each department has left, and Approves
      *    the order - its lines are appended to PODATA.DAT as open
      *    lines under the number PRG22 already printed - or
      *    Rejects it, and either way it comes off the pending
      *    file.  Modeled on PRG65's amendment screen: level-2
      *    sign-on through PRG44, the pending file rewritten through
      *    a copy, and every line decided leaves a row on
      *    poamend.log - old status "P", new status "O" approved or
      *    "X" rejected - with the date and the operator.  An
      *    approved order is written to the vendor's PO<vendor>.OUT
      *    interchange file the way PRG22 writes the orders it
      *    releases itself.

       environment division.
       input-output section.
       file-control.
           select optional Pending-PO-File assign to disk
                  "popend.dat"
                  organization is line sequential.
           select Pending-Backup-File assign to disk "popend.bak"
                  organization is line sequential.
           select optional PO-File assign to disk "podata.dat"
                  organization is line sequential.
           select optional PO-Outbound-File assign to dynamic
                  Outbound-File-Name
                  organization is line sequential.
           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is random
                  record key is Vendor-Code-VM.
      *    One row per change, appended - the amendment trail.
           select optional Amend-Log-File assign to disk
                  "poamend.log"
                  organization is line sequential.

       data division.
       file section.
       fd Pending-PO-File.
       copy porec.

       fd Pending-Backup-File.
       01 Pending-Backup-Record  pic x(103).

       fd PO-File.
       01 PO-Out-Record          pic x(103).

       fd PO-Outbound-File.
       copy poxrec.

       fd Vendor-File.
       copy vendrec.

       fd Amend-Log-File.
       01 Amend-Log-Record.
           03 am-order-number    pic 9(6).
           03 am-store-number    pic xx.
           03 am-dept-number     pic xx.
           03 am-product-code    pic x(10).
           03 am-old-qty         pic 9(6).
           03 am-new-qty         pic 9(6).
           03 am-old-status      pic x.
           03 am-new-status      pic x.
           03 am-entry-date      pic x(10).
           03 am-operator        pic x(10).

       working-storage section.
       copy gencode.
       copy signon.
       copy otbparm.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    The keyed order's lines as they sit on the pending file.
       01 Line-Table.
           03 Line-Entry occurs 50 times.
               05 Lt-Store           pic xx.
               05 Lt-Dept            pic xx.
               05 Lt-Product         pic x(10).
               05 Lt-Description     pic x(20).
               05 Lt-Order-Qty       pic 9(6).
               05 Lt-Unit-Cost       pic 9(5)v99.
       01 Line-Count             pic 99 value zero.
       01 Line-Index             pic 99.
       01 Screen-Row             pic 99.
       01 Held-Vendor            pic x(6).

       01 order-number-response  pic x(6).
       01 Wanted-Order-Number    pic 9(6) value zero.
       01 action-response        pic x.
       01 confirm-response       pic x.
       01 New-Status             pic x.
       01 po-eof-flag            pic xxx value spaces.
           88 po-end             value 'YES'.

       01 Outbound-File-Name     pic x(20) value spaces.
       01 Outbound-Line-Count    pic 9(4) value zero.
       01 Outbound-Total-Quantity pic 9(8) value zero.
       01 Outbound-Total-Cost    pic 9(9)v99 value zero.

       01 Line-Cost              pic 9(9)v99.
       01 Order-Total            pic 9(9)v99.
       01 screen-order-qty       pic zzz,zz9.
       01 screen-cost            pic $$,$$$,$$9.99.
       01 screen-open            pic $$,$$$,$$9.99-.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           accept date-accept-record from date
           accept time-accept-record from time
           accept day-number from day-of-week
           move corresponding time-accept-record to time-report-record
           string Days-Of-Week (Day-number) delimited by space
                  ", " delimited by size
                  Month-List (mm of date-accept-record)
                    delimited by space
                  " " delimited by size
                  dd of date-accept-record delimited by size
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
           end-if
           if so-level < 2
               display spaces at 0101 erase eos
               display "Order Approval Needs a Level-2 Operator"
                   at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
               goback
           end-if
      *    Open-to-buy for today's period, the figure PRG22 held
      *    the order against.
           move "L" to ob-function
           if mm of date-accept-record >= 7
               compute ob-fiscal-year =
                   2000 + yy of date-accept-record
               compute ob-fiscal-period =
                   mm of date-accept-record - 6
           else
               compute ob-fiscal-year =
                   2000 + yy of date-accept-record - 1
               compute ob-fiscal-period =
                   mm of date-accept-record + 6
           end-if
           call "prg148" using Open-To-Buy-Parms
           perform 1500-Work-One-Order
               until order-number-response = "X     "
           goback.

       1500-Work-One-Order.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Held Order Approval" at 0220
           display "Please Enter PO Number" at 0318
           display "Type <x> to quit" at 2520
           accept order-number-response at 0342
           call "CBL_TOUPPER" using order-number-response
                       by value length of order-number-response
           if order-number-response not = "X     "
               if order-number-response is numeric
                   move order-number-response to Wanted-Order-Number
                   perform 1600-Load-Order-Lines
                   if Line-Count = zero
                       display spaces at 0401 erase eos
                       display "No Held Order With That Number"
                           at 2420
                       display "Press <Enter> to Continue" at 2440
                       stop spaces
                   else
                       perform 1700-Show-Order-Lines
                       perform 1800-Take-Action
                   end-if
               else
                   display spaces at 0401 erase eos
                   display "PO Number Must Be Numeric" at 2420
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Load-Order-Lines.
           move zero to Line-Count Order-Total
           move spaces to po-eof-flag
           open input Pending-PO-File
           perform 1650-Read-One-Pending-Line
               until po-end
                  or Line-Count = 50
           close Pending-PO-File.

       1650-Read-One-Pending-Line.
           read Pending-PO-File
               at end move "YES" to po-eof-flag
               not at end
                   if Order-Number-PO = Wanted-Order-Number
                       add 1 to Line-Count
                       move Vendor-Code-PO to Held-Vendor
                       move Store-Number-PO to Lt-Store (Line-Count)
                       move Dept-Number-PO to Lt-Dept (Line-Count)
                       move Product-Code-PO
                           to Lt-Product (Line-Count)
                       move Description-PO
                           to Lt-Description (Line-Count)
                       move Order-Qty-PO
                           to Lt-Order-Qty (Line-Count)
                       move Unit-Cost-PO
                           to Lt-Unit-Cost (Line-Count)
                       compute Line-Cost =
                           Order-Qty-PO * Unit-Cost-PO
                       add Line-Cost to Order-Total
                   end-if
           end-read.

       1700-Show-Order-Lines.
           display spaces at 0401 erase eos
           display "Vendor" at 0404
           display Held-Vendor at 0412
           display "ST/DP  PROD. CODE  DESCRIPTION" at 0504
           display "ORDERED      EXT COST  DEPT OTB LEFT" at 0545
           perform 1750-Show-One-Line
               varying Line-Index from 1 by 1
               until Line-Index > Line-Count
           move Order-Total to screen-cost
           display "Order total" at 2145
           display screen-cost at 2157.

      *    Only the first sixteen lines fit above the prompts; the
      *    total still covers the whole order.
       1750-Show-One-Line.
           if Line-Index <= 16
               compute Screen-Row = 5 + Line-Index
               compute Line-Cost = Lt-Order-Qty (Line-Index)
                                 * Lt-Unit-Cost (Line-Index)
               move Lt-Order-Qty (Line-Index) to screen-order-qty
               move Line-Cost to screen-cost
               move "Q" to ob-function
               move Lt-Store (Line-Index) to ob-store
               move Lt-Dept (Line-Index) to ob-dept
               call "prg148" using Open-To-Buy-Parms
               display Lt-Store (Line-Index)
                   at line Screen-Row column 04
               display "/" at line Screen-Row column 06
               display Lt-Dept (Line-Index)
                   at line Screen-Row column 07
               display Lt-Product (Line-Index)
                   at line Screen-Row column 11
               display Lt-Description (Line-Index)
                   at line Screen-Row column 23
               display screen-order-qty at line Screen-Row column 45
               display screen-cost at line Screen-Row column 53
               if ob-planned
                   move ob-open-to-buy to screen-open
                   display screen-open at line Screen-Row column 67
               else
                   display "NO PLAN" at line Screen-Row column 67
               end-if
           end-if.

       1800-Take-Action.
           display "Approve, Reject, or Quit this order? (A/R/Q)"
               at 2340
           accept action-response at 2386
           call "CBL_TOUPPER" using action-response
                       by value length of action-response
           move space to New-Status
           evaluate action-response
               when "A" move "O" to New-Status
               when "R" move "X" to New-Status
               when other continue
           end-evaluate
           if New-Status not = space
               display "Are you sure? (Y/N)" at 2440
               accept confirm-response at 2461
               call "CBL_TOUPPER" using confirm-response
                           by value length of confirm-response
               if confirm-response = "Y"
                   perform 2500-Release-Order
                   display spaces at 2301 erase eos
                   if New-Status = "O"
                       display "Order Approved!" at 2420
                   else
                       display "Order Rejected!" at 2420
                   end-if
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               end-if
           end-if.

      *    The usual rewrite-through-a-copy: every other order's
      *    lines go back on the pending file, this one's come off,
      *    onto PODATA.DAT when approved, and onto the log either
      *    way.  An approved order is committed against the open-
      *    to-buy so the figures shown on the next order count it.
       2500-Release-Order.
           move spaces to po-eof-flag
           open input Pending-PO-File
           open output Pending-Backup-File
           perform 2550-Copy-Pending-Record
               until po-end
           close Pending-PO-File
           close Pending-Backup-File
           move spaces to po-eof-flag
           open input Pending-Backup-File
           open output Pending-PO-File
           open extend PO-File
           open extend Amend-Log-File
           if New-Status = "O"
               perform 2700-Open-Outbound-Order
           end-if
           perform 2600-Sort-Out-Pending-Record
               until po-end
           if New-Status = "O"
               perform 2800-Close-Outbound-Order
           end-if
           close Pending-Backup-File
           close Pending-PO-File
           close PO-File
           close Amend-Log-File.

       2550-Copy-Pending-Record.
           read Pending-PO-File
               at end move "YES" to po-eof-flag
               not at end
                   write Pending-Backup-Record
                       from Purchase-Order-Record
           end-read.

       2600-Sort-Out-Pending-Record.
           read Pending-Backup-File into Purchase-Order-Record
               at end move "YES" to po-eof-flag
               not at end
                   if Order-Number-PO = Wanted-Order-Number
                       perform 2650-Decide-And-Log
                   else
                       write Purchase-Order-Record
                   end-if
           end-read.

       2650-Decide-And-Log.
           move spaces to Amend-Log-Record
           move Order-Number-PO to am-order-number
           move Store-Number-PO to am-store-number
           move Dept-Number-PO to am-dept-number
           move Product-Code-PO to am-product-code
           move Order-Qty-PO to am-old-qty am-new-qty
           move "P" to am-old-status
           move New-Status to am-new-status
           move Run-Date-Formatted to am-entry-date
           move so-operator-id to am-operator
           write Amend-Log-Record
           if New-Status = "O"
               move "O" to Status-PO
               move zero to Received-Qty-PO
               move spaces to Received-Date-PO
               write PO-Out-Record from Purchase-Order-Record
               move "C" to ob-function
               move Store-Number-PO to ob-store
               move Dept-Number-PO to ob-dept
               compute ob-amount = Order-Qty-PO * Unit-Cost-PO
               call "prg148" using Open-To-Buy-Parms
               perform 2750-Write-Outbound-Line
           end-if.

      *    The same envelope PRG22 writes - header, lines, trailer.
       2700-Open-Outbound-Order.
           move spaces to Outbound-File-Name
           string "PO" delimited by size
                  Held-Vendor delimited by space
                  ".OUT" delimited by size
                  into Outbound-File-Name
           move zero to Outbound-Line-Count Outbound-Total-Quantity
                        Outbound-Total-Cost
           move Held-Vendor to Vendor-Code-VM
           open input Vendor-File
           read Vendor-File
               invalid key move spaces to Vendor-Name-VM
           end-read
           close Vendor-File
           open extend PO-Outbound-File
           move spaces to Po-Interchange-Record
           move "HD" to Px-Record-Type
           move Wanted-Order-Number to Px-Order-Number
           move Held-Vendor to Px-Vendor-Code
           move "CAR3872" to Px-Sender-Id
           compute Px-Order-Date =
               (2000 + yy of date-accept-record) * 10000
                   + mm of date-accept-record * 100
                   + dd of date-accept-record
           move Vendor-Name-VM to Px-Vendor-Name
           write Po-Interchange-Record.

       2750-Write-Outbound-Line.
           add 1 to Outbound-Line-Count
           add Order-Qty-PO to Outbound-Total-Quantity
           compute Line-Cost = Order-Qty-PO * Unit-Cost-PO
           add Line-Cost to Outbound-Total-Cost
           move spaces to Po-Interchange-Record
           move "LN" to Px-Record-Type
           move Order-Number-PO to Px-Order-Number
           move Vendor-Code-PO to Px-Vendor-Code
           move Outbound-Line-Count to Px-Line-Number
           move Store-Number-PO to Px-Store
           move Dept-Number-PO to Px-Dept
           move Product-Code-PO to Px-Product
           move Description-PO to Px-Description
           move Order-Qty-PO to Px-Quantity
           move Unit-Cost-PO to Px-Unit-Cost
           move "EA" to Px-Unit-Of-Measure
           write Po-Interchange-Record.

       2800-Close-Outbound-Order.
           move spaces to Po-Interchange-Record
           move "TR" to Px-Record-Type
           move Wanted-Order-Number to Px-Order-Number
           move Held-Vendor to Px-Vendor-Code
           move Outbound-Line-Count to Px-Line-Count
           move Outbound-Total-Quantity to Px-Total-Quantity
           move Outbound-Total-Cost to Px-Total-Cost
           write Po-Interchange-Record
           close PO-Outbound-File.
