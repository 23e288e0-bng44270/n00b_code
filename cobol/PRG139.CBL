       identification division.
       program-id.  prg139.
       author.  Andy Carlson.

      *    Held stock disposition screen - what happens to the
      *    damaged, recalled and defective units sitting in a
      *    master record's held bucket instead of the sellable
      *    count.  Key a store/dept/product and the sellable and
      *    held quantities come up with the hold reason; then
      *        Release    held units back to sellable - rewritten
      *                   on the spot and journaled
      *        Vendor     send held units back - an rtv.dat row
      *                   marked held, for PRG79's run with the
      *                   RMA off the phone call
      *        Write off  an invtran.lns 'W' row marked held, for
      *                   PRG24A's edit (and PRG80's approval over
      *                   the threshold) and PRG24B's posting
      *        Hold       sellable units pulled for a recall or
      *                   found damaged on the floor
      *    The vendor return and write-off leave the held count
      *    alone until their own runs post them.  Every action
      *    goes on heldisp.log with the operator and date, the way
      *    PRG65 logs its amendments.  Level-2 sign-on through the
      *    shared PRG44 routine, and the same posting-run lock and
      *    PRG99 control check PRG37 honors.

       environment division.
       input-output section.
       file-control.
           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.

      *    Inventory-side lock shared with the posting runs -
      *    blocks this screen while one is under way, and counts
      *    this session so a posting run won't start either.
           select optional Inv-Lock-File assign to disk
                  "u:\cobol\PRG08.LOK"
                  organization is line sequential.

      *    Releases and holds move the master here and now, so
      *    they land on the durable journal for PRG100.
           select optional Posting-Journal-File assign to
                  "u:\cobol\invjrnl.dat"
                  organization is line sequential.

           select optional RTV-File assign to "rtv.dat"
                  organization is line sequential.

           select optional Inv-Tran-File assign to disk
                  "invtran.lns"
                  organization is line sequential.

      *    One row per disposition, appended - the trail.
           select optional Disposition-Log-File assign to disk
                  "heldisp.log"
                  organization is line sequential.

       data division.
       file section.
       fd Inventory-File.
       copy invrec.

       fd Inv-Lock-File.
       copy invlock.

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

       fd RTV-File.
       01 RTV-Record.
           03 store-number-rt      pic x(2).
           03 department-number-rt pic x(2).
           03 product-code-rt      pic x(10).
           03 vendor-code-rt       pic x(6).
           03 quantity-rt          pic 9(6).
           03 rma-number-rt        pic x(10).
           03 stock-rt             pic x.

       fd Inv-Tran-File.
       01 Inv-Tran-Record.
           03 store-number-it      pic xx.
           03 dept-number-it       pic xx.
           03 product-code-it      pic x(10).
           03 action-it            pic x.
           03 quantity-it          pic 9(6).
           03 unit-cost-it         pic 9(5)v99.
           03 tran-date-it         pic x(10).
           03 stock-it             pic x.

       fd Disposition-Log-File.
       01 Disposition-Log-Record.
           03 dl-date              pic x(10).
           03                      pic x.
           03 dl-operator          pic x(10).
           03                      pic x.
           03 dl-store             pic xx.
           03 dl-dept              pic xx.
           03 dl-product           pic x(10).
           03                      pic x.
           03 dl-action            pic x.
           03                      pic x.
           03 dl-quantity          pic 9(6).
           03                      pic x.
           03 dl-reason            pic xx.
           03                      pic x.
           03 dl-rma               pic x(10).

       working-storage section.

       copy ctlparm.
       copy gencode.
       copy signon.
       01 inv-lock-blocked-switch pic x value "N".
           88 inv-lock-blocked   value "Y".
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 action-response        pic x.
       01 qty-response           pic x(6).
       01 reason-response        pic xx.
       01 rma-response           pic x(10).
       01 Action-Quantity        pic 9(6) value zero.
       01 Held-Value             pic 9(9)v99 value zero.
       01 Reason-Name            pic x(10).
       01 Log-Reason             pic xx.
       01 Log-Rma                pic x(10).

       01 screen-quantity        pic zzz,zz9.
       01 screen-held            pic zzz,zz9.
       01 screen-unit-cost       pic $$,$$9.99.
       01 screen-held-value      pic $$$,$$$,$$9.99.

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
           if so-sign-on-ok and so-level >= 2
               perform 0600-Check-Inv-Lock
               if inv-lock-blocked
                   display spaces at 0101 erase eos
                   display "Inventory Master In Use By Posting Run"
                       at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               else
                   perform 0400-Verify-Master-Control
                   perform 0650-Set-Inquiry-Lock
                   open i-o Inventory-File
                   perform 1500-Search-Data
                       until Store-Number-IR = "X "
                   close Inventory-File
                   perform 0680-Clear-Inquiry-Lock
                   perform 0450-Refresh-Master-Control
               end-if
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Held Stock Needs Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

      *    The master must pass its PRG99 control check before the
      *    screen opens it - a truncated or stale-restored file
      *    gets a message, not a session.
       0400-Verify-Master-Control.
           move "INV" to cc-master-id
           move "V" to cc-function
           call "prg99" using Control-Check-Parms
           if not cc-master-ok
               display spaces at 0101 erase eos
               display "PRG08.IDX FAILS ITS CONTROL CHECK" at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
               goback
           end-if.

       0450-Refresh-Master-Control.
           move "INV" to cc-master-id
           move "R" to cc-function
           call "prg99" using Control-Check-Parms.

      *    Refuses to open the master while an inventory posting
      *    run is under way - the same handshake PRG37 has.
       0600-Check-Inv-Lock.
           move "N" to inv-lock-blocked-switch
           open input Inv-Lock-File
           read Inv-Lock-File
               at end initialize Inv-Lock-Record
               not at end
                   if Inv-Batch-Is-Active
                       move "Y" to inv-lock-blocked-switch
                   end-if
           end-read
           close Inv-Lock-File.

       0650-Set-Inquiry-Lock.
           open input Inv-Lock-File
           read Inv-Lock-File
               at end initialize Inv-Lock-Record
           end-read
           close Inv-Lock-File
           move space to Inv-Lock-Batch-Active
           add 1 to Inv-Lock-Inquiry-Count
           move "PRG139" to Inv-Lock-Inquiry-Owner
           move spaces to Inv-Lock-Inquiry-Since
           move string-date (1:19) to Inv-Lock-Inquiry-Since
           open output Inv-Lock-File
           write Inv-Lock-Record
           close Inv-Lock-File.

       0680-Clear-Inquiry-Lock.
           open input Inv-Lock-File
           read Inv-Lock-File
               at end initialize Inv-Lock-Record
           end-read
           close Inv-Lock-File
           move space to Inv-Lock-Batch-Active
           if Inv-Lock-Inquiry-Count > zero
               subtract 1 from Inv-Lock-Inquiry-Count
           end-if
           open output Inv-Lock-File
           write Inv-Lock-Record
           close Inv-Lock-File.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Held Stock" at 0220
           display "Store #" at 0310
           display "Dept #" at 0330
           display "Product Code" at 0350
           display "Type <x> in Store # to quit" at 2520
           accept Store-Number-IR at 0318
           call "CBL_TOUPPER" using Store-Number-IR
                       by value length of Store-Number-IR
           if Store-Number-IR not = "X "
               accept Department-Number-IR at 0337
               accept Product-Code-IR at 0363
               call "CBL_TOUPPER" using Product-Code-IR
                           by value length of Product-Code-IR
               perform 1600-Work-One-Record
           end-if.

       1600-Work-One-Record.
           read Inventory-File
               invalid key
                   display spaces at 0401 erase eos
                   display "Invalid Record" at 2420
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               not invalid key
                   perform 1650-Display-Record
                   perform 1700-Take-Action
           end-read
           initialize Inventory-Record.

       1650-Display-Record.
           display spaces at 0401 erase eos
           move Quantity-IR to screen-quantity
           move Held-Quantity-IR to screen-held
           move Unit-Cost-IR to screen-unit-cost
           compute Held-Value = Held-Quantity-IR * Unit-Cost-IR
           move Held-Value to screen-held-value
           perform 1660-Name-Hold-Reason
           display "Description" at 0504
           display Description-IR at 0517
           display "Vendor" at 0540
           display Vendor-Code-IR at 0548
           display "Unit Cost" at 0704
           display screen-unit-cost at 0716
           display "Sellable" at 0904
           display screen-quantity at 0916
           display "Held" at 1104
           display screen-held at 1116
           display "Reason" at 1140
           display Reason-Name at 1148
           display "Held Value" at 1304
           display screen-held-value at 1316.

       1660-Name-Hold-Reason.
           evaluate true
               when Held-Quantity-IR = zero
                   move spaces to Reason-Name
               when Held-Damaged
                   move "DAMAGED" to Reason-Name
               when Held-Recalled
                   move "RECALLED" to Reason-Name
               when Held-Defective
                   move "DEFECTIVE" to Reason-Name
               when other
                   move Hold-Reason-IR to Reason-Name
           end-evaluate.

      *    One action per lookup; the quantity is checked against
      *    the bucket it comes out of before anything is written.
       1700-Take-Action.
           display "Release, Vendor return, Write off, Hold,"
               at 2240
           display "or Quit? (L/V/W/H/Q)" at 2340
           accept action-response at 2362
           call "CBL_TOUPPER" using action-response
                       by value length of action-response
           if action-response = "L" or action-response = "V"
                   or action-response = "W" or action-response = "H"
               display "Quantity:" at 2404
               move spaces to qty-response
               accept qty-response at 2414
               move zero to Action-Quantity
               if qty-response is numeric
                   move qty-response to Action-Quantity
               end-if
               evaluate true
                   when Action-Quantity = zero
                       display "Bad Quantity           " at 2140
                   when action-response = "H"
                       perform 2400-Put-On-Hold
                   when Action-Quantity > Held-Quantity-IR
                       display "More Than Is Held      " at 2140
                   when action-response = "L"
                       perform 2100-Release-Held
                   when action-response = "V"
                       perform 2200-Return-To-Vendor
                   when action-response = "W"
                       perform 2300-Write-Off-Held
               end-evaluate
               display "Press <Enter> to Continue" at 2440
               stop spaces
           end-if.

       2100-Release-Held.
           subtract Action-Quantity from Held-Quantity-IR
           add Action-Quantity to Quantity-IR
           if Held-Quantity-IR = zero
               move spaces to Hold-Reason-IR
           end-if
           rewrite Inventory-Record
           end-rewrite
           move "L" to jr-action
           perform 2800-Write-Journal-Row
           move spaces to Log-Reason Log-Rma
           perform 2900-Write-Log-Row
           perform 1650-Display-Record
           display "Released To Sellable   " at 2140.

      *    The vendor comes off the master; PRG79 prices the credit
      *    at the master's cost when it posts.
       2200-Return-To-Vendor.
           display "RMA #:" at 2424
           move spaces to rma-response
           accept rma-response at 2431
           call "CBL_TOUPPER" using rma-response
                       by value length of rma-response
           if rma-response = spaces
               display "RMA # Needed           " at 2140
           else
               move spaces to RTV-Record
               move Store-Number-IR to store-number-rt
               move Department-Number-IR to department-number-rt
               move Product-Code-IR to product-code-rt
               move Vendor-Code-IR to vendor-code-rt
               move Action-Quantity to quantity-rt
               move rma-response to rma-number-rt
               move "H" to stock-rt
               open extend RTV-File
               write RTV-Record
               close RTV-File
               move Hold-Reason-IR to Log-Reason
               move rma-response to Log-Rma
               perform 2900-Write-Log-Row
               display "Sent To Vendor Return  " at 2140
           end-if.

      *    Keyed without a cost - PRG24A and PRG24B price the
      *    write-off at the master's.
       2300-Write-Off-Held.
           move spaces to Inv-Tran-Record
           move Store-Number-IR to store-number-it
           move Department-Number-IR to dept-number-it
           move Product-Code-IR to product-code-it
           move "W" to action-it
           move Action-Quantity to quantity-it
           move zero to unit-cost-it
           move "H" to stock-it
           open extend Inv-Tran-File
           write Inv-Tran-Record
           close Inv-Tran-File
           move Hold-Reason-IR to Log-Reason
           move spaces to Log-Rma
           perform 2900-Write-Log-Row
           display "Sent To Write-Off      " at 2140.

       2400-Put-On-Hold.
           display "Reason (DM/RC/DF):" at 2424
           move spaces to reason-response
           accept reason-response at 2443
           call "CBL_TOUPPER" using reason-response
                       by value length of reason-response
           evaluate true
               when reason-response not = "DM"
                       and reason-response not = "RC"
                       and reason-response not = "DF"
                   display "Bad Reason             " at 2140
               when Action-Quantity > Quantity-IR
                   display "More Than Is Sellable  " at 2140
               when other
                   subtract Action-Quantity from Quantity-IR
                   add Action-Quantity to Held-Quantity-IR
                   move reason-response to Hold-Reason-IR
                   rewrite Inventory-Record
                   end-rewrite
                   move "K" to jr-action
                   perform 2800-Write-Journal-Row
                   move reason-response to Log-Reason
                   move spaces to Log-Rma
                   perform 2900-Write-Log-Row
                   perform 1650-Display-Record
                   display "Put On Hold            " at 2140
           end-evaluate.

      *    The durable journal row PRG100's roll-forward replays -
      *    "L" moves held units to sellable, "K" the other way.
       2800-Write-Journal-Row.
           accept time-accept-record from time
           move corresponding time-accept-record to time-report-record
           move spaces to Posting-Journal-Record
           move Store-Number-IR to jr-store
           move Department-Number-IR to jr-dept
           move Product-Code-IR to jr-product
           move Action-Quantity to jr-quantity
           move Unit-Cost-IR to jr-unit-cost
           move Run-Date-Formatted to jr-date
           move time-report-record to jr-time
           move "PRG139" to jr-source
           move "H" to jr-stock
           open extend Posting-Journal-File
           write Posting-Journal-Record
           close Posting-Journal-File.

       2900-Write-Log-Row.
           move spaces to Disposition-Log-Record
           move Run-Date-Formatted to dl-date
           move so-operator-id to dl-operator
           move Store-Number-IR to dl-store
           move Department-Number-IR to dl-dept
           move Product-Code-IR to dl-product
           move action-response to dl-action
           move Action-Quantity to dl-quantity
           move Log-Reason to dl-reason
           move Log-Rma to dl-rma
           open extend Disposition-Log-File
           write Disposition-Log-Record
           close Disposition-Log-File.
