      *    totals to invtran.ctl, and keeps the failures in
      *    PRG24A.REJ with a reason code so they can be corrected
      *    and resubmitted.
      *    The run asks for a PRG44 sign-on holding update on the
      *    PRG24A function in OPPERM.DAT, so keying write-offs can
      *    be granted apart from approving them on PRG80; without
      *    one it stops with return code 9 before anything is read.

       environment division.
       input-output section.
      *    its own reason code unless the prdovrd.ctl level-3
      *    override is on file.
           03 tran-date-it         pic x(10).
      *    "H" on a 'W' writes the units off out of the held
      *    bucket - damaged or defective stock sent here by
      *    PRG139's disposition screen.  Blank is sellable stock.
           03 stock-it             pic x.
               88 held-stock-it    value "H".

       fd Valid-Tran-File.
       01 Valid-Inv-Tran-Record.
           03 action-vt            pic x.
           03 quantity-vt          pic 9(6).
           03 unit-cost-vt         pic 9(5)v99.
           03 stock-vt             pic x.

       fd Batch-Control-File.
       copy invbctl.
           03 unit-cost-wp         pic 9(5)v99.
           03 ext-cost-wp          pic 9(9)v99.
           03 entry-date-wp        pic x(10).
           03 stock-wp             pic x.

       fd Approved-File.
       01 Approved-Write-Off-Record.
           03 action-wa            pic x.
           03 quantity-wa          pic 9(6).
           03 unit-cost-wa         pic 9(5)v99.
           03 stock-wa             pic x.

       fd Threshold-File.
       01 Threshold-Record.
       01 appr-eof-flag        pic xxx value spaces.
           88 appr-end         value 'YES'.
       01 comments             pic x(20).
       copy signon.

      *    High-dollar write-off gate: extended cost is quantity
      *    times the master's Unit-Cost-IR, and anything past the
           move daw-mm to edf-mm
           move daw-dd to edf-dd
           move daw-yy to edf-yy
           perform 0780-Check-Sign-On
           perform 0800-Read-Threshold
           perform 0820-Load-Closed-Periods
           perform 0840-Check-Override
           perform 8000-Write-Batch-Control
           stop run.

       0780-Check-Sign-On.
           move "PRG24A" to so-function
           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok or so-level < 2
               display "INVENTORY EDIT NEEDS LEVEL-2 SIGN-ON - REFUSED"
               move 9 to return-code
               stop run
           end-if.

       0800-Read-Threshold.
           open input Threshold-File
           read Threshold-File
                   move action-wa to action-vt
                   move quantity-wa to quantity-vt
                   move unit-cost-wa to unit-cost-vt
                   move stock-wa to stock-vt
                   write Valid-Inv-Tran-Record
                   add 1 to w-count of good-counters
                   add 1 to total of good-counters
                   move action-wa to action-it
                   move quantity-wa to quantity-it
                   move unit-cost-wa to unit-cost-it
                   move stock-wa to stock-it
                   move "OK - Approved W" to comments
                   perform 2100-Write-Listing-Line
           end-read.
           move unit-cost-it to unit-cost-wp
           move Ext-Cost-Work to ext-cost-wp
           move Entry-Date-Formatted to entry-date-wp
           move stock-it to stock-wp
           write Pending-Write-Off-Record
           move "HELD FOR APPROVAL" to comments
           perform 2100-Write-Listing-Line.
              or (quantity-it not numeric)
              or (unit-cost-it not numeric)
              or (quantity-it = zero and action-it not = 'A')
              or (stock-it not = space
                  and not (held-stock-it and action-it = 'W'))
               evaluate action-it
                   when 'R' move 02 to Reject-Reason-Code
                   when 'S' move 03 to Reject-Reason-Code
           move action-it to action-vt
           move quantity-it to quantity-vt
           move unit-cost-it to unit-cost-vt
           move stock-it to stock-vt
           write Valid-Inv-Tran-Record
           evaluate action-it
               when 'R' add 1 to r-count of good-counters
