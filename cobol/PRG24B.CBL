      *    side.  Applies the transactions PRG24A validated into
      *    invvalid.dat against the indexed inventory master (receipt
      *    adds, sale and write-off subtract, adjustment sets the
      *    count outright, a write-off marked held comes out of the
      *    held bucket),
      *    takes sales, write-offs and counts adjusted down off the
      *    product's receiving lots oldest expiry first through the
      *    PRG141 routine,
      *    prints a posting register of before and after quantities,
      *    and reconciles what it applied against the batch control
      *    totals the way PRG12B's 0950-Check-Batch-Control does.
           03 action-vt            pic x.
           03 quantity-vt          pic 9(6).
           03 unit-cost-vt         pic 9(5)v99.
      *    "H" on a 'W' - the write-off comes out of the held
      *    bucket, not the sellable count.
           03 stock-vt             pic x.
               88 held-stock-vt    value "H".

       fd Batch-Control-File.
       copy invbctl.
       copy invrec.

       fd Backup-File.
       01 Backup-Record            pic x(86).

       fd Backup-File-2.
       01 Backup-2-Record          pic x(86).

       fd Backup-File-3.
       01 Backup-3-Record          pic x(86).

       fd Backup-Dates-File.
       01 Backup-Dates-Record.
           03 jr-quantity          pic 9(6).
           03 jr-unit-cost         pic 9(5)v99.
           03 jr-time              pic x(8).
      *    The posting program, and the on-hand count before the
      *    posting so an 'A' can be valued - blank on older rows.
           03 jr-source            pic x(6).
           03 jr-book-qty          pic 9(6).
      *    "H" when the units went into or out of the held
      *    bucket rather than the sellable count.
           03 jr-stock             pic x.

       fd Reject-File.
       01 Reject-Record.
       working-storage section.

       copy ctlparm.
       copy lotparm.

       01 inv-lock-blocked-switch  pic x value "N".
           88 inv-lock-blocked     value "Y".
       01 Batch-Control-Flag   pic x(9) value spaces.

       01 old-quantity-hold    pic 9(6) value zero.
       01 lot-relief-qty       pic 9(6) value zero.
       01 Old-Gen-Dates.
           03 old-gen-1            pic x(19) value spaces.
           03 old-gen-2            pic x(19) value spaces.
           03 tran-qty-dl      pic zzz,zz9.
           03                  pic x(4) value spaces.
           03 new-qty-dl       pic zzz,zz9.
           03                  pic x(3) value spaces.
           03 stock-dl         pic x(4).

       01 Applied-Conclusion-Line.
           03                  pic x(9) value "Applied:".
           open i-o Original-File
           open extend Posting-Journal-File
           open input Valid-Tran-File
           move "O" to lr-function
           call "prg141" using Lot-Relief-Parms
           perform 2300-Post-One-Transaction
               until tran-end-of-file
           move "C" to lr-function
           call "prg141" using Lot-Relief-Parms
           close Valid-Tran-File
           close Posting-Journal-File
           close Original-File.
                   move quantity-vt to Quantity-IR
                   add 1 to a of applied-counters
               when 'W'
                   if held-stock-vt
                       move Held-Quantity-IR to old-quantity-hold
                       if quantity-vt > Held-Quantity-IR
                           move zero to Held-Quantity-IR
                       else
                           subtract quantity-vt from Held-Quantity-IR
                       end-if
                   else
                       if quantity-vt > Quantity-IR
                           move zero to Quantity-IR
                       else
                           subtract quantity-vt from Quantity-IR
                       end-if
                   end-if
                   add 1 to w of applied-counters
           end-evaluate
           add quantity-vt to applied-qty-total
           rewrite Inventory-Record
           end-rewrite
           perform 2450-Relieve-Lots
           perform 2480-Write-Journal-Row
           perform 2500-Write-Register-Line.

      *    Stock leaving the shelf leaves its lots too - a sale or
      *    sellable write-off by its own quantity, a count set
      *    lower by the shortfall it found.  Held stock was never
      *    lotted and receipts are lotted by PRG23.
       2450-Relieve-Lots.
           move zero to lot-relief-qty
           evaluate action-vt
               when 'S'
                   move quantity-vt to lot-relief-qty
               when 'W'
                   if not held-stock-vt
                       move quantity-vt to lot-relief-qty
                   end-if
               when 'A'
                   if quantity-vt < old-quantity-hold
                       compute lot-relief-qty =
                           old-quantity-hold - quantity-vt
                   end-if
           end-evaluate
           if lot-relief-qty > zero
               move "R" to lr-function
               move Store-Number-IR to lr-store
               move Department-Number-IR to lr-dept
               move Product-Code-IR to lr-product
               move lot-relief-qty to lr-quantity
               call "prg141" using Lot-Relief-Parms
           end-if.

      *    The durable journal row PRG100's roll-forward replays.
      *    A sale, write-off or adjustment keyed without a cost
      *    carries the master's, so PRG108 can value it.
       2480-Write-Journal-Row.
           move spaces to Posting-Journal-Record
           move Date-Report-Record to jr-date
           move action-vt to jr-action
           move quantity-vt to jr-quantity
           move unit-cost-vt to jr-unit-cost
           if action-vt not = 'R' and unit-cost-vt = zero
               move Unit-Cost-IR to jr-unit-cost
           end-if
           move Jrnl-Time-Stamp to jr-time
           move "PRG24B" to jr-source
           move old-quantity-hold to jr-book-qty
           if held-stock-vt
               move "H" to jr-stock
           end-if
           write Posting-Journal-Record.

       2500-Write-Register-Line.
           move action-vt to action-dl
           move old-quantity-hold to old-qty-dl
           move quantity-vt to tran-qty-dl
      *    A held write-off shows the held bucket moving.
           if held-stock-vt
               move Held-Quantity-IR to new-qty-dl
               move "HELD" to stock-dl
           else
               move Quantity-IR to new-qty-dl
               move spaces to stock-dl
           end-if
           write Output-Printer-Record from Register-Detail-Line
               after advancing 1 lines.

