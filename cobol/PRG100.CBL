       copy invrec.

       fd Backup-File-1.
       01 Backup-1-Record      pic x(86).

       fd Backup-File-2.
       01 Backup-2-Record      pic x(86).

       fd Backup-File-3.
       01 Backup-3-Record      pic x(86).

       fd Backup-Dates-File.
       01 Backup-Dates-Record.
           03 jr-quantity      pic 9(6).
           03 jr-unit-cost     pic 9(5)v99.
           03 jr-time          pic x(8).
           03 jr-source        pic x(6).
           03 jr-book-qty      pic 9(6).
           03 jr-stock         pic x.
               88 jr-held-stock value "H".

       fd Output-Printer-File.
       01 Output-Printer-Record pic x(100).
       01 Generation-Key       pic x(8) value low-values.
       01 Work-Date-Key        pic x(8).

       01 Backup-Record-Hold   pic x(86).
       01 restored-count       pic 9(6) value zero.
       01 replayed-count       pic 9(6) value zero.
       01 skipped-count        pic 9(6) value zero.
               invalid key
                   add 1 to ghost-count
               not invalid key
                   evaluate true
      *    Rows marked "H" moved the held bucket - into it on a
      *    damaged receipt or defective return, out of it on a
      *    vendor return or write-off, or between it and the
      *    sellable count on PRG139's screen.
                       when jr-held-stock
                           perform 3250-Apply-Held-Row
                       when other
                           perform 3220-Apply-Sellable-Row
                   end-evaluate
                   rewrite Inventory-Record
                   end-rewrite
                   perform 3300-Write-Replay-Line
           end-read.

       3220-Apply-Sellable-Row.
           evaluate jr-action
               when "R"
                   add jr-quantity to Quantity-IR
                   if jr-unit-cost > zero
                       move jr-unit-cost
                           to Last-Receipt-Cost-IR
                   end-if
               when "S"
                   if jr-quantity > Quantity-IR
                       move zero to Quantity-IR
                   else
                       subtract jr-quantity
                           from Quantity-IR
                   end-if
               when "A"
                   move jr-quantity to Quantity-IR
               when "W"
                   if jr-quantity > Quantity-IR
                       move zero to Quantity-IR
                   else
                       subtract jr-quantity
                           from Quantity-IR
                   end-if
      *    "I" is a transfer arriving, "O" a transfer leaving and
      *    "V" a vendor return going back - the same quantity math
      *    PRG27 and PRG79 applied the first time.
               when "I"
                   add jr-quantity to Quantity-IR
               when "O"
                   if jr-quantity > Quantity-IR
                       move zero to Quantity-IR
                   else
                       subtract jr-quantity
                           from Quantity-IR
                   end-if
               when "V"
                   if jr-quantity > Quantity-IR
                       move zero to Quantity-IR
                   else
                       subtract jr-quantity
                           from Quantity-IR
                   end-if
               when other
                   continue
           end-evaluate.

      *    "L" releases held units to sellable, "K" puts sellable
      *    units on hold, the way PRG139's screen moved them.
       3250-Apply-Held-Row.
           evaluate jr-action
               when "R"
                   add jr-quantity to Held-Quantity-IR
               when "L"
                   if jr-quantity > Held-Quantity-IR
                       move zero to Held-Quantity-IR
                   else
                       subtract jr-quantity from Held-Quantity-IR
                   end-if
                   add jr-quantity to Quantity-IR
               when "K"
                   if jr-quantity > Quantity-IR
                       move zero to Quantity-IR
                   else
                       subtract jr-quantity from Quantity-IR
                   end-if
                   add jr-quantity to Held-Quantity-IR
               when "V"
               when "W"
                   if jr-quantity > Held-Quantity-IR
                       move zero to Held-Quantity-IR
                   else
                       subtract jr-quantity from Held-Quantity-IR
                   end-if
               when other
                   continue
           end-evaluate.

       3300-Write-Replay-Line.
           move jr-date to replay-date-dl
           move jr-store to replay-store-dl
