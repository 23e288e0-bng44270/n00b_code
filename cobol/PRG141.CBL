       identification division.
       program-id.  prg141.
       author.  Andy Carlson.

      *    Shared lot routine, called the way the posting runs call
      *    prg99.  Dated goods were going out of date on the shelf
      *    because nothing said which delivery was which; PRG23 now
      *    Adds a lot per dated receipt line, and PRG33's sales and
      *    PRG24B's write-offs and count adjustments Relieve them
      *    here, so every program takes stock off the lots the same
      *    way - the product's oldest expiry first, a lot used up
      *    coming off the file.  Selling more than the lots hold
      *    just empties them; the rest was never lotted.  The file
      *    stays open between calls from the caller's Open to its
      *    Close.

       environment division.
       input-output section.
       file-control.
      *    Created by the first receiving run that lots anything,
      *    so OPTIONAL the way PRG138 treats kitbom.dat.
           select optional Lot-File assign to disk "invlot.dat"
                  organization is indexed
                  access is dynamic
                  record key is Lot-Key.

       data division.
       file section.
       fd Lot-File.
       copy lotrec.

       working-storage section.
       01 Lot-Remaining        pic 9(6) value zero.
       01 lot-done-switch      pic x value "N".
           88 lot-done         value "Y".

       linkage section.
       copy lotparm.

       procedure division using Lot-Relief-Parms.
       1000-Lot-Main.
           evaluate true
               when lr-open
                   open i-o Lot-File
               when lr-add
                   perform 2000-Add-Lot
               when lr-relieve
                   perform 3000-Relieve-Lots
               when lr-close
                   close Lot-File
           end-evaluate
           goback.

      *    A second receipt of the same lot and date on the same
      *    day tops up the lot already on file.
       2000-Add-Lot.
           move lr-store to Store-Number-LT
           move lr-dept to Department-Number-LT
           move lr-product to Product-Code-LT
           move lr-expiry to Expiry-Date-LT
           move lr-lot-number to Lot-Number-LT
           read Lot-File
               invalid key
                   move lr-quantity to Lot-Quantity-LT
                   move lr-unit-cost to Unit-Cost-LT
                   move lr-vendor to Vendor-Code-LT
                   move lr-received to Received-Date-LT
                   write Lot-Record
                   end-write
               not invalid key
                   add lr-quantity to Lot-Quantity-LT
                   if lr-unit-cost > zero
                       move lr-unit-cost to Unit-Cost-LT
                   end-if
                   rewrite Lot-Record
                   end-rewrite
           end-read.

      *    Positions at the product's first key - zero expiry and
      *    low-value lot number sort ahead of anything on file -
      *    and works forward until the quantity is covered or the
      *    product's lots run out.
       3000-Relieve-Lots.
           move zero to lr-relieved
           move lr-quantity to Lot-Remaining
           move "N" to lot-done-switch
           move lr-store to Store-Number-LT
           move lr-dept to Department-Number-LT
           move lr-product to Product-Code-LT
           move zero to Expiry-Date-LT
           move low-values to Lot-Number-LT
           start Lot-File key is not < Lot-Key
               invalid key
                   move "Y" to lot-done-switch
           end-start
           if Lot-Remaining = zero
               move "Y" to lot-done-switch
           end-if
           perform 3100-Relieve-One-Lot
               until lot-done.

       3100-Relieve-One-Lot.
           read Lot-File next record
               at end
                   move "Y" to lot-done-switch
               not at end
                   if Store-Number-LT not = lr-store
                           or Department-Number-LT not = lr-dept
                           or Product-Code-LT not = lr-product
                       move "Y" to lot-done-switch
                   else
                       if Lot-Quantity-LT > Lot-Remaining
                           subtract Lot-Remaining from Lot-Quantity-LT
                           add Lot-Remaining to lr-relieved
                           move zero to Lot-Remaining
                           rewrite Lot-Record
                           end-rewrite
                       else
                           add Lot-Quantity-LT to lr-relieved
                           subtract Lot-Quantity-LT from Lot-Remaining
                           delete Lot-File record
                           end-delete
                       end-if
                       if Lot-Remaining = zero
                           move "Y" to lot-done-switch
                       end-if
                   end-if
           end-read.
