       identification division.
       program-id.  prg144.
       author.  Andy Carlson.

      *    Physical inventory tag entry - the counted quantities off
      *    the year-end count tags PRG143 issued, keyed by tag
      *    number instead of hunting a product code.  The tag comes
      *    up with its aisle and product; a spare tag takes the
      *    product the counter wrote on it, checked against the
      *    store's frozen snapshot.  A tag keyed a second time with
      *    a different count keeps the first and logs the second as
      *    a duplicate; a level-2 supervisor settles which count
      *    stands, and voids tags that were spoiled or never hung.
      *    Counters sign on through PRG44 and key their own store;
      *    a supervisor can key any store open for a physical.
      *    PRG145 reports the tags still out and posts the store.

       environment division.
       input-output section.
       file-control.
           select optional Phys-Control-File assign to disk
                  "physctl.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-PC.
           select optional Phys-Snap-File assign to disk
                  "physsnap.dat"
                  organization is indexed
                  access is random
                  record key is Snap-Key-PN.
           select optional Phys-Tag-File assign to disk
                  "phystag.dat"
                  organization is indexed
                  access is random
                  record key is Tag-Key-PT.

       data division.
       file section.
       fd Phys-Control-File.
       copy physctl.

       fd Phys-Snap-File.
       copy physsnap.

       fd Phys-Tag-File.
       copy phystag.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 store-response         pic xx.
           88 Quit-Screen        value "X ".
       01 tag-response           pic x(5).
           88 Quit-Store         value "X".
       01 qty-response           pic x(6).
           88 Void-Requested     value "V".
       01 product-response       pic x(10).
       01 settle-response        pic x.
       01 Count-Quantity         pic 9(6) value zero.
       01 store-ok-switch        pic x value "N".
           88 store-ok           value "Y".
       01 tag-ok-switch          pic x value "N".
           88 tag-ok             value "Y".

       01 screen-tag             pic zzzz9.
       01 screen-qty             pic zzz,zz9.

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
           if so-sign-on-ok
               open input Phys-Control-File
               open input Phys-Snap-File
               open i-o Phys-Tag-File
               perform 1500-Pick-Store
                   until Quit-Screen
               close Phys-Tag-File
               close Phys-Snap-File
               close Phys-Control-File
           end-if
           goback.

       1500-Pick-Store.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Physical Count Tags" at 0220
           display "Store Number" at 0320
           display "Type <x> to quit" at 2520
           move spaces to store-response
           accept store-response at 0351
           call "CBL_TOUPPER" using store-response
                       by value length of store-response
           if not Quit-Screen and store-response not = spaces
               perform 1550-Check-Store
               if store-ok
                   move spaces to tag-response
                   perform 1600-Enter-One-Tag
                       until Quit-Store
               else
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

      *    Counters key the store they signed on at; only a
      *    supervisor crosses stores.
       1550-Check-Store.
           move "N" to store-ok-switch
           if so-level < 2 and store-response not = so-store
               display "Not Your Store - Level 2 Needed" at 2340
           else
               move store-response to Store-Number-PC
               read Phys-Control-File
                   invalid key
                       display "No Physical Frozen For Store" at 2340
                   not invalid key
                       if Phys-Open
                           move "Y" to store-ok-switch
                           display "Frozen" at 0360
                           display Freeze-Date-PC at 0367
                           display "Tags 1 -" at 0380
                       else
                           display "Physical Already Posted" at 2340
                       end-if
               end-read
           end-if.

       1600-Enter-One-Tag.
           display spaces at 0501 erase eos
           move Tags-Issued-PC to screen-tag
           display screen-tag at 0389
           display "Tag Number" at 0520
           display "Type <x> for another store" at 2520
           move spaces to tag-response
           accept tag-response at 0551
           call "CBL_TOUPPER" using tag-response
                       by value length of tag-response
           if not Quit-Store and tag-response not = spaces
               perform 1650-Read-Tag
               if tag-ok
                   perform 1700-Show-Tag
                   perform 1800-Take-Count
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               else
                   display "Tag Not Issued For Store" at 2340
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

      *    Tag numbers are keyed without the leading zeros.
       1650-Read-Tag.
           move "N" to tag-ok-switch
           move store-response to Store-Number-PT
           move zero to Tag-Number-PT
           evaluate true
               when tag-response is numeric
                   move tag-response to Tag-Number-PT
               when tag-response (2:4) = spaces
                       and tag-response (1:1) is numeric
                   move tag-response (1:1) to Tag-Number-PT
               when tag-response (3:3) = spaces
                       and tag-response (1:2) is numeric
                   move tag-response (1:2) to Tag-Number-PT
               when tag-response (4:2) = spaces
                       and tag-response (1:3) is numeric
                   move tag-response (1:3) to Tag-Number-PT
               when tag-response (5:1) = spaces
                       and tag-response (1:4) is numeric
                   move tag-response (1:4) to Tag-Number-PT
           end-evaluate
           if Tag-Number-PT > zero
               read Phys-Tag-File
                   invalid key
                       continue
                   not invalid key
                       move "Y" to tag-ok-switch
               end-read
           end-if.

       1700-Show-Tag.
           display "Aisle" at 0720
           display Department-Number-PT at 0735
           display "Product" at 0820
           if Tag-Is-Spare and Product-Code-PT = spaces
               display "SPARE - write-in" at 0835
           else
               display Product-Code-PT at 0835
               move Store-Number-PT to Store-Number-PN
               move Department-Number-PT to Department-Number-PN
               move Product-Code-PT to Product-Code-PN
               read Phys-Snap-File
                   invalid key
                       move spaces to Description-PN
               end-read
               display Description-PN at 0920
           end-if
           display "Status" at 1020
           evaluate true
               when Tag-Counted
                   display "Counted" at 1035
                   move Counted-Qty-PT to screen-qty
                   display screen-qty at 1045
                   display "by" at 1054
                   display Operator-PT at 1057
               when Tag-Voided
                   display "VOIDED" at 1035
               when other
                   display "Not yet counted" at 1035
           end-evaluate
           if Tag-Duplicated
               display "Keyed again as" at 1120
               move Duplicate-Qty-PT to screen-qty
               display screen-qty at 1135
               display "** DUPLICATE **" at 1145
           end-if.

       1800-Take-Count.
           evaluate true
               when Tag-Duplicated
                   perform 2300-Settle-Duplicate
               when Tag-Voided
                   display "Tag Is Void" at 2340
               when other
                   display "Counted quantity, or <v> to void:" at 1320
                   move spaces to qty-response
                   accept qty-response at 1355
                   call "CBL_TOUPPER" using qty-response
                               by value length of qty-response
                   if Void-Requested
                       perform 2200-Void-Tag
                   else
                       perform 1900-Edit-Quantity
                       if tag-ok
                           perform 2000-Record-Count
                       else
                           display "Bad Quantity" at 2340
                       end-if
                   end-if
           end-evaluate.

      *    Quantities are keyed left-justified without the zeros;
      *    the picture takes them right-justified.
       1900-Edit-Quantity.
           move "Y" to tag-ok-switch
           move zero to Count-Quantity
           evaluate true
               when qty-response is numeric
                   move qty-response to Count-Quantity
               when qty-response (2:5) = spaces
                       and qty-response (1:1) is numeric
                   move qty-response (1:1) to Count-Quantity
               when qty-response (3:4) = spaces
                       and qty-response (1:2) is numeric
                   move qty-response (1:2) to Count-Quantity
               when qty-response (4:3) = spaces
                       and qty-response (1:3) is numeric
                   move qty-response (1:3) to Count-Quantity
               when qty-response (5:2) = spaces
                       and qty-response (1:4) is numeric
                   move qty-response (1:4) to Count-Quantity
               when qty-response (6:1) = spaces
                       and qty-response (1:5) is numeric
                   move qty-response (1:5) to Count-Quantity
               when other
                   move "N" to tag-ok-switch
           end-evaluate.

      *    First keying counts the tag.  The same count keyed again
      *    is only a double entry; a different one is a duplicate.
       2000-Record-Count.
           if Tag-Counted
               if Count-Quantity = Counted-Qty-PT
                   display "Same Count Already On File" at 2340
               else
                   move "Y" to Duplicate-Switch-PT
                   move Count-Quantity to Duplicate-Qty-PT
                   rewrite Phys-Tag-Record
                   end-rewrite
                   display "Logged As Duplicate For Supervisor" at 2340
               end-if
           else
               if Tag-Is-Spare and Product-Code-PT = spaces
                   perform 2100-Write-In-Product
               end-if
               if tag-ok
                   move "C" to Tag-Status-PT
                   move Count-Quantity to Counted-Qty-PT
                   move so-operator-id to Operator-PT
                   move Run-Date-Formatted to Keyed-Date-PT
                   rewrite Phys-Tag-Record
                   end-rewrite
                   display "Count Recorded" at 2340
               end-if
           end-if.

      *    The product written on a spare has to be one the store
      *    carried when it was frozen, in the tag's aisle.
       2100-Write-In-Product.
           display "Product on tag:" at 1420
           move spaces to product-response
           accept product-response at 1436
           call "CBL_TOUPPER" using product-response
                       by value length of product-response
           move Store-Number-PT to Store-Number-PN
           move Department-Number-PT to Department-Number-PN
           move product-response to Product-Code-PN
           read Phys-Snap-File
               invalid key
                   move "N" to tag-ok-switch
                   display "Not On Store Snapshot For Aisle" at 2340
               not invalid key
                   move product-response to Product-Code-PT
                   display Description-PN at 1448
           end-read.

       2200-Void-Tag.
           if so-level < 2
               display "Voiding Needs Level 2" at 2340
           else
               move "V" to Tag-Status-PT
               move zero to Counted-Qty-PT
               move "N" to Duplicate-Switch-PT
               move zero to Duplicate-Qty-PT
               move so-operator-id to Operator-PT
               move Run-Date-Formatted to Keyed-Date-PT
               rewrite Phys-Tag-Record
               end-rewrite
               display "Tag Voided" at 2340
           end-if.

      *    The supervisor walks the aisle and says which count
      *    stands, or voids the tag and has it recounted on a
      *    spare.
       2300-Settle-Duplicate.
           if so-level < 2
               display "Duplicate Awaits Supervisor" at 2340
           else
               display "Keep First, Second, or Void? (F/S/V)" at 1320
               move space to settle-response
               accept settle-response at 1358
               call "CBL_TOUPPER" using settle-response
                           by value length of settle-response
               evaluate settle-response
                   when "F"
                       move "N" to Duplicate-Switch-PT
                       move zero to Duplicate-Qty-PT
                       rewrite Phys-Tag-Record
                       end-rewrite
                       display "First Count Stands" at 2340
                   when "S"
                       move Duplicate-Qty-PT to Counted-Qty-PT
                       move "N" to Duplicate-Switch-PT
                       move zero to Duplicate-Qty-PT
                       move so-operator-id to Operator-PT
                       move Run-Date-Formatted to Keyed-Date-PT
                       rewrite Phys-Tag-Record
                       end-rewrite
                       display "Second Count Stands" at 2340
                   when "V"
                       perform 2200-Void-Tag
                   when other
                       display "Left As Duplicate" at 2340
               end-evaluate
           end-if.
