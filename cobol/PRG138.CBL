       identification division.
       program-id.  prg138.
       author.  Andy Carlson.

      *    Kit bill of material maintenance - the gift baskets and
      *    boxed tool kits sold under one product code but built
      *    from stock on the shelf.  Key the kit's product code and
      *    its components come up, one line each with the
      *    department, product code and how many go into one kit;
      *    set a line, remove a line, or delete the whole kit.
      *    PRG33 relieves these components when the kit sells and
      *    PRG77 shows how many kits each store can still build.
      *    Line handling follows PRG65's order amendment screen;
      *    level-2 sign-on through the shared PRG44 routine, and
      *    every kit written carries the operator and date.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats the budget file.
           select optional Kit-File assign to disk "kitbom.dat"
                  organization is indexed
                  access is dynamic
                  record key is Kit-Product-KB.

       data division.
       file section.
       fd Kit-File.
       copy kitrec.

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

       01 kit-response           pic x(10).
           88 Quit-Screen        value "X".
       01 action-response        pic x.
       01 add-response           pic x.
       01 confirm-response       pic x.
       01 line-response          pic x(2).
       01 dept-response          pic x(2).
       01 product-response       pic x(10).
       01 qty-response           pic x(3).
       01 done-switch            pic x value "N".
           88 kit-done           value "Y".
       01 on-file-switch         pic x value "N".
           88 kit-on-file        value "Y".
       01 changes-made-switch    pic x value "N".
           88 changes-made       value "Y".
       01 Line-Index             pic 99.
       01 Next-Index             pic 99.
       01 Screen-Row             pic 99.
       01 screen-qty             pic zz9.

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
               open i-o Kit-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Kit-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Kit Components Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Kit Components" at 0220
           display "Please Enter Kit Product Code" at 0320
           display "Type <x> to quit" at 2520
           move spaces to kit-response
           accept kit-response at 0351
           call "CBL_TOUPPER" using kit-response
                       by value length of kit-response
           if not Quit-Screen and kit-response not = spaces
               perform 1600-Work-One-Kit
           end-if.

      *    A kit not yet on file starts empty; nothing is written
      *    until it has at least one component.
       1600-Work-One-Kit.
           move "N" to done-switch
           move "N" to changes-made-switch
           move kit-response to Kit-Product-KB
           read Kit-File
               invalid key
                   move "N" to on-file-switch
                   display spaces at 0401 erase eos
                   display "Not On File - Add It? (Y/N)" at 2340
                   accept add-response at 2369
                   call "CBL_TOUPPER" using add-response
                               by value length of add-response
                   if add-response = "Y"
                       initialize Kit-Bom-Record
                       move kit-response to Kit-Product-KB
                   else
                       move "Y" to done-switch
                   end-if
               not invalid key
                   move "Y" to on-file-switch
           end-read
           perform 1700-Show-Components
           perform 1800-Take-One-Action
               until kit-done
           initialize Kit-Bom-Record.

       1700-Show-Components.
           display spaces at 0401 erase eos
           display "LN  DP  PROD. CODE   QTY" at 0504
           perform 1750-Show-One-Line
               varying Line-Index from 1 by 1
               until Line-Index > Kit-Component-Count-KB
                  or Line-Index > 10
           if kit-on-file
               display "Last changed by" at 1804
               display Kit-Operator-KB at 1820
               display Kit-Changed-KB at 1832
           end-if.

       1750-Show-One-Line.
           compute Screen-Row = 5 + Line-Index
           move Kc-Qty-KB (Line-Index) to screen-qty
           display Line-Index at line Screen-Row column 04
           display Kc-Dept-KB (Line-Index)
               at line Screen-Row column 08
           display Kc-Product-KB (Line-Index)
               at line Screen-Row column 12
           display screen-qty at line Screen-Row column 25.

       1800-Take-One-Action.
           display "Set a line, Remove a line, Delete the kit,"
               at 2240
           display "or Quit this kit? (S/R/D/Q)" at 2340
           accept action-response at 2369
           call "CBL_TOUPPER" using action-response
                       by value length of action-response
           evaluate action-response
               when "S" perform 1900-Set-One-Line
               when "R" perform 2000-Remove-One-Line
               when "D" perform 2100-Delete-Kit
               when "Q" perform 2500-Save-Kit
               when other continue
           end-evaluate.

      *    A line past the last one in use adds a component; the
      *    kit can't list itself, and the quantity is per kit.
       1900-Set-One-Line.
           display "Line number:" at 2404
           accept line-response at 2417
           move zero to Line-Index
           if line-response is numeric
               move line-response to Line-Index
           end-if
           if Line-Index > zero
                   and Line-Index not > 10
                   and Line-Index not > Kit-Component-Count-KB + 1
               display "Dept:" at 2421
               accept dept-response at 2427
               display "Product:" at 2431
               accept product-response at 2440
               call "CBL_TOUPPER" using product-response
                           by value length of product-response
               display "Qty:" at 2452
               accept qty-response at 2457
               if dept-response not = spaces
                       and product-response not = spaces
                       and product-response not = Kit-Product-KB
                       and qty-response is numeric
                       and qty-response > zero
                   move dept-response to Kc-Dept-KB (Line-Index)
                   move product-response
                       to Kc-Product-KB (Line-Index)
                   move qty-response to Kc-Qty-KB (Line-Index)
                   if Line-Index > Kit-Component-Count-KB
                       move Line-Index to Kit-Component-Count-KB
                   end-if
                   move "Y" to changes-made-switch
                   perform 1700-Show-Components
                   display "Line Set         " at 2140
               else
                   display "Bad Component    " at 2140
               end-if
           else
               display "Bad Line Number  " at 2140
           end-if.

       2000-Remove-One-Line.
           display "Line number:" at 2404
           accept line-response at 2417
           if line-response is numeric
                   and line-response > zero
                   and line-response not > Kit-Component-Count-KB
               move line-response to Line-Index
               perform 2050-Close-Up-One-Line
                   varying Line-Index from Line-Index by 1
                   until Line-Index not < Kit-Component-Count-KB
               move spaces to Kc-Dept-KB (Line-Index)
                              Kc-Product-KB (Line-Index)
               move zero to Kc-Qty-KB (Line-Index)
               subtract 1 from Kit-Component-Count-KB
               move "Y" to changes-made-switch
               perform 1700-Show-Components
               display "Line Removed     " at 2140
           else
               display "Bad Line Number  " at 2140
           end-if.

       2050-Close-Up-One-Line.
           compute Next-Index = Line-Index + 1
           move Kit-Component-KB (Next-Index)
               to Kit-Component-KB (Line-Index).

       2100-Delete-Kit.
           if kit-on-file
               display "Really delete this kit? (Y/N)" at 2404
               accept confirm-response at 2435
               call "CBL_TOUPPER" using confirm-response
                           by value length of confirm-response
               if confirm-response = "Y"
                   delete Kit-File record
                     invalid key
                       display "Delete Failed" at 2420
                     not invalid key
                       display "Kit Deleted!" at 2420
                   end-delete
                   move "Y" to done-switch
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           else
               move "Y" to done-switch
           end-if.

      *    Quitting saves whatever was changed.  A kit with every
      *    line removed is taken off the file rather than left to
      *    sell as a kit of nothing.
       2500-Save-Kit.
           move "Y" to done-switch
           if changes-made
               move so-operator-id to Kit-Operator-KB
               move Run-Date-Formatted to Kit-Changed-KB
               if Kit-Component-Count-KB = zero
                   if kit-on-file
                       delete Kit-File record
                       end-delete
                       display "No Components - Kit Removed" at 2420
                   else
                       display "No Components - Not Added" at 2420
                   end-if
               else
                   if kit-on-file
                       rewrite Kit-Bom-Record
                       end-rewrite
                       display "Kit Updated!" at 2420
                   else
                       write Kit-Bom-Record
                         invalid key
                           display "Add Failed" at 2420
                         not invalid key
                           display "Kit Added!" at 2420
                       end-write
                   end-if
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.
