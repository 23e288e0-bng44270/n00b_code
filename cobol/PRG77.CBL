      *    hand, the open Order-Qty-PO less Received-Qty-PO still
      *    on order from PODATA.DAT, and anything moving on PRG27's
      *    in-transit file, with store names off STOREMST.DAT.
      *    When the product is a kit on PRG138's bill of material,
      *    each store also shows how many kits its components on
      *    hand will still build - the component that runs out
      *    first sets the number.

       environment division.
       input-output section.
       file-control.
           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.
           select optional PO-File assign to disk "podata.dat"
                  organization is line sequential.
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.
           select optional Kit-File assign to disk "kitbom.dat"
                  organization is indexed
                  access is random
                  record key is Kit-Product-KB.

       data division.
       file section.
       fd Store-File.
       copy strec.

       fd Kit-File.
       copy kitrec.

       working-storage section.
       copy gencode.
       01 string-date            pic x(30).
               05 Pt-On-Hand       pic 9(6).
               05 Pt-On-Order      pic 9(6).
               05 Pt-In-Transit    pic 9(6).
               05 Pt-Can-Build     pic 9(6).
       01 Position-Count         pic 99 value zero.
       01 Position-Index         pic 99.
       01 Position-Scan-Index    pic 99.
       01 Work-Position-Store    pic x(2).
       01 Work-Position-Dept     pic x(2).
       01 Open-Order-Qty         pic s9(6) value zero.
       01 Kit-Switch             pic x value "N".
           88 Wanted-Is-A-Kit    value "Y".
       01 Kit-Comp-Index         pic 99.
       01 Comp-Can-Build         pic 9(6).

      *    Store names off the PRG31 master.
       01 Store-Name-Table.
       01 screen-on-hand         pic zzz,zz9.
       01 screen-on-order        pic zzz,zz9.
       01 screen-in-transit      pic zzz,zz9.
       01 screen-can-build       pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
               else
                   perform 2200-Scan-Open-Orders
                   perform 2400-Scan-In-Transit
                   perform 2700-Check-For-Kit
                   perform 3000-Show-Positions
               end-if
           end-if.
           close Inventory-File.

       2100-Read-Master-Record.
           read Inventory-File next record
               at end move "YES" to inv-eof-flag
               not at end
                   if Product-Code-IR = wanted-product
               move Position-Scan-Index to Position-Index
           end-if.

      *    A kit's components are read by key at each store that
      *    carries the kit; a component the store doesn't stock
      *    means no kits there.
       2700-Check-For-Kit.
           move "N" to Kit-Switch
           open input Kit-File
           move wanted-product to Kit-Product-KB
           read Kit-File
               invalid key
                   continue
               not invalid key
                   move "Y" to Kit-Switch
           end-read
           close Kit-File
           if Wanted-Is-A-Kit
               open input Inventory-File
               perform 2750-Count-Kits-At-Store
                   varying Position-Index from 1 by 1
                   until Position-Index > Position-Count
               close Inventory-File
           end-if.

       2750-Count-Kits-At-Store.
           move 999999 to Pt-Can-Build (Position-Index)
           perform 2800-Check-One-Component
               varying Kit-Comp-Index from 1 by 1
               until Kit-Comp-Index > Kit-Component-Count-KB
                  or Kit-Comp-Index > 10
           if Pt-Can-Build (Position-Index) = 999999
               move zero to Pt-Can-Build (Position-Index)
           end-if.

       2800-Check-One-Component.
           move Pt-Store (Position-Index) to Store-Number-IR
           move Kc-Dept-KB (Kit-Comp-Index) to Department-Number-IR
           move Kc-Product-KB (Kit-Comp-Index) to Product-Code-IR
           read Inventory-File
               invalid key
                   move zero to Comp-Can-Build
               not invalid key
                   if Kc-Qty-KB (Kit-Comp-Index) > zero
                       divide Kc-Qty-KB (Kit-Comp-Index)
                           into Quantity-IR giving Comp-Can-Build
                   else
                       move 999999 to Comp-Can-Build
                   end-if
           end-read
           if Comp-Can-Build < Pt-Can-Build (Position-Index)
               move Comp-Can-Build to Pt-Can-Build (Position-Index)
           end-if.

       3000-Show-Positions.
           display spaces at 0401 erase eos
           display "ST/DP  STORE NAME" at 0504
           display "ON HAND  ON ORDER  IN TRANSIT" at 0535
           if Wanted-Is-A-Kit
               display "CAN BUILD" at 0566
           end-if
           perform 3100-Show-One-Position
               varying Position-Index from 1 by 1
               until Position-Index > Position-Count
               at line Screen-Row column 11
           display screen-on-hand at line Screen-Row column 35
           display screen-on-order at line Screen-Row column 44
           display screen-in-transit at line Screen-Row column 55
           if Wanted-Is-A-Kit
               move Pt-Can-Build (Position-Index) to screen-can-build
               display screen-can-build at line Screen-Row column 66
           end-if.

       3200-Find-Store-Name.
           move spaces to Matched-Store-Name
