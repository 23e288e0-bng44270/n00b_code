      *    the hits by vendor, assigns a PO number per vendor, and
      *    writes PODATA.DAT plus a printed PO form per vendor, so
      *    the alert report becomes an ordering document instead of
      *    a morning of retyping.  Each vendor's order is checked
      *    against the department open-to-buy before it goes out:
      *    the shared PRG148 routine loads the current fiscal
      *    period's plan, receipts and open commitments once, and
      *    an order that would take any planned store/department
      *    below zero is written to popend.dat instead of
      *    PODATA.DAT, printed HELD on its form, and waits for a
      *    buyer to release it on PRG151.  Orders that go out are
      *    committed back to the routine, so the next vendor sees
      *    what this one spent.  A department with no plan for the
      *    period is not held.  An order that goes out is also
      *    written to the vendor's PO<vendor>.OUT interchange file
      *    (POXREC layout) for transmission, so nobody retypes it
      *    into a fax; PRG152 reads the vendor's answers back.
      *    A vendor order that runs past 999 lines goes out as
      *    more than one PO, each checked and sent on its own.
      *    With CONSOL in PRG22.CTL the run orders consolidated:
      *    every store's need for a product rolls up under one line
      *    for the distribution center on STOREMST.DAT (the first
      *    one, if more than one is keyed), rounded to the case
      *    pack as a whole, and each store's share is written to
      *    dcneed.dat for PRG153 to allocate once the DC receives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    relieved by PRG23 as the goods arrive.
           SELECT PO-FILE ASSIGN TO DISK "podata.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Orders held over open-to-buy, PODATA.DAT layout, waiting
      *    on PRG151's buyer approval.
           SELECT OPTIONAL PENDING-PO-FILE ASSIGN TO DISK
                                   "popend.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    One outbound interchange file per vendor, named for the
      *    vendor code and appended run over run until the
      *    transmission job sends and clears it.
           SELECT OPTIONAL PO-OUTBOUND-FILE ASSIGN TO DYNAMIC
                                   Outbound-File-Name
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Carries the last PO number used forward from run to run,
      *    the way PRG06 carries its YTD total; absent on the first
      *    run, so OPTIONAL and numbering starts from 1.
      *    folded into the vendor's order this run.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO "spclord.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Picks the consolidated DC ordering when present - absent,
      *    the run orders store by store as it always has.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "PRG22.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Store master maintained by PRG31 - where the DC is.
           SELECT OPTIONAL Store-File ASSIGN TO DISK "storemst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Store-Number-SM.
      *    Each store's share of a consolidated DC line, appended
      *    run over run and worked off by PRG153's allocation.
           SELECT OPTIONAL DC-NEED-FILE ASSIGN TO "dcneed.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Units waiting for named customers - ordered on top of
      *    whatever the velocity math suggests.
           03 SPECIAL-QTY-SR           PIC 9(6).
      *    The store whose shelf the need came from - the same as
      *    STORE-NUMBER-SR unless the run is consolidating under
      *    the DC, when it keeps the stores apart inside the line.
           03 ORIGIN-STORE-SR          PIC X(2).

       FD ORIGINAL-FILE.
           COPY invrec.
       FD PO-FILE.
           COPY porec.

       FD PENDING-PO-FILE.
       01 PENDING-PO-RECORD            PIC X(103).

       FD PO-OUTBOUND-FILE.
           COPY poxrec.

       FD PO-NUMBER-FILE.
       01 PO-NUMBER-RECORD.
           03 LAST-PO-NUMBER           PIC 9(6).
           03 STATUS-SO                PIC X.
               88 SPECIAL-ORDER-OPEN   VALUE "O".

       FD CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(8).

       FD Store-File.
           COPY strec.

       FD DC-NEED-FILE.
           COPY dcnrec.

       FD UNITS-DETAIL-FILE.
       01 UNITS-DETAIL-RECORD.
           03 STORE-NUMBER-UD          PIC X(2).
           03 MATCHED-CASE-PACK        PIC 9(4) VALUE ZERO.
           03 CASE-COUNT-WORK          PIC 9(5) VALUE ZERO.
           03 SIGNED-SUGGESTED-QTY     PIC S9(7) VALUE ZERO.
           03 HELD-PO-COUNTER          PIC 9(4) VALUE ZERO.
           03 SENT-PO-COUNTER          PIC 9(4) VALUE ZERO.
           03 DC-LINE-COUNTER          PIC 9(4) VALUE ZERO.

      *    The open vendor order's lines, kept back until the order
      *    closes and its open-to-buy check decides whether they go
      *    to PODATA.DAT or to the pending file.
       01 Order-Line-Table.
           03 Ol-Record OCCURS 999 TIMES PIC X(103).
       01 Order-Line-Count             PIC 9(3) VALUE ZERO.
       01 Order-Line-Index             PIC 9(4).

      *    The open order's cost by store/department - what each
      *    department's open-to-buy has to cover.
       01 Order-Dept-Table.
           03 Order-Dept-Entry OCCURS 100 TIMES.
               05 Od-Store             PIC X(2).
               05 Od-Dept              PIC X(2).
               05 Od-Cost              PIC 9(9)V99.
       01 Od-Count                     PIC 9(3) VALUE ZERO.
       01 Od-Index                     PIC 9(3).
       01 Od-Scan-Index                PIC 9(3).
       01 Od-Found-Switch              PIC X VALUE "N".
           88 Od-Found                 VALUE "Y".
       01 Order-Held-Switch            PIC X VALUE "N".
           88 Order-Held               VALUE "Y".
       01 Held-Store                   PIC X(2).
       01 Held-Dept                    PIC X(2).

      *    Consolidated ordering - the DC the lines go to, the
      *    product line being built up, and the stores behind it.
       01 Order-Mode-Switch            PIC X VALUE "S".
           88 Consolidated-Run         VALUE "C".
       01 Ctl-EOF-Marker               PIC X(3) VALUE "NO".
           88 Ctl-End-Of-File          VALUE "YES".
       01 Store-EOF-Marker             PIC X(3) VALUE "NO".
           88 Store-End-Of-File        VALUE "YES".
       01 Dc-Store-Number              PIC X(2) VALUE SPACES.
       01 Dc-Line-Pending-Switch       PIC X VALUE "N".
           88 Dc-Line-Pending          VALUE "Y".
       01 Dc-Dept-Hold                 PIC X(2).
       01 Dc-Product-Hold              PIC X(10).
       01 Dc-Description-Hold          PIC X(20).
       01 Dc-Unit-Cost-Hold            PIC 99999V99.
       01 Dc-Case-Pack-Hold            PIC 9(4).
       01 Dc-Total-Need                PIC 9(7) VALUE ZERO.
       01 Dc-Velocity-Total            PIC 9(5)V9 VALUE ZERO.
       01 Sort-Record-Hold             PIC X(67).
       01 Need-Table.
           03 Need-Entry OCCURS 50 TIMES.
               05 Nd-Store             PIC X(2).
               05 Nd-Quantity          PIC 9(6).
       01 Need-Count                   PIC 9(2) VALUE ZERO.
       01 Need-Index                   PIC 9(2).

       01 Outbound-File-Name           PIC X(20) VALUE SPACES.
       01 Outbound-Order-Date          PIC 9(8) VALUE ZERO.
       01 Outbound-Line-Count          PIC 9(4) VALUE ZERO.
       01 Outbound-Total-Quantity      PIC 9(8) VALUE ZERO.
       01 Outbound-Total-Cost          PIC 9(9)V99 VALUE ZERO.
       01 Outbound-Line-Cost           PIC 9(9)V99 VALUE ZERO.

       COPY otbparm.

      *    Open special-order quantities summed per master key, and
      *    whether the reorder walk already carried them out.
           03                          PIC X(10) VALUE " CASES OF ".
           03 CASE-PACK-CP             PIC Z,ZZ9.

       01 PO-NEED-LINE.
           03                          PIC X(7) VALUE SPACES.
           03                          PIC X(10) VALUE "FOR STORE ".
           03 NEED-STORE-NL            PIC X(2).
           03                          PIC X(23) VALUE SPACES.
           03 NEED-QTY-NL              PIC ZZZ,ZZ9.

       01 PO-TOTAL-LINE.
           03                          PIC X(10) VALUE SPACES.
           03                          PIC X(10) VALUE "PO TOTAL:".
           03                          PIC X(15) VALUE "QUOTE PRICED:".
           03 QUOTED-CL                PIC ZZZ9.

       01 HELD-CONCLUSION-LINE.
           03                          PIC X(15) VALUE "POS HELD:".
           03 HELD-CL                  PIC ZZZ9.

       01 DC-CONCLUSION-LINE.
           03                          PIC X(15) VALUE "DC LINES:".
           03 DC-LINES-CL              PIC ZZZ9.

       01 SENT-CONCLUSION-LINE.
           03                          PIC X(15) VALUE "POS TO SEND:".
           03 SENT-CL                  PIC ZZZ9.

       01 PO-HELD-LINE.
           03                          PIC X(10) VALUE SPACES.
           03                          PIC X(36)
                       VALUE "** HELD - OVER OPEN-TO-BUY FOR ST/DP".
           03                          PIC X VALUE SPACE.
           03 HELD-STORE-HL            PIC X(2).
           03                          PIC X VALUE "/".
           03 HELD-DEPT-HL             PIC X(2).
           03                          PIC X(27)
                       VALUE " - BUYER APPROVAL NEEDED **".

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1450-LOAD-SPECIAL-ORDERS
           PERFORM 1500-LOAD-VENDOR-TABLE
           PERFORM 1600-READ-LAST-PO-NUMBER
           PERFORM 1300-GET-ORDER-MODE

           SORT SORT-WORK-FILE
               ASCENDING KEY VENDOR-CODE-SR
                             STORE-NUMBER-SR
                             DEPARTMENT-NUMBER-SR
                             PRODUCT-CODE-SR
                             ORIGIN-STORE-SR
               INPUT PROCEDURE 2000-SELECT-REORDER-HITS
               OUTPUT PROCEDURE 3000-BUILD-ORDERS

           PERFORM 1650-WRITE-NEW-PO-NUMBER
           STOP RUN.

      *    CONSOL asks for consolidated ordering, but it only
      *    happens once a DC is keyed on the store master - without
      *    one the run orders store by store.
       1300-GET-ORDER-MODE.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE "YES" TO Ctl-EOF-Marker
               NOT AT END
                   IF CONTROL-RECORD = "CONSOL"
                       PERFORM 1350-FIND-DC-STORE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       1350-FIND-DC-STORE.
           OPEN INPUT Store-File
           PERFORM 1360-READ-STORE-RECORD
               UNTIL Store-End-Of-File
                  OR Consolidated-Run
           CLOSE Store-File.

       1360-READ-STORE-RECORD.
           READ Store-File
               AT END MOVE "YES" TO Store-EOF-Marker
               NOT AT END
                   IF Store-Is-Dc
                       MOVE Store-Number-SM TO Dc-Store-Number
                       MOVE "C" TO Order-Mode-Switch
                   END-IF
           END-READ.

       1450-LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER-FILE
           PERFORM 1460-READ-SPECIAL-ORDER
                       MOVE Reorder-Point-IR TO REORDER-POINT-SR
                       PERFORM 2150-FILE-VELOCITY-KEY
                       PERFORM 2180-PICK-UP-SPECIAL-QTY
                       PERFORM 2200-SET-SHIP-TO-STORE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
                       MOVE Reorder-Point-IR TO REORDER-POINT-SR
                       MOVE Spo-Quantity (Special-Index)
                           TO SPECIAL-QTY-SR
                       PERFORM 2200-SET-SHIP-TO-STORE
                       RELEASE SORT-RECORD
               END-READ
           END-IF.

      *    Consolidated, the goods ship to the DC and the store
      *    that needs them rides along as the origin.
       2200-SET-SHIP-TO-STORE.
           MOVE STORE-NUMBER-SR TO ORIGIN-STORE-SR
           IF Consolidated-Run
               MOVE Dc-Store-Number TO STORE-NUMBER-SR
           END-IF.

      *    The hit's key goes in the velocity table so the history
      *    pass only accumulates units for products actually being
      *    ordered this run.
           PERFORM 2600-LOAD-SALES-VELOCITY
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           OPEN EXTEND PO-FILE
           OPEN EXTEND PENDING-PO-FILE
           OPEN INPUT Vendor-Price-File
           OPEN EXTEND DC-NEED-FILE
           PERFORM 3050-LOAD-OPEN-TO-BUY
           PERFORM 3100-RETURN-SORTED-RECORD
               UNTIL END-OF-RECORD
           IF NOT FIRST-TIME
               IF Dc-Line-Pending
                   PERFORM 3450-WRITE-DC-LINE
               END-IF
               PERFORM 3500-CLOSE-VENDOR-ORDER
           END-IF
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE DC-NEED-FILE
           CLOSE Vendor-Price-File
           CLOSE PO-FILE
           CLOSE PENDING-PO-FILE
           CLOSE OUTPUT-PRINTER-FILE.

      *    Today's gencode fiscal period - July is period 1.
       3050-LOAD-OPEN-TO-BUY.
           MOVE "L" TO ob-function
           IF mm-dar >= 7
               COMPUTE ob-fiscal-year = 2000 + yy-dar
               COMPUTE ob-fiscal-period = mm-dar - 6
           ELSE
               COMPUTE ob-fiscal-year = 2000 + yy-dar - 1
               COMPUTE ob-fiscal-period = mm-dar + 6
           END-IF
           CALL "prg148" USING Open-To-Buy-Parms.

      *    One pass over the unit-sales history, accumulating the
      *    trailing window's units behind each reorder hit's key.
       2600-LOAD-SALES-VELOCITY.
               AT END
                   MOVE "YES" TO EOR-MARKER
               NOT AT END
                   IF Dc-Line-Pending
                       IF VENDOR-CODE-SR NOT = VENDOR-DEF-KEY-HOLD
                              OR DEPARTMENT-NUMBER-SR
                                  NOT = Dc-Dept-Hold
                              OR PRODUCT-CODE-SR NOT = Dc-Product-Hold
                           MOVE SORT-RECORD TO Sort-Record-Hold
                           PERFORM 3450-WRITE-DC-LINE
                           MOVE Sort-Record-Hold TO SORT-RECORD
                       END-IF
                   END-IF
                   IF FIRST-TIME
                       MOVE 0 TO LOOP-CHECKER
                       MOVE VENDOR-CODE-SR TO VENDOR-DEF-KEY-HOLD
                           PERFORM 3200-OPEN-VENDOR-ORDER
                       END-IF
                   END-IF
                   IF Consolidated-Run
                       PERFORM 3400-ADD-STORE-NEED
                   ELSE
                       PERFORM 3300-WRITE-ORDER-LINE
                   END-IF
           END-RETURN.

       3200-OPEN-VENDOR-ORDER.
           ADD 1 TO PO-COUNTER
           MOVE ZERO TO PO-TOTAL-COST
           MOVE ZERO TO PO-LINE-COUNTER
           MOVE ZERO TO Order-Line-Count
           MOVE ZERO TO Od-Count
           PERFORM 3250-LOOK-UP-VENDOR
           MOVE NEXT-PO-NUMBER TO PO-NUMBER-HD
           MOVE Date-Report-Record TO PO-DATE-HD
                  OR Velocity-Matched.

       3297-CHECK-VELOCITY-KEY.
           IF ORIGIN-STORE-SR = Vel-Store (Velocity-Index)
                  AND DEPARTMENT-NUMBER-SR = Vel-Dept (Velocity-Index)
                  AND PRODUCT-CODE-SR = Vel-Product (Velocity-Index)
               MOVE "Y" TO Velocity-Matched-Switch
       3300-WRITE-ORDER-LINE.
           PERFORM 3280-PRICE-FROM-CATALOG
           PERFORM 3290-COMPUTE-SUGGESTED-QTY
           PERFORM 3310-PUT-LINE-ON-ORDER.

      *    An order holds 999 lines; the next line closes it through
      *    the same open-to-buy check and interchange file as any
      *    other order and starts a follow-on PO for the vendor.
       3310-PUT-LINE-ON-ORDER.
           IF Order-Line-Count = 999
               PERFORM 3500-CLOSE-VENDOR-ORDER
               PERFORM 3200-OPEN-VENDOR-ORDER
           END-IF
      *    Vendors ship cases - the suggested eaches round UP to
      *    whole cases so the PO reads the way the truck loads.
           IF MATCHED-CASE-PACK > ZERO
           MOVE ZERO TO Received-Qty-PO
           MOVE "O" TO Status-PO
           MOVE SPACES TO Received-Date-PO
           MOVE SPACE TO Ack-Status-PO
           MOVE ZERO TO Backorder-Qty-PO
           MOVE SPACES TO Ack-Date-PO
           ADD 1 TO Order-Line-Count
           MOVE Purchase-Order-Record TO Ol-Record (Order-Line-Count)
           PERFORM 3350-ADD-ORDER-DEPT-COST.

       3350-ADD-ORDER-DEPT-COST.
           MOVE "N" TO Od-Found-Switch
           PERFORM 3360-CHECK-ORDER-DEPT
               VARYING Od-Scan-Index FROM 1 BY 1
               UNTIL Od-Scan-Index > Od-Count
           IF NOT Od-Found AND Od-Count < 100
               ADD 1 TO Od-Count
               MOVE Od-Count TO Od-Index
               MOVE STORE-NUMBER-SR TO Od-Store (Od-Index)
               MOVE DEPARTMENT-NUMBER-SR TO Od-Dept (Od-Index)
               MOVE ZERO TO Od-Cost (Od-Index)
               MOVE "Y" TO Od-Found-Switch
           END-IF
           IF Od-Found
               ADD LINE-COST TO Od-Cost (Od-Index)
           END-IF.

       3360-CHECK-ORDER-DEPT.
           IF NOT Od-Found
                   AND Od-Store (Od-Scan-Index) = STORE-NUMBER-SR
                   AND Od-Dept (Od-Scan-Index) = DEPARTMENT-NUMBER-SR
               MOVE Od-Scan-Index TO Od-Index
               MOVE "Y" TO Od-Found-Switch
           END-IF.

      *    Each store's suggested quantity is worked out against
      *    its own shelf and selling speed, then added to the DC
      *    line for the product.  The catalog is read once per DC
      *    line - the quote is the same whichever store asked.
       3400-ADD-STORE-NEED.
           IF NOT Dc-Line-Pending
               PERFORM 3280-PRICE-FROM-CATALOG
               MOVE "Y" TO Dc-Line-Pending-Switch
               MOVE DEPARTMENT-NUMBER-SR TO Dc-Dept-Hold
               MOVE PRODUCT-CODE-SR TO Dc-Product-Hold
               MOVE DESCRIPTION-SR TO Dc-Description-Hold
               MOVE UNIT-COST-SR TO Dc-Unit-Cost-Hold
               MOVE MATCHED-CASE-PACK TO Dc-Case-Pack-Hold
               MOVE ZERO TO Dc-Total-Need Dc-Velocity-Total
                            Need-Count
           END-IF
           PERFORM 3290-COMPUTE-SUGGESTED-QTY
           ADD SUGGESTED-QTY TO Dc-Total-Need
           ADD Weekly-Velocity TO Dc-Velocity-Total
      *    The DC's own reorder hit is ordered with the rest but
      *    stays where it lands - only the stores are allocated.
           IF ORIGIN-STORE-SR NOT = Dc-Store-Number
                   AND Need-Count < 50
               ADD 1 TO Need-Count
               MOVE ORIGIN-STORE-SR TO Nd-Store (Need-Count)
               MOVE SUGGESTED-QTY TO Nd-Quantity (Need-Count)
           END-IF.

      *    The product's stores are all in - the summed need goes on
      *    the order as one DC line, case-rounded as a whole, with
      *    each store's share printed under it and filed for the
      *    allocation.
       3450-WRITE-DC-LINE.
           ADD 1 TO DC-LINE-COUNTER
           MOVE VENDOR-DEF-KEY-HOLD TO VENDOR-CODE-SR
           MOVE Dc-Store-Number TO STORE-NUMBER-SR
           MOVE Dc-Dept-Hold TO DEPARTMENT-NUMBER-SR
           MOVE Dc-Product-Hold TO PRODUCT-CODE-SR
           MOVE Dc-Description-Hold TO DESCRIPTION-SR
           MOVE Dc-Unit-Cost-Hold TO UNIT-COST-SR
           MOVE Dc-Case-Pack-Hold TO MATCHED-CASE-PACK
           MOVE Dc-Total-Need TO SUGGESTED-QTY
           MOVE Dc-Velocity-Total TO Weekly-Velocity
           PERFORM 3310-PUT-LINE-ON-ORDER
           PERFORM 3460-WRITE-STORE-NEED
               VARYING Need-Index FROM 1 BY 1
               UNTIL Need-Index > Need-Count
           MOVE "N" TO Dc-Line-Pending-Switch.

       3460-WRITE-STORE-NEED.
           MOVE Nd-Store (Need-Index) TO NEED-STORE-NL
           MOVE Nd-Quantity (Need-Index) TO NEED-QTY-NL
           WRITE OUTPUT-PRINTER-RECORD FROM PO-NEED-LINE
                       AFTER ADVANCING 1 LINES
           MOVE NEXT-PO-NUMBER TO Order-Number-DN
           MOVE Dc-Store-Number TO Dc-Store-DN
           MOVE Dc-Dept-Hold TO Dept-Number-DN
           MOVE Dc-Product-Hold TO Product-Code-DN
           MOVE Nd-Store (Need-Index) TO Store-Number-DN
           MOVE Nd-Quantity (Need-Index) TO Need-Qty-DN
           MOVE ZERO TO Allocated-Qty-DN
           MOVE Date-Report-Record TO Order-Date-DN
           WRITE Dc-Need-Record.

      *    A quoted cost on the PRG66 catalog beats the master's
      *    last-receipt cost - what we agreed to pay, not what the
           MOVE PO-LINE-COUNTER TO PO-LINES-TL
           MOVE PO-TOTAL-COST TO PO-TOTAL-TL
           WRITE OUTPUT-PRINTER-RECORD FROM PO-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
           MOVE "N" TO Order-Held-Switch
           PERFORM 3600-CHECK-DEPT-OPEN-TO-BUY
               VARYING Od-Index FROM 1 BY 1
               UNTIL Od-Index > Od-Count
           IF Order-Held
               ADD 1 TO HELD-PO-COUNTER
               MOVE Held-Store TO HELD-STORE-HL
               MOVE Held-Dept TO HELD-DEPT-HL
               WRITE OUTPUT-PRINTER-RECORD FROM PO-HELD-LINE
                           AFTER ADVANCING 2 LINES
               PERFORM 3650-WRITE-PENDING-LINE
                   VARYING Order-Line-Index FROM 1 BY 1
                   UNTIL Order-Line-Index > Order-Line-Count
           ELSE
               PERFORM 3700-WRITE-ORDERED-LINE
                   VARYING Order-Line-Index FROM 1 BY 1
                   UNTIL Order-Line-Index > Order-Line-Count
               PERFORM 3750-COMMIT-DEPT-COST
                   VARYING Od-Index FROM 1 BY 1
                   UNTIL Od-Index > Od-Count
               PERFORM 3800-WRITE-OUTBOUND-ORDER
           END-IF.

      *    Only a department with a plan for the period can hold
      *    an order; the first one the order would overspend is
      *    the one named on the form.
       3600-CHECK-DEPT-OPEN-TO-BUY.
           MOVE "Q" TO ob-function
           MOVE Od-Store (Od-Index) TO ob-store
           MOVE Od-Dept (Od-Index) TO ob-dept
           CALL "prg148" USING Open-To-Buy-Parms
           IF ob-planned
                   AND Od-Cost (Od-Index) > ZERO
                   AND ob-open-to-buy < Od-Cost (Od-Index)
               IF NOT Order-Held
                   MOVE Od-Store (Od-Index) TO Held-Store
                   MOVE Od-Dept (Od-Index) TO Held-Dept
               END-IF
               MOVE "Y" TO Order-Held-Switch
           END-IF.

       3650-WRITE-PENDING-LINE.
           WRITE PENDING-PO-RECORD FROM Ol-Record (Order-Line-Index).

       3700-WRITE-ORDERED-LINE.
           WRITE Purchase-Order-Record
               FROM Ol-Record (Order-Line-Index).

       3750-COMMIT-DEPT-COST.
           MOVE "C" TO ob-function
           MOVE Od-Store (Od-Index) TO ob-store
           MOVE Od-Dept (Od-Index) TO ob-dept
           MOVE Od-Cost (Od-Index) TO ob-amount
           CALL "prg148" USING Open-To-Buy-Parms.

      *    Header, the order's lines, and a trailer with the count
      *    and totals, appended to the vendor's own file.
       3800-WRITE-OUTBOUND-ORDER.
           ADD 1 TO SENT-PO-COUNTER
           MOVE SPACES TO Outbound-File-Name
           STRING "PO" DELIMITED BY SIZE
                  VENDOR-DEF-KEY-HOLD DELIMITED BY SPACE
                  ".OUT" DELIMITED BY SIZE
                  INTO Outbound-File-Name
           COMPUTE Outbound-Order-Date =
               (2000 + yy-dar) * 10000 + mm-dar * 100 + dd-dar
           MOVE ZERO TO Outbound-Line-Count Outbound-Total-Quantity
                        Outbound-Total-Cost
           OPEN EXTEND PO-OUTBOUND-FILE
           MOVE SPACES TO Po-Interchange-Record
           MOVE "HD" TO Px-Record-Type
           MOVE NEXT-PO-NUMBER TO Px-Order-Number
           MOVE VENDOR-DEF-KEY-HOLD TO Px-Vendor-Code
           MOVE "CAR3872" TO Px-Sender-Id
           MOVE Outbound-Order-Date TO Px-Order-Date
           MOVE Matched-Vendor-Name TO Px-Vendor-Name
           WRITE Po-Interchange-Record
           PERFORM 3850-WRITE-OUTBOUND-LINE
               VARYING Order-Line-Index FROM 1 BY 1
               UNTIL Order-Line-Index > Order-Line-Count
           MOVE SPACES TO Po-Interchange-Record
           MOVE "TR" TO Px-Record-Type
           MOVE NEXT-PO-NUMBER TO Px-Order-Number
           MOVE VENDOR-DEF-KEY-HOLD TO Px-Vendor-Code
           MOVE Outbound-Line-Count TO Px-Line-Count
           MOVE Outbound-Total-Quantity TO Px-Total-Quantity
           MOVE Outbound-Total-Cost TO Px-Total-Cost
           WRITE Po-Interchange-Record
           CLOSE PO-OUTBOUND-FILE.

       3850-WRITE-OUTBOUND-LINE.
           MOVE Ol-Record (Order-Line-Index) TO Purchase-Order-Record
           ADD 1 TO Outbound-Line-Count
           ADD Order-Qty-PO TO Outbound-Total-Quantity
           COMPUTE Outbound-Line-Cost = Order-Qty-PO * Unit-Cost-PO
           ADD Outbound-Line-Cost TO Outbound-Total-Cost
           MOVE SPACES TO Po-Interchange-Record
           MOVE "LN" TO Px-Record-Type
           MOVE Order-Number-PO TO Px-Order-Number
           MOVE Vendor-Code-PO TO Px-Vendor-Code
           MOVE Outbound-Line-Count TO Px-Line-Number
           MOVE Store-Number-PO TO Px-Store
           MOVE Dept-Number-PO TO Px-Dept
           MOVE Product-Code-PO TO Px-Product
           MOVE Description-PO TO Px-Description
           MOVE Order-Qty-PO TO Px-Quantity
           MOVE Unit-Cost-PO TO Px-Unit-Cost
           MOVE "EA" TO Px-Unit-Of-Measure
           WRITE Po-Interchange-Record.

       5000-WRITE-CONCLUSION.
           MOVE PRODUCT-COUNTER TO PRODUCTS-CL
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE QUOTED-LINE-COUNTER TO QUOTED-CL
           MOVE QUOTED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE HELD-PO-COUNTER TO HELD-CL
           MOVE HELD-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE DC-LINE-COUNTER TO DC-LINES-CL
           MOVE DC-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SENT-PO-COUNTER TO SENT-CL
           MOVE SENT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
