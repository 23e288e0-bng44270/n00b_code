       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG152.
       AUTHOR.  Andy Carlson.

      *    Vendor acknowledgment and ship-notice processing - the
      *    inbound half of the order interchange PRG22 starts with
      *    its PO<vendor>.OUT files.  Vendors answer in the same
      *    POXREC layout:
      *        POACK.IN   AK rows - per ordered line, the quantity
      *                   accepted, back-ordered and substituted
      *        POASN.IN   SN rows - per product on a truck, what
      *                   was shipped, with lot and expiry
      *    An acknowledgment rewrites its PODATA.DAT line the way
      *    PRG65's amendment does - the order quantity cut back to
      *    accepted plus back-ordered, a substituted quantity put
      *    on a line of its own for the substitute product so PRG23
      *    can relieve it, and a log row on poamend.log - so the
      *    open-to-buy and PRG64's chasing stop counting goods the
      *    vendor won't send.  A line is acknowledged once; a second
      *    answer for it is reported and left alone.  Ship notices
      *    are laid against the open lines after that: each row
      *    matching an open line is staged on PRG23.ASN in the
      *    PRG23.DAT layout, ready for the dock to check against
      *    the truck and feed to PRG23 instead of keying the
      *    packing slip.  The discrepancy report lists every
      *    acknowledgment that differs from the order, and every
      *    shipped line that is short, over, costed differently,
      *    not on the order at all, or missing from a shipment of
      *    its order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "POACK.IN"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIP-NOTICE-FILE ASSIGN TO "POASN.IN"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-FILE ASSIGN TO DISK "podata.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-BACKUP-FILE ASSIGN TO DISK "podata.bak"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Expected receipts, rebuilt from the ship notices on every
      *    run, laid out exactly as PRG23.DAT.
           SELECT STAGED-RECEIPT-FILE ASSIGN TO "PRG23.ASN"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    One row per change, appended - PRG65's amendment trail.
           SELECT OPTIONAL Amend-Log-File ASSIGN TO DISK
                                   "poamend.log"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
           COPY poxrec.

       FD SHIP-NOTICE-FILE.
       01 SHIP-NOTICE-RECORD           PIC X(120).

       FD PO-FILE.
           COPY porec.

       FD PO-BACKUP-FILE.
       01 PO-BACKUP-RECORD             PIC X(103).

       FD STAGED-RECEIPT-FILE.
       01 STAGED-RECEIPT-RECORD.
           03 STORE-NUMBER-RC          PIC X(2).
           03 DEPARTMENT-NUMBER-RC     PIC X(2).
           03 PRODUCT-CODE-RC          PIC X(10).
           03 VENDOR-CODE-RC           PIC X(6).
           03 QUANTITY-RC              PIC 9(6).
           03 UNIT-COST-RC             PIC 9(5)V99.
           03 UNIT-RC                  PIC X.
           03 CONDITION-RC             PIC X.
           03 LOT-NUMBER-RC            PIC X(10).
           03 EXPIRY-DATE-RC           PIC X(8).

       FD Amend-Log-File.
       01 Amend-Log-Record.
           03 am-order-number          PIC 9(6).
           03 am-store-number          PIC XX.
           03 am-dept-number           PIC XX.
           03 am-product-code          PIC X(10).
           03 am-old-qty               PIC 9(6).
           03 am-new-qty               PIC 9(6).
           03 am-old-status            PIC X.
           03 am-new-status            PIC X.
           03 am-entry-date            PIC X(10).
           03 am-operator              PIC X(10).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 ACK-EOF-MARKER           PIC X(3) VALUE "NO".
               88 ACK-END-OF-FILE      VALUE "YES".
           03 SHIP-EOF-MARKER          PIC X(3) VALUE "NO".
               88 SHIP-END-OF-FILE     VALUE "YES".
           03 PO-EOF-MARKER            PIC X(3) VALUE "NO".
               88 PO-END-OF-FILE       VALUE "YES".
           03 ACKS-READ-COUNTER        PIC 9(4) VALUE ZERO.
           03 ACKS-APPLIED-COUNTER     PIC 9(4) VALUE ZERO.
           03 ACK-EXCEPTION-COUNTER    PIC 9(4) VALUE ZERO.
           03 SUBSTITUTE-COUNTER       PIC 9(4) VALUE ZERO.
           03 SHIP-READ-COUNTER        PIC 9(4) VALUE ZERO.
           03 STAGED-COUNTER           PIC 9(4) VALUE ZERO.
           03 SHIP-EXCEPTION-COUNTER   PIC 9(4) VALUE ZERO.
           03 BAD-RECORD-COUNTER       PIC 9(4) VALUE ZERO.

      *    The run's acknowledgments, laid against PODATA.DAT in
      *    one rewrite pass.
       01 Ack-Table.
           03 Ack-Entry OCCURS 500 TIMES.
               05 Ak-Order             PIC 9(6).
               05 Ak-Vendor            PIC X(6).
               05 Ak-Store             PIC X(2).
               05 Ak-Dept              PIC X(2).
               05 Ak-Product           PIC X(10).
               05 Ak-Accepted          PIC 9(6).
               05 Ak-Backorder         PIC 9(6).
               05 Ak-Substitute        PIC 9(6).
               05 Ak-Sub-Product       PIC X(10).
               05 Ak-Sub-Desc          PIC X(20).
               05 Ak-Sub-Cost          PIC 9(5)V99.
               05 Ak-Date              PIC X(10).
               05 Ak-Used-Switch       PIC X.
                   88 Ak-Used          VALUE "Y".
       01 Ack-Count                    PIC 9(3) VALUE ZERO.
       01 Ack-Index                    PIC 9(3).
       01 Ack-Max                      PIC 9(3) VALUE 500.
       01 Ack-Found-Index              PIC 9(3).

      *    Substituted quantities become new PO lines, written once
      *    the rewrite pass has copied every existing line back.
       01 Substitute-Table.
           03 Substitute-Entry OCCURS 500 TIMES.
               05 Sub-Record           PIC X(103).
               05 Sub-Ack-Index        PIC 9(3).
       01 Substitute-Count             PIC 9(3) VALUE ZERO.
       01 Substitute-Index             PIC 9(3).

       01 Ship-Table.
           03 Ship-Entry OCCURS 500 TIMES.
               05 Sn-Order             PIC 9(6).
               05 Sn-Vendor            PIC X(6).
               05 Sn-Asn               PIC X(10).
               05 Sn-Store             PIC X(2).
               05 Sn-Dept              PIC X(2).
               05 Sn-Product           PIC X(10).
               05 Sn-Quantity          PIC 9(6).
               05 Sn-Cost              PIC 9(5)V99.
               05 Sn-Lot               PIC X(10).
               05 Sn-Expiry            PIC X(8).
               05 Sn-Matched-Switch    PIC X.
                   88 Sn-Matched       VALUE "Y".
       01 Ship-Count                   PIC 9(3) VALUE ZERO.
       01 Ship-Index                   PIC 9(3).
       01 Ship-Max                     PIC 9(3) VALUE 500.
       01 Order-Shipped-Switch         PIC X VALUE "N".
           88 Order-Shipped            VALUE "Y".
       01 Line-Shipped-Qty             PIC 9(7) VALUE ZERO.
       01 Line-Ship-Asn                PIC X(10).
       01 Line-Ship-Cost               PIC 9(5)V99.
       01 Line-Cost-Differs-Switch     PIC X VALUE "N".
           88 Line-Cost-Differs        VALUE "Y".
       01 Expected-Qty                 PIC 9(6) VALUE ZERO.

       01 Ack-Total-Qty                PIC 9(7) VALUE ZERO.
       01 Original-Order-Qty           PIC 9(6) VALUE ZERO.
       01 Cut-Qty                      PIC 9(7) VALUE ZERO.
       01 New-Order-Qty                PIC 9(6) VALUE ZERO.
       01 Ack-Remark                   PIC X(22).

       01 Date-Accept-Record.
           03 yy-dar                   pic 99.
           03 mm-dar                   pic 99.
           03 dd-dar                   pic 99.

       01 Date-Report-Record.
           03 mm-drr                   pic 99.
           03                          pic x value "/".
           03 dd-drr                   pic 99.
           03                          pic x value "/".
           03                          pic 99 value 20.
           03 yy-drr                   pic 99.

      *    The interchange's CCYYMMDD turned into the mm/dd/ccyy
      *    every PODATA.DAT date is kept in.
       01 Interchange-Date             PIC 9(8).
       01 Interchange-Date-Parts REDEFINES Interchange-Date.
           03 idp-ccyy                 PIC 9(4).
           03 idp-mm                   PIC 99.
           03 idp-dd                   PIC 99.
       01 Po-Style-Date.
           03 psd-mm                   PIC 99.
           03                          PIC X VALUE "/".
           03 psd-dd                   PIC 99.
           03                          PIC X VALUE "/".
           03 psd-ccyy                 PIC 9(4).

       01 HEADING-LINE.
           03                          PIC X(48)
               VALUE "** VENDOR ACKNOWLEDGMENT / SHIP-NOTICE REPORT **".
           03                          PIC X(5) VALUE SPACES.
           03 HEADING-DATE-HL          PIC X(10).

       01 ACK-SECTION-LINE.
           03                          PIC X(40)
               VALUE "ACKNOWLEDGMENTS DIFFERING FROM THE ORDER".

       01 ACK-COLUMN-LINE.
           03                          PIC X(8) VALUE "PO #".
           03                          PIC X(8) VALUE "VENDOR".
           03                          PIC X(7) VALUE "ST/DP".
           03                          PIC X(11) VALUE "PROD. CODE".
           03                          PIC X(8) VALUE " ORDERED".
           03                          PIC X(8) VALUE "  ACCEPT".
           03                          PIC X(8) VALUE "    B/O".
           03                          PIC X(8) VALUE "  SUBST".
           03                          PIC X(8) VALUE "    CUT".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "REMARK".

       01 ACK-DETAIL-LINE.
           03 ORDER-AL                 PIC 9(6).
           03                          PIC X(2) VALUE SPACES.
           03 VENDOR-AL                PIC X(6).
           03                          PIC X(2) VALUE SPACES.
           03 STORE-AL                 PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPT-AL                  PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-AL               PIC X(10).
           03                          PIC X VALUE SPACE.
           03 ORDERED-AL               PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 ACCEPTED-AL              PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 BACKORDER-AL             PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 SUBSTITUTE-AL            PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 CUT-AL                   PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 REMARK-AL                PIC X(22).

       01 SHIP-SECTION-LINE.
           03                          PIC X(40)
               VALUE "SHIPMENTS DIFFERING FROM THE ORDER".

       01 SHIP-COLUMN-LINE.
           03                          PIC X(8) VALUE "PO #".
           03                          PIC X(8) VALUE "VENDOR".
           03                          PIC X(11) VALUE "SHIP NOTICE".
           03                          PIC X(7) VALUE "ST/DP".
           03                          PIC X(11) VALUE "PROD. CODE".
           03                          PIC X(8) VALUE "  EXPECT".
           03                          PIC X(8) VALUE " SHIPPED".
           03                          PIC X(10) VALUE "   PO COST".
           03                          PIC X(10) VALUE " SHIP COST".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "REMARK".

       01 SHIP-DETAIL-LINE.
           03 ORDER-SL                 PIC 9(6).
           03                          PIC X(2) VALUE SPACES.
           03 VENDOR-SL                PIC X(6).
           03                          PIC X(2) VALUE SPACES.
           03 ASN-SL                   PIC X(10).
           03                          PIC X VALUE SPACE.
           03 STORE-SL                 PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPT-SL                  PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-SL               PIC X(10).
           03                          PIC X VALUE SPACE.
           03 EXPECTED-SL              PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 SHIPPED-SL               PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 PO-COST-SL               PIC $$,$$9.99.
           03                          PIC X VALUE SPACE.
           03 SHIP-COST-SL             PIC $$,$$9.99.
           03                          PIC X(2) VALUE SPACES.
           03 REMARK-SL                PIC X(14).

       01 NONE-LINE.
           03                          PIC X(10) VALUE "  None.".

       01 ACKS-READ-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "ACKNOWLEDGMENTS READ:".
           03 ACKS-READ-CL             PIC ZZZ9.

       01 ACKS-APPLIED-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "PO LINES ACKNOWLEDGED:".
           03 ACKS-APPLIED-CL          PIC ZZZ9.

       01 SUBSTITUTE-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "SUBSTITUTE LINES ADDED:".
           03 SUBSTITUTE-CL            PIC ZZZ9.

       01 ACK-EXCEPTION-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "ACKNOWLEDGMENT EXCEPTIONS:".
           03 ACK-EXCEPTION-CL         PIC ZZZ9.

       01 SHIP-READ-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "SHIP-NOTICE ROWS READ:".
           03 SHIP-READ-CL             PIC ZZZ9.

       01 STAGED-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "RECEIPTS STAGED:".
           03 STAGED-CL                PIC ZZZ9.

       01 SHIP-EXCEPTION-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "SHIPMENT DISCREPANCIES:".
           03 SHIP-EXCEPTION-CL        PIC ZZZ9.

       01 BAD-CONCLUSION-LINE.
           03                          PIC X(26)
               VALUE "UNUSABLE INBOUND ROWS:".
           03 BAD-CL                   PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr

           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE Date-Report-Record TO HEADING-DATE-HL
           WRITE OUTPUT-PRINTER-RECORD FROM HEADING-LINE
                       AFTER ADVANCING PAGE
           PERFORM 1500-LOAD-ACKNOWLEDGMENTS
           PERFORM 1600-LOAD-SHIP-NOTICES
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS
           PERFORM 3000-MATCH-SHIP-NOTICES
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

       1500-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           PERFORM 1550-READ-ACKNOWLEDGMENT
               UNTIL ACK-END-OF-FILE
           CLOSE ACK-FILE.

      *    Anything but a numeric AK row is counted as unusable and
      *    left for the vendor to resend.
       1550-READ-ACKNOWLEDGMENT.
           READ ACK-FILE
               AT END MOVE "YES" TO ACK-EOF-MARKER
               NOT AT END
                   IF Px-Acknowledgment
                          AND Px-Order-Number IS NUMERIC
                          AND Px-Accepted-Qty IS NUMERIC
                          AND Px-Backorder-Qty IS NUMERIC
                          AND Px-Substitute-Qty IS NUMERIC
                          AND Ack-Count < Ack-Max
                       ADD 1 TO ACKS-READ-COUNTER
                       PERFORM 1580-STORE-ACKNOWLEDGMENT
                   ELSE
                       ADD 1 TO BAD-RECORD-COUNTER
                   END-IF
           END-READ.

       1580-STORE-ACKNOWLEDGMENT.
           ADD 1 TO Ack-Count
           MOVE Px-Order-Number TO Ak-Order (Ack-Count)
           MOVE Px-Vendor-Code TO Ak-Vendor (Ack-Count)
           MOVE Px-Ack-Store TO Ak-Store (Ack-Count)
           MOVE Px-Ack-Dept TO Ak-Dept (Ack-Count)
           MOVE Px-Ack-Product TO Ak-Product (Ack-Count)
           MOVE Px-Accepted-Qty TO Ak-Accepted (Ack-Count)
           MOVE Px-Backorder-Qty TO Ak-Backorder (Ack-Count)
           MOVE Px-Substitute-Qty TO Ak-Substitute (Ack-Count)
           MOVE Px-Substitute-Product TO Ak-Sub-Product (Ack-Count)
           MOVE Px-Substitute-Desc TO Ak-Sub-Desc (Ack-Count)
           IF Px-Substitute-Cost IS NUMERIC
               MOVE Px-Substitute-Cost TO Ak-Sub-Cost (Ack-Count)
           ELSE
               MOVE ZERO TO Ak-Sub-Cost (Ack-Count)
           END-IF
           IF Px-Ack-Date IS NUMERIC AND Px-Ack-Date > ZERO
               MOVE Px-Ack-Date TO Interchange-Date
               PERFORM 1700-FORMAT-PO-DATE
               MOVE Po-Style-Date TO Ak-Date (Ack-Count)
           ELSE
               MOVE Date-Report-Record TO Ak-Date (Ack-Count)
           END-IF
           MOVE "N" TO Ak-Used-Switch (Ack-Count).

       1600-LOAD-SHIP-NOTICES.
           OPEN INPUT SHIP-NOTICE-FILE
           PERFORM 1650-READ-SHIP-NOTICE
               UNTIL SHIP-END-OF-FILE
           CLOSE SHIP-NOTICE-FILE.

       1650-READ-SHIP-NOTICE.
           READ SHIP-NOTICE-FILE INTO Po-Interchange-Record
               AT END MOVE "YES" TO SHIP-EOF-MARKER
               NOT AT END
                   IF Px-Ship-Notice
                          AND Px-Order-Number IS NUMERIC
                          AND Px-Shipped-Qty IS NUMERIC
                          AND Px-Shipped-Qty > ZERO
                          AND Ship-Count < Ship-Max
                       ADD 1 TO SHIP-READ-COUNTER
                       PERFORM 1680-STORE-SHIP-NOTICE
                   ELSE
                       ADD 1 TO BAD-RECORD-COUNTER
                   END-IF
           END-READ.

       1680-STORE-SHIP-NOTICE.
           ADD 1 TO Ship-Count
           MOVE Px-Order-Number TO Sn-Order (Ship-Count)
           MOVE Px-Vendor-Code TO Sn-Vendor (Ship-Count)
           MOVE Px-Asn-Number TO Sn-Asn (Ship-Count)
           MOVE Px-Ship-Store TO Sn-Store (Ship-Count)
           MOVE Px-Ship-Dept TO Sn-Dept (Ship-Count)
           MOVE Px-Ship-Product TO Sn-Product (Ship-Count)
           MOVE Px-Shipped-Qty TO Sn-Quantity (Ship-Count)
           IF Px-Shipped-Cost IS NUMERIC
               MOVE Px-Shipped-Cost TO Sn-Cost (Ship-Count)
           ELSE
               MOVE ZERO TO Sn-Cost (Ship-Count)
           END-IF
           MOVE Px-Lot-Number TO Sn-Lot (Ship-Count)
           MOVE Px-Expiry-Date TO Sn-Expiry (Ship-Count)
           MOVE "N" TO Sn-Matched-Switch (Ship-Count).

       1700-FORMAT-PO-DATE.
           MOVE idp-mm TO psd-mm
           MOVE idp-dd TO psd-dd
           MOVE idp-ccyy TO psd-ccyy.

      *    The usual rewrite-through-a-copy, PRG23's PO relief and
      *    PRG65's amendment both work PODATA.DAT this way.
       2000-APPLY-ACKNOWLEDGMENTS.
           MOVE ACK-SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE ACK-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           IF Ack-Count > ZERO
               MOVE "NO" TO PO-EOF-MARKER
               OPEN INPUT PO-FILE
               OPEN OUTPUT PO-BACKUP-FILE
               PERFORM 2050-COPY-PO-RECORD
                   UNTIL PO-END-OF-FILE
               CLOSE PO-FILE
               CLOSE PO-BACKUP-FILE
               MOVE "NO" TO PO-EOF-MARKER
               OPEN INPUT PO-BACKUP-FILE
               OPEN OUTPUT PO-FILE
               OPEN EXTEND Amend-Log-File
               PERFORM 2100-ACK-ONE-PO-LINE
                   UNTIL PO-END-OF-FILE
               PERFORM 2400-WRITE-SUBSTITUTE-LINE
                   VARYING Substitute-Index FROM 1 BY 1
                   UNTIL Substitute-Index > Substitute-Count
               CLOSE PO-BACKUP-FILE
               CLOSE PO-FILE
               CLOSE Amend-Log-File
               PERFORM 2500-REPORT-UNUSED-ACK
                   VARYING Ack-Index FROM 1 BY 1
                   UNTIL Ack-Index > Ack-Count
           END-IF
           IF ACK-EXCEPTION-COUNTER = ZERO
               MOVE NONE-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

       2050-COPY-PO-RECORD.
           READ PO-FILE
               AT END MOVE "YES" TO PO-EOF-MARKER
               NOT AT END
                   WRITE PO-BACKUP-RECORD FROM Purchase-Order-Record
           END-READ.

      *    Substitute lines are the vendor's own answer and are
      *    never acknowledged again.
       2100-ACK-ONE-PO-LINE.
           READ PO-BACKUP-FILE INTO Purchase-Order-Record
               AT END MOVE "YES" TO PO-EOF-MARKER
               NOT AT END
                   IF NOT Po-Line-Substitute
                       MOVE ZERO TO Ack-Found-Index
                       PERFORM 2150-FIND-ACK-FOR-LINE
                           VARYING Ack-Index FROM 1 BY 1
                           UNTIL Ack-Index > Ack-Count
                       IF Ack-Found-Index > ZERO
                           MOVE Ack-Found-Index TO Ack-Index
                           MOVE "Y" TO Ak-Used-Switch (Ack-Index)
                           PERFORM 2200-APPLY-ONE-ACK
                       END-IF
                   END-IF
                   WRITE Purchase-Order-Record
           END-READ.

       2150-FIND-ACK-FOR-LINE.
           IF Ack-Found-Index = ZERO
                  AND NOT Ak-Used (Ack-Index)
                  AND Ak-Order (Ack-Index) = Order-Number-PO
                  AND Ak-Store (Ack-Index) = Store-Number-PO
                  AND Ak-Dept (Ack-Index) = Dept-Number-PO
                  AND Ak-Product (Ack-Index) = Product-Code-PO
               MOVE Ack-Index TO Ack-Found-Index
           END-IF.

      *    Accepted plus back-ordered is what is still to come of
      *    the product ordered; the order never grows on the
      *    vendor's say-so, and never drops below what has already
      *    been received against it.
       2200-APPLY-ONE-ACK.
           COMPUTE Ack-Total-Qty = Ak-Accepted (Ack-Index)
                                 + Ak-Backorder (Ack-Index)
                                 + Ak-Substitute (Ack-Index)
           MOVE SPACES TO Ack-Remark
           MOVE ZERO TO Cut-Qty
           MOVE Order-Qty-PO TO Original-Order-Qty
           EVALUATE TRUE
               WHEN NOT Po-Line-Unacknowledged
                   MOVE "ALREADY ACKNOWLEDGED" TO Ack-Remark
                   ADD 1 TO ACK-EXCEPTION-COUNTER
               WHEN NOT Po-Line-Open
                   MOVE "LINE NOT OPEN" TO Ack-Remark
                   ADD 1 TO ACK-EXCEPTION-COUNTER
               WHEN Ak-Vendor (Ack-Index) NOT = Vendor-Code-PO
                   MOVE "WRONG VENDOR" TO Ack-Remark
                   ADD 1 TO ACK-EXCEPTION-COUNTER
               WHEN Ack-Total-Qty > Order-Qty-PO
                   MOVE "MORE THAN ORDERED" TO Ack-Remark
                   ADD 1 TO ACK-EXCEPTION-COUNTER
               WHEN Ak-Substitute (Ack-Index) > ZERO
                      AND Ak-Sub-Product (Ack-Index) = SPACES
                   MOVE "NO SUBSTITUTE PRODUCT" TO Ack-Remark
                   ADD 1 TO ACK-EXCEPTION-COUNTER
               WHEN OTHER
                   PERFORM 2250-REVISE-PO-LINE
           END-EVALUATE
           IF Ack-Remark NOT = SPACES
               PERFORM 2300-WRITE-ACK-LINE
           END-IF.

       2250-REVISE-PO-LINE.
           ADD 1 TO ACKS-APPLIED-COUNTER
           COMPUTE Cut-Qty = Order-Qty-PO - Ack-Total-Qty
           COMPUTE New-Order-Qty = Ak-Accepted (Ack-Index)
                                 + Ak-Backorder (Ack-Index)
           IF Received-Qty-PO IS NOT NUMERIC
               MOVE ZERO TO Received-Qty-PO
           END-IF
           IF New-Order-Qty < Received-Qty-PO
               MOVE Received-Qty-PO TO New-Order-Qty
           END-IF
           MOVE SPACES TO Amend-Log-Record
           MOVE Order-Number-PO TO am-order-number
           MOVE Store-Number-PO TO am-store-number
           MOVE Dept-Number-PO TO am-dept-number
           MOVE Product-Code-PO TO am-product-code
           MOVE Order-Qty-PO TO am-old-qty
           MOVE Status-PO TO am-old-status
           IF Ak-Accepted (Ack-Index) NOT = Order-Qty-PO
               EVALUATE TRUE
                   WHEN Ak-Substitute (Ack-Index) > ZERO
                       MOVE "SUBSTITUTED" TO Ack-Remark
                   WHEN Ak-Backorder (Ack-Index) > ZERO
                       MOVE "BACK-ORDERED" TO Ack-Remark
                   WHEN OTHER
                       MOVE "CUT BY VENDOR" TO Ack-Remark
               END-EVALUATE
               ADD 1 TO ACK-EXCEPTION-COUNTER
           END-IF
           MOVE New-Order-Qty TO Order-Qty-PO
           MOVE Ak-Backorder (Ack-Index) TO Backorder-Qty-PO
           MOVE Ak-Date (Ack-Index) TO Ack-Date-PO
           IF Ak-Backorder (Ack-Index) > ZERO
               MOVE "B" TO Ack-Status-PO
           ELSE
               MOVE "A" TO Ack-Status-PO
           END-IF
      *    Nothing left to come closes the line - cancelled when
      *    nothing ever arrived, received when it all has.
           IF Order-Qty-PO = ZERO
               MOVE "X" TO Status-PO
           ELSE
               IF Received-Qty-PO >= Order-Qty-PO
                   MOVE "R" TO Status-PO
                   MOVE Date-Report-Record TO Received-Date-PO
               END-IF
           END-IF
           MOVE Order-Qty-PO TO am-new-qty
           MOVE Status-PO TO am-new-status
           MOVE Date-Report-Record TO am-entry-date
           MOVE "VENDOR ACK" TO am-operator
           WRITE Amend-Log-Record
           IF Ak-Substitute (Ack-Index) > ZERO
                  AND Substitute-Count < 500
               PERFORM 2280-FILE-SUBSTITUTE-LINE
           END-IF.

      *    The substitute line copies the original's order number,
      *    vendor, store and department; the vendor's cost wins
      *    when it sent one.
       2280-FILE-SUBSTITUTE-LINE.
           ADD 1 TO Substitute-Count
           MOVE Purchase-Order-Record
               TO Sub-Record (Substitute-Count)
           MOVE Ack-Index TO Sub-Ack-Index (Substitute-Count).

       2300-WRITE-ACK-LINE.
           MOVE Order-Number-PO TO ORDER-AL
           MOVE Vendor-Code-PO TO VENDOR-AL
           MOVE Store-Number-PO TO STORE-AL
           MOVE Dept-Number-PO TO DEPT-AL
           MOVE Product-Code-PO TO PRODUCT-AL
           MOVE Original-Order-Qty TO ORDERED-AL
           MOVE Ak-Accepted (Ack-Index) TO ACCEPTED-AL
           MOVE Ak-Backorder (Ack-Index) TO BACKORDER-AL
           MOVE Ak-Substitute (Ack-Index) TO SUBSTITUTE-AL
           MOVE Cut-Qty TO CUT-AL
           MOVE Ack-Remark TO REMARK-AL
           MOVE ACK-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       2400-WRITE-SUBSTITUTE-LINE.
           MOVE Sub-Record (Substitute-Index)
               TO Purchase-Order-Record
           MOVE Sub-Ack-Index (Substitute-Index) TO Ack-Index
           ADD 1 TO SUBSTITUTE-COUNTER
           MOVE Ak-Sub-Product (Ack-Index) TO Product-Code-PO
           IF Ak-Sub-Desc (Ack-Index) NOT = SPACES
               MOVE Ak-Sub-Desc (Ack-Index) TO Description-PO
           END-IF
           MOVE Ak-Substitute (Ack-Index) TO Order-Qty-PO
           IF Ak-Sub-Cost (Ack-Index) > ZERO
               MOVE Ak-Sub-Cost (Ack-Index) TO Unit-Cost-PO
           END-IF
           MOVE ZERO TO Received-Qty-PO Backorder-Qty-PO
           MOVE "O" TO Status-PO
           MOVE SPACES TO Received-Date-PO
           MOVE "S" TO Ack-Status-PO
           MOVE Ak-Date (Ack-Index) TO Ack-Date-PO
           WRITE Purchase-Order-Record
           MOVE SPACES TO Amend-Log-Record
           MOVE Order-Number-PO TO am-order-number
           MOVE Store-Number-PO TO am-store-number
           MOVE Dept-Number-PO TO am-dept-number
           MOVE Product-Code-PO TO am-product-code
           MOVE ZERO TO am-old-qty
           MOVE Order-Qty-PO TO am-new-qty
           MOVE SPACE TO am-old-status
           MOVE "O" TO am-new-status
           MOVE Date-Report-Record TO am-entry-date
           MOVE "VENDOR ACK" TO am-operator
           WRITE Amend-Log-Record.

       2500-REPORT-UNUSED-ACK.
           IF NOT Ak-Used (Ack-Index)
               ADD 1 TO ACK-EXCEPTION-COUNTER
               MOVE Ak-Order (Ack-Index) TO ORDER-AL
               MOVE Ak-Vendor (Ack-Index) TO VENDOR-AL
               MOVE Ak-Store (Ack-Index) TO STORE-AL
               MOVE Ak-Dept (Ack-Index) TO DEPT-AL
               MOVE Ak-Product (Ack-Index) TO PRODUCT-AL
               MOVE ZERO TO ORDERED-AL CUT-AL
               MOVE Ak-Accepted (Ack-Index) TO ACCEPTED-AL
               MOVE Ak-Backorder (Ack-Index) TO BACKORDER-AL
               MOVE Ak-Substitute (Ack-Index) TO SUBSTITUTE-AL
               MOVE "NOT ON ANY PO" TO REMARK-AL
               MOVE ACK-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

      *    One read-only pass over the acknowledged file.  Every
      *    open line of an order that appears on a ship notice is
      *    expected on the truck; the rows for it are summed
      *    (a line can ship as several lots), staged, and the
      *    total set against what is still open on the line.
       3000-MATCH-SHIP-NOTICES.
           MOVE SHIP-SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE SHIP-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           OPEN OUTPUT STAGED-RECEIPT-FILE
           IF Ship-Count > ZERO
               MOVE "NO" TO PO-EOF-MARKER
               OPEN INPUT PO-FILE
               PERFORM 3100-CHECK-ONE-PO-LINE
                   UNTIL PO-END-OF-FILE
               CLOSE PO-FILE
               PERFORM 3500-REPORT-UNMATCHED-SHIP
                   VARYING Ship-Index FROM 1 BY 1
                   UNTIL Ship-Index > Ship-Count
           END-IF
           CLOSE STAGED-RECEIPT-FILE
           IF SHIP-EXCEPTION-COUNTER = ZERO
               MOVE NONE-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

       3100-CHECK-ONE-PO-LINE.
           READ PO-FILE
               AT END MOVE "YES" TO PO-EOF-MARKER
               NOT AT END
                   IF Po-Line-Open
                       MOVE "N" TO Order-Shipped-Switch
                       PERFORM 3150-CHECK-ORDER-SHIPPED
                           VARYING Ship-Index FROM 1 BY 1
                           UNTIL Ship-Index > Ship-Count
                       IF Order-Shipped
                           PERFORM 3200-COMPARE-LINE-TO-SHIPMENT
                       END-IF
                   END-IF
           END-READ.

       3150-CHECK-ORDER-SHIPPED.
           IF Sn-Order (Ship-Index) = Order-Number-PO
                  AND Sn-Vendor (Ship-Index) = Vendor-Code-PO
               MOVE "Y" TO Order-Shipped-Switch
           END-IF.

       3200-COMPARE-LINE-TO-SHIPMENT.
           MOVE ZERO TO Line-Shipped-Qty
           MOVE SPACES TO Line-Ship-Asn
           MOVE ZERO TO Line-Ship-Cost
           MOVE "N" TO Line-Cost-Differs-Switch
           PERFORM 3250-TAKE-SHIPPED-ROW
               VARYING Ship-Index FROM 1 BY 1
               UNTIL Ship-Index > Ship-Count
           IF Received-Qty-PO IS NOT NUMERIC
               MOVE ZERO TO Received-Qty-PO
           END-IF
           IF Order-Qty-PO > Received-Qty-PO
               COMPUTE Expected-Qty = Order-Qty-PO - Received-Qty-PO
           ELSE
               MOVE ZERO TO Expected-Qty
           END-IF
           MOVE SPACES TO REMARK-SL
           EVALUATE TRUE
               WHEN Line-Shipped-Qty = ZERO
                   MOVE "NOT SHIPPED" TO REMARK-SL
               WHEN Line-Shipped-Qty < Expected-Qty
                   MOVE "SHORT SHIPPED" TO REMARK-SL
               WHEN Line-Shipped-Qty > Expected-Qty
                   MOVE "OVER SHIPPED" TO REMARK-SL
               WHEN Line-Cost-Differs
                   MOVE "COST DIFFERS" TO REMARK-SL
           END-EVALUATE
           IF REMARK-SL NOT = SPACES
               ADD 1 TO SHIP-EXCEPTION-COUNTER
               MOVE Order-Number-PO TO ORDER-SL
               MOVE Vendor-Code-PO TO VENDOR-SL
               MOVE Line-Ship-Asn TO ASN-SL
               MOVE Store-Number-PO TO STORE-SL
               MOVE Dept-Number-PO TO DEPT-SL
               MOVE Product-Code-PO TO PRODUCT-SL
               MOVE Expected-Qty TO EXPECTED-SL
               MOVE Line-Shipped-Qty TO SHIPPED-SL
               MOVE Unit-Cost-PO TO PO-COST-SL
               MOVE Line-Ship-Cost TO SHIP-COST-SL
               MOVE SHIP-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

      *    Every row for the line is staged as it is taken, at the
      *    shipped cost when the vendor sent one and the PO cost
      *    otherwise, in eaches, as good stock - the dock changes
      *    the condition if the cartons come off the truck damaged.
       3250-TAKE-SHIPPED-ROW.
           IF NOT Sn-Matched (Ship-Index)
                  AND Sn-Order (Ship-Index) = Order-Number-PO
                  AND Sn-Vendor (Ship-Index) = Vendor-Code-PO
                  AND Sn-Store (Ship-Index) = Store-Number-PO
                  AND Sn-Dept (Ship-Index) = Dept-Number-PO
                  AND Sn-Product (Ship-Index) = Product-Code-PO
               MOVE "Y" TO Sn-Matched-Switch (Ship-Index)
               ADD Sn-Quantity (Ship-Index) TO Line-Shipped-Qty
               MOVE Sn-Asn (Ship-Index) TO Line-Ship-Asn
               IF Sn-Cost (Ship-Index) > ZERO
                   MOVE Sn-Cost (Ship-Index) TO Line-Ship-Cost
                   IF Sn-Cost (Ship-Index) NOT = Unit-Cost-PO
                       MOVE "Y" TO Line-Cost-Differs-Switch
                   END-IF
               END-IF
               MOVE SPACES TO STAGED-RECEIPT-RECORD
               MOVE Store-Number-PO TO STORE-NUMBER-RC
               MOVE Dept-Number-PO TO DEPARTMENT-NUMBER-RC
               MOVE Product-Code-PO TO PRODUCT-CODE-RC
               MOVE Vendor-Code-PO TO VENDOR-CODE-RC
               MOVE Sn-Quantity (Ship-Index) TO QUANTITY-RC
               IF Sn-Cost (Ship-Index) > ZERO
                   MOVE Sn-Cost (Ship-Index) TO UNIT-COST-RC
               ELSE
                   MOVE Unit-Cost-PO TO UNIT-COST-RC
               END-IF
               MOVE "E" TO UNIT-RC
               MOVE Sn-Lot (Ship-Index) TO LOT-NUMBER-RC
               MOVE Sn-Expiry (Ship-Index) TO EXPIRY-DATE-RC
               WRITE STAGED-RECEIPT-RECORD
               ADD 1 TO STAGED-COUNTER
           END-IF.

      *    A shipped row that matched no open line isn't staged -
      *    if the goods do turn up, receiving keys them by hand.
       3500-REPORT-UNMATCHED-SHIP.
           IF NOT Sn-Matched (Ship-Index)
               ADD 1 TO SHIP-EXCEPTION-COUNTER
               MOVE Sn-Order (Ship-Index) TO ORDER-SL
               MOVE Sn-Vendor (Ship-Index) TO VENDOR-SL
               MOVE Sn-Asn (Ship-Index) TO ASN-SL
               MOVE Sn-Store (Ship-Index) TO STORE-SL
               MOVE Sn-Dept (Ship-Index) TO DEPT-SL
               MOVE Sn-Product (Ship-Index) TO PRODUCT-SL
               MOVE ZERO TO EXPECTED-SL PO-COST-SL
               MOVE Sn-Quantity (Ship-Index) TO SHIPPED-SL
               MOVE Sn-Cost (Ship-Index) TO SHIP-COST-SL
               MOVE "NOT ON OPEN PO" TO REMARK-SL
               MOVE SHIP-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

       5000-WRITE-CONCLUSION.
           MOVE ACKS-READ-COUNTER TO ACKS-READ-CL
           MOVE ACKS-READ-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE ACKS-APPLIED-COUNTER TO ACKS-APPLIED-CL
           MOVE ACKS-APPLIED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SUBSTITUTE-COUNTER TO SUBSTITUTE-CL
           MOVE SUBSTITUTE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE ACK-EXCEPTION-COUNTER TO ACK-EXCEPTION-CL
           MOVE ACK-EXCEPTION-CONCLUSION-LINE
               TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SHIP-READ-COUNTER TO SHIP-READ-CL
           MOVE SHIP-READ-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE STAGED-COUNTER TO STAGED-CL
           MOVE STAGED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SHIP-EXCEPTION-COUNTER TO SHIP-EXCEPTION-CL
           MOVE SHIP-EXCEPTION-CONCLUSION-LINE
               TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE BAD-RECORD-COUNTER TO BAD-CL
           MOVE BAD-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
