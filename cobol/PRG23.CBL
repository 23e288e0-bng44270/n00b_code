      *    takes its unit cost when one is supplied), relieves the
      *    matching PODATA.DAT purchase-order lines so over- and
      *    under-shipments show up, and prints a receiving register
      *    of everything that changed.  A row marked damaged goes
      *    into the master's held bucket instead of the sellable
      *    count, waiting on PRG139's disposition screen.  A row
      *    carrying a lot number or expiry date opens a lot on
      *    invlot.dat through the PRG141 routine, so dated goods
      *    can be sold oldest-first and reported by PRG142 before
      *    they run out of date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    always keyed.
           03 UNIT-RC                  PIC X.
               88 RECEIPT-IN-CASES     VALUE "C".
      *    "D" means the goods arrived damaged - received against
      *    the PO all the same, but held out of the sellable
      *    count.  Blank is good stock.
           03 CONDITION-RC             PIC X.
               88 RECEIPT-DAMAGED      VALUE "D".
      *    Dated goods carry the vendor's lot number and the
      *    expiry date off the case, year first (CCYYMMDD).  Both
      *    blank is stock nobody dates; a lot with no expiry is
      *    still lotted, behind the dated ones.
           03 LOT-NUMBER-RC            PIC X(10).
           03 EXPIRY-DATE-RC           PIC X(8).
           03 EXPIRY-PARTS-RC REDEFINES EXPIRY-DATE-RC.
               05 EXPIRY-CCYY-RC       PIC 9(4).
               05 EXPIRY-MM-RC         PIC 9(2).
               05 EXPIRY-DD-RC         PIC 9(2).

       FD ORIGINAL-FILE.
           COPY invrec.

       FD BACKUP-FILE.
       01 BACKUP-RECORD                PIC X(86).

       FD BACKUP-FILE-2.
       01 BACKUP-2-RECORD              PIC X(86).

       FD BACKUP-FILE-3.
       01 BACKUP-3-RECORD              PIC X(86).

       FD BACKUP-DATES-FILE.
       01 BACKUP-DATES-RECORD.
           03 JR-QUANTITY              PIC 9(6).
           03 JR-UNIT-COST             PIC 9(5)V99.
           03 JR-TIME                  PIC X(8).
      *    The posting program, so PRG108 can tell a receipt
      *    from a register return - blank on older rows.
           03 JR-SOURCE                PIC X(6).
      *    PRG24B's book quantity sits here on its rows; then
      *    "H" when the units went into or out of the held
      *    bucket rather than the sellable count.
           03                          PIC X(6).
           03 JR-STOCK                 PIC X.

       FD PO-FILE.
           COPY porec.

       FD PO-BACKUP-FILE.
       01 PO-BACKUP-RECORD             PIC X(103).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).
       WORKING-STORAGE SECTION.

       COPY ctlparm.
       COPY lotparm.

       01 INV-LOCK-BLOCKED-SWITCH      PIC X VALUE "N".
           88 INV-LOCK-BLOCKED         VALUE "Y".
               05 Rcpt-Unit-Cost       PIC 9(5)V99.
               05 Rcpt-Applied-Switch  PIC X.
                   88 Rcpt-Applied     VALUE "Y".
               05 Rcpt-Condition       PIC X.
                   88 Rcpt-Damaged     VALUE "D".
               05 Rcpt-Lot-Number      PIC X(10).
               05 Rcpt-Expiry          PIC 9(8).
                   88 Rcpt-Not-Lotted  VALUE ZERO.
       01 Receipt-Count                PIC 9(3) VALUE ZERO.
       01 Receipt-Index                PIC 9(3).
       01 Receipt-Max                  PIC 9(3) VALUE 500.
       01 Special-EOF-Marker           PIC X(3) VALUE "NO".
           88 Special-End-Of-File      VALUE "YES".
       01 Customer-Waiting-Counter     PIC 9(4) VALUE ZERO.
       01 Damaged-Counter              PIC 9(4) VALUE ZERO.
       01 Lots-Received-Counter        PIC 9(4) VALUE ZERO.
       01 Expiry-Ok-Switch             PIC X VALUE "Y".
           88 Expiry-Ok                VALUE "Y".
       01 Special-Covered-Switch       PIC X VALUE "N".
           88 Special-Covered          VALUE "Y".

           03 NEW-COST-DL              PIC $$,$$9.99.
           03                          PIC X(1) VALUE SPACES.
           03 LAST-COST-DL             PIC $$,$$9.99.
           03                          PIC X(2) VALUE SPACES.
           03 CONDITION-DL             PIC X(7).

       01 PO-STATUS-LINE.
           03                          PIC X(8) VALUE "   PO # ".
                       VALUE "CUSTOMERS WAITING:".
           03 WAITING-CL               PIC ZZZ9.

       01 DAMAGED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "HELD AS DAMAGED:".
           03 DAMAGED-CL               PIC ZZZ9.

       01 LOTS-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "LOTS RECEIVED:".
           03 LOTS-CL                  PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
                       PERFORM 1600-WRITE-REJECT
                       ADD 1 TO BAD-RECEIPT-COUNTER
                   ELSE
                       PERFORM 1560-CHECK-EXPIRY-DATE
                       EVALUATE TRUE
                           WHEN QUANTITY-RC = ZERO
                               MOVE "Zero Quantity" TO REJECT-REASON-OR
                               PERFORM 1600-WRITE-REJECT
                               ADD 1 TO BAD-RECEIPT-COUNTER
                           WHEN NOT Expiry-Ok
                               MOVE "Bad Expiry Date"
                                   TO REJECT-REASON-OR
                               PERFORM 1600-WRITE-REJECT
                               ADD 1 TO BAD-RECEIPT-COUNTER
                           WHEN Receipt-Count >= Receipt-Max
                               MOVE "Table Full" TO REJECT-REASON-OR
                               PERFORM 1600-WRITE-REJECT
                               ADD 1 TO BAD-RECEIPT-COUNTER
                           WHEN OTHER
                               PERFORM 1570-CONVERT-UNITS
                               IF Case-Convert-Ok
                                   ADD 1 TO Receipt-Count
                                   PERFORM 1600-WRITE-REJECT
                                   ADD 1 TO BAD-RECEIPT-COUNTER
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *    A blank expiry is fine; anything keyed has to be a real
      *    year, month and day or the lot would file out of order.
       1560-CHECK-EXPIRY-DATE.
           MOVE "Y" TO Expiry-Ok-Switch
           IF EXPIRY-DATE-RC NOT = SPACES
               IF EXPIRY-DATE-RC IS NOT NUMERIC
                   MOVE "N" TO Expiry-Ok-Switch
               ELSE
                   IF EXPIRY-CCYY-RC < 2000
                          OR EXPIRY-MM-RC < 1 OR EXPIRY-MM-RC > 12
                          OR EXPIRY-DD-RC < 1 OR EXPIRY-DD-RC > 31
                       MOVE "N" TO Expiry-Ok-Switch
                   END-IF
               END-IF
           END-IF.

      *    A case-keyed quantity multiplies out by the catalog's
      *    case pack; a case row for a vendor/product with no pack
      *    on file bounces rather than guessing the math.
           MOVE VENDOR-CODE-RC TO Rcpt-Vendor (Receipt-Count)
           MOVE Converted-Qty TO Rcpt-Quantity (Receipt-Count)
           MOVE UNIT-COST-RC TO Rcpt-Unit-Cost (Receipt-Count)
           MOVE "N" TO Rcpt-Applied-Switch (Receipt-Count)
           MOVE CONDITION-RC TO Rcpt-Condition (Receipt-Count)
           MOVE LOT-NUMBER-RC TO Rcpt-Lot-Number (Receipt-Count)
           IF EXPIRY-DATE-RC NOT = SPACES
               MOVE EXPIRY-DATE-RC TO Rcpt-Expiry (Receipt-Count)
           ELSE
               IF LOT-NUMBER-RC NOT = SPACES
                   MOVE 99999999 TO Rcpt-Expiry (Receipt-Count)
               ELSE
                   MOVE ZERO TO Rcpt-Expiry (Receipt-Count)
               END-IF
           END-IF.

       1600-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD
       2200-APPLY-RECEIPTS.
           OPEN I-O ORIGINAL-FILE
           OPEN EXTEND POSTING-JOURNAL-FILE
           MOVE "O" TO lr-function
           CALL "prg141" USING Lot-Relief-Parms
           PERFORM 2400-APPLY-ONE-RECEIPT
               VARYING Receipt-Index FROM 1 BY 1
               UNTIL Receipt-Index > Receipt-Count
           MOVE "C" TO lr-function
           CALL "prg141" USING Lot-Relief-Parms
           CLOSE POSTING-JOURNAL-FILE
           CLOSE ORIGINAL-FILE.

                   CONTINUE
               NOT INVALID KEY
                   MOVE Quantity-IR TO OLD-QUANTITY-HOLD
                   IF Rcpt-Damaged (Receipt-Index)
                       ADD Rcpt-Quantity (Receipt-Index)
                           TO Held-Quantity-IR
                       MOVE "DM" TO Hold-Reason-IR
                       ADD 1 TO Damaged-Counter
                   ELSE
                       ADD Rcpt-Quantity (Receipt-Index)
                           TO Quantity-IR
                   END-IF
                   IF Rcpt-Unit-Cost (Receipt-Index) > ZERO
                       PERFORM 2450-CHECK-QUOTED-COST
                       IF Receipt-Cost-Ok
                   MOVE "Y" TO Rcpt-Applied-Switch (Receipt-Index)
                   ADD 1 TO APPLIED-COUNTER
                   PERFORM 2480-WRITE-JOURNAL-ROW
                   IF NOT Rcpt-Not-Lotted (Receipt-Index)
                          AND NOT Rcpt-Damaged (Receipt-Index)
                       PERFORM 2490-ADD-RECEIPT-LOT
                   END-IF
                   PERFORM 2500-WRITE-REGISTER-LINE
           END-READ.

           MOVE Rcpt-Quantity (Receipt-Index) TO JR-QUANTITY
           MOVE Rcpt-Unit-Cost (Receipt-Index) TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG23" TO JR-SOURCE
           IF Rcpt-Damaged (Receipt-Index)
               MOVE "H" TO JR-STOCK
           END-IF
           WRITE POSTING-JOURNAL-RECORD.

      *    Only sellable stock is lotted - damaged goods wait in
      *    the held bucket and never reach the shelf to expire.
       2490-ADD-RECEIPT-LOT.
           MOVE "A" TO lr-function
           MOVE Rcpt-Store (Receipt-Index) TO lr-store
           MOVE Rcpt-Dept (Receipt-Index) TO lr-dept
           MOVE Rcpt-Product (Receipt-Index) TO lr-product
           MOVE Rcpt-Expiry (Receipt-Index) TO lr-expiry
           MOVE Rcpt-Lot-Number (Receipt-Index) TO lr-lot-number
           MOVE Rcpt-Quantity (Receipt-Index) TO lr-quantity
           IF Rcpt-Unit-Cost (Receipt-Index) > ZERO
               MOVE Rcpt-Unit-Cost (Receipt-Index) TO lr-unit-cost
           ELSE
               MOVE Unit-Cost-IR TO lr-unit-cost
           END-IF
           MOVE Rcpt-Vendor (Receipt-Index) TO lr-vendor
           MOVE Date-Report-Record TO lr-received
           CALL "prg141" USING Lot-Relief-Parms
           ADD 1 TO Lots-Received-Counter.

       2500-WRITE-REGISTER-LINE.
           MOVE Store-Number-IR TO STORE-NUMBER-DL
           MOVE Department-Number-IR TO DEPARTMENT-NUMBER-DL
           MOVE Quantity-IR TO NEW-QTY-DL
           MOVE Unit-Cost-IR TO NEW-COST-DL
           MOVE Last-Receipt-Cost-IR TO LAST-COST-DL
           IF Rcpt-Damaged (Receipt-Index)
               MOVE "DAMAGED" TO CONDITION-DL
           ELSE
               MOVE SPACES TO CONDITION-DL
           END-IF
           MOVE REGISTER-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.


       2866-CHECK-RECEIPT-COVER.
           IF Rcpt-Applied-Switch (Receipt-Index) NOT = "N"
              AND NOT Rcpt-Damaged (Receipt-Index)
              AND Rcpt-Store (Receipt-Index) = STORE-NUMBER-SO
              AND Rcpt-Dept (Receipt-Index) = DEPARTMENT-NUMBER-SO
              AND Rcpt-Product (Receipt-Index) = PRODUCT-CODE-SO
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Customer-Waiting-Counter TO WAITING-CL
           MOVE WAITING-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Damaged-Counter TO DAMAGED-CL
           MOVE DAMAGED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Lots-Received-Counter TO LOTS-CL
           MOVE LOTS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    The master must pass its PRG99 control check before this
