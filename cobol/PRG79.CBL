      *    open rows off by vendor and RMA, the way PRG27's
      *    confirmations close its in-transit rows; and everything
      *    still outstanding prints by vendor so the vendors who
      *    count on us forgetting stop getting away with it.  A row
      *    marked "H" takes the units out of the held bucket
      *    rather than the sellable count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 VENDOR-CODE-RT           PIC X(6).
           03 QUANTITY-RT              PIC 9(6).
           03 RMA-NUMBER-RT            PIC X(10).
      *    "H" when the units go back out of the held bucket -
      *    damaged or defective stock PRG139's disposition screen
      *    sent back.  Blank is sellable stock, as always.
           03 STOCK-RT                 PIC X.
               88 RTV-FROM-HELD        VALUE "H".

       FD CONFIRM-FILE.
       01 CONFIRM-RECORD.
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

       WORKING-STORAGE SECTION.

           03 OUTSTANDING-COUNTER      PIC 9(4) VALUE ZERO.
           03 OUTSTANDING-VALUE        PIC 9(9)V99 VALUE ZERO.
           03 CREDIT-VALUE-WORK        PIC 9(7)V99 VALUE ZERO.
           03 AVAILABLE-QTY-WORK       PIC 9(6) VALUE ZERO.
           03 REJECT-REASON-OR         PIC X(15).
           03 CREDIT-EOR-MARKER        PIC X(3) VALUE "NO".
               88 CREDIT-END-OF-RECORD VALUE "YES".
                   MOVE "Not On Master" TO REJECT-REASON-OR
                   PERFORM 2900-WRITE-REJECT
               NOT INVALID KEY
                   IF RTV-FROM-HELD
                       MOVE Held-Quantity-IR TO AVAILABLE-QTY-WORK
                   ELSE
                       MOVE Quantity-IR TO AVAILABLE-QTY-WORK
                   END-IF
                   IF AVAILABLE-QTY-WORK < QUANTITY-RT
                       MOVE "Insufficient" TO REJECT-REASON-OR
                       PERFORM 2900-WRITE-REJECT
                   ELSE
                       IF RTV-FROM-HELD
                           SUBTRACT QUANTITY-RT FROM Held-Quantity-IR
                       ELSE
                           SUBTRACT QUANTITY-RT FROM Quantity-IR
                       END-IF
                       COMPUTE CREDIT-VALUE-WORK =
                           QUANTITY-RT * Unit-Cost-IR
                       REWRITE Inventory-Record
           MOVE QUANTITY-RT TO JR-QUANTITY
           MOVE Unit-Cost-IR TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG79" TO JR-SOURCE
           IF RTV-FROM-HELD
               MOVE "H" TO JR-STOCK
           END-IF
           WRITE POSTING-JOURNAL-RECORD.

       2500-WRITE-REGISTER-LINE.
