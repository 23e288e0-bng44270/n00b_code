           03 JR-QUANTITY              PIC 9(6).
           03 JR-UNIT-COST             PIC 9(5)V99.
           03 JR-TIME                  PIC X(8).
      *    The posting program, so PRG108 can tell a receipt
      *    from a register return - blank on older rows.
           03 JR-SOURCE                PIC X(6).

       WORKING-STORAGE SECTION.

           MOVE QUANTITY-TR TO JR-QUANTITY
           MOVE ZERO TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG27" TO JR-SOURCE
           WRITE POSTING-JOURNAL-RECORD
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           MOVE Date-Report-Record TO JR-DATE
           MOVE QUANTITY-TR TO JR-QUANTITY
           MOVE ZERO TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG27" TO JR-SOURCE
           WRITE POSTING-JOURNAL-RECORD.

       2400-WRITE-IN-TRANSIT-ROW.
