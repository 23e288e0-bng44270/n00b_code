       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG140.
       AUTHOR.  Andy Carlson.

      *    Held stock report - every master record with units in
      *    the held bucket, by store, with the hold reason and the
      *    held value at cost: the damaged receipts, recalls and
      *    defective returns waiting on PRG139's disposition
      *    screen.  Store control breaks follow PRG28's pattern off
      *    the indexed master's key order, with company totals by
      *    reason at the end so the buyers can see what the
      *    vendors owe us credit on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Inv-Key.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD ORIGINAL-FILE.
           COPY invrec.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 PRODUCT-COUNTER          PIC 9(6) VALUE ZEROS.
           03 LOOP-CHECKER             PIC 9.
               88 FIRST-TIME           VALUE 1.
           03 Store-Def-Key-Hold       PIC XX.
           03 HELD-VALUE               PIC 9(8)V99 VALUE ZERO.
           03 Store-Held-Units         PIC 9(8) VALUE ZERO.
           03 Store-Held-Total         PIC 9(10)V99 VALUE ZERO.
           03 Grand-Held-Units         PIC 9(9) VALUE ZERO.
           03 Grand-Held-Total         PIC 9(11)V99 VALUE ZERO.
           03 Damaged-Total            PIC 9(11)V99 VALUE ZERO.
           03 Recalled-Total           PIC 9(11)V99 VALUE ZERO.
           03 Defective-Total          PIC 9(11)V99 VALUE ZERO.
           03 Other-Reason-Total       PIC 9(11)V99 VALUE ZERO.

       01 HEADING-LINE.
           03                          PIC X(25)
               VALUE "** HELD STOCK BY STORE **".

       01 COLUMN-HEADING-LINE.
           03                          PIC X(5) VALUE "ST/DP".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(11) VALUE "DESCRIPTION".
           03                          PIC X(11) VALUE SPACES.
           03                          PIC X(9) VALUE "REASON".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(7) VALUE "   HELD".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(9) VALUE "UNIT COST".
           03                          PIC X(5) VALUE SPACES.
           03                          PIC X(10) VALUE "HELD VALUE".

       01 DETAIL-INFORMATION.
           03 STORE-NUMBER-PR          PIC XX.
           03                          PIC X VALUE "/".
           03 DEPT-NUMBER-PR           PIC XX.
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-CODE-PR          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 DESCRIPTION-PR           PIC X(20).
           03                          PIC X(2) VALUE SPACES.
           03 REASON-PR                PIC X(9).
           03                          PIC X(3) VALUE SPACES.
           03 HELD-QTY-PR              PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03 UNIT-COST-PR             PIC $$,$$9.99.
           03                          PIC X(2) VALUE SPACES.
           03 HELD-VALUE-PR            PIC $$,$$$,$$9.99.

       01 Store-Control-Break-Line.
           03                          PIC X(7) VALUE "Store#".
           03 Report-Store-Number      PIC XX.
           03                          PIC X(12) VALUE "   Units".
           03 Report-Store-Units       PIC ZZ,ZZZ,ZZ9.
           03                          PIC X(14) VALUE "   Held Value".
           03 Report-Store-Held        PIC $$$,$$$,$$9.99.

       01 COMPANY-HEADING-LINE.
           03                          PIC X(22)
                       VALUE "** COMPANY TOTALS **".

       01 COMPANY-REASON-LINE.
           03 REASON-NAME-CL           PIC X(18).
           03 REASON-VALUE-CL          PIC $$,$$$,$$$,$$9.99.

       01 COMPANY-HELD-LINE.
           03                          PIC X(18)
                       VALUE "TOTAL HELD VALUE:".
           03 GRAND-HELD-CL            PIC $$,$$$,$$$,$$9.99.

       01 UNITS-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "UNITS HELD:".
           03 UNITS-CL                 PIC ZZZ,ZZZ,ZZ9.

       01 PRODUCT-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "PRODUCTS LISTED:".
           03 PRODUCTS-CL              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           MOVE 1 TO LOOP-CHECKER
           OPEN INPUT ORIGINAL-FILE
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           PERFORM 3000-WRITE-HEADING
           PERFORM 2000-READ-ORIGINAL-FILE
               UNTIL END-OF-FILE
           IF NOT FIRST-TIME
               PERFORM 2700-Store-Control-Break
           END-IF
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE ORIGINAL-FILE
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

      *    Only records with something held print; records loaded
      *    before the bucket existed read as nothing held.
       2000-READ-ORIGINAL-FILE.
           READ ORIGINAL-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Held-Quantity-IR IS NUMERIC
                           AND Held-Quantity-IR > ZERO
                       PERFORM 2080-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

       2080-WRITE-DETAIL-LINE.
           IF FIRST-TIME
               MOVE 0 TO LOOP-CHECKER
               MOVE Store-Number-IR TO Store-Def-Key-Hold
           ELSE
               IF Store-Number-IR NOT = Store-Def-Key-Hold
                   PERFORM 2700-Store-Control-Break
                   MOVE Store-Number-IR TO Store-Def-Key-Hold
               END-IF
           END-IF
           ADD 1 TO PRODUCT-COUNTER
           COMPUTE HELD-VALUE = Held-Quantity-IR * Unit-Cost-IR
           ADD Held-Quantity-IR TO Store-Held-Units Grand-Held-Units
           ADD HELD-VALUE TO Store-Held-Total Grand-Held-Total
           EVALUATE TRUE
               WHEN Held-Damaged
                   MOVE "DAMAGED" TO REASON-PR
                   ADD HELD-VALUE TO Damaged-Total
               WHEN Held-Recalled
                   MOVE "RECALLED" TO REASON-PR
                   ADD HELD-VALUE TO Recalled-Total
               WHEN Held-Defective
                   MOVE "DEFECTIVE" TO REASON-PR
                   ADD HELD-VALUE TO Defective-Total
               WHEN OTHER
                   MOVE Hold-Reason-IR TO REASON-PR
                   ADD HELD-VALUE TO Other-Reason-Total
           END-EVALUATE
           MOVE Store-Number-IR TO STORE-NUMBER-PR
           MOVE Department-Number-IR TO DEPT-NUMBER-PR
           MOVE Product-Code-IR TO PRODUCT-CODE-PR
           MOVE Description-IR TO DESCRIPTION-PR
           MOVE Held-Quantity-IR TO HELD-QTY-PR
           MOVE Unit-Cost-IR TO UNIT-COST-PR
           MOVE HELD-VALUE TO HELD-VALUE-PR
           MOVE DETAIL-INFORMATION TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       2700-Store-Control-Break.
           WRITE OUTPUT-PRINTER-RECORD FROM SPACES AFTER ADVANCING 1
           MOVE Store-Def-Key-Hold TO Report-Store-Number
           MOVE Store-Held-Units TO Report-Store-Units
           MOVE Store-Held-Total TO Report-Store-Held
           WRITE OUTPUT-PRINTER-RECORD FROM Store-Control-Break-Line
                       AFTER ADVANCING 1
           WRITE OUTPUT-PRINTER-RECORD FROM SPACES AFTER ADVANCING 1
           INITIALIZE Store-Held-Units Store-Held-Total.

       3000-WRITE-HEADING.
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       5000-WRITE-CONCLUSION.
           MOVE COMPANY-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE "DAMAGED:" TO REASON-NAME-CL
           MOVE Damaged-Total TO REASON-VALUE-CL
           MOVE COMPANY-REASON-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE "RECALLED:" TO REASON-NAME-CL
           MOVE Recalled-Total TO REASON-VALUE-CL
           MOVE COMPANY-REASON-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE "DEFECTIVE:" TO REASON-NAME-CL
           MOVE Defective-Total TO REASON-VALUE-CL
           MOVE COMPANY-REASON-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE "OTHER REASONS:" TO REASON-NAME-CL
           MOVE Other-Reason-Total TO REASON-VALUE-CL
           MOVE COMPANY-REASON-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Grand-Held-Total TO GRAND-HELD-CL
           MOVE COMPANY-HELD-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE Grand-Held-Units TO UNITS-CL
           MOVE UNITS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE PRODUCT-COUNTER TO PRODUCTS-CL
           MOVE PRODUCT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
