       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG163.
       AUTHOR.  Andy Carlson.

      *    Competitor price comparison - every price keyed on PRG162
      *    set beside what our shelf says today (the active
      *    promo.dat price when a window covers today, the master's
      *    retail otherwise, the rule PRG33 sells by), grouped by
      *    product category the way the buyers plan.  Each line
      *    shows the percent we sit above (+) or below (-) the
      *    competitor and our price index (ours per 100 of theirs);
      *    each category closes with its index over all its
      *    surveyed items.  Two flags: ABOVE MKT when we are over
      *    the competitor by more than the tolerance keyed at the
      *    start (5 percent on an Enter), and BELOW TGT when our
      *    price is under cost marked up by the department's target
      *    on DEPTMKUP.DAT - the floor PRG30 holds retail to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMP-SURVEY-FILE ASSIGN TO DISK
                                   "compsurv.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Comp-Survey-Key.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Inv-Key.
           SELECT OPTIONAL Category-File ASSIGN TO DISK "catmst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Category-Code-CM.
           SELECT OPTIONAL MARKUP-FILE ASSIGN TO "deptmkup.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "promo.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD COMP-SURVEY-FILE.
           COPY cmprec.

       FD ORIGINAL-FILE.
           COPY invrec.

       FD Category-File.
           COPY catrec.

       FD MARKUP-FILE.
       01 MARKUP-RECORD.
           03 DEPT-NUMBER-MK           PIC X(2).
           03 TARGET-MARKUP-MK         PIC 999V99.

       FD PROMO-FILE.
       01 PROMO-RECORD.
           03 STORE-NUMBER-PR          PIC X(2).
           03 DEPARTMENT-NUMBER-PR     PIC X(2).
           03 PRODUCT-CODE-PR          PIC X(10).
           03 PROMO-PRICE-PR           PIC 9(5)V99.
           03 START-DATE-PR            PIC X(10).
           03 END-DATE-PR              PIC X(10).

      *    One row per surveyed price with our side already worked
      *    out, sorted into category order for the page.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           03 CATEGORY-SR              PIC X(4).
           03 STORE-NUMBER-SR          PIC X(2).
           03 DEPARTMENT-NUMBER-SR     PIC X(2).
           03 PRODUCT-CODE-SR          PIC X(10).
           03 COMPETITOR-SR            PIC X(6).
           03 DESCRIPTION-SR           PIC X(20).
           03 OUR-PRICE-SR             PIC 9(5)V99.
           03 PROMO-FLAG-SR            PIC X.
           03 THEIR-PRICE-SR           PIC 9(5)V99.
           03 FLOOR-PRICE-SR           PIC 9(5)V99.
           03 HAS-TARGET-SR            PIC X.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 Markup-Table.
           03 Markup-Entry OCCURS 100 TIMES.
               05 Dept-Number-MT       PIC X(2).
               05 Target-Markup-MT     PIC 999V99.
       01 Markup-Count                 PIC 9(3) VALUE ZERO.
       01 Markup-Index                 PIC 9(3).
       01 Markup-Matched-Switch        PIC X VALUE "N".
           88 Markup-Matched           VALUE "Y".
       01 Matched-Target-Markup        PIC 999V99 VALUE ZERO.

       01 Promo-Table.
           03 Promo-Entry OCCURS 200 TIMES.
               05 Promo-Store          PIC X(2).
               05 Promo-Dept           PIC X(2).
               05 Promo-Product        PIC X(10).
               05 Promo-Price          PIC 9(5)V99.
               05 Promo-Start-Key      PIC X(8).
               05 Promo-End-Key        PIC X(8).
       01 Promo-Count                  PIC 9(3) VALUE ZERO.
       01 Promo-Index                  PIC 9(3).
       01 On-Promo-Switch              PIC X VALUE "N".
           88 Record-On-Promotion      VALUE "Y".
       01 Promo-EOF-Marker             PIC X(3) VALUE "NO".
           88 Promo-End-Of-File        VALUE "YES".
       01 Matched-Promo-Price          PIC 9(5)V99 VALUE ZERO.
       01 Today-Date-Key               PIC X(8) VALUE LOW-VALUES.

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

       01 Tolerance-Response           PIC XX.
       01 Market-Tolerance             PIC 99 VALUE 5.

       01 MISC-AND-COUNTER-LIST.
           03 SURVEY-EOF-MARKER        PIC X(3) VALUE "NO".
               88 SURVEY-END-OF-FILE   VALUE "YES".
           03 SORT-EOF-MARKER          PIC X(3) VALUE "NO".
               88 SORT-END-OF-FILE     VALUE "YES".
           03 MARKUP-EOF-MARKER        PIC X(3) VALUE "NO".
               88 MARKUP-END-OF-FILE   VALUE "YES".
           03 SURVEY-COUNTER           PIC 9(6) VALUE ZERO.
           03 ABOVE-MARKET-COUNTER     PIC 9(5) VALUE ZERO.
           03 BELOW-TARGET-COUNTER     PIC 9(5) VALUE ZERO.
           03 NOT-ON-MASTER-COUNTER    PIC 9(4) VALUE ZERO.
           03 BAD-PRICE-COUNTER        PIC 9(4) VALUE ZERO.
           03 DIFFERENCE-PERCENT       PIC S9(5)V99 VALUE ZERO.
           03 PRICE-INDEX              PIC 9(5)V99 VALUE ZERO.
           03 CATEGORY-HOLD            PIC X(4) VALUE HIGH-VALUES.
           03 CATEGORY-OURS-TOTAL      PIC 9(9)V99 VALUE ZERO.
           03 CATEGORY-THEIRS-TOTAL    PIC 9(9)V99 VALUE ZERO.
           03 CATEGORY-ITEM-COUNTER    PIC 9(5) VALUE ZERO.
           03 GRAND-OURS-TOTAL         PIC 9(9)V99 VALUE ZERO.
           03 GRAND-THEIRS-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01 HEADING-LINE.
           03                          PIC X(34)
                   VALUE "** COMPETITOR PRICE COMPARISON **".
           03                          PIC X(2) VALUE SPACES.
           03 RUN-DATE-HD              PIC X(10).
           03                          PIC X(13)
                   VALUE "  TOLERANCE ".
           03 TOLERANCE-HD             PIC Z9.
           03                          PIC X VALUE "%".

       01 CATEGORY-HEADING-LINE.
           03                          PIC X(10) VALUE "CATEGORY".
           03 CATEGORY-CODE-CH         PIC X(4).
           03                          PIC X(2) VALUE SPACES.
           03 CATEGORY-NAME-CH         PIC X(20).

       01 COLUMN-HEADING-LINE.
           03                          PIC X(5) VALUE "ST/DP".
           03                          PIC X(1) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(1) VALUE SPACES.
           03                          PIC X(20) VALUE "DESCRIPTION".
           03                          PIC X(1) VALUE SPACES.
           03                          PIC X(6) VALUE "COMP.".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(8) VALUE "OUR PRC".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(8) VALUE "THEIRS".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(6) VALUE "DIFF %".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(5) VALUE "INDEX".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(5) VALUE "FLAGS".

       01 SURVEY-DETAIL-LINE.
           03 STORE-NUMBER-DL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPARTMENT-NUMBER-DL     PIC X(2).
           03                          PIC X(1) VALUE SPACES.
           03 PRODUCT-CODE-DL          PIC X(10).
           03                          PIC X(1) VALUE SPACES.
           03 DESCRIPTION-DL           PIC X(20).
           03                          PIC X(1) VALUE SPACES.
           03 COMPETITOR-DL            PIC X(6).
           03                          PIC X(1) VALUE SPACES.
           03 OUR-PRICE-DL             PIC $$,$$9.99.
           03 PROMO-FLAG-DL            PIC X.
           03                          PIC X(1) VALUE SPACES.
           03 THEIR-PRICE-DL           PIC $$,$$9.99.
           03                          PIC X(1) VALUE SPACES.
           03 DIFFERENCE-DL            PIC +ZZZ9.99.
           03                          PIC X(1) VALUE SPACES.
           03 INDEX-DL                 PIC ZZZ9.
           03                          PIC X(1) VALUE SPACES.
           03 ABOVE-FLAG-DL            PIC X(9).
           03                          PIC X(1) VALUE SPACES.
           03 BELOW-FLAG-DL            PIC X(9).

       01 CATEGORY-TOTAL-LINE.
           03                          PIC X(6) VALUE SPACES.
           03                          PIC X(16)
                       VALUE "CATEGORY ITEMS:".
           03 CATEGORY-ITEMS-TL        PIC ZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(16)
                       VALUE "CATEGORY INDEX:".
           03 CATEGORY-INDEX-TL        PIC ZZZ9.

       01 SURVEY-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "PRICES COMPARED:".
           03 SURVEY-CL                PIC ZZZ,ZZ9.

       01 INDEX-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "OVERALL INDEX:".
           03 INDEX-CL                 PIC ZZZ9.

       01 ABOVE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "ABOVE MARKET:".
           03 ABOVE-CL                 PIC ZZZ,ZZ9.

       01 BELOW-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "BELOW TARGET:".
           03 BELOW-CL                 PIC ZZZ,ZZ9.

       01 NOT-ON-MASTER-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "NOT ON MASTER:".
           03 NOT-ON-MASTER-CL         PIC ZZZ9.

       01 BAD-PRICE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "BAD SURVEY PRICE:".
           03 BAD-PRICE-CL             PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           MOVE Date-Report-Record (7:4) TO Today-Date-Key (1:4)
           MOVE Date-Report-Record (1:2) TO Today-Date-Key (5:2)
           MOVE Date-Report-Record (4:2) TO Today-Date-Key (7:2)
           DISPLAY "Percent above market to flag (2 digits), or "
                   "Enter for 5:"
           ACCEPT Tolerance-Response
           IF Tolerance-Response IS NUMERIC
               MOVE Tolerance-Response TO Market-Tolerance
           END-IF
           PERFORM 1500-LOAD-MARKUP-TABLE
           PERFORM 1600-LOAD-PROMO-TABLE
           OPEN INPUT ORIGINAL-FILE
           OPEN INPUT Category-File
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           SORT SORT-WORK-FILE
               ASCENDING KEY CATEGORY-SR
                             STORE-NUMBER-SR
                             DEPARTMENT-NUMBER-SR
                             PRODUCT-CODE-SR
                             COMPETITOR-SR
               INPUT PROCEDURE 2000-RELEASE-SURVEY-ROWS
               OUTPUT PROCEDURE 3000-PRINT-COMPARISON
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE ORIGINAL-FILE
           CLOSE Category-File
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

       1500-LOAD-MARKUP-TABLE.
           OPEN INPUT MARKUP-FILE
           PERFORM 1550-READ-MARKUP-RECORD
               UNTIL MARKUP-END-OF-FILE
                  OR Markup-Count = 100
           CLOSE MARKUP-FILE.

       1550-READ-MARKUP-RECORD.
           READ MARKUP-FILE
               AT END MOVE "YES" TO MARKUP-EOF-MARKER
               NOT AT END
                   IF TARGET-MARKUP-MK IS NUMERIC
                       ADD 1 TO Markup-Count
                       MOVE DEPT-NUMBER-MK
                           TO Dept-Number-MT (Markup-Count)
                       MOVE TARGET-MARKUP-MK
                           TO Target-Markup-MT (Markup-Count)
                   END-IF
           END-READ.

       1600-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-FILE
           PERFORM 1650-READ-PROMO-RECORD
               UNTIL Promo-End-Of-File
                  OR Promo-Count = 200
           CLOSE PROMO-FILE.

       1650-READ-PROMO-RECORD.
           READ PROMO-FILE
               AT END MOVE "YES" TO Promo-EOF-Marker
               NOT AT END
                   IF PROMO-PRICE-PR IS NUMERIC
                           AND START-DATE-PR (7:4) IS NUMERIC
                           AND END-DATE-PR (7:4) IS NUMERIC
                       ADD 1 TO Promo-Count
                       MOVE STORE-NUMBER-PR
                           TO Promo-Store (Promo-Count)
                       MOVE DEPARTMENT-NUMBER-PR
                           TO Promo-Dept (Promo-Count)
                       MOVE PRODUCT-CODE-PR
                           TO Promo-Product (Promo-Count)
                       MOVE PROMO-PRICE-PR
                           TO Promo-Price (Promo-Count)
                       MOVE START-DATE-PR (7:4)
                           TO Promo-Start-Key (Promo-Count) (1:4)
                       MOVE START-DATE-PR (1:2)
                           TO Promo-Start-Key (Promo-Count) (5:2)
                       MOVE START-DATE-PR (4:2)
                           TO Promo-Start-Key (Promo-Count) (7:2)
                       MOVE END-DATE-PR (7:4)
                           TO Promo-End-Key (Promo-Count) (1:4)
                       MOVE END-DATE-PR (1:2)
                           TO Promo-End-Key (Promo-Count) (5:2)
                       MOVE END-DATE-PR (4:2)
                           TO Promo-End-Key (Promo-Count) (7:2)
                   END-IF
           END-READ.

       1700-CHECK-ON-PROMOTION.
           MOVE "N" TO On-Promo-Switch
           MOVE ZERO TO Matched-Promo-Price
           PERFORM 1750-CHECK-PROMO-ENTRY
               VARYING Promo-Index FROM 1 BY 1
               UNTIL Promo-Index > Promo-Count
                  OR Record-On-Promotion.

       1750-CHECK-PROMO-ENTRY.
           IF Store-Number-IR = Promo-Store (Promo-Index)
                  AND Department-Number-IR = Promo-Dept (Promo-Index)
                  AND Product-Code-IR = Promo-Product (Promo-Index)
                  AND Today-Date-Key
                      NOT < Promo-Start-Key (Promo-Index)
                  AND Today-Date-Key
                      NOT > Promo-End-Key (Promo-Index)
               MOVE "Y" TO On-Promo-Switch
               MOVE Promo-Price (Promo-Index) TO Matched-Promo-Price
           END-IF.

       1800-FIND-DEPT-TARGET.
           MOVE "N" TO Markup-Matched-Switch
           MOVE ZERO TO Matched-Target-Markup
           PERFORM 1850-CHECK-MARKUP-ENTRY
               VARYING Markup-Index FROM 1 BY 1
               UNTIL Markup-Index > Markup-Count
                  OR Markup-Matched.

       1850-CHECK-MARKUP-ENTRY.
           IF Department-Number-IR = Dept-Number-MT (Markup-Index)
               MOVE "Y" TO Markup-Matched-Switch
               MOVE Target-Markup-MT (Markup-Index)
                   TO Matched-Target-Markup
           END-IF.

       2000-RELEASE-SURVEY-ROWS.
           OPEN INPUT COMP-SURVEY-FILE
           PERFORM 2100-READ-SURVEY-ROW
               UNTIL SURVEY-END-OF-FILE
           CLOSE COMP-SURVEY-FILE.

      *    A survey row whose product has since left the master, or
      *    whose price is zero, is counted and left off the page.
       2100-READ-SURVEY-ROW.
           READ COMP-SURVEY-FILE
               AT END MOVE "YES" TO SURVEY-EOF-MARKER
               NOT AT END
                   IF Competitor-Price-CS NOT NUMERIC
                           OR Competitor-Price-CS = ZERO
                       ADD 1 TO BAD-PRICE-COUNTER
                   ELSE
                       MOVE Store-Number-CS TO Store-Number-IR
                       MOVE Department-Number-CS
                           TO Department-Number-IR
                       MOVE Product-Code-CS TO Product-Code-IR
                       READ ORIGINAL-FILE
                           INVALID KEY
                               ADD 1 TO NOT-ON-MASTER-COUNTER
                           NOT INVALID KEY
                               PERFORM 2200-RELEASE-ONE-ROW
                       END-READ
                   END-IF
           END-READ.

       2200-RELEASE-ONE-ROW.
           MOVE SPACES TO SORT-RECORD
           MOVE Category-Code-IR TO CATEGORY-SR
           MOVE Store-Number-IR TO STORE-NUMBER-SR
           MOVE Department-Number-IR TO DEPARTMENT-NUMBER-SR
           MOVE Product-Code-IR TO PRODUCT-CODE-SR
           MOVE Competitor-Code-CS TO COMPETITOR-SR
           MOVE Description-IR TO DESCRIPTION-SR
           MOVE Competitor-Price-CS TO THEIR-PRICE-SR
           PERFORM 1700-CHECK-ON-PROMOTION
           IF Record-On-Promotion
               MOVE Matched-Promo-Price TO OUR-PRICE-SR
               MOVE "P" TO PROMO-FLAG-SR
           ELSE
               MOVE Retail-Cost-IR TO OUR-PRICE-SR
           END-IF
           PERFORM 1800-FIND-DEPT-TARGET
           IF Markup-Matched
               MOVE "Y" TO HAS-TARGET-SR
               COMPUTE FLOOR-PRICE-SR ROUNDED =
                   Unit-Cost-IR *
                       (1 + (Matched-Target-Markup / 100))
           ELSE
               MOVE "N" TO HAS-TARGET-SR
               MOVE ZERO TO FLOOR-PRICE-SR
           END-IF
           RELEASE SORT-RECORD.

       3000-PRINT-COMPARISON.
           MOVE Date-Report-Record TO RUN-DATE-HD
           MOVE Market-Tolerance TO TOLERANCE-HD
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           PERFORM 3100-RETURN-SURVEY-ROW
               UNTIL SORT-END-OF-FILE
           IF CATEGORY-HOLD NOT = HIGH-VALUES
               PERFORM 3400-CLOSE-CATEGORY
           END-IF.

       3100-RETURN-SURVEY-ROW.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-MARKER
               NOT AT END
                   IF CATEGORY-SR NOT = CATEGORY-HOLD
                       IF CATEGORY-HOLD NOT = HIGH-VALUES
                           PERFORM 3400-CLOSE-CATEGORY
                       END-IF
                       PERFORM 3300-OPEN-CATEGORY
                   END-IF
                   PERFORM 3200-WRITE-SURVEY-LINE
           END-RETURN.

      *    Percent is how far ours sits from theirs, as a share of
      *    theirs; the index is ours per 100 of theirs.
       3200-WRITE-SURVEY-LINE.
           ADD 1 TO SURVEY-COUNTER
           ADD 1 TO CATEGORY-ITEM-COUNTER
           ADD OUR-PRICE-SR TO CATEGORY-OURS-TOTAL GRAND-OURS-TOTAL
           ADD THEIR-PRICE-SR TO CATEGORY-THEIRS-TOTAL
                                 GRAND-THEIRS-TOTAL
           COMPUTE DIFFERENCE-PERCENT ROUNDED =
               (OUR-PRICE-SR - THEIR-PRICE-SR) / THEIR-PRICE-SR * 100
           COMPUTE PRICE-INDEX ROUNDED =
               OUR-PRICE-SR / THEIR-PRICE-SR * 100
           MOVE SPACES TO ABOVE-FLAG-DL BELOW-FLAG-DL
           IF DIFFERENCE-PERCENT > Market-Tolerance
               MOVE "ABOVE MKT" TO ABOVE-FLAG-DL
               ADD 1 TO ABOVE-MARKET-COUNTER
           END-IF
           IF HAS-TARGET-SR = "Y"
                   AND OUR-PRICE-SR < FLOOR-PRICE-SR
               MOVE "BELOW TGT" TO BELOW-FLAG-DL
               ADD 1 TO BELOW-TARGET-COUNTER
           END-IF
           MOVE STORE-NUMBER-SR TO STORE-NUMBER-DL
           MOVE DEPARTMENT-NUMBER-SR TO DEPARTMENT-NUMBER-DL
           MOVE PRODUCT-CODE-SR TO PRODUCT-CODE-DL
           MOVE DESCRIPTION-SR TO DESCRIPTION-DL
           MOVE COMPETITOR-SR TO COMPETITOR-DL
           MOVE OUR-PRICE-SR TO OUR-PRICE-DL
           MOVE PROMO-FLAG-SR TO PROMO-FLAG-DL
           MOVE THEIR-PRICE-SR TO THEIR-PRICE-DL
           MOVE DIFFERENCE-PERCENT TO DIFFERENCE-DL
           MOVE PRICE-INDEX TO INDEX-DL
           MOVE SURVEY-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       3300-OPEN-CATEGORY.
           MOVE CATEGORY-SR TO CATEGORY-HOLD
           MOVE CATEGORY-SR TO CATEGORY-CODE-CH
           MOVE CATEGORY-SR TO Category-Code-CM
           READ Category-File
               INVALID KEY
                   MOVE "(NOT ON CATMST)" TO CATEGORY-NAME-CH
               NOT INVALID KEY
                   MOVE Category-Name-CM TO CATEGORY-NAME-CH
           END-READ
           IF CATEGORY-SR = SPACES
               MOVE "(UNCATEGORIZED)" TO CATEGORY-NAME-CH
           END-IF
           MOVE CATEGORY-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       3400-CLOSE-CATEGORY.
           MOVE CATEGORY-ITEM-COUNTER TO CATEGORY-ITEMS-TL
           COMPUTE PRICE-INDEX ROUNDED =
               CATEGORY-OURS-TOTAL / CATEGORY-THEIRS-TOTAL * 100
           MOVE PRICE-INDEX TO CATEGORY-INDEX-TL
           MOVE CATEGORY-TOTAL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE ZERO TO CATEGORY-ITEM-COUNTER
           MOVE ZERO TO CATEGORY-OURS-TOTAL CATEGORY-THEIRS-TOTAL.

       5000-WRITE-CONCLUSION.
           MOVE SURVEY-COUNTER TO SURVEY-CL
           MOVE SURVEY-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           IF GRAND-THEIRS-TOTAL > ZERO
               COMPUTE PRICE-INDEX ROUNDED =
                   GRAND-OURS-TOTAL / GRAND-THEIRS-TOTAL * 100
           ELSE
               MOVE ZERO TO PRICE-INDEX
           END-IF
           MOVE PRICE-INDEX TO INDEX-CL
           MOVE INDEX-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE ABOVE-MARKET-COUNTER TO ABOVE-CL
           MOVE ABOVE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE BELOW-TARGET-COUNTER TO BELOW-CL
           MOVE BELOW-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE NOT-ON-MASTER-COUNTER TO NOT-ON-MASTER-CL
           MOVE NOT-ON-MASTER-CONCLUSION-LINE
               TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE BAD-PRICE-COUNTER TO BAD-PRICE-CL
           MOVE BAD-PRICE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
