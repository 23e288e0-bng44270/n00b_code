       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG146.
       AUTHOR.  Andy Carlson.

      *    Inventory turnover and GMROI - which departments earn
      *    their shelf space.  PRG83 knows the margin on what sold
      *    and PRG32 the value on the shelf; this puts the two side
      *    by side for the trailing twelve months by store,
      *    department and category.  Cost of goods and gross margin
      *    come off unitsdtl.dat the way PRG83 prices them (returns
      *    net out); average inventory at cost is the mean of the
      *    month-end store/dept/category rows PRG09 writes to
      *    PRG08.SNP, one per month that has a snapshot (a month
      *    run twice keeps its last run, as PRG32 does).  Each line
      *    shows turns, weeks of supply and gross-margin return on
      *    inventory, worst GMROI first; lines with no stock on
      *    hand in the year print after the ranked ones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNITS-DETAIL-FILE ASSIGN TO "unitsdtl.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE ASSIGN TO "u:\cobol\PRG08.SNP"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Inv-Key.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD UNITS-DETAIL-FILE.
       01 UNITS-DETAIL-RECORD.
           03 STORE-NUMBER-UD          PIC X(2).
           03 DEPARTMENT-NUMBER-UD     PIC X(2).
           03 PRODUCT-CODE-UD          PIC X(10).
           03 UNITS-SOLD-UD            PIC 9(6).
           03 FEED-DATE-UD             PIC X(10).
           03 SELLING-PRICE-UD         PIC 9(5)V99.
           03 UNITS-SIGN-UD            PIC X.
           03 UNIT-COST-UD             PIC 9(5)V99.

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD              PIC X(80).

       FD ORIGINAL-FILE.
           COPY invrec.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

      *    The two row types 6000-Write-Snapshot produces - a total
      *    row per run, then that run's store/dept/category rows.
       01 SNAPSHOT-DETAIL.
           03 SNAPSHOT-DATE            PIC X(10).
           03                          PIC X.
           03 SNAPSHOT-PRODUCTS        PIC 9(6).
           03                          PIC X.
           03 SNAPSHOT-INVENTORY       PIC 9(9).
           03                          PIC X.
           03 SNAPSHOT-GRAND-TOTAL     PIC 9(9)V99.
       01 SNAPSHOT-DEPT-DETAIL REDEFINES SNAPSHOT-DETAIL.
           03 SNAPSHOT-DEPT-DATE       PIC X(10).
           03                          PIC X.
           03 SNAPSHOT-ROW-TYPE        PIC X.
               88 SNAPSHOT-DEPT-ROW    VALUE "D".
           03                          PIC X.
           03 SNAPSHOT-DEPT-STORE      PIC X(2).
           03                          PIC X.
           03 SNAPSHOT-DEPT-NUMBER     PIC X(2).
           03                          PIC X.
           03 SNAPSHOT-DEPT-CATEGORY   PIC X(4).
           03                          PIC X.
           03 SNAPSHOT-DEPT-UNITS      PIC 9(9).
           03                          PIC X.
           03 SNAPSHOT-DEPT-VALUE      PIC 9(9)V99.

      *    One bucket per store/dept/category, with the month-end
      *    value for each of the twelve months (1 = the oldest) -
      *    a later run in the same month clears and refills its
      *    column, so each month carries its closing position.
       01 Turn-Table.
           03 Turn-Entry OCCURS 501 TIMES.
               05 Tt-Store             PIC X(2).
               05 Tt-Dept              PIC X(2).
               05 Tt-Category          PIC X(4).
               05 Tt-Sales             PIC S9(11)V99.
               05 Tt-Cogs              PIC S9(11)V99.
               05 Tt-Month-Value       PIC 9(9)V99 OCCURS 12 TIMES.
               05 Tt-Avg-Inventory     PIC 9(11)V99.
               05 Tt-Gmroi             PIC S9(5)V99.
               05 Tt-Rank-Group        PIC 9.
       01 Turn-Count                   PIC 9(3) VALUE ZERO.
       01 Turn-Index                   PIC 9(3).
       01 Turn-Scan-Index              PIC 9(3).
       01 Turn-Found-Switch            PIC X VALUE "N".
           88 Turn-Bucket-Found        VALUE "Y".
       01 Month-Column                 PIC 99.
       01 Months-Seen-Table.
           03 Month-Seen               PIC X OCCURS 12 TIMES.
       01 Months-Seen-Count            PIC 99 VALUE ZERO.

      *    Ordered by an insertion pass that slides the tail down,
      *    the way PRG32 keeps its month table in order - the slot
      *    past the last bucket holds the one being placed.
       01 Sort-Index                   PIC 9(3).
       01 Insert-Index                 PIC 9(3).
       01 Slide-Done-Switch            PIC X VALUE "N".
           88 Slide-Done               VALUE "Y".

      *    One keyed master read per DISTINCT product for its
      *    category, as in PRG83.
       01 Last-Category-Key            PIC X(14) VALUE LOW-VALUES.
       01 Work-Category-Key            PIC X(14).
       01 Matched-Category             PIC X(4) VALUE SPACES.
       01 Work-Store                   PIC X(2).
       01 Work-Dept                    PIC X(2).

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 ROWS-IN-RANGE-COUNTER    PIC 9(6) VALUE ZERO.
           03 SNAPSHOT-ROWS-COUNTER    PIC 9(6) VALUE ZERO.
           03 ROW-SALES                PIC 9(8)V99 VALUE ZERO.
           03 ROW-COGS                 PIC 9(8)V99 VALUE ZERO.
           03 MARGIN-DOLLARS           PIC S9(11)V99 VALUE ZERO.
           03 TURNS-WORK               PIC S9(5)V99 VALUE ZERO.
           03 WEEKS-WORK               PIC S9(5)V9 VALUE ZERO.
           03 INVENTORY-SUM            PIC 9(11)V99 VALUE ZERO.
           03 GRAND-SALES              PIC S9(11)V99 VALUE ZERO.
           03 GRAND-COGS               PIC S9(11)V99 VALUE ZERO.
           03 GRAND-AVG-INVENTORY      PIC 9(11)V99 VALUE ZERO.

      *    The year ends on the as-of date; dates held yyyymmdd so
      *    they compare in date order, months as a running count
      *    (year * 12 + month) so twelve back is a subtraction.
       01 As-Of-Response               PIC X(10).
       01 As-Of-Key                    PIC 9(8).
       01 As-Of-Key-X REDEFINES As-Of-Key.
           03 As-Of-Yyyy               PIC 9(4).
           03 As-Of-Mm                 PIC 99.
           03 As-Of-Dd                 PIC 99.
       01 Year-Ago-Key                 PIC 9(8).
       01 Row-Date-Key                 PIC X(8).
       01 As-Of-Month-Count            PIC 9(6).
       01 Row-Month-Count              PIC 9(6).
       01 Row-Yyyy                     PIC 9(4).
       01 Row-Mm-X                     PIC X(2).
       01 Row-Mm                       PIC 99.

       01 Date-Accept-Record.
           03 yy-dar                   pic 99.
           03 mm-dar                   pic 99.
           03 dd-dar                   pic 99.

       01 HEADING-LINE.
           03                          PIC X(38)
                   VALUE "** INVENTORY TURNOVER AND GMROI **".

       01 RANGE-LINE.
           03                          PIC X(30)
                   VALUE "TRAILING TWELVE MONTHS THROUGH".
           03                          PIC X VALUE SPACE.
           03 AS-OF-HD                 PIC X(10).
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(16)
                   VALUE "MONTHS AVERAGED:".
           03 MONTHS-HD                PIC Z9.

       01 COLUMN-LINE.
           03                          PIC X(10) VALUE "ST/DP/CAT".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(9) VALUE "AVG INV $".
           03                          PIC X(7) VALUE SPACES.
           03                          PIC X(6) VALUE "COGS $".
           03                          PIC X(5) VALUE SPACES.
           03                          PIC X(8) VALUE "MARGIN $".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(5) VALUE "TURNS".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(7) VALUE "WKS SUP".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(5) VALUE "GMROI".

       01 DETAIL-LINE.
           03 STORE-NUMBER-DL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPT-NUMBER-DL           PIC X(2).
           03                          PIC X VALUE "/".
           03 CATEGORY-DL              PIC X(4).
           03                          PIC X VALUE SPACE.
           03 AVG-INVENTORY-DL         PIC $$$,$$$,$$9.99.
           03                          PIC X VALUE SPACE.
           03 COGS-DL                  PIC $$,$$$,$$9.99-.
           03 MARGIN-DL                PIC $$,$$$,$$9.99-.
           03                          PIC X VALUE SPACE.
           03 TURNS-DL                 PIC ZZ9.99-.
           03                          PIC X VALUE SPACE.
           03 WEEKS-DL                 PIC ZZZ9.9-.
           03                          PIC X VALUE SPACE.
           03 GMROI-DL                 PIC ZZ9.99-.
           03                          PIC X VALUE SPACE.
           03 REMARK-DL                PIC X(8).

       01 UNRANKED-LINE.
           03                          PIC X(40)
                   VALUE "-- NO STOCK ON HAND IN THE YEAR --".

       01 GRAND-TOTAL-LINE.
           03                          PIC X(10) VALUE "COMPANY".
           03                          PIC X VALUE SPACE.
           03 GRAND-INVENTORY-DL       PIC $$$,$$$,$$9.99.
           03                          PIC X VALUE SPACE.
           03 GRAND-COGS-DL            PIC $$,$$$,$$9.99-.
           03 GRAND-MARGIN-DL          PIC $$,$$$,$$9.99-.
           03                          PIC X VALUE SPACE.
           03 GRAND-TURNS-DL           PIC ZZ9.99-.
           03                          PIC X VALUE SPACE.
           03 GRAND-WEEKS-DL           PIC ZZZ9.9-.
           03                          PIC X VALUE SPACE.
           03 GRAND-GMROI-DL           PIC ZZ9.99-.

       01 ROWS-CONCLUSION-LINE.
           03                          PIC X(22)
                       VALUE "SALES ROWS IN YEAR:".
           03 ROWS-CL                  PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(18)
                       VALUE "SNAPSHOT ROWS:".
           03 SNAPSHOT-ROWS-CL         PIC ZZZ,ZZ9.

       01 BUCKET-CONCLUSION-LINE.
           03                          PIC X(22)
                       VALUE "LINES REPORTED:".
           03 BUCKETS-CL               PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1200-GET-AS-OF-DATE
           OPEN INPUT ORIGINAL-FILE
           PERFORM 2000-SCAN-UNIT-DETAIL
           CLOSE ORIGINAL-FILE
           PERFORM 3000-SCAN-SNAPSHOTS
           PERFORM 3500-FIGURE-AVERAGES
               VARYING Turn-Index FROM 1 BY 1
               UNTIL Turn-Index > Turn-Count
           PERFORM 3700-RANK-BUCKETS
               VARYING Sort-Index FROM 2 BY 1
               UNTIL Sort-Index > Turn-Count
           PERFORM 4000-PRINT-TURNOVER-REPORT
           STOP RUN.

       1200-GET-AS-OF-DATE.
           accept Date-Accept-Record from Date
           COMPUTE As-Of-Key = 20000000 + yy-dar * 10000
               + mm-dar * 100 + dd-dar
           DISPLAY "Enter as-of date (mm/dd/yyyy), or Enter for "
                   "today:"
           ACCEPT As-Of-Response
           IF As-Of-Response NOT = SPACES
                   AND As-Of-Response (1:2) IS NUMERIC
                   AND As-Of-Response (4:2) IS NUMERIC
                   AND As-Of-Response (7:4) IS NUMERIC
               MOVE As-Of-Response (7:4) TO As-Of-Yyyy
               MOVE As-Of-Response (1:2) TO As-Of-Mm
               MOVE As-Of-Response (4:2) TO As-Of-Dd
           END-IF
           MOVE As-Of-Mm TO AS-OF-HD (1:2)
           MOVE "/" TO AS-OF-HD (3:1)
           MOVE As-Of-Dd TO AS-OF-HD (4:2)
           MOVE "/" TO AS-OF-HD (6:1)
           MOVE As-Of-Yyyy TO AS-OF-HD (7:4)
           COMPUTE Year-Ago-Key = As-Of-Key - 10000
           COMPUTE As-Of-Month-Count = As-Of-Yyyy * 12 + As-Of-Mm.

       2000-SCAN-UNIT-DETAIL.
           OPEN INPUT UNITS-DETAIL-FILE
           PERFORM 2100-READ-UNITS-ROW
               UNTIL END-OF-FILE
           CLOSE UNITS-DETAIL-FILE.

      *    A row counts in the year when it falls after the same
      *    date a year back and on or before the as-of date.
       2100-READ-UNITS-ROW.
           READ UNITS-DETAIL-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF UNITS-SOLD-UD IS NUMERIC
                           AND SELLING-PRICE-UD IS NUMERIC
                           AND UNIT-COST-UD IS NUMERIC
                           AND FEED-DATE-UD (7:4) IS NUMERIC
                       MOVE FEED-DATE-UD (7:4)
                           TO Row-Date-Key (1:4)
                       MOVE FEED-DATE-UD (1:2)
                           TO Row-Date-Key (5:2)
                       MOVE FEED-DATE-UD (4:2)
                           TO Row-Date-Key (7:2)
                       IF Row-Date-Key > Year-Ago-Key
                              AND Row-Date-Key NOT > As-Of-Key
                           ADD 1 TO ROWS-IN-RANGE-COUNTER
                           PERFORM 2200-BUCKET-ONE-ROW
                       END-IF
                   END-IF
           END-READ.

       2200-BUCKET-ONE-ROW.
           COMPUTE ROW-SALES = UNITS-SOLD-UD * SELLING-PRICE-UD
           COMPUTE ROW-COGS = UNITS-SOLD-UD * UNIT-COST-UD
           PERFORM 2500-FIND-ROW-CATEGORY
           MOVE STORE-NUMBER-UD TO Work-Store
           MOVE DEPARTMENT-NUMBER-UD TO Work-Dept
           PERFORM 2300-FIND-TURN-BUCKET
           IF Turn-Bucket-Found
               IF UNITS-SIGN-UD = "-"
                   SUBTRACT ROW-SALES FROM Tt-Sales (Turn-Index)
                   SUBTRACT ROW-COGS FROM Tt-Cogs (Turn-Index)
               ELSE
                   ADD ROW-SALES TO Tt-Sales (Turn-Index)
                   ADD ROW-COGS TO Tt-Cogs (Turn-Index)
               END-IF
           END-IF.

       2300-FIND-TURN-BUCKET.
           MOVE "N" TO Turn-Found-Switch
           PERFORM 2350-CHECK-TURN-BUCKET
               VARYING Turn-Scan-Index FROM 1 BY 1
               UNTIL Turn-Scan-Index > Turn-Count
           IF NOT Turn-Bucket-Found
                   AND Turn-Count < 500
               ADD 1 TO Turn-Count
               MOVE Turn-Count TO Turn-Index
               INITIALIZE Turn-Entry (Turn-Index)
               MOVE Work-Store TO Tt-Store (Turn-Index)
               MOVE Work-Dept TO Tt-Dept (Turn-Index)
               MOVE Matched-Category TO Tt-Category (Turn-Index)
               MOVE "Y" TO Turn-Found-Switch
           END-IF.

       2350-CHECK-TURN-BUCKET.
           IF Work-Store = Tt-Store (Turn-Scan-Index)
                  AND Work-Dept = Tt-Dept (Turn-Scan-Index)
                  AND Matched-Category
                      = Tt-Category (Turn-Scan-Index)
               MOVE "Y" TO Turn-Found-Switch
               MOVE Turn-Scan-Index TO Turn-Index
           END-IF.

      *    A product no longer on the master buckets under spaces.
       2500-FIND-ROW-CATEGORY.
           MOVE SPACES TO Work-Category-Key
           STRING STORE-NUMBER-UD DELIMITED BY SIZE
                  DEPARTMENT-NUMBER-UD DELIMITED BY SIZE
                  PRODUCT-CODE-UD DELIMITED BY SIZE
                  INTO Work-Category-Key
           IF Work-Category-Key NOT = Last-Category-Key
               MOVE Work-Category-Key TO Last-Category-Key
               MOVE STORE-NUMBER-UD TO Store-Number-IR
               MOVE DEPARTMENT-NUMBER-UD TO Department-Number-IR
               MOVE PRODUCT-CODE-UD TO Product-Code-IR
               READ ORIGINAL-FILE
                   INVALID KEY
                       MOVE SPACES TO Matched-Category
                   NOT INVALID KEY
                       MOVE Category-Code-IR TO Matched-Category
               END-READ
           END-IF.

       3000-SCAN-SNAPSHOTS.
           MOVE "NO" TO EOF-MARKER
           MOVE ALL "N" TO Months-Seen-Table
           OPEN INPUT SNAPSHOT-FILE
           PERFORM 3100-READ-SNAPSHOT-ROW
               UNTIL END-OF-FILE
           CLOSE SNAPSHOT-FILE.

      *    The archive is appended in run order, so a total row
      *    always opens its run's department rows.
       3100-READ-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   MOVE SNAPSHOT-RECORD TO SNAPSHOT-DETAIL
                   PERFORM 3150-FIND-MONTH-COLUMN
                   IF Month-Column > ZERO
                       IF SNAPSHOT-DEPT-ROW
                           IF SNAPSHOT-DEPT-VALUE IS NUMERIC
                               ADD 1 TO SNAPSHOT-ROWS-COUNTER
                               PERFORM 3300-ADD-SNAPSHOT-VALUE
                           END-IF
                       ELSE
                           IF SNAPSHOT-GRAND-TOTAL IS NUMERIC
                               PERFORM 3200-OPEN-MONTH-COLUMN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    Column 12 is the as-of month, column 1 eleven months
      *    before it; zero means outside the year.  The month may
      *    print with a leading space, folded back to a zero as
      *    PRG32 does.
       3150-FIND-MONTH-COLUMN.
           MOVE ZERO TO Month-Column
           MOVE SNAPSHOT-DATE (1:2) TO Row-Mm-X
           IF Row-Mm-X (1:1) = SPACE
               MOVE "0" TO Row-Mm-X (1:1)
           END-IF
           IF Row-Mm-X IS NUMERIC
                   AND SNAPSHOT-DATE (7:4) IS NUMERIC
               MOVE Row-Mm-X TO Row-Mm
               MOVE SNAPSHOT-DATE (7:4) TO Row-Yyyy
               COMPUTE Row-Month-Count = Row-Yyyy * 12 + Row-Mm
               IF Row-Month-Count NOT > As-Of-Month-Count
                       AND Row-Month-Count + 12 > As-Of-Month-Count
                   COMPUTE Month-Column = 12
                       - (As-Of-Month-Count - Row-Month-Count)
               END-IF
           END-IF.

       3200-OPEN-MONTH-COLUMN.
           IF Month-Seen (Month-Column) NOT = "Y"
               MOVE "Y" TO Month-Seen (Month-Column)
               ADD 1 TO Months-Seen-Count
           END-IF
           PERFORM 3250-CLEAR-MONTH-COLUMN
               VARYING Turn-Index FROM 1 BY 1
               UNTIL Turn-Index > Turn-Count.

       3250-CLEAR-MONTH-COLUMN.
           MOVE ZERO TO Tt-Month-Value (Turn-Index, Month-Column).

       3300-ADD-SNAPSHOT-VALUE.
           MOVE SNAPSHOT-DEPT-STORE TO Work-Store
           MOVE SNAPSHOT-DEPT-NUMBER TO Work-Dept
           MOVE SNAPSHOT-DEPT-CATEGORY TO Matched-Category
           PERFORM 2300-FIND-TURN-BUCKET
           IF Turn-Bucket-Found
               ADD SNAPSHOT-DEPT-VALUE
                   TO Tt-Month-Value (Turn-Index, Month-Column)
           END-IF.

      *    Average over the months that had a snapshot - a bucket
      *    missing from one of them held nothing that month.
       3500-FIGURE-AVERAGES.
           MOVE ZERO TO INVENTORY-SUM
           PERFORM 3550-ADD-MONTH-VALUE
               VARYING Month-Column FROM 1 BY 1
               UNTIL Month-Column > 12
           IF Months-Seen-Count = ZERO
               MOVE ZERO TO Tt-Avg-Inventory (Turn-Index)
           ELSE
               COMPUTE Tt-Avg-Inventory (Turn-Index) ROUNDED =
                   INVENTORY-SUM / Months-Seen-Count
           END-IF
           ADD Tt-Avg-Inventory (Turn-Index) TO GRAND-AVG-INVENTORY
           IF Tt-Avg-Inventory (Turn-Index) = ZERO
               MOVE ZERO TO Tt-Gmroi (Turn-Index)
               MOVE 2 TO Tt-Rank-Group (Turn-Index)
           ELSE
               COMPUTE Tt-Gmroi (Turn-Index) ROUNDED =
                   (Tt-Sales (Turn-Index) - Tt-Cogs (Turn-Index))
                       / Tt-Avg-Inventory (Turn-Index)
                   ON SIZE ERROR
                       MOVE 99999.99 TO Tt-Gmroi (Turn-Index)
               END-COMPUTE
               MOVE 1 TO Tt-Rank-Group (Turn-Index)
           END-IF.

       3550-ADD-MONTH-VALUE.
           ADD Tt-Month-Value (Turn-Index, Month-Column)
               TO INVENTORY-SUM.

      *    Ranked groups first, then lowest GMROI first inside
      *    the group.
       3700-RANK-BUCKETS.
           MOVE Turn-Entry (Sort-Index) TO Turn-Entry (Turn-Count + 1)
           MOVE Sort-Index TO Insert-Index
           SUBTRACT 1 FROM Insert-Index
           MOVE "N" TO Slide-Done-Switch
           PERFORM 3750-SLIDE-ONE-BUCKET
               UNTIL Slide-Done
           ADD 1 TO Insert-Index
           MOVE Turn-Entry (Turn-Count + 1)
               TO Turn-Entry (Insert-Index).

       3750-SLIDE-ONE-BUCKET.
           IF Insert-Index = ZERO
               MOVE "Y" TO Slide-Done-Switch
           ELSE
               IF Tt-Rank-Group (Insert-Index)
                       < Tt-Rank-Group (Turn-Count + 1)
                   OR (Tt-Rank-Group (Insert-Index)
                       = Tt-Rank-Group (Turn-Count + 1)
                   AND Tt-Gmroi (Insert-Index)
                       NOT > Tt-Gmroi (Turn-Count + 1))
                   MOVE "Y" TO Slide-Done-Switch
               ELSE
                   MOVE Turn-Entry (Insert-Index)
                       TO Turn-Entry (Insert-Index + 1)
                   SUBTRACT 1 FROM Insert-Index
               END-IF
           END-IF.

       4000-PRINT-TURNOVER-REPORT.
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE Months-Seen-Count TO MONTHS-HD
           MOVE RANGE-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           PERFORM 4100-PRINT-ONE-BUCKET
               VARYING Turn-Index FROM 1 BY 1
               UNTIL Turn-Index > Turn-Count
           PERFORM 4500-PRINT-GRAND-TOTAL
           MOVE ROWS-IN-RANGE-COUNTER TO ROWS-CL
           MOVE SNAPSHOT-ROWS-COUNTER TO SNAPSHOT-ROWS-CL
           MOVE ROWS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE Turn-Count TO BUCKETS-CL
           MOVE BUCKET-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           CLOSE OUTPUT-PRINTER-FILE.

       4100-PRINT-ONE-BUCKET.
           IF Tt-Rank-Group (Turn-Index) = 2
               IF Turn-Index = 1
                   PERFORM 4150-PRINT-UNRANKED-LINE
               ELSE
                   IF Tt-Rank-Group (Turn-Index - 1) = 1
                       PERFORM 4150-PRINT-UNRANKED-LINE
                   END-IF
               END-IF
           END-IF
           MOVE Tt-Store (Turn-Index) TO STORE-NUMBER-DL
           MOVE Tt-Dept (Turn-Index) TO DEPT-NUMBER-DL
           MOVE Tt-Category (Turn-Index) TO CATEGORY-DL
           MOVE Tt-Avg-Inventory (Turn-Index) TO AVG-INVENTORY-DL
           MOVE Tt-Cogs (Turn-Index) TO COGS-DL
           COMPUTE MARGIN-DOLLARS =
               Tt-Sales (Turn-Index) - Tt-Cogs (Turn-Index)
           MOVE MARGIN-DOLLARS TO MARGIN-DL
           MOVE SPACES TO REMARK-DL
           IF Tt-Avg-Inventory (Turn-Index) = ZERO
               MOVE ZERO TO TURNS-DL GMROI-DL WEEKS-DL
           ELSE
               COMPUTE TURNS-WORK ROUNDED =
                   Tt-Cogs (Turn-Index)
                       / Tt-Avg-Inventory (Turn-Index)
                   ON SIZE ERROR
                       MOVE 999.99 TO TURNS-WORK
               END-COMPUTE
               MOVE TURNS-WORK TO TURNS-DL
               MOVE Tt-Gmroi (Turn-Index) TO GMROI-DL
               IF Tt-Cogs (Turn-Index) NOT > ZERO
                   MOVE ZERO TO WEEKS-DL
                   MOVE "NO SALES" TO REMARK-DL
               ELSE
                   COMPUTE WEEKS-WORK ROUNDED =
                       Tt-Avg-Inventory (Turn-Index) * 52
                           / Tt-Cogs (Turn-Index)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WEEKS-WORK
                   END-COMPUTE
                   MOVE WEEKS-WORK TO WEEKS-DL
               END-IF
           END-IF
           ADD Tt-Sales (Turn-Index) TO GRAND-SALES
           ADD Tt-Cogs (Turn-Index) TO GRAND-COGS
           MOVE DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       4150-PRINT-UNRANKED-LINE.
           MOVE UNRANKED-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.

       4500-PRINT-GRAND-TOTAL.
           MOVE GRAND-AVG-INVENTORY TO GRAND-INVENTORY-DL
           MOVE GRAND-COGS TO GRAND-COGS-DL
           COMPUTE MARGIN-DOLLARS = GRAND-SALES - GRAND-COGS
           MOVE MARGIN-DOLLARS TO GRAND-MARGIN-DL
           IF GRAND-AVG-INVENTORY = ZERO
               MOVE ZERO TO GRAND-TURNS-DL GRAND-GMROI-DL
                            GRAND-WEEKS-DL
           ELSE
               COMPUTE TURNS-WORK ROUNDED =
                   GRAND-COGS / GRAND-AVG-INVENTORY
                   ON SIZE ERROR
                       MOVE 999.99 TO TURNS-WORK
               END-COMPUTE
               MOVE TURNS-WORK TO GRAND-TURNS-DL
               COMPUTE TURNS-WORK ROUNDED =
                   MARGIN-DOLLARS / GRAND-AVG-INVENTORY
                   ON SIZE ERROR
                       MOVE 999.99 TO TURNS-WORK
               END-COMPUTE
               MOVE TURNS-WORK TO GRAND-GMROI-DL
               IF GRAND-COGS NOT > ZERO
                   MOVE ZERO TO GRAND-WEEKS-DL
               ELSE
                   COMPUTE WEEKS-WORK ROUNDED =
                       GRAND-AVG-INVENTORY * 52 / GRAND-COGS
                       ON SIZE ERROR
                           MOVE 9999.9 TO WEEKS-WORK
                   END-COMPUTE
                   MOVE WEEKS-WORK TO GRAND-WEEKS-DL
               END-IF
           END-IF
           MOVE GRAND-TOTAL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES.
