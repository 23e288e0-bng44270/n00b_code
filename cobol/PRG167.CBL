       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG167.
       AUTHOR.  Andy Carlson.

      *    Customer returns analysis for loss prevention - PRG33
      *    posts every return with its retreas.dat reason, but a
      *    store quietly running fake refunds looks just like a
      *    store with bad merchandise until the returns are read as
      *    a whole.  For the keyed date range the unitsdtl.dat
      *    detail gives units and dollars sold and returned, and
      *    the return rate on both, by store (each store's reasons
      *    under it), by department, by reason code and by
      *    product.  A store and a store's reason carry the points
      *    they run over or under the company's rate for the same
      *    thing.  The year before the range is the history: a
      *    store, a reason or a store's reason whose dollar return
      *    rate runs half again over its own history rate (and at
      *    least a point over it) is marked LP REVIEW for loss
      *    prevention.  Products are listed worst return rate
      *    first; one returning at twice the company rate, on at
      *    least three units, is marked BUYER for the buyer.  An
      *    open from date means there is no history to measure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNITS-DETAIL-FILE ASSIGN TO "unitsdtl.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REASON-FILE ASSIGN TO "retreas.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Store-File ASSIGN TO DISK "storemst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Store-Number-SM.
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
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
           03 REASON-CODE-UD           PIC X(2).

       FD REASON-FILE.
       01 REASON-RECORD.
           03 REASON-CODE-RR           PIC X(2).
           03 REASON-DESC-RR           PIC X(20).
           03 REASON-HOLD-RR           PIC X.

       FD Store-File.
           COPY strec.

      *    Products with returns, worst return rate first.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           03 SORT-RATE                PIC S9(5)V99.
           03 SORT-DEPT                PIC X(2).
           03 SORT-PRODUCT             PIC X(10).
           03 SORT-SOLD-UNITS          PIC 9(9).
           03 SORT-RET-UNITS           PIC 9(9).
           03 SORT-SALES               PIC 9(11)V99.
           03 SORT-RET-DOLLARS         PIC 9(11)V99.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

      *    Store buckets, with the year before the range beside the
      *    range itself.
       01 Store-Return-Table.
           03 Store-Return-Entry OCCURS 20 TIMES.
               05 Sr-Store             PIC X(2).
               05 Sr-Sold-Units        PIC 9(9).
               05 Sr-Ret-Units         PIC 9(9).
               05 Sr-Sales             PIC 9(11)V99.
               05 Sr-Ret-Dollars       PIC 9(11)V99.
               05 Sr-Hist-Sales        PIC 9(11)V99.
               05 Sr-Hist-Ret-Dollars  PIC 9(11)V99.
       01 Store-Return-Count           PIC 9(2) VALUE ZERO.
       01 Store-Return-Index           PIC 9(2).
       01 Store-Scan-Index             PIC 9(2).
       01 Store-Found-Switch           PIC X VALUE "N".
           88 Store-Bucket-Found       VALUE "Y".

       01 Dept-Return-Table.
           03 Dept-Return-Entry OCCURS 50 TIMES.
               05 Dr-Dept              PIC X(2).
               05 Dr-Sold-Units        PIC 9(9).
               05 Dr-Ret-Units         PIC 9(9).
               05 Dr-Sales             PIC 9(11)V99.
               05 Dr-Ret-Dollars       PIC 9(11)V99.
       01 Dept-Return-Count            PIC 9(2) VALUE ZERO.
       01 Dept-Return-Index            PIC 9(2).
       01 Dept-Scan-Index              PIC 9(2).
       01 Dept-Found-Switch            PIC X VALUE "N".
           88 Dept-Bucket-Found        VALUE "Y".

      *    Company-wide by reason; a reason's rate is its returns
      *    against all sales.
       01 Reason-Return-Table.
           03 Reason-Return-Entry OCCURS 50 TIMES.
               05 Rr-Reason            PIC X(2).
               05 Rr-Ret-Units         PIC 9(9).
               05 Rr-Ret-Dollars       PIC 9(11)V99.
               05 Rr-Hist-Ret-Dollars  PIC 9(11)V99.
       01 Reason-Return-Count          PIC 9(2) VALUE ZERO.
       01 Reason-Return-Index          PIC 9(2).
       01 Reason-Scan-Index            PIC 9(2).
       01 Reason-Found-Switch          PIC X VALUE "N".
           88 Reason-Bucket-Found      VALUE "Y".

       01 Store-Reason-Table.
           03 Store-Reason-Entry OCCURS 200 TIMES.
               05 Sx-Store             PIC X(2).
               05 Sx-Reason            PIC X(2).
               05 Sx-Ret-Units         PIC 9(9).
               05 Sx-Ret-Dollars       PIC 9(11)V99.
               05 Sx-Hist-Ret-Dollars  PIC 9(11)V99.
       01 Store-Reason-Count           PIC 9(3) VALUE ZERO.
       01 Store-Reason-Index           PIC 9(3).
       01 Store-Reason-Scan-Index      PIC 9(3).
       01 Store-Reason-Found-Switch    PIC X VALUE "N".
           88 Store-Reason-Found       VALUE "Y".

      *    Company-wide by department/product, for the buyer.
       01 Product-Return-Table.
           03 Product-Return-Entry OCCURS 500 TIMES.
               05 Pr-Dept              PIC X(2).
               05 Pr-Product           PIC X(10).
               05 Pr-Sold-Units        PIC 9(9).
               05 Pr-Ret-Units         PIC 9(9).
               05 Pr-Sales             PIC 9(11)V99.
               05 Pr-Ret-Dollars       PIC 9(11)V99.
       01 Product-Return-Count         PIC 9(3) VALUE ZERO.
       01 Product-Return-Index         PIC 9(3).
       01 Product-Scan-Index           PIC 9(3).
       01 Product-Found-Switch         PIC X VALUE "N".
           88 Product-Bucket-Found     VALUE "Y".

      *    Return reason codes off retreas.dat, for the names.
       01 Reason-Table.
           03 Reason-Entry OCCURS 50 TIMES.
               05 Reason-Code-RT       PIC X(2).
               05 Reason-Desc-RT       PIC X(20).
       01 Reason-Count                 PIC 9(2) VALUE ZERO.
       01 Reason-Index                 PIC 9(2).
       01 Reason-EOF-Marker            PIC X(3) VALUE "NO".
           88 Reason-End-Of-File       VALUE "YES".
       01 Matched-Reason-Desc          PIC X(20).

      *    Store names off the PRG31 master, PRG45 style.
       01 Store-Name-Table.
           03 Store-Name-Entry OCCURS 100 TIMES.
               05 Store-Number-ST      PIC X(2).
               05 Store-Name-ST        PIC X(20).
       01 Store-Name-Count             PIC 9(3) VALUE ZERO.
       01 Store-Name-Index             PIC 9(3).
       01 Store-EOF-Marker             PIC X(3) VALUE "NO".
           88 Store-End-Of-File        VALUE "YES".
       01 Matched-Store-Name           PIC X(20).

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 SORT-EOF-MARKER          PIC X(3) VALUE "NO".
               88 SORT-END-OF-FILE     VALUE "YES".
           03 ROWS-IN-RANGE-COUNTER    PIC 9(6) VALUE ZERO.
           03 HISTORY-ROW-COUNTER      PIC 9(6) VALUE ZERO.
           03 PRODUCTS-FLAGGED-COUNTER PIC 9(5) VALUE ZERO.
           03 REVIEWS-FLAGGED-COUNTER  PIC 9(5) VALUE ZERO.
           03 ROW-DOLLARS              PIC 9(8)V99 VALUE ZERO.

       01 Company-Sold-Units           PIC 9(9) VALUE ZERO.
       01 Company-Ret-Units            PIC 9(9) VALUE ZERO.
       01 Company-Sales                PIC 9(11)V99 VALUE ZERO.
       01 Company-Ret-Dollars          PIC 9(11)V99 VALUE ZERO.
       01 Company-Hist-Sales           PIC 9(11)V99 VALUE ZERO.
       01 Company-Hist-Ret-Dollars     PIC 9(11)V99 VALUE ZERO.
       01 Company-Dollar-Rate          PIC S9(5)V99 VALUE ZERO.

      *    What counts as out of line - half again over history and
      *    a point over it for loss prevention, twice the company
      *    rate on three units or more for the buyer.
       01 History-Factor               PIC 9V99 VALUE 1.50.
       01 History-Minimum-Points       PIC 9V99 VALUE 1.00.
       01 Buyer-Factor                 PIC 9V99 VALUE 2.00.
       01 Buyer-Minimum-Units          PIC 9(3) VALUE 3.

      *    From/to range entered at job start as mm/dd/yyyy, held
      *    as yyyymmdd so the comparison runs in date order - blank
      *    leaves that end open, the way PRG83's prompts work.  The
      *    history runs the year up to the from date.
       01 From-Date-Response           PIC X(10).
       01 To-Date-Response             PIC X(10).
       01 From-Date-Key                PIC X(8) VALUE LOW-VALUES.
       01 To-Date-Key                  PIC X(8) VALUE HIGH-VALUES.
       01 History-From-Key             PIC X(8) VALUE HIGH-VALUES.
       01 History-Year                 PIC 9(4).
       01 History-Switch               PIC X VALUE "N".
           88 History-Kept             VALUE "Y".
       01 Row-Date-Key                 PIC X(8).

      *    Rate work - returned against the base, as a percent;
      *    nothing to measure against prints dashes.
       01 Rate-Returned                PIC 9(11)V99.
       01 Rate-Base                    PIC 9(11)V99.
       01 Rate-Work                    PIC S9(5)V99.
       01 Rate-Known-Switch            PIC X VALUE "N".
           88 Rate-Known               VALUE "Y".
       01 Rate-Edit                    PIC ZZZ9.99.
       01 Rate-Text                    PIC X(7).
       01 Range-Rate                   PIC S9(5)V99.
       01 Range-Rate-Switch            PIC X VALUE "N".
           88 Range-Rate-Known         VALUE "Y".
       01 Compare-Rate                 PIC S9(5)V99.
       01 Compare-Reason               PIC X(2).
       01 Points-Work                  PIC S9(5)V99.
       01 Points-Edit                  PIC +ZZ9.99.

       01 HEADING-LINE.
           03                          PIC X(32)
                       VALUE "** CUSTOMER RETURNS ANALYSIS **".

       01 RANGE-LINE.
           03                          PIC X(7) VALUE "RANGE: ".
           03 FROM-DATE-HD             PIC X(10).
           03                          PIC X(4) VALUE " TO ".
           03 TO-DATE-HD               PIC X(10).
           03                          PIC X(4) VALUE SPACES.
           03 HISTORY-HD               PIC X(30).

       01 SECTION-LINE.
           03 SECTION-HD               PIC X(60).

       01 COLUMN-HEADING-LINE.
           03                          PIC X(20) VALUE SPACES.
           03                          PIC X(8) VALUE "   SOLD".
           03                          PIC X(8) VALUE "   RET'D".
           03                          PIC X(8) VALUE "  UNIT %".
           03                          PIC X(11) VALUE "    SALES $".
           03                          PIC X(10) VALUE "    RET $".
           03                          PIC X(8) VALUE "   RET %".
           03                          PIC X(8) VALUE "  VS CO".
           03                          PIC X(8) VALUE "  HIST %".
           03                          PIC X(9) VALUE "  FLAG".

       01 RETURN-DETAIL-LINE.
           03 LABEL-DL                 PIC X(20).
           03 SOLD-UNITS-DL            PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           03                          PIC X VALUE SPACE.
           03 RET-UNITS-DL             PIC ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 UNIT-RATE-DL             PIC X(7).
           03                          PIC X VALUE SPACE.
           03 SALES-DL                 PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           03                          PIC X VALUE SPACE.
           03 RET-DOLLARS-DL           PIC Z,ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 DOLLAR-RATE-DL           PIC X(7).
           03                          PIC X VALUE SPACE.
           03 VS-CO-DL                 PIC X(7).
           03                          PIC X VALUE SPACE.
           03 HIST-RATE-DL             PIC X(7).
           03                          PIC X(2) VALUE SPACES.
           03 FLAG-DL                  PIC X(9).

       01 STORE-LABEL.
           03 STORE-NUMBER-LB          PIC X(2).
           03                          PIC X VALUE SPACE.
           03 STORE-NAME-LB            PIC X(17).

       01 REASON-LABEL.
           03                          PIC X(3) VALUE SPACES.
           03 REASON-CODE-LB           PIC X(2).
           03                          PIC X VALUE SPACE.
           03 REASON-DESC-LB           PIC X(14).

       01 PRODUCT-LABEL.
           03 PRODUCT-DEPT-LB          PIC X(2).
           03                          PIC X VALUE "/".
           03 PRODUCT-CODE-LB          PIC X(10).
           03                          PIC X(7) VALUE SPACES.

       01 ROWS-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "ROWS IN RANGE:".
           03 ROWS-CL                  PIC ZZZ,ZZ9.

       01 HISTORY-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "HISTORY ROWS:".
           03 HISTORY-CL               PIC ZZZ,ZZ9.

       01 REVIEW-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "LP REVIEWS:".
           03 REVIEW-CL                PIC ZZ,ZZ9.

       01 BUYER-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "BUYER PRODUCTS:".
           03 BUYER-CL                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1200-GET-DATE-RANGE
           PERFORM 1300-LOAD-STORE-NAMES
           PERFORM 1400-LOAD-REASON-TABLE
           PERFORM 2000-SCAN-UNIT-DETAIL
           PERFORM 4000-PRINT-RETURNS-REPORT
           STOP RUN.

       1200-GET-DATE-RANGE.
           DISPLAY "Enter from date (mm/dd/yyyy), or Enter for "
                   "no lower bound:"
           ACCEPT From-Date-Response
           IF From-Date-Response NOT = SPACES
               MOVE From-Date-Response (7:4) TO From-Date-Key (1:4)
               MOVE From-Date-Response (1:2) TO From-Date-Key (5:2)
               MOVE From-Date-Response (4:2) TO From-Date-Key (7:2)
               IF From-Date-Response (7:4) IS NUMERIC
                   MOVE From-Date-Response (7:4) TO History-Year
                   SUBTRACT 1 FROM History-Year
                   MOVE From-Date-Key TO History-From-Key
                   MOVE History-Year TO History-From-Key (1:4)
                   MOVE "Y" TO History-Switch
               END-IF
           END-IF
           DISPLAY "Enter to date (mm/dd/yyyy), or Enter for "
                   "no upper bound:"
           ACCEPT To-Date-Response
           IF To-Date-Response NOT = SPACES
               MOVE To-Date-Response (7:4) TO To-Date-Key (1:4)
               MOVE To-Date-Response (1:2) TO To-Date-Key (5:2)
               MOVE To-Date-Response (4:2) TO To-Date-Key (7:2)
           END-IF.

       1300-LOAD-STORE-NAMES.
           OPEN INPUT Store-File
           PERFORM 1310-READ-STORE-NAME
               UNTIL Store-End-Of-File
                  OR Store-Name-Count = 100
           CLOSE Store-File.

       1310-READ-STORE-NAME.
           READ Store-File
               AT END MOVE "YES" TO Store-EOF-Marker
               NOT AT END
                   ADD 1 TO Store-Name-Count
                   MOVE Store-Number-SM
                       TO Store-Number-ST (Store-Name-Count)
                   MOVE Store-Name-SM
                       TO Store-Name-ST (Store-Name-Count)
           END-READ.

       1400-LOAD-REASON-TABLE.
           OPEN INPUT REASON-FILE
           PERFORM 1450-READ-REASON-RECORD
               UNTIL Reason-End-Of-File
                  OR Reason-Count = 50
           CLOSE REASON-FILE.

       1450-READ-REASON-RECORD.
           READ REASON-FILE
               AT END MOVE "YES" TO Reason-EOF-Marker
               NOT AT END
                   IF REASON-CODE-RR NOT = SPACES
                       ADD 1 TO Reason-Count
                       MOVE REASON-CODE-RR
                           TO Reason-Code-RT (Reason-Count)
                       MOVE REASON-DESC-RR
                           TO Reason-Desc-RT (Reason-Count)
                   END-IF
           END-READ.

       2000-SCAN-UNIT-DETAIL.
           OPEN INPUT UNITS-DETAIL-FILE
           PERFORM 2100-READ-UNITS-ROW
               UNTIL END-OF-FILE
           CLOSE UNITS-DETAIL-FILE.

       2100-READ-UNITS-ROW.
           READ UNITS-DETAIL-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF UNITS-SOLD-UD IS NUMERIC
                           AND FEED-DATE-UD (7:4) IS NUMERIC
                       MOVE FEED-DATE-UD (7:4)
                           TO Row-Date-Key (1:4)
                       MOVE FEED-DATE-UD (1:2)
                           TO Row-Date-Key (5:2)
                       MOVE FEED-DATE-UD (4:2)
                           TO Row-Date-Key (7:2)
                       IF SELLING-PRICE-UD IS NUMERIC
                           COMPUTE ROW-DOLLARS =
                               UNITS-SOLD-UD * SELLING-PRICE-UD
                       ELSE
                           MOVE ZERO TO ROW-DOLLARS
                       END-IF
                       IF Row-Date-Key NOT < From-Date-Key
                              AND Row-Date-Key NOT > To-Date-Key
                           ADD 1 TO ROWS-IN-RANGE-COUNTER
                           PERFORM 2200-BUCKET-RANGE-ROW
                       ELSE
                           IF History-Kept
                              AND Row-Date-Key NOT < History-From-Key
                              AND Row-Date-Key < From-Date-Key
                               ADD 1 TO HISTORY-ROW-COUNTER
                               PERFORM 2250-BUCKET-HISTORY-ROW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2200-BUCKET-RANGE-ROW.
           PERFORM 2300-FIND-STORE-BUCKET
           PERFORM 2400-FIND-DEPT-BUCKET
           PERFORM 2500-FIND-PRODUCT-BUCKET
           IF UNITS-SIGN-UD = "-"
               ADD UNITS-SOLD-UD TO Company-Ret-Units
               ADD ROW-DOLLARS TO Company-Ret-Dollars
               IF Store-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Sr-Ret-Units (Store-Return-Index)
                   ADD ROW-DOLLARS
                       TO Sr-Ret-Dollars (Store-Return-Index)
               END-IF
               IF Dept-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Dr-Ret-Units (Dept-Return-Index)
                   ADD ROW-DOLLARS
                       TO Dr-Ret-Dollars (Dept-Return-Index)
               END-IF
               IF Product-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Pr-Ret-Units (Product-Return-Index)
                   ADD ROW-DOLLARS
                       TO Pr-Ret-Dollars (Product-Return-Index)
               END-IF
               PERFORM 2600-FIND-REASON-BUCKET
               IF Reason-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Rr-Ret-Units (Reason-Return-Index)
                   ADD ROW-DOLLARS
                       TO Rr-Ret-Dollars (Reason-Return-Index)
               END-IF
               PERFORM 2700-FIND-STORE-REASON
               IF Store-Reason-Found
                   ADD UNITS-SOLD-UD
                       TO Sx-Ret-Units (Store-Reason-Index)
                   ADD ROW-DOLLARS
                       TO Sx-Ret-Dollars (Store-Reason-Index)
               END-IF
           ELSE
               ADD UNITS-SOLD-UD TO Company-Sold-Units
               ADD ROW-DOLLARS TO Company-Sales
               IF Store-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Sr-Sold-Units (Store-Return-Index)
                   ADD ROW-DOLLARS TO Sr-Sales (Store-Return-Index)
               END-IF
               IF Dept-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Dr-Sold-Units (Dept-Return-Index)
                   ADD ROW-DOLLARS TO Dr-Sales (Dept-Return-Index)
               END-IF
               IF Product-Bucket-Found
                   ADD UNITS-SOLD-UD
                       TO Pr-Sold-Units (Product-Return-Index)
                   ADD ROW-DOLLARS
                       TO Pr-Sales (Product-Return-Index)
               END-IF
           END-IF.

      *    The year before the range only feeds the history rates
      *    the range is measured against.
       2250-BUCKET-HISTORY-ROW.
           PERFORM 2300-FIND-STORE-BUCKET
           IF UNITS-SIGN-UD = "-"
               ADD ROW-DOLLARS TO Company-Hist-Ret-Dollars
               IF Store-Bucket-Found
                   ADD ROW-DOLLARS
                       TO Sr-Hist-Ret-Dollars (Store-Return-Index)
               END-IF
               PERFORM 2600-FIND-REASON-BUCKET
               IF Reason-Bucket-Found
                   ADD ROW-DOLLARS
                       TO Rr-Hist-Ret-Dollars (Reason-Return-Index)
               END-IF
               PERFORM 2700-FIND-STORE-REASON
               IF Store-Reason-Found
                   ADD ROW-DOLLARS
                       TO Sx-Hist-Ret-Dollars (Store-Reason-Index)
               END-IF
           ELSE
               ADD ROW-DOLLARS TO Company-Hist-Sales
               IF Store-Bucket-Found
                   ADD ROW-DOLLARS
                       TO Sr-Hist-Sales (Store-Return-Index)
               END-IF
           END-IF.

       2300-FIND-STORE-BUCKET.
           MOVE "N" TO Store-Found-Switch
           PERFORM 2350-CHECK-STORE-BUCKET
               VARYING Store-Scan-Index FROM 1 BY 1
               UNTIL Store-Scan-Index > Store-Return-Count
           IF NOT Store-Bucket-Found
                   AND Store-Return-Count < 20
               ADD 1 TO Store-Return-Count
               MOVE Store-Return-Count TO Store-Return-Index
               INITIALIZE Store-Return-Entry (Store-Return-Index)
               MOVE STORE-NUMBER-UD TO Sr-Store (Store-Return-Index)
               MOVE "Y" TO Store-Found-Switch
           END-IF.

       2350-CHECK-STORE-BUCKET.
           IF STORE-NUMBER-UD = Sr-Store (Store-Scan-Index)
               MOVE "Y" TO Store-Found-Switch
               MOVE Store-Scan-Index TO Store-Return-Index
           END-IF.

       2400-FIND-DEPT-BUCKET.
           MOVE "N" TO Dept-Found-Switch
           PERFORM 2450-CHECK-DEPT-BUCKET
               VARYING Dept-Scan-Index FROM 1 BY 1
               UNTIL Dept-Scan-Index > Dept-Return-Count
           IF NOT Dept-Bucket-Found
                   AND Dept-Return-Count < 50
               ADD 1 TO Dept-Return-Count
               MOVE Dept-Return-Count TO Dept-Return-Index
               INITIALIZE Dept-Return-Entry (Dept-Return-Index)
               MOVE DEPARTMENT-NUMBER-UD
                   TO Dr-Dept (Dept-Return-Index)
               MOVE "Y" TO Dept-Found-Switch
           END-IF.

       2450-CHECK-DEPT-BUCKET.
           IF DEPARTMENT-NUMBER-UD = Dr-Dept (Dept-Scan-Index)
               MOVE "Y" TO Dept-Found-Switch
               MOVE Dept-Scan-Index TO Dept-Return-Index
           END-IF.

       2500-FIND-PRODUCT-BUCKET.
           MOVE "N" TO Product-Found-Switch
           PERFORM 2550-CHECK-PRODUCT-BUCKET
               VARYING Product-Scan-Index FROM 1 BY 1
               UNTIL Product-Scan-Index > Product-Return-Count
           IF NOT Product-Bucket-Found
                   AND Product-Return-Count < 500
               ADD 1 TO Product-Return-Count
               MOVE Product-Return-Count TO Product-Return-Index
               INITIALIZE Product-Return-Entry (Product-Return-Index)
               MOVE DEPARTMENT-NUMBER-UD
                   TO Pr-Dept (Product-Return-Index)
               MOVE PRODUCT-CODE-UD
                   TO Pr-Product (Product-Return-Index)
               MOVE "Y" TO Product-Found-Switch
           END-IF.

       2550-CHECK-PRODUCT-BUCKET.
           IF DEPARTMENT-NUMBER-UD = Pr-Dept (Product-Scan-Index)
                  AND PRODUCT-CODE-UD
                      = Pr-Product (Product-Scan-Index)
               MOVE "Y" TO Product-Found-Switch
               MOVE Product-Scan-Index TO Product-Return-Index
           END-IF.

       2600-FIND-REASON-BUCKET.
           MOVE "N" TO Reason-Found-Switch
           PERFORM 2650-CHECK-REASON-BUCKET
               VARYING Reason-Scan-Index FROM 1 BY 1
               UNTIL Reason-Scan-Index > Reason-Return-Count
           IF NOT Reason-Bucket-Found
                   AND Reason-Return-Count < 50
               ADD 1 TO Reason-Return-Count
               MOVE Reason-Return-Count TO Reason-Return-Index
               INITIALIZE Reason-Return-Entry (Reason-Return-Index)
               MOVE REASON-CODE-UD TO Rr-Reason (Reason-Return-Index)
               MOVE "Y" TO Reason-Found-Switch
           END-IF.

       2650-CHECK-REASON-BUCKET.
           IF REASON-CODE-UD = Rr-Reason (Reason-Scan-Index)
               MOVE "Y" TO Reason-Found-Switch
               MOVE Reason-Scan-Index TO Reason-Return-Index
           END-IF.

       2700-FIND-STORE-REASON.
           MOVE "N" TO Store-Reason-Found-Switch
           PERFORM 2750-CHECK-STORE-REASON
               VARYING Store-Reason-Scan-Index FROM 1 BY 1
               UNTIL Store-Reason-Scan-Index > Store-Reason-Count
           IF NOT Store-Reason-Found
                   AND Store-Reason-Count < 200
               ADD 1 TO Store-Reason-Count
               MOVE Store-Reason-Count TO Store-Reason-Index
               INITIALIZE Store-Reason-Entry (Store-Reason-Index)
               MOVE STORE-NUMBER-UD TO Sx-Store (Store-Reason-Index)
               MOVE REASON-CODE-UD TO Sx-Reason (Store-Reason-Index)
               MOVE "Y" TO Store-Reason-Found-Switch
           END-IF.

       2750-CHECK-STORE-REASON.
           IF STORE-NUMBER-UD = Sx-Store (Store-Reason-Scan-Index)
                  AND REASON-CODE-UD
                      = Sx-Reason (Store-Reason-Scan-Index)
               MOVE "Y" TO Store-Reason-Found-Switch
               MOVE Store-Reason-Scan-Index TO Store-Reason-Index
           END-IF.

       4000-PRINT-RETURNS-REPORT.
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           IF From-Date-Response = SPACES
               MOVE "(open)" TO FROM-DATE-HD
           ELSE
               MOVE From-Date-Response TO FROM-DATE-HD
           END-IF
           IF To-Date-Response = SPACES
               MOVE "(open)" TO TO-DATE-HD
           ELSE
               MOVE To-Date-Response TO TO-DATE-HD
           END-IF
           IF History-Kept
               MOVE "HISTORY: YEAR BEFORE FROM DATE" TO HISTORY-HD
           ELSE
               MOVE "NO HISTORY - FROM DATE OPEN" TO HISTORY-HD
           END-IF
           MOVE RANGE-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Company-Ret-Dollars TO Rate-Returned
           MOVE Company-Sales TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Work TO Company-Dollar-Rate

           MOVE "BY STORE, WITH EACH STORE'S RETURN REASONS"
               TO SECTION-HD
           PERFORM 4050-WRITE-SECTION-HEADING
           PERFORM 4100-PRINT-COMPANY-LINE
           PERFORM 4200-PRINT-ONE-STORE
               VARYING Store-Return-Index FROM 1 BY 1
               UNTIL Store-Return-Index > Store-Return-Count

           MOVE "BY DEPARTMENT" TO SECTION-HD
           PERFORM 4050-WRITE-SECTION-HEADING
           PERFORM 4400-PRINT-ONE-DEPT
               VARYING Dept-Return-Index FROM 1 BY 1
               UNTIL Dept-Return-Index > Dept-Return-Count

           MOVE "BY REASON CODE" TO SECTION-HD
           PERFORM 4050-WRITE-SECTION-HEADING
           PERFORM 4500-PRINT-ONE-REASON
               VARYING Reason-Return-Index FROM 1 BY 1
               UNTIL Reason-Return-Index > Reason-Return-Count

           MOVE "BY PRODUCT - HIGHEST RETURN RATE FIRST" TO SECTION-HD
           PERFORM 4050-WRITE-SECTION-HEADING
           SORT SORT-WORK-FILE
               DESCENDING KEY SORT-RATE
               ASCENDING KEY SORT-DEPT SORT-PRODUCT
               INPUT PROCEDURE 4600-RELEASE-PRODUCTS
               OUTPUT PROCEDURE 4700-PRINT-PRODUCTS

           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE.

       4050-WRITE-SECTION-HEADING.
           MOVE SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       4100-PRINT-COMPANY-LINE.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE "COMPANY" TO LABEL-DL
           MOVE Company-Sold-Units TO SOLD-UNITS-DL
           MOVE Company-Ret-Units TO RET-UNITS-DL
           MOVE Company-Sales TO SALES-DL
           MOVE Company-Ret-Dollars TO RET-DOLLARS-DL
           MOVE Company-Ret-Units TO Rate-Returned
           MOVE Company-Sold-Units TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO UNIT-RATE-DL
           MOVE Company-Ret-Dollars TO Rate-Returned
           MOVE Company-Sales TO Rate-Base
           PERFORM 4800-FIGURE-RANGE-RATE
           MOVE Company-Hist-Ret-Dollars TO Rate-Returned
           MOVE Company-Hist-Sales TO Rate-Base
           PERFORM 4950-FIGURE-HISTORY
           WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

       4200-PRINT-ONE-STORE.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE Sr-Store (Store-Return-Index) TO STORE-NUMBER-LB
           PERFORM 4250-FIND-STORE-NAME
           MOVE Matched-Store-Name TO STORE-NAME-LB
           MOVE STORE-LABEL TO LABEL-DL
           MOVE Sr-Sold-Units (Store-Return-Index) TO SOLD-UNITS-DL
           MOVE Sr-Ret-Units (Store-Return-Index) TO RET-UNITS-DL
           MOVE Sr-Sales (Store-Return-Index) TO SALES-DL
           MOVE Sr-Ret-Dollars (Store-Return-Index) TO RET-DOLLARS-DL
           MOVE Sr-Ret-Units (Store-Return-Index) TO Rate-Returned
           MOVE Sr-Sold-Units (Store-Return-Index) TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO UNIT-RATE-DL
           MOVE Sr-Ret-Dollars (Store-Return-Index) TO Rate-Returned
           MOVE Sr-Sales (Store-Return-Index) TO Rate-Base
           PERFORM 4800-FIGURE-RANGE-RATE
           MOVE Company-Dollar-Rate TO Compare-Rate
           PERFORM 4850-FIGURE-VS-COMPANY
           MOVE Sr-Hist-Ret-Dollars (Store-Return-Index)
               TO Rate-Returned
           MOVE Sr-Hist-Sales (Store-Return-Index) TO Rate-Base
           PERFORM 4950-FIGURE-HISTORY
           WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                       AFTER ADVANCING 2 LINES
           PERFORM 4300-PRINT-STORE-REASON
               VARYING Store-Reason-Index FROM 1 BY 1
               UNTIL Store-Reason-Index > Store-Reason-Count.

       4250-FIND-STORE-NAME.
           MOVE SPACES TO Matched-Store-Name
           PERFORM 4260-CHECK-STORE-NAME-ENTRY
               VARYING Store-Name-Index FROM 1 BY 1
               UNTIL Store-Name-Index > Store-Name-Count.

       4260-CHECK-STORE-NAME-ENTRY.
           IF Sr-Store (Store-Return-Index)
                   = Store-Number-ST (Store-Name-Index)
               MOVE Store-Name-ST (Store-Name-Index)
                   TO Matched-Store-Name
           END-IF.

      *    A store's reason is measured against the store's own
      *    sales, and set beside the same reason company-wide.
       4300-PRINT-STORE-REASON.
           IF Sx-Store (Store-Reason-Index)
                   = Sr-Store (Store-Return-Index)
                   AND Sx-Ret-Units (Store-Reason-Index) > ZERO
               MOVE SPACES TO RETURN-DETAIL-LINE
               MOVE Sx-Reason (Store-Reason-Index) TO REASON-CODE-LB
               PERFORM 4350-FIND-REASON-DESC
               MOVE Matched-Reason-Desc TO REASON-DESC-LB
               MOVE REASON-LABEL TO LABEL-DL
               MOVE ZERO TO SOLD-UNITS-DL
               MOVE ZERO TO SALES-DL
               MOVE Sx-Ret-Units (Store-Reason-Index) TO RET-UNITS-DL
               MOVE Sx-Ret-Dollars (Store-Reason-Index)
                   TO RET-DOLLARS-DL
               MOVE Sx-Ret-Units (Store-Reason-Index)
                   TO Rate-Returned
               MOVE Sr-Sold-Units (Store-Return-Index) TO Rate-Base
               PERFORM 4900-FIGURE-RATE
               MOVE Rate-Text TO UNIT-RATE-DL
               MOVE Sx-Reason (Store-Reason-Index)
                   TO Compare-Reason
               PERFORM 4380-COMPANY-REASON-RATE
               MOVE Sx-Ret-Dollars (Store-Reason-Index)
                   TO Rate-Returned
               MOVE Sr-Sales (Store-Return-Index) TO Rate-Base
               PERFORM 4800-FIGURE-RANGE-RATE
               PERFORM 4850-FIGURE-VS-COMPANY
               MOVE Sx-Hist-Ret-Dollars (Store-Reason-Index)
                   TO Rate-Returned
               MOVE Sr-Hist-Sales (Store-Return-Index) TO Rate-Base
               PERFORM 4950-FIGURE-HISTORY
               WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
           END-IF.

       4350-FIND-REASON-DESC.
           IF REASON-CODE-LB = SPACES
               MOVE "(NONE KEYED)" TO Matched-Reason-Desc
           ELSE
               MOVE "NOT ON LIST" TO Matched-Reason-Desc
               PERFORM 4360-CHECK-REASON-ENTRY
                   VARYING Reason-Index FROM 1 BY 1
                   UNTIL Reason-Index > Reason-Count
           END-IF.

       4360-CHECK-REASON-ENTRY.
           IF REASON-CODE-LB = Reason-Code-RT (Reason-Index)
               MOVE Reason-Desc-RT (Reason-Index)
                   TO Matched-Reason-Desc
           END-IF.

      *    The company rate for the reason being printed, for the
      *    store's reason line to be set against.
       4380-COMPANY-REASON-RATE.
           MOVE ZERO TO Compare-Rate
           PERFORM 4390-CHECK-COMPANY-REASON
               VARYING Reason-Scan-Index FROM 1 BY 1
               UNTIL Reason-Scan-Index > Reason-Return-Count.

       4390-CHECK-COMPANY-REASON.
           IF Rr-Reason (Reason-Scan-Index) = Compare-Reason
               MOVE Rr-Ret-Dollars (Reason-Scan-Index)
                   TO Rate-Returned
               MOVE Company-Sales TO Rate-Base
               PERFORM 4900-FIGURE-RATE
               MOVE Rate-Work TO Compare-Rate
           END-IF.

       4400-PRINT-ONE-DEPT.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE "DEPT" TO LABEL-DL
           MOVE Dr-Dept (Dept-Return-Index) TO LABEL-DL (6:2)
           MOVE Dr-Sold-Units (Dept-Return-Index) TO SOLD-UNITS-DL
           MOVE Dr-Ret-Units (Dept-Return-Index) TO RET-UNITS-DL
           MOVE Dr-Sales (Dept-Return-Index) TO SALES-DL
           MOVE Dr-Ret-Dollars (Dept-Return-Index) TO RET-DOLLARS-DL
           MOVE Dr-Ret-Units (Dept-Return-Index) TO Rate-Returned
           MOVE Dr-Sold-Units (Dept-Return-Index) TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO UNIT-RATE-DL
           MOVE Dr-Ret-Dollars (Dept-Return-Index) TO Rate-Returned
           MOVE Dr-Sales (Dept-Return-Index) TO Rate-Base
           PERFORM 4800-FIGURE-RANGE-RATE
           MOVE Company-Dollar-Rate TO Compare-Rate
           PERFORM 4850-FIGURE-VS-COMPANY
           WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

      *    A reason company-wide is its returns against all sales,
      *    measured against the same in the history year.
       4500-PRINT-ONE-REASON.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE Rr-Reason (Reason-Return-Index) TO REASON-CODE-LB
           PERFORM 4350-FIND-REASON-DESC
           MOVE Matched-Reason-Desc TO REASON-DESC-LB
           MOVE REASON-LABEL TO LABEL-DL
           MOVE ZERO TO SOLD-UNITS-DL
           MOVE ZERO TO SALES-DL
           MOVE Rr-Ret-Units (Reason-Return-Index) TO RET-UNITS-DL
           MOVE Rr-Ret-Dollars (Reason-Return-Index)
               TO RET-DOLLARS-DL
           MOVE Rr-Ret-Units (Reason-Return-Index) TO Rate-Returned
           MOVE Company-Sold-Units TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO UNIT-RATE-DL
           MOVE Rr-Ret-Dollars (Reason-Return-Index)
               TO Rate-Returned
           MOVE Company-Sales TO Rate-Base
           PERFORM 4800-FIGURE-RANGE-RATE
           MOVE Rr-Hist-Ret-Dollars (Reason-Return-Index)
               TO Rate-Returned
           MOVE Company-Hist-Sales TO Rate-Base
           PERFORM 4950-FIGURE-HISTORY
           WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

      *    Only products that came back go into the sort; one with
      *    returns and no sales in the range sorts to the top.
       4600-RELEASE-PRODUCTS.
           PERFORM 4650-RELEASE-ONE-PRODUCT
               VARYING Product-Return-Index FROM 1 BY 1
               UNTIL Product-Return-Index > Product-Return-Count.

       4650-RELEASE-ONE-PRODUCT.
           IF Pr-Ret-Units (Product-Return-Index) > ZERO
               INITIALIZE SORT-RECORD
               MOVE Pr-Ret-Dollars (Product-Return-Index)
                   TO Rate-Returned
               MOVE Pr-Sales (Product-Return-Index) TO Rate-Base
               PERFORM 4900-FIGURE-RATE
               IF Rate-Known
                   MOVE Rate-Work TO SORT-RATE
               ELSE
                   MOVE 99999.99 TO SORT-RATE
               END-IF
               MOVE Pr-Dept (Product-Return-Index) TO SORT-DEPT
               MOVE Pr-Product (Product-Return-Index)
                   TO SORT-PRODUCT
               MOVE Pr-Sold-Units (Product-Return-Index)
                   TO SORT-SOLD-UNITS
               MOVE Pr-Ret-Units (Product-Return-Index)
                   TO SORT-RET-UNITS
               MOVE Pr-Sales (Product-Return-Index) TO SORT-SALES
               MOVE Pr-Ret-Dollars (Product-Return-Index)
                   TO SORT-RET-DOLLARS
               RELEASE SORT-RECORD
           END-IF.

       4700-PRINT-PRODUCTS.
           PERFORM 4750-RETURN-ONE-PRODUCT
               UNTIL SORT-END-OF-FILE.

       4750-RETURN-ONE-PRODUCT.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-MARKER
               NOT AT END
                   PERFORM 4760-PRINT-ONE-PRODUCT
           END-RETURN.

       4760-PRINT-ONE-PRODUCT.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE SORT-DEPT TO PRODUCT-DEPT-LB
           MOVE SORT-PRODUCT TO PRODUCT-CODE-LB
           MOVE PRODUCT-LABEL TO LABEL-DL
           MOVE SORT-SOLD-UNITS TO SOLD-UNITS-DL
           MOVE SORT-RET-UNITS TO RET-UNITS-DL
           MOVE SORT-SALES TO SALES-DL
           MOVE SORT-RET-DOLLARS TO RET-DOLLARS-DL
           MOVE SORT-RET-UNITS TO Rate-Returned
           MOVE SORT-SOLD-UNITS TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO UNIT-RATE-DL
           MOVE SORT-RET-DOLLARS TO Rate-Returned
           MOVE SORT-SALES TO Rate-Base
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO DOLLAR-RATE-DL
           MOVE Rate-Known-Switch TO Range-Rate-Switch
           MOVE Rate-Work TO Range-Rate
           MOVE Company-Dollar-Rate TO Compare-Rate
           PERFORM 4850-FIGURE-VS-COMPANY
           IF SORT-RET-UNITS NOT < Buyer-Minimum-Units
               IF NOT Range-Rate-Known
                   MOVE "BUYER" TO FLAG-DL
               ELSE
                   IF Company-Dollar-Rate > ZERO
                       AND Range-Rate
                           NOT < Company-Dollar-Rate * Buyer-Factor
                       MOVE "BUYER" TO FLAG-DL
                   END-IF
               END-IF
           END-IF
           IF FLAG-DL NOT = SPACES
               ADD 1 TO PRODUCTS-FLAGGED-COUNTER
           END-IF
           WRITE OUTPUT-PRINTER-RECORD FROM RETURN-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

      *    The line's dollar return rate, held for the company and
      *    history comparisons that follow it.
       4800-FIGURE-RANGE-RATE.
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO DOLLAR-RATE-DL
           MOVE Rate-Known-Switch TO Range-Rate-Switch
           MOVE Rate-Work TO Range-Rate.

       4850-FIGURE-VS-COMPANY.
           IF Range-Rate-Known
               COMPUTE Points-Work = Range-Rate - Compare-Rate
                   ON SIZE ERROR MOVE 999.99 TO Points-Work
               END-COMPUTE
               MOVE Points-Work TO Points-Edit
               MOVE Points-Edit TO VS-CO-DL
           ELSE
               MOVE "    ---" TO VS-CO-DL
           END-IF.

       4900-FIGURE-RATE.
           IF Rate-Base > ZERO
               MOVE "Y" TO Rate-Known-Switch
               COMPUTE Rate-Work ROUNDED =
                   Rate-Returned / Rate-Base * 100
                   ON SIZE ERROR MOVE 9999.99 TO Rate-Work
               END-COMPUTE
               MOVE Rate-Work TO Rate-Edit
               MOVE Rate-Edit TO Rate-Text
           ELSE
               MOVE "N" TO Rate-Known-Switch
               MOVE ZERO TO Rate-Work
               MOVE "    ---" TO Rate-Text
           END-IF.

      *    History rate for the line, and the loss-prevention mark
      *    when the range runs out of line with it.
       4950-FIGURE-HISTORY.
           PERFORM 4900-FIGURE-RATE
           MOVE Rate-Text TO HIST-RATE-DL
           IF Rate-Known AND Range-Rate-Known
               IF Range-Rate > Rate-Work * History-Factor
                   AND Range-Rate - Rate-Work
                       NOT < History-Minimum-Points
                   MOVE "LP REVIEW" TO FLAG-DL
                   ADD 1 TO REVIEWS-FLAGGED-COUNTER
               END-IF
           END-IF.

       5000-WRITE-CONCLUSION.
           MOVE ROWS-IN-RANGE-COUNTER TO ROWS-CL
           MOVE ROWS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE HISTORY-ROW-COUNTER TO HISTORY-CL
           MOVE HISTORY-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE REVIEWS-FLAGGED-COUNTER TO REVIEW-CL
           MOVE REVIEW-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE PRODUCTS-FLAGGED-COUNTER TO BUYER-CL
           MOVE BUYER-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
