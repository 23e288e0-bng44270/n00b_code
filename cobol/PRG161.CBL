       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG161.
       AUTHOR.  Andy Carlson.

      *    Shelf tags - PRG71 moves the retail on PRG08.IDX and the
      *    promo.dat windows open and close on their dates, but the
      *    shelf keeps the old price until a tag goes up.  The
      *    nightly run, after PRG71's apply, works out every product
      *    whose shelf price tomorrow differs from today's: a
      *    prcchg.dat change effective tomorrow, a promotion
      *    starting tomorrow, or one ending today (the shelf goes
      *    back to regular retail, or to the new retail when a
      *    change lands the same day).  Tomorrow's price is a
      *    window's promo price when one covers the date - the rule
      *    PRG33 sells by - and the regular retail otherwise, so a
      *    retail change under a running sale prints nothing until
      *    the sale is over.  Tags come out on the label stock a
      *    store at a time in department/product (aisle) order,
      *    each store starting a new sheet behind a header label.
      *    A reprint for torn tags is keyed by store, store and
      *    department, or a single product, and prints today's
      *    shelf price.  PRG161.CTL with the word NIGHTLY - the way
      *    NIGHTLY.BAT drops one off - runs tomorrow's tags
      *    unattended.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICE-CHANGE-FILE ASSIGN TO "prcchg.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "promo.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Inv-Key.
      *    Absent for an interactive session, so OPTIONAL - the
      *    arrangement PRG71.CTL has.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "PRG161.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-CHANGE-FILE.
       01 PRICE-CHANGE-RECORD.
           03 STORE-NUMBER-PC          PIC X(2).
           03 DEPARTMENT-NUMBER-PC     PIC X(2).
           03 PRODUCT-CODE-PC          PIC X(10).
           03 NEW-RETAIL-PC            PIC 9(5)V99.
           03 EFFECTIVE-DATE-PC        PIC X(10).

       FD PROMO-FILE.
       01 PROMO-RECORD.
           03 STORE-NUMBER-PR          PIC X(2).
           03 DEPARTMENT-NUMBER-PR     PIC X(2).
           03 PRODUCT-CODE-PR          PIC X(10).
           03 PROMO-PRICE-PR           PIC 9(5)V99.
           03 START-DATE-PR            PIC X(10).
           03 END-DATE-PR              PIC X(10).

       FD ORIGINAL-FILE.
           COPY invrec.

       FD CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(8).

      *    One row per product with a reason to look at it - a
      *    product can arrive from more than one source and is
      *    tagged once.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           03 STORE-NUMBER-SR          PIC X(2).
           03 DEPARTMENT-NUMBER-SR     PIC X(2).
           03 PRODUCT-CODE-SR          PIC X(10).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 CHANGE-EOF-MARKER        PIC X(3) VALUE "NO".
               88 CHANGE-END-OF-FILE   VALUE "YES".
           03 SORT-EOF-MARKER          PIC X(3) VALUE "NO".
               88 SORT-END-OF-FILE     VALUE "YES".
           03 MASTER-EOF-MARKER        PIC X(3) VALUE "NO".
               88 MASTER-END-OF-FILE   VALUE "YES".
           03 CHANGE-TAG-COUNTER       PIC 9(5) VALUE ZERO.
           03 SALE-START-COUNTER       PIC 9(5) VALUE ZERO.
           03 SALE-END-COUNTER         PIC 9(5) VALUE ZERO.
           03 TAG-COUNTER              PIC 9(5) VALUE ZERO.
           03 NOT-ON-MASTER-COUNTER    PIC 9(4) VALUE ZERO.
           03 TODAY-PRICE-HOLD         PIC 9(5)V99 VALUE ZERO.
           03 TOMORROW-PRICE-HOLD      PIC 9(5)V99 VALUE ZERO.
           03 REGULAR-PRICE-HOLD       PIC 9(5)V99 VALUE ZERO.
           03 SHELF-PRICE-HOLD         PIC 9(5)V99 VALUE ZERO.
           03 SALE-END-HOLD            PIC X(10) VALUE SPACES.
           03 LAST-STORE-HOLD          PIC X(2) VALUE SPACES.
           03 LAST-KEY-HOLD            PIC X(14) VALUE SPACES.

       01 Mode-Response                PIC X VALUE "R".
           88 Nightly-Run              VALUE "T".
       01 ctl-eof-flag                 PIC XXX VALUE SPACES.
           88 ctl-end                  VALUE 'YES'.

       01 Reprint-Store-Response       PIC X(2) VALUE SPACES.
       01 Reprint-Dept-Response        PIC X(2) VALUE SPACES.
       01 Reprint-Product-Response     PIC X(10) VALUE SPACES.
       01 Reprint-Match-Switch         PIC X VALUE "N".
           88 Reprint-Matches          VALUE "Y".

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

      *    Tomorrow worked out a day past today, rolling the month
      *    and year on the Month-Days list PRG104 keeps.
       01 Tomorrow-Report-Record.
           03 mm-trr                   pic 99.
           03                          pic x value "/".
           03 dd-trr                   pic 99.
           03                          pic x value "/".
           03 yyyy-trr                 pic 9(4).
       01 Month-Days-List.
           03                          pic x(24)
               value "312831303130313130313031".
       01 redefines Month-Days-List.
           03 Month-Days               pic 99 occurs 12 times.
       01 Month-End-Day                pic 99.
       01 Leap-Work                    pic 9(4).
       01 Leap-Remainder               pic 9(4).

      *    Window and effective dates compare as yyyymmdd keys, the
      *    fold PRG71 and PRG33 use.
       01 Today-Date-Key               PIC X(8) VALUE LOW-VALUES.
       01 Tomorrow-Date-Key            PIC X(8) VALUE LOW-VALUES.
       01 Effective-Date-Key           PIC X(8).

      *    Changes effective tomorrow - anything earlier still on
      *    the pending file is an exception PRG71 already lists.
       01 Change-Table.
           03 Change-Entry OCCURS 500 TIMES.
               05 Change-Key.
                   07 Change-Store     PIC X(2).
                   07 Change-Dept      PIC X(2).
                   07 Change-Product   PIC X(10).
               05 Change-Retail        PIC 9(5)V99.
       01 Change-Count                 PIC 9(3) VALUE ZERO.
       01 Change-Index                 PIC 9(3).
       01 Change-Found-Switch          PIC X VALUE "N".
           88 Change-Found             VALUE "Y".

       01 Promo-Table.
           03 Promo-Entry OCCURS 200 TIMES.
               05 Promo-Key.
                   07 Promo-Store      PIC X(2).
                   07 Promo-Dept       PIC X(2).
                   07 Promo-Product    PIC X(10).
               05 Promo-Price          PIC 9(5)V99.
               05 Promo-Start-Key      PIC X(8).
               05 Promo-End-Key        PIC X(8).
               05 Promo-End-Date       PIC X(10).
       01 Promo-Count                  PIC 9(3) VALUE ZERO.
       01 Promo-Index                  PIC 9(3).
       01 Promo-EOF-Marker             PIC X(3) VALUE "NO".
           88 Promo-End-Of-File        VALUE "YES".
       01 Today-Promo-Switch           PIC X VALUE "N".
           88 On-Promo-Today           VALUE "Y".
       01 Tomorrow-Promo-Switch        PIC X VALUE "N".
           88 On-Promo-Tomorrow        VALUE "Y".
       01 Today-Promo-Price            PIC 9(5)V99.
       01 Tomorrow-Promo-Price         PIC 9(5)V99.
       01 Sale-Tag-Switch              PIC X VALUE "N".
           88 Sale-Tag                 VALUE "Y".
       01 Promo-Check-Key              PIC X(8).
       01 Promo-Check-Switch           PIC X VALUE "N".
           88 Promo-Check-Found        VALUE "Y".
       01 Promo-Check-Price            PIC 9(5)V99.
       01 Promo-Check-End-Date         PIC X(10).

      *    The label stock - one tag is six print lines, a one-inch
      *    label at six lines to the inch.
       01 TAG-DESCRIPTION-LINE.
           03                          PIC X(2) VALUE SPACES.
           03 DESCRIPTION-TL           PIC X(20).

       01 TAG-PRICE-LINE.
           03                          PIC X(2) VALUE SPACES.
           03 PRICE-TL                 PIC $$$,$$9.99.
           03                          PIC X(3) VALUE SPACES.
           03 SALE-FLAG-TL             PIC X(4).

       01 TAG-SALE-LINE.
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(4) VALUE "REG ".
           03 REGULAR-TL               PIC $$,$$9.99.
           03                          PIC X(6) VALUE " THRU ".
           03 SALE-END-TL              PIC X(10).

       01 TAG-CODE-LINE.
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-CODE-TL          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 STORE-NUMBER-TL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPARTMENT-NUMBER-TL     PIC X(2).
           03                          PIC X VALUE SPACE.
           03 TAG-DATE-TL              PIC X(10).

       01 STORE-HEADER-LINE.
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "STORE ".
           03 STORE-NUMBER-HL          PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 RUN-MODE-HL              PIC X(14).

       01 HEADING-LINE.
           03                          PIC X(20)
                       VALUE "** SHELF TAG RUN **".
           03                          PIC X(3) VALUE SPACES.
           03 RUN-MODE-HD              PIC X(14).
           03                          PIC X(3) VALUE SPACES.
           03 RUN-DATE-HD              PIC X(10).

       01 CHANGE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "PRICE CHANGES:".
           03 CHANGE-CL                PIC ZZ,ZZ9.

       01 SALE-START-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "SALES STARTING:".
           03 SALE-START-CL            PIC ZZ,ZZ9.

       01 SALE-END-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "SALES ENDING:".
           03 SALE-END-CL              PIC ZZ,ZZ9.

       01 TAG-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "TAGS PRINTED:".
           03 TAG-CL                   PIC ZZ,ZZ9.

       01 NOT-ON-MASTER-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "NOT ON MASTER:".
           03 NOT-ON-MASTER-CL         PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           MOVE Date-Report-Record (7:4) TO Today-Date-Key (1:4)
           MOVE Date-Report-Record (1:2) TO Today-Date-Key (5:2)
           MOVE Date-Report-Record (4:2) TO Today-Date-Key (7:2)
           PERFORM 1300-COMPUTE-TOMORROW

           PERFORM 1200-GET-RUN-MODE
           PERFORM 1500-LOAD-PROMO-TABLE
           OPEN INPUT ORIGINAL-FILE
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           IF Nightly-Run
               PERFORM 1600-LOAD-CHANGE-TABLE
               SORT SORT-WORK-FILE
                   ASCENDING KEY STORE-NUMBER-SR
                                 DEPARTMENT-NUMBER-SR
                                 PRODUCT-CODE-SR
                   INPUT PROCEDURE 2000-RELEASE-CANDIDATES
                   OUTPUT PROCEDURE 3000-PRINT-TOMORROW-TAGS
           ELSE
               PERFORM 4000-REPRINT-TAGS
           END-IF
           PERFORM 7000-WRITE-CONCLUSION
           CLOSE ORIGINAL-FILE
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

      *    NIGHTLY in the control file runs tomorrow's tags for the
      *    nightly stream; an operator at the console is asked.
       1200-GET-RUN-MODE.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE "YES" TO ctl-eof-flag
               NOT AT END
                   IF CONTROL-RECORD = "NIGHTLY"
                       MOVE "T" TO Mode-Response
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF ctl-end
               DISPLAY "Tomorrow's tags, or Reprint torn tags? (T/R):"
               ACCEPT Mode-Response
               CALL "CBL_TOUPPER" USING Mode-Response
                           BY VALUE LENGTH OF Mode-Response
           END-IF.

       1300-COMPUTE-TOMORROW.
           COMPUTE yyyy-trr = 2000 + yy-dar
           MOVE mm-dar TO mm-trr
           MOVE Month-Days (mm-dar) TO Month-End-Day
           IF mm-dar = 2
               DIVIDE yyyy-trr BY 4 GIVING Leap-Work
                   REMAINDER Leap-Remainder
               IF Leap-Remainder = ZERO
                   MOVE 29 TO Month-End-Day
               END-IF
           END-IF
           IF dd-dar < Month-End-Day
               COMPUTE dd-trr = dd-dar + 1
           ELSE
               MOVE 1 TO dd-trr
               IF mm-dar = 12
                   MOVE 1 TO mm-trr
                   ADD 1 TO yyyy-trr
               ELSE
                   COMPUTE mm-trr = mm-dar + 1
               END-IF
           END-IF
           MOVE Tomorrow-Report-Record (7:4) TO Tomorrow-Date-Key (1:4)
           MOVE Tomorrow-Report-Record (1:2) TO Tomorrow-Date-Key (5:2)
           MOVE Tomorrow-Report-Record (4:2) TO Tomorrow-Date-Key (7:2).

       1500-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-FILE
           PERFORM 1550-READ-PROMO-RECORD
               UNTIL Promo-End-Of-File
                  OR Promo-Count = 200
           CLOSE PROMO-FILE.

       1550-READ-PROMO-RECORD.
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
                       MOVE END-DATE-PR
                           TO Promo-End-Date (Promo-Count)
                   END-IF
           END-READ.

       1600-LOAD-CHANGE-TABLE.
           OPEN INPUT PRICE-CHANGE-FILE
           PERFORM 1650-READ-CHANGE-RECORD
               UNTIL CHANGE-END-OF-FILE
                  OR Change-Count = 500
           CLOSE PRICE-CHANGE-FILE.

       1650-READ-CHANGE-RECORD.
           READ PRICE-CHANGE-FILE
               AT END MOVE "YES" TO CHANGE-EOF-MARKER
               NOT AT END
                   IF NEW-RETAIL-PC IS NUMERIC
                           AND EFFECTIVE-DATE-PC (7:4) IS NUMERIC
                       MOVE EFFECTIVE-DATE-PC (7:4)
                           TO Effective-Date-Key (1:4)
                       MOVE EFFECTIVE-DATE-PC (1:2)
                           TO Effective-Date-Key (5:2)
                       MOVE EFFECTIVE-DATE-PC (4:2)
                           TO Effective-Date-Key (7:2)
                       IF Effective-Date-Key = Tomorrow-Date-Key
                           ADD 1 TO Change-Count
                           MOVE STORE-NUMBER-PC
                               TO Change-Store (Change-Count)
                           MOVE DEPARTMENT-NUMBER-PC
                               TO Change-Dept (Change-Count)
                           MOVE PRODUCT-CODE-PC
                               TO Change-Product (Change-Count)
                           MOVE NEW-RETAIL-PC
                               TO Change-Retail (Change-Count)
                       END-IF
                   END-IF
           END-READ.

      *    Everything that could move tomorrow goes into the sort;
      *    whether it really does is settled product by product on
      *    the way out.
       2000-RELEASE-CANDIDATES.
           PERFORM 2100-RELEASE-CHANGE
               VARYING Change-Index FROM 1 BY 1
               UNTIL Change-Index > Change-Count
           PERFORM 2200-RELEASE-PROMO
               VARYING Promo-Index FROM 1 BY 1
               UNTIL Promo-Index > Promo-Count.

       2100-RELEASE-CHANGE.
           MOVE Change-Key (Change-Index) TO SORT-RECORD
           RELEASE SORT-RECORD.

       2200-RELEASE-PROMO.
           IF Promo-Start-Key (Promo-Index) = Tomorrow-Date-Key
                   OR Promo-End-Key (Promo-Index) = Today-Date-Key
               MOVE Promo-Key (Promo-Index) TO SORT-RECORD
               RELEASE SORT-RECORD
           END-IF.

       3000-PRINT-TOMORROW-TAGS.
           MOVE "TOMORROW'S TAGS" TO RUN-MODE-HD
           MOVE Tomorrow-Report-Record TO RUN-DATE-HD
           PERFORM 3100-RETURN-CANDIDATE
               UNTIL SORT-END-OF-FILE.

       3100-RETURN-CANDIDATE.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-MARKER
               NOT AT END
                   IF SORT-RECORD NOT = LAST-KEY-HOLD
                       MOVE SORT-RECORD TO LAST-KEY-HOLD
                       PERFORM 3200-WORK-CANDIDATE
                   END-IF
           END-RETURN.

      *    Today's shelf is what's showing now; tomorrow's is what
      *    the register will ring.  Only a difference makes a tag.
       3200-WORK-CANDIDATE.
           MOVE STORE-NUMBER-SR TO Store-Number-IR
           MOVE DEPARTMENT-NUMBER-SR TO Department-Number-IR
           MOVE PRODUCT-CODE-SR TO Product-Code-IR
           READ ORIGINAL-FILE
               INVALID KEY
                   ADD 1 TO NOT-ON-MASTER-COUNTER
               NOT INVALID KEY
                   IF NOT Product-Deleted
                       PERFORM 3300-PRICE-TODAY-TOMORROW
                       IF TOMORROW-PRICE-HOLD NOT = TODAY-PRICE-HOLD
                           PERFORM 3500-TAG-TOMORROW-PRICE
                       END-IF
                   END-IF
           END-READ.

       3300-PRICE-TODAY-TOMORROW.
           MOVE Today-Date-Key TO Promo-Check-Key
           PERFORM 3400-FIND-PROMO-PRICE
           MOVE Promo-Check-Switch TO Today-Promo-Switch
           MOVE Promo-Check-Price TO Today-Promo-Price
           MOVE Tomorrow-Date-Key TO Promo-Check-Key
           PERFORM 3400-FIND-PROMO-PRICE
           MOVE Promo-Check-Switch TO Tomorrow-Promo-Switch
           MOVE Promo-Check-Price TO Tomorrow-Promo-Price
           MOVE Promo-Check-End-Date TO SALE-END-HOLD

           MOVE Retail-Cost-IR TO REGULAR-PRICE-HOLD
           MOVE "N" TO Change-Found-Switch
           PERFORM 3350-CHECK-CHANGE-ENTRY
               VARYING Change-Index FROM 1 BY 1
               UNTIL Change-Index > Change-Count
                  OR Change-Found

           IF On-Promo-Today
               MOVE Today-Promo-Price TO TODAY-PRICE-HOLD
           ELSE
               MOVE Retail-Cost-IR TO TODAY-PRICE-HOLD
           END-IF
           IF On-Promo-Tomorrow
               MOVE Tomorrow-Promo-Price TO TOMORROW-PRICE-HOLD
           ELSE
               MOVE REGULAR-PRICE-HOLD TO TOMORROW-PRICE-HOLD
           END-IF.

       3350-CHECK-CHANGE-ENTRY.
           IF Change-Key (Change-Index) = Inv-Key
               MOVE "Y" TO Change-Found-Switch
               MOVE Change-Retail (Change-Index) TO REGULAR-PRICE-HOLD
           END-IF.

      *    First window on file covering the date wins, as in
      *    PRG33's pricing.
       3400-FIND-PROMO-PRICE.
           MOVE "N" TO Promo-Check-Switch
           MOVE ZERO TO Promo-Check-Price
           MOVE SPACES TO Promo-Check-End-Date
           PERFORM 3450-CHECK-PROMO-ENTRY
               VARYING Promo-Index FROM 1 BY 1
               UNTIL Promo-Index > Promo-Count
                  OR Promo-Check-Found.

       3450-CHECK-PROMO-ENTRY.
           IF Promo-Key (Promo-Index) = Inv-Key
                   AND Promo-Check-Key
                      NOT < Promo-Start-Key (Promo-Index)
                   AND Promo-Check-Key
                      NOT > Promo-End-Key (Promo-Index)
               MOVE "Y" TO Promo-Check-Switch
               MOVE Promo-Price (Promo-Index) TO Promo-Check-Price
               MOVE Promo-End-Date (Promo-Index)
                   TO Promo-Check-End-Date
           END-IF.

       3500-TAG-TOMORROW-PRICE.
           EVALUATE TRUE
               WHEN On-Promo-Tomorrow
                   ADD 1 TO SALE-START-COUNTER
               WHEN On-Promo-Today
                   ADD 1 TO SALE-END-COUNTER
               WHEN OTHER
                   ADD 1 TO CHANGE-TAG-COUNTER
           END-EVALUATE
           MOVE TOMORROW-PRICE-HOLD TO SHELF-PRICE-HOLD
           MOVE Tomorrow-Promo-Switch TO Sale-Tag-Switch
           MOVE Tomorrow-Report-Record TO TAG-DATE-TL
           PERFORM 6000-PRINT-TAG.

      *    A torn tag is replaced with what the shelf should say
      *    today.  The store is required; a blank department takes
      *    the whole store and a blank product the whole department.
       4000-REPRINT-TAGS.
           MOVE "REPRINT" TO RUN-MODE-HD
           MOVE Date-Report-Record TO RUN-DATE-HD
           DISPLAY "Store to reprint:"
           ACCEPT Reprint-Store-Response
           DISPLAY "Department (Enter for the whole store):"
           ACCEPT Reprint-Dept-Response
           IF Reprint-Dept-Response NOT = SPACES
               DISPLAY "Product code (Enter for the whole dept):"
               ACCEPT Reprint-Product-Response
               CALL "CBL_TOUPPER" USING Reprint-Product-Response
                       BY VALUE LENGTH OF Reprint-Product-Response
           END-IF
           IF Reprint-Store-Response = SPACES
               DISPLAY "NO STORE KEYED - NOTHING REPRINTED"
           ELSE
               PERFORM 4050-START-REPRINT
           END-IF.

       4050-START-REPRINT.
           MOVE Reprint-Store-Response TO Store-Number-IR
           MOVE Reprint-Dept-Response TO Department-Number-IR
           MOVE Reprint-Product-Response TO Product-Code-IR
           IF Reprint-Dept-Response = SPACES
               MOVE LOW-VALUES TO Department-Number-IR
           END-IF
           IF Reprint-Product-Response = SPACES
               MOVE LOW-VALUES TO Product-Code-IR
           END-IF
           START ORIGINAL-FILE KEY IS NOT < Inv-Key
               INVALID KEY
                   MOVE "YES" TO MASTER-EOF-MARKER
           END-START
           PERFORM 4100-REPRINT-NEXT
               UNTIL MASTER-END-OF-FILE.

       4100-REPRINT-NEXT.
           READ ORIGINAL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO MASTER-EOF-MARKER
               NOT AT END
                   PERFORM 4200-CHECK-REPRINT-RANGE
                   IF NOT Reprint-Matches
                       MOVE "YES" TO MASTER-EOF-MARKER
                   ELSE
                       IF NOT Product-Deleted
                           PERFORM 4300-TAG-TODAY-PRICE
                       END-IF
                   END-IF
           END-READ.

       4200-CHECK-REPRINT-RANGE.
           MOVE "Y" TO Reprint-Match-Switch
           IF Store-Number-IR NOT = Reprint-Store-Response
               MOVE "N" TO Reprint-Match-Switch
           END-IF
           IF Reprint-Dept-Response NOT = SPACES
                   AND Department-Number-IR NOT = Reprint-Dept-Response
               MOVE "N" TO Reprint-Match-Switch
           END-IF
           IF Reprint-Product-Response NOT = SPACES
                   AND Product-Code-IR NOT = Reprint-Product-Response
               MOVE "N" TO Reprint-Match-Switch
           END-IF.

       4300-TAG-TODAY-PRICE.
           MOVE Today-Date-Key TO Promo-Check-Key
           PERFORM 3400-FIND-PROMO-PRICE
           MOVE Promo-Check-Switch TO Sale-Tag-Switch
           MOVE Promo-Check-End-Date TO SALE-END-HOLD
           MOVE Retail-Cost-IR TO REGULAR-PRICE-HOLD
           IF Sale-Tag
               MOVE Promo-Check-Price TO SHELF-PRICE-HOLD
           ELSE
               MOVE Retail-Cost-IR TO SHELF-PRICE-HOLD
           END-IF
           MOVE Date-Report-Record TO TAG-DATE-TL
           PERFORM 6000-PRINT-TAG.

      *    One label.  On entry SHELF-PRICE-HOLD is the price to
      *    show and Sale-Tag-Switch says whether it is a sale
      *    price, with the regular retail and window end for the
      *    sale line.
       6000-PRINT-TAG.
           IF Store-Number-IR NOT = LAST-STORE-HOLD
               PERFORM 6100-START-STORE
           END-IF
           ADD 1 TO TAG-COUNTER
           MOVE Description-IR TO DESCRIPTION-TL
           MOVE TAG-DESCRIPTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SHELF-PRICE-HOLD TO PRICE-TL
           IF Sale-Tag
               MOVE "SALE" TO SALE-FLAG-TL
           ELSE
               MOVE SPACES TO SALE-FLAG-TL
           END-IF
           MOVE TAG-PRICE-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           IF Sale-Tag
               MOVE REGULAR-PRICE-HOLD TO REGULAR-TL
               MOVE SALE-END-HOLD TO SALE-END-TL
               MOVE TAG-SALE-LINE TO OUTPUT-PRINTER-RECORD
           ELSE
               MOVE SPACES TO OUTPUT-PRINTER-RECORD
           END-IF
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Product-Code-IR TO PRODUCT-CODE-TL
           MOVE Store-Number-IR TO STORE-NUMBER-TL
           MOVE Department-Number-IR TO DEPARTMENT-NUMBER-TL
           MOVE TAG-CODE-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    Each store's tags start a fresh sheet behind a header
      *    label, so the stack splits cleanly for delivery.
       6100-START-STORE.
           MOVE Store-Number-IR TO LAST-STORE-HOLD
           MOVE Store-Number-IR TO STORE-NUMBER-HL
           MOVE RUN-MODE-HD TO RUN-MODE-HL
           MOVE STORE-HEADER-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE RUN-DATE-HD TO OUTPUT-PRINTER-RECORD (3:10)
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 4 LINES.

       7000-WRITE-CONCLUSION.
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           IF Nightly-Run
               MOVE CHANGE-TAG-COUNTER TO CHANGE-CL
               MOVE CHANGE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
               MOVE SALE-START-COUNTER TO SALE-START-CL
               MOVE SALE-START-CONCLUSION-LINE
                   TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
               MOVE SALE-END-COUNTER TO SALE-END-CL
               MOVE SALE-END-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
               MOVE NOT-ON-MASTER-COUNTER TO NOT-ON-MASTER-CL
               MOVE NOT-ON-MASTER-CONCLUSION-LINE
                   TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF
           MOVE TAG-COUNTER TO TAG-CL
           MOVE TAG-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.
