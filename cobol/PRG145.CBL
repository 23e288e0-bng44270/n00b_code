       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG145.
       AUTHOR.  Andy Carlson.

      *    Year-end physical inventory, last step - tag control and
      *    posting.  Keyed a store open for a physical, this run
      *    first accounts for every tag PRG143 issued: the tags
      *    still out (never keyed on PRG144 - unused spares have to
      *    be voided, not left in a drawer), the voided ones, and
      *    the ones keyed twice with different counts.  Until every
      *    tag is counted or voided and no duplicate is waiting on
      *    a supervisor, that list is all it prints.  Once they are,
      *    the tags' counts are summed by product against the frozen
      *    book snapshot, and every variance prints with the
      *    valuation summary the auditors sign - book, physical and
      *    variance at the frozen cost, by aisle and for the store.
      *    A "P" run then posts the whole store in one pass: each
      *    master record moves by its book-to-physical variance (so
      *    sales rung since the freeze stay put), the adjustment is
      *    journaled and kept on countvar.dat alongside PRG26's, a
      *    count that comes in short relieves the oldest lots, and
      *    the store is marked posted.  An "R" run touches nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Inv-Key.
           SELECT OPTIONAL PHYS-CONTROL-FILE ASSIGN TO DISK
                                   "physctl.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Store-Number-PC.
           SELECT OPTIONAL PHYS-SNAP-FILE ASSIGN TO DISK
                                   "physsnap.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Snap-Key-PN.
           SELECT OPTIONAL PHYS-TAG-FILE ASSIGN TO DISK
                                   "phystag.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Tag-Key-PT.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".
      *    The same book-versus-counted history PRG26 keeps.
           SELECT OPTIONAL VARIANCE-FILE ASSIGN TO "countvar.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Durable posting journal - every adjustment lands here
      *    dated, so PRG100 can roll a restored generation forward
      *    and PRG108 can value it.
           SELECT OPTIONAL POSTING-JOURNAL-FILE ASSIGN TO
                                   "u:\cobol\invjrnl.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Inventory-side lock shared with the other posting runs
      *    and the PRG37 screen.
           SELECT OPTIONAL Inv-Lock-File ASSIGN TO DISK
                                   "u:\cobol\PRG08.LOK"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORIGINAL-FILE.
           COPY invrec.

       FD PHYS-CONTROL-FILE.
           COPY physctl.

       FD PHYS-SNAP-FILE.
           COPY physsnap.

       FD PHYS-TAG-FILE.
           COPY phystag.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       FD VARIANCE-FILE.
       01 VARIANCE-RECORD.
           03 STORE-NUMBER-VR          PIC X(2).
           03 DEPARTMENT-NUMBER-VR     PIC X(2).
           03 PRODUCT-CODE-VR          PIC X(10).
           03 BOOK-QTY-VR              PIC 9(6).
           03 COUNTED-QTY-VR           PIC 9(6).
           03 VARIANCE-SIGN-VR         PIC X.
           03 VARIANCE-QTY-VR          PIC 9(6).
           03 VARIANCE-VALUE-VR        PIC 9(7)V99.
           03 COUNT-DATE-VR            PIC X(10).
           03 COUNT-MODE-VR            PIC X.

       FD POSTING-JOURNAL-FILE.
       01 POSTING-JOURNAL-RECORD.
           03 JR-DATE                  PIC X(10).
           03 JR-STORE                 PIC X(2).
           03 JR-DEPT                  PIC X(2).
           03 JR-PRODUCT               PIC X(10).
           03 JR-ACTION                PIC X.
           03 JR-QUANTITY              PIC 9(6).
           03 JR-UNIT-COST             PIC 9(5)V99.
           03 JR-TIME                  PIC X(8).
           03 JR-SOURCE                PIC X(6).
           03 JR-BOOK-QTY              PIC 9(6).
           03 JR-STOCK                 PIC X.

       FD Inv-Lock-File.
           COPY invlock.

       WORKING-STORAGE SECTION.

       COPY ctlparm.
       COPY lotparm.

       01 INV-LOCK-BLOCKED-SWITCH      PIC X VALUE "N".
           88 INV-LOCK-BLOCKED         VALUE "Y".

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 TAGS-READ-COUNTER        PIC 9(6) VALUE ZERO.
           03 TAGS-COUNTED-COUNTER     PIC 9(6) VALUE ZERO.
           03 TAGS-MISSING-COUNTER     PIC 9(6) VALUE ZERO.
           03 TAGS-VOIDED-COUNTER      PIC 9(6) VALUE ZERO.
           03 TAGS-DUPLICATE-COUNTER   PIC 9(6) VALUE ZERO.
           03 PRODUCTS-COUNTER         PIC 9(6) VALUE ZERO.
           03 VARIANCE-COUNTER         PIC 9(6) VALUE ZERO.
           03 ADJUSTED-COUNTER         PIC 9(6) VALUE ZERO.
           03 NOT-ON-MASTER-COUNTER    PIC 9(4) VALUE ZERO.
           03 VARIANCE-QTY             PIC S9(7) VALUE ZERO.
           03 VARIANCE-VALUE           PIC S9(9)V99 VALUE ZERO.
           03 NEW-QUANTITY             PIC S9(7) VALUE ZERO.
           03 OLD-QUANTITY-HOLD        PIC 9(6) VALUE ZERO.
           03 AISLE-HOLD               PIC X(2) VALUE SPACES.

      *    Valuation at the frozen cost, by aisle and for the store.
       01 Valuation-Totals.
           03 Aisle-Book-Units         PIC 9(9) VALUE ZERO.
           03 Aisle-Book-Value         PIC 9(11)V99 VALUE ZERO.
           03 Aisle-Phys-Units         PIC 9(9) VALUE ZERO.
           03 Aisle-Phys-Value         PIC 9(11)V99 VALUE ZERO.
           03 Store-Book-Units         PIC 9(9) VALUE ZERO.
           03 Store-Book-Value         PIC 9(11)V99 VALUE ZERO.
           03 Store-Phys-Units         PIC 9(9) VALUE ZERO.
           03 Store-Phys-Value         PIC 9(11)V99 VALUE ZERO.
       01 Valuation-Work               PIC S9(11)V99 VALUE ZERO.

      *    Each aisle's totals are held here as it closes, for the
      *    summary page printed after the variance list.
       01 Aisle-Summary-Table.
           03 Aisle-Count              PIC 9(3) VALUE ZERO.
           03 Aisle-Index              PIC 9(3) VALUE ZERO.
           03 Saved-Aisle OCCURS 100 TIMES.
               05 Sv-Aisle             PIC X(2).
               05 Sv-Book-Units        PIC 9(9).
               05 Sv-Book-Value        PIC 9(11)V99.
               05 Sv-Phys-Units        PIC 9(9).
               05 Sv-Phys-Value        PIC 9(11)V99.

       01 Store-Response               PIC X(2).
       01 Mode-Response                PIC X VALUE "R".
           88 Posting-Run              VALUE "P".
       01 Store-Ready-Switch           PIC X VALUE "N".
           88 Store-Ready              VALUE "Y".

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

       01 Jrnl-Time-Work.
           03 jtw-hh               PIC 99.
           03 jtw-mm               PIC 99.
           03 jtw-ss               PIC 99.
           03 jtw-ff               PIC 99.
       01 Jrnl-Time-Stamp.
           03 jts-hh               PIC 99.
           03                      PIC X VALUE ":".
           03 jts-mm               PIC 99.
           03                      PIC X VALUE ":".
           03 jts-ss               PIC 99.

       01 HEADING-LINE.
           03                          PIC X(30)
                       VALUE "** PHYSICAL INVENTORY - STORE".
           03 STORE-NUMBER-HD          PIC X(3).
           03                          PIC X(4) VALUE "**".
           03                          PIC X(7) VALUE "FROZEN ".
           03 FREEZE-DATE-HD           PIC X(10).
           03                          PIC X(3) VALUE SPACES.
           03 RUN-MODE-HD              PIC X(12).

       01 TAG-SECTION-LINE.
           03                          PIC X(30)
                       VALUE "-- TAG CONTROL EXCEPTIONS --".

       01 TAG-COLUMN-LINE.
           03                          PIC X(5) VALUE "TAG #".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(5) VALUE "AISLE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(9) VALUE "EXCEPTION".
           03                          PIC X(6) VALUE SPACES.
           03                          PIC X(7) VALUE "COUNTED".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(7) VALUE "2ND KEY".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(8) VALUE "OPERATOR".

       01 TAG-EXCEPTION-LINE.
           03 TAG-NUMBER-TL            PIC 9(5).
           03                          PIC X(4) VALUE SPACES.
           03 AISLE-TL                 PIC X(2).
           03                          PIC X(3) VALUE SPACES.
           03 PRODUCT-CODE-TL          PIC X(10).
           03                          PIC X(4) VALUE SPACES.
           03 EXCEPTION-TL             PIC X(12).
           03                          PIC X(3) VALUE SPACES.
           03 COUNTED-TL               PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 SECOND-TL                PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 OPERATOR-TL              PIC X(10).

       01 NOT-READY-LINE.
           03                          PIC X(40)
               VALUE "** STORE NOT READY TO POST - TAGS OUT:".
           03 NOT-READY-CL             PIC ZZZ,ZZ9.

       01 VARIANCE-SECTION-LINE.
           03                          PIC X(30)
                       VALUE "-- BOOK TO PHYSICAL --".

       01 VARIANCE-COLUMN-LINE.
           03                          PIC X(5) VALUE "ST/DP".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(16) VALUE "DESCRIPTION".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(7) VALUE "   BOOK".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(7) VALUE "COUNTED".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(8) VALUE "VARIANCE".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(9) VALUE "VAR VALUE".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(6) VALUE "REMARK".

       01 VARIANCE-DETAIL-LINE.
           03 STORE-NUMBER-DL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPARTMENT-NUMBER-DL     PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-CODE-DL          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 DESCRIPTION-DL           PIC X(16).
           03                          PIC X(2) VALUE SPACES.
           03 BOOK-QTY-DL              PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 COUNTED-DL               PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 VARIANCE-DL              PIC +ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 VAR-VALUE-DL             PIC +$$$,$$9.99.
           03                          PIC X(2) VALUE SPACES.
           03 REMARK-DL                PIC X(13).

       01 VALUATION-SECTION-LINE.
           03                          PIC X(40)
               VALUE "-- VALUATION SUMMARY AT FROZEN COST --".

       01 VALUATION-COLUMN-LINE.
           03                          PIC X(8) VALUE "AISLE".
           03                          PIC X(11) VALUE " BOOK UNITS".
           03                          PIC X(17)
                       VALUE "       BOOK VALUE".
           03                          PIC X(11) VALUE " PHYS UNITS".
           03                          PIC X(17)
                       VALUE "   PHYSICAL VALUE".
           03                          PIC X(18)
                       VALUE "    VARIANCE VALUE".

       01 VALUATION-LINE.
           03 AISLE-VL                 PIC X(8).
           03 BOOK-UNITS-VL            PIC ZZZ,ZZZ,ZZ9.
           03 BOOK-VALUE-VL            PIC $$$,$$$,$$$,$$9.99.
           03 PHYS-UNITS-VL            PIC ZZZ,ZZZ,ZZ9.
           03 PHYS-VALUE-VL            PIC $$$,$$$,$$$,$$9.99.
           03 VARIANCE-VALUE-VL        PIC +$$,$$$,$$$,$$9.99.

       01 TAGS-CONCLUSION-LINE.
           03                          PIC X(20) VALUE "TAGS ISSUED:".
           03 TAGS-ISSUED-CL           PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(10) VALUE "COUNTED:".
           03 TAGS-COUNTED-CL          PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(8) VALUE "VOIDED:".
           03 TAGS-VOIDED-CL           PIC ZZZ,ZZ9.

       01 OUTSTANDING-CONCLUSION-LINE.
           03                          PIC X(20) VALUE "TAGS MISSING:".
           03 TAGS-MISSING-CL          PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(12) VALUE "DUPLICATES:".
           03 TAGS-DUPLICATE-CL        PIC ZZZ,ZZ9.

       01 PRODUCTS-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "PRODUCTS ON BOOK:".
           03 PRODUCTS-CL              PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(15) VALUE "WITH VARIANCE:".
           03 VARIANCES-CL             PIC ZZZ,ZZ9.

       01 ADJUSTED-CONCLUSION-LINE.
           03                          PIC X(20) VALUE "ADJUSTED:".
           03 ADJUSTED-CL              PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(15) VALUE "NOT ON MASTER:".
           03 NOT-ON-MASTER-CL         PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           ACCEPT Jrnl-Time-Work FROM TIME
           MOVE jtw-hh TO jts-hh
           MOVE jtw-mm TO jts-mm
           MOVE jtw-ss TO jts-ss

           PERFORM 1200-GET-RUN-OPTIONS
           OPEN I-O PHYS-CONTROL-FILE
           MOVE Store-Response TO Store-Number-PC
           READ PHYS-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO Phys-Status-PC
           END-READ
           IF NOT Phys-Open
               DISPLAY "STORE " Store-Response
                   " IS NOT OPEN FOR A PHYSICAL"
               CLOSE PHYS-CONTROL-FILE
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF

           IF Posting-Run
               PERFORM 0500-CHECK-INV-LOCK
               PERFORM 0400-VERIFY-MASTER-CONTROL
               PERFORM 0550-SET-INV-BATCH-LOCK
           END-IF
           OPEN I-O PHYS-SNAP-FILE
           OPEN INPUT PHYS-TAG-FILE
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           PERFORM 3000-WRITE-HEADING
           PERFORM 2000-ACCOUNT-FOR-TAGS
           IF TAGS-MISSING-COUNTER = ZERO
                   AND TAGS-DUPLICATE-COUNTER = ZERO
               MOVE "Y" TO Store-Ready-Switch
           END-IF
           IF Store-Ready
               PERFORM 2500-SUM-TAG-COUNTS
               IF Posting-Run
                   OPEN I-O ORIGINAL-FILE
                   OPEN EXTEND VARIANCE-FILE
                   OPEN EXTEND POSTING-JOURNAL-FILE
                   MOVE "O" TO lr-function
                   CALL "prg141" USING Lot-Relief-Parms
               END-IF
               PERFORM 3100-WRITE-VARIANCE-HEADING
               PERFORM 2700-WORK-THE-STORE
               IF Posting-Run
                   MOVE "C" TO lr-function
                   CALL "prg141" USING Lot-Relief-Parms
                   CLOSE POSTING-JOURNAL-FILE
                   CLOSE VARIANCE-FILE
                   CLOSE ORIGINAL-FILE
                   MOVE "P" TO Phys-Status-PC
                   MOVE Date-Report-Record TO Posted-Date-PC
                   MOVE "PRG145" TO Posted-Operator-PC
                   REWRITE Phys-Control-Record
                   END-REWRITE
               END-IF
               PERFORM 4000-WRITE-VALUATION-SUMMARY
           ELSE
               COMPUTE NOT-READY-CL =
                   TAGS-MISSING-COUNTER + TAGS-DUPLICATE-COUNTER
               MOVE NOT-READY-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           END-IF
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE
           CLOSE PHYS-TAG-FILE
           CLOSE PHYS-SNAP-FILE
           CLOSE PHYS-CONTROL-FILE
           IF Posting-Run
               PERFORM 0580-CLEAR-INV-BATCH-LOCK
               IF Store-Ready
                   PERFORM 0450-REFRESH-MASTER-CONTROL
               END-IF
           END-IF
      *    A store not ready comes back non-zero so a posting
      *    stream stops here instead of running on.
           IF NOT Store-Ready
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1200-GET-RUN-OPTIONS.
           DISPLAY "Enter store number for the physical:"
           ACCEPT Store-Response
           DISPLAY "Report only, or Post the store? (R/P):"
           ACCEPT Mode-Response
           CALL "CBL_TOUPPER" USING Mode-Response
                       BY VALUE LENGTH OF Mode-Response.

      *    Every tag the store was issued, in tag-number order.
       2000-ACCOUNT-FOR-TAGS.
           MOVE TAG-SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE TAG-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE "NO" TO EOF-MARKER
           MOVE Store-Response TO Store-Number-PT
           MOVE ZERO TO Tag-Number-PT
           START PHYS-TAG-FILE KEY IS NOT < Tag-Key-PT
               INVALID KEY
                   MOVE "YES" TO EOF-MARKER
           END-START
           PERFORM 2100-CHECK-ONE-TAG
               UNTIL END-OF-FILE.

       2100-CHECK-ONE-TAG.
           READ PHYS-TAG-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PT NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       ADD 1 TO TAGS-READ-COUNTER
                       EVALUATE TRUE
                           WHEN Tag-Counted AND Tag-Duplicated
                               ADD 1 TO TAGS-COUNTED-COUNTER
                               ADD 1 TO TAGS-DUPLICATE-COUNTER
                               MOVE "DUPLICATE" TO EXCEPTION-TL
                               PERFORM 2200-WRITE-TAG-EXCEPTION
                           WHEN Tag-Counted
                               ADD 1 TO TAGS-COUNTED-COUNTER
                           WHEN Tag-Voided
                               ADD 1 TO TAGS-VOIDED-COUNTER
                               MOVE "VOIDED" TO EXCEPTION-TL
                               PERFORM 2200-WRITE-TAG-EXCEPTION
                           WHEN Tag-Is-Spare
                               ADD 1 TO TAGS-MISSING-COUNTER
                               MOVE "SPARE OUT" TO EXCEPTION-TL
                               PERFORM 2200-WRITE-TAG-EXCEPTION
                           WHEN OTHER
                               ADD 1 TO TAGS-MISSING-COUNTER
                               MOVE "MISSING" TO EXCEPTION-TL
                               PERFORM 2200-WRITE-TAG-EXCEPTION
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-WRITE-TAG-EXCEPTION.
           MOVE Tag-Number-PT TO TAG-NUMBER-TL
           MOVE Department-Number-PT TO AISLE-TL
           MOVE Product-Code-PT TO PRODUCT-CODE-TL
           MOVE Counted-Qty-PT TO COUNTED-TL
           MOVE Duplicate-Qty-PT TO SECOND-TL
           MOVE Operator-PT TO OPERATOR-TL
           MOVE TAG-EXCEPTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    Counts are summed fresh every run - a report run ahead
      *    of the posting run leaves nothing behind to double up.
       2500-SUM-TAG-COUNTS.
           MOVE "NO" TO EOF-MARKER
           MOVE Store-Response TO Store-Number-PN
           MOVE LOW-VALUES TO Department-Number-PN Product-Code-PN
           START PHYS-SNAP-FILE KEY IS NOT < Snap-Key-PN
               INVALID KEY
                   MOVE "YES" TO EOF-MARKER
           END-START
           PERFORM 2550-CLEAR-ONE-SNAPSHOT
               UNTIL END-OF-FILE
           MOVE "NO" TO EOF-MARKER
           MOVE Store-Response TO Store-Number-PT
           MOVE ZERO TO Tag-Number-PT
           START PHYS-TAG-FILE KEY IS NOT < Tag-Key-PT
               INVALID KEY
                   MOVE "YES" TO EOF-MARKER
           END-START
           PERFORM 2600-ADD-ONE-TAG
               UNTIL END-OF-FILE.

       2550-CLEAR-ONE-SNAPSHOT.
           READ PHYS-SNAP-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PN NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       MOVE ZERO TO Counted-Qty-PN Tags-Counted-PN
                       REWRITE Phys-Snap-Record
                       END-REWRITE
                   END-IF
           END-READ.

      *    PRG144 only takes a spare's product off the snapshot, so
      *    every counted tag has a snapshot record to land on.
       2600-ADD-ONE-TAG.
           READ PHYS-TAG-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PT NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       IF Tag-Counted
                           MOVE Store-Number-PT TO Store-Number-PN
                           MOVE Department-Number-PT
                               TO Department-Number-PN
                           MOVE Product-Code-PT TO Product-Code-PN
                           READ PHYS-SNAP-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD Counted-Qty-PT TO Counted-Qty-PN
                                   ADD 1 TO Tags-Counted-PN
                                   REWRITE Phys-Snap-Record
                                   END-REWRITE
                           END-READ
                       END-IF
                   END-IF
           END-READ.

      *    The snapshot in aisle order - variance, valuation and,
      *    on a posting run, the master adjustment for each.
       2700-WORK-THE-STORE.
           MOVE "NO" TO EOF-MARKER
           MOVE SPACES TO AISLE-HOLD
           MOVE Store-Response TO Store-Number-PN
           MOVE LOW-VALUES TO Department-Number-PN Product-Code-PN
           START PHYS-SNAP-FILE KEY IS NOT < Snap-Key-PN
               INVALID KEY
                   MOVE "YES" TO EOF-MARKER
           END-START
           PERFORM 2750-WORK-ONE-PRODUCT
               UNTIL END-OF-FILE
           IF AISLE-HOLD NOT = SPACES
               PERFORM 2950-CLOSE-AISLE
           END-IF.

       2750-WORK-ONE-PRODUCT.
           READ PHYS-SNAP-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PN NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       IF Department-Number-PN NOT = AISLE-HOLD
                           IF AISLE-HOLD NOT = SPACES
                               PERFORM 2950-CLOSE-AISLE
                           END-IF
                           MOVE Department-Number-PN TO AISLE-HOLD
                       END-IF
                       PERFORM 2800-WORK-THE-VARIANCE
                   END-IF
           END-READ.

       2800-WORK-THE-VARIANCE.
           ADD 1 TO PRODUCTS-COUNTER
           ADD Book-Qty-PN TO Aisle-Book-Units
           ADD Counted-Qty-PN TO Aisle-Phys-Units
           COMPUTE Aisle-Book-Value = Aisle-Book-Value
               + Book-Qty-PN * Unit-Cost-PN
           COMPUTE Aisle-Phys-Value = Aisle-Phys-Value
               + Counted-Qty-PN * Unit-Cost-PN
           COMPUTE VARIANCE-QTY = Counted-Qty-PN - Book-Qty-PN
           COMPUTE VARIANCE-VALUE = VARIANCE-QTY * Unit-Cost-PN
           MOVE SPACES TO REMARK-DL
           IF VARIANCE-QTY NOT = ZERO
               ADD 1 TO VARIANCE-COUNTER
               IF Posting-Run
                   PERFORM 2850-POST-TO-MASTER
               END-IF
               PERFORM 2900-WRITE-VARIANCE-LINE
           END-IF.

      *    The master moves by the variance, not to the count -
      *    whatever sold or arrived since the freeze is already
      *    in Quantity-IR and stays there.
       2850-POST-TO-MASTER.
           MOVE Store-Number-PN TO Store-Number-IR
           MOVE Department-Number-PN TO Department-Number-IR
           MOVE Product-Code-PN TO Product-Code-IR
           READ ORIGINAL-FILE
               INVALID KEY
                   ADD 1 TO NOT-ON-MASTER-COUNTER
                   MOVE "NOT ON MASTER" TO REMARK-DL
               NOT INVALID KEY
                   MOVE Quantity-IR TO OLD-QUANTITY-HOLD
                   COMPUTE NEW-QUANTITY = Quantity-IR + VARIANCE-QTY
                   IF NEW-QUANTITY < ZERO
                       MOVE ZERO TO NEW-QUANTITY
                       MOVE "** FLOORED **" TO REMARK-DL
                   END-IF
                   MOVE NEW-QUANTITY TO Quantity-IR
                   REWRITE Inventory-Record
                   END-REWRITE
                   ADD 1 TO ADJUSTED-COUNTER
                   PERFORM 2860-WRITE-JOURNAL-ROW
                   PERFORM 2870-WRITE-VARIANCE-HISTORY
                   IF Quantity-IR < OLD-QUANTITY-HOLD
                       MOVE "R" TO lr-function
                       MOVE Store-Number-IR TO lr-store
                       MOVE Department-Number-IR TO lr-dept
                       MOVE Product-Code-IR TO lr-product
                       COMPUTE lr-quantity =
                           OLD-QUANTITY-HOLD - Quantity-IR
                       CALL "prg141" USING Lot-Relief-Parms
                   END-IF
           END-READ.

      *    Journaled as an 'A' with the count before, the way
      *    PRG24B journals an adjustment, so PRG100 replays it and
      *    PRG108 values the change.
       2860-WRITE-JOURNAL-ROW.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           MOVE Date-Report-Record TO JR-DATE
           MOVE Store-Number-IR TO JR-STORE
           MOVE Department-Number-IR TO JR-DEPT
           MOVE Product-Code-IR TO JR-PRODUCT
           MOVE "A" TO JR-ACTION
           MOVE Quantity-IR TO JR-QUANTITY
           MOVE Unit-Cost-IR TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG145" TO JR-SOURCE
           MOVE OLD-QUANTITY-HOLD TO JR-BOOK-QTY
           WRITE POSTING-JOURNAL-RECORD.

      *    Book and counted are the frozen figures the auditors
      *    saw, so the shrinkage history matches their report.
       2870-WRITE-VARIANCE-HISTORY.
           MOVE SPACES TO VARIANCE-RECORD
           MOVE Store-Number-PN TO STORE-NUMBER-VR
           MOVE Department-Number-PN TO DEPARTMENT-NUMBER-VR
           MOVE Product-Code-PN TO PRODUCT-CODE-VR
           MOVE Book-Qty-PN TO BOOK-QTY-VR
           MOVE Counted-Qty-PN TO COUNTED-QTY-VR
           IF VARIANCE-QTY < ZERO
               MOVE "-" TO VARIANCE-SIGN-VR
               COMPUTE VARIANCE-QTY-VR = ZERO - VARIANCE-QTY
               COMPUTE VARIANCE-VALUE-VR = ZERO - VARIANCE-VALUE
           ELSE
               MOVE "+" TO VARIANCE-SIGN-VR
               MOVE VARIANCE-QTY TO VARIANCE-QTY-VR
               MOVE VARIANCE-VALUE TO VARIANCE-VALUE-VR
           END-IF
           MOVE Date-Report-Record TO COUNT-DATE-VR
           MOVE "P" TO COUNT-MODE-VR
           WRITE VARIANCE-RECORD.

       2900-WRITE-VARIANCE-LINE.
           MOVE Store-Number-PN TO STORE-NUMBER-DL
           MOVE Department-Number-PN TO DEPARTMENT-NUMBER-DL
           MOVE Product-Code-PN TO PRODUCT-CODE-DL
           MOVE Description-PN TO DESCRIPTION-DL
           MOVE Book-Qty-PN TO BOOK-QTY-DL
           MOVE Counted-Qty-PN TO COUNTED-DL
           MOVE VARIANCE-QTY TO VARIANCE-DL
           MOVE VARIANCE-VALUE TO VAR-VALUE-DL
           IF Tags-Counted-PN = ZERO AND REMARK-DL = SPACES
               MOVE "NO TAG COUNT" TO REMARK-DL
           END-IF
           MOVE VARIANCE-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    Each aisle's figures go to the summary table as the
      *    aisle closes, and roll into the store's.
       2950-CLOSE-AISLE.
           PERFORM 2960-SAVE-AISLE-TOTALS
           ADD Aisle-Book-Units TO Store-Book-Units
           ADD Aisle-Book-Value TO Store-Book-Value
           ADD Aisle-Phys-Units TO Store-Phys-Units
           ADD Aisle-Phys-Value TO Store-Phys-Value
           MOVE ZERO TO Aisle-Book-Units Aisle-Book-Value
                        Aisle-Phys-Units Aisle-Phys-Value.

       2960-SAVE-AISLE-TOTALS.
           IF Aisle-Count < 100
               ADD 1 TO Aisle-Count
               MOVE AISLE-HOLD TO Sv-Aisle (Aisle-Count)
               MOVE Aisle-Book-Units TO Sv-Book-Units (Aisle-Count)
               MOVE Aisle-Book-Value TO Sv-Book-Value (Aisle-Count)
               MOVE Aisle-Phys-Units TO Sv-Phys-Units (Aisle-Count)
               MOVE Aisle-Phys-Value TO Sv-Phys-Value (Aisle-Count)
           END-IF.

       3000-WRITE-HEADING.
           MOVE Store-Response TO STORE-NUMBER-HD
           MOVE Freeze-Date-PC TO FREEZE-DATE-HD
           IF Posting-Run
               MOVE "POSTING RUN" TO RUN-MODE-HD
           ELSE
               MOVE "REPORT ONLY" TO RUN-MODE-HD
           END-IF
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE.

       3100-WRITE-VARIANCE-HEADING.
           MOVE VARIANCE-SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE VARIANCE-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.

      *    The auditors' page - one line per aisle and the store
      *    total, all at the cost frozen with the book.
       4000-WRITE-VALUATION-SUMMARY.
           MOVE VALUATION-SECTION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE VALUATION-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           PERFORM 4100-WRITE-ONE-AISLE
               VARYING Aisle-Index FROM 1 BY 1
               UNTIL Aisle-Index > Aisle-Count
           MOVE "STORE" TO AISLE-VL
           MOVE Store-Book-Units TO BOOK-UNITS-VL
           MOVE Store-Book-Value TO BOOK-VALUE-VL
           MOVE Store-Phys-Units TO PHYS-UNITS-VL
           MOVE Store-Phys-Value TO PHYS-VALUE-VL
           COMPUTE Valuation-Work = Store-Phys-Value - Store-Book-Value
           MOVE Valuation-Work TO VARIANCE-VALUE-VL
           MOVE VALUATION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.

       4100-WRITE-ONE-AISLE.
           MOVE SPACES TO AISLE-VL
           MOVE Sv-Aisle (Aisle-Index) TO AISLE-VL
           MOVE Sv-Book-Units (Aisle-Index) TO BOOK-UNITS-VL
           MOVE Sv-Book-Value (Aisle-Index) TO BOOK-VALUE-VL
           MOVE Sv-Phys-Units (Aisle-Index) TO PHYS-UNITS-VL
           MOVE Sv-Phys-Value (Aisle-Index) TO PHYS-VALUE-VL
           COMPUTE Valuation-Work = Sv-Phys-Value (Aisle-Index)
               - Sv-Book-Value (Aisle-Index)
           MOVE Valuation-Work TO VARIANCE-VALUE-VL
           MOVE VALUATION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       5000-WRITE-CONCLUSION.
           MOVE TAGS-READ-COUNTER TO TAGS-ISSUED-CL
           MOVE TAGS-COUNTED-COUNTER TO TAGS-COUNTED-CL
           MOVE TAGS-VOIDED-COUNTER TO TAGS-VOIDED-CL
           MOVE TAGS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE TAGS-MISSING-COUNTER TO TAGS-MISSING-CL
           MOVE TAGS-DUPLICATE-COUNTER TO TAGS-DUPLICATE-CL
           MOVE OUTSTANDING-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE PRODUCTS-COUNTER TO PRODUCTS-CL
           MOVE VARIANCE-COUNTER TO VARIANCES-CL
           MOVE PRODUCTS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE ADJUSTED-COUNTER TO ADJUSTED-CL
           MOVE NOT-ON-MASTER-COUNTER TO NOT-ON-MASTER-CL
           MOVE ADJUSTED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    The master must pass its PRG99 control check before this
      *    run touches it - a truncated or stale-restored file
      *    halts with its own exit code instead of being run on.
       0400-VERIFY-MASTER-CONTROL.
           MOVE "INV" TO cc-master-id
           MOVE "V" TO cc-function
           CALL "prg99" USING Control-Check-Parms
           IF NOT cc-master-ok
               DISPLAY "PRG08.IDX FAILS ITS CONTROL CHECK - HALTED"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.

       0450-REFRESH-MASTER-CONTROL.
           MOVE "INV" TO cc-master-id
           MOVE "R" TO cc-function
           CALL "prg99" USING Control-Check-Parms.

      *    Inventory-side lock, the lockctl handshake PRG08.IDX
      *    never had - an open PRG37 session blocks this posting
      *    run and this run blocks the screens, with owner and
      *    since visible (and clearable) through PRG57.
       0500-CHECK-INV-LOCK.
           MOVE "N" TO INV-LOCK-BLOCKED-SWITCH
           OPEN INPUT Inv-Lock-File
           READ Inv-Lock-File
               AT END INITIALIZE Inv-Lock-Record
               NOT AT END
                   IF Inv-Batch-Is-Active
                          OR Inv-Lock-Inquiry-Count > ZERO
                       MOVE "Y" TO INV-LOCK-BLOCKED-SWITCH
                   END-IF
           END-READ
           CLOSE Inv-Lock-File
           IF INV-LOCK-BLOCKED
               DISPLAY "PRG08.IDX LOCKED - RUN BLOCKED"
               DISPLAY "HELD BY " Inv-Lock-Batch-Owner
                   " / " Inv-Lock-Inquiry-Owner
               STOP RUN
           END-IF.

       0550-SET-INV-BATCH-LOCK.
           MOVE SPACES TO Inv-Lock-Record
           MOVE "Y" TO Inv-Lock-Batch-Active
           MOVE ZERO TO Inv-Lock-Inquiry-Count
           MOVE "PRG145" TO Inv-Lock-Batch-Owner
           MOVE SPACES TO Inv-Lock-Batch-Since
           MOVE Date-Report-Record TO Inv-Lock-Batch-Since (1:10)
           OPEN OUTPUT Inv-Lock-File
           WRITE Inv-Lock-Record
           CLOSE Inv-Lock-File.

       0580-CLEAR-INV-BATCH-LOCK.
           MOVE SPACES TO Inv-Lock-Record
           MOVE SPACE TO Inv-Lock-Batch-Active
           MOVE ZERO TO Inv-Lock-Inquiry-Count
           OPEN OUTPUT Inv-Lock-File
           WRITE Inv-Lock-Record
           CLOSE Inv-Lock-File.
