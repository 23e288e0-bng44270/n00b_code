       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG143.
       AUTHOR.  Andy Carlson.

      *    Year-end physical inventory, step one - freeze and tag.
      *    PRG70's cycle counts take a few items at a time, but the
      *    auditors want the whole store counted at fiscal year end
      *    against a book figure that holds still.  Keyed a store,
      *    this run copies every PRG08.IDX record for it to
      *    physsnap.dat as the frozen book quantity and cost, then
      *    issues numbered count tags in aisle (department) order,
      *    one per product plus blank spares at the end of each
      *    aisle for stock found where the book doesn't expect it,
      *    and prints the tag list the counters hang them from.
      *    Counts are keyed by tag number on PRG144; PRG145 reports
      *    the tags still out and posts the store when every tag is
      *    accounted for.  A store already open can be frozen over
      *    again, which throws away its tags and anything keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Inv-Key.
      *    Physical inventory control, snapshot and tags - created
      *    by the first freeze, so OPTIONAL.
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
      *    Inventory-side lock shared with the posting runs - the
      *    snapshot is only frozen while nothing else is posting.
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

       FD Inv-Lock-File.
           COPY invlock.

       WORKING-STORAGE SECTION.

       COPY ctlparm.

       01 INV-LOCK-BLOCKED-SWITCH      PIC X VALUE "N".
           88 INV-LOCK-BLOCKED         VALUE "Y".

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 PRODUCT-COUNTER          PIC 9(6) VALUE ZERO.
           03 SPARE-COUNTER            PIC 9(6) VALUE ZERO.
           03 AISLE-COUNTER            PIC 9(4) VALUE ZERO.
           03 CLEARED-COUNTER          PIC 9(6) VALUE ZERO.
           03 NEXT-TAG-NUMBER          PIC 9(5) VALUE ZERO.
           03 SPARE-INDEX              PIC 9(3) VALUE ZERO.
           03 AISLE-HOLD               PIC X(2) VALUE SPACES.
           03 BOOK-VALUE-TOTAL         PIC 9(11)V99 VALUE ZERO.
           03 BOOK-QTY-TOTAL           PIC 9(9) VALUE ZERO.

       01 Store-Response               PIC X(2).
       01 Spare-Response               PIC X(2).
       01 Spares-Per-Aisle             PIC 9(2) VALUE 5.
       01 Refreeze-Response            PIC X VALUE "N".
       01 Store-Found-Switch           PIC X VALUE "N".
           88 Store-Found              VALUE "Y".
       01 Control-On-File-Switch       PIC X VALUE "N".
           88 Control-On-File          VALUE "Y".

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

       01 Time-Work.
           03 tw-hh                    pic 99.
           03 tw-mm                    pic 99.
           03 tw-ss                    pic 99.
           03 tw-ff                    pic 99.
       01 Time-Stamp.
           03 ts-hh                    pic 99.
           03                          pic x value ":".
           03 ts-mm                    pic 99.
           03                          pic x value ":".
           03 ts-ss                    pic 99.

       01 TAG-HEADING-LINE.
           03                          PIC X(30)
                       VALUE "** PHYSICAL INVENTORY TAGS **".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(6) VALUE "STORE ".
           03 STORE-NUMBER-HD          PIC X(2).
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(7) VALUE "FROZEN ".
           03 FREEZE-DATE-HD           PIC X(10).
           03                          PIC X VALUE SPACE.
           03 FREEZE-TIME-HD           PIC X(8).

       01 AISLE-HEADING-LINE.
           03                          PIC X(7) VALUE "AISLE ".
           03 AISLE-HD                 PIC X(2).

       01 COLUMN-HEADING-LINE.
           03                          PIC X(5) VALUE "TAG #".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(5) VALUE "ST/DP".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(11) VALUE "DESCRIPTION".
           03                          PIC X(13) VALUE SPACES.
           03                          PIC X(12) VALUE "COUNTED QTY".

      *    Blind tag line, like PRG70's count sheet - the book
      *    quantity stays off so the counters write what's there.
       01 TAG-DETAIL-LINE.
           03 TAG-NUMBER-DL            PIC 9(5).
           03                          PIC X(3) VALUE SPACES.
           03 STORE-NUMBER-DL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPARTMENT-NUMBER-DL     PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-CODE-DL          PIC X(10).
           03                          PIC X(4) VALUE SPACES.
           03 DESCRIPTION-DL           PIC X(20).
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(12) VALUE "__________".

       01 PRODUCTS-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "PRODUCTS FROZEN:".
           03 PRODUCTS-CL              PIC ZZZ,ZZ9.

       01 SPARES-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "SPARE TAGS:".
           03 SPARES-CL                PIC ZZZ,ZZ9.

       01 TAGS-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "TAGS ISSUED:".
           03 TAGS-CL                  PIC ZZZ,ZZ9.

       01 BOOK-QTY-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "BOOK UNITS:".
           03 BOOK-QTY-CL              PIC ZZZ,ZZZ,ZZ9.

       01 BOOK-VALUE-CONCLUSION-LINE.
           03                          PIC X(20)
                       VALUE "BOOK VALUE AT COST:".
           03 BOOK-VALUE-CL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           ACCEPT Time-Work FROM TIME
           MOVE tw-hh TO ts-hh
           MOVE tw-mm TO ts-mm
           MOVE tw-ss TO ts-ss

           PERFORM 1200-GET-RUN-OPTIONS
           PERFORM 0500-CHECK-INV-LOCK
           PERFORM 0400-VERIFY-MASTER-CONTROL
           PERFORM 0550-SET-INV-BATCH-LOCK
           OPEN INPUT ORIGINAL-FILE
           OPEN I-O PHYS-CONTROL-FILE
           OPEN I-O PHYS-SNAP-FILE
           OPEN I-O PHYS-TAG-FILE
           PERFORM 1300-CHECK-STORE
           IF Store-Found
               OPEN OUTPUT OUTPUT-PRINTER-FILE
               PERFORM 1500-CLEAR-OLD-PHYSICAL
               PERFORM 3000-WRITE-HEADING
               PERFORM 2000-FREEZE-ONE-RECORD
                   UNTIL END-OF-FILE
               IF AISLE-HOLD NOT = SPACES
                   PERFORM 2500-ISSUE-SPARE-TAGS
               END-IF
               PERFORM 2800-WRITE-CONTROL-RECORD
               PERFORM 5000-WRITE-CONCLUSION
               CLOSE OUTPUT-PRINTER-FILE
           END-IF
           CLOSE ORIGINAL-FILE
           CLOSE PHYS-CONTROL-FILE
           CLOSE PHYS-SNAP-FILE
           CLOSE PHYS-TAG-FILE
           PERFORM 0580-CLEAR-INV-BATCH-LOCK
           STOP RUN.

       1200-GET-RUN-OPTIONS.
           DISPLAY "Enter store number to freeze for physical:"
           ACCEPT Store-Response
           DISPLAY "Spare tags per aisle, or Enter for 5:"
           ACCEPT Spare-Response
           IF Spare-Response IS NUMERIC
               MOVE Spare-Response TO Spares-Per-Aisle
           ELSE
               IF Spare-Response (2:1) = SPACE
                       AND Spare-Response (1:1) IS NUMERIC
                   MOVE Spare-Response (1:1) TO Spares-Per-Aisle
               END-IF
           END-IF.

      *    The store has to be on the master, and a store already
      *    open for a physical is only frozen over on a yes.
       1300-CHECK-STORE.
           MOVE "N" TO Store-Found-Switch
           MOVE Store-Response TO Store-Number-IR
           MOVE LOW-VALUES TO Department-Number-IR Product-Code-IR
           START ORIGINAL-FILE KEY IS NOT < Inv-Key
               INVALID KEY
                   MOVE "YES" TO EOF-MARKER
           END-START
           IF NOT END-OF-FILE
               READ ORIGINAL-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO EOF-MARKER
                   NOT AT END
                       IF Store-Number-IR = Store-Response
                           MOVE "Y" TO Store-Found-Switch
                       END-IF
               END-READ
           END-IF
           IF NOT Store-Found
               DISPLAY "STORE " Store-Response " NOT ON PRG08.IDX"
               MOVE 9 TO RETURN-CODE
           ELSE
               MOVE Store-Response TO Store-Number-PC
               READ PHYS-CONTROL-FILE
                   INVALID KEY
                       MOVE "N" TO Control-On-File-Switch
                   NOT INVALID KEY
                       MOVE "Y" TO Control-On-File-Switch
               END-READ
               IF Control-On-File AND Phys-Open
                   DISPLAY "STORE " Store-Response
                       " ALREADY OPEN FOR PHYSICAL SINCE "
                       Freeze-Date-PC
                   DISPLAY "Freeze again and reissue every tag? "
                       "(Y/N):"
                   ACCEPT Refreeze-Response
                   CALL "CBL_TOUPPER" USING Refreeze-Response
                               BY VALUE LENGTH OF Refreeze-Response
                   IF Refreeze-Response NOT = "Y"
                       MOVE "N" TO Store-Found-Switch
                   END-IF
               END-IF
           END-IF.

      *    Last year's snapshot and tags for the store come off
      *    before the new ones go on.
       1500-CLEAR-OLD-PHYSICAL.
           MOVE Store-Response TO Store-Number-PN
           MOVE LOW-VALUES TO Department-Number-PN Product-Code-PN
           START PHYS-SNAP-FILE KEY IS NOT < Snap-Key-PN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NO" TO EOF-MARKER
                   PERFORM 1550-CLEAR-ONE-SNAPSHOT
                       UNTIL END-OF-FILE
           END-START
           MOVE Store-Response TO Store-Number-PT
           MOVE ZERO TO Tag-Number-PT
           START PHYS-TAG-FILE KEY IS NOT < Tag-Key-PT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NO" TO EOF-MARKER
                   PERFORM 1580-CLEAR-ONE-TAG
                       UNTIL END-OF-FILE
           END-START
           MOVE "NO" TO EOF-MARKER.

       1550-CLEAR-ONE-SNAPSHOT.
           READ PHYS-SNAP-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PN NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       DELETE PHYS-SNAP-FILE RECORD
                       END-DELETE
                       ADD 1 TO CLEARED-COUNTER
                   END-IF
           END-READ.

       1580-CLEAR-ONE-TAG.
           READ PHYS-TAG-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-PT NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   ELSE
                       DELETE PHYS-TAG-FILE RECORD
                       END-DELETE
                   END-IF
           END-READ.

      *    1300 left the master positioned on the store's first
      *    record, already read - so the first pass works it, and
      *    each pass reads the next one.  Key order is aisle
      *    order, so a department change closes off the aisle
      *    with its spares and starts the next.
       2000-FREEZE-ONE-RECORD.
           IF Department-Number-IR NOT = AISLE-HOLD
               IF AISLE-HOLD NOT = SPACES
                   PERFORM 2500-ISSUE-SPARE-TAGS
               END-IF
               MOVE Department-Number-IR TO AISLE-HOLD
               PERFORM 2400-START-AISLE
           END-IF
           PERFORM 2100-WRITE-SNAPSHOT
           PERFORM 2200-ISSUE-PRODUCT-TAG
           READ ORIGINAL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-MARKER
               NOT AT END
                   IF Store-Number-IR NOT = Store-Response
                       MOVE "YES" TO EOF-MARKER
                   END-IF
           END-READ.

       2100-WRITE-SNAPSHOT.
           MOVE SPACES TO Phys-Snap-Record
           MOVE Store-Number-IR TO Store-Number-PN
           MOVE Department-Number-IR TO Department-Number-PN
           MOVE Product-Code-IR TO Product-Code-PN
           MOVE Quantity-IR TO Book-Qty-PN
           MOVE Unit-Cost-IR TO Unit-Cost-PN
           MOVE Description-IR TO Description-PN
           MOVE ZERO TO Counted-Qty-PN Tags-Counted-PN
           WRITE Phys-Snap-Record
           END-WRITE
           ADD 1 TO PRODUCT-COUNTER
           ADD Quantity-IR TO BOOK-QTY-TOTAL
           COMPUTE BOOK-VALUE-TOTAL = BOOK-VALUE-TOTAL
               + Quantity-IR * Unit-Cost-IR.

       2200-ISSUE-PRODUCT-TAG.
           ADD 1 TO NEXT-TAG-NUMBER
           MOVE SPACES TO Phys-Tag-Record
           MOVE Store-Number-IR TO Store-Number-PT
           MOVE NEXT-TAG-NUMBER TO Tag-Number-PT
           MOVE Department-Number-IR TO Department-Number-PT
           MOVE Product-Code-IR TO Product-Code-PT
           MOVE "N" TO Spare-Tag-PT
           PERFORM 2300-WRITE-TAG
           MOVE Description-IR TO DESCRIPTION-DL
           PERFORM 2600-WRITE-TAG-LINE.

       2300-WRITE-TAG.
           MOVE "I" TO Tag-Status-PT
           MOVE ZERO TO Counted-Qty-PT Duplicate-Qty-PT
           MOVE "N" TO Duplicate-Switch-PT
           WRITE Phys-Tag-Record
           END-WRITE.

       2400-START-AISLE.
           ADD 1 TO AISLE-COUNTER
           MOVE AISLE-HOLD TO AISLE-HD
           MOVE AISLE-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.

       2500-ISSUE-SPARE-TAGS.
           PERFORM 2550-ISSUE-ONE-SPARE
               VARYING SPARE-INDEX FROM 1 BY 1
               UNTIL SPARE-INDEX > Spares-Per-Aisle.

       2550-ISSUE-ONE-SPARE.
           ADD 1 TO NEXT-TAG-NUMBER
           ADD 1 TO SPARE-COUNTER
           MOVE SPACES TO Phys-Tag-Record
           MOVE Store-Response TO Store-Number-PT
           MOVE NEXT-TAG-NUMBER TO Tag-Number-PT
           MOVE AISLE-HOLD TO Department-Number-PT
           MOVE "Y" TO Spare-Tag-PT
           PERFORM 2300-WRITE-TAG
           MOVE "** SPARE **" TO DESCRIPTION-DL
           PERFORM 2600-WRITE-TAG-LINE.

       2600-WRITE-TAG-LINE.
           MOVE Tag-Number-PT TO TAG-NUMBER-DL
           MOVE Store-Number-PT TO STORE-NUMBER-DL
           MOVE Department-Number-PT TO DEPARTMENT-NUMBER-DL
           MOVE Product-Code-PT TO PRODUCT-CODE-DL
           MOVE TAG-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       2800-WRITE-CONTROL-RECORD.
           MOVE SPACES TO Phys-Control-Record
           MOVE Store-Response TO Store-Number-PC
           MOVE "O" TO Phys-Status-PC
           MOVE Date-Report-Record TO Freeze-Date-PC
           MOVE Time-Stamp TO Freeze-Time-PC
           MOVE NEXT-TAG-NUMBER TO Tags-Issued-PC
           IF Control-On-File
               REWRITE Phys-Control-Record
               END-REWRITE
           ELSE
               WRITE Phys-Control-Record
               END-WRITE
           END-IF.

       3000-WRITE-HEADING.
           MOVE Store-Response TO STORE-NUMBER-HD
           MOVE Date-Report-Record TO FREEZE-DATE-HD
           MOVE Time-Stamp TO FREEZE-TIME-HD
           MOVE TAG-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES.

       5000-WRITE-CONCLUSION.
           MOVE PRODUCT-COUNTER TO PRODUCTS-CL
           MOVE PRODUCTS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE SPARE-COUNTER TO SPARES-CL
           MOVE SPARES-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE NEXT-TAG-NUMBER TO TAGS-CL
           MOVE TAGS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE BOOK-QTY-TOTAL TO BOOK-QTY-CL
           MOVE BOOK-QTY-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE BOOK-VALUE-TOTAL TO BOOK-VALUE-CL
           MOVE BOOK-VALUE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    The master must pass its PRG99 control check before the
      *    book figures are frozen off it - a truncated or stale
      *    master would hand the auditors the wrong book.
       0400-VERIFY-MASTER-CONTROL.
           MOVE "INV" TO cc-master-id
           MOVE "V" TO cc-function
           CALL "prg99" USING Control-Check-Parms
           IF NOT cc-master-ok
               DISPLAY "PRG08.IDX FAILS ITS CONTROL CHECK - HALTED"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Inventory-side lock, the lockctl handshake PRG08.IDX
      *    never had - the snapshot waits for any posting run or
      *    PRG37 session to finish, and holds them off while it
      *    copies.
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
           MOVE "PRG143" TO Inv-Lock-Batch-Owner
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
