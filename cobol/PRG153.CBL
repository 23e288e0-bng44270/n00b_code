       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG153.
       AUTHOR.  Andy Carlson.

      *    Distribution-center allocation - PRG22's consolidated
      *    orders put one line per product on the DC, with each
      *    store's share filed on dcneed.dat, and PRG23 receives the
      *    truck at the DC like any other store.  This run matches
      *    what the DC has received on those lines against the
      *    stores' shares and sends it on: every store gets its
      *    full need when the receipt covers the line, and when it
      *    comes in short each store is cut back in proportion to
      *    what it asked for, odd units going one at a time down
      *    the list.  Each move is appended to xfer.dat in the
      *    layout PRG27's transfer posting takes, so the next PRG27
      *    run takes the goods off the DC and puts them on the
      *    stores' records, and an allocation report prints what
      *    went where.  A partial receipt is allocated as far as it
      *    goes and the balance waits for the rest of the shipment;
      *    anything received over the stores' needs stays at the
      *    DC.  Shares fully sent, or behind a line that has closed,
      *    drop off dcneed.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Store shares written by PRG22, rewritten whole each run
      *    through a backup copy, the way PRG71 rewrites its
      *    pending price changes.
           SELECT OPTIONAL DC-NEED-FILE ASSIGN TO "dcneed.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DC-NEED-BACKUP-FILE ASSIGN TO "dcneed.bak"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Purchase-order lines - the DC lines' received quantities
      *    as PRG23 has relieved them.
           SELECT OPTIONAL PO-FILE ASSIGN TO DISK "podata.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    PRG27's transfer input - appended to, so any transfers
      *    already keyed for the next posting run are kept.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "xfer.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD DC-NEED-FILE.
           COPY dcnrec.

       FD DC-NEED-BACKUP-FILE.
       01 DC-NEED-BACKUP-RECORD        PIC X(44).

       FD PO-FILE.
           COPY porec.

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           03 FROM-STORE-TR            PIC X(2).
           03 TO-STORE-TR              PIC X(2).
           03 DEPARTMENT-NUMBER-TR     PIC X(2).
           03 PRODUCT-CODE-TR          PIC X(10).
           03 QUANTITY-TR              PIC 9(6).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

      *    The store shares, pulled in whole so a DC line's stores
      *    can be prorated together.  Rows past the table's end are
      *    carried through the rewrite untouched for the next run.
       01 Need-Table.
           03 Need-Entry OCCURS 1000 TIMES.
               05 Nd-Record.
                   07 Nd-Order-Number  PIC 9(6).
                   07 Nd-Dc-Store      PIC X(2).
                   07 Nd-Dept          PIC X(2).
                   07 Nd-Product       PIC X(10).
                   07 Nd-Store         PIC X(2).
                   07 Nd-Need          PIC 9(6).
                   07 Nd-Allocated     PIC 9(6).
                   07 Nd-Order-Date    PIC X(10).
               05 Nd-This-Run          PIC 9(6).
               05 Nd-On-Line-Switch    PIC X.
                   88 Nd-On-Line       VALUE "Y".
               05 Nd-Drop-Switch       PIC X.
                   88 Nd-Drop          VALUE "Y".
       01 Need-Count                   PIC 9(4) VALUE ZERO.
       01 Need-Index                   PIC 9(4).
       01 Need-Found-Switch            PIC X VALUE "N".
           88 Need-Found               VALUE "Y".

      *    The DC purchase-order lines that have shares behind them.
       01 Dc-Line-Table.
           03 Dc-Line-Entry OCCURS 500 TIMES.
               05 Dl-Order-Number      PIC 9(6).
               05 Dl-Dc-Store          PIC X(2).
               05 Dl-Dept              PIC X(2).
               05 Dl-Product           PIC X(10).
               05 Dl-Description       PIC X(20).
               05 Dl-Received          PIC 9(6).
               05 Dl-Status            PIC X.
                   88 Dl-Open          VALUE "O".
       01 Dc-Line-Count                PIC 9(3) VALUE ZERO.
       01 Dc-Line-Index                PIC 9(3).

       01 MISC-AND-COUNTER-LIST.
           03 NEED-EOF-MARKER          PIC X(3) VALUE "NO".
               88 NEED-END-OF-FILE     VALUE "YES".
           03 PO-EOF-MARKER            PIC X(3) VALUE "NO".
               88 PO-END-OF-FILE       VALUE "YES".
           03 BACKUP-ROW-COUNTER       PIC 9(5) VALUE ZERO.
           03 LINE-WORKED-COUNTER      PIC 9(4) VALUE ZERO.
           03 TRANSFER-COUNTER         PIC 9(4) VALUE ZERO.
           03 SHORT-LINE-COUNTER       PIC 9(4) VALUE ZERO.
           03 UNITS-ALLOCATED          PIC 9(8) VALUE ZERO.
           03 SHARES-CLOSED-COUNTER    PIC 9(4) VALUE ZERO.

       01 Line-Need-Total              PIC 9(7) VALUE ZERO.
       01 Line-Allocated-Total         PIC 9(7) VALUE ZERO.
       01 Allocatable-Qty              PIC 9(7) VALUE ZERO.
       01 Available-Left               PIC 9(7) VALUE ZERO.
       01 Share-Target                 PIC 9(7) VALUE ZERO.
       01 Share-Qty                    PIC 9(7) VALUE ZERO.
       01 Left-At-Dc-Qty               PIC 9(7) VALUE ZERO.
       01 Short-Switch                 PIC X VALUE "N".
           88 Short-Allocation         VALUE "Y".
       01 Room-Switch                  PIC X VALUE "N".
           88 Room-Found               VALUE "Y".

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

       01 HEADING-LINE.
           03                          PIC X(30)
                       VALUE "** DC ALLOCATION REPORT **".
           03                          PIC X(5) VALUE SPACES.
           03 DATE-HL                  PIC X(10).

       01 COLUMN-HEADING-LINE.
           03                          PIC X(6) VALUE "PO #".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(2) VALUE "DC".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(2) VALUE "DP".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(11) VALUE "DESCRIPTION".
           03                          PIC X(11) VALUE SPACES.
           03                          PIC X(2) VALUE "TO".
           03                          PIC X(5) VALUE SPACES.
           03                          PIC X(4) VALUE "NEED".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(6) VALUE "BEFORE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(7) VALUE "THIS RN".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(5) VALUE "SHORT".

       01 ALLOCATION-DETAIL-LINE.
           03 ORDER-NUMBER-DL          PIC 9(6).
           03                          PIC X(2) VALUE SPACES.
           03 DC-STORE-DL              PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 DEPT-DL                  PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 PRODUCT-CODE-DL          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 DESCRIPTION-DL           PIC X(20).
           03                          PIC X(2) VALUE SPACES.
           03 TO-STORE-DL              PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 NEED-DL                  PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 PRIOR-DL                 PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 THIS-RUN-DL              PIC ZZZ,ZZ9.
           03                          PIC X(2) VALUE SPACES.
           03 SHORT-DL                 PIC ZZZ,ZZ9.

       01 LINE-SUMMARY-LINE.
           03                          PIC X(8) VALUE SPACES.
           03                          PIC X(13) VALUE "DC RECEIVED: ".
           03 RECEIVED-SL              PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(13) VALUE "STORE NEEDS: ".
           03 NEED-SL                  PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 REMARK-SL                PIC X(30).

       01 LEFT-AT-DC-LINE.
           03                          PIC X(8) VALUE SPACES.
           03                          PIC X(32)
                       VALUE "RECEIVED OVER NEED, LEFT AT DC: ".
           03 LEFT-AT-DC-LL            PIC ZZZ,ZZ9.

       01 LINE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "DC LINES WORKED:".
           03 LINES-CL                 PIC ZZZ9.

       01 TRANSFER-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "TRANSFERS WRITTEN:".
           03 TRANSFERS-CL             PIC ZZZ9.

       01 UNITS-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "UNITS ALLOCATED:".
           03 UNITS-CL                 PIC ZZ,ZZZ,ZZ9.

       01 SHORT-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "LINES PRORATED:".
           03 SHORT-CL                 PIC ZZZ9.

       01 CLOSED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "SHARES CLOSED:".
           03 CLOSED-CL                PIC ZZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr

           PERFORM 1100-BACKUP-NEED-FILE
           PERFORM 1200-LOAD-STORE-NEEDS
           PERFORM 2000-LOAD-DC-LINES

           OPEN OUTPUT OUTPUT-PRINTER-FILE
           OPEN EXTEND TRANSFER-FILE
           MOVE Date-Report-Record TO DATE-HL
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           PERFORM 3000-ALLOCATE-ONE-LINE
               VARYING Dc-Line-Index FROM 1 BY 1
               UNTIL Dc-Line-Index > Dc-Line-Count
           CLOSE TRANSFER-FILE

           PERFORM 6000-REWRITE-NEED-FILE
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

       1100-BACKUP-NEED-FILE.
           OPEN INPUT DC-NEED-FILE
           OPEN OUTPUT DC-NEED-BACKUP-FILE
           PERFORM 1150-COPY-NEED-ROW
               UNTIL NEED-END-OF-FILE
           CLOSE DC-NEED-FILE
           CLOSE DC-NEED-BACKUP-FILE
           MOVE "NO" TO NEED-EOF-MARKER.

       1150-COPY-NEED-ROW.
           READ DC-NEED-FILE
               AT END MOVE "YES" TO NEED-EOF-MARKER
               NOT AT END
                   WRITE DC-NEED-BACKUP-RECORD FROM Dc-Need-Record
           END-READ.

       1200-LOAD-STORE-NEEDS.
           OPEN INPUT DC-NEED-BACKUP-FILE
           PERFORM 1250-READ-NEED-ROW
               UNTIL NEED-END-OF-FILE
                  OR Need-Count = 1000
           CLOSE DC-NEED-BACKUP-FILE
           MOVE "NO" TO NEED-EOF-MARKER.

       1250-READ-NEED-ROW.
           READ DC-NEED-BACKUP-FILE
               AT END MOVE "YES" TO NEED-EOF-MARKER
               NOT AT END
                   ADD 1 TO Need-Count
                   MOVE DC-NEED-BACKUP-RECORD TO Nd-Record (Need-Count)
                   IF Nd-Need (Need-Count) NOT NUMERIC
                       MOVE ZERO TO Nd-Need (Need-Count)
                   END-IF
                   IF Nd-Allocated (Need-Count) NOT NUMERIC
                       MOVE ZERO TO Nd-Allocated (Need-Count)
                   END-IF
                   MOVE ZERO TO Nd-This-Run (Need-Count)
                   MOVE "N" TO Nd-On-Line-Switch (Need-Count)
                   MOVE "N" TO Nd-Drop-Switch (Need-Count)
           END-READ.

      *    Only the DC lines someone is waiting on are kept - a
      *    line qualifies when a share names its order, DC and
      *    product.
       2000-LOAD-DC-LINES.
           OPEN INPUT PO-FILE
           PERFORM 2100-READ-PO-LINE
               UNTIL PO-END-OF-FILE
                  OR Dc-Line-Count = 500
           CLOSE PO-FILE.

       2100-READ-PO-LINE.
           READ PO-FILE
               AT END MOVE "YES" TO PO-EOF-MARKER
               NOT AT END
                   MOVE "N" TO Need-Found-Switch
                   PERFORM 2150-CHECK-NEED-FOR-LINE
                       VARYING Need-Index FROM 1 BY 1
                       UNTIL Need-Index > Need-Count
                          OR Need-Found
                   IF Need-Found
                       ADD 1 TO Dc-Line-Count
                       MOVE Order-Number-PO
                           TO Dl-Order-Number (Dc-Line-Count)
                       MOVE Store-Number-PO
                           TO Dl-Dc-Store (Dc-Line-Count)
                       MOVE Dept-Number-PO TO Dl-Dept (Dc-Line-Count)
                       MOVE Product-Code-PO
                           TO Dl-Product (Dc-Line-Count)
                       MOVE Description-PO
                           TO Dl-Description (Dc-Line-Count)
                       MOVE Received-Qty-PO
                           TO Dl-Received (Dc-Line-Count)
                       IF Received-Qty-PO NOT NUMERIC
                           MOVE ZERO TO Dl-Received (Dc-Line-Count)
                       END-IF
                       MOVE Status-PO TO Dl-Status (Dc-Line-Count)
                   END-IF
           END-READ.

       2150-CHECK-NEED-FOR-LINE.
           IF Nd-Order-Number (Need-Index) = Order-Number-PO
                  AND Nd-Dc-Store (Need-Index) = Store-Number-PO
                  AND Nd-Dept (Need-Index) = Dept-Number-PO
                  AND Nd-Product (Need-Index) = Product-Code-PO
               MOVE "Y" TO Need-Found-Switch
           END-IF.

      *    What can go out is the DC's receipt up to the stores'
      *    total need, less what earlier runs already sent.  The
      *    shares are worked from the original needs each time, so
      *    a line received in three pieces ends where one receipt
      *    of the same total would have.
       3000-ALLOCATE-ONE-LINE.
           MOVE ZERO TO Line-Need-Total Line-Allocated-Total
           PERFORM 3100-MARK-LINE-SHARES
               VARYING Need-Index FROM 1 BY 1
               UNTIL Need-Index > Need-Count
           IF Dl-Received (Dc-Line-Index) < Line-Need-Total
               MOVE Dl-Received (Dc-Line-Index) TO Allocatable-Qty
               MOVE "Y" TO Short-Switch
           ELSE
               MOVE Line-Need-Total TO Allocatable-Qty
               MOVE "N" TO Short-Switch
           END-IF
           IF Allocatable-Qty > Line-Allocated-Total
               ADD 1 TO LINE-WORKED-COUNTER
               COMPUTE Available-Left =
                   Allocatable-Qty - Line-Allocated-Total
               PERFORM 3200-FIGURE-STORE-SHARE
                   VARYING Need-Index FROM 1 BY 1
                   UNTIL Need-Index > Need-Count
               MOVE "Y" TO Room-Switch
               PERFORM 3300-HAND-OUT-ODD-UNITS
                   UNTIL Available-Left = ZERO
                      OR NOT Room-Found
               PERFORM 3400-WRITE-STORE-TRANSFER
                   VARYING Need-Index FROM 1 BY 1
                   UNTIL Need-Index > Need-Count
               PERFORM 3500-WRITE-LINE-SUMMARY
           END-IF
           PERFORM 3600-CLOSE-FINISHED-SHARES
               VARYING Need-Index FROM 1 BY 1
               UNTIL Need-Index > Need-Count.

       3100-MARK-LINE-SHARES.
           MOVE "N" TO Nd-On-Line-Switch (Need-Index)
           IF Nd-Order-Number (Need-Index)
                      = Dl-Order-Number (Dc-Line-Index)
                  AND Nd-Dc-Store (Need-Index)
                      = Dl-Dc-Store (Dc-Line-Index)
                  AND Nd-Dept (Need-Index) = Dl-Dept (Dc-Line-Index)
                  AND Nd-Product (Need-Index)
                      = Dl-Product (Dc-Line-Index)
               MOVE "Y" TO Nd-On-Line-Switch (Need-Index)
               MOVE ZERO TO Nd-This-Run (Need-Index)
               ADD Nd-Need (Need-Index) TO Line-Need-Total
               ADD Nd-Allocated (Need-Index) TO Line-Allocated-Total
           END-IF.

      *    Covered in full, a store gets what it asked for; short,
      *    it gets its need's fraction of the receipt, rounded
      *    down - the odd units are handed out after.
       3200-FIGURE-STORE-SHARE.
           IF Nd-On-Line (Need-Index)
               IF Short-Allocation
                   COMPUTE Share-Target =
                       Allocatable-Qty * Nd-Need (Need-Index)
                           / Line-Need-Total
               ELSE
                   MOVE Nd-Need (Need-Index) TO Share-Target
               END-IF
               IF Share-Target > Nd-Allocated (Need-Index)
                   COMPUTE Share-Qty =
                       Share-Target - Nd-Allocated (Need-Index)
                   IF Share-Qty > Available-Left
                       MOVE Available-Left TO Share-Qty
                   END-IF
                   MOVE Share-Qty TO Nd-This-Run (Need-Index)
                   SUBTRACT Share-Qty FROM Available-Left
               END-IF
           END-IF.

       3300-HAND-OUT-ODD-UNITS.
           MOVE "N" TO Room-Switch
           PERFORM 3350-GIVE-ONE-UNIT
               VARYING Need-Index FROM 1 BY 1
               UNTIL Need-Index > Need-Count
                  OR Available-Left = ZERO.

       3350-GIVE-ONE-UNIT.
           IF Nd-On-Line (Need-Index)
                  AND Nd-Allocated (Need-Index)
                      + Nd-This-Run (Need-Index)
                      < Nd-Need (Need-Index)
               ADD 1 TO Nd-This-Run (Need-Index)
               SUBTRACT 1 FROM Available-Left
               MOVE "Y" TO Room-Switch
           END-IF.

      *    One PRG27 transfer row per store getting goods, DC to
      *    store, and the report line behind it - a store left
      *    with nothing this run still prints, so a short is seen.
       3400-WRITE-STORE-TRANSFER.
           IF Nd-On-Line (Need-Index)
               MOVE Dl-Order-Number (Dc-Line-Index)
                   TO ORDER-NUMBER-DL
               MOVE Dl-Dc-Store (Dc-Line-Index) TO DC-STORE-DL
               MOVE Dl-Dept (Dc-Line-Index) TO DEPT-DL
               MOVE Dl-Product (Dc-Line-Index) TO PRODUCT-CODE-DL
               MOVE Dl-Description (Dc-Line-Index) TO DESCRIPTION-DL
               MOVE Nd-Store (Need-Index) TO TO-STORE-DL
               MOVE Nd-Need (Need-Index) TO NEED-DL
               MOVE Nd-Allocated (Need-Index) TO PRIOR-DL
               MOVE Nd-This-Run (Need-Index) TO THIS-RUN-DL
               IF Nd-This-Run (Need-Index) > ZERO
                   ADD 1 TO TRANSFER-COUNTER
                   ADD Nd-This-Run (Need-Index) TO UNITS-ALLOCATED
                   MOVE Dl-Dc-Store (Dc-Line-Index) TO FROM-STORE-TR
                   MOVE Nd-Store (Need-Index) TO TO-STORE-TR
                   MOVE Dl-Dept (Dc-Line-Index)
                       TO DEPARTMENT-NUMBER-TR
                   MOVE Dl-Product (Dc-Line-Index)
                       TO PRODUCT-CODE-TR
                   MOVE Nd-This-Run (Need-Index) TO QUANTITY-TR
                   WRITE TRANSFER-RECORD
                   ADD Nd-This-Run (Need-Index)
                       TO Nd-Allocated (Need-Index)
               END-IF
               COMPUTE Share-Qty =
                   Nd-Need (Need-Index) - Nd-Allocated (Need-Index)
               MOVE Share-Qty TO SHORT-DL
               MOVE ALLOCATION-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF.

       3500-WRITE-LINE-SUMMARY.
           MOVE Dl-Received (Dc-Line-Index) TO RECEIVED-SL
           MOVE Line-Need-Total TO NEED-SL
           IF Short-Allocation
               ADD 1 TO SHORT-LINE-COUNTER
               MOVE "** SHORT - PRORATED **" TO REMARK-SL
           ELSE
               MOVE "NEEDS FILLED" TO REMARK-SL
           END-IF
           MOVE LINE-SUMMARY-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           IF Dl-Received (Dc-Line-Index) > Line-Need-Total
               COMPUTE Left-At-Dc-Qty =
                   Dl-Received (Dc-Line-Index) - Line-Need-Total
               MOVE Left-At-Dc-Qty TO LEFT-AT-DC-LL
               MOVE LEFT-AT-DC-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    A share is done once it has all it asked for, or once
      *    its DC line has closed and nothing more is coming.
       3600-CLOSE-FINISHED-SHARES.
           IF Nd-On-Line (Need-Index)
               IF Nd-Allocated (Need-Index) NOT < Nd-Need (Need-Index)
                      OR NOT Dl-Open (Dc-Line-Index)
                   MOVE "Y" TO Nd-Drop-Switch (Need-Index)
                   ADD 1 TO SHARES-CLOSED-COUNTER
               END-IF
           END-IF.

      *    The table goes back with the finished shares left out,
      *    then any rows past the table's end are copied through
      *    from the backup as they were.
       6000-REWRITE-NEED-FILE.
           OPEN OUTPUT DC-NEED-FILE
           PERFORM 6100-WRITE-NEED-ROW
               VARYING Need-Index FROM 1 BY 1
               UNTIL Need-Index > Need-Count
           OPEN INPUT DC-NEED-BACKUP-FILE
           PERFORM 6200-COPY-OVERFLOW-ROW
               UNTIL NEED-END-OF-FILE
           CLOSE DC-NEED-BACKUP-FILE
           CLOSE DC-NEED-FILE.

       6100-WRITE-NEED-ROW.
           IF NOT Nd-Drop (Need-Index)
               MOVE Nd-Record (Need-Index) TO Dc-Need-Record
               WRITE Dc-Need-Record
           END-IF.

       6200-COPY-OVERFLOW-ROW.
           READ DC-NEED-BACKUP-FILE
               AT END MOVE "YES" TO NEED-EOF-MARKER
               NOT AT END
                   ADD 1 TO BACKUP-ROW-COUNTER
                   IF BACKUP-ROW-COUNTER > Need-Count
                       WRITE Dc-Need-Record
                           FROM DC-NEED-BACKUP-RECORD
                   END-IF
           END-READ.

       5000-WRITE-CONCLUSION.
           MOVE LINE-WORKED-COUNTER TO LINES-CL
           MOVE LINE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE TRANSFER-COUNTER TO TRANSFERS-CL
           MOVE TRANSFER-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE UNITS-ALLOCATED TO UNITS-CL
           MOVE UNITS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SHORT-LINE-COUNTER TO SHORT-CL
           MOVE SHORT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE SHARES-CLOSED-COUNTER TO CLOSED-CL
           MOVE CLOSED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
