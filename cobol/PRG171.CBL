       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG171.
       AUTHOR.  Andy Carlson.

      *    Referential integrity audit - a good many files point at
      *    the masters and nothing checked they still agreed.
      *    PODATA.DAT lines went on naming products deleted from
      *    PRG08.IDX; BENENRL.DAT, garnish.dat, empbank.dat and
      *    advance.dat kept rows for SS#s PRG50 purged; upcalias.dat,
      *    vendprc.dat, promo.dat and spclord.dat pointed at
      *    products and vendors long gone.  This pass reads each
      *    dependent file against its master and prints every
      *    orphan with the file, the row's key and what is missing.
      *    Rows keyed store/dept/product, SS# or vendor are looked
      *    up on the master directly; the alias and vendor price
      *    rows carry a bare product code that may be stocked in
      *    any store, so those are matched against the master's
      *    product codes through a sort.  The orphan count for each
      *    file lands in the PRG08.EXC digest so the morning email
      *    carries it.  NIGHTLY.BAT drops off PRG171.CTL with the
      *    word NIGHTLY and the audit runs on the Sunday night run
      *    only, the rest of the week it stands down; run by hand
      *    it always audits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINAL-FILE ASSIGN TO DISK "u:\cobol\PRG08.IDX"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Inv-Key.
           SELECT Indexed-File ASSIGN TO DISK "pg10idx.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS ss-num.
           SELECT OPTIONAL Vendor-File ASSIGN TO DISK "vendmst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Vendor-Code-VM.

      *    The dependent files, each optional - one not in use at a
      *    site simply audits as empty.
           SELECT OPTIONAL PO-FILE ASSIGN TO DISK "podata.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Enrollment-File ASSIGN TO DISK
                                   "benenrl.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Enrl-Key.
           SELECT OPTIONAL GARNISH-FILE ASSIGN TO DISK "garnish.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-DETAIL-FILE ASSIGN TO DISK
                                   "empbank.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS SS-NUM-EB.
           SELECT OPTIONAL ADVANCE-FILE ASSIGN TO DISK "advance.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Alias-File ASSIGN TO DISK "upcalias.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Scan-Code-UA.
           SELECT OPTIONAL Vendor-Price-File ASSIGN TO DISK
                                   "vendprc.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Vp-Key.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "promo.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO "spclord.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *    Absent for an interactive session, so OPTIONAL - the
      *    arrangement PRG161.CTL has.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "PRG171.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".
      *    Combined nightly exception digest, shared across reports
           SELECT Exception-File ASSIGN TO "u:\cobol\PRG08.EXC"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORIGINAL-FILE.
           COPY invrec.

       FD Indexed-File.
           COPY diskrec.

       FD Vendor-File.
           COPY vendrec.

       FD PO-FILE.
           COPY porec.

       FD Enrollment-File.
           COPY benenrl.

       FD GARNISH-FILE.
       01 GARNISH-RECORD.
           03 SS-NUM-GR                PIC X(9).
           03 TYPE-GR                  PIC X(8).
           03                          PIC X(47).

       FD BANK-DETAIL-FILE.
       01 BANK-DETAIL-RECORD.
           03 SS-NUM-EB                PIC X(9).
           03                          PIC X(37).

       FD ADVANCE-FILE.
       01 ADVANCE-RECORD.
           03 SS-NUM-AV                PIC X(9).
           03                          PIC X(14).
           03 ENTRY-DATE-AV            PIC X(10).
           03                          PIC X(11).

       FD Alias-File.
           COPY uparec.

       FD Vendor-Price-File.
           COPY vprrec.

       FD PROMO-FILE.
       01 PROMO-RECORD.
           03 STORE-NUMBER-PR          PIC X(2).
           03 DEPARTMENT-NUMBER-PR     PIC X(2).
           03 PRODUCT-CODE-PR          PIC X(10).
           03 PROMO-PRICE-PR           PIC 9(5)V99.
           03 START-DATE-PR            PIC X(10).
           03 END-DATE-PR              PIC X(10).

       FD SPECIAL-ORDER-FILE.
       01 SPECIAL-ORDER-RECORD.
           03 STORE-NUMBER-SO          PIC X(2).
           03 DEPARTMENT-NUMBER-SO     PIC X(2).
           03 PRODUCT-CODE-SO          PIC X(10).
           03 VENDOR-CODE-SO           PIC X(6).
           03                          PIC X(13).
           03 CUSTOMER-NAME-SO         PIC X(20).
           03                          PIC X(23).

       FD CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(8).

      *    Every product code on the master (type M) and every bare
      *    product code a dependent row names (type D), so within a
      *    code the master's rows come first and a D with no M
      *    ahead of it is an orphan.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           03 PRODUCT-CODE-SR          PIC X(10).
           03 ROW-TYPE-SR              PIC X.
               88 MASTER-ROW-SR        VALUE "M".
           03 FILE-INDEX-SR            PIC 9.
           03 ROW-KEY-SR               PIC X(30).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       FD Exception-File.
           COPY excdig.

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 SORT-EOF-MARKER          PIC X(3) VALUE "NO".
               88 SORT-END-OF-FILE     VALUE "YES".
           03 ORPHAN-COUNTER           PIC 9(6) VALUE ZERO.
           03 PRODUCT-HOLD             PIC X(10) VALUE LOW-VALUES.
           03 MASTER-SEEN-SWITCH       PIC X VALUE "N".
               88 MASTER-SEEN          VALUE "Y".

       01 Mode-Response                PIC X VALUE "A".
           88 Nightly-Run              VALUE "N".
       01 ctl-eof-flag                 PIC XXX VALUE SPACES.
           88 ctl-end                  VALUE 'YES'.
       01 Day-Number                   PIC 9.
           88 Audit-Night              VALUE 7.
       01 Vendor-Master-Switch         PIC X VALUE "N".
           88 Vendor-Master-Empty      VALUE "Y".
       01 Master-Found-Switch          PIC X VALUE "N".
           88 Master-Found             VALUE "Y".

      *    The dependent files in report order, with rows read and
      *    orphans found in each.
       01 Dependent-File-Names.
           03                          PIC X(12) VALUE "PODATA.DAT".
           03                          PIC X(12) VALUE "BENENRL.DAT".
           03                          PIC X(12) VALUE "GARNISH.DAT".
           03                          PIC X(12) VALUE "EMPBANK.DAT".
           03                          PIC X(12) VALUE "ADVANCE.DAT".
           03                          PIC X(12) VALUE "UPCALIAS.DAT".
           03                          PIC X(12) VALUE "VENDPRC.DAT".
           03                          PIC X(12) VALUE "PROMO.DAT".
           03                          PIC X(12) VALUE "SPCLORD.DAT".
       01 Dependent-File-Table REDEFINES Dependent-File-Names.
           03 Dependent-File-Name      PIC X(12) OCCURS 9 TIMES.
       01 Dependent-Count-Table.
           03 Dependent-Count-Entry OCCURS 9 TIMES.
               05 Rows-Read-DF         PIC 9(6).
               05 Orphans-DF           PIC 9(6).
       01 File-Index                   PIC 99.

      *    The orphan being written up.
       01 Orphan-Row-Key               PIC X(30).
       01 Orphan-Missing               PIC X(8).
       01 Orphan-Missing-Key           PIC X(16).
       01 Lookup-Vendor                PIC X(6).
       01 Lookup-Product-Key           PIC X(14).

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
           03                          PIC X(34)
                       VALUE "** REFERENTIAL INTEGRITY AUDIT **".
           03                          PIC X(4) VALUE SPACES.
           03 RUN-DATE-HD              PIC X(10).

       01 COLUMN-LINE.
           03                          PIC X(12) VALUE "FILE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(30) VALUE "ROW".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(8) VALUE "MISSING".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(15)
                       VALUE "KEY NOT ON FILE".

       01 ORPHAN-DETAIL-LINE.
           03 FILE-DL                  PIC X(12).
           03                          PIC X(2) VALUE SPACES.
           03 ROW-KEY-DL               PIC X(30).
           03                          PIC X(2) VALUE SPACES.
           03 MISSING-DL               PIC X(8).
           03                          PIC X(2) VALUE SPACES.
           03 MISSING-KEY-DL           PIC X(16).

       01 VENDOR-SKIP-LINE.
           03                          PIC X(56) VALUE
               "VENDMST.DAT absent or empty - vendor codes not checked".

       01 SUMMARY-HEADING-LINE.
           03                          PIC X(12) VALUE "FILE".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(9) VALUE "ROWS READ".
           03                          PIC X(4) VALUE SPACES.
           03                          PIC X(7) VALUE "ORPHANS".

       01 SUMMARY-DETAIL-LINE.
           03 SUMMARY-FILE-DL          PIC X(12).
           03                          PIC X(4) VALUE SPACES.
           03 SUMMARY-READ-DL          PIC ZZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03 SUMMARY-ORPHANS-DL       PIC ZZZ,ZZ9.

       01 ORPHAN-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "ORPHAN ROWS:".
           03 ORPHANS-CL               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           accept Day-Number from Day-Of-Week

           PERFORM 1200-GET-RUN-MODE
           IF Nightly-Run AND NOT Audit-Night
               DISPLAY "PRG171 - referential audit runs Sunday "
                       "nights only"
               STOP RUN
           END-IF

           INITIALIZE Dependent-Count-Table
           OPEN INPUT ORIGINAL-FILE
                      Indexed-File
                      Vendor-File
           PERFORM 1300-PROBE-VENDOR-MASTER
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE Date-Report-Record TO RUN-DATE-HD
           WRITE OUTPUT-PRINTER-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           IF Vendor-Master-Empty
               WRITE OUTPUT-PRINTER-RECORD FROM VENDOR-SKIP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE OUTPUT-PRINTER-RECORD FROM COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 2000-AUDIT-PO-LINES
           PERFORM 2100-AUDIT-ENROLLMENTS
           PERFORM 2200-AUDIT-GARNISHMENTS
           PERFORM 2300-AUDIT-BANK-DETAIL
           PERFORM 2400-AUDIT-ADVANCES
           PERFORM 2500-AUDIT-VENDOR-PRICES
           PERFORM 2600-AUDIT-PROMOTIONS
           PERFORM 2700-AUDIT-SPECIAL-ORDERS

      *    The bare product codes - upcalias.dat and vendprc.dat -
      *    against every code stocked anywhere.
           SORT SORT-WORK-FILE
               ASCENDING KEY PRODUCT-CODE-SR
                             ROW-TYPE-SR
               INPUT PROCEDURE 3000-RELEASE-PRODUCT-CODES
               OUTPUT PROCEDURE 3500-MATCH-PRODUCT-CODES

           CLOSE ORIGINAL-FILE
                 Indexed-File
                 Vendor-File
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE
           PERFORM 6000-WRITE-EXCEPTION-DIGEST
           STOP RUN.

      *    NIGHTLY in the control file is the nightly stream; an
      *    operator at the console gets the audit whatever the day.
       1200-GET-RUN-MODE.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE "YES" TO ctl-eof-flag
               NOT AT END
                   IF CONTROL-RECORD = "NIGHTLY"
                       MOVE "N" TO Mode-Response
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

      *    A site with no vendor master yet would show every vendor
      *    code as an orphan - the check stands down instead, the
      *    way PRG05's edit does.
       1300-PROBE-VENDOR-MASTER.
           MOVE "Y" TO Vendor-Master-Switch
           READ Vendor-File NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE "N" TO Vendor-Master-Switch
           END-READ.

       2000-AUDIT-PO-LINES.
           MOVE 1 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT PO-FILE
           PERFORM 2050-AUDIT-ONE-PO-LINE
               UNTIL END-OF-FILE
           CLOSE PO-FILE.

       2050-AUDIT-ONE-PO-LINE.
           READ PO-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING "PO " DELIMITED BY SIZE
                          Order-Number-PO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Store-Number-PO DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          Dept-Number-PO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Product-Code-PO DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE Store-Number-PO TO Lookup-Product-Key (1:2)
                   MOVE Dept-Number-PO TO Lookup-Product-Key (3:2)
                   MOVE Product-Code-PO TO Lookup-Product-Key (5:10)
                   PERFORM 4000-CHECK-PRODUCT
                   MOVE Vendor-Code-PO TO Lookup-Vendor
                   PERFORM 4100-CHECK-VENDOR
           END-READ.

       2100-AUDIT-ENROLLMENTS.
           MOVE 2 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT Enrollment-File
           PERFORM 2150-AUDIT-ONE-ENROLLMENT
               UNTIL END-OF-FILE
           CLOSE Enrollment-File.

       2150-AUDIT-ONE-ENROLLMENT.
           READ Enrollment-File NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING Enrl-Ss-Num DELIMITED BY SIZE
                          " PLAN " DELIMITED BY SIZE
                          Enrl-Plan-Code DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE Enrl-Ss-Num TO ss-num
                   PERFORM 4200-CHECK-EMPLOYEE
           END-READ.

       2200-AUDIT-GARNISHMENTS.
           MOVE 3 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT GARNISH-FILE
           PERFORM 2250-AUDIT-ONE-GARNISHMENT
               UNTIL END-OF-FILE
           CLOSE GARNISH-FILE.

       2250-AUDIT-ONE-GARNISHMENT.
           READ GARNISH-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING SS-NUM-GR DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TYPE-GR DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE SS-NUM-GR TO ss-num
                   PERFORM 4200-CHECK-EMPLOYEE
           END-READ.

       2300-AUDIT-BANK-DETAIL.
           MOVE 4 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT BANK-DETAIL-FILE
           PERFORM 2350-AUDIT-ONE-BANK-DETAIL
               UNTIL END-OF-FILE
           CLOSE BANK-DETAIL-FILE.

       2350-AUDIT-ONE-BANK-DETAIL.
           READ BANK-DETAIL-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SS-NUM-EB TO Orphan-Row-Key
                   MOVE SS-NUM-EB TO ss-num
                   PERFORM 4200-CHECK-EMPLOYEE
           END-READ.

       2400-AUDIT-ADVANCES.
           MOVE 5 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT ADVANCE-FILE
           PERFORM 2450-AUDIT-ONE-ADVANCE
               UNTIL END-OF-FILE
           CLOSE ADVANCE-FILE.

       2450-AUDIT-ONE-ADVANCE.
           READ ADVANCE-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING SS-NUM-AV DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ENTRY-DATE-AV DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE SS-NUM-AV TO ss-num
                   PERFORM 4200-CHECK-EMPLOYEE
           END-READ.

      *    The vendor half of each quote is checked here; the
      *    product half goes through the sort with the aliases.
       2500-AUDIT-VENDOR-PRICES.
           MOVE 7 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT Vendor-Price-File
           PERFORM 2550-AUDIT-ONE-VENDOR-PRICE
               UNTIL END-OF-FILE
           CLOSE Vendor-Price-File.

       2550-AUDIT-ONE-VENDOR-PRICE.
           READ Vendor-Price-File NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING Vendor-Code-VP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Product-Code-VP DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE Vendor-Code-VP TO Lookup-Vendor
                   PERFORM 4100-CHECK-VENDOR
           END-READ.

       2600-AUDIT-PROMOTIONS.
           MOVE 8 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT PROMO-FILE
           PERFORM 2650-AUDIT-ONE-PROMOTION
               UNTIL END-OF-FILE
           CLOSE PROMO-FILE.

       2650-AUDIT-ONE-PROMOTION.
           READ PROMO-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING STORE-NUMBER-PR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DEPARTMENT-NUMBER-PR DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PRODUCT-CODE-PR DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          START-DATE-PR DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE STORE-NUMBER-PR TO Lookup-Product-Key (1:2)
                   MOVE DEPARTMENT-NUMBER-PR
                       TO Lookup-Product-Key (3:2)
                   MOVE PRODUCT-CODE-PR TO Lookup-Product-Key (5:10)
                   PERFORM 4000-CHECK-PRODUCT
           END-READ.

       2700-AUDIT-SPECIAL-ORDERS.
           MOVE 9 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT SPECIAL-ORDER-FILE
           PERFORM 2750-AUDIT-ONE-SPECIAL-ORDER
               UNTIL END-OF-FILE
           CLOSE SPECIAL-ORDER-FILE.

       2750-AUDIT-ONE-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE SPACES TO Orphan-Row-Key
                   STRING STORE-NUMBER-SO DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DEPARTMENT-NUMBER-SO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PRODUCT-CODE-SO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CUSTOMER-NAME-SO DELIMITED BY SIZE
                          INTO Orphan-Row-Key
                   MOVE STORE-NUMBER-SO TO Lookup-Product-Key (1:2)
                   MOVE DEPARTMENT-NUMBER-SO
                       TO Lookup-Product-Key (3:2)
                   MOVE PRODUCT-CODE-SO TO Lookup-Product-Key (5:10)
                   PERFORM 4000-CHECK-PRODUCT
                   IF VENDOR-CODE-SO NOT = SPACES
                       MOVE VENDOR-CODE-SO TO Lookup-Vendor
                       PERFORM 4100-CHECK-VENDOR
                   END-IF
           END-READ.

       3000-RELEASE-PRODUCT-CODES.
           MOVE LOW-VALUES TO Inv-Key
           MOVE "NO" TO EOF-MARKER
           START ORIGINAL-FILE KEY IS NOT < Inv-Key
               INVALID KEY MOVE "YES" TO EOF-MARKER
           END-START
           PERFORM 3050-RELEASE-MASTER-CODE
               UNTIL END-OF-FILE

           MOVE 6 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT Alias-File
           PERFORM 3100-RELEASE-ALIAS-CODE
               UNTIL END-OF-FILE
           CLOSE Alias-File

           MOVE 7 TO File-Index
           MOVE "NO" TO EOF-MARKER
           OPEN INPUT Vendor-Price-File
           PERFORM 3200-RELEASE-QUOTE-CODE
               UNTIL END-OF-FILE
           CLOSE Vendor-Price-File.

       3050-RELEASE-MASTER-CODE.
           READ ORIGINAL-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   MOVE Product-Code-IR TO PRODUCT-CODE-SR
                   MOVE "M" TO ROW-TYPE-SR
                   MOVE ZERO TO FILE-INDEX-SR
                   MOVE SPACES TO ROW-KEY-SR
                   RELEASE SORT-RECORD
           END-READ.

       3100-RELEASE-ALIAS-CODE.
           READ Alias-File NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO Rows-Read-DF (File-Index)
                   MOVE Product-Code-UA TO PRODUCT-CODE-SR
                   MOVE "D" TO ROW-TYPE-SR
                   MOVE File-Index TO FILE-INDEX-SR
                   MOVE SPACES TO ROW-KEY-SR
                   STRING "SCAN " DELIMITED BY SIZE
                          Scan-Code-UA DELIMITED BY SIZE
                          INTO ROW-KEY-SR
                   RELEASE SORT-RECORD
           END-READ.

      *    Rows read for vendprc.dat were counted on the vendor
      *    pass - this pass only releases the product codes.
       3200-RELEASE-QUOTE-CODE.
           READ Vendor-Price-File NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   MOVE Product-Code-VP TO PRODUCT-CODE-SR
                   MOVE "D" TO ROW-TYPE-SR
                   MOVE File-Index TO FILE-INDEX-SR
                   MOVE SPACES TO ROW-KEY-SR
                   STRING Vendor-Code-VP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Product-Code-VP DELIMITED BY SIZE
                          INTO ROW-KEY-SR
                   RELEASE SORT-RECORD
           END-READ.

       3500-MATCH-PRODUCT-CODES.
           MOVE "NO" TO SORT-EOF-MARKER
           MOVE LOW-VALUES TO PRODUCT-HOLD
           PERFORM 3550-MATCH-ONE-CODE
               UNTIL SORT-END-OF-FILE.

       3550-MATCH-ONE-CODE.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-MARKER
               NOT AT END
                   IF PRODUCT-CODE-SR NOT = PRODUCT-HOLD
                       MOVE PRODUCT-CODE-SR TO PRODUCT-HOLD
                       MOVE "N" TO MASTER-SEEN-SWITCH
                   END-IF
                   IF MASTER-ROW-SR
                       MOVE "Y" TO MASTER-SEEN-SWITCH
                   ELSE
                       IF NOT MASTER-SEEN
                           MOVE FILE-INDEX-SR TO File-Index
                           MOVE ROW-KEY-SR TO Orphan-Row-Key
                           MOVE "PRODUCT" TO Orphan-Missing
                           MOVE PRODUCT-CODE-SR TO Orphan-Missing-Key
                           PERFORM 4500-WRITE-ORPHAN
                       END-IF
                   END-IF
           END-RETURN.

      *    The lookups - each writes up the row when its master
      *    key isn't on file.
       4000-CHECK-PRODUCT.
           MOVE Lookup-Product-Key TO Inv-Key
           MOVE "Y" TO Master-Found-Switch
           READ ORIGINAL-FILE
               INVALID KEY MOVE "N" TO Master-Found-Switch
           END-READ
           IF NOT Master-Found
               MOVE "PRODUCT" TO Orphan-Missing
               MOVE SPACES TO Orphan-Missing-Key
               STRING Lookup-Product-Key (1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      Lookup-Product-Key (3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      Lookup-Product-Key (5:10) DELIMITED BY SIZE
                      INTO Orphan-Missing-Key
               PERFORM 4500-WRITE-ORPHAN
           END-IF.

       4100-CHECK-VENDOR.
           IF NOT Vendor-Master-Empty
               MOVE Lookup-Vendor TO Vendor-Code-VM
               MOVE "Y" TO Master-Found-Switch
               READ Vendor-File
                   INVALID KEY MOVE "N" TO Master-Found-Switch
               END-READ
               IF NOT Master-Found
                   MOVE "VENDOR" TO Orphan-Missing
                   MOVE Lookup-Vendor TO Orphan-Missing-Key
                   PERFORM 4500-WRITE-ORPHAN
               END-IF
           END-IF.

       4200-CHECK-EMPLOYEE.
           MOVE "Y" TO Master-Found-Switch
           READ Indexed-File
               INVALID KEY MOVE "N" TO Master-Found-Switch
           END-READ
           IF NOT Master-Found
               MOVE "EMPLOYEE" TO Orphan-Missing
               MOVE ss-num TO Orphan-Missing-Key
               PERFORM 4500-WRITE-ORPHAN
           END-IF.

       4500-WRITE-ORPHAN.
           ADD 1 TO ORPHAN-COUNTER
           ADD 1 TO Orphans-DF (File-Index)
           MOVE Dependent-File-Name (File-Index) TO FILE-DL
           MOVE Orphan-Row-Key TO ROW-KEY-DL
           MOVE Orphan-Missing TO MISSING-DL
           MOVE Orphan-Missing-Key TO MISSING-KEY-DL
           WRITE OUTPUT-PRINTER-RECORD FROM ORPHAN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       5000-WRITE-CONCLUSION.
           WRITE OUTPUT-PRINTER-RECORD FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 3 LINES
           PERFORM 5100-WRITE-FILE-SUMMARY
               VARYING File-Index FROM 1 BY 1
               UNTIL File-Index > 9
           MOVE ORPHAN-COUNTER TO ORPHANS-CL
           WRITE OUTPUT-PRINTER-RECORD FROM ORPHAN-CONCLUSION-LINE
               AFTER ADVANCING 2 LINES.

       5100-WRITE-FILE-SUMMARY.
           MOVE Dependent-File-Name (File-Index) TO SUMMARY-FILE-DL
           MOVE Rows-Read-DF (File-Index) TO SUMMARY-READ-DL
           MOVE Orphans-DF (File-Index) TO SUMMARY-ORPHANS-DL
           WRITE OUTPUT-PRINTER-RECORD FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    One digest row per file with orphans on it.
       6000-WRITE-EXCEPTION-DIGEST.
           OPEN EXTEND Exception-File
           PERFORM 6100-WRITE-FILE-DIGEST
               VARYING File-Index FROM 1 BY 1
               UNTIL File-Index > 9
           CLOSE Exception-File.

       6100-WRITE-FILE-DIGEST.
           IF Orphans-DF (File-Index) > ZERO
               MOVE "PRG171" TO Excdig-Program
               MOVE SPACES TO Excdig-Description
               STRING "Orphan rows on " DELIMITED BY SIZE
                      Dependent-File-Name (File-Index)
                          DELIMITED BY SPACE
                      INTO Excdig-Description
               MOVE Orphans-DF (File-Index) TO Excdig-Count
               WRITE Exception-Digest-Record
           END-IF.
