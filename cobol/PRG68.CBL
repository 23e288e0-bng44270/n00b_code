      *    to paid on VOUCHERS.DAT, and listed on a remittance
      *    register per vendor.  "What do we owe and to whom" stops
      *    being a guess.
      *    Terms with an early-payment discount ("2/10 NET30" - 2%
      *    off inside 10 days, net in 30) no longer wait for the
      *    due date.  A voucher whose discount window closes before
      *    the next payment run pays this run at the discounted
      *    amount; one paid in full after its window has gone
      *    prints as a discount lost.  Each vendor group closes
      *    with its discounts taken and lost, and the discount is
      *    kept on the voucher for PRG106 to journal as income.
      *    PRG68.CTL holds the days until the next payment run
      *    (three digits, 007 when the file is absent).
      *    Each payment row carries the vendor's approved remit-to
      *    routing and account off VENDBANK.DAT.  A vendor with a
      *    bank change still waiting on PRG158's level-3 approval
      *    gets nothing paid: what would have paid prints as HELD,
      *    stays open on VOUCHERS.DAT and ages with the rest, and
      *    pays on the first run after the change is decided.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    total in pennies.
           SELECT BANK-FILE ASSIGN TO DISK "apbank.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Remit-to routing and account, and whether a change to
      *    them is waiting on approval.
           SELECT OPTIONAL Vendor-Bank-File ASSIGN TO DISK
                                   "vendbank.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Vendor-Code-VB.
      *    Days until the next payment run - how far ahead the
      *    discount windows are looked at.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "PRG68.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
           COPY vchrec.

       FD VOUCHER-BACKUP-FILE.
       01 VOUCHER-BACKUP-RECORD        PIC X(89).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           03 VENDOR-CODE-SR           PIC X(6).
           03 INVOICE-DATE-KEY-SR      PIC X(8).
           03 VOUCHER-IMAGE-SR         PIC X(89).

       FD Vendor-File.
           COPY vendrec.

       FD BANK-FILE.
       01 BANK-RECORD                  PIC X(88).

       FD Vendor-Bank-File.
           COPY vbkrec.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           03 NEXT-RUN-DAYS-CTL            PIC X(3).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).
           03 bank-amount-cents    PIC 9(11).
           03 bank-pay-date        PIC X(8).
           03                      PIC X(6) VALUE SPACES.
           03 bank-routing         PIC X(9).
           03 bank-account         PIC X(17).

       01 Bank-Trailer-Row.
           03 bank-trl-type        PIC X VALUE "T".
           03 bank-trl-count       PIC 9(6).
           03 bank-trl-total       PIC 9(13).
           03                      PIC X(68) VALUE SPACES.

      *    Vendor master pulled into a table up front - name for
      *    the bank row and the net days parsed out of the free
      *    keyed terms ("NET 30" and the like), with the discount
      *    percent and window when the terms carry one.
       01 Vendor-Table.
           03 Vendor-Entry OCCURS 500 TIMES.
               05 Vendor-Code-VT       PIC X(6).
               05 Vendor-Name-VT       PIC X(25).
               05 Vendor-Net-Days-VT   PIC 9(3).
               05 Vendor-Disc-Pct-VT   PIC 99V99.
               05 Vendor-Disc-Days-VT  PIC 9(3).
               05 Vendor-Routing-VT    PIC X(9).
               05 Vendor-Account-VT    PIC X(17).
               05 Vendor-Bank-Hold-VT  PIC X.
       01 Vendor-Count                 PIC 9(3) VALUE ZERO.
       01 Vendor-Index                 PIC 9(3).
       01 Vendor-Matched-Switch        PIC X VALUE "N".
           88 Vendor-End-Of-File       VALUE "YES".
       01 Matched-Vendor-Name          PIC X(25).
       01 Matched-Net-Days             PIC 9(3) VALUE 30.
       01 Matched-Disc-Pct             PIC 99V99 VALUE ZERO.
       01 Matched-Disc-Days            PIC 9(3) VALUE ZERO.
       01 Next-Run-Days                PIC 9(3) VALUE 7.
       01 Matched-Routing              PIC X(9).
       01 Matched-Account              PIC X(17).
       01 Matched-Bank-Hold            PIC X VALUE "N".
           88 Vendor-Payments-Held     VALUE "Y".
       01 Vbank-EOF-Marker             PIC X(3) VALUE "NO".
           88 Vbank-End-Of-File        VALUE "YES".

      *    Digits fished out of the keyed terms text - no digits at
      *    all falls back to net 30.
       01 Terms-Char-X             PIC X.
       01 Terms-Char-9 REDEFINES Terms-Char-X PIC 9.

      *    Discount terms read left to right: the percent up to the
      *    "/", the discount days after it, then the net days.
       01 Discount-Scan-Fields.
           03 Terms-Slash-Count    PIC 99.
           03 Terms-Phase          PIC 9.
               88 Scanning-Percent VALUE 1.
               88 Scanning-Disc-Days VALUE 2.
               88 Scanning-Net-Days VALUE 3.
           03 Terms-Pct-Work       PIC 99V99.
           03 Terms-Pct-Divisor    PIC 9(3).
           03 Terms-Disc-Days-Work PIC 9(3).
           03 Terms-Disc-Digit-Found PIC X.
               88 Disc-Days-Started VALUE "Y".

       01 MISC-AND-COUNTER-LIST.
           03 VCH-EOF-MARKER           PIC X(3) VALUE "NO".
               88 VCH-END-OF-FILE      VALUE "YES".
           03 PAID-COUNTER             PIC 9(5) VALUE ZERO.
           03 VOUCHER-AGE              PIC S9(5) VALUE ZERO.
           03 AMOUNT-CENTS-WORK        PIC 9(11) VALUE ZERO.
           03 DISCOUNT-WORK            PIC 9(5)V99 VALUE ZERO.
           03 DISCOUNT-LOST-WORK       PIC 9(5)V99 VALUE ZERO.
           03 PAYMENT-WORK             PIC 9(7)V99 VALUE ZERO.
           03 HELD-COUNTER             PIC 9(5) VALUE ZERO.
           03 CTL-EOF-MARKER           PIC X(3) VALUE "NO".

       01 Date-Accept-Record.
           03 yy-dar                   pic 99.
       01 Vendor-Bucket-60             PIC 9(9)V99 VALUE ZERO.
       01 Vendor-Bucket-90             PIC 9(9)V99 VALUE ZERO.
       01 Vendor-Paid-Total            PIC 9(9)V99 VALUE ZERO.
       01 Vendor-Disc-Taken            PIC 9(9)V99 VALUE ZERO.
       01 Vendor-Disc-Lost             PIC 9(9)V99 VALUE ZERO.
       01 Grand-Disc-Taken             PIC 9(11)V99 VALUE ZERO.
       01 Grand-Disc-Lost              PIC 9(11)V99 VALUE ZERO.
       01 Grand-Held-Total             PIC 9(11)V99 VALUE ZERO.
       01 Grand-Bucket-Current         PIC 9(11)V99 VALUE ZERO.
       01 Grand-Bucket-30              PIC 9(11)V99 VALUE ZERO.
       01 Grand-Bucket-60              PIC 9(11)V99 VALUE ZERO.
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(9) VALUE "NET DAYS ".
           03 NET-DAYS-HD              PIC ZZ9.
           03 DISC-TERMS-HD.
               05                      PIC X(8) VALUE "   DISC ".
               05 DISC-PCT-HD          PIC Z9.99.
               05                      PIC X(5) VALUE "% IN ".
               05 DISC-DAYS-HD         PIC ZZ9.
               05                      PIC X(5) VALUE " DAYS".

       01 REMIT-DETAIL-LINE.
           03                          PIC X(2) VALUE SPACES.
           03 REMIT-ACTION-DL          PIC X(5).
           03 VOUCHER-NUMBER-DL        PIC 9(6).
           03                          PIC X(2) VALUE SPACES.
           03 INVOICE-NUMBER-DL        PIC X(10).
           03 PRODUCT-CODE-DL          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 AMOUNT-DL                PIC $$,$$$,$$9.99.
           03                          PIC X(2) VALUE SPACES.
           03 DISCOUNT-DL              PIC $$$,$$9.99 BLANK WHEN ZERO.
           03                          PIC X(2) VALUE SPACES.
           03 PAID-AMOUNT-DL           PIC $$,$$$,$$9.99.
           03                          PIC X(1) VALUE SPACES.
           03 DISCOUNT-FLAG-DL         PIC X(4).

       01 REMIT-COLUMN-LINE.
           03                          PIC X(7) VALUE SPACES.
           03                          PIC X(8) VALUE "VOUCHER".
           03                          PIC X(12) VALUE "INVOICE".
           03                          PIC X(12) VALUE "INV DATE".
           03                          PIC X(12) VALUE "PRODUCT".
           03                          PIC X(13) VALUE "       AMOUNT".
           03                          PIC X(12) VALUE "    DISCOUNT".
           03                          PIC X(15)
                       VALUE "           PAID".

       01 AGING-LINE.
           03                          PIC X(2) VALUE SPACES.
                       VALUE "VENDOR PAID TOTAL:".
           03 VENDOR-PAID-DL           PIC $$,$$$,$$9.99.

       01 VENDOR-DISCOUNT-LINE.
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(18)
                       VALUE "DISCOUNTS TAKEN:".
           03 VENDOR-TAKEN-DL          PIC $$,$$$,$$9.99.
           03                          PIC X(8) VALUE "  LOST: ".
           03 VENDOR-LOST-DL           PIC $$,$$$,$$9.99.

       01 GRAND-AGING-LINE.
           03                          PIC X(11)
                       VALUE "ALL AGED - ".
                       VALUE "STILL OPEN:".
           03 OPEN-CL                  PIC ZZ,ZZ9.

       01 TAKEN-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "DISCOUNTS TAKEN:".
           03 TAKEN-CL                 PIC $$,$$$,$$$,$$9.99.

       01 LOST-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "DISCOUNTS LOST:".
           03 LOST-CL                  PIC $$,$$$,$$$,$$9.99.

       01 HELD-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "HELD, BANK CHANGE:".
           03 HELD-CL                  PIC ZZ,ZZ9.
           03                          PIC X(4) VALUE SPACES.
           03 HELD-AMOUNT-CL           PIC $$,$$$,$$$,$$9.99.

       01 CONTROL-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "BANK FILE TOTAL:".
           PERFORM 3400-COMPUTE-DATE-SERIAL
           MOVE dw-serial TO Today-Serial

           PERFORM 1300-GET-NEXT-RUN-DAYS
           PERFORM 1500-LOAD-VENDOR-TABLE
           PERFORM 1800-BACKUP-VOUCHERS

               OUTPUT PROCEDURE 3000-AGE-AND-PAY
           STOP RUN.

      *    Absent or not numeric, the next run is a week out.
       1300-GET-NEXT-RUN-DAYS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE "YES" TO CTL-EOF-MARKER
               NOT AT END
                   IF NEXT-RUN-DAYS-CTL IS NUMERIC
                           AND NEXT-RUN-DAYS-CTL > "000"
                       MOVE NEXT-RUN-DAYS-CTL TO Next-Run-Days
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       1500-LOAD-VENDOR-TABLE.
           OPEN INPUT Vendor-File
           PERFORM 1550-READ-VENDOR-RECORD
               UNTIL Vendor-End-Of-File
                  OR Vendor-Count = 500
           CLOSE Vendor-File
           OPEN INPUT Vendor-Bank-File
           PERFORM 1560-READ-VENDOR-BANK
               UNTIL Vbank-End-Of-File
           CLOSE Vendor-Bank-File.

       1550-READ-VENDOR-RECORD.
           READ Vendor-File
                   ADD 1 TO Vendor-Count
                   MOVE Vendor-Code-VM TO Vendor-Code-VT (Vendor-Count)
                   MOVE Vendor-Name-VM TO Vendor-Name-VT (Vendor-Count)
                   MOVE ZERO TO Terms-Slash-Count
                   INSPECT Vendor-Terms-VM TALLYING Terms-Slash-Count
                       FOR ALL "/"
                   IF Terms-Slash-Count > ZERO
                       PERFORM 1700-PARSE-DISCOUNT-TERMS
                   ELSE
                       PERFORM 1600-PARSE-TERMS-DAYS
                       MOVE ZERO TO Terms-Pct-Work
                                    Terms-Disc-Days-Work
                   END-IF
                   MOVE Terms-Digit-Work
                       TO Vendor-Net-Days-VT (Vendor-Count)
                   MOVE Terms-Pct-Work
                       TO Vendor-Disc-Pct-VT (Vendor-Count)
                   MOVE Terms-Disc-Days-Work
                       TO Vendor-Disc-Days-VT (Vendor-Count)
                   MOVE SPACES TO Vendor-Routing-VT (Vendor-Count)
                                  Vendor-Account-VT (Vendor-Count)
                   MOVE "N" TO Vendor-Bank-Hold-VT (Vendor-Count)
           END-READ.

      *    The approved remit-to onto the vendor's table row, and
      *    the hold when a change is waiting.
       1560-READ-VENDOR-BANK.
           READ Vendor-Bank-File
               AT END MOVE "YES" TO Vbank-EOF-Marker
               NOT AT END
                   MOVE "N" TO Vendor-Matched-Switch
                   PERFORM 1570-MATCH-VENDOR-BANK
                       VARYING Vendor-Index FROM 1 BY 1
                       UNTIL Vendor-Index > Vendor-Count
                          OR Vendor-Matched
           END-READ.

       1570-MATCH-VENDOR-BANK.
           IF Vendor-Code-VB = Vendor-Code-VT (Vendor-Index)
               MOVE "Y" TO Vendor-Matched-Switch
               MOVE Routing-VB TO Vendor-Routing-VT (Vendor-Index)
               MOVE Account-VB TO Vendor-Account-VT (Vendor-Index)
               IF Bank-Change-Pending
                   MOVE "Y" TO Vendor-Bank-Hold-VT (Vendor-Index)
               END-IF
           END-IF.

      *    The digits in the keyed terms text are the net days -
      *    "NET 30", "30 DAYS" and "N30" all come out 30.  No
      *    digits at all means net 30, the house default.
                   (Terms-Digit-Work * 10) + Terms-Char-9
           END-IF.

      *    "2/10 NET30", "1.5/15 N45", "2/10NET30" - the percent
      *    (a decimal point allowed) up to the slash, the discount
      *    days after it, and whatever digits follow the first
      *    break after the discount days are the net days, net 30
      *    when none are keyed.  No discount days means no discount.
       1700-PARSE-DISCOUNT-TERMS.
           MOVE ZERO TO Terms-Digit-Work Terms-Pct-Work
                        Terms-Pct-Divisor Terms-Disc-Days-Work
           MOVE "N" TO Terms-Digit-Found Terms-Disc-Digit-Found
           MOVE 1 TO Terms-Phase
           PERFORM 1750-SCAN-DISCOUNT-CHAR
               VARYING Terms-Char-Index FROM 1 BY 1
               UNTIL Terms-Char-Index > 10
           IF NOT Terms-Has-Digits
               MOVE 30 TO Terms-Digit-Work
           END-IF
           IF Terms-Disc-Days-Work = ZERO
               MOVE ZERO TO Terms-Pct-Work
           END-IF.

       1750-SCAN-DISCOUNT-CHAR.
           MOVE Vendor-Terms-VM (Terms-Char-Index:1) TO Terms-Char-X
           EVALUATE TRUE
               WHEN Scanning-Percent
                   EVALUATE TRUE
                       WHEN Terms-Char-X = "/"
                           MOVE 2 TO Terms-Phase
                       WHEN Terms-Char-X = "."
                           MOVE 1 TO Terms-Pct-Divisor
                       WHEN Terms-Char-X IS NUMERIC
                           IF Terms-Pct-Divisor = ZERO
                               COMPUTE Terms-Pct-Work =
                                   (Terms-Pct-Work * 10) + Terms-Char-9
                           END-IF
                           IF Terms-Pct-Divisor > ZERO
                                   AND Terms-Pct-Divisor < 100
                               COMPUTE Terms-Pct-Divisor =
                                   Terms-Pct-Divisor * 10
                               COMPUTE Terms-Pct-Work = Terms-Pct-Work
                                   + Terms-Char-9 / Terms-Pct-Divisor
                           END-IF
                   END-EVALUATE
               WHEN Scanning-Disc-Days
                   IF Terms-Char-X IS NUMERIC
                       MOVE "Y" TO Terms-Disc-Digit-Found
                       COMPUTE Terms-Disc-Days-Work =
                           (Terms-Disc-Days-Work * 10) + Terms-Char-9
                   ELSE
                       IF Disc-Days-Started
                           MOVE 3 TO Terms-Phase
                       END-IF
                   END-IF
               WHEN Scanning-Net-Days
                   PERFORM 1650-SCAN-TERMS-CHAR
           END-EVALUATE.

      *    Untouched copy first, the way PRG23 protects podata.dat -
      *    the sort reads the copy and the live file is rebuilt on
      *    the way out with the paid vouchers flipped.
           OPEN OUTPUT BANK-FILE
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           WRITE OUTPUT-PRINTER-RECORD FROM REMIT-COLUMN-LINE
                       AFTER ADVANCING 2 LINES
           PERFORM 3100-RETURN-SORTED-VOUCHER
               UNTIL END-OF-RECORD
           IF NOT FIRST-TIME
           MOVE VENDOR-DEF-KEY-HOLD TO VENDOR-CODE-HD
           MOVE Matched-Vendor-Name TO VENDOR-NAME-HD
           MOVE Matched-Net-Days TO NET-DAYS-HD
           IF Matched-Disc-Pct > ZERO
               MOVE Matched-Disc-Pct TO DISC-PCT-HD
               MOVE Matched-Disc-Days TO DISC-DAYS-HD
           ELSE
               MOVE SPACES TO DISC-TERMS-HD
           END-IF
           WRITE OUTPUT-PRINTER-RECORD FROM VENDOR-GROUP-LINE
                       AFTER ADVANCING 2 LINES.

      *    An open voucher either pays (past due under the vendor's
      *    terms) or ages into its bucket; a voucher already paid
      *    on a prior run just streams through untouched.  Inside
      *    a discount window that will have closed by the next run,
      *    it pays now, less the discount; paid in full with the
      *    window gone, the discount it could have had is lost.
       3300-WORK-ONE-VOUCHER.
           IF Voucher-Open
               MOVE Invoice-Date-VO TO dw-in-date
               ELSE
                   MOVE ZERO TO VOUCHER-AGE
               END-IF
               MOVE ZERO TO DISCOUNT-WORK DISCOUNT-LOST-WORK
               IF Matched-Disc-Pct > ZERO
                       AND VOUCHER-AGE NOT > Matched-Disc-Days
                       AND VOUCHER-AGE + Next-Run-Days
                           > Matched-Disc-Days
                   COMPUTE DISCOUNT-WORK ROUNDED =
                       Amount-VO * Matched-Disc-Pct / 100
                   PERFORM 3690-PAY-OR-HOLD
               ELSE
                   IF VOUCHER-AGE NOT < Matched-Net-Days
                       IF Matched-Disc-Pct > ZERO
                           COMPUTE DISCOUNT-LOST-WORK ROUNDED =
                               Amount-VO * Matched-Disc-Pct / 100
                       END-IF
                       PERFORM 3690-PAY-OR-HOLD
                   ELSE
                       ADD 1 TO OPEN-COUNTER
                       PERFORM 3800-AGE-ONE-VOUCHER
                   END-IF
               END-IF
           END-IF.

               WRITE OUTPUT-PRINTER-RECORD FROM VENDOR-PAID-LINE
                           AFTER ADVANCING 1 LINES
           END-IF
           IF Vendor-Disc-Taken > ZERO OR Vendor-Disc-Lost > ZERO
               MOVE Vendor-Disc-Taken TO VENDOR-TAKEN-DL
               MOVE Vendor-Disc-Lost TO VENDOR-LOST-DL
               WRITE OUTPUT-PRINTER-RECORD FROM VENDOR-DISCOUNT-LINE
                           AFTER ADVANCING 1 LINES
           END-IF
           INITIALIZE Vendor-Bucket-Current Vendor-Bucket-30
               Vendor-Bucket-60 Vendor-Bucket-90 Vendor-Paid-Total
               Vendor-Disc-Taken Vendor-Disc-Lost.

       3600-LOOK-UP-VENDOR.
           MOVE "N" TO Vendor-Matched-Switch
           MOVE SPACES TO Matched-Vendor-Name
           MOVE 30 TO Matched-Net-Days
           MOVE ZERO TO Matched-Disc-Pct Matched-Disc-Days
           MOVE SPACES TO Matched-Routing Matched-Account
           MOVE "N" TO Matched-Bank-Hold
           PERFORM 3650-CHECK-VENDOR-ENTRY
               VARYING Vendor-Index FROM 1 BY 1
               UNTIL Vendor-Index > Vendor-Count
                   TO Matched-Vendor-Name
               MOVE Vendor-Net-Days-VT (Vendor-Index)
                   TO Matched-Net-Days
               MOVE Vendor-Disc-Pct-VT (Vendor-Index)
                   TO Matched-Disc-Pct
               MOVE Vendor-Disc-Days-VT (Vendor-Index)
                   TO Matched-Disc-Days
               MOVE Vendor-Routing-VT (Vendor-Index)
                   TO Matched-Routing
               MOVE Vendor-Account-VT (Vendor-Index)
                   TO Matched-Account
               MOVE Vendor-Bank-Hold-VT (Vendor-Index)
                   TO Matched-Bank-Hold
           END-IF.

      *    A vendor whose bank change awaits approval is not paid -
      *    the voucher prints HELD and stays open to age.
       3690-PAY-OR-HOLD.
           IF Vendor-Payments-Held
               ADD 1 TO HELD-COUNTER
               ADD Amount-VO TO Grand-Held-Total
               MOVE "HELD " TO REMIT-ACTION-DL
               MOVE Voucher-Number-VO TO VOUCHER-NUMBER-DL
               MOVE Invoice-Number-VO TO INVOICE-NUMBER-DL
               MOVE Invoice-Date-VO TO INVOICE-DATE-DL
               MOVE Product-Code-VO TO PRODUCT-CODE-DL
               MOVE Amount-VO TO AMOUNT-DL
               MOVE ZERO TO DISCOUNT-DL PAID-AMOUNT-DL
               MOVE "BANK" TO DISCOUNT-FLAG-DL
               WRITE OUTPUT-PRINTER-RECORD FROM REMIT-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
               ADD 1 TO OPEN-COUNTER
               PERFORM 3800-AGE-ONE-VOUCHER
           ELSE
               PERFORM 3700-PAY-ONE-VOUCHER
           END-IF.

       3700-PAY-ONE-VOUCHER.
           MOVE "P" TO Status-VO
           MOVE Date-Report-Record TO Paid-Date-VO
           MOVE DISCOUNT-WORK TO Discount-Taken-VO
           COMPUTE PAYMENT-WORK = Amount-VO - DISCOUNT-WORK
           ADD 1 TO PAID-COUNTER
           ADD PAYMENT-WORK TO Vendor-Paid-Total
           ADD PAYMENT-WORK TO Control-Total
           ADD DISCOUNT-WORK TO Vendor-Disc-Taken Grand-Disc-Taken
           ADD DISCOUNT-LOST-WORK TO Vendor-Disc-Lost Grand-Disc-Lost
           MOVE Vendor-Code-VO TO bank-vendor-code
           MOVE Matched-Vendor-Name TO bank-payee-name
           MOVE Matched-Routing TO bank-routing
           MOVE Matched-Account TO bank-account
           COMPUTE AMOUNT-CENTS-WORK = PAYMENT-WORK * 100
           MOVE AMOUNT-CENTS-WORK TO bank-amount-cents
           MOVE Bank-Date-Work TO bank-pay-date
           WRITE BANK-RECORD FROM Bank-Detail-Row
           MOVE "PAID " TO REMIT-ACTION-DL
           MOVE Voucher-Number-VO TO VOUCHER-NUMBER-DL
           MOVE Invoice-Number-VO TO INVOICE-NUMBER-DL
           MOVE Invoice-Date-VO TO INVOICE-DATE-DL
           MOVE Product-Code-VO TO PRODUCT-CODE-DL
           MOVE Amount-VO TO AMOUNT-DL
           MOVE DISCOUNT-WORK TO DISCOUNT-DL
           MOVE PAYMENT-WORK TO PAID-AMOUNT-DL
           IF DISCOUNT-LOST-WORK > ZERO
               MOVE "LOST" TO DISCOUNT-FLAG-DL
           ELSE
               MOVE SPACES TO DISCOUNT-FLAG-DL
           END-IF
           WRITE OUTPUT-PRINTER-RECORD FROM REMIT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

           MOVE OPEN-COUNTER TO OPEN-CL
           MOVE OPEN-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Grand-Disc-Taken TO TAKEN-CL
           MOVE TAKEN-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Grand-Disc-Lost TO LOST-CL
           MOVE LOST-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE HELD-COUNTER TO HELD-CL
           MOVE Grand-Held-Total TO HELD-AMOUNT-CL
           MOVE HELD-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Control-Total TO CONTROL-CL
           MOVE CONTROL-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
