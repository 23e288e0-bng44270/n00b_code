       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG164.
       AUTHOR.  Andy Carlson.

      *    Sales plan load - the owners set the season's plan on
      *    their own spreadsheet, one line per store/department per
      *    fiscal week, and hand it over as PLANLOAD.DAT.  Each good
      *    line adds or replaces its week on SLSPLAN.DAT (a week
      *    keyed on PRG165 since is overwritten - the owners' file
      *    is the plan of record), stamped PLANLOAD and the run
      *    date.  Lines with a bad week or amount are listed and
      *    skipped, so the file can be fixed and loaded again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-LOAD-FILE ASSIGN TO "planload.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-PLAN-FILE ASSIGN TO DISK
                                   "slsplan.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Plan-Key.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-LOAD-FILE.
       01 PLAN-LOAD-RECORD.
           03 STORE-NUMBER-PL          PIC X(2).
           03 DEPARTMENT-NUMBER-PL     PIC X(2).
           03 FISCAL-YEAR-PL           PIC X(4).
           03 FISCAL-WEEK-PL           PIC X(2).
           03 PLAN-AMOUNT-PL           PIC X(11).

       FD SALES-PLAN-FILE.
           COPY splrec.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 LOAD-LINE-COUNTER        PIC 9(6) VALUE ZERO.
           03 ADDED-COUNTER            PIC 9(6) VALUE ZERO.
           03 REPLACED-COUNTER         PIC 9(6) VALUE ZERO.
           03 REJECT-COUNTER           PIC 9(5) VALUE ZERO.
           03 LOAD-TOTAL               PIC 9(11)V99 VALUE ZERO.
           03 WEEK-CHECK               PIC 99 VALUE ZERO.

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
           03                          PIC X(24)
                       VALUE "** SALES PLAN LOAD **".
           03                          PIC X(3) VALUE SPACES.
           03 RUN-DATE-HD              PIC X(10).

       01 COLUMN-HEADING-LINE.
           03                          PIC X(5) VALUE "ST/DP".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(9) VALUE "YEAR/WEEK".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(11) VALUE "AMOUNT".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(14) VALUE "REJECTED FOR".

       01 REJECT-DETAIL-LINE.
           03 STORE-NUMBER-DL          PIC X(2).
           03                          PIC X VALUE "/".
           03 DEPARTMENT-NUMBER-DL     PIC X(2).
           03                          PIC X(2) VALUE SPACES.
           03 FISCAL-YEAR-DL           PIC X(4).
           03                          PIC X VALUE "/".
           03 FISCAL-WEEK-DL           PIC X(2).
           03                          PIC X(4) VALUE SPACES.
           03 PLAN-AMOUNT-DL           PIC X(11).
           03                          PIC X(2) VALUE SPACES.
           03 REASON-DL                PIC X(14).

       01 LINE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "LINES READ:".
           03 LINES-CL                 PIC ZZZ,ZZ9.

       01 ADDED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "WEEKS ADDED:".
           03 ADDED-CL                 PIC ZZZ,ZZ9.

       01 REPLACED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "WEEKS REPLACED:".
           03 REPLACED-CL              PIC ZZZ,ZZ9.

       01 REJECT-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "LINES REJECTED:".
           03 REJECT-CL                PIC ZZ,ZZ9.

       01 TOTAL-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "PLAN LOADED:".
           03 TOTAL-CL                 PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr

           OPEN INPUT PLAN-LOAD-FILE
           OPEN I-O SALES-PLAN-FILE
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           PERFORM 3000-WRITE-HEADING
           PERFORM 2000-LOAD-ONE-LINE
               UNTIL END-OF-FILE
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE PLAN-LOAD-FILE
           CLOSE SALES-PLAN-FILE
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

       2000-LOAD-ONE-LINE.
           READ PLAN-LOAD-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO LOAD-LINE-COUNTER
                   MOVE SPACES TO REASON-DL
                   PERFORM 2100-EDIT-LOAD-LINE
                   IF REASON-DL = SPACES
                       PERFORM 2200-STORE-PLAN-WEEK
                   ELSE
                       ADD 1 TO REJECT-COUNTER
                       PERFORM 2600-WRITE-REJECT-LINE
                   END-IF
           END-READ.

       2100-EDIT-LOAD-LINE.
           IF STORE-NUMBER-PL = SPACES
                   OR DEPARTMENT-NUMBER-PL = SPACES
               MOVE "NO STORE/DEPT" TO REASON-DL
           END-IF
           IF FISCAL-YEAR-PL IS NOT NUMERIC
                   OR FISCAL-WEEK-PL IS NOT NUMERIC
               MOVE "BAD YEAR/WEEK" TO REASON-DL
           ELSE
               MOVE FISCAL-WEEK-PL TO WEEK-CHECK
               IF WEEK-CHECK < 1 OR WEEK-CHECK > 53
                   MOVE "BAD YEAR/WEEK" TO REASON-DL
               END-IF
           END-IF
           IF PLAN-AMOUNT-PL IS NOT NUMERIC
               MOVE "BAD AMOUNT" TO REASON-DL
           END-IF.

       2200-STORE-PLAN-WEEK.
           MOVE STORE-NUMBER-PL TO Plan-Store-SP
           MOVE DEPARTMENT-NUMBER-PL TO Plan-Dept-SP
           MOVE FISCAL-YEAR-PL TO Plan-Year-SP
           MOVE FISCAL-WEEK-PL TO Plan-Week-SP
           READ SALES-PLAN-FILE
               INVALID KEY
                   PERFORM 2300-FILL-PLAN-WEEK
                   WRITE Sales-Plan-Record
                   END-WRITE
                   ADD 1 TO ADDED-COUNTER
               NOT INVALID KEY
                   PERFORM 2300-FILL-PLAN-WEEK
                   REWRITE Sales-Plan-Record
                   END-REWRITE
                   ADD 1 TO REPLACED-COUNTER
           END-READ
           ADD Plan-Amount-SP TO LOAD-TOTAL.

       2300-FILL-PLAN-WEEK.
           MOVE PLAN-AMOUNT-PL TO Plan-Amount-SP (1:11)
           MOVE "PLANLOAD" TO Plan-Operator-SP
           MOVE Date-Report-Record TO Plan-Changed-SP.

       2600-WRITE-REJECT-LINE.
           MOVE STORE-NUMBER-PL TO STORE-NUMBER-DL
           MOVE DEPARTMENT-NUMBER-PL TO DEPARTMENT-NUMBER-DL
           MOVE FISCAL-YEAR-PL TO FISCAL-YEAR-DL
           MOVE FISCAL-WEEK-PL TO FISCAL-WEEK-DL
           MOVE PLAN-AMOUNT-PL TO PLAN-AMOUNT-DL
           MOVE REJECT-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       3000-WRITE-HEADING.
           MOVE Date-Report-Record TO RUN-DATE-HD
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE COLUMN-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       5000-WRITE-CONCLUSION.
           MOVE LOAD-LINE-COUNTER TO LINES-CL
           MOVE LINE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
           MOVE ADDED-COUNTER TO ADDED-CL
           MOVE ADDED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE REPLACED-COUNTER TO REPLACED-CL
           MOVE REPLACED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE REJECT-COUNTER TO REJECT-CL
           MOVE REJECT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE LOAD-TOTAL TO TOTAL-CL
           MOVE TOTAL-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
