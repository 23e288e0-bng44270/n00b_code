       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG166.
       AUTHOR.  Andy Carlson.

      *    Weekly sales plan versus actual - PRG75's flash measures
      *    yesterday against last week, but the owners plan every
      *    store and department a season ahead on SLSPLAN.DAT and
      *    want to see how it is going against that.  For a fiscal
      *    week (the last full one on an Enter) each store's
      *    departments show net retail sales off unitsdtl.dat -
      *    returns netted out, as PRG75 nets them - against plan
      *    for the week, the fiscal period to date and the season
      *    to date, with the percent to plan.  Week 1 starts July 1
      *    and a week belongs to the gencode fiscal period its first
      *    day falls in; the fall season is periods 1-6 (July-
      *    December), spring is periods 7-12.  A closing page ranks
      *    the stores on season-to-date percent to plan, stores
      *    with no plan listed after the ranked ones.  Spools to
      *    PRG166.SPL so PRG59 archives it with the other reports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNITS-DETAIL-FILE ASSIGN TO "unitsdtl.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-PLAN-FILE ASSIGN TO DISK
                                   "slsplan.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Plan-Key.
           SELECT OPTIONAL Store-File ASSIGN TO DISK "storemst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Store-Number-SM.
      *    Report goes to a spool file - PRG59 archives it with the
      *    run date and can reprint it on demand.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO "PRG166.SPL"
                                   ORGANIZATION IS LINE SEQUENTIAL.

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

       FD SALES-PLAN-FILE.
           COPY splrec.

       FD Store-File.
           COPY strec.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

      *    One bucket per store/department pair planned or sold.
       01 Plan-Table.
           03 Plan-Entry OCCURS 200 TIMES.
               05 Pt-Store             PIC X(2).
               05 Pt-Dept              PIC X(2).
               05 Pt-Week-Actual       PIC S9(9)V99.
               05 Pt-Week-Plan         PIC 9(9)V99.
               05 Pt-Ptd-Actual        PIC S9(9)V99.
               05 Pt-Ptd-Plan          PIC 9(9)V99.
               05 Pt-Std-Actual        PIC S9(9)V99.
               05 Pt-Std-Plan          PIC 9(9)V99.
       01 Plan-Count                   PIC 9(3) VALUE ZERO.
       01 Plan-Index                   PIC 9(3).
       01 Plan-Scan-Index              PIC 9(3).
       01 Plan-Found-Switch            PIC X VALUE "N".
           88 Plan-Bucket-Found        VALUE "Y".
       01 Bucket-Store-Work            PIC X(2).
       01 Bucket-Dept-Work             PIC X(2).

      *    The distinct stores with their totals, for the grouped
      *    print and the ranking - the slot past the last store
      *    holds the one being placed, PRG146's insertion pass.
       01 Store-Rank-Table.
           03 Store-Rank-Entry OCCURS 21 TIMES.
               05 Sr-Store             PIC X(2).
               05 Sr-Week-Actual       PIC S9(9)V99.
               05 Sr-Week-Plan         PIC 9(9)V99.
               05 Sr-Ptd-Actual        PIC S9(9)V99.
               05 Sr-Ptd-Plan          PIC 9(9)V99.
               05 Sr-Std-Actual        PIC S9(9)V99.
               05 Sr-Std-Plan          PIC 9(9)V99.
               05 Sr-Std-Percent       PIC S9(5)V99.
               05 Sr-Rank-Group        PIC 9.
       01 Store-Count                  PIC 9(2) VALUE ZERO.
       01 Store-Index                  PIC 9(2).
       01 Store-Listed-Switch          PIC X VALUE "N".
           88 Store-Already-Listed     VALUE "Y".
       01 Sort-Index                   PIC 9(2).
       01 Insert-Index                 PIC 9(2).
       01 Slide-Done-Switch            PIC X VALUE "N".
           88 Slide-Done               VALUE "Y".
       01 Rank-Number                  PIC 9(2) VALUE ZERO.

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
           03 PLAN-EOF-MARKER          PIC X(3) VALUE "NO".
               88 PLAN-END-OF-FILE     VALUE "YES".
           03 ROW-DOLLARS              PIC S9(8)V99 VALUE ZERO.
           03 ROW-WEEK                 PIC 99 VALUE ZERO.
           03 ROW-PERIOD               PIC 99 VALUE ZERO.
           03 ROW-SEASON               PIC 9 VALUE ZERO.
           03 PLANNED-STORE-COUNTER    PIC 99 VALUE ZERO.

       01 Company-Week-Actual          PIC S9(11)V99 VALUE ZERO.
       01 Company-Week-Plan            PIC 9(11)V99 VALUE ZERO.
       01 Company-Ptd-Actual           PIC S9(11)V99 VALUE ZERO.
       01 Company-Ptd-Plan             PIC 9(11)V99 VALUE ZERO.
       01 Company-Std-Actual           PIC S9(11)V99 VALUE ZERO.
       01 Company-Std-Plan             PIC 9(11)V99 VALUE ZERO.

      *    One line's worth of figures, moved in from a bucket, a
      *    store or the company before 4500 edits it.
       01 Line-Figures.
           03 Lf-Week-Actual           PIC S9(11)V99.
           03 Lf-Week-Plan             PIC 9(11)V99.
           03 Lf-Ptd-Actual            PIC S9(11)V99.
           03 Lf-Ptd-Plan              PIC 9(11)V99.
           03 Lf-Std-Actual            PIC S9(11)V99.
           03 Lf-Std-Plan              PIC 9(11)V99.
       01 Percent-Work                 PIC S9(5)V99.
       01 Percent-Edit                 PIC ZZZ9-.
       01 Percent-Actual               PIC S9(11)V99.
       01 Percent-Plan                 PIC 9(11)V99.
       01 Percent-Text                 PIC X(5).

       01 Date-Accept-Record.
           03 yy-dar                   pic 99.
           03 mm-dar                   pic 99.
           03 dd-dar                   pic 99.

      *    The week keyed, or worked out from today.
       01 Week-Response                PIC X(6).
       01 Week-Keyed REDEFINES Week-Response.
           03 wk-year                  PIC 9(4).
           03 wk-week                  PIC 99.
       01 Report-Fiscal-Year           PIC 9(4).
       01 Report-Week                  PIC 99.
       01 Report-Period                PIC 99.
       01 Report-Season                PIC 9.
           88 Fall-Season              VALUE 1.
       01 Today-Serial                 PIC 9(8).
       01 Current-Week                 PIC 9(3).

      *    The fiscal calendar for the report year: the serial day
      *    each gencode period starts (13 is the next July 1) and
      *    the period each week's first day falls in.
       01 Period-Start-Table.
           03 Period-Start-Serial      PIC 9(8) OCCURS 13 TIMES.
       01 Period-Index                 PIC 99.
       01 Week-Period-Table.
           03 Week-Period              PIC 99 OCCURS 53 TIMES.
       01 Week-Index                   PIC 99.
       01 Fy-Start-Serial              PIC 9(8).
       01 Week-Start-Serial            PIC 9(8).
       01 Week-End-Serial              PIC 9(8).

      *    Serial-day arithmetic, the same all-positive integer
      *    division PRG75's 2650-COMPUTE-DATE-SERIAL uses, and its
      *    inverse for the week-ending date on the heading.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm            PIC 99.
               05                  PIC X.
               05 dw-dd            PIC 99.
               05                  PIC X.
               05 dw-yyyy          PIC 9(4).
           03 dw-a                 PIC 9(4).
           03 dw-y                 PIC 9(8).
           03 dw-m                 PIC 9(4).
           03 dw-div-work          PIC 9(8).
           03 dw-days-accum        PIC S9(9).
           03 dw-serial            PIC 9(8).
       01 Serial-Ok-Switch             PIC X VALUE "N".
           88 Serial-Ok                VALUE "Y".
       01 Inverse-Work-Fields.
           03 iw-l                 PIC 9(9).
           03 iw-n                 PIC 9(9).
           03 iw-i                 PIC 9(9).
           03 iw-j                 PIC 9(9).
           03 iw-work              PIC 9(12).
       01 Week-Ending-Date.
           03 wed-mm               PIC 99.
           03                      PIC X VALUE "/".
           03 wed-dd               PIC 99.
           03                      PIC X VALUE "/".
           03 wed-yyyy             PIC 9(4).

       01 HEADING-LINE.
           03                          PIC X(30)
                       VALUE "** SALES PLAN VS ACTUAL **".
           03                          PIC X(7) VALUE "FISCAL ".
           03 FISCAL-YEAR-HD           PIC 9(4).
           03                          PIC X(6) VALUE " WEEK ".
           03 FISCAL-WEEK-HD           PIC Z9.
           03                          PIC X(9) VALUE " ENDING ".
           03 WEEK-ENDING-HD           PIC X(10).

       01 CALENDAR-LINE.
           03                          PIC X(30) VALUE SPACES.
           03                          PIC X(7) VALUE "PERIOD ".
           03 PERIOD-HD                PIC Z9.
           03                          PIC X(3) VALUE SPACES.
           03 SEASON-HD                PIC X(6).
           03                          PIC X(7) VALUE " SEASON".

       01 STORE-GROUP-LINE.
           03                          PIC X(7) VALUE "STORE: ".
           03 STORE-NUMBER-HD          PIC X(2).
           03                          PIC X(3) VALUE SPACES.
           03 STORE-NAME-HD            PIC X(20).

       01 SECTION-HEADING-LINE.
           03                          PIC X(5) VALUE SPACES.
           03                          PIC X(30)
                       VALUE "------------ WEEK ------------".
           03                          PIC X(30)
                       VALUE "------ PERIOD TO DATE -------".
           03                          PIC X(30)
                       VALUE "------ SEASON TO DATE -------".

       01 COLUMN-HEADING-LINE.
           03                          PIC X(5) VALUE "DEPT".
           03                          PIC X(30)
                       VALUE "     ACTUAL       PLAN  %PLN".
           03                          PIC X(30)
                       VALUE "     ACTUAL       PLAN  %PLN".
           03                          PIC X(30)
                       VALUE "     ACTUAL       PLAN  %PLN".

       01 PLAN-DETAIL-LINE.
           03 LABEL-DL                 PIC X(5).
           03 WEEK-ACTUAL-DL           PIC ZZ,ZZZ,ZZ9-.
           03                          PIC X VALUE SPACE.
           03 WEEK-PLAN-DL             PIC ZZ,ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 WEEK-PERCENT-DL          PIC X(5).
           03                          PIC X(2) VALUE SPACES.
           03 PTD-ACTUAL-DL            PIC ZZ,ZZZ,ZZ9-.
           03                          PIC X VALUE SPACE.
           03 PTD-PLAN-DL              PIC ZZ,ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 PTD-PERCENT-DL           PIC X(5).
           03                          PIC X(2) VALUE SPACES.
           03 STD-ACTUAL-DL            PIC ZZ,ZZZ,ZZ9-.
           03                          PIC X VALUE SPACE.
           03 STD-PLAN-DL              PIC ZZ,ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 STD-PERCENT-DL           PIC X(5).

       01 RANKING-HEADING-LINE.
           03                          PIC X(46)
               VALUE "** STORE RANKING - SEASON TO DATE % TO PLAN **".

       01 RANKING-COLUMN-LINE.
           03                          PIC X(6) VALUE "RANK".
           03                          PIC X(6) VALUE "STORE".
           03                          PIC X(21) VALUE "NAME".
           03                          PIC X(12) VALUE "STD ACTUAL".
           03                          PIC X(11) VALUE "STD PLAN".
           03                          PIC X(7) VALUE "STD %".
           03                          PIC X(7) VALUE "PTD %".
           03                          PIC X(6) VALUE "WEEK %".

       01 RANKING-DETAIL-LINE.
           03 RANK-DL                  PIC ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 RANK-STORE-DL            PIC X(2).
           03                          PIC X(4) VALUE SPACES.
           03 RANK-NAME-DL             PIC X(20).
           03                          PIC X VALUE SPACE.
           03 RANK-STD-ACTUAL-DL       PIC ZZ,ZZZ,ZZ9-.
           03                          PIC X VALUE SPACE.
           03 RANK-STD-PLAN-DL         PIC ZZ,ZZZ,ZZ9.
           03                          PIC X VALUE SPACE.
           03 RANK-STD-PERCENT-DL      PIC X(5).
           03                          PIC X(2) VALUE SPACES.
           03 RANK-PTD-PERCENT-DL      PIC X(5).
           03                          PIC X(2) VALUE SPACES.
           03 RANK-WEEK-PERCENT-DL     PIC X(5).

       01 NO-PLAN-LINE.
           03                          PIC X(30)
                       VALUE "   -- NO PLAN ON FILE --".

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           PERFORM 1200-GET-REPORT-WEEK
           PERFORM 1400-BUILD-CALENDAR
           PERFORM 1300-LOAD-STORE-NAMES
      *    The plan goes in first, in key order, so the stores and
      *    departments print the way SLSPLAN.DAT lists them.
           PERFORM 2500-SCAN-SALES-PLAN
           PERFORM 2000-SCAN-UNIT-DETAIL
           PERFORM 4000-PRINT-PLAN-REPORT
           STOP RUN.

      *    Enter takes the last full week - the week before the one
      *    today falls in, or the previous year's stub week 53 on
      *    the first days of July.
       1200-GET-REPORT-WEEK.
           DISPLAY "Enter fiscal year and week (yyyyww), or "
                   "Enter for last week:"
           MOVE SPACES TO Week-Response
           ACCEPT Week-Response
           IF Week-Response IS NUMERIC
                   AND wk-week >= 1 AND wk-week <= 53
               MOVE wk-year TO Report-Fiscal-Year
               MOVE wk-week TO Report-Week
           ELSE
               IF mm-dar >= 7
                   COMPUTE Report-Fiscal-Year = 2000 + yy-dar
               ELSE
                   COMPUTE Report-Fiscal-Year = 2000 + yy-dar - 1
               END-IF
               MOVE mm-dar TO dw-mm
               MOVE dd-dar TO dw-dd
               COMPUTE dw-yyyy = 2000 + yy-dar
               PERFORM 2650-COMPUTE-DATE-SERIAL
               MOVE dw-serial TO Today-Serial
               MOVE 07 TO dw-mm
               MOVE 01 TO dw-dd
               MOVE Report-Fiscal-Year TO dw-yyyy
               PERFORM 2650-COMPUTE-DATE-SERIAL
               COMPUTE Current-Week =
                   ((Today-Serial - dw-serial) / 7) + 1
               IF Current-Week = 1
                   SUBTRACT 1 FROM Report-Fiscal-Year
                   MOVE 53 TO Report-Week
               ELSE
                   COMPUTE Report-Week = Current-Week - 1
               END-IF
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

       1400-BUILD-CALENDAR.
           PERFORM 1450-PERIOD-START
               VARYING Period-Index FROM 1 BY 1
               UNTIL Period-Index > 13
           MOVE Period-Start-Serial (1) TO Fy-Start-Serial
           PERFORM 1460-WEEK-PERIOD
               VARYING Week-Index FROM 1 BY 1
               UNTIL Week-Index > 53
           MOVE Week-Period (Report-Week) TO Report-Period
           IF Report-Period <= 6
               MOVE 1 TO Report-Season
           ELSE
               MOVE 2 TO Report-Season
           END-IF
           COMPUTE Week-End-Serial =
               Fy-Start-Serial + (Report-Week * 7) - 1
           IF Week-End-Serial NOT < Period-Start-Serial (13)
               COMPUTE Week-End-Serial = Period-Start-Serial (13) - 1
           END-IF
           MOVE Week-End-Serial TO dw-serial
           PERFORM 2700-SERIAL-TO-DATE.

      *    Period 1 is July of the fiscal year, period 7 January of
      *    the next calendar year; 13 is the July 1 that ends it.
       1450-PERIOD-START.
           MOVE 01 TO dw-dd
           EVALUATE TRUE
               WHEN Period-Index <= 6
                   COMPUTE dw-mm = Period-Index + 6
                   MOVE Report-Fiscal-Year TO dw-yyyy
               WHEN Period-Index <= 12
                   COMPUTE dw-mm = Period-Index - 6
                   COMPUTE dw-yyyy = Report-Fiscal-Year + 1
               WHEN OTHER
                   MOVE 07 TO dw-mm
                   COMPUTE dw-yyyy = Report-Fiscal-Year + 1
           END-EVALUATE
           PERFORM 2650-COMPUTE-DATE-SERIAL
           MOVE dw-serial TO Period-Start-Serial (Period-Index).

       1460-WEEK-PERIOD.
           COMPUTE Week-Start-Serial =
               Fy-Start-Serial + ((Week-Index - 1) * 7)
           MOVE 1 TO Week-Period (Week-Index)
           PERFORM 1470-CHECK-PERIOD-START
               VARYING Period-Index FROM 2 BY 1
               UNTIL Period-Index > 12.

       1470-CHECK-PERIOD-START.
           IF Week-Start-Serial NOT < Period-Start-Serial (Period-Index)
               MOVE Period-Index TO Week-Period (Week-Index)
           END-IF.

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
                       MOVE FEED-DATE-UD TO dw-in-date
                       PERFORM 2650-COMPUTE-DATE-SERIAL
                       IF Serial-Ok
                               AND dw-serial NOT < Fy-Start-Serial
                               AND dw-serial NOT > Week-End-Serial
                           PERFORM 2200-BUCKET-SALES-ROW
                       END-IF
                   END-IF
           END-READ.

      *    Returns carry "-" and come straight off the figures -
      *    the plan is for net sales.
       2200-BUCKET-SALES-ROW.
           COMPUTE ROW-WEEK = ((dw-serial - Fy-Start-Serial) / 7) + 1
           PERFORM 2800-PLACE-ROW-WEEK
           IF SELLING-PRICE-UD IS NUMERIC
               COMPUTE ROW-DOLLARS =
                   UNITS-SOLD-UD * SELLING-PRICE-UD
           ELSE
               MOVE ZERO TO ROW-DOLLARS
           END-IF
           IF UNITS-SIGN-UD = "-"
               COMPUTE ROW-DOLLARS = 0 - ROW-DOLLARS
           END-IF
           MOVE STORE-NUMBER-UD TO Bucket-Store-Work
           MOVE DEPARTMENT-NUMBER-UD TO Bucket-Dept-Work
           PERFORM 2300-FIND-PLAN-BUCKET
           IF Plan-Bucket-Found
               IF ROW-WEEK = Report-Week
                   ADD ROW-DOLLARS TO Pt-Week-Actual (Plan-Index)
               END-IF
               IF ROW-PERIOD = Report-Period
                   ADD ROW-DOLLARS TO Pt-Ptd-Actual (Plan-Index)
               END-IF
               IF ROW-SEASON = Report-Season
                   ADD ROW-DOLLARS TO Pt-Std-Actual (Plan-Index)
               END-IF
           END-IF.

       2300-FIND-PLAN-BUCKET.
           MOVE "N" TO Plan-Found-Switch
           PERFORM 2350-CHECK-PLAN-BUCKET
               VARYING Plan-Scan-Index FROM 1 BY 1
               UNTIL Plan-Scan-Index > Plan-Count
           IF NOT Plan-Bucket-Found
                   AND Plan-Count < 200
               ADD 1 TO Plan-Count
               MOVE Plan-Count TO Plan-Index
               MOVE Bucket-Store-Work TO Pt-Store (Plan-Index)
               MOVE Bucket-Dept-Work TO Pt-Dept (Plan-Index)
               MOVE ZERO TO Pt-Week-Actual (Plan-Index)
               MOVE ZERO TO Pt-Week-Plan (Plan-Index)
               MOVE ZERO TO Pt-Ptd-Actual (Plan-Index)
               MOVE ZERO TO Pt-Ptd-Plan (Plan-Index)
               MOVE ZERO TO Pt-Std-Actual (Plan-Index)
               MOVE ZERO TO Pt-Std-Plan (Plan-Index)
               MOVE "Y" TO Plan-Found-Switch
               PERFORM 2380-LIST-STORE
           END-IF.

       2350-CHECK-PLAN-BUCKET.
           IF Bucket-Store-Work = Pt-Store (Plan-Scan-Index)
                  AND Bucket-Dept-Work = Pt-Dept (Plan-Scan-Index)
               MOVE "Y" TO Plan-Found-Switch
               MOVE Plan-Scan-Index TO Plan-Index
           END-IF.

       2380-LIST-STORE.
           MOVE "N" TO Store-Listed-Switch
           PERFORM 2390-CHECK-LISTED-STORE
               VARYING Store-Index FROM 1 BY 1
               UNTIL Store-Index > Store-Count
           IF NOT Store-Already-Listed
                   AND Store-Count < 20
               ADD 1 TO Store-Count
               INITIALIZE Store-Rank-Entry (Store-Count)
               MOVE Bucket-Store-Work TO Sr-Store (Store-Count)
           END-IF.

       2390-CHECK-LISTED-STORE.
           IF Bucket-Store-Work = Sr-Store (Store-Index)
               MOVE "Y" TO Store-Listed-Switch
           END-IF.

       2500-SCAN-SALES-PLAN.
           OPEN INPUT SALES-PLAN-FILE
           PERFORM 2550-READ-PLAN-ROW
               UNTIL PLAN-END-OF-FILE
           CLOSE SALES-PLAN-FILE.

       2550-READ-PLAN-ROW.
           READ SALES-PLAN-FILE
               AT END MOVE "YES" TO PLAN-EOF-MARKER
               NOT AT END
                   IF Plan-Year-SP = Report-Fiscal-Year
                           AND Plan-Week-SP >= 1
                           AND Plan-Week-SP <= Report-Week
                           AND Plan-Amount-SP IS NUMERIC
                       PERFORM 2600-BUCKET-PLAN-ROW
                   END-IF
           END-READ.

       2600-BUCKET-PLAN-ROW.
           MOVE Plan-Week-SP TO ROW-WEEK
           PERFORM 2800-PLACE-ROW-WEEK
           MOVE Plan-Store-SP TO Bucket-Store-Work
           MOVE Plan-Dept-SP TO Bucket-Dept-Work
           PERFORM 2300-FIND-PLAN-BUCKET
           IF Plan-Bucket-Found
               IF ROW-WEEK = Report-Week
                   ADD Plan-Amount-SP TO Pt-Week-Plan (Plan-Index)
               END-IF
               IF ROW-PERIOD = Report-Period
                   ADD Plan-Amount-SP TO Pt-Ptd-Plan (Plan-Index)
               END-IF
               IF ROW-SEASON = Report-Season
                   ADD Plan-Amount-SP TO Pt-Std-Plan (Plan-Index)
               END-IF
           END-IF.

      *    mm/dd/yyyy to a serial day - the same formula PRG75's
      *    2650-COMPUTE-DATE-SERIAL uses for the flash.
       2650-COMPUTE-DATE-SERIAL.
           MOVE "N" TO Serial-Ok-Switch
           IF dw-mm IS NUMERIC AND dw-dd IS NUMERIC
                   AND dw-yyyy IS NUMERIC
               COMPUTE dw-a = (14 - dw-mm) / 12
               COMPUTE dw-y = dw-yyyy + 4800 - dw-a
               COMPUTE dw-m = dw-mm + (12 * dw-a) - 3
               COMPUTE dw-days-accum = dw-dd - 32045
               COMPUTE dw-div-work = (153 * dw-m + 2) / 5
               ADD dw-div-work TO dw-days-accum
               COMPUTE dw-days-accum = dw-days-accum + (365 * dw-y)
               COMPUTE dw-div-work = dw-y / 4
               ADD dw-div-work TO dw-days-accum
               COMPUTE dw-div-work = dw-y / 100
               SUBTRACT dw-div-work FROM dw-days-accum
               COMPUTE dw-div-work = dw-y / 400
               ADD dw-div-work TO dw-days-accum
               MOVE dw-days-accum TO dw-serial
               MOVE "Y" TO Serial-Ok-Switch
           END-IF.

      *    Serial day back to a calendar date, the same integer
      *    steps run the other way, for Week-Ending-Date.
       2700-SERIAL-TO-DATE.
           COMPUTE iw-l = dw-serial + 68569
           COMPUTE iw-n = (4 * iw-l) / 146097
           COMPUTE iw-work = (146097 * iw-n + 3) / 4
           SUBTRACT iw-work FROM iw-l
           COMPUTE iw-i = (4000 * (iw-l + 1)) / 1461001
           COMPUTE iw-work = (1461 * iw-i) / 4
           SUBTRACT iw-work FROM iw-l
           ADD 31 TO iw-l
           COMPUTE iw-j = (80 * iw-l) / 2447
           COMPUTE iw-work = (2447 * iw-j) / 80
           COMPUTE wed-dd = iw-l - iw-work
           COMPUTE iw-l = iw-j / 11
           COMPUTE wed-mm = iw-j + 2 - (12 * iw-l)
           COMPUTE wed-yyyy = (100 * (iw-n - 49)) + iw-i + iw-l.

       2800-PLACE-ROW-WEEK.
           IF ROW-WEEK > 53
               MOVE 53 TO ROW-WEEK
           END-IF
           MOVE Week-Period (ROW-WEEK) TO ROW-PERIOD
           IF ROW-PERIOD <= 6
               MOVE 1 TO ROW-SEASON
           ELSE
               MOVE 2 TO ROW-SEASON
           END-IF.

       4000-PRINT-PLAN-REPORT.
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE Report-Fiscal-Year TO FISCAL-YEAR-HD
           MOVE Report-Week TO FISCAL-WEEK-HD
           MOVE Week-Ending-Date TO WEEK-ENDING-HD
           MOVE Report-Period TO PERIOD-HD
           IF Fall-Season
               MOVE "FALL" TO SEASON-HD
           ELSE
               MOVE "SPRING" TO SEASON-HD
           END-IF
           MOVE HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE CALENDAR-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           PERFORM 4100-PRINT-ONE-STORE
               VARYING Store-Index FROM 1 BY 1
               UNTIL Store-Index > Store-Count
           MOVE "CO." TO LABEL-DL
           MOVE Company-Week-Actual TO Lf-Week-Actual
           MOVE Company-Week-Plan TO Lf-Week-Plan
           MOVE Company-Ptd-Actual TO Lf-Ptd-Actual
           MOVE Company-Ptd-Plan TO Lf-Ptd-Plan
           MOVE Company-Std-Actual TO Lf-Std-Actual
           MOVE Company-Std-Plan TO Lf-Std-Plan
           PERFORM 4500-EDIT-PLAN-LINE
           WRITE OUTPUT-PRINTER-RECORD FROM PLAN-DETAIL-LINE
                       AFTER ADVANCING 3 LINES
           PERFORM 4600-RANK-STORES
           PERFORM 4700-PRINT-RANKING
           CLOSE OUTPUT-PRINTER-FILE.

       4100-PRINT-ONE-STORE.
           PERFORM 4150-FIND-STORE-NAME
           MOVE Sr-Store (Store-Index) TO STORE-NUMBER-HD
           MOVE Matched-Store-Name TO STORE-NAME-HD
           WRITE OUTPUT-PRINTER-RECORD FROM STORE-GROUP-LINE
                       AFTER ADVANCING 3 LINES
           WRITE OUTPUT-PRINTER-RECORD FROM SECTION-HEADING-LINE
                       AFTER ADVANCING 1 LINES
           WRITE OUTPUT-PRINTER-RECORD FROM COLUMN-HEADING-LINE
                       AFTER ADVANCING 1 LINES
           PERFORM 4200-PRINT-STORE-DEPT
               VARYING Plan-Index FROM 1 BY 1
               UNTIL Plan-Index > Plan-Count
           MOVE "TOTAL" TO LABEL-DL
           MOVE Sr-Week-Actual (Store-Index) TO Lf-Week-Actual
           MOVE Sr-Week-Plan (Store-Index) TO Lf-Week-Plan
           MOVE Sr-Ptd-Actual (Store-Index) TO Lf-Ptd-Actual
           MOVE Sr-Ptd-Plan (Store-Index) TO Lf-Ptd-Plan
           MOVE Sr-Std-Actual (Store-Index) TO Lf-Std-Actual
           MOVE Sr-Std-Plan (Store-Index) TO Lf-Std-Plan
           PERFORM 4500-EDIT-PLAN-LINE
           WRITE OUTPUT-PRINTER-RECORD FROM PLAN-DETAIL-LINE
                       AFTER ADVANCING 2 LINES
           ADD Sr-Week-Actual (Store-Index) TO Company-Week-Actual
           ADD Sr-Week-Plan (Store-Index) TO Company-Week-Plan
           ADD Sr-Ptd-Actual (Store-Index) TO Company-Ptd-Actual
           ADD Sr-Ptd-Plan (Store-Index) TO Company-Ptd-Plan
           ADD Sr-Std-Actual (Store-Index) TO Company-Std-Actual
           ADD Sr-Std-Plan (Store-Index) TO Company-Std-Plan.

       4150-FIND-STORE-NAME.
           MOVE SPACES TO Matched-Store-Name
           PERFORM 4160-CHECK-STORE-NAME-ENTRY
               VARYING Store-Name-Index FROM 1 BY 1
               UNTIL Store-Name-Index > Store-Name-Count.

       4160-CHECK-STORE-NAME-ENTRY.
           IF Sr-Store (Store-Index)
                   = Store-Number-ST (Store-Name-Index)
               MOVE Store-Name-ST (Store-Name-Index)
                   TO Matched-Store-Name
           END-IF.

       4200-PRINT-STORE-DEPT.
           IF Pt-Store (Plan-Index) = Sr-Store (Store-Index)
               MOVE Pt-Dept (Plan-Index) TO LABEL-DL
               MOVE Pt-Week-Actual (Plan-Index) TO Lf-Week-Actual
               MOVE Pt-Week-Plan (Plan-Index) TO Lf-Week-Plan
               MOVE Pt-Ptd-Actual (Plan-Index) TO Lf-Ptd-Actual
               MOVE Pt-Ptd-Plan (Plan-Index) TO Lf-Ptd-Plan
               MOVE Pt-Std-Actual (Plan-Index) TO Lf-Std-Actual
               MOVE Pt-Std-Plan (Plan-Index) TO Lf-Std-Plan
               PERFORM 4500-EDIT-PLAN-LINE
               WRITE OUTPUT-PRINTER-RECORD FROM PLAN-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
               ADD Pt-Week-Actual (Plan-Index)
                   TO Sr-Week-Actual (Store-Index)
               ADD Pt-Week-Plan (Plan-Index)
                   TO Sr-Week-Plan (Store-Index)
               ADD Pt-Ptd-Actual (Plan-Index)
                   TO Sr-Ptd-Actual (Store-Index)
               ADD Pt-Ptd-Plan (Plan-Index)
                   TO Sr-Ptd-Plan (Store-Index)
               ADD Pt-Std-Actual (Plan-Index)
                   TO Sr-Std-Actual (Store-Index)
               ADD Pt-Std-Plan (Plan-Index)
                   TO Sr-Std-Plan (Store-Index)
           END-IF.

       4500-EDIT-PLAN-LINE.
           MOVE Lf-Week-Actual TO WEEK-ACTUAL-DL
           MOVE Lf-Week-Plan TO WEEK-PLAN-DL
           MOVE Lf-Week-Actual TO Percent-Actual
           MOVE Lf-Week-Plan TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO WEEK-PERCENT-DL
           MOVE Lf-Ptd-Actual TO PTD-ACTUAL-DL
           MOVE Lf-Ptd-Plan TO PTD-PLAN-DL
           MOVE Lf-Ptd-Actual TO Percent-Actual
           MOVE Lf-Ptd-Plan TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO PTD-PERCENT-DL
           MOVE Lf-Std-Actual TO STD-ACTUAL-DL
           MOVE Lf-Std-Plan TO STD-PLAN-DL
           MOVE Lf-Std-Actual TO Percent-Actual
           MOVE Lf-Std-Plan TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO STD-PERCENT-DL.

      *    Percent to plan is actual per 100 of plan; no plan
      *    prints dashes rather than a meaningless figure.
       4550-EDIT-PERCENT.
           IF Percent-Plan > ZERO
               COMPUTE Percent-Work ROUNDED =
                   Percent-Actual / Percent-Plan * 100
               MOVE Percent-Work TO Percent-Edit
               MOVE Percent-Edit TO Percent-Text
           ELSE
               MOVE "  ---" TO Percent-Text
           END-IF.

      *    Planned stores first, best season-to-date percent first
      *    inside them; a store with no plan ranks after.
       4600-RANK-STORES.
           PERFORM 4650-FIGURE-STORE-PERCENT
               VARYING Store-Index FROM 1 BY 1
               UNTIL Store-Index > Store-Count
           PERFORM 4660-RANK-ONE-STORE
               VARYING Sort-Index FROM 2 BY 1
               UNTIL Sort-Index > Store-Count.

       4650-FIGURE-STORE-PERCENT.
           IF Sr-Std-Plan (Store-Index) > ZERO
               MOVE 1 TO Sr-Rank-Group (Store-Index)
               COMPUTE Sr-Std-Percent (Store-Index) ROUNDED =
                   Sr-Std-Actual (Store-Index)
                       / Sr-Std-Plan (Store-Index) * 100
           ELSE
               MOVE 2 TO Sr-Rank-Group (Store-Index)
               MOVE ZERO TO Sr-Std-Percent (Store-Index)
           END-IF.

       4660-RANK-ONE-STORE.
           MOVE Store-Rank-Entry (Sort-Index)
               TO Store-Rank-Entry (Store-Count + 1)
           MOVE Sort-Index TO Insert-Index
           SUBTRACT 1 FROM Insert-Index
           MOVE "N" TO Slide-Done-Switch
           PERFORM 4670-SLIDE-ONE-STORE
               UNTIL Slide-Done
           ADD 1 TO Insert-Index
           MOVE Store-Rank-Entry (Store-Count + 1)
               TO Store-Rank-Entry (Insert-Index).

       4670-SLIDE-ONE-STORE.
           IF Insert-Index = ZERO
               MOVE "Y" TO Slide-Done-Switch
           ELSE
               IF Sr-Rank-Group (Insert-Index)
                       < Sr-Rank-Group (Store-Count + 1)
                   OR (Sr-Rank-Group (Insert-Index)
                       = Sr-Rank-Group (Store-Count + 1)
                   AND Sr-Std-Percent (Insert-Index)
                       NOT < Sr-Std-Percent (Store-Count + 1))
                   MOVE "Y" TO Slide-Done-Switch
               ELSE
                   MOVE Store-Rank-Entry (Insert-Index)
                       TO Store-Rank-Entry (Insert-Index + 1)
                   SUBTRACT 1 FROM Insert-Index
               END-IF
           END-IF.

       4700-PRINT-RANKING.
           MOVE RANKING-HEADING-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
           MOVE RANKING-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE ZERO TO Rank-Number
           PERFORM 4750-PRINT-RANKED-STORE
               VARYING Store-Index FROM 1 BY 1
               UNTIL Store-Index > Store-Count.

       4750-PRINT-RANKED-STORE.
           IF Sr-Rank-Group (Store-Index) = 2
               IF Store-Index = 1
                   PERFORM 4760-PRINT-NO-PLAN-LINE
               ELSE
                   IF Sr-Rank-Group (Store-Index - 1) = 1
                       PERFORM 4760-PRINT-NO-PLAN-LINE
                   END-IF
               END-IF
               MOVE ZERO TO RANK-DL
           ELSE
               ADD 1 TO Rank-Number
               MOVE Rank-Number TO RANK-DL
           END-IF
           PERFORM 4150-FIND-STORE-NAME
           MOVE Sr-Store (Store-Index) TO RANK-STORE-DL
           MOVE Matched-Store-Name TO RANK-NAME-DL
           MOVE Sr-Std-Actual (Store-Index) TO RANK-STD-ACTUAL-DL
           MOVE Sr-Std-Plan (Store-Index) TO RANK-STD-PLAN-DL
           MOVE Sr-Std-Actual (Store-Index) TO Percent-Actual
           MOVE Sr-Std-Plan (Store-Index) TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO RANK-STD-PERCENT-DL
           MOVE Sr-Ptd-Actual (Store-Index) TO Percent-Actual
           MOVE Sr-Ptd-Plan (Store-Index) TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO RANK-PTD-PERCENT-DL
           MOVE Sr-Week-Actual (Store-Index) TO Percent-Actual
           MOVE Sr-Week-Plan (Store-Index) TO Percent-Plan
           PERFORM 4550-EDIT-PERCENT
           MOVE Percent-Text TO RANK-WEEK-PERCENT-DL
           WRITE OUTPUT-PRINTER-RECORD FROM RANKING-DETAIL-LINE
                       AFTER ADVANCING 1 LINES.

       4760-PRINT-NO-PLAN-LINE.
           WRITE OUTPUT-PRINTER-RECORD FROM NO-PLAN-LINE
                       AFTER ADVANCING 2 LINES.
