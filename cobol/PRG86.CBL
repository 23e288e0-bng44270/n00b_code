      *    (period 1 is July, so quarter 1 is Jul-Sep), and prints
      *    an employee-level detail page per quarter with gross
      *    wages, withholding, locality tax and deduction totals
      *    behind it.  Under each quarter's totals sits the
      *    employer's return for the same quarter off the
      *    ertxhist.dat detail PRG18 writes at each close - taxable
      *    wages and employer tax for social security, medicare and
      *    federal and state unemployment.  Fiscal quarters are the
      *    calendar quarters renumbered, so the block is labelled
      *    with the calendar quarter the return is filed under.

       environment division.
       input-output section.
       file-control.
           select Pay-History-File assign to disk "payhist.dat"
                  organization is line sequential.
           select optional Employer-Tax-History-File assign to disk
                  "ertxhist.dat"
                  organization is line sequential.
           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

           03 ph-loctax            pic 9(5)v99.
           03 ph-advance           pic 9(5)v99.

       fd Employer-Tax-History-File.
       copy ertxrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 fiscal-key-sr.
       copy gencode.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 ertx-eof-flag        pic xxx value spaces.
           88 ertx-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
       01 close-year           pic 9(4).
       01 row-gross            pic 9(7)v99 value zero.

      *    Employer tax by fiscal quarter, filled from ertxhist.dat
      *    before the sort and printed as each quarter closes.
       01 Employer-Quarter-Table.
           03 Employer-Quarter-Entry occurs 40 times.
               05 Eq-Fiscal-Key.
                   07 Eq-Fiscal-Year   pic 9(4).
                   07 Eq-Fiscal-Qtr    pic 9.
               05 Eq-Gross-Wages       pic 9(9)v99.
               05 Eq-Taxable occurs 4 times pic 9(9)v99.
               05 Eq-Tax     occurs 4 times pic 9(7)v99.
       01 Employer-Quarter-Count pic 99 value zero.
       01 Employer-Quarter-Index pic 99.
       01 Employer-Quarter-Scan pic 99.
       01 Employer-Quarter-Switch pic x value "N".
           88 Employer-Quarter-Found value "Y".
       01 Employer-Fiscal-Key.
           03 efk-year         pic 9(4).
           03 efk-qtr          pic 9.
       01 Employer-Tax-Index   pic 9.
       01 Employer-Tax-Sum     pic 9(7)v99 value zero.
       01 Calendar-Year        pic 9(4).
       01 Calendar-Qtr         pic 9.

       01 Qtr-Gross-Total      pic 9(11)v99 value zero.
       01 Qtr-Wth-Total        pic 9(9)v99 value zero.
       01 Qtr-Loc-Total        pic 9(9)v99 value zero.
           03                  pic x(1) value spaces.
           03 qt-ded-dl        pic $$,$$$,$$9.99.

       01 Employer-Heading-Line.
           03                  pic x(33)
               value "EMPLOYER RETURN SUMMARY - CAL. Q".
           03 employer-qtr-hd  pic 9.
           03                  pic x value space.
           03 employer-year-hd pic 9(4).

       01 Employer-Column-Line.
           03                  pic x(24) value "TAX".
           03                  pic x(17) value "   TAXABLE WAGES".
           03                  pic x(16) value "    EMPLOYER TAX".

       01 Employer-Detail-Line.
           03 employer-tax-dl  pic x(22).
           03                  pic x(2) value spaces.
           03 employer-wages-dl pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 employer-amt-dl  pic $$,$$$,$$9.99.

       01 Employer-Names.
           03                  pic x(22) value "Social security".
           03                  pic x(22) value "Medicare".
           03                  pic x(22) value "Federal unemployment".
           03                  pic x(22) value "State unemployment".
       01 redefines Employer-Names.
           03 Employer-Tax-Name pic x(22) occurs 4 times.

       01 Employer-Total-Line.
           03                  pic x(22) value "TOTAL EMPLOYER TAX".
           03                  pic x(18) value spaces.
           03 employer-total-dl pic $$,$$$,$$9.99.

       01 Employer-Gross-Line.
           03                  pic x(24) value "Gross wages taxed".
           03 employer-gross-dl pic $$$,$$$,$$9.99.

       01 Employer-None-Line.
           03                  pic x(40)
               value "No employer tax detail for this quarter.".

       01 Rows-Conclusion-Line.
           03                  pic x(16) value "Close Rows:".
           03 rows-cl          pic zzz,zz9.
           stop run.

       1500-Release-History.
           initialize Employer-Quarter-Table
           open input Employer-Tax-History-File
           perform 1600-Read-Employer-Row
               until ertx-end
           close Employer-Tax-History-File
           open input Pay-History-File
           perform 1550-Read-History-Row
               until end-of-file
                   end-if
           end-read.

      *    Bucketed by close date exactly as the pay history is.
       1600-Read-Employer-Row.
           read Employer-Tax-History-File
               at end move "YES" to ertx-eof-flag
               not at end
                   if et-close-date (1:2) is numeric
                           and et-close-date (7:4) is numeric
                           and et-gross-wages is numeric
                           and et-suta-tax is numeric
                       move et-close-date (1:2) to close-month
                       move et-close-date (7:4) to close-year
                       if close-month >= 7
                           move close-year to efk-year
                           compute efk-qtr =
                               (close-month - 7) / 3 + 1
                       else
                           compute efk-year = close-year - 1
                           compute efk-qtr =
                               (close-month + 5) / 3 + 1
                       end-if
                       perform 1650-Find-Employer-Quarter
                       if Employer-Quarter-Found
                           perform 1700-Add-Employer-Row
                       end-if
                   end-if
           end-read.

       1650-Find-Employer-Quarter.
           move "N" to Employer-Quarter-Switch
           perform 1660-Check-Employer-Quarter
               varying Employer-Quarter-Scan from 1 by 1
               until Employer-Quarter-Scan > Employer-Quarter-Count
                  or Employer-Quarter-Found
           if not Employer-Quarter-Found
                   and Employer-Quarter-Count < 40
               add 1 to Employer-Quarter-Count
               move Employer-Quarter-Count to Employer-Quarter-Index
               move Employer-Fiscal-Key
                   to Eq-Fiscal-Key (Employer-Quarter-Index)
               move "Y" to Employer-Quarter-Switch
           end-if.

       1660-Check-Employer-Quarter.
           if Eq-Fiscal-Key (Employer-Quarter-Scan)
                   = Employer-Fiscal-Key
               move "Y" to Employer-Quarter-Switch
               move Employer-Quarter-Scan to Employer-Quarter-Index
           end-if.

       1700-Add-Employer-Row.
           add et-gross-wages
               to Eq-Gross-Wages (Employer-Quarter-Index)
           add et-ss-taxable to Eq-Taxable (Employer-Quarter-Index, 1)
           add et-ss-tax to Eq-Tax (Employer-Quarter-Index, 1)
           add et-med-taxable to Eq-Taxable (Employer-Quarter-Index, 2)
           add et-med-tax to Eq-Tax (Employer-Quarter-Index, 2)
           add et-futa-taxable
               to Eq-Taxable (Employer-Quarter-Index, 3)
           add et-futa-tax to Eq-Tax (Employer-Quarter-Index, 3)
           add et-suta-taxable
               to Eq-Taxable (Employer-Quarter-Index, 4)
           add et-suta-tax to Eq-Tax (Employer-Quarter-Index, 4).

       2000-Build-Report.
           move 1 to Loop-Checker
           open output Output-Printer-File
           write Output-Printer-Record from Quarter-Total-Line
               after advancing 2 lines
           initialize Qtr-Gross-Total Qtr-Wth-Total
               Qtr-Loc-Total Qtr-Ded-Total
           perform 2600-Write-Employer-Summary.

      *    Fiscal quarter 1 (Jul-Sep) is calendar quarter 3 of the
      *    fiscal year's first calendar year.
       2600-Write-Employer-Summary.
           if fiscal-qtr-hold < 3
               move fiscal-year-hold to Calendar-Year
               compute Calendar-Qtr = fiscal-qtr-hold + 2
           else
               compute Calendar-Year = fiscal-year-hold + 1
               compute Calendar-Qtr = fiscal-qtr-hold - 2
           end-if
           move Calendar-Qtr to employer-qtr-hd
           move Calendar-Year to employer-year-hd
           write Output-Printer-Record from Employer-Heading-Line
               after advancing 3 lines
           move Fiscal-Key-Hold to Employer-Fiscal-Key
           move "N" to Employer-Quarter-Switch
           perform 1660-Check-Employer-Quarter
               varying Employer-Quarter-Scan from 1 by 1
               until Employer-Quarter-Scan > Employer-Quarter-Count
                  or Employer-Quarter-Found
           if Employer-Quarter-Found
               write Output-Printer-Record from Employer-Column-Line
                   after advancing 2 lines
               move zero to Employer-Tax-Sum
               perform 2650-Write-Employer-Tax-Line
                   varying Employer-Tax-Index from 1 by 1
                   until Employer-Tax-Index > 4
               move Employer-Tax-Sum to employer-total-dl
               write Output-Printer-Record from Employer-Total-Line
                   after advancing 2 lines
               move Eq-Gross-Wages (Employer-Quarter-Index)
                   to employer-gross-dl
               write Output-Printer-Record from Employer-Gross-Line
                   after advancing 1 lines
           else
               write Output-Printer-Record from Employer-None-Line
                   after advancing 2 lines
           end-if.

       2650-Write-Employer-Tax-Line.
           move Employer-Tax-Name (Employer-Tax-Index)
               to employer-tax-dl
           move Eq-Taxable (Employer-Quarter-Index, Employer-Tax-Index)
               to employer-wages-dl
           move Eq-Tax (Employer-Quarter-Index, Employer-Tax-Index)
               to employer-amt-dl
           add Eq-Tax (Employer-Quarter-Index, Employer-Tax-Index)
               to Employer-Tax-Sum
           write Output-Printer-Record from Employer-Detail-Line
               after advancing 1 lines.
