       identification division.
       program-id.  prg117.
       author.  Andy Carlson.

      *    Year-end electronic wage file - the fixed-format file the
      *    filing agency takes in place of the paper statements
      *    PRG39 prints.  One employer record off wagefile.ctl, one
      *    employee record per person paid in the tax year, and a
      *    total record.  Employees come off pg10idx.dat and off
      *    the pg10arch.dat archive, so a termination PRG50 purged
      *    during the year still gets its record; someone on both
      *    (a rehire) is reported once, from the live master.
      *    Wages are the calendar-year gross PRG18 keeps for the
      *    employer-tax wage bases (er-ytd-wages, counted only when
      *    er-wage-year is the tax year); withholding and locality
      *    tax are the master's YTD figures, as PRG39 prints them.
      *    Before anything is written the year is reconciled to the
      *    four quarters PRG86 reported - gross wages, withholding
      *    and locality tax off payhist.dat, bucketed the same way -
      *    and any difference halts the file: wagefile.dat is left
      *    empty, the reconciliation page says why, and the run
      *    ends with return code 9.  Run it in January before
      *    PRG18's first close of the new year starts the wages
      *    over.
      *    wagefile.ctl is one row: employer ID number (9), name
      *    (40), street (40), city/state/zip (40).

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is sequential
                  record key is ss-num of disk-record.

           select optional Archive-File assign to disk
                  "pg10arch.dat"
                  organization is line sequential.

           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select optional Employer-Control-File assign to disk
                  "wagefile.ctl"
                  organization is line sequential.

      *    Employee records are held here until the year ties out,
      *    then copied behind the employer record.
           select Wage-Work-File assign to disk "wagefile.tmp"
                  organization is line sequential.

           select Wage-File assign to disk "wagefile.dat"
                  organization is line sequential.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd Archive-File.
       copy dr14.

       fd Pay-History-File.
       01 Pay-History-Record.
           03 ph-close-date        pic x(10).
           03 ph-ss-num            pic x(9).
           03 ph-first-name        pic x(15).
           03 ph-last-name         pic x(15).
           03 ph-status-code       pic x.
           03 ph-store-number      pic xx.
           03 ph-net-pay           pic 9(7)v99.
           03 ph-commission        pic 9(7)v99.
           03 ph-deduction         pic 9(5)v99.
           03 ph-withholding       pic 9(5)v99.
           03 ph-garnish           pic 9(5)v99.
           03 ph-loctax            pic 9(5)v99.
           03 ph-advance           pic 9(5)v99.

       fd Employer-Control-File.
       01 Employer-Control-Record.
           03 ec-employer-id       pic x(9).
           03 ec-employer-name     pic x(40).
           03 ec-employer-street   pic x(40).
           03 ec-employer-city     pic x(40).

       fd Wage-Work-File.
       01 Wage-Work-Record         pic x(200).

       fd Wage-File.
       01 Wage-File-Record         pic x(200).

       sd Sort-Work-File.
       01 Sort-Record.
           03 ss-num-sr            pic x(9).
      *    "1" live master, "2" archive - the live row sorts first.
           03 source-sr            pic x.
           03 first-name-sr        pic x(15).
           03 last-name-sr         pic x(15).
           03 addr-line-1-sr       pic x(25).
           03 addr-line-2-sr       pic x(25).
           03 store-number-sr      pic xx.
           03 wages-sr             pic 9(7)v99.
           03 withholding-sr       pic 9(6)v99.
           03 loctax-sr            pic 9(6)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 arch-eof-flag        pic xxx value spaces.
           88 arch-end         value 'YES'.
       01 hist-eof-flag        pic xxx value spaces.
           88 hist-end         value 'YES'.
       01 work-eof-flag        pic xxx value spaces.
           88 work-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.

       01 Tax-Year-Response    pic x(4).
       01 Tax-Year             pic 9(4).
       01 Last-Ss-Hold         pic x(9) value spaces.
       01 Employer-Found-Switch pic x value "N".
           88 Employer-Found   value "Y".
       01 Year-Tie-Switch      pic x value "Y".
           88 Year-Ties-Out    value "Y".

      *    The fixed layouts - 200 bytes each, amounts in cents.
       01 Employer-Wage-Record.
           03 re-type          pic xx value "RE".
           03 re-tax-year      pic 9(4).
           03 re-employer-id   pic x(9).
           03 re-name          pic x(40).
           03 re-street        pic x(40).
           03 re-city          pic x(40).
           03                  pic x(65) value spaces.

       01 Employee-Wage-Record.
           03 rw-type          pic xx value "RW".
           03 rw-ss-num        pic x(9).
           03 rw-first-name    pic x(15).
           03 rw-last-name     pic x(15).
           03 rw-addr-line-1   pic x(25).
           03 rw-addr-line-2   pic x(25).
           03 rw-wages-cents   pic 9(11).
           03 rw-withhold-cents pic 9(11).
           03 rw-loctax-cents  pic 9(11).
           03 rw-store-number  pic xx.
           03                  pic x(74) value spaces.

       01 Total-Wage-Record.
           03 rt-type          pic xx value "RT".
           03 rt-employee-count pic 9(7).
           03 rt-wages-cents   pic 9(15).
           03 rt-withhold-cents pic 9(15).
           03 rt-loctax-cents  pic 9(15).
           03                  pic x(146) value spaces.

       01 Cents-Work          pic 9(15).
       01 employee-count       pic 9(7) value zero.
       01 master-rows          pic 9(6) value zero.
       01 archive-rows         pic 9(6) value zero.
       01 duplicate-rows       pic 9(6) value zero.
       01 File-Wages-Total     pic 9(11)v99 value zero.
       01 File-Withhold-Total  pic 9(11)v99 value zero.
       01 File-Loctax-Total    pic 9(11)v99 value zero.

      *    The year's four calendar quarters off payhist.dat, the
      *    same figures PRG86 prints under its fiscal numbering.
       01 Quarter-Table.
           03 Quarter-Entry occurs 4 times.
               05 Qt-Wages         pic 9(11)v99.
               05 Qt-Withholding   pic 9(11)v99.
               05 Qt-Loctax        pic 9(11)v99.
       01 Quarter-Index        pic 9.
       01 Quarter-Wages-Sum    pic 9(11)v99 value zero.
       01 Quarter-Withhold-Sum pic 9(11)v99 value zero.
       01 Quarter-Loctax-Sum   pic 9(11)v99 value zero.
       01 Close-Month          pic 99.
       01 Row-Gross            pic 9(7)v99.
       01 Tie-Difference       pic s9(11)v99.

       01 Heading-Line.
           03                  pic x(32)
               value "** YEAR-END WAGE FILE - TAX YEAR".
           03                  pic x value space.
           03 tax-year-hd      pic 9(4).
           03                  pic x(3) value " **".

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(27) value "EMPLOYEE".
           03                  pic x(4) value "SRC".
           03                  pic x(16) value "       WAGES".
           03                  pic x(14) value "    WITHHELD".
           03                  pic x(14) value "    LOC. TAX".

       01 Detail-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(25).
           03                  pic x(2) value spaces.
           03 source-dl        pic x(4).
           03 wages-dl         pic $$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 withholding-dl   pic $$$,$$9.99.
           03                  pic x(2) value spaces.
           03 loctax-dl        pic $$$,$$9.99.

       01 Recon-Heading-Line.
           03                  pic x(40)
               value "ANNUAL RECONCILIATION TO THE QUARTERLIES".

       01 Recon-Column-Line.
           03                  pic x(24) value spaces.
           03                  pic x(18) value "             WAGES".
           03                  pic x(18) value "          WITHHELD".
           03                  pic x(18) value "          LOC. TAX".

       01 Recon-Line.
           03 recon-label      pic x(24).
           03 recon-wages      pic +$$$,$$$,$$9.99.
           03                  pic x value space.
           03 recon-withhold   pic +$$$,$$$,$$9.99.
           03                  pic x value space.
           03 recon-loctax     pic +$$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic z,zzz,zz9.

       01 Result-Line.
           03 result-text      pic x(60).

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 1200-Get-Tax-Year
           perform 1300-Load-Employer
           perform 1400-Sum-Quarters
           open output Output-Printer-File
           move Tax-Year to tax-year-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           sort Sort-Work-File
               ascending key ss-num-sr source-sr
               input procedure 1500-Release-Employees
               output procedure 2000-Build-Work-File
           perform 3000-Reconcile-Year
           if Year-Ties-Out and Employer-Found
               perform 4000-Write-Wage-File
           else
               open output Wage-File
               close Wage-File
               move 9 to return-code
           end-if
           perform 5000-Write-Counts
           close Output-Printer-File
           stop run.

      *    Enter takes last year - the run belongs in January.
       1200-Get-Tax-Year.
           display "Enter tax year (yyyy), or Enter for last year:"
           accept Tax-Year-Response
           if Tax-Year-Response is numeric
               move Tax-Year-Response to Tax-Year
           else
               compute Tax-Year = 2000 + yy of date-accept-record - 1
           end-if.

       1300-Load-Employer.
           open input Employer-Control-File
           read Employer-Control-File
               at end continue
               not at end
                   if ec-employer-id not = spaces
                       move "Y" to Employer-Found-Switch
                       move ec-employer-id to re-employer-id
                       move ec-employer-name to re-name
                       move ec-employer-street to re-street
                       move ec-employer-city to re-city
                   end-if
           end-read
           close Employer-Control-File.

       1400-Sum-Quarters.
           initialize Quarter-Table
           open input Pay-History-File
           perform 1450-Read-History-Row
               until hist-end
           close Pay-History-File
           perform 1480-Add-Quarter
               varying Quarter-Index from 1 by 1
               until Quarter-Index > 4.

      *    Gross built the way PRG86 builds it.
       1450-Read-History-Row.
           read Pay-History-File
               at end move "YES" to hist-eof-flag
               not at end
                   if ph-net-pay is numeric
                           and ph-close-date (1:2) is numeric
                           and ph-close-date (7:4) is numeric
                           and ph-close-date (7:4) = Tax-Year
                       move ph-close-date (1:2) to Close-Month
                       compute Quarter-Index = (Close-Month - 1) / 3 + 1
                       compute Row-Gross =
                           ph-net-pay + ph-deduction + ph-withholding
                       if ph-garnish is numeric
                           add ph-garnish to Row-Gross
                       end-if
                       if ph-loctax is numeric
                           add ph-loctax to Row-Gross
                           add ph-loctax to Qt-Loctax (Quarter-Index)
                       end-if
                       if ph-advance is numeric
                           add ph-advance to Row-Gross
                       end-if
                       add Row-Gross to Qt-Wages (Quarter-Index)
                       add ph-withholding
                           to Qt-Withholding (Quarter-Index)
                   end-if
           end-read.

       1480-Add-Quarter.
           add Qt-Wages (Quarter-Index) to Quarter-Wages-Sum
           add Qt-Withholding (Quarter-Index) to Quarter-Withhold-Sum
           add Qt-Loctax (Quarter-Index) to Quarter-Loctax-Sum.

       1500-Release-Employees.
           open input Indexed-File
           perform 1550-Read-Master
               until end-of-file
           close Indexed-File
           open input Archive-File
           perform 1650-Read-Archive
               until arch-end
           close Archive-File.

      *    Paid in the tax year means PRG18 rolled wages for it.
       1550-Read-Master.
           read Indexed-File
               at end move "YES" to eof-flag
               not at end
                   if er-wage-year of disk-record is numeric
                           and er-wage-year of disk-record = Tax-Year
                           and er-ytd-wages of disk-record is numeric
                       add 1 to master-rows
                       move ss-num of disk-record to ss-num-sr
                       move "1" to source-sr
                       move first-name of disk-record to first-name-sr
                       move last-name of disk-record to last-name-sr
                       move addr-line-1 of disk-record
                           to addr-line-1-sr
                       move addr-line-2 of disk-record
                           to addr-line-2-sr
                       move store-number of disk-record
                           to store-number-sr
                       move er-ytd-wages of disk-record to wages-sr
                       move ytd-withholding of disk-record
                           to withholding-sr
                       if ytd-loctax of disk-record is numeric
                           move ytd-loctax of disk-record to loctax-sr
                       else
                           move zero to loctax-sr
                       end-if
                       release Sort-Record
                   end-if
           end-read.

       1650-Read-Archive.
           read Archive-File
               at end move "YES" to arch-eof-flag
               not at end
                   if er-wage-year-dr is numeric
                           and er-wage-year-dr = Tax-Year
                           and er-ytd-wages-dr is numeric
                       add 1 to archive-rows
                       move ss-num-dr to ss-num-sr
                       move "2" to source-sr
                       move first-name-dr to first-name-sr
                       move last-name-dr to last-name-sr
                       move addr-line-1-dr to addr-line-1-sr
                       move addr-line-2-dr to addr-line-2-sr
                       move store-number-dr to store-number-sr
                       move er-ytd-wages-dr to wages-sr
                       move ytd-withholding-dr to withholding-sr
                       if ytd-loctax-dr is numeric
                           move ytd-loctax-dr to loctax-sr
                       else
                           move zero to loctax-sr
                       end-if
                       release Sort-Record
                   end-if
           end-read.

       2000-Build-Work-File.
           open output Wage-Work-File
           perform 2100-Return-Sorted-Row
               until end-of-record
           close Wage-Work-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if ss-num-sr = Last-Ss-Hold
                       add 1 to duplicate-rows
                   else
                       move ss-num-sr to Last-Ss-Hold
                       perform 2200-Write-Employee
                   end-if
           end-return.

       2200-Write-Employee.
           add 1 to employee-count
           add wages-sr to File-Wages-Total
           add withholding-sr to File-Withhold-Total
           add loctax-sr to File-Loctax-Total
           move ss-num-sr to rw-ss-num
           move first-name-sr to rw-first-name
           move last-name-sr to rw-last-name
           move addr-line-1-sr to rw-addr-line-1
           move addr-line-2-sr to rw-addr-line-2
           compute rw-wages-cents = wages-sr * 100
           compute rw-withhold-cents = withholding-sr * 100
           compute rw-loctax-cents = loctax-sr * 100
           move store-number-sr to rw-store-number
           write Wage-Work-Record from Employee-Wage-Record
           move ss-num-sr to ss-num-dl
           move spaces to name-dl
           string first-name-sr delimited by "  "
                  " " delimited by size
                  last-name-sr delimited by "  "
                  into name-dl
           if source-sr = "1"
               move "MST" to source-dl
           else
               move "ARC" to source-dl
           end-if
           move wages-sr to wages-dl
           move withholding-sr to withholding-dl
           move loctax-sr to loctax-dl
           write Output-Printer-Record from Detail-Line
               after advancing 1 lines.

      *    Each quarter, their sum, the file's totals, and the
      *    difference - any difference at all stops the file.
       3000-Reconcile-Year.
           write Output-Printer-Record from Recon-Heading-Line
               after advancing page
           write Output-Printer-Record from Recon-Column-Line
               after advancing 2 lines
           perform 3100-Print-Quarter
               varying Quarter-Index from 1 by 1
               until Quarter-Index > 4
           move "Sum of the quarters" to recon-label
           move Quarter-Wages-Sum to recon-wages
           move Quarter-Withhold-Sum to recon-withhold
           move Quarter-Loctax-Sum to recon-loctax
           write Output-Printer-Record from Recon-Line
               after advancing 2 lines
           move "Annual wage file" to recon-label
           move File-Wages-Total to recon-wages
           move File-Withhold-Total to recon-withhold
           move File-Loctax-Total to recon-loctax
           write Output-Printer-Record from Recon-Line
               after advancing 1 lines
           move "Difference" to recon-label
           compute Tie-Difference =
               File-Wages-Total - Quarter-Wages-Sum
           if Tie-Difference not = zero
               move "N" to Year-Tie-Switch
           end-if
           move Tie-Difference to recon-wages
           compute Tie-Difference =
               File-Withhold-Total - Quarter-Withhold-Sum
           if Tie-Difference not = zero
               move "N" to Year-Tie-Switch
           end-if
           move Tie-Difference to recon-withhold
           compute Tie-Difference =
               File-Loctax-Total - Quarter-Loctax-Sum
           if Tie-Difference not = zero
               move "N" to Year-Tie-Switch
           end-if
           move Tie-Difference to recon-loctax
           write Output-Printer-Record from Recon-Line
               after advancing 2 lines
           evaluate true
               when not Year-Ties-Out
                   move "YEAR DOES NOT TIE TO QUARTERS - FILE HALTED"
                       to result-text
               when not Employer-Found
                   move "NO EMPLOYER ON WAGEFILE.CTL - FILE HALTED"
                       to result-text
               when other
                   move "Year ties to the quarters - file written"
                       to result-text
           end-evaluate
           write Output-Printer-Record from Result-Line
               after advancing 2 lines.

       3100-Print-Quarter.
           move spaces to recon-label
           string "Calendar quarter " delimited by size
                  Quarter-Index delimited by size
                  into recon-label
           move Qt-Wages (Quarter-Index) to recon-wages
           move Qt-Withholding (Quarter-Index) to recon-withhold
           move Qt-Loctax (Quarter-Index) to recon-loctax
           write Output-Printer-Record from Recon-Line
               after advancing 1 lines.

       4000-Write-Wage-File.
           open output Wage-File
           move Tax-Year to re-tax-year
           write Wage-File-Record from Employer-Wage-Record
           open input Wage-Work-File
           perform 4100-Copy-Employee
               until work-end
           close Wage-Work-File
           move employee-count to rt-employee-count
           compute rt-wages-cents = File-Wages-Total * 100
           compute rt-withhold-cents = File-Withhold-Total * 100
           compute rt-loctax-cents = File-Loctax-Total * 100
           write Wage-File-Record from Total-Wage-Record
           close Wage-File.

       4100-Copy-Employee.
           read Wage-Work-File
               at end move "YES" to work-eof-flag
               not at end
                   write Wage-File-Record from Wage-Work-Record
           end-read.

       5000-Write-Counts.
           move "Paid this year, live master:" to count-label
           move master-rows to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 3 lines
           move "Paid this year, purge archive:" to count-label
           move archive-rows to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Archive rows also on the master:" to count-label
           move duplicate-rows to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Employee records:" to count-label
           move employee-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
