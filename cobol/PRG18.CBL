                  "garnperd.dat"
                  organization is line sequential.

      *    The employer's share of payroll tax - social security
      *    and medicare matched, federal and state unemployment -
      *    one rate and annual wage base per tax, a file the office
      *    can retype each January the way taxtbl.dat works.  Absent
      *    or short, the compiled rates stand.
           select optional Employer-Rate-File assign to disk
                  "ertxrate.dat"
                  organization is line sequential.

      *    Employer tax per employee as the period closes - fresh
      *    each close for PRG60's posting, and appended close after
      *    close for PRG86's quarterly employer return summary, the
      *    way payperd.dat and payhist.dat are.
           select Employer-Tax-File assign to disk "ertxperd.dat"
                  organization is line sequential.
           select optional Employer-Tax-History-File assign to disk
                  "ertxhist.dat"
                  organization is line sequential.

      *    PRG20's labor split - each employee-week's pay by the
      *    store the hours were worked at.  The close copies the
      *    period's rows onto the history with the close date, the
      *    way payhist.dat accumulates, and empties laborst.dat for
      *    the next period; PRG111 and PRG178 read the history.
           select optional Labor-Dist-File assign to disk
                  "laborst.dat"
                  organization is line sequential.
           select optional Labor-History-File assign to disk
                  "laborhst.dat"
                  organization is line sequential.

      *    Standard end-of-job run log, shared by every batch
      *    program and read back by PRG52's operations report.
           select optional Run-Log-File assign to disk "runlog.dat"
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
      *    "O" on a row PRG120's off-cycle run wrote; a close
      *    leaves it blank.
           03 pd-pay-type          pic x.

       fd Pay-History-File.
       01 Pay-History-Record.
           03 ph-garnish           pic 9(5)v99.
           03 ph-loctax            pic 9(5)v99.
           03 ph-advance           pic 9(5)v99.
           03 ph-pay-type          pic x.

       fd Locality-Tax-File.
       01 Locality-Tax-Record.
           03 gd-amount            pic 9(5)v99.
           03 gd-close-date        pic x(10).

       fd Employer-Rate-File.
       01 Employer-Rate-Record.
           03 er-code-rt           pic x(8).
           03 er-rate-rt           pic 99v999.
           03 er-wage-base-rt      pic 9(7)v99.

       fd Employer-Tax-File.
       copy ertxrec.

       fd Employer-Tax-History-File.
       01 Employer-Tax-History-Record pic x(105).

       fd Output-File
          report is output-report.

       fd Labor-Dist-File.
       copy labrec.

       fd Labor-History-File.
       01 Labor-History-Record     pic x(54).

       fd Run-Log-File.
       copy runlog.

       01 eof-flag             pic xxx value space.
           88 end-of-file      value 'YES'.

       01 labor-eof-flag       pic xxx value spaces.
           88 labor-end        value 'YES'.

       01 Old-Period-Total       pic 9(7)v99.
       01 Old-Period-Commission  pic 9(7)v99.

       01 Loctax-Amount        pic 9(5)v99 value zero.
       01 Taxable-Base-Hold    pic 9(7)v99 value zero.

      *    Employer tax rates and calendar-year wage bases, in the
      *    order the detail row carries them - ertxrate.dat rows
      *    replace these by code.  A zero wage base means the tax
      *    has no ceiling.
       01 Employer-Rate-List.
           03 pic x(8) value "SOCSEC".
           03 pic 99v999 value 6.200.
           03 pic 9(7)v99 value 176100.00.
           03 pic x(8) value "MEDICARE".
           03 pic 99v999 value 1.450.
           03 pic 9(7)v99 value zero.
           03 pic x(8) value "FUTA".
           03 pic 99v999 value 0.600.
           03 pic 9(7)v99 value 7000.00.
           03 pic x(8) value "SUTA".
           03 pic 99v999 value 2.700.
           03 pic 9(7)v99 value 9000.00.
       01 redefines Employer-Rate-List.
           03 Employer-Rate-Entry occurs 4 times.
               05 Er-Code-ER       pic x(8).
               05 Er-Rate-ER       pic 99v999.
               05 Er-Wage-Base-ER  pic 9(7)v99.
       01 Employer-Rate-Index  pic 9.
       01 errate-eof-flag      pic xxx value spaces.
           88 errate-end       value 'YES'.
       01 Employer-Tax-Work.
           03 Er-Taxable-Wages occurs 4 times pic 9(7)v99.
           03 Er-Tax-Amount    occurs 4 times pic 9(5)v99.
       01 Er-Prior-Wages       pic 9(7)v99 value zero.
       01 Er-Prior-Capped      pic 9(7)v99 value zero.
       01 Er-New-Capped        pic 9(7)v99 value zero.
       01 Employer-Tax-Amount  pic 9(5)v99 value zero.
       01 Employer-Tax-Total   pic 9(9)v99 value zero.

       report section.
       rd output-report
          page limit is 60 lines
                           source period-withholding of disk-record.
               05 column 63            pic $$$,$$$,$$9.99
                           source ytd-withholding of disk-record.
           03 line plus 1.
               05 column 31            pic x(13) value "Employer Tax".
               05 column 46            pic $$$,$$$,$$9.99
                           source Employer-Tax-Amount.
           03 line plus 1.
               05 column 31            pic x(14) value "Cal. Yr Wages".
               05 column 63            pic $$$,$$$,$$9.99
                           source er-ytd-wages of disk-record.

       01 conclusion-line type is control footing final.
           03 line plus 2.
               05 column 10        pic x(16) value "Records Rolled: ".
               05 column 27            pic z9 source total-count.
           03 line plus 1.
               05 column 10        pic x(16) value "Employer Tax:".
               05 column 27            pic $$$,$$$,$$9.99
                           source Employer-Tax-Total.

       procedure division.
       1000-Main-Logic.

           perform 1500-Load-Tax-Table
           perform 1510-Load-Locality-Rates
           perform 1530-Load-Employer-Rates
           perform 1450-Load-Settled-Table
           perform 1490-Load-Garnish-Table
           perform 1485-Load-Advance-Table
           open output Pay-Detail-File
           open extend Pay-History-File
           open extend Garnish-Detail-File
           open output Employer-Tax-File
           open extend Employer-Tax-History-File
           initiate output-report
           read Indexed-File
               at end move "YES" to eof-flag
           close Pay-Detail-File
           close Pay-History-File
           close Garnish-Detail-File
           close Employer-Tax-File
           close Employer-Tax-History-File
           perform 1495-Rewrite-Garnish-File
           perform 1487-Rewrite-Advance-File
           perform 1440-Carry-Labor-Distribution
           perform 1430-Mark-Period-Closed
           if Plan-Based-Deductions
               close Benefit-Plan-File
                   end-if
           end-evaluate.

      *    Opening laborst.dat for output once it's copied leaves it
      *    empty, so the next close starts from PRG20's next feed.
       1440-Carry-Labor-Distribution.
           open input Labor-Dist-File
           open extend Labor-History-File
           perform 1445-Carry-Labor-Row
               until labor-end
           close Labor-Dist-File
           close Labor-History-File
           open output Labor-Dist-File
           close Labor-Dist-File.

       1445-Carry-Labor-Row.
           read Labor-Dist-File
               at end move "YES" to labor-eof-flag
               not at end
                   move Close-Date-Formatted to Labor-Close-Date-LD
                   write Labor-History-Record from Labor-Dist-Record
           end-read.

       1450-Load-Settled-Table.
           open input Settlement-File
           perform 1460-Read-Settled-Row
                   to Applied-Loctax-Rate
           end-if.

       1530-Load-Employer-Rates.
           open input Employer-Rate-File
           perform 1540-Read-Employer-Rate
               until errate-end
           close Employer-Rate-File.

       1540-Read-Employer-Rate.
           read Employer-Rate-File
               at end move "YES" to errate-eof-flag
               not at end
                   if er-rate-rt is numeric
                           and er-wage-base-rt is numeric
                       perform 1545-Replace-Employer-Rate
                           varying Employer-Rate-Index from 1 by 1
                           until Employer-Rate-Index > 4
                   end-if
           end-read.

       1545-Replace-Employer-Rate.
           if er-code-rt = Er-Code-ER (Employer-Rate-Index)
               move er-rate-rt to Er-Rate-ER (Employer-Rate-Index)
               move er-wage-base-rt
                   to Er-Wage-Base-ER (Employer-Rate-Index)
           end-if.

       1550-Read-Tax-Bracket.
           read Tax-Table-File
               at end move "YES" to Tax-EOF-Marker
      *    Outstanding advances come back out of whatever net is
      *    left before it goes to the bank export.
           perform 2068-Recover-Advances
      *    The employer's share rides on the period's gross wages,
      *    before anything came out of them.
           perform 2080-Compute-Employer-Tax
           perform 2070-Write-Pay-Detail
           add period-total of disk-record to ytd-total of disk-record
           add period-commission of disk-record
                   to sick-balance of disk-record
           end-if.

      *    Each tax applies to the part of this close's wages that
      *    falls under its wage base: the calendar-year wages capped
      *    at the base after this close, less the same before it.
      *    The first close of a new calendar year starts the
      *    wages over.  Nothing is taken from the employee - the row
      *    goes out for PRG60 to post and PRG86 to summarize.
       2080-Compute-Employer-Tax.
           if er-wage-year of disk-record not numeric
                   or er-ytd-wages of disk-record not numeric
                   or er-wage-year of disk-record not = cdf-yyyy-x
               move cdf-yyyy-x to er-wage-year of disk-record
               move zero to er-ytd-wages of disk-record
           end-if
           move er-ytd-wages of disk-record to Er-Prior-Wages
           add Old-Period-Total to er-ytd-wages of disk-record
           move zero to Employer-Tax-Amount
           perform 2085-Compute-One-Employer-Tax
               varying Employer-Rate-Index from 1 by 1
               until Employer-Rate-Index > 4
           add Employer-Tax-Amount to Employer-Tax-Total
           if Old-Period-Total > zero
               perform 2090-Write-Employer-Tax-Detail
           end-if.

       2085-Compute-One-Employer-Tax.
           if Er-Wage-Base-ER (Employer-Rate-Index) = zero
               move Old-Period-Total
                   to Er-Taxable-Wages (Employer-Rate-Index)
           else
               move Er-Prior-Wages to Er-Prior-Capped
               if Er-Prior-Capped
                       > Er-Wage-Base-ER (Employer-Rate-Index)
                   move Er-Wage-Base-ER (Employer-Rate-Index)
                       to Er-Prior-Capped
               end-if
               move er-ytd-wages of disk-record to Er-New-Capped
               if Er-New-Capped
                       > Er-Wage-Base-ER (Employer-Rate-Index)
                   move Er-Wage-Base-ER (Employer-Rate-Index)
                       to Er-New-Capped
               end-if
               compute Er-Taxable-Wages (Employer-Rate-Index) =
                   Er-New-Capped - Er-Prior-Capped
           end-if
           compute Er-Tax-Amount (Employer-Rate-Index) rounded =
               Er-Taxable-Wages (Employer-Rate-Index)
                   * Er-Rate-ER (Employer-Rate-Index) / 100
           add Er-Tax-Amount (Employer-Rate-Index)
               to Employer-Tax-Amount.

      *    The row carries the home store; PRG60 shares the tax out
      *    to the stores worked off the labor history this close
      *    writes.
       2090-Write-Employer-Tax-Detail.
           move spaces to Employer-Tax-Record
           move Close-Date-Formatted to et-close-date
           move ss-num of disk-record to et-ss-num
           move store-number of disk-record to et-store-number
           move dept-number of disk-record to et-dept-number
           move Old-Period-Total to et-gross-wages
           move er-ytd-wages of disk-record to et-ytd-wages
           move Er-Taxable-Wages (1) to et-ss-taxable
           move Er-Tax-Amount (1) to et-ss-tax
           move Er-Taxable-Wages (2) to et-med-taxable
           move Er-Tax-Amount (2) to et-med-tax
           move Er-Taxable-Wages (3) to et-futa-taxable
           move Er-Tax-Amount (3) to et-futa-tax
           move Er-Taxable-Wages (4) to et-suta-taxable
           move Er-Tax-Amount (4) to et-suta-tax
           write Employer-Tax-Record
           write Employer-Tax-History-Record from Employer-Tax-Record.

       2900-Read-Next-Master.
           read Indexed-File
               at end move "YES" to eof-flag
