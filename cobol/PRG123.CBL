       identification division.
       program-id.  prg123.
       author.  Andy Carlson.

      *    Workers' compensation premium by class - the payroll the
      *    carrier's auditor used to rebuild by hand from PRG45
      *    printouts every policy year.  Every payhist.dat row
      *    closed inside the policy period keyed at the console is
      *    grossed up the way PRG40 foots it and bucketed under the
      *    employee's class: the wc-class-override on the master
      *    when there is one, otherwise the department's class off
      *    deptmst.dat.  The carrier rates straight-time pay only,
      *    so the overtime premium - the extra half on hours past
      *    40 in a week, at the week's average rate the way PRG119
      *    re-prices it - is figured off the retained attendance on
      *    atthist.dat for days worked in the period and taken back
      *    out.  What's left is priced at the rate per hundred
      *    dollars for the class off wcrate.dat.  A class with no
      *    rate row, and payroll with no class at all, print with
      *    no premium so the gap is in front of whoever files.

       environment division.
       input-output section.
       file-control.
      *    Carrier rates, one row per class: class code, the
      *    carrier's description and the rate per $100 of payroll.
           select optional WC-Rate-File assign to disk "wcrate.dat"
                  organization is line sequential.

           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select optional Attendance-History-File assign to disk
                  "atthist.dat"
                  organization is line sequential.

           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.

           select optional Dept-File assign to disk "deptmst.dat"
                  organization is indexed
                  access is random
                  record key is Dept-Number-DM.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd WC-Rate-File.
       01 WC-Rate-Record.
           03 wr-class-code        pic x(4).
           03 wr-description       pic x(20).
           03 wr-rate              pic 9(3)v99.

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
           03 ph-pay-type          pic x.

       fd Attendance-History-File.
       01 Attendance-History-Record.
           03 ah-ss-num        pic x(9).
           03 ah-work-date     pic x(10).
           03 ah-week-key      pic 9(7).
           03 ah-weekday       pic 9.
           03 ah-hours         pic 9(3)v99.
           03 ah-hour-type     pic x.
           03 ah-rate-paid     pic 9(3)v99.
           03 ah-fed-date      pic x(10).

       fd Indexed-File.
       copy diskrec.

       fd Dept-File.
       copy deptrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 ss-num-sr        pic x(9).
           03 week-key-sr      pic 9(7).
           03 hours-sr         pic 9(3)v99.
           03 rate-paid-sr     pic 9(3)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 rate-eof-flag        pic xxx value spaces.
           88 rate-end         value 'YES'.
       01 pay-eof-flag         pic xxx value spaces.
           88 pay-end          value 'YES'.
       01 att-eof-flag         pic xxx value spaces.
           88 att-end          value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.

       01 Class-Found-Switch   pic x value "N".
           88 Class-Found      value "Y".

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Date-In              pic x(10).
       01 Date-Key             pic x(8).
       01 Policy-Start-Date    pic x(10) value spaces.
       01 Policy-End-Date      pic x(10) value spaces.
       01 Policy-Start-Key     pic x(8) value spaces.
       01 Policy-End-Key       pic x(8) value spaces.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    One bucket per class - loaded off wcrate.dat first, with
      *    any class found on the payroll but not rated added
      *    behind them.  "NONE" holds payroll nobody classed.
       01 Class-Table.
           03 Class-Entry occurs 200 times.
               05 Ct-Class-Code     pic x(4).
               05 Ct-Description    pic x(20).
               05 Ct-Rate           pic 9(3)v99.
               05 Ct-Rated          pic x.
               05 Ct-Gross          pic 9(9)v99.
               05 Ct-Ot-Premium     pic 9(9)v99.
       01 Class-Count          pic 9(3) value zero.
       01 Class-Index          pic 9(3).
       01 Found-Index          pic 9(3).

      *    The class an employee's payroll goes under, found once
      *    per employee and held while that employee's rows pass.
       01 Lookup-Ss-Num        pic x(9) value spaces.
       01 Lookup-Class         pic x(4) value spaces.
       01 Lookup-Index         pic 9(3) value zero.
       01 Class-Wanted         pic x(4).

       01 Row-Gross            pic 9(7)v99.
       01 Group-Ss-Num         pic x(9).
       01 Group-Week-Key       pic 9(7).
       01 Group-Total-Hours    pic 9(4)v99 value zero.
       01 Group-Straight       pic 9(6)v99 value zero.
       01 Overtime-Hours       pic 9(4)v99 value zero.
       01 Week-Premium         pic 9(6)v99 value zero.
       01 Line-Amount          pic 9(6)v99.

       01 Rated-Payroll        pic 9(9)v99.
       01 Class-Premium        pic 9(9)v99.
       01 pay-rows-counted     pic 9(7) value zero.
       01 not-on-master-count  pic 9(5) value zero.
       01 unrated-class-count  pic 9(3) value zero.
       01 Total-Gross          pic 9(11)v99 value zero.
       01 Total-Ot-Premium     pic 9(11)v99 value zero.
       01 Total-Rated          pic 9(11)v99 value zero.
       01 Total-Premium        pic 9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** WORKERS' COMP PREMIUM BY CLASS **".
           03                  pic x(5) value "RUN ".
           03 run-date-hd      pic x(10).

       01 Period-Line.
           03                  pic x(15) value "Policy period".
           03 start-date-pl    pic x(10).
           03                  pic x(6) value " thru ".
           03 end-date-pl      pic x(10).

       01 Column-Line.
           03                  pic x(6) value "CLASS".
           03                  pic x(21) value "DESCRIPTION".
           03                  pic x(15) value "   GROSS WAGES".
           03                  pic x(14) value "   OT PREMIUM".
           03                  pic x(15) value " RATED PAYROLL".
           03                  pic x(9) value " RATE/100".
           03                  pic x(14) value "   EST. PREM.".

       01 Class-Line.
           03 class-cl         pic x(4).
           03                  pic x(2) value spaces.
           03 description-cl   pic x(20).
           03                  pic x value space.
           03 gross-cl         pic $$$$,$$$,$$9.99.
           03 ot-premium-cl    pic $$$,$$$,$$9.99.
           03 rated-cl         pic $$$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 rate-cl          pic zz9.99.
           03 premium-cl       pic $$$,$$$,$$9.99.
       01 No-Rate-Line redefines Class-Line.
           03                  pic x(76).
           03 no-rate-nl       pic x(22).

       01 Total-Line.
           03                  pic x(27) value "TOTAL".
           03 gross-tl         pic $$$$,$$$,$$9.99.
           03 ot-premium-tl    pic $$$,$$$,$$9.99.
           03 rated-tl         pic $$$$,$$$,$$9.99.
           03                  pic x(8) value spaces.
           03 premium-tl       pic $$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(44).
           03 count-cl         pic z,zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           accept time-accept-record from time
           move corresponding time-accept-record to time-report-record
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1100-Get-Policy-Period
           perform 1200-Load-Rates
           open input Indexed-File
           open input Dept-File
           perform 1500-Sum-Pay-History
           sort Sort-Work-File
               ascending key ss-num-sr week-key-sr
               input procedure 1700-Release-Attendance
               output procedure 2000-Price-Overtime
           close Dept-File
           close Indexed-File
           perform 3000-Print-Report
           stop run.

      *    Both dates are required - a policy year rarely lines up
      *    with the calendar or the fiscal year.
       1100-Get-Policy-Period.
           display "Enter policy period start (mm/dd/yyyy):"
           accept Policy-Start-Date
           move Policy-Start-Date to Date-In
           perform 1900-Make-Date-Key
           move Date-Key to Policy-Start-Key
           display "Enter policy period end (mm/dd/yyyy):"
           accept Policy-End-Date
           move Policy-End-Date to Date-In
           perform 1900-Make-Date-Key
           move Date-Key to Policy-End-Key
           if Policy-Start-Key = spaces
                   or Policy-End-Key = spaces
                   or Policy-Start-Key > Policy-End-Key
               display "Policy period not valid - report not run"
               move 9 to return-code
               stop run
           end-if.

       1200-Load-Rates.
           open input WC-Rate-File
           perform 1250-Read-Rate-Row
               until rate-end
                  or Class-Count = 200
           close WC-Rate-File.

       1250-Read-Rate-Row.
           read WC-Rate-File
               at end move "YES" to rate-eof-flag
               not at end
                   if wr-class-code not = spaces
                           and wr-rate is numeric
                       add 1 to Class-Count
                       move wr-class-code
                           to Ct-Class-Code (Class-Count)
                       move wr-description
                           to Ct-Description (Class-Count)
                       move wr-rate to Ct-Rate (Class-Count)
                       move "Y" to Ct-Rated (Class-Count)
                       move zero to Ct-Gross (Class-Count)
                                    Ct-Ot-Premium (Class-Count)
                   end-if
           end-read.

       1500-Sum-Pay-History.
           open input Pay-History-File
           perform 1550-Read-Pay-Row
               until pay-end
           close Pay-History-File.

      *    Gross is net plus everything held back, as PRG40 foots
      *    it - older rows without the later buckets read spaces.
       1550-Read-Pay-Row.
           read Pay-History-File
               at end move "YES" to pay-eof-flag
               not at end
                   move ph-close-date to Date-In
                   perform 1900-Make-Date-Key
                   if Date-Key not = spaces
                           and Date-Key not < Policy-Start-Key
                           and Date-Key not > Policy-End-Key
                           and ph-net-pay is numeric
                       add 1 to pay-rows-counted
                       compute Row-Gross = ph-net-pay
                           + ph-deduction + ph-withholding
                       if ph-garnish is numeric
                           add ph-garnish to Row-Gross
                       end-if
                       if ph-loctax is numeric
                           add ph-loctax to Row-Gross
                       end-if
                       if ph-advance is numeric
                           add ph-advance to Row-Gross
                       end-if
                       move ph-ss-num to Group-Ss-Num
                       perform 2500-Find-Employee-Class
                       add Row-Gross to Ct-Gross (Lookup-Index)
                   end-if
           end-read.

      *    Days worked inside the policy period only.
       1700-Release-Attendance.
           open input Attendance-History-File
           perform 1750-Read-Attendance-Row
               until att-end
           close Attendance-History-File.

       1750-Read-Attendance-Row.
           read Attendance-History-File
               at end move "YES" to att-eof-flag
               not at end
                   move ah-work-date to Date-In
                   perform 1900-Make-Date-Key
                   if Date-Key not = spaces
                           and Date-Key not < Policy-Start-Key
                           and Date-Key not > Policy-End-Key
                           and ah-hours is numeric
                           and ah-rate-paid is numeric
                       move ah-ss-num to ss-num-sr
                       move ah-week-key to week-key-sr
                       move ah-hours to hours-sr
                       move ah-rate-paid to rate-paid-sr
                       release Sort-Record
                   end-if
           end-read.

      *    Blank or malformed dates key as spaces.
       1900-Make-Date-Key.
           move spaces to Date-Key
           if Date-In (1:2) is numeric
                   and Date-In (4:2) is numeric
                   and Date-In (7:4) is numeric
               string Date-In (7:4) delimited by size
                      Date-In (1:2) delimited by size
                      Date-In (4:2) delimited by size
                      into Date-Key
           end-if.

       2000-Price-Overtime.
           move 1 to Loop-Checker
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2300-Close-Week
           end-if.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       perform 2200-Start-Week
                   else
                       if ss-num-sr not = Group-Ss-Num
                               or week-key-sr not = Group-Week-Key
                           perform 2300-Close-Week
                           perform 2200-Start-Week
                       end-if
                   end-if
                   add hours-sr to Group-Total-Hours
                   compute Line-Amount rounded =
                       hours-sr * rate-paid-sr
                   add Line-Amount to Group-Straight
           end-return.

       2200-Start-Week.
           move ss-num-sr to Group-Ss-Num
           move week-key-sr to Group-Week-Key
           initialize Group-Total-Hours Group-Straight.

      *    The half on top of straight time for the hours past 40,
      *    at the week's average rate - the part the carrier
      *    doesn't rate.
       2300-Close-Week.
           if Group-Total-Hours > 40
               compute Overtime-Hours = Group-Total-Hours - 40
               compute Week-Premium rounded =
                   Overtime-Hours * Group-Straight
                       / Group-Total-Hours * 0.5
               perform 2500-Find-Employee-Class
               add Week-Premium to Ct-Ot-Premium (Lookup-Index)
           end-if.

      *    The override on the master, else the department's class;
      *    an employee since purged, or never classed, goes under
      *    NONE.  Group-Ss-Num is the employee wanted.
       2500-Find-Employee-Class.
           if Group-Ss-Num not = Lookup-Ss-Num
               move Group-Ss-Num to Lookup-Ss-Num
               move spaces to Lookup-Class
               move Group-Ss-Num to ss-num of disk-record
               read Indexed-File
                   invalid key
                       add 1 to not-on-master-count
                   not invalid key
                       perform 2550-Class-From-Master
               end-read
               if Lookup-Class = spaces
                   move "NONE" to Lookup-Class
               end-if
               move Lookup-Class to Class-Wanted
               perform 2600-Find-Or-Add-Class
               move Found-Index to Lookup-Index
           end-if.

       2550-Class-From-Master.
           if wc-class-override of disk-record not = spaces
                   and wc-class-override of disk-record
                       not = low-values
               move wc-class-override of disk-record to Lookup-Class
           else
               move dept-number of disk-record to Dept-Number-DM
               read Dept-File
                   invalid key continue
                   not invalid key
                       if Dept-WC-Class-DM not = low-values
                           move Dept-WC-Class-DM to Lookup-Class
                       end-if
               end-read
           end-if.

      *    A class off the payroll with no rate row gets a bucket
      *    of its own, flagged unrated.  The last bucket takes the
      *    overflow if the table ever fills.
       2600-Find-Or-Add-Class.
           move "N" to Class-Found-Switch
           perform 2650-Check-Class-Entry
               varying Class-Index from 1 by 1
               until Class-Index > Class-Count
                  or Class-Found
           if not Class-Found
               if Class-Count < 200
                   add 1 to Class-Count
                   move Class-Wanted to Ct-Class-Code (Class-Count)
                   move spaces to Ct-Description (Class-Count)
                   move zero to Ct-Rate (Class-Count)
                   move "N" to Ct-Rated (Class-Count)
                   move zero to Ct-Gross (Class-Count)
                                Ct-Ot-Premium (Class-Count)
               end-if
               move Class-Count to Found-Index
           end-if.

       2650-Check-Class-Entry.
           if Ct-Class-Code (Class-Index) = Class-Wanted
               move "Y" to Class-Found-Switch
               move Class-Index to Found-Index
           end-if.

       3000-Print-Report.
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Policy-Start-Date to start-date-pl
           move Policy-End-Date to end-date-pl
           write Output-Printer-Record from Period-Line
               after advancing 2 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 3100-Print-One-Class
               varying Class-Index from 1 by 1
               until Class-Index > Class-Count
           move Total-Gross to gross-tl
           move Total-Ot-Premium to ot-premium-tl
           move Total-Rated to rated-tl
           move Total-Premium to premium-tl
           write Output-Printer-Record from Total-Line
               after advancing 2 lines
           move "Pay history rows in the period" to count-label
           move pay-rows-counted to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 3 lines
           move "Employees no longer on the master (NONE)"
               to count-label
           move not-on-master-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Classes with payroll but no rate on file"
               to count-label
           move unrated-class-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           close Output-Printer-File.

      *    Rated classes nobody was paid under this period are left
      *    off; an unrated one always prints.
       3100-Print-One-Class.
           if Ct-Gross (Class-Index) > zero
                   or Ct-Ot-Premium (Class-Index) > zero
               if Ct-Ot-Premium (Class-Index) > Ct-Gross (Class-Index)
                   move zero to Rated-Payroll
               else
                   compute Rated-Payroll = Ct-Gross (Class-Index)
                       - Ct-Ot-Premium (Class-Index)
               end-if
               move zero to Class-Premium
               if Ct-Rated (Class-Index) = "Y"
                   compute Class-Premium rounded =
                       Rated-Payroll * Ct-Rate (Class-Index) / 100
               end-if
               move spaces to Class-Line
               move Ct-Class-Code (Class-Index) to class-cl
               move Ct-Description (Class-Index) to description-cl
               move Ct-Gross (Class-Index) to gross-cl
               move Ct-Ot-Premium (Class-Index) to ot-premium-cl
               move Rated-Payroll to rated-cl
               if Ct-Rated (Class-Index) = "Y"
                   move Ct-Rate (Class-Index) to rate-cl
                   move Class-Premium to premium-cl
               else
                   add 1 to unrated-class-count
                   move "** NO RATE ON FILE **" to no-rate-nl
               end-if
               write Output-Printer-Record from Class-Line
                   after advancing 1 lines
               add Ct-Gross (Class-Index) to Total-Gross
               add Ct-Ot-Premium (Class-Index) to Total-Ot-Premium
               add Rated-Payroll to Total-Rated
               add Class-Premium to Total-Premium
           end-if.
