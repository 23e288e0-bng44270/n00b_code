       identification division.
       program-id.  prg119.
       author.  Andy Carlson.

      *    Retroactive pay - a raise keyed with a rate-effective-date
      *    inside a period PRG18 has already closed leaves the hours
      *    PRG20 priced at the old rate short.  This run takes every
      *    ratehist.dat change effective on or before the end of the
      *    last closed period (perdctl.dat) that it hasn't already
      *    settled, re-prices the retained attendance on atthist.dat
      *    for each week the change reaches, and subtracts what was
      *    paid.  Each day is priced at the rate in effect that day;
      *    the week then takes PRG20's rules - hours past 40 pay half
      *    again at the week's average rate, Sunday hours a half-rate
      *    premium on top - and the paid side goes through the same
      *    arithmetic at the rates PRG20 used, so only the rate
      *    difference is left.  The worksheet shows every week; an
      *    employee owed money gets one 'P' post on ksdstran.lns,
      *    stamped "RETRO", that the next transaction run puts on
      *    the period total for the next close.  A back-dated cut
      *    is listed but never taken back here.  Each change is
      *    logged to retrodone.dat once worked, so a rerun pays
      *    nothing twice.

       environment division.
       input-output section.
       file-control.
           select optional Period-Control-File assign to disk
                  "perdctl.dat"
                  organization is line sequential.

           select optional Rate-History-File assign to disk
                  "ratehist.dat"
                  organization is line sequential.

           select optional Attendance-History-File assign to disk
                  "atthist.dat"
                  organization is line sequential.

      *    Rate changes already settled - ss#, effective date and
      *    the date the change was keyed, appended each run.
           select optional Retro-Done-File assign to disk
                  "retrodone.dat"
                  organization is line sequential.

           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.

           select LNS-Tran-File assign to disk "u:\cobol\ksdstran.lns"
                  organization is line sequential.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Period-Control-File.
       01 Period-Control-Record.
           03 pc-fiscal-year   pic 9(4).
           03 pc-fiscal-period pic 99.
           03 pc-status        pic x.
           03 pc-closed-date   pic x(10).
           03 pc-closed-by     pic x(10).
           03 pc-start-date    pic x(10).
           03 pc-end-date      pic x(10).

       fd Rate-History-File.
       copy ratehist.

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

       fd Retro-Done-File.
       01 Retro-Done-Record.
           03 rd-ss-num            pic x(9).
           03 rd-effective-date    pic x(10).
           03 rd-entry-date        pic x(10).
           03 rd-run-date          pic x(10).

       fd Indexed-File.
       copy diskrec.

       fd LNS-Tran-File.
       01 LNS-Tran-Record.
           03 ss-num           pic x(9).
           03 action           pic x.
           03 first-name       pic x(15).
           03 last-name        pic x(15).
           03 dependants       pic xx.
           03 status-code      pic x.
           03 store-number     pic xx.
           03 dept-number      pic xx.
           03 sales-increase   pic x(8).
           03 product-code     pic x(10).
           03 pay-rate         pic x(5).
           03 tran-source      pic x(5).
           03 tran-entry-date  pic x(10).
           03 tran-entry-time  pic x(8).
           03 tran-effective-date pic x(10).

       sd Sort-Work-File.
       01 Sort-Record.
           03 ss-num-sr        pic x(9).
           03 week-key-sr      pic 9(7).
           03 weekday-sr       pic 9.
           03 work-date-sr     pic x(10).
           03 hours-sr         pic 9(3)v99.
           03 rate-paid-sr     pic 9(3)v99.
           03 rate-owed-sr     pic 9(3)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 perd-eof-flag        pic xxx value spaces.
           88 perd-end         value 'YES'.
       01 rate-eof-flag        pic xxx value spaces.
           88 rate-end         value 'YES'.
       01 att-eof-flag         pic xxx value spaces.
           88 att-end          value 'YES'.
       01 done-eof-flag        pic xxx value spaces.
           88 done-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.

       01 Done-Found-Switch    pic x value "N".
           88 Done-Found       value "Y".
       01 Retro-Employee-Switch pic x value "N".
           88 Retro-Employee   value "Y".

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Date-In              pic x(10).
       01 Date-Key             pic x(8).
       01 Last-Close-Key       pic x(8) value spaces.
       01 Last-Close-Date      pic x(10) value spaces.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    Changes already settled by an earlier run.
       01 Done-Table.
           03 Done-Entry occurs 500 times.
               05 Dt-Ss-Num        pic x(9).
               05 Dt-Effective-Date pic x(10).
               05 Dt-Entry-Date    pic x(10).
       01 Done-Count           pic 9(3) value zero.
       01 Done-Index           pic 9(3).

      *    Every rate change on file, in the order keyed - the rate
      *    in effect on a day is the latest-effective change on or
      *    before it, a later keying winning a tie.  Rc-Retro marks
      *    the changes this run settles.
       01 Rate-Change-Table.
           03 Rate-Change-Entry occurs 1000 times.
               05 Rc-Ss-Num        pic x(9).
               05 Rc-Effective-Key pic x(8).
               05 Rc-Effective-Date pic x(10).
               05 Rc-Entry-Date    pic x(10).
               05 Rc-New-Rate      pic 9(3)v99.
               05 Rc-Retro         pic x.
       01 Rate-Change-Count    pic 9(4) value zero.
       01 Rate-Change-Index    pic 9(4).
       01 Governing-Index      pic 9(4).
       01 Governing-Key        pic x(8).
       01 retro-changes        pic 9(4) value zero.

      *    One employee-week off the sorted rows, priced both ways.
       01 Group-Ss-Num         pic x(9).
       01 Group-Week-Key       pic 9(7).
       01 Group-Week-Date      pic x(10).
       01 Group-Total-Hours    pic 9(4)v99 value zero.
       01 Group-Sunday-Hours   pic 9(4)v99 value zero.
       01 Paid-Straight        pic 9(6)v99 value zero.
       01 Paid-Sunday          pic 9(6)v99 value zero.
       01 Owed-Straight        pic 9(6)v99 value zero.
       01 Owed-Sunday          pic 9(6)v99 value zero.
       01 Overtime-Hours       pic 9(4)v99 value zero.
       01 Week-Paid            pic 9(6)v99 value zero.
       01 Week-Owed            pic 9(6)v99 value zero.
       01 Week-Difference      pic s9(6)v99 value zero.
       01 Employee-Difference  pic s9(7)v99 value zero.
       01 Line-Amount          pic 9(6)v99.

      *    Same byte-for-byte hand-off into sales-increase PRG20 uses.
       01 Computed-Pay-Group.
           03 Computed-Pay     pic 9(6)v99.
       01 Computed-Pay-Alpha redefines Computed-Pay-Group pic x(8).

       01 employees-posted     pic 9(5) value zero.
       01 employees-short      pic 9(5) value zero.
       01 Retro-Total          pic 9(9)v99 value zero.

       01 Heading-Line.
           03                  pic x(34)
               value "** RETROACTIVE PAY WORKSHEET **".
           03                  pic x(5) value "RUN ".
           03 run-date-hd      pic x(10).

       01 Close-Line.
           03                  pic x(36)
               value "Rate changes effective on or before".
           03 close-date-cl    pic x(10).

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(12) value "WEEK OF".
           03                  pic x(9) value "   HOURS".
           03                  pic x(9) value "  SUNDAY".
           03                  pic x(13) value "        PAID".
           03                  pic x(13) value "        OWED".
           03                  pic x(13) value "  DIFFERENCE".

       01 Employee-Line.
           03 ss-num-el        pic x(9).
           03                  pic x(2) value spaces.
           03 name-el          pic x(31).

       01 Week-Line.
           03                  pic x(11) value spaces.
           03 week-date-wl     pic x(10).
           03                  pic x(2) value spaces.
           03 hours-wl         pic z,zz9.99.
           03                  pic x value space.
           03 sunday-wl        pic z,zz9.99.
           03                  pic x value space.
           03 paid-wl          pic $$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 owed-wl          pic $$$$,$$9.99.
           03                  pic x value space.
           03 diff-wl          pic +$$$,$$9.99.

       01 Total-Line.
           03                  pic x(11) value spaces.
           03 total-label      pic x(45).
           03 total-diff       pic +$$,$$$,$$9.99.

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zz,zz9.

       01 Amount-Line.
           03 amount-label     pic x(36).
           03 amount-al        pic $$$,$$$,$$9.99.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           accept time-accept-record from time
           move corresponding time-accept-record to time-report-record
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1100-Find-Last-Close
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           if Last-Close-Key = spaces
               move "No closed period on perdctl.dat"
                   to amount-label
               write Output-Printer-Record from Amount-Line
                   after advancing 2 lines
               close Output-Printer-File
               stop run
           end-if
           move Last-Close-Date to close-date-cl
           write Output-Printer-Record from Close-Line
               after advancing 2 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           perform 1200-Load-Done
           perform 1300-Load-Rate-Changes
           open input Indexed-File
           open extend LNS-Tran-File
           sort Sort-Work-File
               ascending key ss-num-sr week-key-sr weekday-sr
               input procedure 1500-Release-Attendance
               output procedure 2000-Price-Weeks
           close LNS-Tran-File
           close Indexed-File
           perform 3000-Log-Settled-Changes
           perform 4000-Write-Counts
           close Output-Printer-File
           stop run.

      *    The latest period end among the "C" rows.
       1100-Find-Last-Close.
           open input Period-Control-File
           perform 1150-Read-Period-Row
               until perd-end
           close Period-Control-File.

       1150-Read-Period-Row.
           read Period-Control-File
               at end move "YES" to perd-eof-flag
               not at end
                   if pc-status = "C"
                       move pc-end-date to Date-In
                       if pc-end-date = spaces
                           move pc-closed-date to Date-In
                       end-if
                       perform 1900-Make-Date-Key
                       if Date-Key not = spaces
                               and (Last-Close-Key = spaces
                                    or Date-Key > Last-Close-Key)
                           move Date-Key to Last-Close-Key
                           move Date-In to Last-Close-Date
                       end-if
                   end-if
           end-read.

       1200-Load-Done.
           open input Retro-Done-File
           perform 1250-Read-Done-Row
               until done-end
                  or Done-Count = 500
           close Retro-Done-File.

       1250-Read-Done-Row.
           read Retro-Done-File
               at end move "YES" to done-eof-flag
               not at end
                   add 1 to Done-Count
                   move rd-ss-num to Dt-Ss-Num (Done-Count)
                   move rd-effective-date
                       to Dt-Effective-Date (Done-Count)
                   move rd-entry-date to Dt-Entry-Date (Done-Count)
           end-read.

       1300-Load-Rate-Changes.
           open input Rate-History-File
           perform 1350-Read-Rate-Row
               until rate-end
                  or Rate-Change-Count = 1000
           close Rate-History-File.

       1350-Read-Rate-Row.
           read Rate-History-File
               at end move "YES" to rate-eof-flag
               not at end
                   move rh-effective-date to Date-In
                   perform 1900-Make-Date-Key
                   if Date-Key not = spaces
                           and rh-new-rate is numeric
                       add 1 to Rate-Change-Count
                       move rh-ss-num
                           to Rc-Ss-Num (Rate-Change-Count)
                       move Date-Key
                           to Rc-Effective-Key (Rate-Change-Count)
                       move rh-effective-date
                           to Rc-Effective-Date (Rate-Change-Count)
                       move rh-entry-date
                           to Rc-Entry-Date (Rate-Change-Count)
                       move rh-new-rate
                           to Rc-New-Rate (Rate-Change-Count)
                       move "N" to Rc-Retro (Rate-Change-Count)
                       if Date-Key not > Last-Close-Key
                           perform 1400-Check-Done
                           if not Done-Found
                               move "Y"
                                   to Rc-Retro (Rate-Change-Count)
                               add 1 to retro-changes
                           end-if
                       end-if
                   end-if
           end-read.

       1400-Check-Done.
           move "N" to Done-Found-Switch
           perform 1450-Check-Done-Entry
               varying Done-Index from 1 by 1
               until Done-Index > Done-Count
                  or Done-Found.

       1450-Check-Done-Entry.
           if Dt-Ss-Num (Done-Index) = rh-ss-num
                   and Dt-Effective-Date (Done-Index)
                       = rh-effective-date
                   and Dt-Entry-Date (Done-Index) = rh-entry-date
               move "Y" to Done-Found-Switch
           end-if.

      *    Every retained day for an employee with a change to
      *    settle goes to the sort, so the week's overtime is
      *    figured on the whole week.
       1500-Release-Attendance.
           open input Attendance-History-File
           perform 1550-Read-Attendance-Row
               until att-end
           close Attendance-History-File.

       1550-Read-Attendance-Row.
           read Attendance-History-File
               at end move "YES" to att-eof-flag
               not at end
                   if ah-hours is numeric
                           and ah-rate-paid is numeric
                       perform 1600-Check-Retro-Employee
                       if Retro-Employee
                           perform 1700-Release-Day
                       end-if
                   end-if
           end-read.

       1600-Check-Retro-Employee.
           move "N" to Retro-Employee-Switch
           perform 1650-Check-Retro-Entry
               varying Rate-Change-Index from 1 by 1
               until Rate-Change-Index > Rate-Change-Count
                  or Retro-Employee.

       1650-Check-Retro-Entry.
           if Rc-Ss-Num (Rate-Change-Index) = ah-ss-num
                   and Rc-Retro (Rate-Change-Index) = "Y"
               move "Y" to Retro-Employee-Switch
           end-if.

      *    The day is owed at the governing change's rate only when
      *    that change is one being settled now - otherwise it was
      *    either paid right or settled by an earlier run.
       1700-Release-Day.
           move ah-work-date to Date-In
           perform 1900-Make-Date-Key
           move zero to Governing-Index
           move spaces to Governing-Key
           perform 1750-Find-Governing-Entry
               varying Rate-Change-Index from 1 by 1
               until Rate-Change-Index > Rate-Change-Count
           move ah-ss-num to ss-num-sr
           move ah-week-key to week-key-sr
           move ah-weekday to weekday-sr
           move ah-work-date to work-date-sr
           move ah-hours to hours-sr
           move ah-rate-paid to rate-paid-sr
           move ah-rate-paid to rate-owed-sr
           if Governing-Index > zero
               if Rc-Retro (Governing-Index) = "Y"
                   move Rc-New-Rate (Governing-Index) to rate-owed-sr
               end-if
           end-if
           release Sort-Record.

       1750-Find-Governing-Entry.
           if Rc-Ss-Num (Rate-Change-Index) = ah-ss-num
                   and Date-Key not = spaces
                   and Rc-Effective-Key (Rate-Change-Index)
                       not > Date-Key
                   and Rc-Effective-Key (Rate-Change-Index)
                       not < Governing-Key
               move Rate-Change-Index to Governing-Index
               move Rc-Effective-Key (Rate-Change-Index)
                   to Governing-Key
           end-if.

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

       2000-Price-Weeks.
           move 1 to Loop-Checker
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2500-Close-Week
               perform 2700-Close-Employee
           end-if.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       perform 2200-Start-Employee
                       perform 2300-Start-Week
                   else
                       if ss-num-sr not = Group-Ss-Num
                           perform 2500-Close-Week
                           perform 2700-Close-Employee
                           perform 2200-Start-Employee
                           perform 2300-Start-Week
                       else
                           if week-key-sr not = Group-Week-Key
                               perform 2500-Close-Week
                               perform 2300-Start-Week
                           end-if
                       end-if
                   end-if
                   add hours-sr to Group-Total-Hours
                   compute Line-Amount rounded =
                       hours-sr * rate-paid-sr
                   add Line-Amount to Paid-Straight
                   compute Line-Amount rounded =
                       hours-sr * rate-owed-sr
                   add Line-Amount to Owed-Straight
                   if weekday-sr = 6
                       add hours-sr to Group-Sunday-Hours
                       compute Line-Amount rounded =
                           hours-sr * rate-paid-sr * 0.5
                       add Line-Amount to Paid-Sunday
                       compute Line-Amount rounded =
                           hours-sr * rate-owed-sr * 0.5
                       add Line-Amount to Owed-Sunday
                   end-if
           end-return.

       2200-Start-Employee.
           move ss-num-sr to Group-Ss-Num
           move zero to Employee-Difference
           move ss-num-sr to ss-num-el
           move spaces to name-el
           move ss-num-sr to ss-num of disk-record
           read Indexed-File
               invalid key
                   move "** Not On File **" to name-el
               not invalid key
                   string first-name of disk-record delimited by "  "
                          " " delimited by size
                          last-name of disk-record delimited by "  "
                          into name-el
           end-read
           write Output-Printer-Record from Employee-Line
               after advancing 2 lines.

       2300-Start-Week.
           move week-key-sr to Group-Week-Key
           move work-date-sr to Group-Week-Date
           initialize Group-Total-Hours Group-Sunday-Hours
               Paid-Straight Paid-Sunday Owed-Straight Owed-Sunday.

      *    PRG20's week: straight time on every hour, half again on
      *    the hours past 40 at the week's average rate, and the
      *    Sunday half-rate premium on top.
       2500-Close-Week.
           move Paid-Straight to Week-Paid
           move Owed-Straight to Week-Owed
           if Group-Total-Hours > 40
               compute Overtime-Hours = Group-Total-Hours - 40
               compute Line-Amount rounded =
                   Overtime-Hours * 0.5 * Paid-Straight
                       / Group-Total-Hours
               add Line-Amount to Week-Paid
               compute Line-Amount rounded =
                   Overtime-Hours * 0.5 * Owed-Straight
                       / Group-Total-Hours
               add Line-Amount to Week-Owed
           end-if
           add Paid-Sunday to Week-Paid
           add Owed-Sunday to Week-Owed
           compute Week-Difference = Week-Owed - Week-Paid
           add Week-Difference to Employee-Difference
           move Group-Week-Date to week-date-wl
           move Group-Total-Hours to hours-wl
           move Group-Sunday-Hours to sunday-wl
           move Week-Paid to paid-wl
           move Week-Owed to owed-wl
           move Week-Difference to diff-wl
           write Output-Printer-Record from Week-Line
               after advancing 1 lines.

       2700-Close-Employee.
           move Employee-Difference to total-diff
           if Employee-Difference > zero
               move "Retro pay posted for the next close"
                   to total-label
               move Employee-Difference to Computed-Pay
               perform 2800-Write-Lns-Post
               add 1 to employees-posted
               add Employee-Difference to Retro-Total
           else
               if Employee-Difference < zero
                   move "Back-dated cut - NOT RECOVERED, see payroll"
                       to total-label
                   add 1 to employees-short
               else
                   move "Nothing owed" to total-label
               end-if
           end-if
           write Output-Printer-Record from Total-Line
               after advancing 1 lines.

      *    The same 'P' wage post PRG20 writes, so PRG12B adds it
      *    to the period total exactly as it does attendance pay.
       2800-Write-Lns-Post.
           initialize LNS-Tran-Record
           move Group-Ss-Num to ss-num of LNS-Tran-Record
           move "P" to action of LNS-Tran-Record
           move Computed-Pay-Alpha to sales-increase of LNS-Tran-Record
           move "ATTENDANCE" to product-code of LNS-Tran-Record
           move spaces to pay-rate of LNS-Tran-Record
           move "RETRO" to tran-source of LNS-Tran-Record
           move Run-Date-Formatted
               to tran-entry-date of LNS-Tran-Record
           move time-report-record
               to tran-entry-time of LNS-Tran-Record
           write LNS-Tran-Record.

      *    Every change settled this run, whether or not it turned
      *    up hours to re-price.
       3000-Log-Settled-Changes.
           open extend Retro-Done-File
           perform 3100-Log-Change
               varying Rate-Change-Index from 1 by 1
               until Rate-Change-Index > Rate-Change-Count
           close Retro-Done-File.

       3100-Log-Change.
           if Rc-Retro (Rate-Change-Index) = "Y"
               move Rc-Ss-Num (Rate-Change-Index) to rd-ss-num
               move Rc-Effective-Date (Rate-Change-Index)
                   to rd-effective-date
               move Rc-Entry-Date (Rate-Change-Index) to rd-entry-date
               move Run-Date-Formatted to rd-run-date
               write Retro-Done-Record
           end-if.

       4000-Write-Counts.
           move "Rate changes settled" to count-label
           move retro-changes to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 3 lines
           move "Employees posted" to count-label
           move employees-posted to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Back-dated cuts not recovered" to count-label
           move employees-short to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Retro pay posted" to amount-label
           move Retro-Total to amount-al
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines.
