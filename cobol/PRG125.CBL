       identification division.
       program-id.  prg125.
       author.  Andy Carlson.

      *    Schedule versus actual - the no-shows and surprise
      *    overtime that used to surface only when PRG95's approval
      *    screen showed the hours.  For the week keyed at the
      *    console (Enter takes this week), every shift PRG124 put
      *    on schedule.dat is held up against the week's
      *    punches.dat pairs and PRG20.DAT attendance rows:
      *        NO-SHOW            a shift dated before today with no
      *                           punch and no attendance row - a
      *                           vacation or sick row covers it
      *        LATE IN            punched in past the start time
      *        EARLY OUT          punched out before the end time
      *        UNSCHEDULED SHIFT  regular hours on a day the
      *                           employee wasn't scheduled
      *        SCHEDULED OVERTIME hours already on PRG20.DAT plus
      *                           the shifts still to come pass
      *                           PRG20's 40 hours for the week
      *    A few minutes' grace either side of a shift keeps the
      *    clock's rounding off the list.  Exceptions print by
      *    store, then employee and date, with counts at the end.
      *    Run it before the feed - PRG20 consumes PRG20.DAT.

       environment division.
       input-output section.
       file-control.
           select optional Schedule-File assign to disk
                  "schedule.dat"
                  organization is line sequential.
           select optional Punch-File assign to disk "punches.dat"
                  organization is line sequential.
           select optional Attendance-File assign to disk
                  "PRG20.DAT"
                  organization is line sequential.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.
           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Schedule-File.
       copy schdrec.

       fd Punch-File.
       01 Punch-Record.
           03 pu-ss-num            pic x(9).
           03 pu-date              pic x(10).
           03 pu-in-time           pic x(8).
           03 pu-out-time          pic x(8).
           03 pu-status            pic x.
               88 punched-in       value "I".
               88 punch-complete   value "C".

       fd Attendance-File.
       01 Attendance-Record.
           03 at-ss-num            pic x(9).
           03 at-work-date         pic x(10).
           03 at-hours-worked      pic 9(3)v99.
           03 at-hour-type         pic x.
               88 regular-hours-row  value " " "R".

       fd Indexed-File.
       copy diskrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 ex-store             pic x(2).
           03 ex-ss-num            pic x(9).
           03 ex-date-key          pic x(8).
           03 ex-name              pic x(22).
           03 ex-date              pic x(10).
           03 ex-scheduled         pic x(11).
           03 ex-actual            pic x(11).
           03 ex-type              pic x(18).

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 sched-eof-flag       pic xxx value spaces.
           88 sched-end        value 'YES'.
       01 punch-eof-flag       pic xxx value spaces.
           88 punch-end        value 'YES'.
       01 att-eof-flag         pic xxx value spaces.
           88 att-end          value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 week-date-response   pic x(10).
       01 Wanted-Week-Key      pic 9(7) value zero.
       01 Today-Key            pic x(8).
       01 Grace-Minutes        pic 99 value 5.

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Date-In              pic x(10).
       01 Date-Key             pic x(8).

      *    The week's shifts, every store.  Minutes run from
      *    midnight of the shift date; an end past midnight is
      *    carried past 1440.
       01 Shift-Table.
           03 Shift-Entry occurs 600 times.
               05 Sh-Store         pic x(2).
               05 Sh-Ss            pic x(9).
               05 Sh-Date          pic x(10).
               05 Sh-Date-Key      pic x(8).
               05 Sh-Start-Time    pic x(5).
               05 Sh-End-Time      pic x(5).
               05 Sh-Start-Min     pic 9(4).
               05 Sh-End-Min       pic 9(4).
               05 Sh-Hours         pic 9(2)v99.
               05 Sh-Punched       pic x.
               05 Sh-Worked        pic x.
       01 Shift-Count          pic 9(3) value zero.
       01 Shift-Index          pic 9(3).
       01 Found-Shift          pic 9(3).

      *    Hours per employee for the overtime projection.
       01 Employee-Table.
           03 Employee-Entry occurs 300 times.
               05 Em-Ss            pic x(9).
               05 Em-Actual-Hours  pic 9(3)v99.
               05 Em-Open-Hours    pic 9(3)v99.
       01 Employee-Count       pic 9(3) value zero.
       01 Employee-Index       pic 9(3).
       01 Employee-Scan-Index  pic 9(3).
       01 Employee-Found-Switch pic x value "N".
           88 Employee-Found   value "Y".

       01 Wanted-Ss            pic x(9).
       01 Wanted-Date          pic x(10).
       01 Master-Ss-Hold       pic x(9) value low-values.
       01 Master-Store-Hold    pic x(2) value spaces.
       01 Master-Name-Hold     pic x(22) value spaces.

       01 In-Minutes           pic 9(4).
       01 Out-Minutes          pic 9(4).
       01 Limit-Minutes        pic 9(4).
       01 Projected-Hours      pic 9(4)v99.
       01 Time-Parse-Work.
           03 tp-hh            pic 99.
           03 tp-mm            pic 99.
       01 Hours-Edit           pic zz9.99.

       01 Group-Store          pic x(2).
       01 no-show-count        pic 9(5) value zero.
       01 late-in-count        pic 9(5) value zero.
       01 early-out-count      pic 9(5) value zero.
       01 unscheduled-count    pic 9(5) value zero.
       01 overtime-count       pic 9(5) value zero.

      *    Day-number arithmetic, the same all-positive integer
      *    division PRG20's 1700-Compute-Day-Number uses.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm        pic 99.
               05              pic x.
               05 dw-dd        pic 99.
               05              pic x.
               05 dw-yyyy      pic 9(4).
           03 dw-a             pic 9(4).
           03 dw-y             pic 9(8).
           03 dw-m             pic 9(4).
           03 dw-div-work      pic 9(8).
           03 dw-days-accum    pic s9(9).
           03 dw-serial        pic 9(8).
           03 dw-weekday       pic 9.
           03 dw-week-key      pic 9(7).
       01 serial-ok-switch     pic x value "N".
           88 serial-ok        value "Y".

       01 Heading-Line.
           03                  pic x(36)
               value "** SCHEDULE VS ACTUAL EXCEPTIONS **".
           03                  pic x(5) value "RUN ".
           03 run-date-hd      pic x(10).

       01 Week-Line.
           03                  pic x(19) value "Week including".
           03 week-date-wl     pic x(10).

       01 Store-Line.
           03                  pic x(7) value "STORE".
           03 store-sl         pic x(2).

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(23) value "EMPLOYEE".
           03                  pic x(12) value "DATE".
           03                  pic x(13) value "SCHEDULED".
           03                  pic x(13) value "ACTUAL".
           03                  pic x(18) value "EXCEPTION".

       01 Detail-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(22).
           03                  pic x value space.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 scheduled-dl     pic x(11).
           03                  pic x(2) value spaces.
           03 actual-dl        pic x(11).
           03                  pic x(2) value spaces.
           03 type-dl          pic x(18).

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           accept time-accept-record from time
           move corresponding time-accept-record to time-report-record
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           move Run-Date-Formatted to Date-In
           perform 1900-Make-Date-Key
           move Date-Key to Today-Key
           perform 1100-Get-Week
           perform 1200-Load-Shifts
           open input Indexed-File
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move week-date-response to week-date-wl
           write Output-Printer-Record from Week-Line
               after advancing 2 lines
           sort Sort-Work-File
               ascending key ex-store ex-ss-num ex-date-key
               input procedure 2000-Find-Exceptions
               output procedure 3000-Print-Exceptions
           perform 4000-Write-Counts
           close Output-Printer-File
           close Indexed-File
           stop run.

       1100-Get-Week.
           display "Enter any date in the week (mm/dd/yyyy),"
           display "or Enter for this week:"
           move spaces to week-date-response
           accept week-date-response
           if week-date-response = spaces
               move Run-Date-Formatted to week-date-response
           end-if
           move week-date-response to dw-in-date
           perform 1700-Compute-Day-Number
           if not serial-ok
               display "Week date not valid - report not run"
               move 9 to return-code
               stop run
           end-if
           move dw-week-key to Wanted-Week-Key.

       1200-Load-Shifts.
           open input Schedule-File
           perform 1250-Read-Schedule-Row
               until sched-end
                  or Shift-Count = 600
           close Schedule-File.

       1250-Read-Schedule-Row.
           read Schedule-File
               at end move "YES" to sched-eof-flag
               not at end
                   if sc-week-key = Wanted-Week-Key
                       add 1 to Shift-Count
                       move sc-store to Sh-Store (Shift-Count)
                       move sc-ss-num to Sh-Ss (Shift-Count)
                       move sc-work-date to Sh-Date (Shift-Count)
                       move sc-work-date to Date-In
                       perform 1900-Make-Date-Key
                       move Date-Key to Sh-Date-Key (Shift-Count)
                       move sc-start-time
                           to Sh-Start-Time (Shift-Count)
                       move sc-end-time to Sh-End-Time (Shift-Count)
                       move sc-start-time (1:2) to tp-hh
                       move sc-start-time (4:2) to tp-mm
                       compute Sh-Start-Min (Shift-Count) =
                           (tp-hh * 60) + tp-mm
                       move sc-end-time (1:2) to tp-hh
                       move sc-end-time (4:2) to tp-mm
                       compute Sh-End-Min (Shift-Count) =
                           (tp-hh * 60) + tp-mm
                       if Sh-End-Min (Shift-Count)
                               < Sh-Start-Min (Shift-Count)
                           add 1440 to Sh-End-Min (Shift-Count)
                       end-if
                       compute Sh-Hours (Shift-Count) rounded =
                           (Sh-End-Min (Shift-Count)
                               - Sh-Start-Min (Shift-Count)) / 60
                       move "N" to Sh-Punched (Shift-Count)
                       move "N" to Sh-Worked (Shift-Count)
                   end-if
           end-read.

      *    Every quotient lands in an integer field of its own -
      *    the same serial-and-week-key formula PRG20 uses.
       1700-Compute-Day-Number.
           move "N" to serial-ok-switch
           if dw-mm is numeric and dw-dd is numeric
                   and dw-yyyy is numeric
               compute dw-a = (14 - dw-mm) / 12
               compute dw-y = dw-yyyy + 4800 - dw-a
               compute dw-m = dw-mm + (12 * dw-a) - 3
               compute dw-days-accum = dw-dd - 32045
               compute dw-div-work = (153 * dw-m + 2) / 5
               add dw-div-work to dw-days-accum
               compute dw-days-accum = dw-days-accum + (365 * dw-y)
               compute dw-div-work = dw-y / 4
               add dw-div-work to dw-days-accum
               compute dw-div-work = dw-y / 100
               subtract dw-div-work from dw-days-accum
               compute dw-div-work = dw-y / 400
               add dw-div-work to dw-days-accum
               move dw-days-accum to dw-serial
               compute dw-div-work = dw-serial / 7
               compute dw-weekday = dw-serial - (dw-div-work * 7)
               compute dw-week-key = (dw-serial + 1) / 7
               move "Y" to serial-ok-switch
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

       2000-Find-Exceptions.
           open input Punch-File
           perform 2100-Check-Punch-Row
               until punch-end
           close Punch-File
           open input Attendance-File
           perform 2300-Check-Attendance-Row
               until att-end
           close Attendance-File
           perform 2500-Check-One-Shift
               varying Shift-Index from 1 by 1
               until Shift-Index > Shift-Count
           perform 2700-Check-One-Employee
               varying Employee-Index from 1 by 1
               until Employee-Index > Employee-Count.

      *    A punch only tells on its own shift - a punch with no
      *    shift shows up as unscheduled through the attendance row
      *    the out-punch wrote.
       2100-Check-Punch-Row.
           read Punch-File
               at end move "YES" to punch-eof-flag
               not at end
                   move pu-date to dw-in-date
                   perform 1700-Compute-Day-Number
                   if serial-ok
                           and dw-week-key = Wanted-Week-Key
                       move pu-ss-num to Wanted-Ss
                       move pu-date to Wanted-Date
                       perform 2800-Find-Shift
                       if Found-Shift > zero
                           move "Y" to Sh-Punched (Found-Shift)
                           perform 2200-Check-Punch-Times
                       end-if
                   end-if
           end-read.

       2200-Check-Punch-Times.
           move pu-in-time (1:2) to tp-hh
           move pu-in-time (4:2) to tp-mm
           compute In-Minutes = (tp-hh * 60) + tp-mm
           compute Limit-Minutes =
               Sh-Start-Min (Found-Shift) + Grace-Minutes
           if In-Minutes > Limit-Minutes
               perform 2900-Start-Shift-Exception
               move pu-in-time (1:5) to ex-actual
               move "LATE IN" to ex-type
               add 1 to late-in-count
               release Sort-Record
           end-if
           if punch-complete
               move pu-out-time (1:2) to tp-hh
               move pu-out-time (4:2) to tp-mm
               compute Out-Minutes = (tp-hh * 60) + tp-mm
               if Out-Minutes < In-Minutes
                   add 1440 to Out-Minutes
               end-if
               if Sh-End-Min (Found-Shift) > Grace-Minutes
                   compute Limit-Minutes =
                       Sh-End-Min (Found-Shift) - Grace-Minutes
                   if Out-Minutes < Limit-Minutes
                       perform 2900-Start-Shift-Exception
                       move pu-out-time (1:5) to ex-actual
                       move "EARLY OUT" to ex-type
                       add 1 to early-out-count
                       release Sort-Record
                   end-if
               end-if
           end-if.

      *    Any attendance row - vacation and sick too - counts the
      *    day as covered and its hours toward the week's 40.
       2300-Check-Attendance-Row.
           read Attendance-File
               at end move "YES" to att-eof-flag
               not at end
                   move at-work-date to dw-in-date
                   perform 1700-Compute-Day-Number
                   if serial-ok
                           and dw-week-key = Wanted-Week-Key
                           and at-hours-worked is numeric
                       move at-ss-num to Wanted-Ss
                       perform 2600-Find-Or-Add-Employee
                       if Employee-Found
                           add at-hours-worked
                               to Em-Actual-Hours (Employee-Index)
                       end-if
                       move at-work-date to Wanted-Date
                       perform 2800-Find-Shift
                       if Found-Shift > zero
                           move "Y" to Sh-Worked (Found-Shift)
                       else
                           if regular-hours-row
                               perform 2400-Release-Unscheduled
                           end-if
                       end-if
                   end-if
           end-read.

       2400-Release-Unscheduled.
           perform 2950-Fetch-Master
           move spaces to Sort-Record
           move Master-Store-Hold to ex-store
           move at-ss-num to ex-ss-num
           move at-work-date to Date-In
           perform 1900-Make-Date-Key
           move Date-Key to ex-date-key
           move Master-Name-Hold to ex-name
           move at-work-date to ex-date
           move at-hours-worked to Hours-Edit
           string Hours-Edit delimited by size
                  " hrs" delimited by size
                  into ex-actual
           move "UNSCHEDULED SHIFT" to ex-type
           add 1 to unscheduled-count
           release Sort-Record.

      *    A shift not yet reached, or one still on the clock,
      *    counts toward the projection; one already past with
      *    nothing against it is a no-show.  Today's shifts are
      *    never called no-shows - the next run sees them.
       2500-Check-One-Shift.
           if Sh-Worked (Shift-Index) not = "Y"
               if Sh-Punched (Shift-Index) = "Y"
                       or Sh-Date-Key (Shift-Index) not < Today-Key
                   move Sh-Ss (Shift-Index) to Wanted-Ss
                   perform 2600-Find-Or-Add-Employee
                   if Employee-Found
                       add Sh-Hours (Shift-Index)
                           to Em-Open-Hours (Employee-Index)
                   end-if
               else
                   move Shift-Index to Found-Shift
                   perform 2900-Start-Shift-Exception
                   move "NO-SHOW" to ex-type
                   add 1 to no-show-count
                   release Sort-Record
               end-if
           end-if.

       2600-Find-Or-Add-Employee.
           move "N" to Employee-Found-Switch
           perform 2650-Check-Employee-Entry
               varying Employee-Scan-Index from 1 by 1
               until Employee-Scan-Index > Employee-Count
                  or Employee-Found
           if not Employee-Found
                   and Employee-Count < 300
               add 1 to Employee-Count
               move Employee-Count to Employee-Index
               move Wanted-Ss to Em-Ss (Employee-Index)
               move zero to Em-Actual-Hours (Employee-Index)
                            Em-Open-Hours (Employee-Index)
               move "Y" to Employee-Found-Switch
           end-if.

       2650-Check-Employee-Entry.
           if Em-Ss (Employee-Scan-Index) = Wanted-Ss
               move "Y" to Employee-Found-Switch
               move Employee-Scan-Index to Employee-Index
           end-if.

       2700-Check-One-Employee.
           compute Projected-Hours = Em-Actual-Hours (Employee-Index)
               + Em-Open-Hours (Employee-Index)
           if Projected-Hours > 40
               move Em-Ss (Employee-Index) to Wanted-Ss
               perform 2950-Fetch-Master
               move spaces to Sort-Record
               move Master-Store-Hold to ex-store
               move Wanted-Ss to ex-ss-num
               move high-values to ex-date-key
               move Master-Name-Hold to ex-name
               move Projected-Hours to Hours-Edit
               string Hours-Edit delimited by size
                      " hrs" delimited by size
                      into ex-actual
               move "SCHEDULED OVERTIME" to ex-type
               add 1 to overtime-count
               release Sort-Record
           end-if.

       2800-Find-Shift.
           move zero to Found-Shift
           perform 2850-Check-Shift-Entry
               varying Shift-Index from 1 by 1
               until Shift-Index > Shift-Count
                  or Found-Shift > zero.

       2850-Check-Shift-Entry.
           if Sh-Ss (Shift-Index) = Wanted-Ss
                   and Sh-Date (Shift-Index) = Wanted-Date
               move Shift-Index to Found-Shift
           end-if.

      *    The shift's own columns for an exception against it.
       2900-Start-Shift-Exception.
           move Sh-Ss (Found-Shift) to Wanted-Ss
           perform 2950-Fetch-Master
           move spaces to Sort-Record
           move Sh-Store (Found-Shift) to ex-store
           move Sh-Ss (Found-Shift) to ex-ss-num
           move Sh-Date-Key (Found-Shift) to ex-date-key
           move Master-Name-Hold to ex-name
           move Sh-Date (Found-Shift) to ex-date
           string Sh-Start-Time (Found-Shift) delimited by size
                  "-" delimited by size
                  Sh-End-Time (Found-Shift) delimited by size
                  into ex-scheduled.

       2950-Fetch-Master.
           if Wanted-Ss not = Master-Ss-Hold
               move Wanted-Ss to Master-Ss-Hold
               move Wanted-Ss to ss-num of disk-record
               read Indexed-File
                   invalid key
                       move spaces to Master-Store-Hold
                       move "** Not On File **" to Master-Name-Hold
                   not invalid key
                       move store-number of disk-record
                           to Master-Store-Hold
                       move spaces to Master-Name-Hold
                       string first-name of disk-record
                                  delimited by "  "
                              " " delimited by size
                              last-name of disk-record
                                  delimited by "  "
                              into Master-Name-Hold
               end-read
           end-if.

       3000-Print-Exceptions.
           move 1 to Loop-Checker
           perform 3100-Return-Sorted-Row
               until end-of-record.

       3100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time or ex-store not = Group-Store
                       move 0 to Loop-Checker
                       move ex-store to Group-Store
                       move ex-store to store-sl
                       write Output-Printer-Record from Store-Line
                           after advancing 3 lines
                       write Output-Printer-Record from Column-Line
                           after advancing 1 lines
                   end-if
                   move ex-ss-num to ss-num-dl
                   move ex-name to name-dl
                   move ex-date to date-dl
                   move ex-scheduled to scheduled-dl
                   move ex-actual to actual-dl
                   move ex-type to type-dl
                   write Output-Printer-Record from Detail-Line
                       after advancing 1 lines
           end-return.

       4000-Write-Counts.
           move "No-shows" to count-label
           move no-show-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 3 lines
           move "Late in" to count-label
           move late-in-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Early out" to count-label
           move early-out-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Unscheduled shifts" to count-label
           move unscheduled-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Employees scheduled into overtime" to count-label
           move overtime-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines.
