       identification division.
       program-id.  prg124.
       author.  Andy Carlson.

      *    Weekly shift schedule - the paper schedule the store
      *    managers pinned up, keyed so PRG125 has something to
      *    hold PRG94's punches against.  Key a store and any date
      *    in the week; the week's shifts come up as a grid, one
      *    line per employee and a start-end column per day.  Each
      *    shift is keyed as SS#, date and 24-hour start/end times;
      *    the SS# must be active on pg10idx.dat and the date must
      *    fall in the week on screen, bucketed with PRG20's own
      *    week-key arithmetic.  Re-keying a day replaces that
      *    shift and a blank start takes it off.  Saving rewrites
      *    the store-week's rows on schedule.dat through a copy,
      *    the way PRG94 closes a punch.  Level-2 sign-on through
      *    the shared PRG44 routine.

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is dynamic
                  record key is ss-num of disk-record.
           select optional Schedule-File assign to disk
                  "schedule.dat"
                  organization is line sequential.
           select Schedule-Work-File assign to disk "schedule.tmp"
                  organization is line sequential.

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd Schedule-File.
       copy schdrec.

       fd Schedule-Work-File.
       01 Schedule-Work-Record     pic x(59).

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 store-response         pic x(2).
       01 week-date-response     pic x(10).
       01 save-response          pic x.
       01 entry-ss               pic x(9).
       01 entry-date             pic x(10).
       01 entry-start            pic x(5).
       01 entry-end              pic x(5).
       01 entry-message          pic x(40) value spaces.
       01 sched-eof-flag         pic xxx value spaces.
           88 sched-end          value 'YES'.
       01 Wanted-Week-Key        pic 9(7) value zero.

      *    The store-week on screen - one line per employee, each
      *    day's shift by weekday (1 = Monday through 7 = Sunday).
       01 Shift-Table.
           03 Shift-Employee occurs 40 times.
               05 Se-Ss            pic x(9).
               05 Se-Day occurs 7 times.
                   07 Se-Date      pic x(10).
                   07 Se-Start     pic x(5).
                   07 Se-End       pic x(5).
       01 Shift-Count            pic 99 value zero.
       01 Emp-Index              pic 99.
       01 Emp-Scan-Index         pic 99.
       01 Day-Index              pic 9.
       01 Wanted-Ss              pic x(9).
       01 Emp-Found-Switch       pic x value "N".
           88 Emp-Found          value "Y".

       01 Time-Check-Field.
           03 tc-hh              pic xx.
           03 tc-colon           pic x.
           03 tc-mm              pic xx.
       01 Time-Ok-Switch         pic x value "N".
           88 Time-Ok            value "Y".
       01 Times-Ok-Switch        pic x value "N".
           88 Times-Ok           value "Y".

       01 Screen-Row             pic 99.
       01 Screen-Col             pic 99.
       01 Cell-Text.
           03 cell-start-hh      pic xx.
           03 cell-start-mm      pic xx.
           03                    pic x value "-".
           03 cell-end-hh        pic xx.
           03 cell-end-mm        pic xx.
       01 not-shown-count        pic 99.
       01 screen-not-shown       pic z9.

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

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           accept date-accept-record from date
           accept time-accept-record from time
           accept day-number from day-of-week
           move corresponding time-accept-record to time-report-record
           string Days-Of-Week (Day-number) delimited by space
                  ", " delimited by size
                  Month-List (mm of date-accept-record)
                    delimited by space
                  " " delimited by size
                  dd of date-accept-record delimited by size
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
           end-if
           if so-level < 2
               display spaces at 0101 erase eos
               display "Schedules need a level-2 operator" at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
               goback
           end-if

           open input Indexed-File
           perform 1500-Work-One-Store-Week
               until store-response = "X "
           close Indexed-File
           goback.

       1500-Work-One-Store-Week.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Shift Schedule" at 0220
           display "Store #" at 0310
           display "Any date in the week (mm/dd/yyyy)" at 0330
           display "Type <x> in Store # to quit" at 2520
           accept store-response at 0318
           call "CBL_TOUPPER" using store-response
                       by value length of store-response
           if store-response not = "X "
               accept week-date-response at 0365
               move week-date-response to dw-in-date
               perform 1700-Compute-Day-Number
               if serial-ok
                   move dw-week-key to Wanted-Week-Key
                   perform 2000-Load-Store-Week
                   move spaces to entry-ss entry-message
                   perform 3000-Enter-One-Shift
                       until entry-ss = "X"
                   perform 4000-Maybe-Save
               else
                   display spaces at 0401 erase eos
                   display "Bad Date" at 2420
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               end-if
           end-if.

      *    Every quotient lands in an integer field of its own -
      *    the same serial-and-week-key formula PRG20 uses, so the
      *    schedule's week is the feed's week.
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

       2000-Load-Store-Week.
           move zero to Shift-Count
           initialize Shift-Table
           move spaces to sched-eof-flag
           open input Schedule-File
           perform 2100-Read-Schedule-Row
               until sched-end
           close Schedule-File.

       2100-Read-Schedule-Row.
           read Schedule-File
               at end move "YES" to sched-eof-flag
               not at end
                   if sc-store = store-response
                           and sc-week-key = Wanted-Week-Key
                           and sc-weekday < 7
                       move sc-ss-num to Wanted-Ss
                       perform 2200-Find-Or-Add-Employee
                       if Emp-Found
                           compute Day-Index = sc-weekday + 1
                           move sc-work-date
                               to Se-Date (Emp-Index, Day-Index)
                           move sc-start-time
                               to Se-Start (Emp-Index, Day-Index)
                           move sc-end-time
                               to Se-End (Emp-Index, Day-Index)
                       end-if
                   end-if
           end-read.

      *    Emp-Found comes back "N" only when the grid is full.
       2200-Find-Or-Add-Employee.
           move "N" to Emp-Found-Switch
           perform 2250-Check-Employee-Line
               varying Emp-Scan-Index from 1 by 1
               until Emp-Scan-Index > Shift-Count
                  or Emp-Found
           if not Emp-Found
                   and Shift-Count < 40
               add 1 to Shift-Count
               move Shift-Count to Emp-Index
               move Wanted-Ss to Se-Ss (Emp-Index)
               move "Y" to Emp-Found-Switch
           end-if.

       2250-Check-Employee-Line.
           if Se-Ss (Emp-Scan-Index) = Wanted-Ss
               move "Y" to Emp-Found-Switch
               move Emp-Scan-Index to Emp-Index
           end-if.

       3000-Enter-One-Shift.
           perform 3100-Show-Grid
           move spaces to entry-ss entry-date entry-start entry-end
           display "SS#" at 2104
           display "Date" at 2120
           display "Start" at 2138
           display "End" at 2151
           display "Blank Start removes that day's shift" at 2204
           display "Type <x> in SS# when the week is done" at 2520
           accept entry-ss at 2108
           call "CBL_TOUPPER" using entry-ss
                       by value length of entry-ss
           if entry-ss not = "X"
               accept entry-date at 2125
               accept entry-start at 2144
               accept entry-end at 2155
               perform 3200-Validate-And-Apply
           end-if.

       3100-Show-Grid.
           display spaces at 0401 erase eos
           display "Store" at 0404
           display store-response at 0410
           display "Week of" at 0420
           display week-date-response at 0428
           display "SS #" at 0504
           display "Mon      Tue      Wed      Thu      Fri      Sat"
               at 0515
           display "Sun" at 0569
           move zero to not-shown-count
           perform 3150-Show-One-Employee
               varying Emp-Index from 1 by 1
               until Emp-Index > Shift-Count
           if not-shown-count > zero
               move not-shown-count to screen-not-shown
               display screen-not-shown at 2004
               display "more employees not shown" at 2007
           end-if
           display entry-message at 2420
           move spaces to entry-message.

      *    Rows 6 through 19 hold the grid.
       3150-Show-One-Employee.
           compute Screen-Row = 5 + Emp-Index
           if Screen-Row > 19
               add 1 to not-shown-count
           else
               display Se-Ss (Emp-Index)
                   at line Screen-Row column 04
               perform 3160-Show-One-Day
                   varying Day-Index from 1 by 1
                   until Day-Index > 7
           end-if.

       3160-Show-One-Day.
           if Se-Start (Emp-Index, Day-Index) not = spaces
               compute Screen-Col = 15 + ((Day-Index - 1) * 9)
               move Se-Start (Emp-Index, Day-Index) (1:2)
                   to cell-start-hh
               move Se-Start (Emp-Index, Day-Index) (4:2)
                   to cell-start-mm
               move Se-End (Emp-Index, Day-Index) (1:2)
                   to cell-end-hh
               move Se-End (Emp-Index, Day-Index) (4:2)
                   to cell-end-mm
               display Cell-Text
                   at line Screen-Row column Screen-Col
           end-if.

       3200-Validate-And-Apply.
           move entry-ss to ss-num of disk-record
           read Indexed-File
               invalid key
                   move "SS# Not On File" to entry-message
               not invalid key
                   if status-code of disk-record not = "A"
                       move "Employee Not Active" to entry-message
                   end-if
           end-read
           if entry-message = spaces
               move entry-date to dw-in-date
               perform 1700-Compute-Day-Number
               if not serial-ok
                       or dw-week-key not = Wanted-Week-Key
                   move "Date Not In This Week" to entry-message
               end-if
           end-if
           if entry-message = spaces
               if entry-start = spaces
                   perform 3300-Remove-Shift
               else
                   perform 3400-Check-Times
                   if Times-Ok
                       perform 3500-Apply-Shift
                   else
                       move "Times Are 24-Hour hh:mm" to entry-message
                   end-if
               end-if
           end-if.

       3300-Remove-Shift.
           move entry-ss to Wanted-Ss
           move "N" to Emp-Found-Switch
           perform 2250-Check-Employee-Line
               varying Emp-Scan-Index from 1 by 1
               until Emp-Scan-Index > Shift-Count
                  or Emp-Found
           if Emp-Found
               compute Day-Index = dw-weekday + 1
               move spaces to Se-Day (Emp-Index, Day-Index)
               move "Shift Removed" to entry-message
           else
               move "No Shift To Remove" to entry-message
           end-if.

       3400-Check-Times.
           move "N" to Times-Ok-Switch
           move entry-start to Time-Check-Field
           perform 3450-Check-One-Time
           if Time-Ok
               move entry-end to Time-Check-Field
               perform 3450-Check-One-Time
               if Time-Ok
                       and entry-end not = entry-start
                   move "Y" to Times-Ok-Switch
               end-if
           end-if.

       3450-Check-One-Time.
           move "N" to Time-Ok-Switch
           if tc-hh is numeric and tc-mm is numeric
                   and tc-colon = ":"
               if tc-hh < "24" and tc-mm < "60"
                   move "Y" to Time-Ok-Switch
               end-if
           end-if.

       3500-Apply-Shift.
           move entry-ss to Wanted-Ss
           perform 2200-Find-Or-Add-Employee
           if Emp-Found
               compute Day-Index = dw-weekday + 1
               move entry-date to Se-Date (Emp-Index, Day-Index)
               move entry-start to Se-Start (Emp-Index, Day-Index)
               move entry-end to Se-End (Emp-Index, Day-Index)
               move "Shift Scheduled" to entry-message
           else
               move "Schedule Full - 40 Employees" to entry-message
           end-if.

       4000-Maybe-Save.
           display spaces at 2101 erase eos
           display "Save this store-week's schedule? (Y/N)" at 2340
           accept save-response at 2380
           call "CBL_TOUPPER" using save-response
                       by value length of save-response
           if save-response = "Y"
               perform 4100-Save-Store-Week
               display "Schedule Saved!" at 2420
           else
               display "Changes Discarded" at 2420
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.

      *    Every other store-week's rows go through the copy as
      *    they were; this one's are written fresh off the grid.
       4100-Save-Store-Week.
           move spaces to sched-eof-flag
           open input Schedule-File
           open output Schedule-Work-File
           perform 4150-Copy-Other-Row
               until sched-end
           close Schedule-File
           close Schedule-Work-File
           move spaces to sched-eof-flag
           open input Schedule-Work-File
           open output Schedule-File
           perform 4170-Copy-Back-Row
               until sched-end
           perform 4200-Write-Employee-Shifts
               varying Emp-Index from 1 by 1
               until Emp-Index > Shift-Count
           close Schedule-Work-File
           close Schedule-File.

       4150-Copy-Other-Row.
           read Schedule-File
               at end move "YES" to sched-eof-flag
               not at end
                   if sc-store not = store-response
                           or sc-week-key not = Wanted-Week-Key
                       write Schedule-Work-Record from Schedule-Record
                   end-if
           end-read.

       4170-Copy-Back-Row.
           read Schedule-Work-File into Schedule-Record
               at end move "YES" to sched-eof-flag
               not at end
                   write Schedule-Record
           end-read.

       4200-Write-Employee-Shifts.
           perform 4250-Write-One-Shift
               varying Day-Index from 1 by 1
               until Day-Index > 7.

       4250-Write-One-Shift.
           if Se-Start (Emp-Index, Day-Index) not = spaces
               move spaces to Schedule-Record
               move store-response to sc-store
               move Wanted-Week-Key to sc-week-key
               move Se-Ss (Emp-Index) to sc-ss-num
               move Se-Date (Emp-Index, Day-Index) to sc-work-date
               compute sc-weekday = Day-Index - 1
               move Se-Start (Emp-Index, Day-Index) to sc-start-time
               move Se-End (Emp-Index, Day-Index) to sc-end-time
               move so-operator-id to sc-entered-by
               move Run-Date-Formatted to sc-entered-date
               write Schedule-Record
           end-if.
