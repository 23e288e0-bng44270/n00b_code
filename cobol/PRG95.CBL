      *    1500-Validate-And-Release checks before it releases a
      *    single row for that store and week.  Level-2 sign-on
      *    through the shared PRG44 routine.
      *    Hours bucket under the store they were worked at (the
      *    row's work store, or the home store when it's blank), so
      *    the manager who had the borrowed employee on the floor is
      *    the one who approves those hours; a borrowed employee is
      *    marked on the screen.  A row on the wrong store can be
      *    moved from here: key the employee and the store really
      *    worked at, the employee's rows for the store-week are
      *    rewritten through PRG20.TMP, and the move goes on
      *    wkstore.log with who made it.  A store-week already
      *    approved won't give up hours or take hours moved into it.

       environment division.
       input-output section.
       file-control.
           select Attendance-File assign to disk "PRG20.DAT"
                  organization is line sequential.
           select Attendance-Work-File assign to disk "PRG20.TMP"
                  organization is line sequential.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is dynamic
           select optional Approval-File assign to disk
                  "wkapprv.dat"
                  organization is line sequential.
           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.
           select optional Store-Move-Log-File assign to disk
                  "wkstore.log"
                  organization is line sequential.

       data division.
       file section.
               05 wd-yyyy          pic 9(4).
           03 at-hours-worked      pic 9(3)v99.
           03 at-hour-type         pic x.
           03 at-work-store        pic x(2).

       fd Attendance-Work-File.
       01 Attendance-Work-Record   pic x(27).

       fd Indexed-File.
       copy diskrec.
           03 wk-approved-by       pic x(10).
           03 wk-approved-date     pic x(10).

       fd Store-File.
       copy strec.

       fd Store-Move-Log-File.
       01 Store-Move-Log-Record.
           03 sm-date              pic x(10).
           03                      pic x value space.
           03 sm-operator          pic x(10).
           03                      pic x value space.
           03 sm-ss-num            pic x(9).
           03                      pic x value space.
           03 sm-week-key          pic 9(7).
           03                      pic x value space.
           03 sm-from-store        pic x(2).
           03                      pic x value space.
           03 sm-to-store          pic x(2).
           03                      pic x value space.
           03 sm-rows              pic 999.

       working-storage section.
       copy gencode.
       copy signon.
               05 Wt-Name          pic x(22).
               05 Wt-Hours         pic 9(4)v99.
               05 Wt-Sunday-Hours  pic 9(4)v99.
               05 Wt-Borrowed      pic x.
       01 Week-Count             pic 9(3) value zero.
       01 Week-Index             pic 9(3).
       01 Week-Scan-Index        pic 9(3).
       01 Last-Checked-Ss        pic x(9) value low-values.
       01 Master-Store-Hold      pic x(2) value spaces.
       01 Master-Name-Hold       pic x(22) value spaces.
       01 Row-Work-Store         pic x(2) value spaces.

       01 move-ss-response       pic x(9).
       01 move-store-response    pic x(2).
       01 move-message           pic x(40).
       01 Moved-Row-Count        pic 999 value zero.
       01 appr-eof-flag          pic xxx value spaces.
           88 appr-end           value 'YES'.
       01 Approval-Check-Store   pic x(2).
       01 week-approved-switch   pic x value "N".
           88 week-approved      value "Y".

       01 Regular-Hours          pic 9(4)v99 value zero.
       01 Overtime-Hours         pic 9(4)v99 value zero.
                       if serial-ok
                               and dw-week-key = Wanted-Week-Key
                           perform 2200-Check-Employee-Store
                           perform 2250-Set-Row-Work-Store
                           if Row-Work-Store = store-response
                               perform 2300-Accumulate-Row
                           end-if
                       end-if
               end-read
           end-if.

      *    The store the row's hours were worked at - blank on the
      *    row is the employee's home store.
       2250-Set-Row-Work-Store.
           if at-work-store = spaces
               move Master-Store-Hold to Row-Work-Store
           else
               move at-work-store to Row-Work-Store
           end-if.

       2300-Accumulate-Row.
           move "N" to Week-Found-Switch
           perform 2350-Check-Week-Bucket
               move Master-Name-Hold to Wt-Name (Week-Index)
               move zero to Wt-Hours (Week-Index)
               move zero to Wt-Sunday-Hours (Week-Index)
               if Master-Store-Hold = store-response
                   move space to Wt-Borrowed (Week-Index)
               else
                   move "B" to Wt-Borrowed (Week-Index)
               end-if
               move "Y" to Week-Found-Switch
           end-if
           if Week-Bucket-Found
      *    approves is what payroll will price.
       3000-Show-And-Approve.
           display spaces at 0401 erase eos
           display "B = borrowed from another store" at 0404
           display "SS #       EMPLOYEE" at 0504
           display "REG     OT      SUN" at 0545
           perform 3100-Show-One-Employee
               varying Week-Index from 1 by 1
               until Week-Index > Week-Count
           display "<m> moves an employee's hours to another store"
               at 2240
           display "Approve this store-week? (Y/N/M)" at 2340
           accept approve-response at 2374
           call "CBL_TOUPPER" using approve-response
                       by value length of approve-response
           if approve-response = "Y"
               display spaces at 0401 erase eos
               display "Store-Week Approved!" at 2420
           end-if
           if approve-response = "M"
               move store-response to Approval-Check-Store
               perform 3750-Check-Week-Approved
               if week-approved
                   move "This Store-Week Is Already Approved"
                       to move-message
               else
                   perform 3700-Move-Employee-Hours
               end-if
               display spaces at 0401 erase eos
               display move-message at 2420
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.

           move Wt-Sunday-Hours (Week-Index) to screen-sun
           display Wt-Ss (Week-Index)
               at line Screen-Row column 04
           display Wt-Borrowed (Week-Index)
               at line Screen-Row column 13
           display Wt-Name (Week-Index)
               at line Screen-Row column 15
           display screen-reg at line Screen-Row column 45
           open extend Approval-File
           write Approval-Record
           close Approval-File.

      *    Moves one employee's rows for the store-week to the store
      *    they were really worked at.  The employee must be on the
      *    screen's list, the store on the store master, and its
      *    store-week not yet approved - 3000 has already refused
      *    a move out of an approved store-week.
       3700-Move-Employee-Hours.
           display spaces at 0401 erase eos
           display "Employee SS# to move" at 0510
           accept move-ss-response at 0532
           display "Store worked at instead" at 0710
           accept move-store-response at 0735
           call "CBL_TOUPPER" using move-store-response
                       by value length of move-store-response
           move "N" to Week-Found-Switch
           perform 3710-Check-Move-Bucket
               varying Week-Scan-Index from 1 by 1
               until Week-Scan-Index > Week-Count
           move spaces to move-message
           if not Week-Bucket-Found
               move "That SS# Has No Hours Here" to move-message
           end-if
           if move-message = spaces
               if move-store-response = store-response
                       or move-store-response = spaces
                   move "Key A Different Store" to move-message
               else
                   open input Store-File
                   move move-store-response to Store-Number-SM
                   read Store-File
                       invalid key
                           move "Store Not On File" to move-message
                   end-read
                   close Store-File
               end-if
           end-if
           if move-message = spaces
               move move-store-response to Approval-Check-Store
               perform 3750-Check-Week-Approved
               if week-approved
                   move "That Store-Week Is Already Approved"
                       to move-message
               end-if
           end-if
           if move-message = spaces
               perform 3800-Rewrite-Attendance
               perform 3900-Log-Store-Move
               move "Hours Moved - Review The Store-Week Again"
                   to move-message
           end-if.

       3710-Check-Move-Bucket.
           if move-ss-response = Wt-Ss (Week-Scan-Index)
               move "Y" to Week-Found-Switch
           end-if.

       3750-Check-Week-Approved.
           move "N" to week-approved-switch
           move spaces to appr-eof-flag
           open input Approval-File
           perform 3760-Read-Approval-Row
               until appr-end
           close Approval-File.

       3760-Read-Approval-Row.
           read Approval-File
               at end move "YES" to appr-eof-flag
               not at end
                   if wk-store = Approval-Check-Store
                           and wk-week-key = Wanted-Week-Key
                       move "Y" to week-approved-switch
                   end-if
           end-read.

      *    The usual rewrite-through-a-copy: PRG20.DAT to the work
      *    file whole, then back with the employee's rows for this
      *    store-week carrying the new store.
       3800-Rewrite-Attendance.
           move zero to Moved-Row-Count
           move low-values to Last-Checked-Ss
           move spaces to att-eof-flag
           open input Attendance-File
           open output Attendance-Work-File
           perform 3810-Copy-Attendance-Row
               until att-end
           close Attendance-File
           close Attendance-Work-File
           move spaces to att-eof-flag
           open input Indexed-File
           open input Attendance-Work-File
           open output Attendance-File
           perform 3820-Rewrite-Attendance-Row
               until att-end
           close Attendance-File
           close Attendance-Work-File
           close Indexed-File.

       3810-Copy-Attendance-Row.
           read Attendance-File
               at end move "YES" to att-eof-flag
               not at end
                   write Attendance-Work-Record from Attendance-Record
           end-read.

       3820-Rewrite-Attendance-Row.
           read Attendance-Work-File into Attendance-Record
               at end move "YES" to att-eof-flag
               not at end
                   if at-ss-num = move-ss-response
                           and at-hours-worked is numeric
                       move at-work-date to dw-in-date
                       perform 1700-Compute-Day-Number
                       if serial-ok
                               and dw-week-key = Wanted-Week-Key
                           perform 2200-Check-Employee-Store
                           perform 2250-Set-Row-Work-Store
                           if Row-Work-Store = store-response
                               move move-store-response
                                   to at-work-store
                               add 1 to Moved-Row-Count
                           end-if
                       end-if
                   end-if
                   write Attendance-Record
           end-read.

       3900-Log-Store-Move.
           move spaces to Store-Move-Log-Record
           move Run-Date-Formatted to sm-date
           move so-operator-id to sm-operator
           move move-ss-response to sm-ss-num
           move Wanted-Week-Key to sm-week-key
           move store-response to sm-from-store
           move move-store-response to sm-to-store
           move Moved-Row-Count to sm-rows
           open extend Store-Move-Log-File
           write Store-Move-Log-Record
           close Store-Move-Log-File.
