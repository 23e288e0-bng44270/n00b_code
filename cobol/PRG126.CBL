       identification division.
       program-id.  prg126.
       author.  Andy Carlson.

      *    Authorized positions - add/change/delete screen over
      *    AUTHPOS.DAT, the headcount and weekly hours each store's
      *    departments are budgeted for.  PRG127's vacancy report
      *    and PRG17's new-hire check both read it, so a department
      *    with no row here is simply not controlled.  Modeled on
      *    PRG109's budget screen; level-3 sign-on through the
      *    shared PRG44 routine since the count is what a level-3
      *    override in PRG17 gets past, and every row written
      *    carries the operator and date.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats the budget file.
           select optional Auth-Position-File assign to disk
                  "authpos.dat"
                  organization is indexed
                  access is dynamic
                  record key is Auth-Key.

       data division.
       file section.
       fd Auth-Position-File.
       copy authrec.

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
           88 Quit-Screen        value "X ".
       01 dept-response          pic x(2).
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-headcount        pic x(4).
       01 entry-hours            pic x(7).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 screen-headcount       pic z,zz9.
       01 screen-hours           pic zz,zz9.99.

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
           if so-sign-on-ok and so-level >= 3
               open i-o Auth-Position-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Auth-Position-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Authorized Positions Need Level 3" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Authorized Positions" at 0220
           display "Please Enter Store #" at 0320
           display "Type <x> to quit" at 2520
           move spaces to store-response
           accept store-response at 0345
           call "CBL_TOUPPER" using store-response
                       by value length of store-response
           if not Quit-Screen and store-response not = spaces
               display "Dept #" at 0420
               move spaces to dept-response
               accept dept-response at 0445
               if store-response is numeric
                       and dept-response is numeric
                   perform 1600-Work-One-Position
               else
                   display spaces at 0501 erase eos
                   display "Store And Dept Must Be Numeric" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               end-if
           end-if.

       1600-Work-One-Position.
           move store-response to Auth-Store-AP
           move dept-response to Auth-Dept-AP
           read Auth-Position-File
               invalid key
                   perform 1650-Maybe-Add-Position
               not invalid key
                   display spaces at 0501 erase eos
                   perform 1690-Show-Position
                   display "Positions Found!" at 2420
                   display "Change or Delete this row? (C/D/N)"
                       at 2340
                   accept action-response at 2376
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Position
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Position
                   end-if
           end-read
           initialize Auth-Position-Record.

       1650-Maybe-Add-Position.
           display spaces at 0501 erase eos
           display "Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2369
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0501 erase eos
               perform 1700-Key-Counts
               if entry-ok
                   move so-operator-id to Auth-Operator-AP
                   move Run-Date-Formatted to Auth-Changed-AP
                   write Auth-Position-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Positions Added!" at 2420
                   end-write
               else
                   display "Bad Headcount Or Hours" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Position.
           display "Really delete this row? (Y/N)" at 2340
           accept delete-response at 2371
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Auth-Position-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Positions Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens.
       1670-Update-Position.
           display spaces at 0501 erase eos
           display "Blank leaves the current value in place" at 0501
           perform 1700-Key-Counts
           if entry-ok
               move so-operator-id to Auth-Operator-AP
               move Run-Date-Formatted to Auth-Changed-AP
               rewrite Auth-Position-Record
               end-rewrite
               display spaces at 0501 erase eos
               display "Positions Updated!" at 2420
           else
               display "Bad Headcount Or Hours" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Position.
           move Auth-Headcount-AP to screen-headcount
           move Auth-Hours-AP to screen-hours
           display "Authorized headcount" at 0704
           display screen-headcount at 0728
           display "Budgeted hours/week" at 0904
           display screen-hours at 0928
           display "Last changed by" at 1104
           display Auth-Operator-AP at 1128
           display Auth-Changed-AP at 1140.

      *    A new row starts at zero, so blanks on an add authorize
      *    nobody - a department closed to hiring.
       1700-Key-Counts.
           move "Y" to entry-ok-switch
           move spaces to entry-headcount entry-hours
           if Auth-Headcount-AP is not numeric
               move zero to Auth-Headcount-AP
           end-if
           if Auth-Hours-AP is not numeric
               move zero to Auth-Hours-AP
           end-if
           display "Authorized headcount (9999)" at 0704
           accept entry-headcount at 0740
           display "Budgeted hours/week (9999999 = 99999.99)" at 0904
           accept entry-hours at 0946
           if entry-headcount not = spaces
               if entry-headcount is numeric
                   move entry-headcount to Auth-Headcount-AP
               else
                   move "N" to entry-ok-switch
               end-if
           end-if
           if entry-hours not = spaces
               if entry-hours is numeric
                   move entry-hours to Auth-Hours-AP (1:7)
               else
                   move "N" to entry-ok-switch
               end-if
           end-if.
