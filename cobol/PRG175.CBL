       identification division.
       program-id.  prg175.
       author.  Andy Carlson.

      *    Operator permission maintenance - add/change/delete
      *    screen over OPPERM.DAT, the functions each operator is
      *    granted (a function is a program id, PRG80 or PRG87) and
      *    within each whether they may inquire, update or approve.
      *    PRG44 reads it at every sign-on that names a function.
      *    The second mode keeps OPCONFL.DAT, the pairs of
      *    functions nobody should hold together, which PRG176
      *    checks every operator against.  Only operators on
      *    OPERMST.DAT can be granted anything, and every change is
      *    stamped with the date and the operator who made it.
      *    Laid out like PRG172's screen; it needs approve on the
      *    PRG175 function, or level 3 for an operator not yet on
      *    permissions.

       environment division.
       input-output section.
       file-control.
           select optional Operator-File assign to disk "opermst.dat"
                  organization is indexed
                  access is random
                  record key is Operator-Id-OP.

      *    Both created by this screen the first time it's run, so
      *    OPTIONAL the way PRG172 treats its file.
           select optional Permission-File assign to disk
                  "opperm.dat"
                  organization is indexed
                  access is dynamic
                  record key is Permission-Key-PM.

           select optional Conflict-File assign to disk
                  "opconfl.dat"
                  organization is indexed
                  access is dynamic
                  record key is Conflict-Key-FC.

       data division.
       file section.
       fd Operator-File.
       copy oprec.

       fd Permission-File.
       copy permrec.

       fd Conflict-File.
       copy conflrec.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 mode-response          pic x.
           88 Quit-Maintenance   value "X" "x".
       01 key-operator           pic x(10).
           88 Quit-Screen        value "X" "x".
       01 key-function           pic x(8).
           88 Quit-Function      value "X" "x".
       01 key-function-2         pic x(8).
       01 key-right-1            pic x.
       01 key-right-2            pic x.
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 update-reason          pic x(40).
       01 entry-ok-switch        pic x value "N".
           88 entry-ok           value "Y".
       01 entry-message          pic x(40).
       01 list-end-switch        pic x value "N".
           88 list-end           value "Y".
       01 Screen-Row             pic 99.

       01 Run-Date-Formatted.
           03 rdf-mm             pic 99.
           03                    pic x value "/".
           03 rdf-dd             pic 99.
           03                    pic x value "/".
           03                    pic xx value "20".
           03 rdf-yy             pic 99.

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

           move "PRG175" to so-function
           call "prg44" using Sign-On-Parms
           if so-sign-on-ok and so-level = 3
               open input Operator-File
               open i-o Permission-File
               open i-o Conflict-File
               move space to mode-response
               perform 1500-Pick-Mode
                   until Quit-Maintenance
               close Operator-File
               close Permission-File
               close Conflict-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Permission Maintenance Needs Level 3"
                       at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Pick-Mode.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Operator Permissions" at 0220
           display "<p>ermissions by operator, <c>onflicting pairs,"
               at 0520
           display "or <x> to quit:" at 0620
           move space to mode-response
           accept mode-response at 0636
           call "CBL_TOUPPER" using mode-response
                       by value length of mode-response
           evaluate mode-response
               when "P" move spaces to key-operator
                        perform 2000-Search-Permission
                            until Quit-Screen
               when "C" move spaces to key-function
                        perform 3000-Search-Conflict
                            until Quit-Function
               when other continue
           end-evaluate.

      *****************************************************************
      *    Permissions - operator and function.  Leaving the
      *    function blank lists what the operator already holds.
      *****************************************************************
       2000-Search-Permission.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Operator Permissions" at 0220
           display "Operator ID" at 0320
           display "Function" at 0420
           display "Type <x> to quit" at 2520
           move spaces to key-operator key-function
           accept key-operator at 0335
           if not Quit-Screen and key-operator not = spaces
               accept key-function at 0435
               call "CBL_TOUPPER" using key-function
                           by value length of key-function
               perform 2100-Work-One-Operator
           end-if.

      *    A grant to an id that isn't on the operator master could
      *    never be used, and would wait for whoever took the id.
       2100-Work-One-Operator.
           move key-operator to Operator-Id-OP
           read Operator-File
               invalid key
                   display spaces at 0501 erase eos
                   display "Not an operator on the master" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               not invalid key
                   display "Level" at 0350
                   display Operator-Level-OP at 0356
                   if key-function = spaces
                       perform 2200-List-Operator-Functions
                   else
                       perform 2300-Work-Permission
                   end-if
           end-read.

       2200-List-Operator-Functions.
           display spaces at 0501 erase eos
           display "Function  Inq Upd App  Granted" at 0520
           move 06 to Screen-Row
           move "N" to list-end-switch
           move key-operator to Perm-Operator-PM
           move low-values to Perm-Function-PM
           start Permission-File key is not < Permission-Key-PM
               invalid key move "Y" to list-end-switch
           end-start
           perform 2210-List-One-Function
               until list-end or Screen-Row > 20
           if Screen-Row = 06
               display "No functions granted - on the operator level"
                   at 0620
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       2210-List-One-Function.
           read Permission-File next record
               at end move "Y" to list-end-switch
           end-read
           if not list-end
               if Perm-Operator-PM not = key-operator
                   move "Y" to list-end-switch
               else
                   display Perm-Function-PM
                       at line Screen-Row column 20
                   display Perm-Inquiry-PM at line Screen-Row column 31
                   display Perm-Update-PM at line Screen-Row column 35
                   display Perm-Approve-PM at line Screen-Row column 39
                   display Perm-Granted-Date-PM
                       at line Screen-Row column 42
                   display Perm-Granted-By-PM
                       at line Screen-Row column 53
                   add 1 to Screen-Row
               end-if
           end-if.

       2300-Work-Permission.
           move key-operator to Perm-Operator-PM
           move key-function to Perm-Function-PM
           read Permission-File
               invalid key
                   perform 2350-Maybe-Add-Permission
               not invalid key
                   perform 2320-Show-Permission
                   display "Entry Found!" at 2420
                   display "Change or Delete this entry? (C/D/N)"
                       at 2340
                   accept action-response at 2378
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 2360-Delete-Permission
                   end-if
                   if action-response = "C"
                       perform 2370-Update-Permission
                   end-if
           end-read
           initialize Operator-Permission-Record.

       2320-Show-Permission.
           display spaces at 0501 erase eos
           display "Inquiry  (Y/N)" at 0604
           display Perm-Inquiry-PM at 0620
           display "Update   (Y/N)" at 0704
           display Perm-Update-PM at 0720
           display "Approve  (Y/N)" at 0804
           display Perm-Approve-PM at 0820
           display "Granted" at 1004
           display Perm-Granted-Date-PM at 1020
           display "by" at 1031
           display Perm-Granted-By-PM at 1034.

       2350-Maybe-Add-Permission.
           display spaces at 0501 erase eos
           display "Not Granted - Add It? (Y/N)" at 2340
           accept add-response at 2369
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0501 erase eos
               move "N" to entry-ok-switch
               perform 2380-Key-Rights
                   until entry-ok
               move Run-Date-Formatted to Perm-Granted-Date-PM
               move so-operator-id to Perm-Granted-By-PM
               write Operator-Permission-Record
                 invalid key
                   display "Add Failed" at 2420
                 not invalid key
                   display "Entry Added!" at 2420
               end-write
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       2360-Delete-Permission.
           display "Really delete this entry? (Y/N)" at 2340
           accept delete-response at 2373
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Permission-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Entry Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       2370-Update-Permission.
           display spaces at 0501 erase eos
           move "N" to entry-ok-switch
           perform 2380-Key-Rights
               until entry-ok
           move Run-Date-Formatted to Perm-Granted-Date-PM
           move so-operator-id to Perm-Granted-By-PM
           rewrite Operator-Permission-Record
           end-rewrite
           display spaces at 0501 erase eos
           display "Entry Updated!" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Each right is Y or N, and a row has to grant at least one
      *    of them - a row granting nothing is a delete.
       2380-Key-Rights.
           display "Inquiry  (Y/N)" at 0604
           accept Perm-Inquiry-PM at 0620
           display "Update   (Y/N)" at 0704
           accept Perm-Update-PM at 0720
           display "Approve  (Y/N)" at 0804
           accept Perm-Approve-PM at 0820
           call "CBL_TOUPPER" using Perm-Inquiry-PM
                       by value length of Perm-Inquiry-PM
           call "CBL_TOUPPER" using Perm-Update-PM
                       by value length of Perm-Update-PM
           call "CBL_TOUPPER" using Perm-Approve-PM
                       by value length of Perm-Approve-PM
           move "Y" to entry-ok-switch
           move spaces to entry-message
           if Perm-Inquiry-PM not = "Y" and not = "N"
                   or Perm-Update-PM not = "Y" and not = "N"
                   or Perm-Approve-PM not = "Y" and not = "N"
               move "N" to entry-ok-switch
               move "Each right must be Y or N" to entry-message
           else
               if not Can-Inquire and not Can-Update
                       and not Can-Approve
                   move "N" to entry-ok-switch
                   move "Grant at least one right" to entry-message
               end-if
           end-if
           display entry-message at 2320.

      *****************************************************************
      *    Conflicting pairs - two functions, each with the right
      *    that counts (I, U or A), and why they shouldn't be held
      *    together.
      *****************************************************************
       3000-Search-Conflict.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Conflicting Functions" at 0220
           display "First Function" at 0320
           display "Right (I/U/A)" at 0346
           display "Second Function" at 0420
           display "Right (I/U/A)" at 0446
           display "Type <x> to quit" at 2520
           move spaces to key-function key-function-2
                          key-right-1 key-right-2
           accept key-function at 0336
           if not Quit-Function and key-function not = spaces
               accept key-right-1 at 0360
               accept key-function-2 at 0436
               accept key-right-2 at 0460
               call "CBL_TOUPPER" using key-function
                           by value length of key-function
               call "CBL_TOUPPER" using key-function-2
                           by value length of key-function-2
               call "CBL_TOUPPER" using key-right-1
                           by value length of key-right-1
               call "CBL_TOUPPER" using key-right-2
                           by value length of key-right-2
               perform 3100-Work-One-Conflict
           end-if.

       3100-Work-One-Conflict.
           if key-right-1 not = "I" and not = "U" and not = "A"
                   or key-right-2 not = "I" and not = "U"
                       and not = "A"
                   or key-function-2 = spaces
               display spaces at 0501 erase eos
               display "Two functions, each with I, U or A" at 2420
               display "Press <Enter> to continue" at 2440
               stop spaces
           else
               perform 3200-Work-Conflict
           end-if.

       3200-Work-Conflict.
           move key-function to Conflict-Function-1-FC
           move key-right-1 to Conflict-Right-1-FC
           move key-function-2 to Conflict-Function-2-FC
           move key-right-2 to Conflict-Right-2-FC
           read Conflict-File
               invalid key
                   perform 3250-Maybe-Add-Conflict
               not invalid key
                   perform 3220-Show-Conflict
                   display "Entry Found!" at 2420
                   display "Change or Delete this entry? (C/D/N)"
                       at 2340
                   accept action-response at 2378
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 3260-Delete-Conflict
                   end-if
                   if action-response = "C"
                       perform 3270-Update-Conflict
                   end-if
           end-read
           initialize Function-Conflict-Record.

       3220-Show-Conflict.
           display spaces at 0501 erase eos
           display "Reason" at 0604
           display Conflict-Reason-FC at 0620
           display "Changed" at 0804
           display Conflict-Changed-Date-FC at 0820
           display "by" at 0831
           display Conflict-Changed-By-FC at 0834.

       3250-Maybe-Add-Conflict.
           display spaces at 0501 erase eos
           display "No Such Pair - Add It? (Y/N)" at 2340
           accept add-response at 2370
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display "Reason" at 0604
               accept Conflict-Reason-FC at 0620
               move Run-Date-Formatted to Conflict-Changed-Date-FC
               move so-operator-id to Conflict-Changed-By-FC
               write Function-Conflict-Record
                 invalid key
                   display "Add Failed" at 2420
                 not invalid key
                   display "Entry Added!" at 2420
               end-write
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       3260-Delete-Conflict.
           display "Really delete this entry? (Y/N)" at 2340
           accept delete-response at 2373
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Conflict-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Entry Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Only the reason changes - a different pair is a delete
      *    and an add.  Blank leaves it in place.
       3270-Update-Conflict.
           move spaces to update-reason
           display "Blank leaves the current value in place" at 0501
           display "New Reason" at 0704
           accept update-reason at 0720
           if update-reason not = spaces
               move update-reason to Conflict-Reason-FC
           end-if
           move Run-Date-Formatted to Conflict-Changed-Date-FC
           move so-operator-id to Conflict-Changed-By-FC
           rewrite Function-Conflict-Record
           end-rewrite
           display spaces at 0501 erase eos
           display "Entry Updated!" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.
