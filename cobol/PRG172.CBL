       identification division.
       program-id.  prg172.
       author.  Andy Carlson.

      *    Store report distribution maintenance - add/change/delete
      *    screen over STOREDST.DAT, the file that tells PRG59 where
      *    each store's piece of a burst report goes: the store's
      *    print queue, its email address, or both.  Only stores on
      *    STOREMST.DAT can be keyed, and a change is stamped with
      *    the date and the operator who made it, so a delivery
      *    that went astray can be traced to the entry it went by.
      *    Laid out like PRG31's store master screen; changes need
      *    a level-2 sign-on the way the other master screens do.

       environment division.
       input-output section.
       file-control.
           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SM.

      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG31 treats the store master.
           select optional Store-Dist-File assign to disk
                  "storedst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Store-Number-SD.

       data division.
       file section.
       fd Store-File.
       copy strec.

       fd Store-Dist-File.
       copy dstrec.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 key-response           pic x(2).
           88 Quit-Screen        value "X" "x".
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 update-method          pic x.
       01 update-queue           pic x(40).
       01 update-email           pic x(40).
       01 entry-ok-switch        pic x value "N".
           88 entry-ok           value "Y".
       01 entry-message          pic x(40).

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

           call "prg44" using Sign-On-Parms
           if so-sign-on-ok and so-level >= 2
               open input Store-File
               open i-o Store-Dist-File
               move spaces to key-response
               perform 1500-Search-Data
                   until Quit-Screen
               close Store-File
               close Store-Dist-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Distribution Maintenance Needs Level 2"
                       at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Store Report Distribution" at 0220
           display "Please Enter Store #" at 0320
           display "Type <x> to quit" at 2520
           move spaces to key-response
           accept key-response at 0342
           if not Quit-Screen and key-response not = spaces
               perform 1600-Work-One-Store
           end-if.

      *    The store has to be on the master - a distribution row
      *    for a store that isn't would never be burst to.
       1600-Work-One-Store.
           move key-response to Store-Number-SM
           read Store-File
               invalid key
                   display spaces at 0401 erase eos
                   display "Not a store on the store master" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
               not invalid key
                   perform 1610-Work-Distribution
           end-read.

       1610-Work-Distribution.
           display Store-Name-SM at 0346
           move key-response to Store-Number-SD
           read Store-Dist-File
               invalid key
                   perform 1650-Maybe-Add-Distribution
               not invalid key
                   perform 1620-Show-Distribution
                   display "Entry Found!" at 2420
                   display "Change or Delete this entry? (C/D/N)"
                       at 2340
                   accept action-response at 2378
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Distribution
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Distribution
                   end-if
           end-read
           initialize Store-Dist-Record.

       1620-Show-Distribution.
           display spaces at 0401 erase eos
           display "Method (P/E/B)" at 0504
           display Dist-Method-SD at 0520
           display "Print Queue" at 0704
           display Print-Queue-SD at 0720
           display "Email" at 0904
           display Email-Address-SD at 0920
           display "Changed" at 1104
           display Changed-Date-SD at 1120
           display "by" at 1131
           display Changed-By-SD at 1134.

       1650-Maybe-Add-Distribution.
           display spaces at 0401 erase eos
           display "No Distribution Entry - Add It? (Y/N)" at 2340
           accept add-response at 2379
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               display spaces at 0401 erase eos
               display "P = print queue, E = email, B = both"
                   at 0501
               move spaces to Dist-Method-SD Print-Queue-SD
                              Email-Address-SD
               move "N" to entry-ok-switch
               perform 1680-Key-Distribution
                   until entry-ok
               move Run-Date-Formatted to Changed-Date-SD
               move so-operator-id to Changed-By-SD
               write Store-Dist-Record
                 invalid key
                   display "Add Failed" at 2420
                 not invalid key
                   display "Entry Added!" at 2420
               end-write
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Distribution.
           display "Really delete this entry? (Y/N)" at 2340
           accept delete-response at 2373
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Store-Dist-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Entry Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, the way PRG31's
      *    change works; the entry is checked again afterwards so a
      *    change can't leave a method with nowhere to send to.
       1670-Update-Distribution.
           move spaces to update-method update-queue update-email
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           display "Method (P/E/B)" at 0704
           accept update-method at 0720
           call "CBL_TOUPPER" using update-method
                       by value length of update-method
           display "Print Queue" at 0904
           accept update-queue at 0920
           display "Email" at 1104
           accept update-email at 1120
           if update-method = "P" or "E" or "B"
               move update-method to Dist-Method-SD
           end-if
           if update-queue not = spaces
               move update-queue to Print-Queue-SD
           end-if
           if update-email not = spaces
               move update-email to Email-Address-SD
           end-if
           perform 1690-Check-Distribution
           if not entry-ok
               display spaces at 0401 erase eos
               display "P = print queue, E = email, B = both"
                   at 0501
               perform 1680-Key-Distribution
                   until entry-ok
           end-if
           move Run-Date-Formatted to Changed-Date-SD
           move so-operator-id to Changed-By-SD
           rewrite Store-Dist-Record
           end-rewrite
           display spaces at 0401 erase eos
           display "Entry Updated!" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1680-Key-Distribution.
           display "Method (P/E/B)" at 0704
           accept Dist-Method-SD at 0720
           call "CBL_TOUPPER" using Dist-Method-SD
                       by value length of Dist-Method-SD
           if Dist-By-Print or Dist-By-Both
               display "Print Queue" at 0904
               accept Print-Queue-SD at 0920
           end-if
           if Dist-By-Email or Dist-By-Both
               display "Email" at 1104
               accept Email-Address-SD at 1120
           end-if
           perform 1690-Check-Distribution.

      *    A print method needs a queue and an email method needs an
      *    address - PRG59 would otherwise queue a delivery with
      *    nowhere to go.
       1690-Check-Distribution.
           move "Y" to entry-ok-switch
           move spaces to entry-message
           if not Dist-Method-Ok
               move "N" to entry-ok-switch
               move "Method must be P, E or B" to entry-message
           end-if
           if (Dist-By-Print or Dist-By-Both)
                   and Print-Queue-SD = spaces
               move "N" to entry-ok-switch
               move "A print queue is needed" to entry-message
           end-if
           if (Dist-By-Email or Dist-By-Both)
                   and Email-Address-SD = spaces
               move "N" to entry-ok-switch
               move "An email address is needed" to entry-message
           end-if
           display entry-message at 2320.
