       identification division.
       program-id.  prg128.
       author.  Andy Carlson.

      *    Certification maintenance - add/change/delete screen over
      *    EMPCERT.DAT, replacing the binder of forklift, food
      *    handler and pharmacy cards that was always out of date.
      *    Key an SS# (checked against pg10idx.dat) and the
      *    employee's certifications on file come up; key a type
      *    to work that one.  Issue and expiry are mm/dd/yyyy and
      *    the expiry can't come before the issue.  Modeled on
      *    PRG109's budget screen; level-2 sign-on through the
      *    shared PRG44 routine, and every row written carries the
      *    operator and date.

       environment division.
       input-output section.
       file-control.
      *    Created by this screen the first time it's run, so
      *    OPTIONAL the same way PRG109 treats the budget file.
           select optional Cert-File assign to disk "empcert.dat"
                  organization is indexed
                  access is dynamic
                  record key is Cert-Key.

           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num of disk-record.

       data division.
       file section.
       fd Cert-File.
       copy certrec.

       fd Indexed-File.
       copy diskrec.

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

       01 ss-response            pic x(9).
           88 Quit-Screen        value "X".
       01 type-response          pic x(4).
       01 action-response        pic x.
       01 delete-response        pic x.
       01 add-response           pic x.
       01 entry-issue            pic x(10).
       01 entry-expiry           pic x(10).
       01 entry-ok-switch        pic x value "Y".
           88 entry-ok           value "Y".
       01 employee-name          pic x(31).
       01 cert-eof-flag          pic xxx value spaces.
           88 cert-end           value 'YES'.
       01 Screen-Row             pic 99.

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Date-In                pic x(10).
       01 Date-Key               pic x(8).
       01 Issue-Key              pic x(8).

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
               open i-o Cert-File
               open input Indexed-File
               perform 1500-Search-Data
                   until Quit-Screen
               close Indexed-File
               close Cert-File
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Certifications Need Level 2" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Certifications" at 0220
           display "Please Enter SS #" at 0320
           display "Type <x> to quit" at 2520
           move spaces to ss-response
           accept ss-response at 0345
           call "CBL_TOUPPER" using ss-response
                       by value length of ss-response
           if not Quit-Screen and ss-response not = spaces
               move ss-response to ss-num of disk-record
               read Indexed-File
                   invalid key
                       display spaces at 0401 erase eos
                       display "SS# Not On File" at 2420
                       display "Press <Enter> to continue" at 2440
                       stop spaces
                   not invalid key
                       perform 1550-Show-Employee-Certs
                       perform 1580-Take-Type
               end-read
           end-if.

       1550-Show-Employee-Certs.
           move spaces to employee-name
           string first-name of disk-record delimited by "  "
                  " " delimited by size
                  last-name of disk-record delimited by "  "
                  into employee-name
           display employee-name at 0356
           display "Type  Issued      Expires" at 0504
           move 6 to Screen-Row
           move spaces to cert-eof-flag
           move ss-response to Cert-Ss-CE
           move low-values to Cert-Type-CE
           start Cert-File key is >= Cert-Key
               invalid key
                   move "YES" to cert-eof-flag
           end-start
           perform 1560-Show-One-Cert
               until cert-end.

      *    Rows 6 through 15 list what's on file for the SS#.
       1560-Show-One-Cert.
           read Cert-File next record
               at end move "YES" to cert-eof-flag
               not at end
                   if Cert-Ss-CE not = ss-response
                       move "YES" to cert-eof-flag
                   else
                       if Screen-Row < 16
                           display Cert-Type-CE
                               at line Screen-Row column 04
                           display Cert-Issue-Date-CE
                               at line Screen-Row column 10
                           display Cert-Expiry-Date-CE
                               at line Screen-Row column 22
                           add 1 to Screen-Row
                       end-if
                   end-if
           end-read.

       1580-Take-Type.
           display "Certification type" at 1704
           move spaces to type-response
           accept type-response at 1724
           call "CBL_TOUPPER" using type-response
                       by value length of type-response
           if type-response not = spaces
               perform 1600-Work-One-Cert
           end-if.

       1600-Work-One-Cert.
           move ss-response to Cert-Ss-CE
           move type-response to Cert-Type-CE
           read Cert-File
               invalid key
                   perform 1650-Maybe-Add-Cert
               not invalid key
                   display spaces at 1801 erase eos
                   perform 1690-Show-Cert
                   display "Certification Found!" at 2420
                   display "Change or Delete it? (C/D/N)" at 2340
                   accept action-response at 2370
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "D"
                       perform 1660-Delete-Cert
                   end-if
                   if action-response = "C"
                       perform 1670-Update-Cert
                   end-if
           end-read
           initialize Cert-Record.

       1650-Maybe-Add-Cert.
           display spaces at 1801 erase eos
           display "Not On File - Add It? (Y/N)" at 2340
           accept add-response at 2369
           call "CBL_TOUPPER" using add-response
                       by value length of add-response
           if add-response = "Y"
               move spaces to Cert-Issue-Date-CE Cert-Expiry-Date-CE
               perform 1700-Key-Dates
               if entry-ok
                       and Cert-Issue-Date-CE not = spaces
                       and Cert-Expiry-Date-CE not = spaces
                   move so-operator-id to Cert-Operator-CE
                   move Run-Date-Formatted to Cert-Changed-CE
                   write Cert-Record
                     invalid key
                       display "Add Failed" at 2420
                     not invalid key
                       display "Certification Added!" at 2420
                   end-write
               else
                   display "Bad Or Missing Dates" at 2420
               end-if
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

       1660-Delete-Cert.
           display "Really delete it? (Y/N)" at 2340
           accept delete-response at 2365
           call "CBL_TOUPPER" using delete-response
                       by value length of delete-response
           if delete-response = "Y"
               delete Cert-File record
                 invalid key
                   display "Delete Failed" at 2420
                 not invalid key
                   display "Certification Deleted!" at 2420
               end-delete
               display "Press <Enter> to continue" at 2440
               stop spaces
           end-if.

      *    Blank leaves the current value in place, matching the
      *    pattern used on PRG31's master screens - a renewal is
      *    usually just a new expiry.
       1670-Update-Cert.
           display spaces at 1801 erase eos
           display "Blank leaves the current value in place" at 1801
           perform 1700-Key-Dates
           if entry-ok
               move so-operator-id to Cert-Operator-CE
               move Run-Date-Formatted to Cert-Changed-CE
               rewrite Cert-Record
               end-rewrite
               display "Certification Updated!" at 2420
           else
               display "Bad Dates" at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

       1690-Show-Cert.
           display "Issued" at 1904
           display Cert-Issue-Date-CE at 1922
           display "Expires" at 2004
           display Cert-Expiry-Date-CE at 2022
           display "Last changed by" at 2104
           display Cert-Operator-CE at 2122
           display Cert-Changed-CE at 2134.

       1700-Key-Dates.
           move "Y" to entry-ok-switch
           move spaces to entry-issue entry-expiry
           display "Issued (mm/dd/yyyy)" at 1904
           accept entry-issue at 1925
           display "Expires (mm/dd/yyyy)" at 2004
           accept entry-expiry at 2025
           if entry-issue not = spaces
               move entry-issue to Date-In
               perform 1900-Make-Date-Key
               if Date-Key = spaces
                   move "N" to entry-ok-switch
               else
                   move entry-issue to Cert-Issue-Date-CE
               end-if
           end-if
           if entry-expiry not = spaces
               move entry-expiry to Date-In
               perform 1900-Make-Date-Key
               if Date-Key = spaces
                   move "N" to entry-ok-switch
               else
                   move entry-expiry to Cert-Expiry-Date-CE
               end-if
           end-if
           if entry-ok
               move Cert-Issue-Date-CE to Date-In
               perform 1900-Make-Date-Key
               move Date-Key to Issue-Key
               move Cert-Expiry-Date-CE to Date-In
               perform 1900-Make-Date-Key
               if Issue-Key not = spaces
                       and Date-Key not = spaces
                       and Date-Key < Issue-Key
                   move "N" to entry-ok-switch
               end-if
           end-if.

      *    Blank or malformed dates key as spaces.
       1900-Make-Date-Key.
           move spaces to Date-Key
           if Date-In (1:2) is numeric
                   and Date-In (4:2) is numeric
                   and Date-In (7:4) is numeric
                   and Date-In (3:1) = "/"
                   and Date-In (6:1) = "/"
               string Date-In (7:4) delimited by size
                      Date-In (1:2) delimited by size
                      Date-In (4:2) delimited by size
                      into Date-Key
           end-if.
