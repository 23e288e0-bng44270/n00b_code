       identification division.
       program-id.  prg127.
       author.  Andy Carlson.

      *    Vacancy and overage by store and department - PRG45's
      *    headcount set against what each department is supposed
      *    to have.  The authorized headcount and budgeted weekly
      *    hours off PRG126's AUTHPOS.DAT and every employee on
      *    pg10idx.dat not terminated (counted the way PRG45 counts
      *    active) go through one sort by store/department; each
      *    department line shows authorized, on staff, vacant and
      *    over, and a department with people but no authorized
      *    row is marked so it gets one.  Each store starts its own
      *    page, with store subtotals and company totals behind
      *    them, names off the PRG31 masters as PRG45 prints them.

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is sequential
                  record key is ss-num of disk-record.

           select optional Auth-Position-File assign to disk
                  "authpos.dat"
                  organization is indexed
                  access is sequential
                  record key is Auth-Key.

           select Sort-Work-File assign to disk.

           select optional Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is sequential
                  record key is Store-Number-SM.
           select optional Dept-File assign to disk "deptmst.dat"
                  organization is indexed
                  access is sequential
                  record key is Dept-Number-DM.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd Auth-Position-File.
       copy authrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 store-number-sr      pic xx.
           03 dept-number-sr       pic xx.
      *    "A" for an authorized-positions row, "E" for an employee.
           03 row-type-sr          pic x.
           03 authorized-sr        pic 9(4).
           03 hours-sr             pic 9(5)v99.

       fd Store-File.
       copy strec.

       fd Dept-File.
       copy deptrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 auth-eof-flag        pic xxx value spaces.
           88 auth-end         value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Store-Def-Key-Hold   pic xx.
       01 Dept-Def-Key-Hold    pic xx.
       01 Dept-Authorized-Switch pic x value "N".
           88 Dept-Authorized  value "Y".

       01 Dept-Auth-Count      pic 9(4) value zero.
       01 Dept-Active-Count    pic 9(4) value zero.
       01 Dept-Hours-Total     pic 9(5)v99 value zero.
       01 Dept-Vacant          pic 9(4) value zero.
       01 Dept-Over            pic 9(4) value zero.
       01 Store-Auth-Count     pic 9(5) value zero.
       01 Store-Active-Count   pic 9(5) value zero.
       01 Store-Hours-Total    pic 9(6)v99 value zero.
       01 Store-Vacant         pic 9(5) value zero.
       01 Store-Over           pic 9(5) value zero.
       01 Grand-Auth-Count     pic 9(5) value zero.
       01 Grand-Active-Count   pic 9(5) value zero.
       01 Grand-Hours-Total    pic 9(7)v99 value zero.
       01 Grand-Vacant         pic 9(5) value zero.
       01 Grand-Over           pic 9(5) value zero.

      *    Store/department names off the PRG31 masters.
       01 Store-Name-Table.
           03 Store-Name-Entry occurs 100 times.
               05 Store-Number-ST      pic x(2).
               05 Store-Name-ST        pic x(20).
       01 Store-Name-Count     pic 9(3) value zero.
       01 Store-Name-Index     pic 9(3).
       01 Store-EOF-Marker     pic x(3) value "NO".
           88 Store-End-Of-File value "YES".
       01 Dept-Name-Table.
           03 Dept-Name-Entry occurs 100 times.
               05 Dept-Number-DT       pic x(2).
               05 Dept-Name-DT         pic x(20).
       01 Dept-Name-Count      pic 9(3) value zero.
       01 Dept-Name-Index      pic 9(3).
       01 Dept-EOF-Marker      pic x(3) value "NO".
           88 Dept-End-Of-File value "YES".
       01 Matched-Store-Name   pic x(20).
       01 Matched-Dept-Name    pic x(20).

       01 Page-Heading-Line.
           03                  pic x(30)
               value "** AUTHORIZED HEADCOUNT **".
           03                  pic x(4) value spaces.
           03                  pic x(7) value "Store ".
           03 store-number-hd  pic xx.
           03                  pic x(1) value spaces.
           03 store-name-hd    pic x(20).

       01 Column-Heading-Line.
           03                  pic x(4) value "DEPT".
           03                  pic x(2) value spaces.
           03                  pic x(20) value "NAME".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "AUTH'D".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "ACTIVE".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "VACANT".
           03                  pic x(2) value spaces.
           03                  pic x(6) value "  OVER".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "HOURS/WEEK".

       01 Dept-Line.
           03 dept-number-dl   pic xx.
           03                  pic x(4) value spaces.
           03 dept-name-dl     pic x(20).
           03                  pic x(4) value spaces.
           03 auth-dl          pic zzz9.
           03                  pic x(4) value spaces.
           03 active-dl        pic zzz9.
           03                  pic x(4) value spaces.
           03 vacant-dl        pic zzz9.
           03                  pic x(4) value spaces.
           03 over-dl          pic zzz9.
           03                  pic x(2) value spaces.
           03 hours-dl         pic zz,zz9.99.
           03                  pic x(2) value spaces.
           03 note-dl          pic x(18).

       01 Store-Total-Line.
           03                  pic x(12) value "STORE TOTAL".
           03                  pic x(16) value spaces.
           03 st-auth-dl       pic zzzz9.
           03                  pic x(3) value spaces.
           03 st-active-dl     pic zzzz9.
           03                  pic x(3) value spaces.
           03 st-vacant-dl     pic zzzz9.
           03                  pic x(3) value spaces.
           03 st-over-dl       pic zzzz9.
           03                  pic x(1) value spaces.
           03 st-hours-dl      pic zzz,zz9.99.

       01 Company-Total-Line.
           03                  pic x(14) value "COMPANY TOTAL".
           03                  pic x(14) value spaces.
           03 co-auth-dl       pic zzzz9.
           03                  pic x(3) value spaces.
           03 co-active-dl     pic zzzz9.
           03                  pic x(3) value spaces.
           03 co-vacant-dl     pic zzzz9.
           03                  pic x(3) value spaces.
           03 co-over-dl       pic zzzz9.
           03 co-hours-dl      pic z,zzz,zz9.99.

       procedure division.
       1000-Main-Logic.
           perform 1300-Load-Store-Names
           perform 1350-Load-Dept-Names
           move 1 to Loop-Checker
           sort Sort-Work-File
               ascending key store-number-sr dept-number-sr
               input procedure 1500-Release-Rows
               output procedure 2000-Build-Report
           stop run.

       1300-Load-Store-Names.
           open input Store-File
           perform 1310-Read-Store-Name
               until Store-End-Of-File
                  or Store-Name-Count = 100
           close Store-File.

       1310-Read-Store-Name.
           read Store-File
               at end move "YES" to Store-EOF-Marker
               not at end
                   add 1 to Store-Name-Count
                   move Store-Number-SM
                       to Store-Number-ST (Store-Name-Count)
                   move Store-Name-SM
                       to Store-Name-ST (Store-Name-Count)
           end-read.

       1350-Load-Dept-Names.
           open input Dept-File
           perform 1360-Read-Dept-Name
               until Dept-End-Of-File
                  or Dept-Name-Count = 100
           close Dept-File.

       1360-Read-Dept-Name.
           read Dept-File
               at end move "YES" to Dept-EOF-Marker
               not at end
                   add 1 to Dept-Name-Count
                   move Dept-Number-DM
                       to Dept-Number-DT (Dept-Name-Count)
                   move Dept-Name-DM
                       to Dept-Name-DT (Dept-Name-Count)
           end-read.

       1500-Release-Rows.
           open input Auth-Position-File
           perform 1520-Read-Auth-Row
               until auth-end
           close Auth-Position-File
           open input Indexed-File
           perform 1550-Read-Employee
               until end-of-file
           close Indexed-File.

       1520-Read-Auth-Row.
           read Auth-Position-File
               at end move "YES" to auth-eof-flag
               not at end
                   move Auth-Store-AP to store-number-sr
                   move Auth-Dept-AP to dept-number-sr
                   move "A" to row-type-sr
                   move Auth-Headcount-AP to authorized-sr
                   move Auth-Hours-AP to hours-sr
                   release Sort-Record
           end-read.

       1550-Read-Employee.
           read Indexed-File
               at end move "YES" to eof-flag
               not at end
                   if status-code of disk-record not = "T"
                       move store-number of disk-record
                           to store-number-sr
                       move dept-number of disk-record
                           to dept-number-sr
                       move "E" to row-type-sr
                       move zero to authorized-sr hours-sr
                       release Sort-Record
                   end-if
           end-read.

       2000-Build-Report.
           open output Output-Printer-File
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2600-Dept-Control-Break
               perform 2700-Store-Control-Break
           end-if
           perform 5000-Write-Company-Total
           close Output-Printer-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move store-number-sr to Store-Def-Key-Hold
                       move dept-number-sr to Dept-Def-Key-Hold
                       perform 2500-Write-Page-Heading
                   else
                       if store-number-sr not = Store-Def-Key-Hold
                           perform 2600-Dept-Control-Break
                           perform 2700-Store-Control-Break
                           move store-number-sr
                               to Store-Def-Key-Hold
                           move dept-number-sr to Dept-Def-Key-Hold
                           perform 2500-Write-Page-Heading
                       else
                           if dept-number-sr not = Dept-Def-Key-Hold
                               perform 2600-Dept-Control-Break
                               move dept-number-sr
                                   to Dept-Def-Key-Hold
                           end-if
                       end-if
                   end-if
                   perform 2200-Accumulate-Row
           end-return.

       2200-Accumulate-Row.
           if row-type-sr = "A"
               move "Y" to Dept-Authorized-Switch
               add authorized-sr to Dept-Auth-Count
               add hours-sr to Dept-Hours-Total
           else
               add 1 to Dept-Active-Count
           end-if.

       2410-Find-Store-Name.
           move spaces to Matched-Store-Name
           perform 2415-Check-Store-Name-Entry
               varying Store-Name-Index from 1 by 1
               until Store-Name-Index > Store-Name-Count.

       2415-Check-Store-Name-Entry.
           if Store-Def-Key-Hold = Store-Number-ST (Store-Name-Index)
               move Store-Name-ST (Store-Name-Index)
                   to Matched-Store-Name
           end-if.

       2420-Find-Dept-Name.
           move spaces to Matched-Dept-Name
           perform 2425-Check-Dept-Name-Entry
               varying Dept-Name-Index from 1 by 1
               until Dept-Name-Index > Dept-Name-Count.

       2425-Check-Dept-Name-Entry.
           if Dept-Def-Key-Hold = Dept-Number-DT (Dept-Name-Index)
               move Dept-Name-DT (Dept-Name-Index)
                   to Matched-Dept-Name
           end-if.

       2500-Write-Page-Heading.
           perform 2410-Find-Store-Name
           move Store-Def-Key-Hold to store-number-hd
           move Matched-Store-Name to store-name-hd
           write Output-Printer-Record from Page-Heading-Line
               after advancing page
           write Output-Printer-Record from Column-Heading-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

       2600-Dept-Control-Break.
           move zero to Dept-Vacant Dept-Over
           if Dept-Active-Count > Dept-Auth-Count
               compute Dept-Over = Dept-Active-Count - Dept-Auth-Count
           else
               compute Dept-Vacant =
                   Dept-Auth-Count - Dept-Active-Count
           end-if
           perform 2420-Find-Dept-Name
           move Dept-Def-Key-Hold to dept-number-dl
           move Matched-Dept-Name to dept-name-dl
           move Dept-Auth-Count to auth-dl
           move Dept-Active-Count to active-dl
           move Dept-Vacant to vacant-dl
           move Dept-Over to over-dl
           move Dept-Hours-Total to hours-dl
           move spaces to note-dl
           if not Dept-Authorized
               move "NOT AUTHORIZED" to note-dl
           else
               if Dept-Over > zero
                   move "OVER AUTHORIZED" to note-dl
               end-if
           end-if
           write Output-Printer-Record from Dept-Line
               after advancing 1 lines
           add Dept-Auth-Count to Store-Auth-Count Grand-Auth-Count
           add Dept-Active-Count to Store-Active-Count
               Grand-Active-Count
           add Dept-Vacant to Store-Vacant Grand-Vacant
           add Dept-Over to Store-Over Grand-Over
           add Dept-Hours-Total to Store-Hours-Total
               Grand-Hours-Total
           move "N" to Dept-Authorized-Switch
           initialize Dept-Auth-Count Dept-Active-Count
               Dept-Hours-Total.

       2700-Store-Control-Break.
           move Store-Auth-Count to st-auth-dl
           move Store-Active-Count to st-active-dl
           move Store-Vacant to st-vacant-dl
           move Store-Over to st-over-dl
           move Store-Hours-Total to st-hours-dl
           write Output-Printer-Record from Store-Total-Line
               after advancing 2 lines
           initialize Store-Auth-Count Store-Active-Count
               Store-Vacant Store-Over Store-Hours-Total.

       5000-Write-Company-Total.
           move Grand-Auth-Count to co-auth-dl
           move Grand-Active-Count to co-active-dl
           move Grand-Vacant to co-vacant-dl
           move Grand-Over to co-over-dl
           move Grand-Hours-Total to co-hours-dl
           write Output-Printer-Record from Company-Total-Line
               after advancing 3 lines.
