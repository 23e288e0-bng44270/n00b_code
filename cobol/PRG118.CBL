       identification division.
       program-id.  prg118.
       author.  Andy Carlson.

      *    State new-hire report - the weekly file of everyone PRG12B
      *    added ('A') or reactivated ('R') since the last report,
      *    in the fixed layout the state takes, with a transmittal
      *    listing for the binder.  PRG12B stamps hire-date with its
      *    own run date on both actions, so a hire-date on or after
      *    the last report's run date (newhire.ctl) is the window;
      *    the day of the last report is taken again, and nhsent.dat
      *    - every employee and hire date already sent - keeps
      *    anyone from going twice.  A reactivation is flagged as a
      *    rehire off its 'R' row in pg10idx.hst.  The employer
      *    fields come off the same wagefile.ctl row PRG117 uses; if
      *    it is missing nothing is sent or logged, newhire.dat is
      *    left empty and the run ends with return code 9.
      *    The first run, with no newhire.ctl yet, asks for the
      *    earliest hire date to report.

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is sequential
                  record key is ss-num of disk-record.

           select optional History-File assign to disk
                  "pg10idx.hst"
                  organization is line sequential.

      *    One row - the run date of the last report, mm/dd/yyyy.
           select optional Control-File assign to disk "newhire.ctl"
                  organization is line sequential.

      *    Appended to, never replaced - what went to the state.
           select optional Sent-File assign to disk "nhsent.dat"
                  organization is line sequential.

           select optional Employer-Control-File assign to disk
                  "wagefile.ctl"
                  organization is line sequential.

           select New-Hire-File assign to disk "newhire.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd History-File.
       copy histrec.

       fd Control-File.
       01 Control-Record.
           03 nc-last-run-date     pic x(10).

       fd Sent-File.
       01 Sent-Record.
           03 ns-ss-num            pic x(9).
           03 ns-hire-date         pic x(10).
           03 ns-sent-date         pic x(10).
           03 ns-rehire            pic x.

       fd Employer-Control-File.
       01 Employer-Control-Record.
           03 ec-employer-id       pic x(9).
           03 ec-employer-name     pic x(40).
           03 ec-employer-street   pic x(40).
           03 ec-employer-city     pic x(40).

       fd New-Hire-File.
       01 New-Hire-File-Record     pic x(250).

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 hist-eof-flag        pic xxx value spaces.
           88 hist-end         value 'YES'.
       01 sent-eof-flag        pic xxx value spaces.
           88 sent-end         value 'YES'.

       01 Employer-Found-Switch pic x value "N".
           88 Employer-Found   value "Y".
       01 Sent-Found-Switch    pic x value "N".
           88 Sent-Found       value "Y".
       01 Rehire-Found-Switch  pic x value "N".
           88 Rehire-Found     value "Y".

      *    Today, mm/dd/yyyy, the way PRG12B formats its run date.
       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 Start-Date-Response  pic x(10).
       01 Start-Date           pic x(10).
       01 Start-Key            pic x(8).

      *    mm/dd/yyyy turned around to yyyymmdd so dates compare.
       01 Date-In              pic x(10).
       01 Date-Key             pic x(8).

      *    Already sent with a hire date in the window.
       01 Sent-Table.
           03 Sent-Entry occurs 500 times.
               05 St-Ss-Num        pic x(9).
               05 St-Hire-Date     pic x(10).
       01 Sent-Count           pic 9(3) value zero.
       01 Sent-Index           pic 9(3).

      *    Reactivations PRG12B posted in the window.
       01 Rehire-Table.
           03 Rehire-Entry occurs 200 times.
               05 Rt-Ss-Num        pic x(9).
               05 Rt-Run-Date      pic x(10).
       01 Rehire-Count         pic 9(3) value zero.
       01 Rehire-Index         pic 9(3).

      *    The state layout - 250 bytes, employer repeated on each.
       01 New-Hire-Record.
           03 nh-type          pic xx value "NH".
           03 nh-ss-num        pic x(9).
           03 nh-first-name    pic x(15).
           03 nh-last-name     pic x(15).
           03 nh-addr-line-1   pic x(25).
           03 nh-addr-line-2   pic x(25).
           03 nh-hire-date     pic x(8).
           03 nh-rehire        pic x.
           03 nh-store-number  pic xx.
           03 nh-employer-id   pic x(9).
           03 nh-employer-name pic x(40).
           03 nh-employer-street pic x(40).
           03 nh-employer-city pic x(40).
           03                  pic x(19) value spaces.

       01 hires-reported       pic 9(5) value zero.
       01 rehires-reported     pic 9(5) value zero.
       01 already-sent         pic 9(5) value zero.

       01 Heading-Line.
           03                  pic x(41)
               value "** STATE NEW-HIRE REPORT - TRANSMITTAL **".
           03                  pic x(5) value spaces.
           03                  pic x(5) value "RUN ".
           03 run-date-hd      pic x(10).

       01 Window-Line.
           03                  pic x(32)
               value "Hires dated on or after".
           03 start-date-wl    pic x(10).

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(33) value "EMPLOYEE".
           03                  pic x(12) value "HIRED".
           03                  pic x(7) value "STORE".
           03                  pic x(6) value "TYPE".

       01 Detail-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-dl          pic x(31).
           03                  pic x(2) value spaces.
           03 hire-date-dl     pic x(10).
           03                  pic x(2) value spaces.
           03 store-dl         pic xx.
           03                  pic x(5) value spaces.
           03 type-dl          pic x(6).

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zz,zz9.

       01 Result-Line.
           03 result-text      pic x(60).

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1200-Get-Start-Date
           perform 1300-Load-Employer
           open output New-Hire-File
           open output Output-Printer-File
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Start-Date to start-date-wl
           write Output-Printer-Record from Window-Line
               after advancing 2 lines
           if Employer-Found
               perform 1400-Load-Sent
               perform 1500-Load-Rehires
               write Output-Printer-Record from Column-Line
                   after advancing 2 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
               open input Indexed-File
               perform 2000-Read-Master
                   until end-of-file
               close Indexed-File
               close New-Hire-File
               perform 3000-Log-Sent
               perform 3500-Update-Control
               move "New-hire file written - report date updated"
                   to result-text
           else
               move "NO EMPLOYER ON WAGEFILE.CTL - NOTHING SENT"
                   to result-text
               move 9 to return-code
               close New-Hire-File
           end-if
           perform 4000-Write-Counts
           close Output-Printer-File
           stop run.

      *    The window opens on the last report's run date; the very
      *    first run asks where to start.
       1200-Get-Start-Date.
           move spaces to Start-Date
           open input Control-File
           read Control-File
               at end continue
               not at end
                   move nc-last-run-date to Start-Date
           end-read
           close Control-File
           if Start-Date = spaces
               display "No newhire.ctl - report hires dated on or "
                   "after (mm/dd/yyyy), or Enter for today:"
               accept Start-Date-Response
               if Start-Date-Response (1:2) is numeric
                       and Start-Date-Response (4:2) is numeric
                       and Start-Date-Response (7:4) is numeric
                   move Start-Date-Response to Start-Date
               else
                   move Run-Date-Formatted to Start-Date
               end-if
           end-if
           move Start-Date to Date-In
           perform 1900-Make-Date-Key
           move Date-Key to Start-Key.

       1300-Load-Employer.
           open input Employer-Control-File
           read Employer-Control-File
               at end continue
               not at end
                   if ec-employer-id not = spaces
                       move "Y" to Employer-Found-Switch
                       move ec-employer-id to nh-employer-id
                       move ec-employer-name to nh-employer-name
                       move ec-employer-street to nh-employer-street
                       move ec-employer-city to nh-employer-city
                   end-if
           end-read
           close Employer-Control-File.

       1400-Load-Sent.
           open input Sent-File
           perform 1450-Read-Sent-Row
               until sent-end
           close Sent-File.

      *    Only what falls in the window can collide.
       1450-Read-Sent-Row.
           read Sent-File
               at end move "YES" to sent-eof-flag
               not at end
                   move ns-hire-date to Date-In
                   perform 1900-Make-Date-Key
                   if Date-Key >= Start-Key
                           and Sent-Count < 500
                       add 1 to Sent-Count
                       move ns-ss-num to St-Ss-Num (Sent-Count)
                       move ns-hire-date to St-Hire-Date (Sent-Count)
                   end-if
           end-read.

       1500-Load-Rehires.
           open input History-File
           perform 1550-Read-History-Row
               until hist-end
           close History-File.

       1550-Read-History-Row.
           read History-File
               at end move "YES" to hist-eof-flag
               not at end
                   if h-action = "R"
                       move h-run-date to Date-In
                       perform 1900-Make-Date-Key
                       if Date-Key >= Start-Key
                               and Rehire-Count < 200
                           add 1 to Rehire-Count
                           move h-ss-num to Rt-Ss-Num (Rehire-Count)
                           move h-run-date
                               to Rt-Run-Date (Rehire-Count)
                       end-if
                   end-if
           end-read.

      *    Blank or malformed dates key as spaces and sort low.
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

       2000-Read-Master.
           read Indexed-File
               at end move "YES" to eof-flag
               not at end
                   move hire-date of disk-record to Date-In
                   perform 1900-Make-Date-Key
                   if Date-Key not = spaces
                           and Date-Key >= Start-Key
                       perform 2100-Check-Sent
                       if Sent-Found
                           add 1 to already-sent
                       else
                           perform 2200-Report-Hire
                       end-if
                   end-if
           end-read.

       2100-Check-Sent.
           move "N" to Sent-Found-Switch
           perform 2150-Check-Sent-Entry
               varying Sent-Index from 1 by 1
               until Sent-Index > Sent-Count
                  or Sent-Found.

       2150-Check-Sent-Entry.
           if St-Ss-Num (Sent-Index) = ss-num of disk-record
                   and St-Hire-Date (Sent-Index)
                       = hire-date of disk-record
               move "Y" to Sent-Found-Switch
           end-if.

      *    A reactivation stamps hire-date with its 'R' row's run
      *    date - that pairing is what marks a rehire.
       2200-Report-Hire.
           move "N" to Rehire-Found-Switch
           perform 2250-Check-Rehire-Entry
               varying Rehire-Index from 1 by 1
               until Rehire-Index > Rehire-Count
                  or Rehire-Found
           move ss-num of disk-record to nh-ss-num
           move first-name of disk-record to nh-first-name
           move last-name of disk-record to nh-last-name
           move addr-line-1 of disk-record to nh-addr-line-1
           move addr-line-2 of disk-record to nh-addr-line-2
           move Date-Key to nh-hire-date
           move store-number of disk-record to nh-store-number
           if Rehire-Found
               move "Y" to nh-rehire
               add 1 to rehires-reported
               move "REHIRE" to type-dl
           else
               move "N" to nh-rehire
               add 1 to hires-reported
               move "NEW" to type-dl
           end-if
           write New-Hire-File-Record from New-Hire-Record
           move ss-num of disk-record to ss-num-dl
           move spaces to name-dl
           string first-name of disk-record delimited by "  "
                  " " delimited by size
                  last-name of disk-record delimited by "  "
                  into name-dl
           move hire-date of disk-record to hire-date-dl
           move store-number of disk-record to store-dl
           write Output-Printer-Record from Detail-Line
               after advancing 1 lines.

       2250-Check-Rehire-Entry.
           if Rt-Ss-Num (Rehire-Index) = ss-num of disk-record
                   and Rt-Run-Date (Rehire-Index)
                       = hire-date of disk-record
               move "Y" to Rehire-Found-Switch
           end-if.

      *    Logged off the finished file, and only once it is
      *    closed - a run that dies partway leaves nhsent.dat and
      *    newhire.ctl as they were, and the rerun builds the same
      *    file again.
       3000-Log-Sent.
           move spaces to eof-flag
           open input New-Hire-File
           open extend Sent-File
           perform 3100-Log-Sent-Row
               until end-of-file
           close Sent-File
           close New-Hire-File.

       3100-Log-Sent-Row.
           read New-Hire-File into New-Hire-Record
               at end move "YES" to eof-flag
               not at end
                   move nh-ss-num to ns-ss-num
                   move spaces to ns-hire-date
                   string nh-hire-date (5:2) delimited by size
                          "/" delimited by size
                          nh-hire-date (7:2) delimited by size
                          "/" delimited by size
                          nh-hire-date (1:4) delimited by size
                          into ns-hire-date
                   move Run-Date-Formatted to ns-sent-date
                   move nh-rehire to ns-rehire
                   write Sent-Record
           end-read.

       3500-Update-Control.
           open output Control-File
           move Run-Date-Formatted to nc-last-run-date
           write Control-Record
           close Control-File.

       4000-Write-Counts.
           move "New hires reported" to count-label
           move hires-reported to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "Rehires reported" to count-label
           move rehires-reported to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           move "Already sent, not repeated" to count-label
           move already-sent to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           write Output-Printer-Record from Result-Line
               after advancing 2 lines.
