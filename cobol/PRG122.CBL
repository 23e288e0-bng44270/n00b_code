       identification division.
       program-id.  prg122.
       author.  Andy Carlson.

      *    Payroll release - the level-3 sign-off PRG40 waits for
      *    when PRG121's pre-release review flagged anything.  Shows
      *    what was reviewed and every flagged row off payrflag.dat;
      *    releasing stamps the operator and date on payrview.dat
      *    and PRG40 will export.  A review that came up clean, or
      *    one already released, is shown but needs nothing.

       environment division.
       input-output section.
       file-control.
           select optional Pay-Review-File assign to disk
                  "payrview.dat"
                  organization is line sequential.

           select optional Pay-Flag-File assign to disk
                  "payrflag.dat"
                  organization is line sequential.

       data division.
       file section.
       fd Pay-Review-File.
       copy payrview.

       fd Pay-Flag-File.
       copy payrflag.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date          pic x(30).
       01 flag-eof-flag        pic xxx value spaces.
           88 flag-end         value 'YES'.
       01 Review-Found-Switch  pic x value "N".
           88 Review-Found     value "Y".
       01 release-response     pic x.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 Screen-Row             pic 99.
       01 flags-not-shown        pic 9(5) value zero.
       01 screen-count           pic zz,zz9.
       01 screen-net             pic $$,$$$,$$$,$$9.99.
       01 screen-flag-net        pic $$,$$$,$$9.99.
       01 screen-average         pic $$,$$$,$$9.99.

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
           if so-sign-on-ok and so-level = 3
               perform 1200-Load-Review
               perform 1500-Show-Review
           else
               if so-sign-on-ok
                   display spaces at 0101 erase eos
                   display "Payroll Release Needs Level 3" at 1210
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if
           goback.

       1200-Load-Review.
           open input Pay-Review-File
           read Pay-Review-File
               at end continue
               not at end
                   move "Y" to Review-Found-Switch
           end-read
           close Pay-Review-File.

       1500-Show-Review.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Payroll Release" at 0220
           if not Review-Found
               display "No PRG121 review on file - run it first"
                   at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
           else
               display "Reviewed" at 0404
               display rv-review-date at 0414
               move rv-row-count to screen-count
               display "Rows" at 0430
               display screen-count at 0436
               move rv-net-total to screen-net
               display "Net" at 0446
               display screen-net at 0451
               evaluate true
                   when rv-clear
                       display "Review clean - nothing to release"
                           at 2420
                       display "Press <Enter> to Continue" at 2340
                       stop spaces
                   when rv-released
                       display "Released by" at 0604
                       display rv-released-by at 0616
                       display rv-released-date at 0628
                       display "Already released for export" at 2420
                       display "Press <Enter> to Continue" at 2340
                       stop spaces
                   when other
                       perform 1600-Show-Flags
                       perform 1800-Ask-Release
               end-evaluate
           end-if.

       1600-Show-Flags.
           display "SS #       Employee" at 0504
           display "Net Pay      Average    Flag" at 0541
           move 6 to Screen-Row
           open input Pay-Flag-File
           perform 1650-Show-One-Flag
               until flag-end
           close Pay-Flag-File
           if flags-not-shown > zero
               move flags-not-shown to screen-count
               display screen-count at 2204
               display "more flags - see the PRG121 review" at 2212
           end-if.

      *    Rows 6 through 21 hold the list; the rest are counted.
       1650-Show-One-Flag.
           read Pay-Flag-File
               at end move "YES" to flag-eof-flag
               not at end
                   if Screen-Row > 21
                       add 1 to flags-not-shown
                   else
                       move rf-net-pay to screen-flag-net
                       move rf-average-net to screen-average
                       display rf-ss-num
                           at line Screen-Row column 4
                       display rf-name (1:22)
                           at line Screen-Row column 15
                       display screen-flag-net
                           at line Screen-Row column 38
                       display screen-average
                           at line Screen-Row column 51
                       display rf-reason
                           at line Screen-Row column 65
                       add 1 to Screen-Row
                   end-if
           end-read.

       1800-Ask-Release.
           display "Release this payroll for export? (Y/N)" at 2340
           move spaces to release-response
           accept release-response at 2380
           call "CBL_TOUPPER" using release-response
                       by value length of release-response
           if release-response = "Y"
               move "R" to rv-status
               move so-operator-id to rv-released-by
               move Run-Date-Formatted to rv-released-date
               open output Pay-Review-File
               write Pay-Review-Record
               close Pay-Review-File
               display "Released - PRG40 may export" at 2420
           else
               display "Not released - PRG40 stays held" at 2420
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.
