       identification division.
       program-id.  prg121.
       author.  Andy Carlson.

      *    Pre-release variance review - runs between PRG18's close
      *    and PRG40's bank export, so the net pay is looked at
      *    before it leaves the building.  Each payperd.dat row is
      *    compared to the employee's last few closes on
      *    payhist.dat (the close being reviewed, the most recent
      *    date on the file, and off-cycle rows are left out of the
      *    history) and flagged for:
      *        a net pay more than the tolerance off the average
      *        zero net pay for an active employee
      *        a first payment over the first-pay limit
      *        withholding that was taken last close and isn't now
      *    The flagged rows print on the review and go to
      *    payrflag.dat for PRG122's release screen; payrview.dat
      *    records what was reviewed.  A clean review stands
      *    released; one with flags holds PRG40 until a level-3
      *    operator releases it on PRG122.
      *    payrtol.ctl, when present, is one row: tolerance percent
      *    (3), first-pay limit (9999999 = 99999.99) and closes of
      *    history (1, up to 6) - 25%, 2000.00 and 4 otherwise.

       environment division.
       input-output section.
       file-control.
           select Pay-Detail-File assign to disk "payperd.dat"
                  organization is line sequential.

           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select optional Tolerance-File assign to disk
                  "payrtol.ctl"
                  organization is line sequential.

           select Pay-Review-File assign to disk "payrview.dat"
                  organization is line sequential.

           select Pay-Flag-File assign to disk "payrflag.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Pay-Detail-File.
       01 Pay-Detail-Record.
           03 pd-ss-num            pic x(9).
           03 pd-first-name        pic x(15).
           03 pd-last-name         pic x(15).
           03 pd-status-code       pic x.
           03 pd-store-number      pic xx.
           03 pd-net-pay           pic 9(7)v99.
           03 pd-commission        pic 9(7)v99.
           03 pd-deduction         pic 9(5)v99.
           03 pd-withholding       pic 9(5)v99.
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
           03 pd-pay-type          pic x.
               88 pd-off-cycle     value "O".

       fd Pay-History-File.
       01 Pay-History-Record.
           03 ph-close-date        pic x(10).
           03 ph-ss-num            pic x(9).
           03 ph-first-name        pic x(15).
           03 ph-last-name         pic x(15).
           03 ph-status-code       pic x.
           03 ph-store-number      pic xx.
           03 ph-net-pay           pic 9(7)v99.
           03 ph-commission        pic 9(7)v99.
           03 ph-deduction         pic 9(5)v99.
           03 ph-withholding       pic 9(5)v99.
           03 ph-garnish           pic 9(5)v99.
           03 ph-loctax            pic 9(5)v99.
           03 ph-advance           pic 9(5)v99.
           03 ph-pay-type          pic x.

       fd Tolerance-File.
       01 Tolerance-Record.
           03 tc-tolerance-pct     pic 9(3).
           03 tc-first-pay-limit   pic 9(5)v99.
           03 tc-history-closes    pic 9.

       fd Pay-Review-File.
       copy payrview.

       fd Pay-Flag-File.
       copy payrflag.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 pay-eof-flag         pic xxx value spaces.
           88 pay-end          value 'YES'.
       01 hist-eof-flag        pic xxx value spaces.
           88 hist-end         value 'YES'.

       01 Tolerance-Pct        pic 9(3) value 25.
       01 First-Pay-Limit      pic 9(5)v99 value 2000.00.
       01 History-Closes       pic 9 value 4.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    payhist.dat is appended close by close, so the date on
      *    its last row is the close under review.
       01 Current-Close-Date   pic x(10) value spaces.

      *    Each employee's most recent closes, oldest first.
       01 History-Table.
           03 History-Entry occurs 500 times.
               05 Hs-Ss-Num        pic x(9).
               05 Hs-Count         pic 9.
               05 Hs-Net           pic 9(7)v99 occurs 6 times.
               05 Hs-Withholding   pic 9(5)v99.
       01 History-Count        pic 9(3) value zero.
       01 History-Index        pic 9(3).
       01 History-Scan         pic 9(3).
       01 History-Found-Switch pic x value "N".
           88 History-Found    value "Y".
       01 Slot-Index           pic 9.

       01 Net-Sum              pic 9(9)v99.
       01 Average-Net          pic 9(7)v99.
       01 Net-Swing            pic s9(7)v99.
       01 Employee-Name        pic x(25).

       01 row-count            pic 9(5) value zero.
       01 net-total            pic 9(11)v99 value zero.
       01 flag-count           pic 9(5) value zero.

       01 Heading-Line.
           03                  pic x(36)
               value "** PAYROLL PRE-RELEASE REVIEW **".
           03                  pic x(7) value "CLOSE ".
           03 close-date-hd    pic x(10).

       01 Rule-Line.
           03                  pic x(11) value "Tolerance ".
           03 tolerance-rl     pic zz9.
           03                  pic x(18) value "%  first-pay limit".
           03 limit-rl         pic $$$,$$9.99.
           03                  pic x(4) value spaces.
           03 closes-rl        pic 9.
           03                  pic x(17) value " closes averaged".

       01 Column-Line.
           03                  pic x(11) value "SS #".
           03                  pic x(27) value "EMPLOYEE".
           03                  pic x(14) value "     NET PAY".
           03                  pic x(14) value "   AVERAGE".
           03                  pic x(20) value "FLAG".

       01 Flag-Line.
           03 ss-num-fl        pic x(9).
           03                  pic x(2) value spaces.
           03 name-fl          pic x(25).
           03                  pic x(2) value spaces.
           03 net-fl           pic $$,$$$,$$9.99.
           03                  pic x value space.
           03 average-fl       pic $$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 reason-fl        pic x(20).

       01 Count-Line.
           03 count-label      pic x(36).
           03 count-cl         pic zz,zz9.

       01 Amount-Line.
           03 amount-label     pic x(36).
           03 amount-al        pic $$$,$$$,$$9.99.

       01 Result-Line.
           03 result-text      pic x(60).

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           perform 1100-Load-Tolerances
           perform 1200-Find-Current-Close
           perform 1300-Load-History
           open output Output-Printer-File
           move Current-Close-Date to close-date-hd
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Tolerance-Pct to tolerance-rl
           move First-Pay-Limit to limit-rl
           move History-Closes to closes-rl
           write Output-Printer-Record from Rule-Line
               after advancing 2 lines
           write Output-Printer-Record from Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           open input Pay-Detail-File
           open output Pay-Flag-File
           perform 2000-Review-One-Row
               until pay-end
           close Pay-Flag-File
           close Pay-Detail-File
           perform 3000-Write-Review-Control
           perform 4000-Write-Counts
           close Output-Printer-File
           stop run.

       1100-Load-Tolerances.
           open input Tolerance-File
           read Tolerance-File
               at end continue
               not at end
                   if tc-tolerance-pct is numeric
                       move tc-tolerance-pct to Tolerance-Pct
                   end-if
                   if tc-first-pay-limit is numeric
                       move tc-first-pay-limit to First-Pay-Limit
                   end-if
                   if tc-history-closes is numeric
                           and tc-history-closes > zero
                           and tc-history-closes not > 6
                       move tc-history-closes to History-Closes
                   end-if
           end-read
           close Tolerance-File.

       1200-Find-Current-Close.
           open input Pay-History-File
           perform 1250-Read-Close-Date
               until hist-end
           close Pay-History-File
           move spaces to hist-eof-flag.

       1250-Read-Close-Date.
           read Pay-History-File
               at end move "YES" to hist-eof-flag
               not at end
                   move ph-close-date to Current-Close-Date
           end-read.

       1300-Load-History.
           open input Pay-History-File
           perform 1350-Read-History-Row
               until hist-end
           close Pay-History-File.

       1350-Read-History-Row.
           read Pay-History-File
               at end move "YES" to hist-eof-flag
               not at end
                   if ph-close-date not = Current-Close-Date
                           and ph-pay-type not = "O"
                           and ph-net-pay is numeric
                       perform 1400-Find-History
                       if History-Found
                           perform 1450-Add-History-Close
                       end-if
                   end-if
           end-read.

       1400-Find-History.
           move "N" to History-Found-Switch
           perform 1420-Check-History-Entry
               varying History-Scan from 1 by 1
               until History-Scan > History-Count
                  or History-Found
           if not History-Found
                   and History-Count < 500
               add 1 to History-Count
               move History-Count to History-Index
               move ph-ss-num to Hs-Ss-Num (History-Index)
               move zero to Hs-Count (History-Index)
               move "Y" to History-Found-Switch
           end-if.

       1420-Check-History-Entry.
           if Hs-Ss-Num (History-Scan) = ph-ss-num
               move "Y" to History-Found-Switch
               move History-Scan to History-Index
           end-if.

      *    A full row drops its oldest close to make room.
       1450-Add-History-Close.
           if Hs-Count (History-Index) < History-Closes
               add 1 to Hs-Count (History-Index)
           else
               perform 1470-Shift-One-Close
                   varying Slot-Index from 1 by 1
                   until Slot-Index >= History-Closes
           end-if
           move Hs-Count (History-Index) to Slot-Index
           move ph-net-pay to Hs-Net (History-Index, Slot-Index)
           if ph-withholding is numeric
               move ph-withholding to Hs-Withholding (History-Index)
           else
               move zero to Hs-Withholding (History-Index)
           end-if.

       1470-Shift-One-Close.
           move Hs-Net (History-Index, Slot-Index + 1)
               to Hs-Net (History-Index, Slot-Index).

       2000-Review-One-Row.
           read Pay-Detail-File
               at end move "YES" to pay-eof-flag
               not at end
                   add 1 to row-count
                   add pd-net-pay to net-total
                   perform 2100-Find-Employee-History
                   perform 2200-Check-Flags
           end-read.

       2100-Find-Employee-History.
           move "N" to History-Found-Switch
           perform 2150-Check-Employee-Entry
               varying History-Scan from 1 by 1
               until History-Scan > History-Count
                  or History-Found
           move zero to Average-Net
           if History-Found
               move zero to Net-Sum
               perform 2170-Add-One-Net
                   varying Slot-Index from 1 by 1
                   until Slot-Index > Hs-Count (History-Index)
               compute Average-Net rounded =
                   Net-Sum / Hs-Count (History-Index)
           end-if
           move spaces to Employee-Name
           string pd-first-name delimited by "  "
                  " " delimited by size
                  pd-last-name delimited by "  "
                  into Employee-Name.

       2150-Check-Employee-Entry.
           if Hs-Ss-Num (History-Scan) = pd-ss-num
               move "Y" to History-Found-Switch
               move History-Scan to History-Index
           end-if.

       2170-Add-One-Net.
           add Hs-Net (History-Index, Slot-Index) to Net-Sum.

      *    An off-cycle payment is a swing by nature, and it
      *    carries the flat supplemental rate rather than the
      *    brackets - only the zero-net and first-pay checks apply.
       2200-Check-Flags.
           if pd-net-pay = zero
                   and (pd-status-code = "A" or pd-off-cycle)
               move "ZERO NET PAY" to rf-reason
               perform 2500-Write-Flag
           end-if
           if not History-Found
               if pd-net-pay > First-Pay-Limit
                   move "FIRST PAY OVER LIMIT" to rf-reason
                   perform 2500-Write-Flag
               end-if
           else
               if not pd-off-cycle
                   compute Net-Swing = pd-net-pay - Average-Net
                   if Net-Swing < zero
                       compute Net-Swing = zero - Net-Swing
                   end-if
                   if Average-Net > zero
                           and Net-Swing * 100
                               > Average-Net * Tolerance-Pct
                       move "NET SWING OVER TOL." to rf-reason
                       perform 2500-Write-Flag
                   end-if
                   if pd-withholding = zero
                           and Hs-Withholding (History-Index) > zero
                       move "WITHHOLDING NOW ZERO" to rf-reason
                       perform 2500-Write-Flag
                   end-if
               end-if
           end-if.

       2500-Write-Flag.
           add 1 to flag-count
           move pd-ss-num to rf-ss-num
           move Employee-Name to rf-name
           move pd-net-pay to rf-net-pay
           move Average-Net to rf-average-net
           write Pay-Flag-Record
           move pd-ss-num to ss-num-fl
           move Employee-Name to name-fl
           move pd-net-pay to net-fl
           move Average-Net to average-fl
           move rf-reason to reason-fl
           write Output-Printer-Record from Flag-Line
               after advancing 1 lines.

      *    A clean review needs no release; flags hold the export.
       3000-Write-Review-Control.
           move spaces to Pay-Review-Record
           move Run-Date-Formatted to rv-review-date
           move row-count to rv-row-count
           move net-total to rv-net-total
           move flag-count to rv-flag-count
           if flag-count = zero
               move "C" to rv-status
               move "NO FLAGS - PRG40 MAY EXPORT" to result-text
           else
               move "H" to rv-status
               move "FLAGS HELD - LEVEL-3 RELEASE ON PRG122 NEEDED"
                   to result-text
           end-if
           open output Pay-Review-File
           write Pay-Review-Record
           close Pay-Review-File.

       4000-Write-Counts.
           move "Pay rows reviewed" to count-label
           move row-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 2 lines
           move "Net pay reviewed" to amount-label
           move net-total to amount-al
           write Output-Printer-Record from Amount-Line
               after advancing 1 lines
           move "Flags raised" to count-label
           move flag-count to count-cl
           write Output-Printer-Record from Count-Line
               after advancing 1 lines
           write Output-Printer-Record from Result-Line
               after advancing 2 lines.
