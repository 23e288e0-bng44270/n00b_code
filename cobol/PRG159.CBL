       identification division.
       program-id.  prg159.
       author.  Andy Carlson.

      *    Shared positive-pay routine, called the way the screens
      *    call prg44 - PRG89 calls it after printing checks, PRG90
      *    as its void/reissue screen closes.  Every check on
      *    chkreg.dat the bank hasn't been told about goes onto a
      *    fresh ppayiss.dat: an I row for a check issued, a V row
      *    for one voided (a check voided before its issue row
      *    ever went gets the V row alone), then a T row with the
      *    counts and totals.  The register is rewritten through a
      *    copy with ck-ppay-sent stamped, so each check is sent
      *    once as issued and once more if voided.  With nothing
      *    waiting, ppayiss.dat is left as the last run wrote it.

       environment division.
       input-output section.
       file-control.
           select optional Check-Register-File assign to disk
                  "chkreg.dat"
                  organization is line sequential.
           select Register-Work-File assign to disk "chkreg.tmp"
                  organization is line sequential.
      *    The bank's fixed layout, 80 bytes, amounts in pennies.
           select Positive-Pay-File assign to disk "ppayiss.dat"
                  organization is line sequential.

       data division.
       file section.
       fd Check-Register-File.
       copy ckrec.

       fd Register-Work-File.
       01 Register-Work-Record     pic x(91).

       fd Positive-Pay-File.
       01 Positive-Pay-Record      pic x(80).

       working-storage section.
       01 reg-eof-flag         pic xxx value spaces.
           88 reg-end          value 'YES'.
       01 Unsent-Count         pic 9(6) value zero.

       01 Date-Accept-Work.
           03 daw-yy           pic 99.
           03 daw-mm           pic 99.
           03 daw-dd           pic 99.

       01 Issue-Detail-Row.
           03 pi-rec-type      pic x.
           03 pi-check-number  pic 9(10).
           03 pi-amount-cents  pic 9(11).
           03 pi-issue-date    pic x(8).
           03 pi-payee         pic x(30).
           03                  pic x(20) value spaces.

       01 Issue-Trailer-Row.
           03 pt-rec-type      pic x value "T".
           03 pt-issue-count   pic 9(6).
           03 pt-issue-cents   pic 9(13).
           03 pt-void-count    pic 9(6).
           03 pt-void-cents    pic 9(13).
           03 pt-file-date     pic x(8).
           03                  pic x(33) value spaces.

       linkage section.
       copy ppayparm.

       procedure division using Positive-Pay-Parms.
       1000-Positive-Pay-Main.
           move zero to pp-issue-count pp-void-count
           move zero to pp-issue-total pp-void-total
           perform 1500-Count-Unsent
           if Unsent-Count > zero
               perform 2000-Copy-Register
               perform 3000-Write-Issue-File
           end-if
           goback.

       1500-Count-Unsent.
           move zero to Unsent-Count
           move spaces to reg-eof-flag
           open input Check-Register-File
           perform 1550-Check-Register-Row
               until reg-end
           close Check-Register-File.

       1550-Check-Register-Row.
           read Check-Register-File
               at end move "YES" to reg-eof-flag
               not at end
                   if (check-issued and ck-ppay-unsent)
                           or (check-voided and not ck-ppay-void-sent)
                       add 1 to Unsent-Count
                   end-if
           end-read.

       2000-Copy-Register.
           move spaces to reg-eof-flag
           open input Check-Register-File
           open output Register-Work-File
           perform 2100-Copy-Register-Row
               until reg-end
           close Check-Register-File
           close Register-Work-File.

       2100-Copy-Register-Row.
           read Check-Register-File
               at end move "YES" to reg-eof-flag
               not at end
                   write Register-Work-Record
                       from Check-Register-Record
           end-read.

      *    The register streams back from the copy with each row
      *    sent stamped on the way.
       3000-Write-Issue-File.
           accept Date-Accept-Work from date
           move spaces to reg-eof-flag
           open input Register-Work-File
           open output Check-Register-File
           open output Positive-Pay-File
           perform 3100-Send-Register-Row
               until reg-end
           move pp-issue-count to pt-issue-count
           compute pt-issue-cents = pp-issue-total * 100
           move pp-void-count to pt-void-count
           compute pt-void-cents = pp-void-total * 100
           move daw-mm to pt-file-date (1:2)
           move daw-dd to pt-file-date (3:2)
           move "20" to pt-file-date (5:2)
           move daw-yy to pt-file-date (7:2)
           write Positive-Pay-Record from Issue-Trailer-Row
           close Positive-Pay-File
           close Check-Register-File
           close Register-Work-File.

       3100-Send-Register-Row.
           read Register-Work-File into Check-Register-Record
               at end move "YES" to reg-eof-flag
               not at end
                   evaluate true
                       when check-issued and ck-ppay-unsent
                           move "I" to pi-rec-type
                           perform 3200-Write-Issue-Row
                           add 1 to pp-issue-count
                           add ck-amount to pp-issue-total
                           move "I" to ck-ppay-sent
                       when check-voided and not ck-ppay-void-sent
                           move "V" to pi-rec-type
                           perform 3200-Write-Issue-Row
                           add 1 to pp-void-count
                           add ck-amount to pp-void-total
                           move "V" to ck-ppay-sent
                   end-evaluate
                   write Check-Register-Record
           end-read.

      *    ck-date is mm/dd/yyyy; the bank wants mmddyyyy.
       3200-Write-Issue-Row.
           move ck-number to pi-check-number
           compute pi-amount-cents = ck-amount * 100
           move ck-date (1:2) to pi-issue-date (1:2)
           move ck-date (4:2) to pi-issue-date (3:2)
           move ck-date (7:4) to pi-issue-date (5:4)
           move ck-payee to pi-payee
           write Positive-Pay-Record from Issue-Detail-Row.
