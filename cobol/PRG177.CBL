       identification division.
       program-id.  prg177.
       author.  Andy Carlson.

      *    Employee pay inquiry kiosk for the break room - the calls
      *    to the office every payday asking what was paid, how much
      *    vacation is left or what's still owed on an advance, and
      *    the PRG38 reprints that answered them.  The employee signs
      *    on with their SS# and the PIN the office set on PRG13
      *    when they were hired, and gets their last six closes off
      *    payhist.dat (gross, deductions, withholding and net), the
      *    vacation and sick balances off the master and what is
      *    still outstanding on advance.dat.  Nothing can be changed
      *    from here.  Three bad PINs in a row lock the employee's
      *    PIN until the office sets a new one, and every attempt,
      *    shown or refused, goes on kiosk.log.  An unknown SS# gets
      *    the same answer as a missing PIN, so the kiosk can't be
      *    used to find out who works here.  The screen clears
      *    itself after each inquiry; <x> at the SS# closes the
      *    kiosk down at night.

       environment division.
       input-output section.
       file-control.
           select Indexed-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is random
                  record key is ss-num.

      *    Set on PRG13's screen, so OPTIONAL - a kiosk started
      *    before any PIN is set just turns everyone away.
           select optional Pin-File assign to disk "emppin.dat"
                  organization is indexed
                  access is random
                  record key is Pin-Ss-Num-EP.

      *    PRG18's accumulating close history and PRG91's advances.
           select optional Pay-History-File assign to disk
                  "payhist.dat"
                  organization is line sequential.

           select optional Advance-File assign to disk "advance.dat"
                  organization is line sequential.

      *    One row per inquiry, shown or refused.
           select optional Kiosk-Log-File assign to disk "kiosk.log"
                  organization is line sequential.

       data division.
       file section.
       fd Indexed-File.
       copy diskrec.

       fd Pin-File.
       copy pinrec.

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
               88 ph-off-cycle     value "O".

       fd Advance-File.
       01 Advance-Record.
           03 av-ss-num            pic x(9).
           03 av-amount            pic 9(5)v99.
           03 av-outstanding       pic 9(5)v99.
           03 av-entry-date        pic x(10).
           03 av-operator          pic x(10).
           03 av-status            pic x.
               88 advance-open     value "O".
               88 advance-collected value "C".

       fd Kiosk-Log-File.
       01 Kiosk-Log-Record.
           03 kl-date              pic x(10).
           03                      pic x value space.
           03 kl-time              pic x(8).
           03                      pic x value space.
           03 kl-ss-num            pic x(9).
           03                      pic x value space.
           03 kl-result            pic x(10).

       working-storage section.
       copy gencode.
       copy pwparm.
       01 string-date            pic x(30).

       01 kiosk-ss               pic x(9).
           88 Close-Kiosk        value "X" "x".
       01 kiosk-pin              pic x(6).
       01 kiosk-message          pic x(45).
       01 kiosk-result           pic x(10).
       01 Kiosk-Max-Tries        pic 99 value 3.
       01 pin-good-switch        pic x value "N".
           88 pin-good           value "Y".
       01 employee-found-switch  pic x value "N".
           88 employee-found     value "Y".
       01 history-eof-flag       pic xxx value spaces.
           88 history-end        value "YES".
       01 advance-eof-flag       pic xxx value spaces.
           88 advance-end        value "YES".

       01 Log-Date-Formatted.
           03 ldf-mm             pic 99.
           03                    pic x value "/".
           03 ldf-dd             pic 99.
           03                    pic x value "/".
           03                    pic xx value "20".
           03 ldf-yy             pic 99.

      *    The employee's last six closes, oldest first as the file
      *    runs - a seventh pushes the oldest out.
       01 History-Count          pic 9 value zero.
       01 History-Index          pic 9.
       01 History-Table.
           03 History-Entry occurs 6 times.
               05 Close-Date-HT  pic x(10).
               05 Gross-HT       pic 9(7)v99.
               05 Deduct-HT      pic 9(7)v99.
               05 Withheld-HT    pic 9(7)v99.
               05 Net-HT         pic 9(7)v99.
               05 Pay-Type-HT    pic x.
       01 Row-Deduct             pic 9(7)v99.
       01 Row-Withheld           pic 9(7)v99.
       01 Advance-Owed           pic 9(7)v99.
       01 Screen-Row             pic 99.

       01 Pay-Screen-Line.
           03 close-date-sl      pic x(10).
           03                    pic x(2) value spaces.
           03 gross-sl           pic $$$,$$9.99.
           03                    pic x(2) value spaces.
           03 deduct-sl          pic $$$,$$9.99.
           03                    pic x(2) value spaces.
           03 withheld-sl        pic $$$,$$9.99.
           03                    pic x(2) value spaces.
           03 net-sl             pic $$$,$$9.99.
           03                    pic x(2) value spaces.
           03 pay-type-sl        pic x(9).
       01 vac-balance-sl         pic zz9.99.
       01 sick-balance-sl        pic zz9.99.
       01 advance-owed-sl        pic $$$,$$9.99.

       procedure division.
       1000-Main-Logic.
           move spaces to kiosk-ss
           perform 1500-Kiosk-Screen
               until Close-Kiosk
           stop run.

      *    Date Making Lines - redone for every employee, since the
      *    kiosk stays up across days.
       1100-Date-Lines.
           accept date-accept-record from date
           accept time-accept-record from time
           accept day-number from day-of-week
           move corresponding time-accept-record to time-report-record
           move spaces to string-date
           string Days-Of-Week (Day-number) delimited by space
                  ", " delimited by size
                  Month-List (mm of date-accept-record)
                    delimited by space
                  " " delimited by size
                  dd of date-accept-record delimited by size
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to ldf-mm
           move dd of date-accept-record to ldf-dd
           move yy of date-accept-record to ldf-yy.

       1500-Kiosk-Screen.
           perform 1100-Date-Lines
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Employee Pay Inquiry" at 0220
           display "Key your SS# and your PIN" at 0520
           display "SS#" at 1010
           display "PIN" at 1210
           move spaces to kiosk-ss kiosk-pin
           accept kiosk-ss at 1020
           if not Close-Kiosk and kiosk-ss not = spaces
               accept kiosk-pin at 1220 with no-echo
               perform 1600-Check-Pin
               if pin-good
                   perform 2000-Show-Pay
               else
                   display kiosk-message at 1410
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if.

       1600-Check-Pin.
           move "N" to pin-good-switch
           move kiosk-ss to Pin-Ss-Num-EP
           open i-o Pin-File
           read Pin-File
               invalid key
                   move "SS# or PIN not right - see the office"
                       to kiosk-message
                   move "NO PIN" to kiosk-result
                   perform 3000-Write-Log-Row
               not invalid key
                   perform 1650-Check-Pin-Row
           end-read
           close Pin-File.

      *    A locked PIN is turned away before it is even compared,
      *    so guessing on gets nowhere.
       1650-Check-Pin-Row.
           if Pin-Fail-Count-EP is not numeric
               move zero to Pin-Fail-Count-EP
           end-if
           if Pin-Locked
               move "PIN locked - please see the office"
                   to kiosk-message
               move "REFUSED LK" to kiosk-result
               perform 3000-Write-Log-Row
           else
               move "S" to pw-function
               move kiosk-ss to pw-operator-id
               move kiosk-pin to pw-plain
               call "prg173" using Password-Parms
               if pw-scrambled = Pin-Scrambled-EP
                   move "Y" to pin-good-switch
                   move zero to Pin-Fail-Count-EP
               else
                   perform 1680-Count-Bad-Pin
               end-if
               rewrite Employee-Pin-Record
               end-rewrite
           end-if.

       1680-Count-Bad-Pin.
           add 1 to Pin-Fail-Count-EP
           if Pin-Fail-Count-EP >= Kiosk-Max-Tries
               move "L" to Pin-Lock-EP
               move "Too many tries - PIN locked, see the office"
                   to kiosk-message
               move "LOCKED" to kiosk-result
           else
               move "SS# or PIN not right - see the office"
                   to kiosk-message
               move "BAD PIN" to kiosk-result
           end-if
           perform 3000-Write-Log-Row.

      *    Read-only from here on - the master, the history and the
      *    advances are all opened for input.
       2000-Show-Pay.
           move "Y" to employee-found-switch
           move kiosk-ss to ss-num
           open input Indexed-File
           read Indexed-File
               invalid key move "N" to employee-found-switch
           end-read
           close Indexed-File
           if not employee-found or term-date not = spaces
               display "No pay record here - please see the office"
                   at 1410
               move "NO RECORD" to kiosk-result
               perform 3000-Write-Log-Row
               display "Press <Enter> to Continue" at 1440
               stop spaces
           else
               perform 2100-Load-History
               perform 2200-Sum-Advances
               perform 2300-Display-Pay
               move "SHOWN" to kiosk-result
               perform 3000-Write-Log-Row
               display "Press <Enter> when done" at 2440
               stop spaces
           end-if
           display spaces at 0101 erase eos.

       2100-Load-History.
           move zero to History-Count
           move spaces to history-eof-flag
           open input Pay-History-File
           perform 2110-Read-History-Row
               until history-end
           close Pay-History-File.

       2110-Read-History-Row.
           read Pay-History-File
               at end move "YES" to history-eof-flag
               not at end
                   if ph-ss-num = kiosk-ss
                           and ph-net-pay is numeric
                       perform 2120-Table-History-Row
                   end-if
           end-read.

      *    Gross is put back together from net and everything
      *    taken out of it at the close; deductions are the benefit
      *    deduction, garnishment and advance recovery, withholding
      *    is the bracket tax and the city tax.
       2120-Table-History-Row.
           if History-Count = 6
               perform 2130-Drop-Oldest
                   varying History-Index from 1 by 1
                   until History-Index > 5
           else
               add 1 to History-Count
           end-if
           move zero to Row-Deduct Row-Withheld
           if ph-deduction is numeric
               add ph-deduction to Row-Deduct
           end-if
           if ph-garnish is numeric
               add ph-garnish to Row-Deduct
           end-if
           if ph-advance is numeric
               add ph-advance to Row-Deduct
           end-if
           if ph-withholding is numeric
               add ph-withholding to Row-Withheld
           end-if
           if ph-loctax is numeric
               add ph-loctax to Row-Withheld
           end-if
           move ph-close-date to Close-Date-HT (History-Count)
           move ph-net-pay to Net-HT (History-Count)
           move Row-Deduct to Deduct-HT (History-Count)
           move Row-Withheld to Withheld-HT (History-Count)
           compute Gross-HT (History-Count) =
               ph-net-pay + Row-Deduct + Row-Withheld
           move ph-pay-type to Pay-Type-HT (History-Count).

       2130-Drop-Oldest.
           move History-Entry (History-Index + 1)
               to History-Entry (History-Index).

       2200-Sum-Advances.
           move zero to Advance-Owed
           move spaces to advance-eof-flag
           open input Advance-File
           perform 2210-Read-Advance-Row
               until advance-end
           close Advance-File.

       2210-Read-Advance-Row.
           read Advance-File
               at end move "YES" to advance-eof-flag
               not at end
                   if av-ss-num = kiosk-ss and advance-open
                           and av-outstanding is numeric
                       add av-outstanding to Advance-Owed
                   end-if
           end-read.

      *    Newest close at the top.
       2300-Display-Pay.
           display spaces at 0401 erase eos
           display first-name at 0410
           display last-name at 0426
           display "Close Date" at 0610
           display "Gross" at 0627
           display "Deductions" at 0634
           display "Withheld" at 0648
           display "Net Pay" at 0661
           move 07 to Screen-Row
           if History-Count = zero
               display "No closes on file yet" at 0710
           else
               perform 2310-Display-One-Close
                   varying History-Index from History-Count by -1
                   until History-Index < 1
           end-if
           if vac-balance is numeric
               move vac-balance to vac-balance-sl
           else
               move zero to vac-balance-sl
           end-if
           if sick-balance is numeric
               move sick-balance to sick-balance-sl
           else
               move zero to sick-balance-sl
           end-if
           move Advance-Owed to advance-owed-sl
           display "Vacation Hours" at 1510
           display vac-balance-sl at 1530
           display "Sick Hours" at 1610
           display sick-balance-sl at 1630
           display "Advance Still Owed" at 1710
           display advance-owed-sl at 1726.

       2310-Display-One-Close.
           move Close-Date-HT (History-Index) to close-date-sl
           move Gross-HT (History-Index) to gross-sl
           move Deduct-HT (History-Index) to deduct-sl
           move Withheld-HT (History-Index) to withheld-sl
           move Net-HT (History-Index) to net-sl
           if Pay-Type-HT (History-Index) = "O"
               move "off-cycle" to pay-type-sl
           else
               move spaces to pay-type-sl
           end-if
           display Pay-Screen-Line at line Screen-Row column 10
           add 1 to Screen-Row.

       3000-Write-Log-Row.
           move spaces to Kiosk-Log-Record
           move Log-Date-Formatted to kl-date
           move time-report-record to kl-time
           move kiosk-ss to kl-ss-num
           move kiosk-result to kl-result
           open extend Kiosk-Log-File
           write Kiosk-Log-Record
           close Kiosk-Log-File.
