       identification division.
       program-id.  prg173.
       author.  Andy Carlson.

      *    Shared password routine, called the way the posting runs
      *    call prg141.  OPERMST.DAT used to hold every password in
      *    plain text for anyone who could list the file.  Scramble
      *    mixes the keyed password with the operator id into ten
      *    characters that can be compared but not read back, so
      *    PRG43 stores and PRG44 checks only the scrambled form.
      *    Change is the change-password screen: PRG44 forces it on
      *    the first sign-on after PRG43 sets or resets a password
      *    and when one has outlived its days, and the PRG58 console
      *    offers it any time (that one asks for the current
      *    password first).  A new password must be six characters
      *    or more, keyed the same twice and different from the old
      *    one; three tries, then the caller is told it wasn't
      *    changed.  A change goes on the sign-on activity log.

       environment division.
       input-output section.
       file-control.
           select optional Operator-File assign to disk "opermst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Operator-Id-OP.

           select optional Sign-On-Log-File assign to disk
                  "signon.log"
                  organization is line sequential.

       data division.
       file section.
       fd Operator-File.
       copy oprec.

       fd Sign-On-Log-File.
       01 Sign-On-Log-Record.
           03 log-date             pic x(10).
           03                      pic x value space.
           03 log-time             pic x(8).
           03                      pic x value space.
           03 log-operator-id      pic x(10).
           03                      pic x value space.
           03 log-result           pic x(10).

       working-storage section.
       01 log-date-work.
           03 ldw-mm               pic 99.
           03                      pic x value "/".
           03 ldw-dd               pic 99.
           03                      pic x value "/".
           03                      pic xx value "20".
           03 ldw-yy               pic 99.
       01 log-time-work.
           03 ltw-hh               pic 99.
           03                      pic x value ":".
           03 ltw-mm               pic 99.
           03                      pic x value ":".
           03 ltw-ss               pic 99.
       01 date-accept-work.
           03 daw-yy               pic 99.
           03 daw-mm               pic 99.
           03 daw-dd               pic 99.
       01 time-accept-work.
           03 taw-hh               pic 99.
           03 taw-mm               pic 99.
           03 taw-ss               pic 99.
           03 taw-ff               pic 99.

      *    The scramble: every byte of the password and the id is
      *    folded into a running remainder, which is then drawn out
      *    again a character at a time through the alphabet below.
       01 Scramble-Input           pic x(10).
       01 Scramble-Output          pic x(10).
       01 Scramble-Index           pic 99.
       01 Scramble-Accum           pic 9(5).
       01 Scramble-Work            pic 9(9).
       01 Scramble-Quotient        pic 9(9).
       01 Scramble-Char-Pos        pic 99.
       01 Scramble-Pw-Byte         pic 9(4).
       01 Scramble-Alphabet.
           03                      pic x(31)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZabcde".
           03                      pic x(31)
               value "fghijklmnopqrstuvwxyz0123456789".
       01 Scramble-Byte-Work.
           03 Scramble-Byte-Value  pic 9(4) comp.
       01 Scramble-Byte-Bytes redefines Scramble-Byte-Work.
           03 Scramble-Byte-High   pic x.
           03 Scramble-Byte-Low    pic x.

       01 current-password         pic x(10).
       01 new-password             pic x(10).
       01 new-password-again       pic x(10).
       01 change-tries             pic 9 value zero.
       01 operator-found-switch    pic x value "N".
           88 operator-on-file     value "Y".
       01 change-message           pic x(50).

       linkage section.
       copy pwparm.

       procedure division using Password-Parms.
       1000-Password-Main.
           evaluate true
               when pw-scramble
                   move pw-plain to Scramble-Input
                   perform 2000-Scramble-Password
                   move Scramble-Output to pw-scrambled
               when pw-change
                   perform 3000-Change-Password
           end-evaluate
           goback.

       2000-Scramble-Password.
           move 7919 to Scramble-Accum
           perform 2100-Fold-One-Byte
               varying Scramble-Index from 1 by 1
               until Scramble-Index > 10
           perform 2200-Draw-One-Char
               varying Scramble-Index from 1 by 1
               until Scramble-Index > 10.

       2100-Fold-One-Byte.
           move low-value to Scramble-Byte-High
           move Scramble-Input (Scramble-Index:1)
               to Scramble-Byte-Low
           move Scramble-Byte-Value to Scramble-Pw-Byte
           move pw-operator-id (Scramble-Index:1)
               to Scramble-Byte-Low
           compute Scramble-Work = (Scramble-Accum * 31)
               + (Scramble-Pw-Byte * (Scramble-Index + 7))
               + (Scramble-Byte-Value * 3) + 17
           divide Scramble-Work by 99991 giving Scramble-Quotient
               remainder Scramble-Accum.

       2200-Draw-One-Char.
           move low-value to Scramble-Byte-High
           move Scramble-Input (11 - Scramble-Index:1)
               to Scramble-Byte-Low
           compute Scramble-Work = (Scramble-Accum * 37)
               + (Scramble-Index * 101) + Scramble-Byte-Value
           divide Scramble-Work by 99991 giving Scramble-Quotient
               remainder Scramble-Accum
           divide Scramble-Accum by 62 giving Scramble-Quotient
               remainder Scramble-Char-Pos
           add 1 to Scramble-Char-Pos
           move Scramble-Alphabet (Scramble-Char-Pos:1)
               to Scramble-Output (Scramble-Index:1).

       3000-Change-Password.
           move "N" to pw-result
           accept date-accept-work from date
           accept time-accept-work from time
           move daw-mm to ldw-mm
           move daw-dd to ldw-dd
           move daw-yy to ldw-yy
           move taw-hh to ltw-hh
           move taw-mm to ltw-mm
           move taw-ss to ltw-ss
           open i-o Operator-File
           move pw-operator-id to Operator-Id-OP
           move "Y" to operator-found-switch
           read Operator-File
               invalid key move "N" to operator-found-switch
           end-read
           if operator-on-file
               move zero to change-tries
               perform 3100-Try-Change
                   until pw-changed or change-tries = 3
           else
               display spaces at 0101 erase eos
               display "No operator record to change" at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
           end-if
           close Operator-File.

       3100-Try-Change.
           add 1 to change-tries
           display spaces at 0101 erase eos
           display "car3872's Change Password" at 0220
           display pw-operator-id at 0250
           evaluate true
               when pw-forced
                   display "Your password was set for you - key "
                       "a new one of your own" at 0510
               when pw-expired
                   display "Your password has expired - key a new "
                       "one" at 0510
               when other
                   display "Key your current password, then the "
                       "new one twice" at 0510
           end-evaluate
           move spaces to current-password new-password
                          new-password-again change-message
           if pw-voluntary
               display "Current Password" at 0710
               accept current-password at 0730 with no-echo
               perform 3200-Check-Current
           end-if
           if change-message = spaces
               display "New Password" at 0910
               accept new-password at 0930 with no-echo
               display "New Password Again" at 1010
               accept new-password-again at 1030 with no-echo
               perform 3300-Check-New
           end-if
           if change-message = spaces
               perform 3400-Store-New-Password
               move "Password Changed" to change-message
           end-if
           display change-message at 1410
           display "Press <Enter> to Continue" at 1440
           stop spaces.

       3200-Check-Current.
           if Password-Scrambled
               move current-password to Scramble-Input
               perform 2000-Scramble-Password
           else
               move current-password to Scramble-Output
           end-if
           if Scramble-Output not = Operator-Password-OP
               move "Current password is not right" to change-message
           end-if.

       3300-Check-New.
           evaluate true
               when new-password (1:1) = space
                       or new-password (6:1) = space
                   move "Must be at least six characters"
                       to change-message
               when new-password not = new-password-again
                   move "The two new passwords don't match"
                       to change-message
               when other
                   move new-password to Scramble-Input
                   perform 2000-Scramble-Password
                   if (Password-Scrambled
                           and Scramble-Output = Operator-Password-OP)
                       or (not Password-Scrambled
                           and new-password = Operator-Password-OP)
                       move "Must differ from the old password"
                           to change-message
                   end-if
           end-evaluate.

      *    A new password starts its days today, clears any reset
      *    PRG43 left and any failures counted against the old one.
       3400-Store-New-Password.
           move new-password to Scramble-Input
           perform 2000-Scramble-Password
           move Scramble-Output to Operator-Password-OP
           move "S" to Operator-Pw-Form-OP
           move log-date-work to Operator-Pw-Date-OP
           move space to Operator-Pw-Reset-OP
           move zero to Operator-Fail-Count-OP
           rewrite Operator-Record
           end-rewrite
           move "Y" to pw-result
           move spaces to Sign-On-Log-Record
           move log-date-work to log-date
           move log-time-work to log-time
           move pw-operator-id to log-operator-id
           move "PW CHANGED" to log-result
           open extend Sign-On-Log-File
           write Sign-On-Log-Record
           close Sign-On-Log-File.
