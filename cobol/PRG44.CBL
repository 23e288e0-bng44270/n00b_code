      *    absent - a brand-new system - the sign-on is accepted at
      *    full level so PRG43 can be used to set the first
      *    operators up, and the log says so.
      *    Passwords are checked in the scrambled form PRG173 makes;
      *    an operator still on a plain one is scrambled at the next
      *    good sign-on.  A password PRG43 has just set or reset, or
      *    one older than the days on signon.ctl, has to be changed
      *    through PRG173's screen before the sign-on goes through.
      *    Failures in a row are counted on the operator's record,
      *    and the one that reaches signon.ctl's limit locks the
      *    operator out until a level-3 operator clears it on PRG43;
      *    the lock goes on operlock.log.  signon.ctl is one row -
      *    days a password lasts (3, 000 for never) and failures
      *    allowed (2) - and without it passwords last 90 days and
      *    the fifth failure locks.
      *    A caller that names a function in so-function gets back
      *    the operator's level for that function off OPPERM.DAT
      *    instead of the single level on the operator master -
      *    approve 3, update 2, inquiry 1 - and is refused when the
      *    operator holds no row for it.  The function is remembered
      *    with the session, so a screen the console runs gets the
      *    level for the function the console checked it against.
      *    An operator with no rows on OPPERM.DAT at all keeps the
      *    master's level everywhere until moved onto permissions.
      *    A caller that sets so-mode for a fresh prompt - PRG17
      *    getting a supervisor to override the headcount - is
      *    prompted even with a session remembered, and the session
      *    is left exactly as it was for the screens that follow.

       environment division.
       input-output section.
                  access is dynamic
                  record key is Operator-Id-OP.

      *    Functions granted to each operator, kept on PRG175.
           select optional Permission-File assign to disk
                  "opperm.dat"
                  organization is indexed
                  access is dynamic
                  record key is Permission-Key-PM.

      *    Password days and failure limit, kept by hand the way
      *    retain.ctl is.
           select optional Sign-On-Ctl-File assign to disk
                  "signon.ctl"
                  organization is line sequential.

      *    Every lock and unlock of an operator, PRG43's unlocks
      *    included.
           select optional Operator-Lock-Log-File assign to disk
                  "operlock.log"
                  organization is line sequential.

      *    Who got in and who was refused, one row per attempt.
           select optional Sign-On-Log-File assign to disk
                  "signon.log"
       fd Operator-File.
       copy oprec.

       fd Permission-File.
       copy permrec.

       fd Sign-On-Ctl-File.
       01 Sign-On-Ctl-Record.
           03 sc-expiry-days       pic x(3).
           03 sc-max-failures      pic x(2).

       fd Operator-Lock-Log-File.
       01 Operator-Lock-Log-Record.
           03 ol-date              pic x(10).
           03                      pic x value space.
           03 ol-time              pic x(8).
           03                      pic x value space.
           03 ol-operator-id       pic x(10).
           03                      pic x value space.
           03 ol-action            pic x(10).
           03                      pic x value space.
           03 ol-by                pic x(10).

       fd Sign-On-Log-File.
       01 Sign-On-Log-Record.
           03 log-date             pic x(10).
       01 sign-on-tries            pic 9 value zero.
       01 master-empty-switch      pic x value "Y".
           88 master-is-empty      value "Y".
       copy pwparm.

       01 Expiry-Days              pic 999 value 90.
       01 Max-Failures             pic 99 value 5.
       01 password-match-switch    pic x value "N".
           88 password-matches     value "Y".
       01 change-due-switch        pic x value "N".
           88 change-due           value "Y".
       01 refuse-message           pic x(40).
       01 operator-level-hold      pic 9.
       01 operator-store-hold      pic xx.

      *    Password age in days, by the same serial-day arithmetic
      *    PRG75 uses.
       01 Date-Work-Fields.
           03 dw-in-date.
               05 dw-mm            pic 99.
               05                  pic x.
               05 dw-dd            pic 99.
               05                  pic x.
               05 dw-yyyy          pic 9(4).
           03 dw-a                 pic 9(4).
           03 dw-y                 pic 9(8).
           03 dw-m                 pic 9(4).
           03 dw-div-work          pic 9(8).
           03 dw-days-accum        pic s9(9).
           03 dw-serial            pic 9(8).
       01 Today-Serial             pic 9(8) value zero.
       01 Password-Age             pic s9(8) value zero.
       01 Serial-Ok-Switch         pic x value "N".
           88 Serial-Ok            value "Y".

      *    The session's accepted sign-on, held across calls within
      *    the run unit - the console signs on once and every screen
       01 session-operator-id      pic x(10).
       01 session-level            pic 9.
       01 session-store            pic xx.
       01 session-function         pic x(8) value spaces.
       01 session-permission-switch pic x value "N".
           88 session-on-permissions value "Y".
      *    The session's function and permission switch, put back
      *    after a fresh prompt has borrowed them.
       01 held-function            pic x(8).
       01 held-permission-switch   pic x.

       linkage section.
       copy signon.

       procedure division using Sign-On-Parms.
       1000-Sign-On-Main.
           accept date-accept-work from date
           accept time-accept-work from time
           move daw-mm to ldw-mm
           move taw-hh to ltw-hh
           move taw-mm to ltw-mm
           move taw-ss to ltw-ss
           if session-signed-on and not so-fresh-prompt
               move "Y" to so-ok-flag
               move session-operator-id to so-operator-id
               move session-level to so-level
               move session-store to so-store
               perform 2300-Apply-Function-Level
               goback
           end-if

           move "N" to so-ok-flag
           move zero to so-level
           move spaces to so-operator-id so-store
           move zero to sign-on-tries
           move session-function to held-function
           move session-permission-switch to held-permission-switch
           perform 1050-Load-Sign-On-Controls
           move log-date-work to dw-in-date
           perform 1950-Compute-Date-Serial
           move dw-serial to Today-Serial

           perform 1100-Check-Master-Empty
           if master-is-empty
                   stop spaces
               end-if
           end-if
           if so-sign-on-ok
               perform 2300-Apply-Function-Level
           end-if
           if so-fresh-prompt
               move held-function to session-function
               move held-permission-switch to session-permission-switch
           end-if
           goback.

       1050-Load-Sign-On-Controls.
           open input Sign-On-Ctl-File
           read Sign-On-Ctl-File
               at end continue
               not at end
                   if sc-expiry-days is numeric
                       move sc-expiry-days to Expiry-Days
                   end-if
                   if sc-max-failures is numeric
                           and sc-max-failures > "00"
                       move sc-max-failures to Max-Failures
                   end-if
           end-read
           close Sign-On-Ctl-File.

       1100-Check-Master-Empty.
           move "Y" to master-empty-switch
           open input Operator-File
           move 3 to so-level
           move "SETUP" to so-operator-id
           move spaces to so-store
           move "N" to session-permission-switch
           if not so-fresh-prompt
               perform 1900-Remember-Session
           end-if
           move "SETUP" to log-operator-id
           move "ACCEPTED" to log-result
           perform 2000-Write-Log-Row.
           display "Password" at 1210
           accept sign-on-password at 1221 with no-echo
           add 1 to sign-on-tries
           move "N" to change-due-switch
           move "Sign-On Rejected" to refuse-message
           move sign-on-id to Operator-Id-OP
           open i-o Operator-File
           read Operator-File
               invalid key
                   perform 2100-Log-Refused
               not invalid key
                   perform 1600-Check-Operator
           end-read
           close Operator-File
           if change-due
               perform 1700-Force-Password-Change
           end-if.

      *    A locked operator is turned away before the password is
      *    even looked at, so guessing on gets nowhere.
       1600-Check-Operator.
           if Operator-Fail-Count-OP is not numeric
               move zero to Operator-Fail-Count-OP
           end-if
           if Operator-Locked
               move "Operator Locked - See A Supervisor"
                   to refuse-message
               move "REFUSED LK" to log-result
               perform 2110-Log-Refused-As
           else
               perform 1610-Compare-Password
               if password-matches
                   perform 1650-Good-Password
               else
                   perform 1680-Count-Failure
               end-if
           end-if.

       1610-Compare-Password.
           move "N" to password-match-switch
           if Password-Scrambled
               move "S" to pw-function
               move Operator-Id-OP to pw-operator-id
               move sign-on-password to pw-plain
               call "prg173" using Password-Parms
               if pw-scrambled = Operator-Password-OP
                   move "Y" to password-match-switch
               end-if
           else
               if Operator-Password-OP = sign-on-password
                   move "Y" to password-match-switch
               end-if
           end-if.

      *    The failures start over, a plain password is scrambled
      *    in place, and a reset or expired one holds the sign-on
      *    up for the change screen.
       1650-Good-Password.
           move zero to Operator-Fail-Count-OP
           if not Password-Scrambled
               move "S" to pw-function
               move Operator-Id-OP to pw-operator-id
               move sign-on-password to pw-plain
               call "prg173" using Password-Parms
               move pw-scrambled to Operator-Password-OP
               move "S" to Operator-Pw-Form-OP
               move log-date-work to Operator-Pw-Date-OP
           end-if
           move Operator-Pw-Date-OP to dw-in-date
           perform 1950-Compute-Date-Serial
           if not Serial-Ok
               move log-date-work to Operator-Pw-Date-OP
               move Today-Serial to dw-serial
           end-if
           rewrite Operator-Record
           end-rewrite
           move Operator-Level-OP to operator-level-hold
           move Operator-Store-OP to operator-store-hold
           compute Password-Age = Today-Serial - dw-serial
           evaluate true
               when Password-Must-Change
                   move "F" to pw-reason
                   move "Y" to change-due-switch
               when Expiry-Days > zero
                       and Password-Age >= Expiry-Days
                   move "E" to pw-reason
                   move "Y" to change-due-switch
               when other
                   perform 1800-Accept-Operator
           end-evaluate.

       1680-Count-Failure.
           add 1 to Operator-Fail-Count-OP
           if Operator-Fail-Count-OP >= Max-Failures
               move "L" to Operator-Lock-OP
               move "Operator Now Locked - See A Supervisor"
                   to refuse-message
               perform 2200-Log-Lock
           end-if
           rewrite Operator-Record
           end-rewrite
           perform 2100-Log-Refused.

      *    The sign-on only goes through once the new password is
      *    on file; walking away from the change refuses it.
       1700-Force-Password-Change.
           move "C" to pw-function
           move sign-on-id to pw-operator-id
           call "prg173" using Password-Parms
           if pw-changed
               perform 1800-Accept-Operator
           else
               move sign-on-id to log-operator-id
               move "NO CHANGE" to log-result
               perform 2000-Write-Log-Row
               move 3 to sign-on-tries
           end-if.

       1800-Accept-Operator.
           move "Y" to so-ok-flag
           move sign-on-id to so-operator-id
           move operator-level-hold to so-level
           move operator-store-hold to so-store
           perform 1850-Find-Permission-Rows
           if not so-fresh-prompt
               perform 1900-Remember-Session
           end-if
           move sign-on-id to log-operator-id
           move "ACCEPTED" to log-result
           perform 2000-Write-Log-Row.

      *    Whether the operator has been moved onto permissions at
      *    all - any row on OPPERM.DAT under their id.
       1850-Find-Permission-Rows.
           move "N" to session-permission-switch
           move sign-on-id to Perm-Operator-PM
           move low-values to Perm-Function-PM
           open input Permission-File
           start Permission-File key is not < Permission-Key-PM
               invalid key continue
               not invalid key
                   read Permission-File next record
                       at end continue
                       not at end
                           if Perm-Operator-PM = sign-on-id
                               move "Y" to session-permission-switch
                           end-if
                   end-read
           end-start
           close Permission-File.

       1900-Remember-Session.
           move "Y" to session-signed-on-switch
           move so-store to session-store.

       2100-Log-Refused.
           move "REFUSED" to log-result
           perform 2110-Log-Refused-As.

       2110-Log-Refused-As.
           move sign-on-id to log-operator-id
           perform 2000-Write-Log-Row
           display refuse-message at 1410
           display "Press <Enter> to Continue" at 1440
           stop spaces.

       2200-Log-Lock.
           move spaces to Operator-Lock-Log-Record
           move log-date-work to ol-date
           move log-time-work to ol-time
           move sign-on-id to ol-operator-id
           move "LOCKED" to ol-action
           move "SIGN-ON" to ol-by
           open extend Operator-Lock-Log-File
           write Operator-Lock-Log-Record
           close Operator-Lock-Log-File.

       1950-Compute-Date-Serial.
           move "N" to Serial-Ok-Switch
           move zero to dw-serial
           if dw-mm is numeric and dw-dd is numeric
                   and dw-yyyy is numeric
               compute dw-a = (14 - dw-mm) / 12
               compute dw-y = dw-yyyy + 4800 - dw-a
               compute dw-m = dw-mm + (12 * dw-a) - 3
               compute dw-days-accum = dw-dd - 32045
               compute dw-div-work = (153 * dw-m + 2) / 5
               add dw-div-work to dw-days-accum
               compute dw-days-accum = dw-days-accum + (365 * dw-y)
               compute dw-div-work = dw-y / 4
               add dw-div-work to dw-days-accum
               compute dw-div-work = dw-y / 100
               subtract dw-div-work from dw-days-accum
               compute dw-div-work = dw-y / 400
               add dw-div-work to dw-days-accum
               move dw-days-accum to dw-serial
               move "Y" to Serial-Ok-Switch
           end-if.

       2000-Write-Log-Row.
           move spaces to Sign-On-Log-Record
           move log-date-work to log-date
           open extend Sign-On-Log-File
           write Sign-On-Log-Record
           close Sign-On-Log-File.

      *    A blank function takes the one remembered for the
      *    session; a named one becomes it.  The level given back
      *    is the highest right the operator's row grants, and no
      *    row, or a row granting nothing, refuses the sign-on for
      *    that function and logs it.
       2300-Apply-Function-Level.
           if so-function = spaces
               move session-function to so-function
           else
               move so-function to session-function
           end-if
           if so-function not = spaces and session-on-permissions
               move zero to so-level
               move so-operator-id to Perm-Operator-PM
               move so-function to Perm-Function-PM
               open input Permission-File
               read Permission-File
                   invalid key continue
                   not invalid key perform 2310-Level-From-Rights
               end-read
               close Permission-File
               if so-level = zero
                   move "N" to so-ok-flag
                   move so-operator-id to log-operator-id
                   move "NO PERM" to log-result
                   perform 2000-Write-Log-Row
                   display spaces at 0101 erase eos
                   display "No Permission For" at 1210
                   display so-function at 1228
                   display "Press <Enter> to Continue" at 1440
                   stop spaces
               end-if
           end-if.

       2310-Level-From-Rights.
           evaluate true
               when Can-Approve move 3 to so-level
               when Can-Update  move 2 to so-level
               when Can-Inquire move 1 to so-level
               when other continue
           end-evaluate.
