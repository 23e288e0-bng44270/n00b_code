      *    number in ck-reissued-from - so the register always
      *    balances back to PRG18's close totals, voids and all.
      *    Level-2 sign-on through the shared PRG44 routine.
      *    On the way out the shared PRG159 routine sends the
      *    session's voids and reissues to the bank on ppayiss.dat,
      *    the positive-pay issue file, and says how many went.

       environment division.
       input-output section.
       data division.
       file section.
       fd Check-Register-File.
       copy ckrec.

       fd Register-Work-File.
       01 Register-Work-Record     pic x(91).

       fd Check-Number-File.
       01 Check-Number-Record.
       working-storage section.
       copy gencode.
       copy signon.
       copy ppayparm.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           end-if
           perform 1500-Work-One-Check
               until register-quit
           call "prg159" using Positive-Pay-Parms
           if pp-issue-count > zero or pp-void-count > zero
               display spaces at 0101 erase eos
               display "Positive-pay file written" at 1010
               display "Issued rows" at 1210
               display pp-issue-count at 1230
               display "Void rows" at 1310
               display pp-void-count at 1330
               display "Press <Enter> to Continue" at 1540
               stop spaces
           end-if
           goback.

       1500-Work-One-Check.
           display hold-ss at 0711
           display "Amount" at 0904
           display screen-amount at 0912
           evaluate true
               when check-voided
                   display "Status" at 1104
                   display "ALREADY VOIDED" at 1112
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
      *    The bank has paid it - nothing left to void.
               when ck-cleared-date not = spaces
                   display "Status" at 1104
                   display "PAID BY THE BANK" at 1112
                   display ck-cleared-date at 1130
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               when other
                   perform 2300-Ask-Disposition
           end-evaluate.

       2300-Ask-Disposition.
           display "Void, void and Reissue, or Nothing? (V/R/N)"
               at 2340
           accept action-response at 2385
           call "CBL_TOUPPER" using action-response
                       by value length of action-response
           if action-response = "V"
               perform 3000-Void-Check
               display spaces at 0401 erase eos
               display "Check Voided" at 2420
               display "Press <Enter> to Continue" at 2440
               stop spaces
           end-if
           if action-response = "R"
               perform 3000-Void-Check
               perform 3500-Reissue-Check
               display spaces at 0401 erase eos
               display "Check Reissued As #" at 2420
               display next-check-number at 2440
               display "Press <Enter> to Continue" at 2460
               stop spaces
           end-if.

      *    The usual rewrite-through-a-copy - the worked row flips
           move Run-Date-Formatted to ck-date
           move "I" to ck-status
           move wanted-check-number to ck-reissued-from
           move zero to ck-cleared-amount
           open extend Check-Register-File
           write Check-Register-Record
           close Check-Register-File.
