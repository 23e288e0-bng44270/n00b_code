      *    register so the register always balances back to PRG18's
      *    close totals.  PRG90's screen voids and reissues against
      *    the same register.
      *    Once the checks are printed the shared PRG159 routine
      *    puts them on ppayiss.dat, the positive-pay issue file
      *    for the bank, and the conclusion page shows its counts.

       environment division.
       input-output section.
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
      *    "O" when PRG120's off-cycle run wrote the file - a final
      *    check is paid even though the employee is already off
      *    active status.
           03 pd-pay-type          pic x.
               88 pd-off-cycle     value "O".

       fd Bank-Detail-File.
       01 Bank-Detail-Record.
           03 eb-entry-date        pic x(10).

       fd Check-Register-File.
       copy ckrec.

       fd Check-Number-File.
       01 Check-Number-Record.

       working-storage section.
       copy gencode.
       copy ppayparm.
       01 string-date          pic x(30).
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
           03                  pic x(18) value "Checks Total:".
           03 total-cl         pic $$,$$$,$$9.99.

       01 Ppay-Count-Line.
           03 ppay-count-label pic x(30).
           03 ppay-count-cl    pic zzz9.
           03                  pic x(4) value spaces.
           03 ppay-amount-cl   pic $$,$$$,$$9.99.

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           end-if

           perform 2000-Work-One-Pay-Row until end-of-file
           close Pay-Detail-File
           close Bank-Detail-File
           close Check-Register-File
           call "prg159" using Positive-Pay-Parms
           perform 5000-Write-Conclusion
           close Output-Printer-File
           perform 1350-Write-New-Check-Number
           stop run.
               after advancing 1 lines.

      *    Same selection PRG40's exception page makes: an active
      *    employee (or anyone on an off-cycle run) owed money whose
      *    bank detail is absent, still in prenote, or failed gets
      *    paper.
       2000-Work-One-Pay-Row.
           read Pay-Detail-File
               at end move "YES" to eof-flag
               not at end
                   add 1 to rows-read-count
                   if (pd-status-code = "A" or pd-off-cycle)
                           and pd-net-pay > zero
                       perform 2100-Check-Needs-Paper
                       if needs-paper-check
                           perform 2200-Print-One-Check
           move Run-Date-Formatted to ck-date
           move "I" to ck-status
           move zero to ck-reissued-from
           move zero to ck-cleared-amount
           write Check-Register-Record.

       5000-Write-Conclusion.
               after advancing page
           move checks-total to total-cl
           write Output-Printer-Record from Total-Conclusion-Line
               after advancing 1 lines
           move "Positive-pay issued rows:" to ppay-count-label
           move pp-issue-count to ppay-count-cl
           move pp-issue-total to ppay-amount-cl
           write Output-Printer-Record from Ppay-Count-Line
               after advancing 2 lines
           move "Positive-pay void rows:" to ppay-count-label
           move pp-void-count to ppay-count-cl
           move pp-void-total to ppay-amount-cl
           write Output-Printer-Record from Ppay-Count-Line
               after advancing 1 lines.
