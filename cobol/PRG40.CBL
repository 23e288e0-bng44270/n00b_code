      *    trailer row carries the count and control total, and the
      *    printed payment register shows the same control total to
      *    tie back against PRG11's company grand total.
      *    Nothing goes to the bank until PRG121's review of the
      *    same payperd.dat came up clean or PRG122 released it -
      *    a missing, held or out-of-date review stops the export
      *    with return code 9 before bankpay.dat is touched.
      *    Releasing the export is its own function on OPPERM.DAT:
      *    the run asks for a PRG44 sign-on holding update on PRG40
      *    and stops with return code 9 without one, so whoever
      *    keeps bank details on PRG87 need not be who sends money.

       environment division.
       input-output section.
                  access is dynamic
                  record key is eb-ss-num.

      *    PRG121's review row - its count and net total must match
      *    the payperd.dat about to be exported.
           select optional Pay-Review-File assign to disk
                  "payrview.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
           03 pd-garnish           pic 9(5)v99.
           03 pd-loctax            pic 9(5)v99.
           03 pd-advance           pic 9(5)v99.
      *    "O" when PRG120's off-cycle run wrote the file - a final
      *    check is paid even though the employee is already off
      *    active status.
           03 pd-pay-type          pic x.
               88 pd-off-cycle     value "O".

       fd Bank-File.
       01 Bank-Record              pic x(85).
       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       fd Pay-Review-File.
       copy payrview.

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date          pic x(30).
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 Review-Found-Switch  pic x value "N".
           88 Review-Found     value "Y".
       01 check-row-count      pic 9(5) value zero.
       01 check-net-total      pic 9(11)v99 value zero.

       01 Bank-Detail-Row.
           03 bank-rec-type    pic x value "D".
           move dd of date-accept-record to bdw-dd
           move yy of date-accept-record to bdw-yy

           perform 1400-Check-Sign-On
           perform 1500-Check-Review-Release

           open input Pay-Detail-File
           open input Bank-Detail-File
           open output Bank-File
           close Output-Printer-File
           stop run.

       1400-Check-Sign-On.
           move "PRG40" to so-function
           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok or so-level < 2
               display "BANK EXPORT NEEDS A LEVEL-2 SIGN-ON - REFUSED"
               move 9 to return-code
               stop run
           end-if.

      *    Counts payperd.dat the way PRG121 did and holds it up
      *    against the review row before anything is written.
       1500-Check-Review-Release.
           open input Pay-Detail-File
           perform 1550-Count-One-Row until end-of-file
           close Pay-Detail-File
           move spaces to eof-flag
           open input Pay-Review-File
           read Pay-Review-File
               at end continue
               not at end
                   move "Y" to Review-Found-Switch
           end-read
           close Pay-Review-File
           if not Review-Found
              or rv-row-count not = check-row-count
              or rv-net-total not = check-net-total
              or not (rv-clear or rv-released)
               display "PAYROLL REVIEW NOT RELEASED - EXPORT REFUSED"
               if Review-Found and rv-held
                   display "Flags are waiting on PRG122 release"
               else
                   display "Run PRG121 against this payperd.dat"
               end-if
               move 9 to return-code
               stop run
           end-if.

       1550-Count-One-Row.
           read Pay-Detail-File
               at end move "YES" to eof-flag
               not at end
                   add 1 to check-row-count
                   add pd-net-pay to check-net-total
           end-read.

      *    Terminated employees are paid out by their settlement
      *    run, and a zero amount is nothing the bank needs to see -
      *    both are counted as skipped so the register explains
                   if pd-advance is numeric
                       add pd-advance to all-gross-total
                   end-if
                   if (pd-status-code = "A" or pd-off-cycle)
                           and pd-net-pay > zero
                       perform 2050-Check-Bank-Detail
                   else
                       add 1 to skipped-count
