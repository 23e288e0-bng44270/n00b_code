      *    Skip leaves it pending, and every disposition lands on
      *    wolog.dat naming the signed-on operator.  Small
      *    write-offs never come here - they keep flowing untouched.
      *    Level 3 is approve on the PRG80 function in OPPERM.DAT,
      *    so it can be kept apart from whoever keys the write-offs.

       environment division.
       input-output section.
           03 unit-cost-wp         pic 9(5)v99.
           03 ext-cost-wp          pic 9(9)v99.
           03 entry-date-wp        pic x(10).
           03 stock-wp             pic x.

       fd Pending-Work-File.
       01 Pending-Work-Record      pic x(51).
           03 action-wa            pic x.
           03 quantity-wa          pic 9(6).
           03 unit-cost-wa         pic 9(5)v99.
           03 stock-wa             pic x.

       fd Approval-Log-File.
       01 Approval-Log-Record.
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           move "PRG80" to so-function
           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
           move action-wp to action-wa
           move quantity-wp to quantity-wa
           move unit-cost-wp to unit-cost-wa
           move stock-wp to stock-wa
           write Approved-Write-Off-Record
           move "APPROVED" to wl-disposition
           perform 2500-Write-Log-Row.
