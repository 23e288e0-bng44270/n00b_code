           03 tran-source      pic x(5).
           03 tran-entry-date  pic x(10).
           03 tran-entry-time  pic x(8).
           03 tran-amount-sign pic x.


       fd LNS-Tran-File.
      *    annual raise letters can be keyed the week they're
      *    signed.
           03 tran-effective-date pic x(10).
      *    "-" on a 'P' that takes sales back off the employee - a
      *    register return PRG33 charges back against the clerk who
      *    rang the sale.  Blank or "+" is an ordinary credit.
           03 tran-amount-sign pic x.
               88 valid-amount-sign value space "+" "-".

       fd Pending-Tran-File.
       01 Pending-Tran-Record  pic x(104).

       fd Period-Control-File.
       01 Period-Control-Record.
           03                  pic x value "/".
           03                  pic xx value "20".
           03 rhd-yy           pic 99.
      *    Every 'P' amount as keyed, chargebacks included - PRG12B
      *    sums its postings the same way to check the batch.
       01 accum-sales-total    pic 9(9)v99 value zero.
       01 comments             pic x(20).

               05 column 74            pic xx
                           source dept-number of LNS-Tran-Record.
           03 line plus 1.
               05 column 45            pic x
                           source tran-amount-sign of LNS-Tran-Record.
               05 column 46            pic x(8)
                           source sales-increase of LNS-Tran-Record.
               05 column 56            pic x(20)
                 else
                 if action of LNS-Tran-Record = 'P'
                   if (ss-num of LNS-Tran-Record not numeric) or
                      (sales-increase of LNS-Tran-Record not numeric) or
                      (not valid-amount-sign of LNS-Tran-Record)
                        move 05 to Reject-Reason-Code
                        perform 2100-Set-Reject-Comments
                        generate detail-line
