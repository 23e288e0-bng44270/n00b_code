           03 sd-product-code      pic x(10).
           03 sd-sales-amount      pic 9(6)v99.
           03 sd-run-date          pic x(10).
           03 sd-fiscal-year       pic 9(4).
           03 sd-fiscal-period     pic 99.
      *    "-" on a register return charged back by PRG33.
           03 sd-amount-sign       pic x.

       sd Sort-Work-File.
       01 Sort-Record.
           03 ss-num-sr            pic x(9).
           03 sales-amount-sr      pic s9(6)v99.

       fd Indexed-File.
       copy diskrec.
       01 Run-Date-Key         pic x(8).

       01 Current-Ss-Num       pic x(9).
       01 Employee-Sales-Total pic s9(9)v99 value zero.
       01 New-Commission       pic 9(7)v99 value zero.
       01 Old-Commission       pic 9(7)v99 value zero.

       01 Change-Line.
           03 ss-num-dl        pic x(9).
           03                  pic x(1) value spaces.
           03 sales-dl         pic $$,$$$,$$9.99-.
           03 old-comm-dl      pic $$,$$$,$$9.99.
           03                  pic x(1) value spaces.
           03 new-comm-dl      pic $$,$$$,$$9.99.
                   move sd-run-date (4:2) to Run-Date-Key (7:2)
                   if Run-Date-Key not < From-Date-Key
                       move sd-ss-num to ss-num-sr
                       if sd-amount-sign = "-"
                           compute sales-amount-sr =
                               zero - sd-sales-amount
                       else
                           move sd-sales-amount to sales-amount-sr
                       end-if
                       release Sort-Record
                   end-if
           end-read.
      *    The recomputed figure is the shared schedule applied to
      *    the period's detail total - the same arithmetic PRG12B
      *    now posts with, so after this run the master is what the
      *    new rates would have produced all along.  Chargebacks
      *    net against the sales; a period that nets below zero
      *    earns nothing rather than a negative commission.
       3500-Finish-One-Employee.
           add 1 to employees-seen
           move Current-Ss-Num to ss-num of disk-record
               invalid key
                   add 1 to employees-missing
               not invalid key
                   if Employee-Sales-Total < zero
                       move zero to New-Commission
                   else
                       move Employee-Sales-Total to Tier-Lookup-Amount
                       perform 1270-Find-Tier-Rate
                       compute New-Commission rounded =
                           Employee-Sales-Total
                               * Applied-Comm-Rate / 100
                   end-if
                   move period-commission of disk-record
                       to Old-Commission
                   if New-Commission not = Old-Commission
