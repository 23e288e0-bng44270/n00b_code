           03 tran-source      pic x(5).
           03 tran-entry-date  pic x(10).
           03 tran-entry-time  pic x(8).
      *    "-" on a 'P' that takes sales back off the employee.
           03 tran-amount-sign pic x.
               88 chargeback-post value "-".

       fd Batch-Status-File.
       copy batchsts.
      *    never see the difference.
           03 sd-fiscal-year    pic 9(4).
           03 sd-fiscal-period  pic 99.
      *    "-" on a register return PRG33 charges back against the
      *    original clerk, carried over from the 'P' that posted it.
           03 sd-amount-sign    pic x.

      *    Full master images in the dr14 alternate-name layout, the
      *    same way PRG50's purge archive carries them.
                           move period-commission of disk-record
                               to ab-period-commission
                           perform 1560-Write-History-Record
                           perform 1520-Apply-Post-Amount
                           move period-total of disk-record
                               to Tier-Lookup-Amount
                           perform 0470-Find-Tier-Rate
                           move Run-Date-Formatted to sd-run-date
                           move Fiscal-Year to sd-fiscal-year
                           move Fiscal-Period to sd-fiscal-period
                           if chargeback-post
                               move "-" to sd-amount-sign
                           else
                               move "+" to sd-amount-sign
                           end-if
                           write Sales-Detail-Record
                           add sales-increase of Valid-Tran-Record
                               to total-sales
              end-if
              perform 0870-Write-Checkpoint.

      *    A chargeback comes off the period total, never past zero -
      *    a return against sales rung in a period already closed
      *    can only take back what this period holds.
       1520-Apply-Post-Amount.
           if chargeback-post
               if sales-increase of Valid-Tran-Record
                       > period-total of disk-record
                   move zero to period-total of disk-record
               else
                   subtract sales-increase of Valid-Tran-Record
                       from period-total of disk-record
               end-if
           else
               add sales-increase of Valid-Tran-Record to
                   period-total of disk-record
           end-if.

      *    Keeps hire-date/term-date in step with a status-code
      *    change applied through 'C' or 'S' - the same stamping the
      *    'T' action above does, without needing a separate action
