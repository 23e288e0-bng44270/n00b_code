           03 vt-tran-source   pic x(5).
           03 vt-entry-date    pic x(10).
           03 vt-entry-time    pic x(8).
           03 vt-amount-sign   pic x.
               88 vt-chargeback value "-".

       fd Batch-Status-File.
       copy batchsts.
               move "Y" to Expected-Found-Switch
           end-if
           if Expected-Found
               perform 1655-Apply-Expected-Amount
           end-if.

      *    A chargeback comes off the supported figure the way
      *    PRG12B takes it off the period total - never past zero.
       1655-Apply-Expected-Amount.
           if vt-chargeback
               if vt-sales-increase-num > Xp-Sales (Expected-Index)
                   move zero to Xp-Sales (Expected-Index)
               else
                   subtract vt-sales-increase-num
                       from Xp-Sales (Expected-Index)
               end-if
           else
               add vt-sales-increase-num
                   to Xp-Sales (Expected-Index)
           end-if.
