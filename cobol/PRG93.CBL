           03 pt-entry-date        pic x(10).
           03 pt-entry-time        pic x(8).
           03 pt-effective-date    pic x(10).
           03 pt-amount-sign       pic x.

       fd LNS-Tran-File.
       01 LNS-Tran-Record          pic x(104).

       fd Control-File.
       01 Control-Record           pic x(8).
      *    due/future split work off one load.
       01 Pending-Table.
           03 Pending-Entry occurs 200 times.
               05 Pe-Image         pic x(104).
               05 Pe-Due-Switch    pic x.
                   88 Pe-Due       value "D".
               05 Pe-Cancel-Switch pic x.
