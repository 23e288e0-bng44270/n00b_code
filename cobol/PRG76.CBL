      *    PRG20's 2500-Close-Week-Group prices them, and the
      *    sales-per-labor-hour line managers can be held to.
      *    Store subtotals and a company line, PRG45 style.
      *    Hours land on the store they were worked at - the row's
      *    work store, or the home store when it's blank - and the
      *    week's pay follows them the way PRG20 splits it onto
      *    laborst.dat, so a store that borrows help carries the
      *    cost and the lending store doesn't.

       environment division.
       input-output section.
           03 ss-num-at            pic x(9).
           03 work-date-at         pic x(10).
           03 hours-worked-at      pic 9(3)v99.
           03 hour-type-at         pic x.
           03 work-store-at        pic x(2).

       fd Indexed-File.
       copy diskrec.
       01 Emp-Found-Switch     pic x value "N".
           88 Emp-Bucket-Found value "Y".

      *    The same employee-weeks by the store worked at - each
      *    piece points back at its employee's bucket.
       01 Piece-Table.
           03 Piece-Entry occurs 1000 times.
               05 Pc-Emp-Index     pic 9(3).
               05 Pc-Store         pic x(2).
               05 Pc-Hours         pic 9(4)v99.
               05 Pc-Sunday-Hours  pic 9(4)v99.
       01 Piece-Count          pic 9(4) value zero.
       01 Piece-Index          pic 9(4).
       01 Piece-Scan-Index     pic 9(4).
       01 Piece-Found-Switch   pic x value "N".
           88 Piece-Found      value "Y".
       01 Row-Work-Store       pic x(2).
       01 Pieces-Left          pic 9(4) value zero.
       01 Overtime-Extra       pic s9(7)v99 value zero.
       01 Piece-Pay            pic s9(7)v99 value zero.
       01 Piece-Pay-Total      pic s9(7)v99 value zero.

       01 Regular-Hours        pic 9(4)v99 value zero.
       01 Overtime-Hours       pic 9(4)v99 value zero.
       01 Week-Pay             pic 9(7)v99 value zero.
                   add hours-worked-at
                       to Emp-Sunday-Hours (Emp-Index)
               end-if
               perform 3400-Find-Piece
               if Piece-Found
                   add hours-worked-at to Pc-Hours (Piece-Index)
                   if dw-weekday = 6
                       add hours-worked-at
                           to Pc-Sunday-Hours (Piece-Index)
                   end-if
               end-if
           end-if.

      *    A fresh employee bucket costs one keyed master read for
               move Emp-Scan-Index to Emp-Index
           end-if.

      *    A week with more pieces than the table holds loses the
      *    rest from the scorecard rather than charge the wrong
      *    store.
       3400-Find-Piece.
           if work-store-at = spaces
               move Emp-Store (Emp-Index) to Row-Work-Store
           else
               move work-store-at to Row-Work-Store
           end-if
           move "N" to Piece-Found-Switch
           perform 3450-Check-Piece
               varying Piece-Scan-Index from 1 by 1
               until Piece-Scan-Index > Piece-Count
                  or Piece-Found
           if not Piece-Found
                   and Piece-Count < 1000
               add 1 to Piece-Count
               move Piece-Count to Piece-Index
               move Emp-Index to Pc-Emp-Index (Piece-Index)
               move Row-Work-Store to Pc-Store (Piece-Index)
               move zero to Pc-Hours (Piece-Index)
               move zero to Pc-Sunday-Hours (Piece-Index)
               move "Y" to Piece-Found-Switch
           end-if.

       3450-Check-Piece.
           if Pc-Emp-Index (Piece-Scan-Index) = Emp-Index
                   and Pc-Store (Piece-Scan-Index) = Row-Work-Store
               move "Y" to Piece-Found-Switch
               move Piece-Scan-Index to Piece-Index
           end-if.

      *    Each employee's week prices exactly as PRG20's
      *    2500-Close-Week-Group prices it - time and a half past
      *    40, half-rate Sunday premium on top - and is split over
      *    the stores worked the way PRG20's 2700-Split-By-Store
      *    splits it.
       3500-Close-Employee-Weeks.
           perform 3600-Close-One-Employee
               varying Emp-Index from 1 by 1
               + (Overtime-Hours * Emp-Rate (Emp-Index) * 1.5)
               + (Emp-Sunday-Hours (Emp-Index)
                   * Emp-Rate (Emp-Index) * 0.5)
           compute Overtime-Extra = Week-Pay
               - (Emp-Hours (Emp-Index) * Emp-Rate (Emp-Index))
               - (Emp-Sunday-Hours (Emp-Index)
                   * Emp-Rate (Emp-Index) * 0.5)
           move zero to Pieces-Left
           perform 3650-Count-Emp-Piece
               varying Piece-Index from 1 by 1
               until Piece-Index > Piece-Count
           move zero to Piece-Pay-Total
           perform 3700-Charge-One-Piece
               varying Piece-Index from 1 by 1
               until Piece-Index > Piece-Count.

       3650-Count-Emp-Piece.
           if Pc-Emp-Index (Piece-Index) = Emp-Index
               add 1 to Pieces-Left
           end-if.

      *    The last of the employee's pieces takes what's left of
      *    the week's pay, so the pennies all land somewhere.
       3700-Charge-One-Piece.
           if Pc-Emp-Index (Piece-Index) = Emp-Index
               subtract 1 from Pieces-Left
               evaluate true
                   when Pieces-Left = zero
                       compute Piece-Pay = Week-Pay - Piece-Pay-Total
                   when Emp-Hours (Emp-Index) = zero
                       move zero to Piece-Pay
                   when other
                       compute Piece-Pay rounded =
                           (Pc-Hours (Piece-Index)
                               * Emp-Rate (Emp-Index))
                           + (Pc-Sunday-Hours (Piece-Index)
                               * Emp-Rate (Emp-Index) * 0.5)
                           + (Overtime-Extra * Pc-Hours (Piece-Index)
                               / Emp-Hours (Emp-Index))
                       add Piece-Pay to Piece-Pay-Total
               end-evaluate
               if Piece-Pay < zero
                   move zero to Piece-Pay
               end-if
               move Pc-Store (Piece-Index) to Work-Score-Store
               perform 2500-Find-Score-Bucket
               if Score-Bucket-Found
                   add Pc-Hours (Piece-Index)
                       to Sc-Hours (Score-Index)
                   add Piece-Pay to Sc-Wage-Cost (Score-Index)
               end-if
           end-if.

       4000-Print-Scorecard.
