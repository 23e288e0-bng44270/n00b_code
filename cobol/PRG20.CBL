      *    and the printed feed report breaks regular, overtime and
      *    premium pay into their own columns so payroll can verify
      *    before PRG12A picks the transactions up.
      *    Every row that prices is also kept on atthist.dat with
      *    the rate it was paid at, so PRG119 can re-price the
      *    hours when a raise is keyed back-dated into a closed
      *    period.
      *    A row worked at another store (PRG94 stamps the clock's
      *    store on it) needs that store's approval, not the home
      *    store's, and the week's pay is split across the stores
      *    worked onto laborst.dat - each store's hours at the
      *    rate, its own Sunday premium, and an hours-proportional
      *    share of the overtime premium, the last store taking
      *    the pennies so the split adds back to the 'P' post.
      *    PRG18's close carries the rows into its history.

       environment division.
       input-output section.
           select Attendance-File assign to disk "PRG20.DAT"
                  organization is line sequential.

      *    Retained attendance - one row per day priced, appended
      *    run after run, with the master rate it was paid at.
           select optional Attendance-History-File assign to disk
                  "atthist.dat"
                  organization is line sequential.

           select Sort-Work-File assign to disk.

      *    Each employee-week's pay by the store it was worked at -
      *    appended here until PRG18's close carries it off.
           select optional Labor-Dist-File assign to disk
                  "laborst.dat"
                  organization is line sequential.

      *    Appended straight onto the same LNS file PRG12A reads, so
      *    the next transaction run picks up every attendance-driven
      *    post entered here with no hand-off.
               88 regular-hours-row  value " " "R".
               88 vacation-hours-row value "V".
               88 sick-hours-row     value "S".
      *    Store the hours were worked at - blank is the home store.
           03 work-store       pic x(2).

       fd Attendance-History-File.
       01 Attendance-History-Record.
           03 ah-ss-num        pic x(9).
           03 ah-work-date     pic x(10).
           03 ah-week-key      pic 9(7).
           03 ah-weekday       pic 9.
           03 ah-hours         pic 9(3)v99.
           03 ah-hour-type     pic x.
           03 ah-rate-paid     pic 9(3)v99.
           03 ah-fed-date      pic x(10).

       sd Sort-Work-File.
       01 Sort-Record.
           03 day-number-sr    pic 9.
           03 hours-sr         pic 9(3)v99.
           03 rate-sr          pic 9(3)v99.
           03 store-sr         pic x(2).
           03 home-store-sr    pic x(2).

       fd Labor-Dist-File.
       copy labrec.

       fd LNS-Tran-File.
       01 LNS-Tran-Record.
           03 hours-worked-rj   pic 9(3)v99.
           03                   pic x value space.
           03 reason-rj         pic x(11).
      *    The row's own work store, blank for the home store, so
      *    PRG56's repair sends it back to the store that worked it.
           03 work-store-rj     pic x(2).

       working-storage section.

           88 Master-Not-Found value "N".
           88 Master-Not-Active value "I".
       01 Master-Pay-Rate      pic 9(3)v99 value zero.
       01 Master-Home-Store    pic x(2) value spaces.
       01 Row-Work-Store       pic x(2) value spaces.
       01 Employee-Name        pic x(22) value spaces.
       01 balance-covered-switch pic x value "N".
           88 balance-covered  value "Y".
       01 Group-Total-Hours    pic 9(4)v99 value zero.
       01 Group-Sunday-Hours   pic 9(4)v99 value zero.
       01 Group-Pay-Rate       pic 9(3)v99 value zero.
       01 Group-Home-Store     pic x(2) value spaces.

      *    The same group's hours by the store they were worked at.
       01 Group-Store-Table.
           03 Group-Store-Entry occurs 10 times.
               05 Gs-Store         pic x(2).
               05 Gs-Hours         pic 9(4)v99.
               05 Gs-Sunday-Hours  pic 9(4)v99.
       01 Gs-Count             pic 99 value zero.
       01 Gs-Index             pic 99.
       01 Gs-Scan-Index        pic 99.
       01 Gs-Found-Switch      pic x value "N".
           88 Gs-Found         value "Y".
       01 Overtime-Extra       pic s9(6)v99 value zero.
       01 Store-Share          pic s9(6)v99 value zero.
       01 Store-Share-Total    pic s9(6)v99 value zero.

       01 Regular-Hours        pic 9(4)v99 value zero.
       01 Overtime-Hours       pic 9(4)v99 value zero.
           open extend LNS-Tran-File
           open output Output-File
           open extend Reject-File
           open extend Attendance-History-File
           open extend Labor-Dist-File
           initiate output-report
           sort Sort-Work-File
               ascending key ss-num-sr week-key-sr day-number-sr
           close Output-File
           close LNS-Tran-File
           close Reject-File
           close Attendance-History-File
           close Labor-Dist-File
           close Indexed-File
           perform 0450-Refresh-Master-Control
           goback.
               until Approval-Index > Approval-Count
                  or week-approved.

      *    The store that signs off is the one the hours were
      *    worked at.
       1695-Check-Approval-Entry.
           if Row-Work-Store = Ap-Store (Approval-Index)
                   and dw-week-key = Ap-Week-Key (Approval-Index)
               move "Y" to week-approved-switch
           end-if.
      *    store-week bounces before anything, even a balance
      *    drawdown, happens on its account.
                  perform 1700-Compute-Day-Number
                  if work-store of Attendance-Record = spaces
                    move Master-Home-Store to Row-Work-Store
                  else
                    move work-store of Attendance-Record
                        to Row-Work-Store
                  end-if
                  perform 1690-Check-Week-Approved
                  if not week-approved
                    move "No Approval" to comments of other-info
                           move "Y" to Master-Check-Result
                           move pay-rate of disk-record
                               to Master-Pay-Rate
                           move store-number of disk-record
                               to Master-Home-Store
                       else
                           move "I" to Master-Check-Result
                       end-if
                move dw-weekday to day-number-sr
                move hours-worked of Attendance-Record to hours-sr
                move Master-Pay-Rate to rate-sr
                move Row-Work-Store to store-sr
                move Master-Home-Store to home-store-sr
                release Sort-Record
                perform 1660-Keep-Attendance-Row
                add 1 to good-count
                add 1 to total-count.

       1660-Keep-Attendance-Row.
           move ss-num of Attendance-Record to ah-ss-num
           move work-date of Attendance-Record to ah-work-date
           move dw-week-key to ah-week-key
           move dw-weekday to ah-weekday
           move hours-worked of Attendance-Record to ah-hours
           move hour-type of Attendance-Record to ah-hour-type
           move Master-Pay-Rate to ah-rate-paid
           move entry-stamp-date to ah-fed-date
           write Attendance-History-Record.

      *    Every quotient lands in an integer field of its own -
      *    storing truncates, and truncation on these all-positive
      *    divisions is the floor the formula needs.
           move work-date of Attendance-Record to work-date-rj
           move hours-worked of Attendance-Record to hours-worked-rj
           move comments of other-info to reason-rj
           move work-store of Attendance-Record to work-store-rj
           write Reject-Record.

       2000-Post-Week-Groups.
                       add hours-sr to Group-Sunday-Hours
                   end-if
                   move rate-sr to Group-Pay-Rate
                   move home-store-sr to Group-Home-Store
                   perform 2150-Add-Store-Hours
           end-return.

      *    A week worked at more stores than the table holds puts
      *    the rest on the last store's row.
       2150-Add-Store-Hours.
           move "N" to Gs-Found-Switch
           perform 2160-Check-Store-Entry
               varying Gs-Scan-Index from 1 by 1
               until Gs-Scan-Index > Gs-Count
                  or Gs-Found
           if not Gs-Found
               if Gs-Count < 10
                   add 1 to Gs-Count
                   move store-sr to Gs-Store (Gs-Count)
                   move zero to Gs-Hours (Gs-Count)
                   move zero to Gs-Sunday-Hours (Gs-Count)
               end-if
               move Gs-Count to Gs-Index
           end-if
           add hours-sr to Gs-Hours (Gs-Index)
           if day-number-sr = 6
               add hours-sr to Gs-Sunday-Hours (Gs-Index)
           end-if.

       2160-Check-Store-Entry.
           if store-sr = Gs-Store (Gs-Scan-Index)
               move "Y" to Gs-Found-Switch
               move Gs-Scan-Index to Gs-Index
           end-if.

      *    Hours past 40 in the week pay time and a half; Sunday
      *    hours carry an extra half rate on top of whatever they
      *    already earn, which keeps a Sunday hour past 40 from
           compute Computed-Pay rounded =
               Regular-Pay + Overtime-Pay + Premium-Pay
           perform 2600-Write-Lns-Post
           perform 2700-Split-By-Store
           perform 2550-Fetch-Employee-Name
           generate detail-info
           add 1 to week-post-count
           initialize Group-Total-Hours Group-Sunday-Hours
               Group-Pay-Rate Group-Store-Table
           move zero to Gs-Count.

      *    The name next to the hours - a wrong-but-valid SS# is
      *    visible to whoever checks the feed report.
               to tran-entry-time of LNS-Tran-Record
           write LNS-Tran-Record.

      *    Overtime-Extra is the half-rate over straight time on the
      *    hours past 40, found by difference so every penny of the
      *    week's pay is somewhere; it is shared by hours worked.
       2700-Split-By-Store.
           compute Overtime-Extra = Computed-Pay
               - (Group-Total-Hours * Group-Pay-Rate)
               - Premium-Pay
           move zero to Store-Share-Total
           perform 2750-Write-Labor-Row
               varying Gs-Index from 1 by 1
               until Gs-Index > Gs-Count.

       2750-Write-Labor-Row.
           if Gs-Index = Gs-Count
               compute Store-Share = Computed-Pay - Store-Share-Total
           else
               compute Store-Share rounded =
                   (Gs-Hours (Gs-Index) * Group-Pay-Rate)
                   + (Gs-Sunday-Hours (Gs-Index)
                       * Group-Pay-Rate * 0.5)
                   + (Overtime-Extra * Gs-Hours (Gs-Index)
                       / Group-Total-Hours)
               add Store-Share to Store-Share-Total
           end-if
           move spaces to Labor-Dist-Record
           move Group-Ss-Num to Labor-Ss-Num-LD
           move Group-Week-Key to Labor-Week-Key-LD
           move Group-Home-Store to Labor-Home-Store-LD
           move Gs-Store (Gs-Index) to Labor-Work-Store-LD
           move Gs-Hours (Gs-Index) to Labor-Hours-LD
           if Store-Share < zero
               move zero to Labor-Cost-LD
           else
               move Store-Share to Labor-Cost-LD
           end-if
           move entry-stamp-date to Labor-Fed-Date-LD
           write Labor-Dist-Record.

      *    The master must pass its PRG99 control check before this
      *    run touches it - a truncated or stale-restored file
      *    halts with its own exit code instead of being run on.
