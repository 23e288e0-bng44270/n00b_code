       identification division.
       program-id.  prg110.
       author.  Andy Carlson.

      *    Budget versus actual - every general-ledger account's
      *    activity for the keyed fiscal period and the fiscal year
      *    to date, off gljrnl.dat the same way PRG103 buckets it
      *    (gencode calendar, period 1 is July), set against the
      *    amounts PRG109 keeps on BUDGET.DAT.  Actual and budget
      *    are both net of debits against credits, like PRG103's
      *    NET column, so the variance reads actual minus budget
      *    in that same sense - on a revenue account a negative
      *    variance is revenue over budget.  The percent is the
      *    variance over the budget's size, and any line whose
      *    percent clears the tolerance keyed at job start (10
      *    when Enter is pressed) is flagged with an asterisk; an
      *    account with activity and no budget at all is always
      *    flagged.  Accounts with a budget and no activity print
      *    too, so an unspent line shows up.

       environment division.
       input-output section.
       file-control.
           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select optional Budget-File assign to disk "budget.dat"
                  organization is indexed
                  access is dynamic
                  record key is Budget-Key.

           select Sort-Work-File assign to disk.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Gl-Journal-File.
       copy gjrec.

       fd Budget-File.
       copy budrec.

       sd Sort-Work-File.
       01 Sort-Record.
           03 account-sr           pic x(8).
           03 period-actual-sr     pic s9(11)v99.
           03 ytd-actual-sr        pic s9(11)v99.
           03 period-budget-sr     pic s9(11)v99.
           03 ytd-budget-sr        pic s9(11)v99.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(132).

       working-storage section.
       copy gencode.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 budget-eof-flag      pic xxx value spaces.
           88 budget-end       value 'YES'.
       01 eor-flag             pic xxx value spaces.
           88 end-of-record    value 'YES'.
       01 Loop-Checker         pic 9.
           88 First-Time       value 1.
       01 Account-Def-Key-Hold pic x(8).

      *    The fiscal period keyed yyyypp, or today's period off the
      *    gencode calendar when Enter is pressed.
       01 Period-Response      pic x(6).
       01 Tolerance-Response   pic xx.
       01 Variance-Tolerance   pic 99 value 10.

       01 journal-month        pic 99.
       01 journal-year         pic 9(4).
       01 Row-Fiscal-Year      pic 9(4).
       01 Row-Fiscal-Period    pic 99.
       01 Signed-Amount        pic s9(11)v99.

       01 Account-Period-Actual pic s9(11)v99 value zero.
       01 Account-Ytd-Actual    pic s9(11)v99 value zero.
       01 Account-Period-Budget pic s9(11)v99 value zero.
       01 Account-Ytd-Budget    pic s9(11)v99 value zero.

      *    One comparison at a time - 2700 works the period and
      *    then the year to date through the same fields.
       01 Compare-Actual       pic s9(11)v99.
       01 Compare-Budget       pic s9(11)v99.
       01 Compare-Variance     pic s9(11)v99.
       01 Compare-Base         pic 9(11)v99.
       01 Compare-Percent      pic s9(5)v9.
       01 Compare-Flag         pic x.
       01 Percent-Shown-Switch pic x value "N".
           88 Percent-Shown    value "Y".

       01 journal-rows-used    pic 9(6) value zero.
       01 budget-rows-used     pic 9(6) value zero.
       01 account-count        pic 9(4) value zero.
       01 flagged-count        pic 9(4) value zero.

       01 Heading-Line.
           03                  pic x(28)
               value "** BUDGET VERSUS ACTUAL **".

       01 Period-Line.
           03                  pic x(16) value "FISCAL PERIOD: ".
           03 fiscal-year-hd   pic 9(4).
           03                  pic x value "/".
           03 fiscal-period-hd pic 99.
           03                  pic x(8) value spaces.
           03                  pic x(12) value "TOLERANCE: ".
           03 tolerance-hd     pic z9.
           03                  pic x value "%".

       01 Band-Line.
           03                  pic x(10) value spaces.
           03                  pic x(24) value all "-".
           03                  pic x(8) value " PERIOD ".
           03                  pic x(26) value all "-".
           03                  pic x(3) value spaces.
           03                  pic x(20) value all "-".
           03                  pic x(14) value " YEAR TO DATE ".
           03                  pic x(24) value all "-".

       01 Column-Line.
           03                  pic x(10) value "ACCOUNT".
           03                  pic x(16) value "         ACTUAL".
           03                  pic x(16) value "         BUDGET".
           03                  pic x(16) value "       VARIANCE".
           03                  pic x(10) value "       PCT".
           03                  pic x(3) value spaces.
           03                  pic x(16) value "         ACTUAL".
           03                  pic x(16) value "         BUDGET".
           03                  pic x(16) value "       VARIANCE".
           03                  pic x(10) value "       PCT".

       01 Account-Detail-Line.
           03 account-dl       pic x(8).
           03                  pic x(2) value spaces.
           03 period-actual-dl pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 period-budget-dl pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 period-var-dl    pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 period-pct-dl    pic x(8).
           03                  pic x value spaces.
           03 period-flag-dl   pic x.
           03                  pic x(3) value spaces.
           03 ytd-actual-dl    pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 ytd-budget-dl    pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 ytd-var-dl       pic +$$$,$$$,$$9.99.
           03                  pic x value spaces.
           03 ytd-pct-dl       pic x(8).
           03                  pic x value spaces.
           03 ytd-flag-dl      pic x.

       01 Percent-Edit         pic +zzz9.9.

       01 Journal-Rows-Line.
           03                  pic x(30)
               value "Journal rows in the year:".
           03 journal-rows-cl  pic zzz,zz9.

       01 Budget-Rows-Line.
           03                  pic x(30)
               value "Budget rows in the year:".
           03 budget-rows-cl   pic zzz,zz9.

       01 Account-Conclusion-Line.
           03                  pic x(30) value "Accounts:".
           03 accounts-cl      pic zzz,zz9.

       01 Flagged-Conclusion-Line.
           03                  pic x(30)
               value "Accounts over tolerance:".
           03 flagged-cl       pic zzz,zz9.

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           perform 1200-Get-Fiscal-Period
           sort Sort-Work-File
               ascending key account-sr
               input procedure 1500-Release-Rows
               output procedure 2000-Build-Report
           stop run.

      *    Same keying as PRG105 - Enter takes the period today
      *    falls in.
       1200-Get-Fiscal-Period.
           display "Enter fiscal year and period (yyyypp), or "
                   "Enter for the current period:"
           accept Period-Response
           if Period-Response is numeric
               move Period-Response (1:4) to Fiscal-Year
               move Period-Response (5:2) to Fiscal-Period
           else
               if mm of date-accept-record >= 7
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record
                   compute Fiscal-Period =
                       mm of date-accept-record - 6
               else
                   compute Fiscal-Year =
                       2000 + yy of date-accept-record - 1
                   compute Fiscal-Period =
                       mm of date-accept-record + 6
               end-if
           end-if
           display "Variance tolerance percent (2 digits), or "
                   "Enter for 10:"
           accept Tolerance-Response
           if Tolerance-Response is numeric
               move Tolerance-Response to Variance-Tolerance
           end-if.

       1500-Release-Rows.
           open input Gl-Journal-File
           perform 1550-Read-Journal-Row
               until end-of-file
           close Gl-Journal-File
           open input Budget-File
           perform 1650-Read-Budget-Row
               until budget-end
           close Budget-File.

      *    Bucketed exactly as PRG103 does; only the keyed fiscal
      *    year up through the keyed period counts.
       1550-Read-Journal-Row.
           read Gl-Journal-File
               at end move "YES" to eof-flag
               not at end
                   if gj-amount is numeric
                           and gj-date (1:2) is numeric
                           and gj-date (7:4) is numeric
                       move gj-date (1:2) to journal-month
                       move gj-date (7:4) to journal-year
                       if journal-month >= 7
                           move journal-year to Row-Fiscal-Year
                           compute Row-Fiscal-Period =
                               journal-month - 6
                       else
                           compute Row-Fiscal-Year =
                               journal-year - 1
                           compute Row-Fiscal-Period =
                               journal-month + 6
                       end-if
                       if Row-Fiscal-Year = Fiscal-Year
                               and Row-Fiscal-Period <= Fiscal-Period
                           perform 1600-Release-Journal-Row
                       end-if
                   end-if
           end-read.

       1600-Release-Journal-Row.
           add 1 to journal-rows-used
           if gj-dc = "D"
               move gj-amount to Signed-Amount
           else
               compute Signed-Amount = 0 - gj-amount
           end-if
           initialize Sort-Record
           move gj-account to account-sr
           move Signed-Amount to ytd-actual-sr
           if Row-Fiscal-Period = Fiscal-Period
               move Signed-Amount to period-actual-sr
           end-if
           release Sort-Record.

       1650-Read-Budget-Row.
           read Budget-File next record
               at end move "YES" to budget-eof-flag
               not at end
                   if Budget-Year-BU = Fiscal-Year
                           and Budget-Period-BU <= Fiscal-Period
                           and Budget-Amount-BU is numeric
                       perform 1700-Release-Budget-Row
                   end-if
           end-read.

       1700-Release-Budget-Row.
           add 1 to budget-rows-used
           if Budget-Credit
               compute Signed-Amount = 0 - Budget-Amount-BU
           else
               move Budget-Amount-BU to Signed-Amount
           end-if
           initialize Sort-Record
           move Budget-Account-BU to account-sr
           move Signed-Amount to ytd-budget-sr
           if Budget-Period-BU = Fiscal-Period
               move Signed-Amount to period-budget-sr
           end-if
           release Sort-Record.

       2000-Build-Report.
           move 1 to Loop-Checker
           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Fiscal-Year to fiscal-year-hd
           move Fiscal-Period to fiscal-period-hd
           move Variance-Tolerance to tolerance-hd
           write Output-Printer-Record from Period-Line
               after advancing 1 lines
           write Output-Printer-Record from Band-Line
               after advancing 2 lines
           write Output-Printer-Record from Column-Line
               after advancing 1 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
               perform 2600-Close-Account-Group
           end-if
           perform 5000-Write-Conclusion
           close Output-Printer-File.

       2100-Return-Sorted-Row.
           return Sort-Work-File into Sort-Record
               at end move "YES" to eor-flag
               not at end
                   if First-Time
                       move 0 to Loop-Checker
                       move account-sr to Account-Def-Key-Hold
                   else
                       if account-sr not = Account-Def-Key-Hold
                           perform 2600-Close-Account-Group
                           move account-sr to Account-Def-Key-Hold
                       end-if
                   end-if
                   add period-actual-sr to Account-Period-Actual
                   add ytd-actual-sr to Account-Ytd-Actual
                   add period-budget-sr to Account-Period-Budget
                   add ytd-budget-sr to Account-Ytd-Budget
           end-return.

       2600-Close-Account-Group.
           add 1 to account-count
           move spaces to Account-Detail-Line
           move Account-Def-Key-Hold to account-dl

           move Account-Period-Actual to Compare-Actual
           move Account-Period-Budget to Compare-Budget
           perform 2700-Compare-Actual-To-Budget
           move Compare-Actual to period-actual-dl
           move Compare-Budget to period-budget-dl
           move Compare-Variance to period-var-dl
           if Percent-Shown
               move Compare-Percent to Percent-Edit
               move Percent-Edit to period-pct-dl
           end-if
           move Compare-Flag to period-flag-dl

           move Account-Ytd-Actual to Compare-Actual
           move Account-Ytd-Budget to Compare-Budget
           perform 2700-Compare-Actual-To-Budget
           move Compare-Actual to ytd-actual-dl
           move Compare-Budget to ytd-budget-dl
           move Compare-Variance to ytd-var-dl
           if Percent-Shown
               move Compare-Percent to Percent-Edit
               move Percent-Edit to ytd-pct-dl
           end-if
           move Compare-Flag to ytd-flag-dl

           if period-flag-dl = "*" or ytd-flag-dl = "*"
               add 1 to flagged-count
           end-if
           write Output-Printer-Record from Account-Detail-Line
               after advancing 1 lines
           move zero to Account-Period-Actual Account-Ytd-Actual
           move zero to Account-Period-Budget Account-Ytd-Budget.

      *    No budget means no percent to show - the line is flagged
      *    whenever anything posted against it.  A percent too big
      *    for the field prints as the field's ceiling; it is over
      *    any tolerance anyone would key.
       2700-Compare-Actual-To-Budget.
           move space to Compare-Flag
           move "N" to Percent-Shown-Switch
           compute Compare-Variance = Compare-Actual - Compare-Budget
           if Compare-Budget = zero
               if Compare-Actual not = zero
                   move "*" to Compare-Flag
               end-if
           else
               move "Y" to Percent-Shown-Switch
               if Compare-Budget < zero
                   compute Compare-Base = 0 - Compare-Budget
               else
                   move Compare-Budget to Compare-Base
               end-if
               compute Compare-Percent rounded =
                   Compare-Variance * 100 / Compare-Base
                   on size error
                       if Compare-Variance < zero
                           move -9999.9 to Compare-Percent
                       else
                           move 9999.9 to Compare-Percent
                       end-if
               end-compute
               if Compare-Percent > Variance-Tolerance
                       or Compare-Percent < 0 - Variance-Tolerance
                   move "*" to Compare-Flag
               end-if
           end-if.

       5000-Write-Conclusion.
           move journal-rows-used to journal-rows-cl
           write Output-Printer-Record from Journal-Rows-Line
               after advancing 3 lines
           move budget-rows-used to budget-rows-cl
           write Output-Printer-Record from Budget-Rows-Line
               after advancing 1 lines
           move account-count to accounts-cl
           write Output-Printer-Record from Account-Conclusion-Line
               after advancing 1 lines
           move flagged-count to flagged-cl
           write Output-Printer-Record from Flagged-Conclusion-Line
               after advancing 1 lines.
