      *    debits equal credits across everything ever exported -
      *    when accounting misses a line, now we can prove what
      *    was sent.
      *    The run can be held to one cost center - store and
      *    department keyed ssdd, or the store alone keyed ss to
      *    take every department in it - now that PRG60 charges
      *    payroll expense to one; Enter takes the whole ledger.
      *    A single cost center's trial balance won't balance on
      *    its own, since the liabilities stay company level.

       environment division.
       input-output section.
       data division.
       file section.
       fd Gl-Journal-File.
       copy gjrec.

       sd Sort-Work-File.
       01 Sort-Record.
       01 Account-Def-Key-Hold pic x(8).
       01 Fiscal-Def-Key-Hold  pic x(6).

       01 Cost-Center-Response pic x(4).
       01 Cost-Center-Switch   pic x value "N".
           88 Cost-Center-Taken value "Y".

       01 rows-read            pic 9(6) value zero.
       01 account-count        pic 9(4) value zero.
       01 journal-month        pic 99.
               value "** JOURNAL HISTORY / TRIAL BALANCE *".
           03                  pic x value "*".

       01 Cost-Center-Line.
           03                  pic x(13) value "COST CENTER: ".
           03 cost-center-hd   pic x(20).

       01 Account-Group-Line.
           03                  pic x(9) value "ACCOUNT: ".
           03 account-hd       pic x(8).

       procedure division.
       1000-Main-Logic.
           display "Enter cost center (ssdd, or ss for a whole "
                   "store), or Enter for all:"
           accept Cost-Center-Response
           sort Sort-Work-File
               ascending key account-sr fiscal-key-sr
               input procedure 1500-Release-Journal
           read Gl-Journal-File
               at end move "YES" to eof-flag
               not at end
                   perform 1600-Check-Cost-Center
                   if gj-amount is numeric
                           and gj-date (1:2) is numeric
                           and gj-date (7:4) is numeric
                           and Cost-Center-Taken
                       add 1 to rows-read
                       move gj-date (1:2) to journal-month
                       move gj-date (7:4) to journal-year
                   end-if
           end-read.

       1600-Check-Cost-Center.
           move "N" to Cost-Center-Switch
           if Cost-Center-Response = spaces
               move "Y" to Cost-Center-Switch
           else
               if gj-cc-store = Cost-Center-Response (1:2)
                   if Cost-Center-Response (3:2) = spaces
                           or gj-cc-dept = Cost-Center-Response (3:2)
                       move "Y" to Cost-Center-Switch
                   end-if
               end-if
           end-if.

       2000-Build-Report.
           move 1 to Loop-Checker
           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           if Cost-Center-Response = spaces
               move "ALL" to cost-center-hd
           else
               move Cost-Center-Response to cost-center-hd
           end-if
           write Output-Printer-Record from Cost-Center-Line
               after advancing 1 lines
           perform 2100-Return-Sorted-Row
               until end-of-record
           if not First-Time
