      *    run), and each program is cancelled after use so its
      *    switches start fresh the next time it's picked.  New
      *    clerks learn one screen, not a list of PROGRAM-IDs.
      *    The first page filled up, so later functions sit on a
      *    second page; <m> flips between the two, and any number
      *    can be picked from either page.  Change Password runs
      *    PRG173's change screen for whoever is signed on.
      *    Before a function runs, the console asks PRG44 whether
      *    the operator holds it on OPPERM.DAT (the table below
      *    names each menu number's function), and the program it
      *    calls gets the level for that function back from its own
      *    sign-on call.  Operator Permissions runs PRG175.

       environment division.

       working-storage section.
       copy gencode.
       copy signon.
       copy pwparm.
       01 string-date            pic x(30).
       01 menu-choice            pic xx.
           88 Menu-Quit          value "X ".
           88 Menu-More          value "M ".
       01 menu-page-switch       pic x value "1".
           88 Second-Page        value "2".
       01 Menu-Number            pic 99.
       01 Menu-Number-X redefines Menu-Number pic xx.

      *    The function each menu number runs, by number - what
      *    PRG44 looks up on OPPERM.DAT.  Change Password (48) is
      *    open to anyone signed on.
       01 Menu-Function-Values.
           03 pic x(8) value "PRG13".
           03 pic x(8) value "PRG14".
           03 pic x(8) value "PRG17".
           03 pic x(8) value "PRG20".
           03 pic x(8) value "PRG41".
           03 pic x(8) value "PRG46".
           03 pic x(8) value "PRG55".
           03 pic x(8) value "PRG43".
           03 pic x(8) value "PRG57".
           03 pic x(8) value "PRG37".
           03 pic x(8) value "PRG21".
           03 pic x(8) value "PRG31".
           03 pic x(8) value "PRG26".
           03 pic x(8) value "PRG56".
           03 pic x(8) value "PRG62".
           03 pic x(8) value "PRG65".
           03 pic x(8) value "PRG66".
           03 pic x(8) value "PRG74".
           03 pic x(8) value "PRG77".
           03 pic x(8) value "PRG80".
           03 pic x(8) value "PRG84".
           03 pic x(8) value "PRG87".
           03 pic x(8) value "PRG90".
           03 pic x(8) value "PRG91".
           03 pic x(8) value "PRG94".
           03 pic x(8) value "PRG95".
           03 pic x(8) value "PRG102".
           03 pic x(8) value "PRG109".
           03 pic x(8) value "PRG112".
           03 pic x(8) value "PRG114".
           03 pic x(8) value "PRG122".
           03 pic x(8) value "PRG124".
           03 pic x(8) value "PRG126".
           03 pic x(8) value "PRG128".
           03 pic x(8) value "PRG130".
           03 pic x(8) value "PRG132".
           03 pic x(8) value "PRG138".
           03 pic x(8) value "PRG139".
           03 pic x(8) value "PRG144".
           03 pic x(8) value "PRG149".
           03 pic x(8) value "PRG151".
           03 pic x(8) value "PRG154".
           03 pic x(8) value "PRG158".
           03 pic x(8) value "PRG162".
           03 pic x(8) value "PRG165".
           03 pic x(8) value "PRG169".
           03 pic x(8) value "PRG172".
           03 pic x(8) value spaces.
           03 pic x(8) value "PRG175".
       01 Menu-Function-Table redefines Menu-Function-Values.
           03 Menu-Function      pic x(8) occurs 49 times.

       procedure division.
       1000-Main-Logic.
           display "car3872's Console" at 0230
           display "Signed on:" at 0260
           display so-operator-id at 0271
           if Second-Page
               perform 1560-Show-Page-Two
           else
               perform 1550-Show-Page-One
           end-if
           display "Pick a function, <m> for more, or <x> to sign off:"
               at 2410
           accept menu-choice at 2462
           perform 1600-Run-Choice.

       1550-Show-Page-One.
           display "-- PAYROLL --" at 0410
           display " 1  Employee Inquiry/Update" at 0510
           display " 2  Employee Delete" at 0610
           display "25  Time Clock" at 1710
           display "26  Timecard Approval" at 1810
           display "27  Morning Dashboard" at 1910
           display "31  Payroll Release" at 2010
           display "32  Shift Schedule" at 2110
           display "33  Authorized Positions" at 2210
           display "34  Certifications" at 2310
           display "-- INVENTORY --" at 0445
           display "10  Product Master" at 0545
           display "11  Vendor Master" at 0645
           display "19  Stock Availability" at 1445
           display "20  Write-Off Approvals" at 1545
           display "21  Special Orders" at 1645
           display "37  Kit Components" at 1745
           display "38  Held Stock" at 1845
           display "39  Physical Tags" at 1945.

       1560-Show-Page-Two.
           display "-- BUYING --" at 0410
           display "40  Open-To-Buy Plans" at 0510
           display "41  Held PO Approval" at 0610
           display "42  Vendor Rebates" at 0710
           display "43  Vendor Remit-To Bank" at 0810
           display "-- PRICING --" at 1010
           display "44  Competitor Prices" at 1110
           display "-- PLANNING --" at 1310
           display "45  Store Sales Plan" at 1410
           display "-- OPERATIONS --" at 0445
           display "46  Stream Restart" at 0545
           display "47  Report Distribution" at 0645
           display "48  Change Password" at 0745
           display "49  Operator Permissions" at 0845
           display "-- ACCOUNTING --" at 1045
           display "28  Budget Maintenance" at 1145
           display "29  Fixed Assets" at 1245
           display "30  Expense Vouchers" at 1345
           display "35  Deposit Slips" at 1445
           display "36  Charge Accounts" at 1545.

       1600-Run-Choice.
           call "CBL_TOUPPER" using menu-choice
                       by value length of menu-choice
           perform 1650-Check-Function
           if not so-sign-on-ok
               move spaces to menu-choice
           end-if
           evaluate menu-choice
               when "1 " call "prg13"
                         cancel "prg13"
                         cancel "prg95"
               when "27" call "prg102"
                         cancel "prg102"
               when "28" call "prg109"
                         cancel "prg109"
               when "29" call "prg112"
                         cancel "prg112"
               when "30" call "prg114"
                         cancel "prg114"
               when "31" call "prg122"
                         cancel "prg122"
               when "32" call "prg124"
                         cancel "prg124"
               when "33" call "prg126"
                         cancel "prg126"
               when "34" call "prg128"
                         cancel "prg128"
               when "35" call "prg130"
                         cancel "prg130"
               when "36" call "prg132"
                         cancel "prg132"
               when "37" call "prg138"
                         cancel "prg138"
               when "38" call "prg139"
                         cancel "prg139"
               when "39" call "prg144"
                         cancel "prg144"
               when "40" call "prg149"
                         cancel "prg149"
               when "41" call "prg151"
                         cancel "prg151"
               when "42" call "prg154"
                         cancel "prg154"
               when "43" call "prg158"
                         cancel "prg158"
               when "44" call "prg162"
                         cancel "prg162"
               when "45" call "prg165"
                         cancel "prg165"
               when "46" call "prg169"
                         cancel "prg169"
               when "47" call "prg172"
                         cancel "prg172"
               when "48" move "C" to pw-function
                         move "V" to pw-reason
                         move so-operator-id to pw-operator-id
                         call "prg173" using Password-Parms
                         cancel "prg173"
               when "49" call "prg175"
                         cancel "prg175"
               when "M " if Second-Page
                             move "1" to menu-page-switch
                         else
                             move "2" to menu-page-switch
                         end-if
               when "X " continue
               when other continue
           end-evaluate.

      *    Numbers only; <m>, <x> and anything not on the menu are
      *    left to the evaluate.  A refusal is shown by PRG44 and
      *    the choice is dropped, and the operator stays signed on
      *    for the next pick.
       1650-Check-Function.
           move "Y" to so-ok-flag
           if menu-choice (2:1) = space
               move "0" to Menu-Number-X (1:1)
               move menu-choice (1:1) to Menu-Number-X (2:1)
           else
               move menu-choice to Menu-Number-X
           end-if
           if Menu-Number is numeric
               if Menu-Number > zero and Menu-Number < 50
                   if Menu-Function (Menu-Number) not = spaces
                       move Menu-Function (Menu-Number) to so-function
                       call "prg44" using Sign-On-Parms
                   end-if
               end-if
           end-if.
