       identification division.
       program-id.  prg158.
       author.  Andy Carlson.

      *    Vendor remit-to bank maintenance - the routing and
      *    account PRG68's payments go to, controlled the way PRG87
      *    controls employee accounts, with one more lock: no one
      *    operator can redirect a vendor's money.  A level-2
      *    operator signed on through PRG44 keys the new detail; it
      *    waits on VENDBANK.DAT as a pending change, and PRG68
      *    holds the vendor's payments, until a different operator
      *    at level 3 calls the vendor up and Approves it (it
      *    becomes the remit-to) or Rejects it (it is dropped).  The
      *    operator who keyed it can only Withdraw it.  Every step
      *    goes on vendbank.log with the detail before and after,
      *    the operator, and who keyed the change being decided.
      *    The vendor must be on VENDMST.DAT.

       environment division.
       input-output section.
       file-control.
           select optional Vendor-Bank-File assign to disk
                  "vendbank.dat"
                  organization is indexed
                  access is dynamic
                  record key is Vendor-Code-VB.

           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is random
                  record key is Vendor-Code-VM.

      *    Before and after per step - the trail the auditors ask
      *    for when a vendor says its bank changed.
           select optional Vendor-Bank-Log-File assign to disk
                  "vendbank.log"
                  organization is line sequential.

       data division.
       file section.
       fd Vendor-Bank-File.
       copy vbkrec.

       fd Vendor-File.
       copy vendrec.

       fd Vendor-Bank-Log-File.
       01 Vendor-Bank-Log-Record.
           03 vl-date              pic x(10).
           03                      pic x value space.
           03 vl-operator          pic x(10).
           03                      pic x value space.
           03 vl-action            pic x(6).
           03                      pic x value space.
           03 vl-vendor            pic x(6).
           03                      pic x value space.
           03 vl-old-routing       pic x(9).
           03                      pic x value space.
           03 vl-old-account       pic x(17).
           03                      pic x value space.
           03 vl-new-routing       pic x(9).
           03                      pic x value space.
           03 vl-new-account       pic x(17).
           03                      pic x value space.
           03 vl-keyed-by          pic x(10).

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 vendor-response        pic x(6).
       01 action-response        pic x.
       01 add-response           pic x.
       01 update-routing         pic x(9).
       01 update-account         pic x(17).
       01 Bank-Row-Switch        pic x value "N".
           88 Bank-Row-On-File   value "Y".
       01 log-action-hold        pic x(6).
       01 log-old-routing        pic x(9).
       01 log-old-account        pic x(17).
       01 log-new-routing        pic x(9).
       01 log-new-account        pic x(17).

       procedure division.
       1000-Main-Logic.
      *    Date Making Lines
           accept date-accept-record from date
           accept time-accept-record from time
           accept day-number from day-of-week
           move corresponding time-accept-record to time-report-record
           string Days-Of-Week (Day-number) delimited by space
                  ", " delimited by size
                  Month-List (mm of date-accept-record)
                    delimited by space
                  " " delimited by size
                  dd of date-accept-record delimited by size
                  ", 20" delimited by size
                  yy of date-accept-record delimited by size
                  into String-Date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
           end-if
           if so-level < 2
               display spaces at 0101 erase eos
               display "Vendor bank details need level 2" at 1210
               display "Press <Enter> to Continue" at 1440
               stop spaces
               goback
           end-if

           open i-o Vendor-Bank-File
           open input Vendor-File
           move spaces to vendor-response
           perform 1500-Search-Data
               until vendor-response = "X"
           close Vendor-File
           close Vendor-Bank-File
           goback.

       1500-Search-Data.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Vendor Remit-To Bank" at 0220
           display "Please Enter Vendor Code" at 0318
           display "Type <x> to quit" at 2520
           move spaces to vendor-response
           accept vendor-response at 0345
           call "CBL_TOUPPER" using vendor-response
                       by value length of vendor-response
           if vendor-response not = "X"
               move vendor-response to Vendor-Code-VM
               read Vendor-File
                   invalid key
                       display "Vendor Not On Vendor Master" at 2420
                       display "Press <Enter> to continue" at 2440
                       stop spaces
                   not invalid key
                       perform 1600-Work-Vendor
               end-read
           end-if.

       1600-Work-Vendor.
           display Vendor-Name-VM at 0354
           move vendor-response to Vendor-Code-VB
           move "Y" to Bank-Row-Switch
           read Vendor-Bank-File
               invalid key
                   move "N" to Bank-Row-Switch
                   initialize Vendor-Bank-Record
                   move vendor-response to Vendor-Code-VB
           end-read
           perform 1650-Display-Record
           if Bank-Change-Pending
               perform 2000-Decide-Pending
           else
               display "Key a new remit-to detail? (Y/N)" at 2340
               accept add-response at 2374
               call "CBL_TOUPPER" using add-response
                           by value length of add-response
               if add-response = "Y"
                   perform 1800-Key-Change
               end-if
           end-if.

       1650-Display-Record.
           display spaces at 0401 erase eos
           display "Remit-To Now" at 0504
           display "Routing" at 0604
           display Routing-VB at 0616
           display "Account" at 0704
           display Account-VB at 0716
           display "Approved" at 0804
           display Approved-Date-VB at 0816
           display "by" at 0828
           display Approved-By-VB at 0831
           if Bank-Change-Pending
               display "Pending Change" at 1004
               display "Routing" at 1104
               display Pending-Routing-VB at 1116
               display "Account" at 1204
               display Pending-Account-VB at 1216
               display "Keyed" at 1304
               display Keyed-Date-VB at 1316
               display "by" at 1328
               display Keyed-By-VB at 1331
           else
               display "No change pending" at 1004
           end-if.

      *    The new detail goes in pending, never straight to the
      *    remit-to - a vendor row that didn't exist gets one with
      *    an empty remit-to and the change waiting.
       1800-Key-Change.
           move spaces to update-routing update-account
           display "New Routing" at 1504
           accept update-routing at 1516
           display "New Account" at 1604
           accept update-account at 1616
           if update-routing is numeric
                   and update-account not = spaces
               move "P" to Pending-Status-VB
               move update-routing to Pending-Routing-VB
               move update-account to Pending-Account-VB
               move so-operator-id to Keyed-By-VB
               move Run-Date-Formatted to Keyed-Date-VB
               if Bank-Row-On-File
                   rewrite Vendor-Bank-Record
                   end-rewrite
               else
                   write Vendor-Bank-Record
                   end-write
               end-if
               move "KEYED" to log-action-hold
               move Routing-VB to log-old-routing
               move Account-VB to log-old-account
               move Pending-Routing-VB to log-new-routing
               move Pending-Account-VB to log-new-account
               perform 2500-Write-Log-Row
               display spaces at 2301 erase eos
               display "Change Pending Level-3 Approval" at 2420
           else
               display spaces at 2301 erase eos
               display "Routing Must Be Numeric, Account Keyed"
                   at 2420
           end-if
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Whoever keyed it may withdraw it; anyone else at level 3
      *    decides it; everyone else just sees it waiting.
       2000-Decide-Pending.
           evaluate true
               when so-operator-id = Keyed-By-VB
                   display "Withdraw your pending change? (W/N)"
                       at 2340
                   accept action-response at 2376
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "W"
                       move "WITHDR" to log-action-hold
                       perform 2200-Drop-Pending
                   end-if
               when so-level = 3
                   display "Approve or Reject this change? (A/R/N)"
                       at 2340
                   accept action-response at 2379
                   call "CBL_TOUPPER" using action-response
                               by value length of action-response
                   if action-response = "A"
                       perform 2100-Approve-Pending
                   end-if
                   if action-response = "R"
                       move "REJECT" to log-action-hold
                       perform 2200-Drop-Pending
                   end-if
               when other
                   display "Change Awaiting Level-3 Approval" at 2420
                   display "Press <Enter> to continue" at 2440
                   stop spaces
           end-evaluate.

       2100-Approve-Pending.
           move "APPROV" to log-action-hold
           move Routing-VB to log-old-routing
           move Account-VB to log-old-account
           move Pending-Routing-VB to log-new-routing
           move Pending-Account-VB to log-new-account
           move Pending-Routing-VB to Routing-VB
           move Pending-Account-VB to Account-VB
           move so-operator-id to Approved-By-VB
           move Run-Date-Formatted to Approved-Date-VB
           perform 2500-Write-Log-Row
           move space to Pending-Status-VB
           move spaces to Pending-Routing-VB Pending-Account-VB
           move spaces to Keyed-By-VB Keyed-Date-VB
           rewrite Vendor-Bank-Record
           end-rewrite
           display spaces at 2301 erase eos
           display "Change Approved - Now The Remit-To" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Withdrawn or rejected, the remit-to stays what it was -
      *    the log's after-image is the detail that was turned away.
       2200-Drop-Pending.
           move Routing-VB to log-old-routing
           move Account-VB to log-old-account
           move Pending-Routing-VB to log-new-routing
           move Pending-Account-VB to log-new-account
           perform 2500-Write-Log-Row
           move space to Pending-Status-VB
           move spaces to Pending-Routing-VB Pending-Account-VB
           move spaces to Keyed-By-VB Keyed-Date-VB
           rewrite Vendor-Bank-Record
           end-rewrite
           display spaces at 2301 erase eos
           display "Pending Change Dropped" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

       2500-Write-Log-Row.
           move spaces to Vendor-Bank-Log-Record
           move log-action-hold to vl-action
           move Run-Date-Formatted to vl-date
           move so-operator-id to vl-operator
           move Vendor-Code-VB to vl-vendor
           move log-old-routing to vl-old-routing
           move log-old-account to vl-old-account
           move log-new-routing to vl-new-routing
           move log-new-account to vl-new-account
           move Keyed-By-VB to vl-keyed-by
           open extend Vendor-Bank-Log-File
           write Vendor-Bank-Log-Record
           close Vendor-Bank-Log-File.
