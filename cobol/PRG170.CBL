       identification division.
       program-id.  prg170.
       author.  Andy Carlson.

      *    Indexed master reorganization and structural check.  The
      *    indexed masters have been added to and deleted from for
      *    years and never rebuilt, and after a crash the only test
      *    of one was whether the next program abended on it.  This
      *    walks a chosen master in key order, checking every key
      *    comes up higher than the last and counting any record
      *    that can't be read, and unloads what it walks to a
      *    sequential copy with a record count and a hash of every
      *    byte.  Asked to reorganize, it reloads that copy into a
      *    fresh indexed file, walks the reload and proves it
      *    against the unload by count and hash, and only then
      *    copies the reload over the master and proves the master
      *    the same way.  A walk that hit unreadable records, or a
      *    reload that doesn't prove out, is refused - the master
      *    stays as it was and the unload stays behind as the copy
      *    of what could be read.  Payroll and inventory run under
      *    the pg10idx.lok and PRG08.LOK batch locks the posting
      *    runs take, and get their PRG99 control record checked
      *    before the walk and refreshed after a swap.  Every
      *    master here keys on the front of its record, so the
      *    key checks work off the raw record.

       environment division.
       input-output section.
       file-control.
      *    The masters carry a file status here, unlike everywhere
      *    else - a damaged record has to be counted and walked
      *    past, not abended on.
           select Inv-Master-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key
                  file status is Master-Status.
           select Pay-Master-File assign to disk "pg10idx.dat"
                  organization is indexed
                  access is dynamic
                  record key is ss-num
                  file status is Master-Status.
           select Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Vendor-Code-VM
                  file status is Master-Status.
           select Store-File assign to disk "storemst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Store-Number-SM
                  file status is Master-Status.
           select Dept-File assign to disk "deptmst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Dept-Number-DM
                  file status is Master-Status.
           select Category-File assign to disk "catmst.dat"
                  organization is indexed
                  access is dynamic
                  record key is Category-Code-CM
                  file status is Master-Status.

      *    The fresh reload of each master, built and proved before
      *    anything touches the master itself.
           select Inv-New-File assign to disk "u:\cobol\PRG08.NEW"
                  organization is indexed
                  access is dynamic
                  record key is New-Inv-Key
                  file status is New-Status.
           select Pay-New-File assign to disk "pg10idx.new"
                  organization is indexed
                  access is dynamic
                  record key is New-Pay-Key
                  file status is New-Status.
           select Vendor-New-File assign to disk "vendmst.new"
                  organization is indexed
                  access is dynamic
                  record key is New-Vendor-Key
                  file status is New-Status.
           select Store-New-File assign to disk "storemst.new"
                  organization is indexed
                  access is dynamic
                  record key is New-Store-Key
                  file status is New-Status.
           select Dept-New-File assign to disk "deptmst.new"
                  organization is indexed
                  access is dynamic
                  record key is New-Dept-Key
                  file status is New-Status.
           select Category-New-File assign to disk "catmst.new"
                  organization is indexed
                  access is dynamic
                  record key is New-Category-Key
                  file status is New-Status.

      *    The sequential unload of each master - the reload's
      *    source, and the copy of the master as walked.
           select Inv-Unload-File assign to disk "u:\cobol\PRG08.UNL"
                  organization is line sequential.
           select Pay-Unload-File assign to disk "pg10idx.unl"
                  organization is line sequential.
           select Vendor-Unload-File assign to disk "vendmst.unl"
                  organization is line sequential.
           select Store-Unload-File assign to disk "storemst.unl"
                  organization is line sequential.
           select Dept-Unload-File assign to disk "deptmst.unl"
                  organization is line sequential.
           select Category-Unload-File assign to disk "catmst.unl"
                  organization is line sequential.

           select optional Lock-File assign to disk "pg10idx.lok"
                  organization is line sequential.
           select optional Inv-Lock-File assign to disk
                  "u:\cobol\PRG08.LOK"
                  organization is line sequential.

           select optional Run-Log-File assign to disk "runlog.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Inv-Master-File.
       copy invrec.

       fd Pay-Master-File.
       copy diskrec.

       fd Vendor-File.
       copy vendrec.

       fd Store-File.
       copy strec.

       fd Dept-File.
       copy deptrec.

       fd Category-File.
       copy catrec.

      *    Each reload record is its master's record length with the
      *    key up front - 1100-Set-Up-Master refuses the run if a
      *    layout has grown without this following it.
       fd Inv-New-File.
       01 New-Inv-Record.
           03 New-Inv-Key      pic x(14).
           03                  pic x(72).

       fd Pay-New-File.
       01 New-Pay-Record.
           03 New-Pay-Key      pic x(9).
           03                  pic x(288).

       fd Vendor-New-File.
       01 New-Vendor-Record.
           03 New-Vendor-Key   pic x(6).
           03                  pic x(142).

       fd Store-New-File.
       01 New-Store-Record.
           03 New-Store-Key    pic x(2).
           03                  pic x(51).

       fd Dept-New-File.
       01 New-Dept-Record.
           03 New-Dept-Key     pic x(2).
           03                  pic x(48).

       fd Category-New-File.
       01 New-Category-Record.
           03 New-Category-Key pic x(4).
           03                  pic x(21).

       fd Inv-Unload-File.
       01 Inv-Unload-Record    pic x(86).

       fd Pay-Unload-File.
       01 Pay-Unload-Record    pic x(297).

       fd Vendor-Unload-File.
       01 Vendor-Unload-Record pic x(148).

       fd Store-Unload-File.
       01 Store-Unload-Record  pic x(53).

       fd Dept-Unload-File.
       01 Dept-Unload-Record   pic x(50).

       fd Category-Unload-File.
       01 Category-Unload-Record pic x(25).

       fd Lock-File.
       copy lockctl.

       fd Inv-Lock-File.
       copy invlock.

       fd Run-Log-File.
       copy runlog.

       fd Output-Printer-File.
       01 Output-Printer-Record pic x(100).

       working-storage section.
       copy ctlparm.
       copy runlogw.

       01 Master-Status        pic xx.
       01 New-Status           pic xx.

       01 Master-Response      pic x.
       01 Mode-Response        pic x.
           88 mode-reorganize  value "R".
           88 mode-verify      value "V".
       01 Confirm-Response     pic x.

      *    What the chosen master is - set once by 1100-Set-Up-Master
      *    and steering every evaluate after it.
       01 Master-Id            pic x(3).
           88 master-inventory value "INV".
           88 master-payroll   value "PAY".
           88 master-vendor    value "VND".
           88 master-store     value "STR".
           88 master-dept      value "DPT".
           88 master-category  value "CAT".
       01 Master-Name          pic x(12).
       01 Unload-Name          pic x(12).
       01 Master-Length        pic 9(4) comp.
       01 New-Length           pic 9(4) comp.
       01 Key-Length           pic 9(4) comp.

      *    The raw record every pass works from, byte by byte for
      *    the hash.
       01 Work-Record.
           03 Work-Char        pic x occurs 300 times.
       01 Last-Key             pic x(14).
       01 Restart-Key          pic x(14).
       01 Restart-Switch       pic x value "N".
           88 restart-tried    value "Y".

      *    A byte's value, read by dropping it into the low half of
      *    a binary halfword.
       01 Hash-Byte-Work.
           03 Hash-Byte-Value  pic 9(4) comp.
       01 Hash-Byte-Bytes redefines Hash-Byte-Work.
           03 Hash-Byte-High   pic x.
           03 Hash-Byte-Low    pic x.
       01 Hash-Index           pic 9(4) comp.
       01 Record-Hash          pic 9(9).

      *    Count and hash of the pass under way, then of each pass
      *    as it finishes.
       01 Pass-Count           pic 9(7) value zero.
       01 Pass-Hash            pic 9(15) value zero.
       01 Walk-Count           pic 9(7) value zero.
       01 Walk-Hash            pic 9(15) value zero.
       01 Reload-Count         pic 9(7) value zero.
       01 Reload-Hash          pic 9(15) value zero.
       01 Final-Count          pic 9(7) value zero.
       01 Final-Hash           pic 9(15) value zero.

       01 out-of-sequence-count pic 9(6) value zero.
       01 unreadable-count     pic 9(6) value zero.
       01 reload-reject-count  pic 9(6) value zero.
       01 swap-reject-count    pic 9(6) value zero.

       01 walk-eof-flag        pic xxx value spaces.
           88 walk-end         value 'YES'.
       01 unload-eof-flag      pic xxx value spaces.
           88 unload-end       value 'YES'.
       01 walk-abandoned-switch pic x value "N".
           88 walk-abandoned   value "Y".
       01 pass-failed-switch   pic x value "N".
           88 pass-failed      value "Y".
       01 lock-blocked-switch  pic x value "N".
           88 lock-blocked     value "Y".
       01 reload-proved-switch pic x value "N".
           88 reload-proved    value "Y".
       01 master-proved-switch pic x value "N".
           88 master-proved    value "Y".
       01 swap-tried-switch    pic x value "N".
           88 swap-tried       value "Y".

       01 Heading-Line.
           03                  pic x(36)
               value "** INDEXED MASTER REORGANIZATION **".

       01 Master-Line.
           03                  pic x(8) value "Master: ".
           03 master-name-hl   pic x(12).
           03                  pic x(2) value spaces.
           03 run-date-hl      pic x(10).
           03                  pic x value space.
           03 run-time-hl      pic x(8).
           03                  pic x(2) value spaces.
           03 mode-hl          pic x(20).

       01 Sequence-Detail-Line.
           03                  pic x(17) value "OUT OF SEQUENCE  ".
           03 seq-key-dl       pic x(14).
           03                  pic x(9) value " follows ".
           03 seq-prior-dl     pic x(14).

       01 Unreadable-Detail-Line.
           03                  pic x(24)
               value "UNREADABLE after key   ".
           03 bad-key-dl       pic x(14).
           03                  pic x(9) value "  status ".
           03 bad-status-dl    pic xx.

       01 Pass-Line.
           03 pass-label-pl    pic x(22).
           03 pass-count-pl    pic z,zzz,zz9.
           03                  pic x(9) value " records ".
           03                  pic x(5) value "hash ".
           03 pass-hash-pl     pic z(14)9.

       01 Message-Line         pic x(80).

       01 Walked-Conclusion-Line.
           03                  pic x(20) value "Records Walked:".
           03 walked-cl        pic z,zzz,zz9.

       01 Sequence-Conclusion-Line.
           03                  pic x(20) value "Out Of Sequence:".
           03 sequence-cl      pic z,zzz,zz9.

       01 Unreadable-Conclusion-Line.
           03                  pic x(20) value "Unreadable:".
           03 unreadable-cl    pic z,zzz,zz9.

       01 Reject-Conclusion-Line.
           03                  pic x(20) value "Reload Rejects:".
           03 reject-cl        pic z,zzz,zz9.

       procedure division.
       1000-Main-Logic.
           perform 9100-Stamp-Run-Start
           display "Walk and reorganize which indexed master?"
           display "  1  PRG08.IDX     inventory"
           display "  2  pg10idx.dat   employee"
           display "  3  vendmst.dat   vendor"
           display "  4  storemst.dat  store"
           display "  5  deptmst.dat   department"
           display "  6  catmst.dat    category"
           display "Master (1-6):"
           accept Master-Response
           perform 1100-Set-Up-Master
           if Master-Id = spaces
               display "No such master - nothing done."
               stop run
           end-if
           if New-Length not = Master-Length
                   or Master-Length > 300
               display Master-Name " layout no longer matches the "
                       "reload file here - nothing done."
               stop run
           end-if
           display "<v>erify only, or <r>eorganize:"
           accept Mode-Response
           call "CBL_TOUPPER" using Mode-Response
                       by value length of Mode-Response
           if not mode-verify and not mode-reorganize
               display "No such choice - nothing done."
               stop run
           end-if
           if mode-reorganize
               display "This REPLACES " Master-Name
                       " if the reload proves out - continue? (Y/N):"
               accept Confirm-Response
               call "CBL_TOUPPER" using Confirm-Response
                           by value length of Confirm-Response
               if Confirm-Response not = "Y"
                   display "Reorganization cancelled - master "
                           "untouched."
                   stop run
               end-if
           end-if

           perform 1200-Take-Lock
           if lock-blocked
               stop run
           end-if

           open output Output-Printer-File
           perform 1300-Print-Heading
           perform 1400-Check-Control-Record
           perform 2000-Walk-Master
           if mode-reorganize
               perform 3000-Reorganize-Master
           end-if
           perform 5000-Write-Conclusion
           close Output-Printer-File

      *    A swap that didn't prove out leaves the lock set, so no
      *    posting run or screen opens the master until it has been
      *    looked at and the lock cleared through PRG57.
           if swap-tried and not master-proved
               move 8 to return-code
           else
               perform 1250-Release-Lock
               if unreadable-count > zero
                       or out-of-sequence-count > zero
                       or walk-abandoned
                       or (mode-reorganize and not master-proved)
                   move 4 to return-code
               end-if
           end-if
           perform 9000-Write-Run-Log
           stop run.

       1100-Set-Up-Master.
           move spaces to Master-Id
           evaluate Master-Response
               when "1"
                   move "INV" to Master-Id
                   move "PRG08.IDX" to Master-Name
                   move "PRG08.UNL" to Unload-Name
                   move length of Inventory-Record to Master-Length
                   move length of New-Inv-Record to New-Length
                   move length of New-Inv-Key to Key-Length
               when "2"
                   move "PAY" to Master-Id
                   move "pg10idx.dat" to Master-Name
                   move "pg10idx.unl" to Unload-Name
                   move length of disk-record to Master-Length
                   move length of New-Pay-Record to New-Length
                   move length of New-Pay-Key to Key-Length
               when "3"
                   move "VND" to Master-Id
                   move "vendmst.dat" to Master-Name
                   move "vendmst.unl" to Unload-Name
                   move length of Vendor-Record to Master-Length
                   move length of New-Vendor-Record to New-Length
                   move length of New-Vendor-Key to Key-Length
               when "4"
                   move "STR" to Master-Id
                   move "storemst.dat" to Master-Name
                   move "storemst.unl" to Unload-Name
                   move length of Store-Record to Master-Length
                   move length of New-Store-Record to New-Length
                   move length of New-Store-Key to Key-Length
               when "5"
                   move "DPT" to Master-Id
                   move "deptmst.dat" to Master-Name
                   move "deptmst.unl" to Unload-Name
                   move length of Dept-Record to Master-Length
                   move length of New-Dept-Record to New-Length
                   move length of New-Dept-Key to Key-Length
               when "6"
                   move "CAT" to Master-Id
                   move "catmst.dat" to Master-Name
                   move "catmst.unl" to Unload-Name
                   move length of Category-Record to Master-Length
                   move length of New-Category-Record to New-Length
                   move length of New-Category-Key to Key-Length
           end-evaluate.

      *    Payroll and inventory take the batch side of the lock the
      *    posting runs take, and are refused while anything holds
      *    either side.  The other masters are kept from PRG21's and
      *    PRG31's screens, which keep no lock - the report says so.
       1200-Take-Lock.
           move "N" to lock-blocked-switch
           if master-payroll
               open input Lock-File
               read Lock-File
                   at end initialize Lock-Record
                   not at end
                       if Batch-Is-Active
                               or Lock-Inquiry-Count > zero
                           move "Y" to lock-blocked-switch
                       end-if
               end-read
               close Lock-File
               if lock-blocked
                   display "pg10idx.dat locked - run blocked"
                   display "Held by " Lock-Batch-Owner
                       " / " Lock-Inquiry-Owner
               else
                   move spaces to Lock-Record
                   move "Y" to Lock-Batch-Active
                   move zero to Lock-Inquiry-Count
                   move "PRG170" to Lock-Batch-Owner
                   string Rlw-Start-Date delimited by size
                          " " delimited by size
                          Rlw-Start-Time delimited by size
                          into Lock-Batch-Since
                   open output Lock-File
                   write Lock-Record
                   close Lock-File
               end-if
           end-if
           if master-inventory
               open input Inv-Lock-File
               read Inv-Lock-File
                   at end initialize Inv-Lock-Record
                   not at end
                       if Inv-Batch-Is-Active
                               or Inv-Lock-Inquiry-Count > zero
                           move "Y" to lock-blocked-switch
                       end-if
               end-read
               close Inv-Lock-File
               if lock-blocked
                   display "PRG08.IDX locked - run blocked"
                   display "Held by " Inv-Lock-Batch-Owner
                       " / " Inv-Lock-Inquiry-Owner
               else
                   move spaces to Inv-Lock-Record
                   move "Y" to Inv-Lock-Batch-Active
                   move zero to Inv-Lock-Inquiry-Count
                   move "PRG170" to Inv-Lock-Batch-Owner
                   string Rlw-Start-Date delimited by size
                          " " delimited by size
                          Rlw-Start-Time delimited by size
                          into Inv-Lock-Batch-Since
                   open output Inv-Lock-File
                   write Inv-Lock-Record
                   close Inv-Lock-File
               end-if
           end-if.

       1250-Release-Lock.
           if master-payroll
               move spaces to Lock-Record
               move space to Lock-Batch-Active
               move zero to Lock-Inquiry-Count
               open output Lock-File
               write Lock-Record
               close Lock-File
           end-if
           if master-inventory
               move spaces to Inv-Lock-Record
               move space to Inv-Lock-Batch-Active
               move zero to Inv-Lock-Inquiry-Count
               open output Inv-Lock-File
               write Inv-Lock-Record
               close Inv-Lock-File
           end-if.

       1300-Print-Heading.
           write Output-Printer-Record from Heading-Line
               after advancing page
           move Master-Name to master-name-hl
           move Rlw-Start-Date to run-date-hl
           move Rlw-Start-Time to run-time-hl
           if mode-reorganize
               move "REORGANIZE" to mode-hl
           else
               move "VERIFY ONLY" to mode-hl
           end-if
           write Output-Printer-Record from Master-Line
               after advancing 1 line
           if not master-payroll and not master-inventory
               move spaces to Message-Line
               string "No lock is kept for this master - run it "
                          delimited by size
                      "while no one is in its screen" delimited by size
                      into Message-Line
               write Output-Printer-Record from Message-Line
                   after advancing 1 line
           end-if.

      *    The control record's verdict before the walk, so a master
      *    that already moved since its last writer is on the page.
       1400-Check-Control-Record.
           if master-payroll or master-inventory
               move Master-Id to cc-master-id
               move "V" to cc-function
               call "prg99" using Control-Check-Parms
               if cc-master-ok
                   move "PRG99 control record agrees with the master"
                       to Message-Line
               else
                   move spaces to Message-Line
                   string "PRG99 CONTROL RECORD DISAGREES - count or "
                              delimited by size
                          "hash moved since its last writer"
                              delimited by size
                          into Message-Line
               end-if
           else
               move "No PRG99 control record is kept for this master"
                   to Message-Line
           end-if
           write Output-Printer-Record from Message-Line
               after advancing 2 lines.

      *    The walk proper - key order, keys strictly ascending,
      *    unreadable records counted and stepped past by starting
      *    again after the last good key.
       2000-Walk-Master.
           move low-values to Last-Key
           move "N" to Restart-Switch
           move zero to Pass-Count Pass-Hash
           move spaces to walk-eof-flag
           perform 2050-Open-Master-Input
           if Master-Status not = "00"
               move spaces to Message-Line
               string "Could not open " delimited by size
                      Master-Name delimited by space
                      " - status " delimited by size
                      Master-Status delimited by size
                      into Message-Line
               write Output-Printer-Record from Message-Line
                   after advancing 2 lines
               move "Y" to walk-abandoned-switch
           else
               perform 2060-Open-Unload-Output
               perform 2100-Walk-One-Record
                   until walk-end
               perform 2070-Close-Master
               perform 2080-Close-Unload
           end-if
           move Pass-Count to Walk-Count
           move Pass-Hash to Walk-Hash
           move "Walked and unloaded" to pass-label-pl
           move Walk-Count to pass-count-pl
           move Walk-Hash to pass-hash-pl
           write Output-Printer-Record from Pass-Line
               after advancing 2 lines
           move spaces to Message-Line
           string "Unload copy left on " delimited by size
                  Unload-Name delimited by space
                  into Message-Line
           write Output-Printer-Record from Message-Line
               after advancing 1 line.

       2050-Open-Master-Input.
           evaluate true
               when master-inventory open input Inv-Master-File
               when master-payroll   open input Pay-Master-File
               when master-vendor    open input Vendor-File
               when master-store     open input Store-File
               when master-dept      open input Dept-File
               when master-category  open input Category-File
           end-evaluate.

       2060-Open-Unload-Output.
           evaluate true
               when master-inventory open output Inv-Unload-File
               when master-payroll   open output Pay-Unload-File
               when master-vendor    open output Vendor-Unload-File
               when master-store     open output Store-Unload-File
               when master-dept      open output Dept-Unload-File
               when master-category  open output Category-Unload-File
           end-evaluate.

       2070-Close-Master.
           evaluate true
               when master-inventory close Inv-Master-File
               when master-payroll   close Pay-Master-File
               when master-vendor    close Vendor-File
               when master-store     close Store-File
               when master-dept      close Dept-File
               when master-category  close Category-File
           end-evaluate.

       2080-Close-Unload.
           evaluate true
               when master-inventory close Inv-Unload-File
               when master-payroll   close Pay-Unload-File
               when master-vendor    close Vendor-Unload-File
               when master-store     close Store-Unload-File
               when master-dept      close Dept-Unload-File
               when master-category  close Category-Unload-File
           end-evaluate.

       2100-Walk-One-Record.
           perform 2150-Read-Master-Next
           evaluate Master-Status
               when "00"
               when "02"
                   perform 2200-Check-And-Unload
               when "10"
                   move "YES" to walk-eof-flag
               when other
                   perform 2300-Unreadable-Record
           end-evaluate.

       2150-Read-Master-Next.
           move spaces to Work-Record
           evaluate true
               when master-inventory
                   read Inv-Master-File next record
                   end-read
                   move Inventory-Record to Work-Record
               when master-payroll
                   read Pay-Master-File next record
                   end-read
                   move disk-record to Work-Record
               when master-vendor
                   read Vendor-File next record
                   end-read
                   move Vendor-Record to Work-Record
               when master-store
                   read Store-File next record
                   end-read
                   move Store-Record to Work-Record
               when master-dept
                   read Dept-File next record
                   end-read
                   move Dept-Record to Work-Record
               when master-category
                   read Category-File next record
                   end-read
                   move Category-Record to Work-Record
           end-evaluate.

       2200-Check-And-Unload.
           if Work-Record (1:Key-Length) not > Last-Key (1:Key-Length)
               add 1 to out-of-sequence-count
               move Work-Record (1:Key-Length) to seq-key-dl
               move Last-Key to seq-prior-dl
               write Output-Printer-Record from Sequence-Detail-Line
                   after advancing 1 line
           end-if
           move spaces to Last-Key
           move Work-Record (1:Key-Length) to Last-Key
           perform 2400-Hash-Work-Record
           evaluate true
               when master-inventory
                   write Inv-Unload-Record from Work-Record
               when master-payroll
                   write Pay-Unload-Record from Work-Record
               when master-vendor
                   write Vendor-Unload-Record from Work-Record
               when master-store
                   write Store-Unload-Record from Work-Record
               when master-dept
                   write Dept-Unload-Record from Work-Record
               when master-category
                   write Category-Unload-Record from Work-Record
           end-evaluate.

      *    A bad read restarts the walk after the last key read
      *    clean.  Failing again from the same key means the damage
      *    can't be stepped past, and the walk stops there.
       2300-Unreadable-Record.
           add 1 to unreadable-count
           move Last-Key to bad-key-dl
           move Master-Status to bad-status-dl
           write Output-Printer-Record from Unreadable-Detail-Line
               after advancing 1 line
           if restart-tried and Restart-Key = Last-Key
               perform 2390-Abandon-Walk
           else
               move "Y" to Restart-Switch
               move Last-Key to Restart-Key
               perform 2350-Start-After-Last-Key
               evaluate Master-Status
                   when "00"
                       continue
                   when "23"
                       move "YES" to walk-eof-flag
                   when other
                       perform 2390-Abandon-Walk
               end-evaluate
           end-if.

       2350-Start-After-Last-Key.
           evaluate true
               when master-inventory
                   move Last-Key to Inv-Key
                   start Inv-Master-File key is > Inv-Key
                   end-start
               when master-payroll
                   move Last-Key to ss-num
                   start Pay-Master-File key is > ss-num
                   end-start
               when master-vendor
                   move Last-Key to Vendor-Code-VM
                   start Vendor-File key is > Vendor-Code-VM
                   end-start
               when master-store
                   move Last-Key to Store-Number-SM
                   start Store-File key is > Store-Number-SM
                   end-start
               when master-dept
                   move Last-Key to Dept-Number-DM
                   start Dept-File key is > Dept-Number-DM
                   end-start
               when master-category
                   move Last-Key to Category-Code-CM
                   start Category-File key is > Category-Code-CM
                   end-start
           end-evaluate.

       2390-Abandon-Walk.
           move "Y" to walk-abandoned-switch
           move "YES" to walk-eof-flag
           move "WALK ABANDONED - the file can't be read past here"
               to Message-Line
           write Output-Printer-Record from Message-Line
               after advancing 1 line.

      *    Every byte counts toward the hash, weighted by where it
      *    sits, so a record that changed or shifted shows even
      *    where the count still agrees.
       2400-Hash-Work-Record.
           move zero to Record-Hash
           perform 2450-Hash-One-Byte
               varying Hash-Index from 1 by 1
               until Hash-Index > Master-Length
           add 1 to Pass-Count
           add Record-Hash to Pass-Hash.

       2450-Hash-One-Byte.
           move low-value to Hash-Byte-High
           move Work-Char (Hash-Index) to Hash-Byte-Low
           compute Record-Hash =
               Record-Hash + Hash-Byte-Value * Hash-Index.

      *    Reload, prove, swap, prove again - each step only if the
      *    one before it came out clean.
       3000-Reorganize-Master.
           if unreadable-count > zero or walk-abandoned
               move spaces to Message-Line
               string "SWAP REFUSED - the walk could not read every "
                          delimited by size
                      "record; restore the master from backup"
                          delimited by size
                      into Message-Line
               write Output-Printer-Record from Message-Line
                   after advancing 2 lines
           else
               perform 3100-Reload-New-File
               perform 3500-Prove-New-File
               if reload-proved
                   perform 4000-Swap-In-Reload
                   perform 4500-Prove-Master
               else
                   move spaces to Message-Line
                   string "SWAP REFUSED - the reload does not prove "
                              delimited by size
                          "against the unload; master untouched"
                              delimited by size
                          into Message-Line
                   write Output-Printer-Record from Message-Line
                       after advancing 2 lines
               end-if
           end-if.

      *    Keyed writes into a fresh file, so a record the walk
      *    found out of order still lands where it belongs and a
      *    duplicate key is rejected and counted.
       3100-Reload-New-File.
           move spaces to unload-eof-flag
           evaluate true
               when master-inventory
                   open input Inv-Unload-File
                   open output Inv-New-File
               when master-payroll
                   open input Pay-Unload-File
                   open output Pay-New-File
               when master-vendor
                   open input Vendor-Unload-File
                   open output Vendor-New-File
               when master-store
                   open input Store-Unload-File
                   open output Store-New-File
               when master-dept
                   open input Dept-Unload-File
                   open output Dept-New-File
               when master-category
                   open input Category-Unload-File
                   open output Category-New-File
           end-evaluate
           perform 3150-Reload-One-Record
               until unload-end
           perform 2080-Close-Unload
           perform 3190-Close-New-File.

       3150-Reload-One-Record.
           evaluate true
               when master-inventory
                   read Inv-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
               when master-payroll
                   read Pay-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
               when master-vendor
                   read Vendor-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
               when master-store
                   read Store-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
               when master-dept
                   read Dept-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
               when master-category
                   read Category-Unload-File into Work-Record
                       at end move "YES" to unload-eof-flag
                   end-read
           end-evaluate
           if not unload-end
               perform 3160-Write-New-Record
               if New-Status not = "00"
                   add 1 to reload-reject-count
               end-if
           end-if.

       3160-Write-New-Record.
           evaluate true
               when master-inventory
                   write New-Inv-Record from Work-Record
                   end-write
               when master-payroll
                   write New-Pay-Record from Work-Record
                   end-write
               when master-vendor
                   write New-Vendor-Record from Work-Record
                   end-write
               when master-store
                   write New-Store-Record from Work-Record
                   end-write
               when master-dept
                   write New-Dept-Record from Work-Record
                   end-write
               when master-category
                   write New-Category-Record from Work-Record
                   end-write
           end-evaluate.

       3170-Open-New-Input.
           evaluate true
               when master-inventory open input Inv-New-File
               when master-payroll   open input Pay-New-File
               when master-vendor    open input Vendor-New-File
               when master-store     open input Store-New-File
               when master-dept      open input Dept-New-File
               when master-category  open input Category-New-File
           end-evaluate.

       3180-Read-New-Next.
           move spaces to Work-Record
           evaluate true
               when master-inventory
                   read Inv-New-File next record into Work-Record
                   end-read
               when master-payroll
                   read Pay-New-File next record into Work-Record
                   end-read
               when master-vendor
                   read Vendor-New-File next record into Work-Record
                   end-read
               when master-store
                   read Store-New-File next record into Work-Record
                   end-read
               when master-dept
                   read Dept-New-File next record into Work-Record
                   end-read
               when master-category
                   read Category-New-File next record
                       into Work-Record
                   end-read
           end-evaluate.

       3190-Close-New-File.
           evaluate true
               when master-inventory close Inv-New-File
               when master-payroll   close Pay-New-File
               when master-vendor    close Vendor-New-File
               when master-store     close Store-New-File
               when master-dept      close Dept-New-File
               when master-category  close Category-New-File
           end-evaluate.

      *    The reload has to give back exactly what was unloaded -
      *    same count, same hash, nothing rejected on the way in.
       3500-Prove-New-File.
           move zero to Pass-Count Pass-Hash
           move "N" to pass-failed-switch
           move spaces to walk-eof-flag
           perform 3170-Open-New-Input
           perform 3550-Prove-One-New-Record
               until walk-end
           perform 3190-Close-New-File
           move Pass-Count to Reload-Count
           move Pass-Hash to Reload-Hash
           move "Reloaded" to pass-label-pl
           move Reload-Count to pass-count-pl
           move Reload-Hash to pass-hash-pl
           write Output-Printer-Record from Pass-Line
               after advancing 1 line
           if Reload-Count = Walk-Count
                   and Reload-Hash = Walk-Hash
                   and reload-reject-count = zero
                   and not pass-failed
               move "Y" to reload-proved-switch
           end-if.

       3550-Prove-One-New-Record.
           perform 3180-Read-New-Next
           evaluate New-Status
               when "00"
                   perform 2400-Hash-Work-Record
               when "10"
                   move "YES" to walk-eof-flag
               when other
                   move "Y" to pass-failed-switch
                   move "YES" to walk-eof-flag
           end-evaluate.

      *    The master is rewritten from the proved reload.  The
      *    unload is still on disk should this go wrong.
       4000-Swap-In-Reload.
           move "Y" to swap-tried-switch
           move spaces to walk-eof-flag
           perform 3170-Open-New-Input
           evaluate true
               when master-inventory open output Inv-Master-File
               when master-payroll   open output Pay-Master-File
               when master-vendor    open output Vendor-File
               when master-store     open output Store-File
               when master-dept      open output Dept-File
               when master-category  open output Category-File
           end-evaluate
           if Master-Status not = "00"
               move "Y" to pass-failed-switch
           else
               perform 4100-Swap-One-Record
                   until walk-end
               perform 2070-Close-Master
           end-if
           perform 3190-Close-New-File.

       4100-Swap-One-Record.
           perform 3180-Read-New-Next
           evaluate New-Status
               when "00"
                   perform 4150-Write-Master-Record
                   if Master-Status not = "00"
                       add 1 to swap-reject-count
                   end-if
               when "10"
                   move "YES" to walk-eof-flag
               when other
                   move "Y" to pass-failed-switch
                   move "YES" to walk-eof-flag
           end-evaluate.

       4150-Write-Master-Record.
           evaluate true
               when master-inventory
                   write Inventory-Record from Work-Record
                   end-write
               when master-payroll
                   write disk-record from Work-Record
                   end-write
               when master-vendor
                   write Vendor-Record from Work-Record
                   end-write
               when master-store
                   write Store-Record from Work-Record
                   end-write
               when master-dept
                   write Dept-Record from Work-Record
                   end-write
               when master-category
                   write Category-Record from Work-Record
                   end-write
           end-evaluate.

      *    The rewritten master walked once more against the unload
      *    figures.  Only a master that proves gets a fresh PRG99
      *    control record.
       4500-Prove-Master.
           move zero to Pass-Count Pass-Hash
           move spaces to walk-eof-flag
           if not pass-failed
               perform 2050-Open-Master-Input
               if Master-Status not = "00"
                   move "Y" to pass-failed-switch
               else
                   perform 4550-Prove-One-Master-Record
                       until walk-end
                   perform 2070-Close-Master
               end-if
           end-if
           move Pass-Count to Final-Count
           move Pass-Hash to Final-Hash
           move "Swapped-in master" to pass-label-pl
           move Final-Count to pass-count-pl
           move Final-Hash to pass-hash-pl
           write Output-Printer-Record from Pass-Line
               after advancing 1 line
           if Final-Count = Walk-Count
                   and Final-Hash = Walk-Hash
                   and swap-reject-count = zero
                   and not pass-failed
               move "Y" to master-proved-switch
               move "Master reorganized and proved" to Message-Line
               if master-payroll or master-inventory
                   move Master-Id to cc-master-id
                   move "R" to cc-function
                   call "prg99" using Control-Check-Parms
                   move spaces to Message-Line
                   string "Master reorganized and proved - PRG99 "
                              delimited by size
                          "control record refreshed" delimited by size
                          into Message-Line
               end-if
           else
               move spaces to Message-Line
               string "MASTER DID NOT PROVE AFTER THE SWAP - lock "
                          delimited by size
                      "left set; reload from " delimited by size
                      Unload-Name delimited by space
                      into Message-Line
           end-if
           write Output-Printer-Record from Message-Line
               after advancing 2 lines.

       4550-Prove-One-Master-Record.
           perform 2150-Read-Master-Next
           evaluate Master-Status
               when "00"
               when "02"
                   perform 2400-Hash-Work-Record
               when "10"
                   move "YES" to walk-eof-flag
               when other
                   move "Y" to pass-failed-switch
                   move "YES" to walk-eof-flag
           end-evaluate.

       5000-Write-Conclusion.
           move Walk-Count to walked-cl
           write Output-Printer-Record from Walked-Conclusion-Line
               after advancing 2 lines
           move out-of-sequence-count to sequence-cl
           write Output-Printer-Record from Sequence-Conclusion-Line
               after advancing 1 line
           move unreadable-count to unreadable-cl
           write Output-Printer-Record from Unreadable-Conclusion-Line
               after advancing 1 line
           move reload-reject-count to reject-cl
           write Output-Printer-Record from Reject-Conclusion-Line
               after advancing 1 line.

       9000-Write-Run-Log.
           accept Rlw-Time-Work from time
           move rlw-tw-hh to rlw-et-hh
           move rlw-tw-mm to rlw-et-mm
           move rlw-tw-ss to rlw-et-ss
           move spaces to Run-Log-Record
           move "PRG170" to Rlog-Program
           move Rlw-Start-Date to Rlog-Start-Date
           move Rlw-Start-Time to Rlog-Start-Time
           move Rlw-End-Time to Rlog-End-Time
           move Walk-Count to Rlog-Records-Read
           move Final-Count to Rlog-Records-Written
           compute Rlog-Records-Rejected =
               unreadable-count + reload-reject-count
                   + swap-reject-count
           if return-code = zero
               move "OK" to Rlog-Status
           else
               move "FAIL" to Rlog-Status
           end-if
           open extend Run-Log-File
           write Run-Log-Record
           close Run-Log-File.

       9100-Stamp-Run-Start.
           accept Rlw-Date-Work from date
           accept Rlw-Time-Work from time
           move rlw-dw-mm to rlw-sd-mm
           move rlw-dw-dd to rlw-sd-dd
           move rlw-dw-yy to rlw-sd-yy
           move rlw-tw-hh to rlw-st-hh
           move rlw-tw-mm to rlw-st-mm
           move rlw-tw-ss to rlw-st-ss.
