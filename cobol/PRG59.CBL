      *    opens the menu.  Reprinting never requires re-running a
      *    batch job against data that has since changed.
      *    Spools this utility knows: PRG09, PRG15, PRG16, PRG19,
      *    PRG28, PRG32, PRG35, PRG75, PRG166, PRG38, PRG45.
      *    Reports that print store by store (PRG09, PRG28, PRG38,
      *    PRG45, PRG75) mark where each store's pages begin.  The
      *    ingest files those markers as S rows and, for every store
      *    in the report that has a row on STOREDST.DAT (PRG172's
      *    screen), queues a delivery on DELIVER.BAT; NIGHTLY.BAT
      *    runs it after the ingest.  Each delivery calls this
      *    program back with PRG59.CTL saying BURST, which cuts that
      *    store's piece - the report heading plus its own pages -
      *    out of the archive into BURST.TXT for the batch to copy
      *    to the store's print queue or BLAT to its email address,
      *    and logs it on burstlog.dat.  (S)end again queues a piece
      *    from the archive a second time, and (D)elivery log shows
      *    a store what went where.

       environment division.
       input-output section.
                  organization is line sequential.
           select optional Spl75-File assign to disk "PRG75.SPL"
                  organization is line sequential.
           select optional Spl166-File assign to disk "PRG166.SPL"
                  organization is line sequential.
           select optional Spl38-File assign to disk "PRG38.SPL"
                  organization is line sequential.
           select optional Spl45-File assign to disk "PRG45.SPL"
                  organization is line sequential.

      *    The archive: an H row opens each saved report with its
      *    name and run date, L rows carry the print lines, and an
      *    S row marks where a store's pages begin.
           select optional Spool-Archive-File assign to disk
                  "spoolarc.dat"
                  organization is line sequential.

           select Printer-File assign to printer "lpt1".

      *    Where each store's piece of a burst report goes.
           select optional Store-Dist-File assign to disk
                  "storedst.dat"
                  organization is indexed
                  access is random
                  record key is Store-Number-SD.

      *    The deliveries an ingest or a resend queues up, run by
      *    NIGHTLY.BAT after the ingest.
           select optional Deliver-File assign to "DELIVER.BAT"
                  organization is line sequential.

      *    One store's piece, cut for the delivery that asked.
           select Burst-File assign to "BURST.TXT"
                  organization is line sequential.

      *    One row per piece cut, so a store that says it never got
      *    a report can be answered.
           select optional Burst-Log-File assign to disk
                  "burstlog.dat"
                  organization is line sequential.

      *    Drives an unattended ingest when the nightly run has
      *    dropped one off - absent for an interactive session, so
      *    OPTIONAL, the same arrangement PRG09 has.
       01 Spl35-Record         pic x(100).
       fd Spl75-File.
       01 Spl75-Record         pic x(100).
       fd Spl166-File.
       01 Spl166-Record        pic x(100).
       fd Spl38-File.
       01 Spl38-Record         pic x(100).
       fd Spl45-File.
       01 Spl45-Record         pic x(100).

       fd Spool-Archive-File.
       01 Spool-Archive-Record.
       fd Printer-File.
       01 Printer-Record       pic x(100).

       fd Store-Dist-File.
       copy dstrec.

       fd Deliver-File.
       01 Deliver-Record       pic x(132).

       fd Burst-File.
       01 Burst-Record         pic x(100).

       fd Burst-Log-File.
       01 Burst-Log-Record.
           03 bl-date          pic x(10).
           03                  pic x value space.
           03 bl-time          pic x(8).
           03                  pic x value space.
           03 bl-report        pic x(6).
           03                  pic x value space.
           03 bl-run-date      pic x(10).
           03                  pic x value space.
           03 bl-store         pic x(2).
           03                  pic x value space.
           03 bl-method        pic x.
           03                  pic x value space.
           03 bl-lines         pic zzzzz9.
           03                  pic x value space.
           03 bl-source        pic x(7).
           03                  pic x value space.
           03 bl-result        pic x(9).
               88 bl-piece-sent value "SENT".
           03                  pic x value space.
           03 bl-print-queue   pic x(40).
           03                  pic x value space.
           03 bl-email         pic x(40).

       fd Control-File.
       01 Control-Record       pic x(40).

       working-storage section.
       copy gencode.
       copy burstmk.
       01 string-date          pic x(30).
       01 spl-eof-flag         pic xxx value spaces.
           88 spl-end          value 'YES'.
       01 menu-choice          pic x.
       01 batch-mode-switch    pic x value "N".
           88 batch-ingest-run value "Y".
       01 spool-index          pic 99.
       01 Current-Spool-Tag    pic x(6).
       01 lines-moved          pic 9(6) value zero.
       01 spool-line-hold      pic x(100).
       01 dropping-switch      pic x value "N".
           88 now-dropping     value "Y".

      *    What a BURST delivery (or a resend) is after: PRG59.CTL
      *    reads BURST report run-date store NIGHTLY|RESEND.
       01 burst-mode-switch    pic x value "N".
           88 batch-burst-run  value "Y".
       01 Burst-Request.
           03 burst-action     pic x(6).
           03 burst-report     pic x(6).
           03 burst-date       pic x(10).
           03 burst-store      pic x(2).
           03 burst-source     pic x(7).

      *    The distinct stores marked in the spool being ingested.
       01 Burst-Store-Table.
           03 Burst-Store-Entry occurs 100 times.
               05 bst-store    pic x(2).
       01 Burst-Store-Count    pic 999 value zero.
       01 Burst-Store-Index    pic 999.
       01 store-listed-switch  pic x value "N".
           88 store-already-listed value "Y".
       01 pieces-queued        pic 9(4) value zero.

      *    Walking the archive for one store's piece.
       01 in-report-switch     pic x value "N".
           88 in-wanted-report value "Y".
       01 marker-seen-switch   pic x value "N".
           88 store-marker-seen value "Y".
       01 burst-row-switch     pic x value "N".
           88 burst-preamble-row value "P".
           88 burst-store-row  value "S".
       01 burst-current-store  pic x(2).
       01 burst-lines-found    pic 9(6) value zero.
       01 burst-lines-written  pic 9(6) value zero.
       01 burst-result         pic x(9).
       01 dist-found-switch    pic x value "N".
           88 dist-on-file     value "Y".

      *    The delivery log view - the last rows for one store.
       01 log-eof-flag         pic xxx value spaces.
           88 log-end          value 'YES'.
       01 log-store            pic x(2).
       01 log-match-count      pic 9(5) value zero.
       01 log-skip-count       pic 9(5) value zero.
       01 log-seen-count       pic 9(5) value zero.
       01 Screen-Row           pic 99.

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           move yy of date-accept-record to rdf-yy

           perform 1100-Check-For-Batch-Run
           evaluate true
               when batch-ingest-run
                   perform 2000-Ingest-Spools
               when batch-burst-run
                   perform 6000-Burst-One-Piece
               when other
                   perform 1500-Show-Menu
                       until menu-choice = "X"
           end-evaluate
           stop run.

       1100-Check-For-Batch-Run.
                   if Control-Record (1:6) = "INGEST"
                       move "Y" to batch-mode-switch
                   end-if
                   if Control-Record (1:6) = "BURST "
                       move "Y" to burst-mode-switch
                       move spaces to Burst-Request
                       unstring Control-Record delimited by all space
                           into burst-action burst-report burst-date
                                burst-store burst-source
                       end-unstring
                   end-if
           end-read
           close Control-File.

           display "(L)ist the archive" at 0710
           display "(P)rint a saved report" at 0810
           display "(A)ge old reports off" at 0910
           display "(S)end a store's piece again" at 1010
           display "(D)elivery log for a store" at 1110
           display "Pick one, or <x> to quit:" at 1310
           accept menu-choice at 1337
           call "CBL_TOUPPER" using menu-choice
                       by value length of menu-choice
           evaluate menu-choice
               when "L" perform 3000-List-Archive
               when "P" perform 4000-Reprint-Report
               when "A" perform 5000-Age-Archive
               when "S" perform 7000-Resend-Piece
               when "D" perform 8000-Show-Delivery-Log
               when other continue
           end-evaluate.

       2000-Ingest-Spools.
           move zero to reports-ingested
           move zero to pieces-queued
           open extend Spool-Archive-File
           open input Store-Dist-File
           perform 2100-Ingest-One-Spool
               varying spool-index from 1 by 1
               until spool-index > 11
           close Store-Dist-File
           close Spool-Archive-File
           if not batch-ingest-run
               display spaces at 1501 erase eos
               display "Spools ingested:" at 1510
               display reports-ingested at 1528
               display "Store pieces queued:" at 1610
               display pieces-queued at 1631
               display "Press <Enter> to Continue" at 2440
               stop spaces
           end-if.
               when 6 move "PRG32" to Current-Spool-Tag
               when 7 move "PRG35" to Current-Spool-Tag
               when 8 move "PRG75" to Current-Spool-Tag
               when 9 move "PRG166" to Current-Spool-Tag
               when 10 move "PRG38" to Current-Spool-Tag
               when 11 move "PRG45" to Current-Spool-Tag
           end-evaluate
           move spaces to spl-eof-flag
           move zero to lines-moved
           move zero to Burst-Store-Count
           perform 2210-Open-Spool-Input
           perform 2250-Move-One-Line until spl-end
           perform 2220-Close-Spool
               add 1 to reports-ingested
      *    Empty the spool so tomorrow's run starts a fresh one.
               perform 2230-Truncate-Spool
               perform 2400-Queue-One-Store
                   varying Burst-Store-Index from 1 by 1
                   until Burst-Store-Index > Burst-Store-Count
           end-if.

       2210-Open-Spool-Input.
               when 6 open input Spl32-File
               when 7 open input Spl35-File
               when 8 open input Spl75-File
               when 9 open input Spl166-File
               when 10 open input Spl38-File
               when 11 open input Spl45-File
           end-evaluate.

       2220-Close-Spool.
               when 6 close Spl32-File
               when 7 close Spl35-File
               when 8 close Spl75-File
               when 9 close Spl166-File
               when 10 close Spl38-File
               when 11 close Spl45-File
           end-evaluate.

       2230-Truncate-Spool.
                      close Spl35-File
               when 8 open output Spl75-File
                      close Spl75-File
               when 9 open output Spl166-File
                      close Spl166-File
               when 10 open output Spl38-File
                      close Spl38-File
               when 11 open output Spl45-File
                      close Spl45-File
           end-evaluate.

      *    The line is read into a hold field of its own - the
                   read Spl75-File into spool-line-hold
                       at end move "YES" to spl-eof-flag
                   end-read
               when 9
                   read Spl166-File into spool-line-hold
                       at end move "YES" to spl-eof-flag
                   end-read
               when 10
                   read Spl38-File into spool-line-hold
                       at end move "YES" to spl-eof-flag
                   end-read
               when 11
                   read Spl45-File into spool-line-hold
                       at end move "YES" to spl-eof-flag
                   end-read
           end-evaluate
           if not spl-end
               if lines-moved = zero
           move Run-Date-Formatted to spa-date
           write Spool-Archive-Record.

      *    A store marker is filed as an S row holding just the
      *    store, and the store noted for delivery; a blank one
      *    closes the last store ahead of the company totals.
       2350-Write-Archive-Line.
           move Current-Spool-Tag to spa-report
           move Run-Date-Formatted to spa-date
           if spool-line-hold (1:8) = Burst-Marker-Tag
               move "S" to spa-row-type
               move spool-line-hold (9:2) to spa-text
               if spool-line-hold (9:2) not = spaces
                   perform 2360-List-Burst-Store
               end-if
           else
               move "L" to spa-row-type
               move spool-line-hold to spa-text
           end-if
           write Spool-Archive-Record.

       2360-List-Burst-Store.
           move "N" to store-listed-switch
           perform 2370-Check-Listed-Store
               varying Burst-Store-Index from 1 by 1
               until Burst-Store-Index > Burst-Store-Count
           if not store-already-listed
                   and Burst-Store-Count < 100
               add 1 to Burst-Store-Count
               move spool-line-hold (9:2)
                   to bst-store (Burst-Store-Count)
           end-if.

       2370-Check-Listed-Store.
           if spool-line-hold (9:2) = bst-store (Burst-Store-Index)
               move "Y" to store-listed-switch
           end-if.

      *    A store with no distribution row gets its pages only in
      *    the office copy.
       2400-Queue-One-Store.
           move Current-Spool-Tag to burst-report
           move Run-Date-Formatted to burst-date
           move bst-store (Burst-Store-Index) to burst-store
           move "NIGHTLY" to burst-source
           perform 2410-Read-Store-Dist
           if dist-on-file and Dist-Method-Ok
               perform 2450-Queue-Delivery
           end-if.

       2410-Read-Store-Dist.
           move burst-store to Store-Number-SD
           move "Y" to dist-found-switch
           read Store-Dist-File
               invalid key move "N" to dist-found-switch
           end-read.

      *    Each delivery calls this program back to cut the piece,
      *    then copies it to the store's print queue and/or BLATs
      *    it to the store - no BURST.TXT means nothing was found
      *    and nothing goes out.  PRG59.CTL is removed straight
      *    away so a later run of the menu is never taken for a
      *    delivery.
       2450-Queue-Delivery.
           open extend Deliver-File
           move "if exist BURST.TXT del BURST.TXT" to Deliver-Record
           write Deliver-Record
           move spaces to Deliver-Record
           string "echo BURST " delimited by size
                  burst-report delimited by space
                  " " delimited by size
                  burst-date delimited by size
                  " " delimited by size
                  burst-store delimited by size
                  " " delimited by size
                  burst-source delimited by space
                  "> PRG59.CTL" delimited by size
                  into Deliver-Record
           write Deliver-Record
           move "PRG59" to Deliver-Record
           write Deliver-Record
           move "del PRG59.CTL" to Deliver-Record
           write Deliver-Record
           if Dist-By-Print or Dist-By-Both
               move spaces to Deliver-Record
               string "if exist BURST.TXT copy BURST.TXT "
                          delimited by size
                      Print-Queue-SD delimited by space
                      into Deliver-Record
               write Deliver-Record
           end-if
           if Dist-By-Email or Dist-By-Both
               move spaces to Deliver-Record
               string "if exist BURST.TXT BLAT BURST.TXT -to "
                          delimited by size
                      Email-Address-SD delimited by space
                      " -s " delimited by size
                      quote delimited by size
                      burst-report delimited by space
                      " for " delimited by size
                      burst-date delimited by size
                      " - store " delimited by size
                      burst-store delimited by size
                      quote delimited by size
                      into Deliver-Record
               write Deliver-Record
           end-if
           close Deliver-File
           add 1 to pieces-queued.

       3000-List-Archive.
           display spaces at 0101 erase eos
           display "Saved reports:" at 0310
                           move "N" to printing-switch
                       end-if
                   else
                       if now-printing and spa-row-type = "L"
                           write Printer-Record from spa-text
                       end-if
                   end-if
               not at end
                   write Spool-Archive-Record
           end-read.

      *    Cuts one store's piece of a saved report out of the
      *    archive for DELIVER.BAT: the lines ahead of the report's
      *    first store marker (its heading) and every line behind a
      *    marker for the store.  A store with no pages on that
      *    report and date leaves no BURST.TXT, so the batch sends
      *    nothing; either way the attempt goes on burstlog.dat.
       6000-Burst-One-Piece.
           perform 6100-Count-Store-Lines
           open input Store-Dist-File
           perform 2410-Read-Store-Dist
           close Store-Dist-File
           if not dist-on-file
               move spaces to Store-Dist-Record
           end-if
           move zero to burst-lines-written
           if burst-lines-found > zero
               perform 6200-Write-Burst-File
               move "SENT" to burst-result
           else
               move "NOT FOUND" to burst-result
           end-if
           perform 6500-Log-Delivery
           display "PRG59 burst " burst-report " " burst-date
                   " store " burst-store " - " burst-result.

       6100-Count-Store-Lines.
           move zero to burst-lines-found
           move "N" to in-report-switch
           move spaces to arc-eof-flag
           open input Spool-Archive-File
           perform 6150-Count-One-Row until arc-end
           close Spool-Archive-File.

       6150-Count-One-Row.
           read Spool-Archive-File
               at end move "YES" to arc-eof-flag
               not at end
                   perform 6300-Classify-Burst-Row
                   if burst-store-row
                       add 1 to burst-lines-found
                   end-if
           end-read.

       6200-Write-Burst-File.
           move "N" to in-report-switch
           move spaces to arc-eof-flag
           open input Spool-Archive-File
           open output Burst-File
           perform 6250-Write-One-Row until arc-end
           close Spool-Archive-File
           close Burst-File.

       6250-Write-One-Row.
           read Spool-Archive-File
               at end move "YES" to arc-eof-flag
               not at end
                   perform 6300-Classify-Burst-Row
                   if burst-preamble-row or burst-store-row
                       write Burst-Record from spa-text
                       add 1 to burst-lines-written
                   end-if
           end-read.

      *    The H row for the wanted report and date starts the walk,
      *    the next H row ends it; an S row sets the store the lines
      *    behind it belong to, and a blank one hands the rest to
      *    the office copy.
       6300-Classify-Burst-Row.
           move "N" to burst-row-switch
           evaluate spa-row-type
               when "H"
                   if spa-report = burst-report
                           and spa-date = burst-date
                       move "Y" to in-report-switch
                   else
                       move "N" to in-report-switch
                   end-if
                   move "N" to marker-seen-switch
                   move spaces to burst-current-store
               when "S"
                   if in-wanted-report
                       move "Y" to marker-seen-switch
                       move spa-text (1:2) to burst-current-store
                   end-if
               when "L"
                   if in-wanted-report
                       if not store-marker-seen
                           move "P" to burst-row-switch
                       else
                           if burst-current-store = burst-store
                               move "S" to burst-row-switch
                           end-if
                       end-if
                   end-if
           end-evaluate.

       6500-Log-Delivery.
           move spaces to Burst-Log-Record
           move Run-Date-Formatted to bl-date
           move time-report-record to bl-time
           move burst-report to bl-report
           move burst-date to bl-run-date
           move burst-store to bl-store
           move Dist-Method-SD to bl-method
           move burst-lines-written to bl-lines
           move burst-source to bl-source
           move burst-result to bl-result
           move Print-Queue-SD to bl-print-queue
           move Email-Address-SD to bl-email
           open extend Burst-Log-File
           write Burst-Log-Record
           close Burst-Log-File.

      *    A store that never got its piece is sent it again from
      *    the archive: the delivery is queued on DELIVER.BAT marked
      *    RESEND and goes with tonight's run, or straight away if
      *    the operator runs DELIVER.BAT.
       7000-Resend-Piece.
           display spaces at 0101 erase eos
           display "car3872's Send A Store's Piece Again" at 0220
           display "Report name (PRGnn):" at 0410
           move spaces to burst-report
           accept burst-report at 0432
           call "CBL_TOUPPER" using burst-report
                       by value length of burst-report
           display "Run date (mm/dd/yyyy):" at 0510
           move spaces to burst-date
           accept burst-date at 0534
           display "Store #:" at 0610
           move spaces to burst-store
           accept burst-store at 0620
           move "RESEND" to burst-source
           open input Store-Dist-File
           perform 2410-Read-Store-Dist
           close Store-Dist-File
           display spaces at 0801 erase eos
           if burst-store = spaces
                   or not dist-on-file
                   or not Dist-Method-Ok
               display "That store has no distribution entry."
                   at 0810
           else
               perform 6100-Count-Store-Lines
               if burst-lines-found = zero
                   display "No pages for that store on that "
                       "report/date." at 0810
               else
                   perform 2450-Queue-Delivery
                   display "Queued on DELIVER.BAT - it goes with "
                       "tonight's run," at 0810
                   display "or run DELIVER.BAT now to send it "
                       "straight away." at 0910
               end-if
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.

      *    The most recent deliveries for one store, newest last -
      *    a first pass counts the store's rows so the second shows
      *    only the last screenful.
       8000-Show-Delivery-Log.
           display spaces at 0101 erase eos
           display "car3872's Delivery Log" at 0220
           display "Store #:" at 0310
           move spaces to log-store
           accept log-store at 0320
           move zero to log-match-count
           move spaces to log-eof-flag
           open input Burst-Log-File
           perform 8100-Count-Log-Row until log-end
           close Burst-Log-File
           move zero to log-skip-count
           if log-match-count > 14
               compute log-skip-count = log-match-count - 14
           end-if
           display "Sent On" at 0501
           display "Time" at 0512
           display "Report" at 0521
           display "Run Date" at 0528
           display "Lines" at 0540
           display "Source" at 0546
           display "M" at 0554
           display "Went To" at 0556
           move 06 to Screen-Row
           move zero to log-seen-count
           move spaces to log-eof-flag
           open input Burst-Log-File
           perform 8200-Show-Log-Row until log-end
           close Burst-Log-File
           if log-match-count = zero
               display "Nothing sent to that store on file." at 0610
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.

       8100-Count-Log-Row.
           read Burst-Log-File
               at end move "YES" to log-eof-flag
               not at end
                   if bl-store = log-store
                       add 1 to log-match-count
                   end-if
           end-read.

       8200-Show-Log-Row.
           read Burst-Log-File
               at end move "YES" to log-eof-flag
               not at end
                   if bl-store = log-store
                       add 1 to log-seen-count
                       if log-seen-count > log-skip-count
                           perform 8250-Display-Log-Row
                       end-if
                   end-if
           end-read.

       8250-Display-Log-Row.
           display bl-date at line Screen-Row column 1
           display bl-time at line Screen-Row column 12
           display bl-report at line Screen-Row column 21
           display bl-run-date at line Screen-Row column 28
           display bl-lines at line Screen-Row column 39
           display bl-source at line Screen-Row column 46
           display bl-method at line Screen-Row column 54
           if not bl-piece-sent
               display bl-result at line Screen-Row column 56
           else
               if bl-method = "E"
                   display bl-email (1:24)
                       at line Screen-Row column 56
               else
                   display bl-print-queue (1:24)
                       at line Screen-Row column 56
               end-if
           end-if
           add 1 to Screen-Row.
