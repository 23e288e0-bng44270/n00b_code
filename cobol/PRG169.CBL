       identification division.
       program-id.  prg169.
       author.  Andy Carlson.

      *    Batch stream restart - shows where NIGHTLY.BAT and
      *    PAYROLL.BAT stand on STEPCTL.DAT (the business date each
      *    is working, finished or half-finished, and the step a
      *    half-finished one stopped at) and lets the operator say
      *    what the next start does.  Resume leaves it to carry on
      *    from the stopped step, skipping what already ran for the
      *    business date - the way PRG168 restarts by default.
      *    Skip passes over the stopped step itself, marked on the
      *    file under the operator's id; it is offered only at
      *    level 3 and goes on stepover.log the way PRG57's lock
      *    clears go on lockover.log.  Fresh throws the half-
      *    finished run away so the next start begins a new
      *    business date and runs every step; it is logged too.

       environment division.
       input-output section.
       file-control.
           select optional Step-Control-File assign to disk
                  "stepctl.dat"
                  organization is indexed
                  access is dynamic
                  record key is Step-Key-SC.

      *    One row per skip or fresh start, so a restart decision
      *    has a trail the way a lock override does.
           select optional Step-Log-File assign to disk
                  "stepover.log"
                  organization is line sequential.

       data division.
       file section.
       fd Step-Control-File.
       copy stepctl.

       fd Step-Log-File.
       01 Step-Log-Record.
           03 sl-date          pic x(10).
           03                  pic x value space.
           03 sl-time          pic x(8).
           03                  pic x value space.
           03 sl-initials      pic x(10).
           03                  pic x value space.
           03 sl-stream        pic x(8).
           03                  pic x value space.
           03 sl-business-date pic x(10).
           03                  pic x value space.
           03 sl-what          pic x(20).

       working-storage section.
       copy gencode.
       copy signon.
       01 string-date          pic x(30).
       01 stream-response      pic x.
       01 action-response      pic x.
       01 chosen-stream        pic x(8).
       01 show-stream          pic x(8).
       01 Screen-Row           pic 99.
       01 header-switch        pic x value "N".
           88 header-on-file   value "Y".
       01 step-row-switch      pic x value "N".
           88 step-row-on-file value "Y".
       01 Header-Hold          pic x(67).
       01 Business-Date-Hold   pic x(10).
       01 Skipped-Step         pic x(8).

       01 Log-Date-Formatted.
           03 ldf-mm            pic 99.
           03                   pic x value "/".
           03 ldf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 ldf-yy            pic 99.

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
           move mm of date-accept-record to ldf-mm
           move dd of date-accept-record to ldf-dd
           move yy of date-accept-record to ldf-yy

           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
           end-if
           open i-o Step-Control-File
           perform 2000-Show-Streams
           display "Stream - <n>ightly, <p>ayroll, or <Enter> to leave:"
               at 1010
           move space to stream-response
           accept stream-response at 1063
           call "CBL_TOUPPER" using stream-response
                       by value length of stream-response
           evaluate stream-response
               when "N" move "NIGHTLY" to chosen-stream
                        perform 3000-Restart-Choice
               when "P" move "PAYROLL" to chosen-stream
                        perform 3000-Restart-Choice
               when other continue
           end-evaluate
           close Step-Control-File
           goback.

       2000-Show-Streams.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Stream Restart" at 0220
           display "Stream" at 0410
           display "Bus. Date" at 0420
           display "State" at 0433
           display "Stopped At" at 0450
           display "Next Start" at 0463
           move "NIGHTLY" to show-stream
           move 05 to Screen-Row
           perform 2100-Show-One-Stream
           move "PAYROLL" to show-stream
           move 06 to Screen-Row
           perform 2100-Show-One-Stream.

       2100-Show-One-Stream.
           display show-stream at line Screen-Row column 10
           move show-stream to Step-Stream-SC
           move "*STREAM" to Step-Name-SC
           read Step-Control-File
               invalid key
                   display "never run" at line Screen-Row column 33
               not invalid key
                   display Step-Business-Date-SC
                       at line Screen-Row column 20
                   if Stream-Finished
                       display "finished" at line Screen-Row column 33
                   else
                       display "HALF-FINISHED"
                           at line Screen-Row column 33
                       display Step-Current-SC
                           at line Screen-Row column 50
                       if Restart-Fresh
                           display "fresh"
                               at line Screen-Row column 63
                       else
                           display "resume"
                               at line Screen-Row column 63
                       end-if
                   end-if
           end-read.

      *    Only a half-finished stream has anything to decide - a
      *    finished one starts a new business date on its own.
       3000-Restart-Choice.
           move chosen-stream to Step-Stream-SC
           move "*STREAM" to Step-Name-SC
           move "Y" to header-switch
           read Step-Control-File
               invalid key move "N" to header-switch
           end-read
           if not header-on-file or Stream-Finished
               display "That stream is not half-finished" at 2320
               display "Press <Enter> to Continue" at 2440
               stop spaces
           else
               move Step-Control-Record to Header-Hold
               move Step-Business-Date-SC to Business-Date-Hold
               display "<r>esume, <s>kip the stopped step, <f>resh:"
                   at 1210
               move space to action-response
               accept action-response at 1255
               call "CBL_TOUPPER" using action-response
                           by value length of action-response
               evaluate action-response
                   when "R" perform 3100-Resume-Stream
                   when "S" perform 3200-Skip-Stopped-Step
                   when "F" perform 3300-Fresh-Start
                   when other continue
               end-evaluate
           end-if.

       3100-Resume-Stream.
           move space to Step-Restart-SC
           rewrite Step-Control-Record
           end-rewrite
           display "Rerun the stream - it resumes at" at 2320
           display Step-Current-SC at 2353
           display "Press <Enter> to Continue" at 2440
           stop spaces.

      *    The stopped step is stamped SKIP for the business date
      *    under the operator's id, so PRG168 passes over it and
      *    the stream's log says who decided.
       3200-Skip-Stopped-Step.
           if so-level < 3
               display "Skipping a step needs a level-3 operator"
                   at 2320
           else
               if Step-Current-SC = spaces
                   display "No stopped step to skip" at 2320
               else
                   move Step-Current-SC to Skipped-Step
                   move chosen-stream to Step-Stream-SC
                   move Skipped-Step to Step-Name-SC
                   move "Y" to step-row-switch
                   read Step-Control-File
                       invalid key
                           move "N" to step-row-switch
                           initialize Step-Control-Record
                           move chosen-stream to Step-Stream-SC
                           move Skipped-Step to Step-Name-SC
                   end-read
                   move Business-Date-Hold to Step-Business-Date-SC
                   move "SKIP" to Step-Status-SC
                   move Log-Date-Formatted to Step-Stamp-Date-SC
                   move time-report-record to Step-Stamp-Time-SC
                   move so-operator-id to Step-Operator-SC
                   if step-row-on-file
                       rewrite Step-Control-Record
                       end-rewrite
                   else
                       write Step-Control-Record
                       end-write
                   end-if
                   move Header-Hold to Step-Control-Record
                   move spaces to Step-Current-SC
                   move space to Step-Restart-SC
                   rewrite Step-Control-Record
                   end-rewrite
                   move spaces to sl-what
                   string "SKIPPED " delimited by size
                          Skipped-Step delimited by space
                          into sl-what
                   perform 3500-Log-The-Decision
                   display "Step skipped:" at 2320
                   display Skipped-Step at 2334
               end-if
           end-if
           display "Press <Enter> to Continue" at 2440
           stop spaces.

       3300-Fresh-Start.
           move "F" to Step-Restart-SC
           rewrite Step-Control-Record
           end-rewrite
           move "FRESH START" to sl-what
           perform 3500-Log-The-Decision
           display "Next start begins a fresh business date" at 2320
           display "Press <Enter> to Continue" at 2440
           stop spaces.

       3500-Log-The-Decision.
           move Log-Date-Formatted to sl-date
           move time-report-record to sl-time
           move so-operator-id to sl-initials
           move chosen-stream to sl-stream
           move Business-Date-Hold to sl-business-date
           open extend Step-Log-File
           write Step-Log-Record
           close Step-Log-File.
