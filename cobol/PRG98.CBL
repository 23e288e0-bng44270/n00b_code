      *    runlog.dat and reports every expected run that is
      *    missing, stale, out of calendar order overnight, or
      *    finished with a bad Rlog-Status.  MORNING.BAT mails the
      *    result the way NIGHTLY.BAT mails its log.  A batch stream
      *    PRG168 shows still half-finished on STEPCTL.DAT - stopped
      *    part way and not yet resumed or started fresh from
      *    PRG169's screen - is reported as in trouble as well.

       environment division.
       input-output section.
                  organization is line sequential.
           select optional Run-Log-File assign to disk "runlog.dat"
                  organization is line sequential.
           select optional Step-Control-File assign to disk
                  "stepctl.dat"
                  organization is indexed
                  access is sequential
                  record key is Step-Key-SC.
           select Output-Printer-File assign to printer "lpt1".

       data division.
       fd Run-Log-File.
       copy runlog.

       fd Step-Control-File.
       copy stepctl.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

           88 cal-end          value 'YES'.
       01 log-eof-flag         pic xxx value spaces.
           88 log-end          value 'YES'.
       01 step-eof-flag        pic xxx value spaces.
           88 step-end         value 'YES'.

      *    Latest run per program off the log, PRG52's table shape.
       01 Program-Table.
           03                  pic x(4) value spaces.
           03 condition-dl     pic x(14).

       01 Stream-Heading-Line.
           03                  pic x(7) value "STREAM".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "BUS. DATE".
           03                  pic x(2) value spaces.
           03                  pic x(10) value "STOPPED AT".
           03                  pic x(2) value spaces.
           03                  pic x(12) value "CONDITION".

       01 Stream-Detail-Line.
           03 stream-dl        pic x(8).
           03                  pic x value space.
           03 business-date-dl pic x(10).
           03                  pic x(2) value spaces.
           03 stopped-at-dl    pic x(8).
           03                  pic x(4) value spaces.
           03 stream-cond-dl   pic x(17).

       01 Calendar-Conclusion-Line.
           03                  pic x(16) value "Scheduled:".
           03 calendar-cl      pic zz9.
           write Output-Printer-Record after advancing 1 lines
           perform 2000-Check-One-Calendar-Row
               until cal-end
           perform 3000-Check-Stream-Steps
           move calendar-count to calendar-cl
           write Output-Printer-Record
               from Calendar-Conclusion-Line
                   move "OK" to condition-dl
           end-evaluate.

      *    Every stream header still RUN is a stream that stopped
      *    part way - the streams run overnight, so by the morning
      *    check a finished one has been marked DONE.
       3000-Check-Stream-Steps.
           write Output-Printer-Record from Stream-Heading-Line
               after advancing 3 lines
           open input Step-Control-File
           perform 3100-Read-Stream-Row
               until step-end
           close Step-Control-File.

       3100-Read-Stream-Row.
           read Step-Control-File next record
               at end move "YES" to step-eof-flag
               not at end
                   if Step-Is-Header
                       move Step-Stream-SC to stream-dl
                       move Step-Business-Date-SC to business-date-dl
                       move Step-Current-SC to stopped-at-dl
                       if Stream-Running
                           move "** HALF-FINISHED" to stream-cond-dl
                           add 1 to trouble-count
                       else
                           move "OK" to stream-cond-dl
                       end-if
                       write Output-Printer-Record
                           from Stream-Detail-Line
                           after advancing 1 lines
                   end-if
           end-read.

      *    mm/dd/yyyy to a serial day - the same formula PRG20's
      *    1700-Compute-Day-Number uses for its week buckets.
       2650-Compute-Date-Serial.
