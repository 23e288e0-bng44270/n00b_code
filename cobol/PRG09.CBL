       WORKING-STORAGE SECTION.

       COPY runlogw.
       COPY burstmk.

      *    One line per start-of-job prompt, in the same order the
      *    prompts ask for them: title, page size, then one
           03                          pic x value ",".
           03 Snapshot-Grand-Total     pic 9(9)v99.

      *    Behind each run's total row, one row per store/dept/
      *    category with its units and value at cost - the monthly
      *    average inventory PRG146's turnover report works from.
      *    The "D" and the comma inside the total's columns keep
      *    PRG32 and PRG60, which only take a row whose total is
      *    numeric, reading the total rows alone.
       01 Snapshot-Dept-Detail.
           03 Snapshot-Dept-Date       pic x(10).
           03                          pic x value ",".
           03                          pic x value "D".
           03                          pic x value ",".
           03 Snapshot-Dept-Store      pic x(2).
           03                          pic x value ",".
           03 Snapshot-Dept-Number     pic x(2).
           03                          pic x value ",".
           03 Snapshot-Dept-Category   pic x(4).
           03                          pic x value ",".
           03 Snapshot-Dept-Units      pic 9(9).
           03                          pic x value ",".
           03 Snapshot-Dept-Value      pic 9(9)v99.

       01 Snapshot-Bucket-Table.
           03 Snapshot-Bucket occurs 500 times.
               05 Sb-Store             pic x(2).
               05 Sb-Dept              pic x(2).
               05 Sb-Category          pic x(4).
               05 Sb-Units             pic 9(9).
               05 Sb-Value             pic 9(9)v99.
       01 Snapshot-Bucket-Count    pic 9(3) value zero.
       01 Snapshot-Bucket-Index    pic 9(3).
       01 Snapshot-Bucket-Switch   pic x value "N".
           88 Snapshot-Bucket-Found value "Y".

       01 RECORD-COUNT-CONCLUSION-LINE.
           03                          PIC X(13) VALUE "Records Read:".
           03 RECORDS-READ-CL         PIC ZZZ,ZZ9.
      *    The indexed master hands records back in store/dept/product
      *    key order, so the control breaks fall out of one read
      *    pass with no sort step in front of them.
      *    Each store's pages open with a store marker and the
      *    first page heading waits for the first record, so every
      *    store's piece stands on its own when PRG59 bursts the
      *    spool; the company conclusion follows a blank marker and
      *    stays with the office copy.
       report-pass.
           move 1 to Loop-Checker
           OPEN INPUT ORIGINAL-FILE
           open output Output-Printer-File
           move zero to Line-Report-Counter
           move 1 to Page-Report-Counter
           PERFORM 2000-READ-ORIGINAL-FILE
               UNTIL END-OF-FILE
           if First-Time
             perform 2500-Write-Page-Heading
             PERFORM 3000-WRITE-HEADING
           else
             perform 2600-Dept-Control-Break
             perform 2700-Store-Control-Break
           end-if
           move spaces to Burst-Marker-Store
           write Output-Printer-Record from Burst-Marker-Line
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE ORIGINAL-FILE
           close output-printer-file.
             move 0 to Loop-Checker
             move Store-Number-IR to Store-Def-Key-Hold
             move Department-Number-IR to Dept-Def-Key-Hold
             perform 2490-Write-Store-Marker
             perform 2500-Write-Page-Heading
             perform 3000-WRITE-HEADING
           else
             if Store-Number-IR not = Store-Def-Key-Hold
               perform 2600-Dept-Control-Break
               move Department-Number-IR to Dept-Def-Key-Hold
               add 1 to Page-Report-Counter
               move zero to Line-Report-Counter
               perform 2490-Write-Store-Marker
               perform 2500-Write-Page-Heading
               perform 3000-WRITE-HEADING
             else
                    ADD Quantity-IR TO INVENTORY-ACCUMULATOR
                    COMPUTE TOTAL-COST = Quantity-IR * Unit-Cost-IR
                    ADD TOTAL-COST TO GRAND-TOTAL
                    perform 2090-Add-To-Snapshot-Bucket
                    perform 2080-Write-Detail-Line
                  else
                    add 1 to Records-Excluded-Counter
                  end-if
           END-READ.

      *    Category varies inside a department, so the buckets
      *    are searched rather than broken on like the totals.
       2090-Add-To-Snapshot-Bucket.
           move "N" to Snapshot-Bucket-Switch
           perform 2095-Check-Snapshot-Bucket
               varying Snapshot-Bucket-Index from 1 by 1
               until Snapshot-Bucket-Index > Snapshot-Bucket-Count
                  or Snapshot-Bucket-Found
           if Snapshot-Bucket-Found
               subtract 1 from Snapshot-Bucket-Index
           else
               if Snapshot-Bucket-Count < 500
                   add 1 to Snapshot-Bucket-Count
                   move Snapshot-Bucket-Count to Snapshot-Bucket-Index
                   move Store-Number-IR
                       to Sb-Store (Snapshot-Bucket-Index)
                   move Department-Number-IR
                       to Sb-Dept (Snapshot-Bucket-Index)
                   move Category-Code-IR
                       to Sb-Category (Snapshot-Bucket-Index)
                   move zero to Sb-Units (Snapshot-Bucket-Index)
                   move zero to Sb-Value (Snapshot-Bucket-Index)
                   move "Y" to Snapshot-Bucket-Switch
               end-if
           end-if
           if Snapshot-Bucket-Found
               add Quantity-IR to Sb-Units (Snapshot-Bucket-Index)
               add TOTAL-COST to Sb-Value (Snapshot-Bucket-Index)
           end-if.

       2095-Check-Snapshot-Bucket.
           if Store-Number-IR = Sb-Store (Snapshot-Bucket-Index)
                  and Department-Number-IR
                      = Sb-Dept (Snapshot-Bucket-Index)
                  and Category-Code-IR
                      = Sb-Category (Snapshot-Bucket-Index)
               move "Y" to Snapshot-Bucket-Switch
           end-if.

      *    Marks where the store's pages begin so PRG59 can burst
      *    the spool into one piece per store - the marker is filed
      *    apart from the printed lines and never reprints.
       2490-Write-Store-Marker.
           move Store-Def-Key-Hold to Burst-Marker-Store
           write Output-Printer-Record from Burst-Marker-Line.

       2500-Write-Page-Heading.
           add 1 to Line-Report-Counter
           move Time-Report-Record to Time-Formatted
           move Grand-Total to Snapshot-Grand-Total
           open extend Snapshot-File
           write Snapshot-Record from Snapshot-Detail
           perform 6100-Write-Snapshot-Bucket
               varying Snapshot-Bucket-Index from 1 by 1
               until Snapshot-Bucket-Index > Snapshot-Bucket-Count
           close Snapshot-File.

       6100-Write-Snapshot-Bucket.
           move Date-Report-Record to Snapshot-Dept-Date
           move Sb-Store (Snapshot-Bucket-Index)
               to Snapshot-Dept-Store
           move Sb-Dept (Snapshot-Bucket-Index)
               to Snapshot-Dept-Number
           move Sb-Category (Snapshot-Bucket-Index)
               to Snapshot-Dept-Category
           move Sb-Units (Snapshot-Bucket-Index)
               to Snapshot-Dept-Units
           move Sb-Value (Snapshot-Bucket-Index)
               to Snapshot-Dept-Value
           write Snapshot-Record from Snapshot-Dept-Detail.

       9100-STAMP-RUN-START.
           ACCEPT Rlw-Date-Work FROM DATE
           ACCEPT Rlw-Time-Work FROM TIME
