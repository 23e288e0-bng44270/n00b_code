      *    owners ask for at budget time and the one figure no report
      *    ever printed.  Department and store control breaks follow
      *    PRG09's 2600/2700 pattern off the indexed master's key
      *    order, with company-wide totals at the end.  A store
      *    marker opens each store's lines so PRG59 can burst the
      *    spool and send every store its own piece.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY burstmk.

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               PERFORM 2600-Dept-Control-Break
               PERFORM 2700-Store-Control-Break
           END-IF
           MOVE SPACES TO Burst-Marker-Store
           WRITE OUTPUT-PRINTER-RECORD FROM Burst-Marker-Line
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE ORIGINAL-FILE
           CLOSE OUTPUT-PRINTER-FILE
               MOVE 0 TO LOOP-CHECKER
               MOVE Store-Number-IR TO Store-Def-Key-Hold
               MOVE Department-Number-IR TO Dept-Def-Key-Hold
               PERFORM 2690-Write-Store-Marker
           ELSE
               IF Store-Number-IR NOT = Store-Def-Key-Hold
                   PERFORM 2600-Dept-Control-Break
                   PERFORM 2700-Store-Control-Break
                   MOVE Store-Number-IR TO Store-Def-Key-Hold
                   MOVE Department-Number-IR TO Dept-Def-Key-Hold
                   PERFORM 2690-Write-Store-Marker
               ELSE
                   IF Department-Number-IR NOT = Dept-Def-Key-Hold
                       PERFORM 2600-Dept-Control-Break
           INITIALIZE Dept-Cost-Total Dept-Retail-Total
               Dept-Margin-Total.

      *    Marks where the store's lines begin so PRG59 can burst
      *    the spool into one piece per store; the report heading
      *    ahead of the first marker goes with every piece, the
      *    company totals behind the blank one stay in the office.
       2690-Write-Store-Marker.
           MOVE Store-Def-Key-Hold TO Burst-Marker-Store
           WRITE OUTPUT-PRINTER-RECORD FROM Burst-Marker-Line.

       2700-Store-Control-Break.
           WRITE OUTPUT-PRINTER-RECORD FROM SPACES AFTER ADVANCING 1
           MOVE Store-Def-Key-Hold TO Report-Store-Number
