      *    names off STOREMST.DAT the way PRG45 decorates its
      *    payroll report.  Runs at the tail of NIGHTLY.BAT and
      *    spools to PRG75.SPL so PRG59 archives it with the other
      *    overnight reports.  Each store's group opens with a
      *    store marker so PRG59 can burst the spool and deliver
      *    every store its own figures; the company line stays with
      *    the office copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY burstmk.

      *    One bucket per store/department pair seen on either day.
       01 Flash-Table.
           PERFORM 4100-PRINT-ONE-STORE
               VARYING Flash-Store-Index FROM 1 BY 1
               UNTIL Flash-Store-Index > Flash-Store-Count
           MOVE SPACES TO Burst-Marker-Store
           WRITE OUTPUT-PRINTER-RECORD FROM Burst-Marker-Line
           MOVE Company-Units-Total TO CO-YDAY-UNITS-DL
           MOVE Company-Dollars-Total TO CO-YDAY-DOLLARS-DL
           MOVE Company-Lw-Units-Total TO CO-LWEEK-UNITS-DL
           PERFORM 4150-FIND-STORE-NAME
           MOVE Fsl-Store (Flash-Store-Index) TO STORE-NUMBER-HD
           MOVE Matched-Store-Name TO STORE-NAME-HD
           MOVE Fsl-Store (Flash-Store-Index) TO Burst-Marker-Store
           WRITE OUTPUT-PRINTER-RECORD FROM Burst-Marker-Line
           WRITE OUTPUT-PRINTER-RECORD FROM STORE-GROUP-LINE
                       AFTER ADVANCING 2 LINES
           WRITE OUTPUT-PRINTER-RECORD FROM COLUMN-HEADING-LINE
