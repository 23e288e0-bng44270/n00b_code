      *    terminated count, period sales, commission and deduction,
      *    with store subtotals and company totals behind them.
      *    Store and department names come off the PRG31 masters.
      *    The report spools to PRG45.SPL for PRG59 to archive, and
      *    a store marker ahead of each store's page lets PRG59
      *    burst it so every manager is sent just their own page;
      *    the company total stays with the office copy.

       environment division.
       input-output section.
                  access is sequential
                  record key is Dept-Number-DM.

           select Output-Printer-File assign to "PRG45.SPL"
                  organization is line sequential.

       data division.
       file section.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy burstmk.
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
       01 eor-flag             pic xxx value spaces.
               perform 2600-Dept-Control-Break
               perform 2700-Store-Control-Break
           end-if
           move spaces to Burst-Marker-Store
           write Output-Printer-Record from Burst-Marker-Line
           perform 5000-Write-Company-Total
           close Output-Printer-File.

           end-if.

       2500-Write-Page-Heading.
           move Store-Def-Key-Hold to Burst-Marker-Store
           write Output-Printer-Record from Burst-Marker-Line
           perform 2410-Find-Store-Name
           move Store-Def-Key-Hold to store-number-hd
           move Matched-Store-Name to store-name-hd
