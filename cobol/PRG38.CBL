      *    start restricts the run so each location prints only its
      *    own people; Enter prints everyone.  Run right after
      *    PRG18's close, while the period-deduction it stamped is
      *    still the period just ended.  Statements spool to
      *    PRG38.SPL for PRG59 to archive, each page behind a store
      *    marker, so PRG59 can burst an all-stores run and send
      *    every store its own people's statements.

       environment division.
       input-output section.
                  access is sequential
                  record key is ss-num of disk-record.

           select Output-Printer-File assign to "PRG38.SPL"
                  organization is line sequential.

      *    Outstanding advances off PRG91's screen - the balance
      *    line that stops the "what do I still owe" questions.

       working-storage section.
       copy gencode.
       copy burstmk.
       01 string-date          pic x(30).
       01 eof-flag             pic xxx value spaces.
           88 end-of-file      value 'YES'.
           end-read.

       2100-Write-Statement-Page.
           move store-number of disk-record to Burst-Marker-Store
           write Output-Printer-Record from Burst-Marker-Line
           write Output-Printer-Record from Statement-Title-Line
               after advancing page
           move string-date to statement-date
