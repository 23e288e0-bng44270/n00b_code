       identification division.
       program-id.  prg162.
       author.  Andy Carlson.

      *    Competitor price survey entry - the store managers walk
      *    the competition weekly and phone the prices in, and
      *    they used to live on whatever paper was handy.  Keyed a
      *    competitor and one of our store/dept/product keys
      *    (validated against PRG08.IDX the way PRG84 validates a
      *    special order), the screen shows our description and
      *    retail beside the last price surveyed for it, and the
      *    new price goes onto COMPSURV.DAT - the old one moving to
      *    the prior fields.  PRG163 prints the comparison.

       environment division.
       input-output section.
       file-control.
           select Inventory-File assign to disk "u:\cobol\PRG08.IDX"
                  organization is indexed
                  access is dynamic
                  record key is Inv-Key.
           select optional Comp-Survey-File assign to disk
                  "compsurv.dat"
                  organization is indexed
                  access is dynamic
                  record key is Comp-Survey-Key.

       data division.
       file section.
       fd Inventory-File.
       copy invrec.

       fd Comp-Survey-File.
       copy cmprec.

       working-storage section.
       copy gencode.
       01 string-date            pic x(30).

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

       01 entry-competitor       pic x(6).
       01 entry-store            pic x(2).
       01 entry-dept             pic x(2).
       01 entry-product          pic x(10).
       01 entry-price            pic x(7).
       01 confirm-response       pic x.
       01 screen-retail          pic $$,$$9.99.
       01 screen-survey          pic $$,$$9.99.
       01 Survey-Row-Switch      pic x value "N".
           88 Survey-Row-On-File value "Y".

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

           open input Inventory-File
           open i-o Comp-Survey-File
           move spaces to entry-competitor
           perform 1500-Take-One-Price
               until entry-competitor = "X"
           close Inventory-File
           close Comp-Survey-File
           goback.

       1500-Take-One-Price.
           display spaces at 0101 erase eos
           display string-date at 0110
           display time-report-record at 0140
           display "car3872's Competitor Prices" at 0220
           display "Competitor" at 0310
           display "Store #" at 0330
           display "Dept #" at 0345
           display "Product Code" at 0358
           display "Type <x> in Competitor to quit" at 2520
           move spaces to entry-competitor
           accept entry-competitor at 0321
           call "CBL_TOUPPER" using entry-competitor
                       by value length of entry-competitor
           if entry-competitor not = "X"
                   and entry-competitor not = spaces
               accept entry-store at 0338
               accept entry-dept at 0352
               accept entry-product at 0371
               call "CBL_TOUPPER" using entry-product
                           by value length of entry-product
               move entry-store to Store-Number-IR
               move entry-dept to Department-Number-IR
               move entry-product to Product-Code-IR
               read Inventory-File
                   invalid key
                       display spaces at 0401 erase eos
                       display "Product Not On Master" at 2420
                       display "Press <Enter> to Continue" at 2440
                       stop spaces
                   not invalid key
                       perform 1600-Key-Survey-Price
               end-read
           end-if.

       1600-Key-Survey-Price.
           move entry-competitor to Competitor-Code-CS
           move entry-store to Store-Number-CS
           move entry-dept to Department-Number-CS
           move entry-product to Product-Code-CS
           move "Y" to Survey-Row-Switch
           read Comp-Survey-File
               invalid key
                   move "N" to Survey-Row-Switch
                   initialize Comp-Survey-Record
                   move entry-competitor to Competitor-Code-CS
                   move entry-store to Store-Number-CS
                   move entry-dept to Department-Number-CS
                   move entry-product to Product-Code-CS
           end-read
           display spaces at 0401 erase eos
           move Retail-Cost-IR to screen-retail
           display "Description" at 0504
           display Description-IR at 0517
           display "Our Retail" at 0540
           display screen-retail at 0552
           display "Last Surveyed" at 0704
           if Survey-Row-On-File
               move Competitor-Price-CS to screen-survey
               display screen-survey at 0719
               display "on" at 0730
               display Survey-Date-CS at 0733
           else
               display "Never" at 0719
           end-if
           display "Price (9999999 = 99999.99)" at 0904
           move spaces to entry-price
           accept entry-price at 0932
           if entry-price is numeric and entry-price > zero
               display "Record this price? (Y/N)" at 2340
               accept confirm-response at 2366
               call "CBL_TOUPPER" using confirm-response
                           by value length of confirm-response
               if confirm-response = "Y"
                   perform 1700-Write-Survey-Row
                   display spaces at 0401 erase eos
                   display "Price Recorded!" at 2420
                   display "Press <Enter> to Continue" at 2440
                   stop spaces
               end-if
           else
               display spaces at 0401 erase eos
               display "Bad Price" at 2420
               display "Press <Enter> to Continue" at 2440
               stop spaces
           end-if.

      *    The price being replaced becomes the prior - a second
      *    call the same day just corrects today's price.
       1700-Write-Survey-Row.
           if Survey-Row-On-File
                   and Survey-Date-CS not = Run-Date-Formatted
               move Competitor-Price-CS to Prior-Price-CS
               move Survey-Date-CS to Prior-Date-CS
           end-if
           move entry-price to Competitor-Price-CS (1:7)
           move Run-Date-Formatted to Survey-Date-CS
           if Survey-Row-On-File
               rewrite Comp-Survey-Record
               end-rewrite
           else
               write Comp-Survey-Record
               end-write
           end-if.
