      *    VENDMST.DAT, the file behind the VENDOR-CODE-OR field every
      *    inventory record carries.  Modeled on the PRG13/PRG14
      *    screens against pg10idx.dat.
      *    Also keeps what PRG157's year-end 1099s need: the
      *    remit-to street and city/state/zip, the taxpayer ID,
      *    whether the vendor is 1099-reportable and its box - N1
      *    (NEC nonemployee compensation), M1 (MISC rents), M3
      *    (MISC other income) or M6 (MISC medical payments).  A
      *    reportable vendor keyed with no good box is taken as N1,
      *    the contractors and services most of them are.

       environment division.
       input-output section.
       01 update-phone           pic x(12).
       01 update-terms           pic x(10).
       01 update-lead-days       pic x(3).
       01 update-street          pic x(30).
       01 update-city            pic x(30).
       01 update-tax-id          pic x(9).
       01 update-1099            pic x.
       01 update-1099-box        pic xx.

       procedure division.
       1000-Main-Logic.
           display Vendor-Terms-VM at 1116
           display "Lead-Time Days" at 1304
           display Vendor-Lead-Days-VM at 1320
           display "Street" at 1504
           display Vendor-Street-VM at 1516
           display "City/St/Zip" at 1604
           display Vendor-City-VM at 1616
           display "Tax ID" at 1804
           display Vendor-Tax-Id-VM at 1816
           display "1099 (Y/N)" at 1904
           display Vendor-1099-VM at 1916
           display "Box" at 1920
           display Vendor-1099-Box-VM at 1924
           display "Vendor Found!" at 2420.

       1700-Delete-Record.
               else
                   move zero to Vendor-Lead-Days-VM
               end-if
               display "Street" at 1504
               accept Vendor-Street-VM at 1516
               display "City/St/Zip" at 1604
               accept Vendor-City-VM at 1616
               display "Tax ID" at 1804
               accept Vendor-Tax-Id-VM at 1816
               display "1099 (Y/N)" at 1904
               accept Vendor-1099-VM at 1916
               display "Box" at 1920
               accept Vendor-1099-Box-VM at 1924
               perform 1950-Check-1099-Box
               write Vendor-Record
                 invalid key
                   display spaces at 0401 erase eos
           move spaces to update-name update-contact
           move spaces to update-phone update-terms
           move spaces to update-lead-days
           move spaces to update-street update-city update-tax-id
           move spaces to update-1099 update-1099-box
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at
                    0501
           accept update-terms at 1316
           display "Lead-Time Days" at 1504
           accept update-lead-days at 1520
           display "Street" at 1704
           accept update-street at 1716
           display "City/St/Zip" at 1804
           accept update-city at 1816
           display "Tax ID" at 1904
           accept update-tax-id at 1916
           display "1099 (Y/N)" at 2004
           accept update-1099 at 2016
           display "Box" at 2020
           accept update-1099-box at 2024
           if update-name not = spaces
               move update-name to Vendor-Name-VM
           end-if
                   and update-lead-days is numeric
               move update-lead-days to Vendor-Lead-Days-VM
           end-if
           if update-street not = spaces
               move update-street to Vendor-Street-VM
           end-if
           if update-city not = spaces
               move update-city to Vendor-City-VM
           end-if
           if update-tax-id not = spaces
               move update-tax-id to Vendor-Tax-Id-VM
           end-if
           if update-1099 not = spaces
               move update-1099 to Vendor-1099-VM
           end-if
           if update-1099-box not = spaces
               move update-1099-box to Vendor-1099-Box-VM
           end-if
           perform 1950-Check-1099-Box
           rewrite Vendor-Record
           end-rewrite
           display spaces at 0401 erase eos
           display "Vendor Updated!" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Anything but Y is not reportable and carries no box; a
      *    reportable vendor without a box we file goes in as N1.
       1950-Check-1099-Box.
           call "CBL_TOUPPER" using Vendor-1099-VM
                       by value length of Vendor-1099-VM
           call "CBL_TOUPPER" using Vendor-1099-Box-VM
                       by value length of Vendor-1099-Box-VM
           if Vendor-Is-1099
               if not Valid-1099-Box
                   move "N1" to Vendor-1099-Box-VM
               end-if
           else
               move "N" to Vendor-1099-VM
               move spaces to Vendor-1099-Box-VM
           end-if.
