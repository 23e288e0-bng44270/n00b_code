      *    sheet that used to live next to the printer.  Modeled on
      *    the PRG21 vendor screen; the operator picks which master
      *    to work in at sign-on and can switch with <m> from the
      *    key prompt.  Each department carries the workers' comp
      *    class its payroll is rated under and any certification
      *    its people must hold current.  A store is keyed either
      *    an ordinary selling store or a distribution center, the
      *    building PRG22's consolidated orders ship to.

       environment division.
       input-output section.
       01 update-name            pic x(20).
       01 update-manager         pic x(20).
       01 update-region          pic x(10).
       01 update-store-type      pic x.
       01 update-tax-status      pic x.
       01 update-wc-class        pic x(4).
       01 update-cert-req        pic x(4).

       procedure division.
       1000-Main-Logic.
                   display Store-Manager-SM at 0716
                   display "Region" at 0904
                   display Store-Region-SM at 0916
                   display "Type (S/D)" at 1104
                   display Store-Type-SM at 1116
                   display "Store Found!" at 2420
                   display "Change or Delete this store? (C/D/N)"
                       at 2340
               accept Store-Manager-SM at 0716
               display "Region" at 0904
               accept Store-Region-SM at 0916
               perform 1680-Key-Store-Type
               write Store-Record
                 invalid key
                   display "Add Failed" at 2420
      *    pattern used on PRG13's inquiry screen.
       1670-Update-Store.
           move spaces to update-name update-manager update-region
                          update-store-type
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           display "Name" at 0704
           accept update-manager at 0916
           display "Region" at 1104
           accept update-region at 1116
           display "Type (S/D)" at 1304
           accept update-store-type at 1316
           call "CBL_TOUPPER" using update-store-type
                       by value length of update-store-type
           if update-name not = spaces
               move update-name to Store-Name-SM
           end-if
           if update-region not = spaces
               move update-region to Store-Region-SM
           end-if
           if update-store-type = "S" or update-store-type = "D"
               move update-store-type to Store-Type-SM
           end-if
           rewrite Store-Record
           end-rewrite
           display spaces at 0401 erase eos
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    A selling store unless keyed a distribution center, the
      *    same default-unless-told-otherwise 1880 gives tax status.
       1680-Key-Store-Type.
           display "Type (S/D)" at 1104
           accept Store-Type-SM at 1116
           call "CBL_TOUPPER" using Store-Type-SM
                       by value length of Store-Type-SM
           if not Store-Is-Dc
               move "S" to Store-Type-SM
           end-if.

       1700-Work-One-Dept.
           move key-response (1:2) to Dept-Number-DM
           read Dept-File
                   display Dept-Name-DM at 0516
                   display "Manager" at 0704
                   display Dept-Manager-DM at 0716
                   display "WC Class" at 0904
                   display Dept-WC-Class-DM at 0916
                   display "Cert Req'd" at 1104
                   display Dept-Cert-Req-DM at 1116
                   display "Dept Found!" at 2420
                   display "Change or Delete this dept? (C/D/N)"
                       at 2340
               accept Dept-Name-DM at 0516
               display "Manager" at 0704
               accept Dept-Manager-DM at 0716
               display "WC Class" at 0904
               accept Dept-WC-Class-DM at 0916
               display "Cert Req'd" at 1104
               accept Dept-Cert-Req-DM at 1116
               write Dept-Record
                 invalid key
                   display "Add Failed" at 2420
           end-if.

       1770-Update-Dept.
           move spaces to update-name update-manager update-wc-class
                          update-cert-req
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           display "Name" at 0704
           accept update-name at 0716
           display "Manager" at 0904
           accept update-manager at 0916
           display "WC Class" at 1104
           accept update-wc-class at 1116
           display "Cert Req'd (* = none)" at 1304
           accept update-cert-req at 1327
           if update-name not = spaces
               move update-name to Dept-Name-DM
           end-if
           if update-manager not = spaces
               move update-manager to Dept-Manager-DM
           end-if
           if update-wc-class not = spaces
               move update-wc-class to Dept-WC-Class-DM
           end-if
           if update-cert-req = "*"
               move spaces to Dept-Cert-Req-DM
           else
               if update-cert-req not = spaces
                   move update-cert-req to Dept-Cert-Req-DM
               end-if
           end-if
           rewrite Dept-Record
           end-rewrite
           display spaces at 0401 erase eos
                   display spaces at 0401 erase eos
                   display "Name" at 0504
                   display Category-Name-CM at 0516
                   display "Tax Status (T/E)" at 0704
                   display Category-Tax-CM at 0722
                   display "Category Found!" at 2420
                   display "Change or Delete this category? (C/D/N)"
                       at 2340
               display spaces at 0401 erase eos
               display "Name" at 0504
               accept Category-Name-CM at 0516
               perform 1880-Key-Tax-Status
               write Category-Record
                 invalid key
                   display "Add Failed" at 2420
           end-if.

       1870-Update-Category.
           move spaces to update-name update-tax-status
           display spaces at 0401 erase eos
           display "Blank leaves the current value in place" at 0501
           display "Name" at 0704
           accept update-name at 0716
           display "Tax Status (T/E)" at 0904
           accept update-tax-status at 0922
           call "CBL_TOUPPER" using update-tax-status
                       by value length of update-tax-status
           if update-name not = spaces
               move update-name to Category-Name-CM
           end-if
           if update-tax-status = "T" or update-tax-status = "E"
               move update-tax-status to Category-Tax-CM
           end-if
           rewrite Category-Record
           end-rewrite
           display spaces at 0401 erase eos
           display "Category Updated!" at 2420
           display "Press <Enter> to continue" at 2440
           stop spaces.

      *    Taxable unless keyed exempt - PRG104's sales-tax return
      *    reads this flag, and a category nobody thought about
      *    owes the state tax until someone says otherwise.
       1880-Key-Tax-Status.
           display "Tax Status (T/E)" at 0704
           accept Category-Tax-CM at 0722
           call "CBL_TOUPPER" using Category-Tax-CM
                       by value length of Category-Tax-CM
           if not Category-Exempt
               move "T" to Category-Tax-CM
           end-if.
