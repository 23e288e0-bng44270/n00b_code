      *    dollars PRG12B posts onto pg10idx.dat back to the PRG08.DAT
      *    product that generated them, using the per-sale rows
      *    PRG12B writes to Sales-Detail-File as the link between the
      *    two files.  PRG33's register sales land on the same file,
      *    and the returns it charges back net out as minus lines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 sort-record.
           03 sr-product-code         pic x(10).
           03 sr-ss-num                pic x(9).
           03 sr-sales-amount          pic s9(6)v99.
           03 sr-run-date              pic x(10).

       FD Sales-Detail-File.
           03 sd-product-code          pic x(10).
           03 sd-sales-amount          pic 9(6)v99.
           03 sd-run-date              pic x(10).
           03 sd-fiscal-year           pic 9(4).
           03 sd-fiscal-period         pic 99.
      *    "-" on a register return PRG33 charged back.
           03 sd-amount-sign           pic x.

       FD Product-File.
           COPY invrec.
           88 First-Product          value 1.
       01 Current-Product-Code       pic x(10).
       01 Current-Description        pic x(20).
       01 Product-Sales-Total        pic s9(8)v99 value zero.
       01 Grand-Sales-Total          pic s9(9)v99 value zero.
       01 Product-Group-Count        pic 9(4) value zero.
       01 Sale-Line-Count            pic 9(5) value zero.
       01 Unmatched-Product-Count    pic 9(5) value zero.
           03                          pic x(3) value spaces.
           03 Employee-Name-Dl         pic x(22).
           03                          pic x(1) value spaces.
           03 Sales-Amount-Dl          pic $$$,$$9.99-.

       01 Product-Total-Line.
           03                          pic x(10) value spaces.
           03                          pic x(20) value "Product Total:".
           03 Product-Total-Dl         pic $$$,$$9.99-.

       01 Grand-Total-Line.
           03                          pic x(16) value "Grand Total:".
           03 Grand-Total-Dl           pic $$$,$$$,$$9.99-.

       01 Products-Listed-Line.
           03                     pic x(17) value "Products Listed:".
                   NOT AT END
                       MOVE sd-product-code TO sr-product-code
                       MOVE sd-ss-num TO sr-ss-num
                       IF sd-amount-sign = "-"
                           COMPUTE sr-sales-amount =
                               ZERO - sd-sales-amount
                       ELSE
                           MOVE sd-sales-amount TO sr-sales-amount
                       END-IF
                       MOVE sd-run-date TO sr-run-date
                       RELEASE sort-record
               END-READ
