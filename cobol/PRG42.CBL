      *    PRG19 report looking for one person's rows.  Three
      *    sort-and-match passes, no capped tables: descriptions
      *    attach in product order, then the statement prints back
      *    in date order.  A register return PRG33 charged back
      *    against the employee prints as a minus line and nets out
      *    of the range totals.

       environment division.
       input-output section.
           03 sd-product-code      pic x(10).
           03 sd-sales-amount      pic 9(6)v99.
           03 sd-run-date          pic x(10).
           03 sd-fiscal-year       pic 9(4).
           03 sd-fiscal-period     pic 99.
           03 sd-amount-sign       pic x.

       fd Product-File.
       copy invrec.
           03 ms-date-key          pic x(8).
           03 ms-run-date          pic x(10).
           03 ms-sales-amount      pic 9(6)v99.
           03 ms-amount-sign       pic x.

       sd Date-Sort-File.
       01 Date-Sort-Record.
           03 ds-product-code      pic x(10).
           03 ds-description       pic x(20).
           03 ds-sales-amount      pic 9(6)v99.
           03 ds-amount-sign       pic x.

       fd Product-Work-File.
       01 Product-Work-Record.
           03 mw-product-code      pic x(10).
           03 mw-description       pic x(20).
           03 mw-sales-amount      pic 9(6)v99.
           03 mw-amount-sign       pic x.

       fd Comm-Rate-File.
       01 Comm-Rate-Record.
       01 Applied-Comm-Rate    pic 99v99 value zero.
       01 Tier-Lookup-Amount   pic 9(9)v99 value zero.
       01 Line-Commission      pic 9(6)v99 value zero.
       01 Line-Sale-Signed     pic s9(6)v99 value zero.
       01 Line-Comm-Signed     pic s9(6)v99 value zero.
       01 sale-line-count      pic 9(4) value zero.
       01 range-sales-total    pic s9(8)v99 value zero.
       01 range-comm-total     pic s9(8)v99 value zero.

       01 Statement-Title-Line.
           03                  pic x(28)
           03                  pic x(2) value spaces.
           03 description-dl   pic x(20).
           03                  pic x(1) value spaces.
           03 sale-amount-dl   pic $$$,$$9.99-.
           03                  pic x(1) value spaces.
           03 commission-dl    pic $$$,$$9.99-.

       01 Total-Line.
           03                  pic x(24) value "RANGE TOTALS:".
           03 total-sales-dl   pic $$,$$$,$$9.99-.
           03                  pic x(1) value spaces.
           03 total-comm-dl    pic $$,$$$,$$9.99-.

       01 Count-Line.
           03                  pic x(24) value "SALES IN RANGE:".
                           move Run-Date-Key to ms-date-key
                           move sd-run-date to ms-run-date
                           move sd-sales-amount to ms-sales-amount
                           move sd-amount-sign to ms-amount-sign
                           release Match-Sort-Record
                       end-if
                   end-if
                       end-if
                   end-if
                   move ms-sales-amount to mw-sales-amount
                   move ms-amount-sign to mw-amount-sign
                   write Matched-Work-Record
           end-return.

                   perform 3700-Work-One-Sale-Line
           end-return.

      *    The shared schedule applied to the single sale's amount;
      *    a chargeback takes back what the same sale would earn.
       3700-Work-One-Sale-Line.
           move ds-sales-amount to Tier-Lookup-Amount
           perform 1270-Find-Tier-Rate
           compute Line-Commission rounded =
               ds-sales-amount * Applied-Comm-Rate / 100
           if ds-amount-sign = "-"
               compute Line-Sale-Signed = zero - ds-sales-amount
               compute Line-Comm-Signed = zero - Line-Commission
           else
               move ds-sales-amount to Line-Sale-Signed
               move Line-Commission to Line-Comm-Signed
           end-if
           add 1 to sale-line-count
           add Line-Sale-Signed to range-sales-total
           add Line-Comm-Signed to range-comm-total
           move ds-run-date to date-dl
           move ds-product-code to product-dl
           move ds-description to description-dl
           move Line-Sale-Signed to sale-amount-dl
           move Line-Comm-Signed to commission-dl
           write Output-Printer-Record from Sale-Line
               after advancing 1 lines.
