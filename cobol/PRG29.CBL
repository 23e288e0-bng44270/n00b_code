      *         style against the sold list - no match means no sale;
      *      3. the unsold records sorted by tied-up dollars,
      *         descending, for the printed report.
      *    A "-" row is a register return PRG33 charged back, not a
      *    sale - a product that only came back is still dead stock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 sd-product-code          pic x(10).
           03 sd-sales-amount          pic 9(6)v99.
           03 sd-run-date              pic x(10).
           03 sd-fiscal-year           pic 9(4).
           03 sd-fiscal-period         pic 99.
           03 sd-amount-sign           pic x.

       FD ORIGINAL-FILE.
           COPY invrec.
                   MOVE sd-run-date (4:2) TO Run-Date-Key (7:2)
                   IF Run-Date-Key NOT < From-Date-Key
                          AND Run-Date-Key NOT > To-Date-Key
                          AND sd-amount-sign NOT = "-"
                       ADD 1 TO SALES-IN-RANGE-COUNTER
                       MOVE sd-product-code TO SOLD-PRODUCT-SS
                       RELEASE SOLD-SORT-RECORD
