           03 NEW-RETAIL-PH            PIC 9(5)V99.
           03 EFFECTIVE-DATE-PH        PIC X(10).
           03 APPLIED-DATE-PH          PIC X(10).
      *    Units on hand when the new retail went on, so PRG111 can
      *    put a dollar figure on a markdown - blank on older rows.
           03 ON-HAND-QTY-PH           PIC 9(6).

       FD CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(8).
           MOVE NEW-RETAIL-PC TO NEW-RETAIL-PH
           MOVE EFFECTIVE-DATE-PC TO EFFECTIVE-DATE-PH
           MOVE Date-Report-Record TO APPLIED-DATE-PH
           MOVE Quantity-IR TO ON-HAND-QTY-PH
           WRITE PRICE-HISTORY-RECORD.

       2500-FETCH-OLD-RETAIL.
