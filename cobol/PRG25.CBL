      *    The extract carries no lifecycle status - a freshly
      *    loaded record starts active, and PRG37's screen takes it
      *    from there.  The extract's cost seeds the last-receipt
      *    cost too, so PRG16 has a baseline to compare.  Nothing
      *    starts on hold.
           MOVE "A" TO Status-IR
           MOVE UNIT-COST-OR TO Last-Receipt-Cost-IR
           MOVE ZERO TO Held-Quantity-IR
           MOVE SPACES TO Hold-Reason-IR
           WRITE Inventory-Record
               INVALID KEY
                   MOVE "Out-Of-Seq/Dup" TO REJECT-REASON-OR
           PERFORM 3250-MOVE-EXTRACT-FIELDS
           MOVE "A" TO Status-IR
           MOVE UNIT-COST-OR TO Last-Receipt-Cost-IR
           MOVE ZERO TO Held-Quantity-IR
           MOVE SPACES TO Hold-Reason-IR
           WRITE Inventory-Record
               INVALID KEY
                   ADD 1 TO DUP-COUNTER

      *    Rewrites only when a field really moved - and the
      *    lifecycle status PRG37 maintains stays put, since the
      *    extract never carried one.  So does any held stock.
       3300-APPLY-CHANGE.
           IF Description-IR = DESCRIPTION-OR
                   AND Unit-Cost-IR = UNIT-COST-OR
