           MOVE Hold-Status TO Status-IR
           MOVE Hold-Last-Cost TO Last-Receipt-Cost-IR
           MOVE ZERO TO Quantity-IR
           MOVE ZERO TO Held-Quantity-IR
           MOVE SPACES TO Hold-Reason-IR
           COMPUTE Reorder-Point-IR ROUNDED =
               Hold-Reorder * Scale-Percent / 100
           WRITE Inventory-Record
