           MOVE VOUCHER-AMOUNT TO Amount-VO
           MOVE "O" TO Status-VO
           MOVE SPACES TO Paid-Date-VO
           MOVE ZERO TO Discount-Taken-VO
           WRITE Voucher-Record
           MOVE "V" TO Inv-Result-Switch (Invoice-Index)
           ADD 1 TO VOUCHERED-COUNTER
