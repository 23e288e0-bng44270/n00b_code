           03 VARIANCE-QTY-VR          PIC 9(6).
           03 VARIANCE-VALUE-VR        PIC 9(7)V99.
           03 COUNT-DATE-VR            PIC X(10).
      *    "P" when the run posted the count to the master, "R" when
      *    it only reported - blank on rows from before the stamp.
           03 COUNT-MODE-VR            PIC X.

       FD Reject-File.
       01 REJECT-RECORD.
               MOVE VARIANCE-VALUE TO VARIANCE-VALUE-VR
           END-IF
           MOVE Date-Report-Record TO COUNT-DATE-VR
           IF Posting-Run
               MOVE "P" TO COUNT-MODE-VR
           ELSE
               MOVE "R" TO COUNT-MODE-VR
           END-IF
           WRITE VARIANCE-RECORD.

       2500-WRITE-VARIANCE-LINE.
