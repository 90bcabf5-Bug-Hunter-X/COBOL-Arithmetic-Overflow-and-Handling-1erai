           MOVE "INQ" TO HIST-TYPE-CODE(3)
           MOVE WS-HO-INQ-COUNT TO HIST-TYPE-TRAN-COUNT(3)
           MOVE 0 TO HIST-TYPE-TRAN-AMOUNT(3)
           MOVE 0 TO HIST-CYCLE-INCREMENT
           MOVE 0 TO HIST-TYPE-CYCLE-COUNT(1)
           MOVE 0 TO HIST-TYPE-CYCLE-COUNT(2)
           MOVE 0 TO HIST-TYPE-CYCLE-COUNT(3)
           MOVE "X" TO HIST-BACKOUT-FLAG
           MOVE 0 TO HIST-BATCHES-CONSUMED
           MOVE 0 TO HIST-BATCHES-REFUSED
           WRITE HIST-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

           MOVE "INQ" TO XTRAC-TYPE-CODE(3)
           MOVE WS-XO-INQ-COUNT TO XTRAC-TYPE-TRAN-COUNT(3)
           MOVE 0 TO XTRAC-TYPE-TRAN-AMOUNT(3)
           MOVE "N" TO XTRAC-BACKOUT-FLAG
           WRITE XTRAC-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

