       *> compute what each stack should contain, compares that
       *> entry by entry against the actual STACKIDX records, and
       *> reports every discrepancy on STACKVRP with stack ID, push
       *> sequence, and value. A journaled MOVE keeps the item's
       *> push sequence and changes only the stack it is expected
       *> on. Any disagreement ends the step RC 8
       *> so the scheduler can hold the morning's stack batch until
       *> someone looks.
       IDENTIFICATION DIVISION.

      *> THE STACKS AS THE JOURNAL SAYS THEY SHOULD STAND: EVERY
      *> JOURNALED PUSH ADDS AN ENTRY, EVERY JOURNALED POP REMOVES
      *> THE PUSH SEQUENCE IT NAMES, EVERY JOURNALED MOVE PUTS
      *> THAT SEQUENCE ON ITS TARGET STACK. WHAT REMAINS AT END OF
      *> JOURNAL IS WHAT STACKIDX SHOULD HOLD, EVERY STACK AT
      *> ONCE. THE MATCHED FLAG IS SET AS STACKIDX RECORDS PAIR
      *> OFF, SO WHATEVER STAYS UNMATCHED WAS LOST FROM THE FILE.
                   MOVE 'N' TO LIVE-MATCHED-SW(LIVE-COUNT)
               WHEN "POP"
                   PERFORM REMOVE-LIVE-ENTRY
               WHEN "MOVE"
                   PERFORM MOVE-LIVE-ENTRY
           END-EVALUATE.

      *    A MOVE CARRIES ONLY THE TARGET STACK, AND PUSH SEQUENCES
      *    ARE UNIQUE ACROSS STACKS, SO THE ENTRY IS FOUND BY
      *    SEQUENCE ALONE. A MOVE OF AN ITEM PUSHED BEFORE THE
      *    JOURNAL STARTED IS TAKEN AS ITS ARRIVAL ON THE TARGET.
       MOVE-LIVE-ENTRY.
           MOVE 0 TO LIVE-FOUND-IDX
           MOVE 1 TO LIVE-IDX
           PERFORM UNTIL LIVE-IDX > LIVE-COUNT
               IF LIVE-PUSH-SEQ(LIVE-IDX) = JR-PUSH-SEQ
                   MOVE LIVE-IDX TO LIVE-FOUND-IDX
               END-IF
               ADD 1 TO LIVE-IDX
           END-PERFORM
           IF LIVE-FOUND-IDX = 0
               IF LIVE-COUNT NOT < MAX-LIVE-ENTRIES
                   DISPLAY "STACKVFY: LIVE TABLE FULL - MAX "
                       MAX-LIVE-ENTRIES " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LIVE-COUNT
               MOVE LIVE-COUNT TO LIVE-FOUND-IDX
               MOVE JR-PUSH-SEQ TO LIVE-PUSH-SEQ(LIVE-FOUND-IDX)
               MOVE 'N' TO LIVE-MATCHED-SW(LIVE-FOUND-IDX)
           END-IF
           MOVE JR-STACK-ID TO LIVE-STACK-ID(LIVE-FOUND-IDX)
           MOVE JR-VALUE TO LIVE-VAL(LIVE-FOUND-IDX).

      *    DROP THE LIVE ENTRY CARRYING THE POPPED PUSH SEQUENCE,
      *    CLOSING THE HOLE WITH THE LAST ENTRY.
       REMOVE-LIVE-ENTRY.
