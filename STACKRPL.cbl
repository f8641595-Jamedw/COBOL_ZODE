       *> written by MyStack's WRITE-STACK-JRN-REC) and rebuilds one
       *> stack's STACKIDX records to the state it held as of a
       *> given date/time, so a stack emptied by mistake can be put
       *> back the way it was. A MOVE record names the stack an
       *> item went to under the item's own push sequence: it
       *> brings the item onto the replayed stack if that is the
       *> target and takes it off if it is not. An item that has
       *> since moved to another stack is left where STACKIDX has
       *> it now and reported (RC 4); so is one moved onto the
       *> replayed stack after the cutoff, which belonged to another
       *> stack at the cutoff and is kept rather than purged. The
       *> PARM names the stack and cutoff:
       *> PARM='SS,YYYYMMDDHHMMSS' (cutoff inclusive; a blank cutoff
       *> replays the whole journal).
       IDENTIFICATION DIVISION.
       01  LIVE-FOUND-IDX       PIC 9(4).
       01  JRN-READ-COUNT       PIC 9(6) VALUE 0.
       01  IDX-PURGE-COUNT      PIC 9(4) VALUE 0.
       01  IDX-HELD-COUNT       PIC 9(4) VALUE 0.
       01  IDX-KEPT-COUNT       PIC 9(4) VALUE 0.

      *> ITEMS MOVED ONTO THE REPLAYED STACK AFTER THE CUTOFF. AT
      *> THE CUTOFF THEY BELONGED TO ANOTHER STACK, SO THE PURGE
      *> LEAVES THEM WHERE THEY ARE INSTEAD OF DELETING THEM.
       01  MAX-LATE-ENTRIES     PIC 9(4) VALUE 9999.
       01  LATE-COUNT           PIC 9(4) VALUE 0.
       01  LATE-TABLE.
           05  LATE-ENTRY OCCURS 9999 TIMES.
               10  LATE-PUSH-SEQ PIC 9(6).
               10  LATE-KEPT-SW  PIC X.
                   88  LATE-KEPT VALUE 'Y'.
       01  LATE-IDX             PIC 9(4).
       01  LATE-FOUND-IDX       PIC 9(4).
       01  LATE-SEARCH-SEQ      PIC 9(6).

       PROCEDURE DIVISION.
       PERFORM MAIN.
      *    HAPPENED, UP TO THE CUTOFF: PUSHES ADD TO THE LIVE
      *    TABLE, POPS REMOVE THE PUSH SEQUENCE THEY NAME. RECORDS
      *    FOR OTHER STACKS AND RECORDS PAST THE CUTOFF ARE PASSED
      *    OVER (THE JOURNAL STAYS IN ONE FILE FOR ALL STACKS),
      *    EXCEPT A MOVE, WHICH CARRIES ONLY ITS TARGET STACK AND
      *    MAY BE TAKING AN ITEM OFF THIS ONE. A MOVE ONTO THIS
      *    STACK PAST THE CUTOFF IS NOTED FOR REBUILD-STACK-IDX.
       REPLAY-JOURNAL.
           MOVE 0 TO LIVE-COUNT
           MOVE 0 TO LATE-COUNT
           MOVE 'N' TO JRN-EOF-SW
           OPEN INPUT STACK-JRN-FILE
           IF WS-STACK-JRN-STATUS NOT = "00"
                       SET END-OF-JRN TO TRUE
                   NOT AT END
                       ADD 1 TO JRN-READ-COUNT
                       IF (JR-STACK-ID = REPLAY-STACK-ID
                           OR JR-OP = "MOVE")
                           AND JR-TIMESTAMP NOT > REPLAY-CUTOFF
                           PERFORM REPLAY-ONE-OP
                       END-IF
                       IF JR-OP = "MOVE"
                           AND JR-STACK-ID = REPLAY-STACK-ID
                           AND JR-TIMESTAMP > REPLAY-CUTOFF
                           PERFORM ADD-LATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STACK-JRN-FILE.

       REPLAY-ONE-OP.
           EVALUATE TRUE
               WHEN JR-OP = "PUSH"
                   PERFORM ADD-LIVE-ENTRY
               WHEN JR-OP = "POP"
                   PERFORM REMOVE-LIVE-ENTRY
               WHEN JR-OP = "MOVE" AND JR-STACK-ID = REPLAY-STACK-ID
                   PERFORM REMOVE-LIVE-ENTRY
                   PERFORM ADD-LIVE-ENTRY
               WHEN JR-OP = "MOVE"
                   PERFORM REMOVE-LIVE-ENTRY
           END-EVALUATE.

       ADD-LIVE-ENTRY.
           IF LIVE-COUNT NOT < MAX-LIVE-ENTRIES
               DISPLAY "STACKRPL: LIVE TABLE FULL - MAX "
                   MAX-LIVE-ENTRIES " EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LIVE-COUNT
           MOVE JR-PUSH-SEQ TO LIVE-PUSH-SEQ(LIVE-COUNT)
           MOVE JR-VALUE TO LIVE-VAL(LIVE-COUNT).

       ADD-LATE-ENTRY.
           MOVE JR-PUSH-SEQ TO LATE-SEARCH-SEQ
           PERFORM FIND-LATE-ENTRY
           IF LATE-FOUND-IDX = 0
               IF LATE-COUNT NOT < MAX-LATE-ENTRIES
                   DISPLAY "STACKRPL: LATE MOVE TABLE FULL - MAX "
                       MAX-LATE-ENTRIES " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LATE-COUNT
               MOVE JR-PUSH-SEQ TO LATE-PUSH-SEQ(LATE-COUNT)
               MOVE 'N' TO LATE-KEPT-SW(LATE-COUNT)
           END-IF.

      *    LOOK UP LATE-SEARCH-SEQ AMONG THE LATE MOVES; LATE-FOUND-IDX
      *    IS ZERO WHEN IT IS NOT ONE OF THEM.
       FIND-LATE-ENTRY.
           MOVE 0 TO LATE-FOUND-IDX
           MOVE 1 TO LATE-IDX
           PERFORM UNTIL LATE-IDX > LATE-COUNT
               IF LATE-PUSH-SEQ(LATE-IDX) = LATE-SEARCH-SEQ
                   MOVE LATE-IDX TO LATE-FOUND-IDX
               END-IF
               ADD 1 TO LATE-IDX
           END-PERFORM.

      *    DROP THE LIVE ENTRY CARRYING THE POPPED PUSH SEQUENCE,
      *    CLOSING THE HOLE WITH THE LAST ENTRY. A POP WITH NO
      *    MATCHING LIVE ENTRY (JOURNAL STARTED MID-LIFE) IS LET
      *    PUT THE REPLAYED STATE BACK INTO STACKIDX: FIRST PURGE
      *    WHATEVER RECORDS THE STACK HAS NOW, THEN WRITE ONE
      *    RECORD PER LIVE ENTRY. OTHER STACKS' RECORDS ARE NEVER
      *    TOUCHED: A LIVE ENTRY WHOSE SEQUENCE IS ALREADY ON FILE
      *    FOR ANOTHER STACK MOVED THERE AFTER THE CUTOFF, AND
      *    STAYS THERE. THE MIRROR CASE - AN ITEM MOVED ONTO THIS
      *    STACK FROM ANOTHER AFTER THE CUTOFF - IS NOT PURGED BUT
      *    LEFT HERE AND REPORTED; DELETING IT WOULD LOSE IT FROM
      *    EVERY STACK.
       REBUILD-STACK-IDX.
           PERFORM OPEN-STACK-IDX-FILE
           MOVE 0 TO IDX-PURGE-COUNT
                       SET END-OF-IDX TO TRUE
                   NOT AT END
                       IF SI-STACK-ID = REPLAY-STACK-ID
                           PERFORM PURGE-ONE-IDX-REC
                       END-IF
               END-READ
           END-PERFORM
               MOVE REPLAY-STACK-ID TO SI-STACK-ID
               MOVE LIVE-VAL(LIVE-IDX) TO SI-VAL
               WRITE STACK-IDX-REC
               EVALUATE WS-STACK-IDX-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "22"
                       MOVE SI-PUSH-SEQ TO LATE-SEARCH-SEQ
                       PERFORM FIND-LATE-ENTRY
                       IF LATE-FOUND-IDX = 0
                           OR NOT LATE-KEPT(LATE-FOUND-IDX)
                           DISPLAY "STACKRPL: SEQ " SI-PUSH-SEQ
                               " HAS SINCE MOVED TO ANOTHER STACK -"
                               " LEFT THERE"
                           ADD 1 TO IDX-HELD-COUNT
                       END-IF
                   WHEN OTHER
                       PERFORM STACK-IDX-IO-ERROR
               END-EVALUATE
               ADD 1 TO LIVE-IDX
           END-PERFORM
           CLOSE STACK-IDX-FILE
           DISPLAY "STACKRPL: PURGED " IDX-PURGE-COUNT
               " CURRENT RECORDS FOR STACK " REPLAY-STACK-ID
           IF IDX-HELD-COUNT NOT = 0 OR IDX-KEPT-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    DELETE ONE OF THE STACK'S CURRENT RECORDS, UNLESS IT WAS
      *    MOVED HERE AFTER THE CUTOFF. A LIVE ENTRY FOR THE SAME
      *    SEQUENCE (ON THIS STACK AT THE CUTOFF, MOVED OFF AND BACK
      *    SINCE) THEN FINDS IT ALREADY ON FILE AND IS NOT REPORTED
      *    AGAIN.
       PURGE-ONE-IDX-REC.
           MOVE SI-PUSH-SEQ TO LATE-SEARCH-SEQ
           PERFORM FIND-LATE-ENTRY
           IF LATE-FOUND-IDX NOT = 0
               SET LATE-KEPT(LATE-FOUND-IDX) TO TRUE
               DISPLAY "STACKRPL: SEQ " SI-PUSH-SEQ
                   " MOVED ONTO THIS STACK AFTER THE CUTOFF -"
                   " KEPT HERE"
               ADD 1 TO IDX-KEPT-COUNT
           ELSE
               DELETE STACK-IDX-FILE
               IF WS-STACK-IDX-STATUS NOT = "00"
                   PERFORM STACK-IDX-IO-ERROR
               END-IF
               ADD 1 TO IDX-PURGE-COUNT
           END-IF.

       *> Open the persistent stack file, creating it on first use
       *> if it doesn't exist yet, the way MyStack does.
