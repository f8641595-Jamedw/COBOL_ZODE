               RECORD KEY IS SI-PUSH-SEQ
               FILE STATUS IS WS-STACK-IDX-STATUS.

           *> Stack master: one record per stack ID giving its name,
           *> owning team, pop discipline and capacity, maintained
           *> by STACKMNT. A stack with no record (or a run with no
           *> file) keeps the original behaviour - LIFO, capacity
           *> MAX-STACK-DEPTH, no name.
           SELECT STACK-MST-FILE ASSIGN TO "STACKMST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STACK-ID
               FILE STATUS IS WS-STACK-MST-STATUS.

           *> Routing rules: the stack each ITEM-TYPE is sent to by
           *> a batch ROUTE transaction, maintained by STACKMNT.
           SELECT STACK-RTE-FILE ASSIGN TO "STACKRTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ITEM-TYPE
               FILE STATUS IS WS-STACK-RTE-STATUS.

           SELECT STACK-RPT-FILE ASSIGN TO "STACKRPT"
               ORGANIZATION LINE SEQUENTIAL.

           *> Batch transaction input: one operation per record
           *> (PUSH/POP/DISPLAY/CLEAR with stack ID and value, MOVE
           *> with a target stack, ROUTE by type), so scheduled jobs
           *> can maintain the persistent stacks without an operator
           *> keying the menu at 05:30.
           SELECT STACK-TRN-FILE ASSIGN TO "STACKTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STACK-TRN-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-HIST-STATUS.

           *> Append-only operations journal: every push, pop and
           *> move (clears journal one pop per removed entry; a
           *> move is one record carrying the target stack ID under
           *> the item's own push sequence), stamped
           *> like TESTHIST, so a deleted STACKIDX record still
           *> leaves a trace of what was on the stack and when.
           *> STACKRPL replays this journal to rebuild a stack as
           05  SI-STACK-ID     PIC 9(2).
           05  SI-VAL          PIC X(32).

       *> Field-by-field mirror of STACKMNT's master record.
       FD  STACK-MST-FILE.
       01  STACK-MST-REC.
           05  SM-STACK-ID     PIC 9(2).
           05  SM-STACK-NAME   PIC X(20).
           05  SM-OWNER-TEAM   PIC X(20).
           05  SM-DISCIPLINE   PIC X(8).
           05  SM-CAPACITY     PIC 9(4).

       *> Field-by-field mirror of STACKMNT's routing rule.
       FD  STACK-RTE-FILE.
       01  STACK-RTE-REC.
           05  RT-ITEM-TYPE    PIC X(2).
           05  RT-STACK-ID     PIC 9(2).

       FD  STACK-RPT-FILE.
       01  STACK-RPT-REC            PIC X(80).

           05  TR-OP           PIC X(8).
           05  TR-STACK-ID     PIC 9(2).
           05  TR-VALUE        PIC X(32).
           *> MOVE only: the stack the item named by the reference
           *> in TR-VALUE goes to from TR-STACK-ID.
           05  TR-TO-STACK-ID  PIC 9(2).

       FD  BATCH-RPT-FILE.
       01  BATCH-RPT-REC            PIC X(80).
                   88  STK-EMPTY       VALUE 'Y'.
                   88  STK-NOT-EMPTY   VALUE 'N'.
               10  STK-DEPTH       PIC 9(6) VALUE 0.
               *> From the stack master; a stack without a master
               *> record keeps these defaults.
               10  STK-DEFINED-SW  PIC X VALUE 'N'.
                   88  STK-DEFINED     VALUE 'Y'.
               10  STK-NAME        PIC X(20) VALUE SPACE.
               10  STK-OWNER       PIC X(20) VALUE SPACE.
               10  STK-DISCIPLINE  PIC X(8) VALUE "LIFO".
                   88  STK-LIFO        VALUE "LIFO".
                   88  STK-FIFO        VALUE "FIFO".
                   88  STK-PRIORITY    VALUE "PRIORITY".
               10  STK-CAPACITY    PIC 9(4) VALUE 9999.

       *> For the stack master load.
       01  WS-STACK-MST-STATUS  PIC XX VALUE '00'.
       01  MST-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-MST       VALUE 'Y'.
       01  MST-STACK-IDX        PIC 9(2) VALUE 0.

       *> For choosing the node a pop takes under the stack's
       *> discipline: LIFO takes the head (newest), FIFO the tail
       *> (oldest), PRIORITY the lowest type code, oldest first
       *> among equals. PREV-NODE-PTR is the node linked to it, or
       *> NULL when it is the head.
       01  PREV-NODE-PTR        POINTER VALUE NULL.
       01  SCAN-NODE-PTR        POINTER VALUE NULL.
       01  SCAN-PREV-PTR        POINTER VALUE NULL.
       01  POP-BEST-TYPE        PIC X(2) VALUE SPACE.

       *> For moving an item between stacks: the item's reference
       *> and the stack it goes to. A moved item keeps its push
       *> sequence, so it is linked into the target in sequence
       *> order and its age still runs from the original push.
       01  MOVE-ITEM-REF        PIC X(10) VALUE SPACE.
       01  MOVE-TO-STACK-ID     PIC 9(2) VALUE 0.
       01  MOVE-FOUND-SW        PIC X VALUE 'N'.
           88  MOVE-FOUND       VALUE 'Y'.
       01  LINK-DONE-SW         PIC X VALUE 'N'.
           88  LINK-DONE        VALUE 'Y'.

       *> For the ROUTE transaction's routing-rule lookup.
       01  WS-STACK-RTE-STATUS  PIC XX VALUE '00'.
       01  RTE-OPEN-SW          PIC X VALUE 'N'.
           88  RTE-OPEN         VALUE 'Y'.
       01  RTE-FOUND-SW         PIC X VALUE 'N'.
           88  RTE-FOUND        VALUE 'Y'.

       *> Return code set by PUSH-STACK/POP-STACK for the caller to
       *> check, in addition to the empty/not-empty switch above.
           88  STACK-OK          VALUE 'OK'.
           88  STACK-UNDERFLOW   VALUE 'UN'.
           88  STACK-OVERFLOW    VALUE 'OV'.
           88  STACK-NOT-FOUND   VALUE 'NF'.
       01  MAX-STACK-DEPTH PIC 9(6) VALUE 9999.
       *> Item to put into stack: the work-item reference, its
       *> two-digit type code, and a short description, carried as
           88  POP-CHOICE VALUE 2.
           88  DISPLAY-CHOICE VALUE 3.
           88  TEST-CHOICE VALUE 4.
           88  MOVE-CHOICE VALUE 5.

           88  EXIT-CHOICE VALUE 6.

       *> For testing
       01  READING PIC X VALUE 'N'.
           05  RPT-HDR-COUNT        PIC ZZZZZ9.
           05  FILLER               PIC X(6) VALUE SPACE.

       01  STACK-RPT-HEADER-2.
           05  FILLER               PIC X(6) VALUE "NAME: ".
           05  RPT-HDR-NAME         PIC X(20).
           05  FILLER               PIC X(8) VALUE " OWNER: ".
           05  RPT-HDR-OWNER        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  RPT-HDR-DISCIPLINE   PIC X(8).
           05  FILLER               PIC X(5) VALUE " CAP ".
           05  RPT-HDR-CAPACITY     PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE SPACE.

       *> The dump lists a stack in the order its entries would be
       *> popped, so under FIFO or PRIORITY the node chain has to
       *> be put in that order first.
       01  DUMP-COUNT               PIC 9(4) VALUE 0.
       01  DUMP-POS                 PIC 9(4) VALUE 0.
       01  DUMP-IDX                 PIC 9(4) VALUE 0.
       01  DUMP-NEW-KEY             PIC X(8) VALUE SPACE.
       01  DUMP-TABLE.
           05  DUMP-ENTRY OCCURS 9999 TIMES.
               10  DUMP-NODE-PTR    POINTER.
               10  DUMP-KEY.
                   15  DUMP-KEY-TYPE    PIC X(2).
                   15  DUMP-KEY-SEQ     PIC 9(6).

       01  STACK-RPT-DETAIL.
           05  FILLER               PIC X(6) VALUE "ENTRY ".
           05  RPT-DTL-SEQ          PIC ZZZ9.
       01  TRN-REJECTED-COUNT   PIC 9(4) VALUE 0.
       01  TRN-RESULT           PIC X(8) VALUE SPACE.
       01  TRN-REASON           PIC X(20) VALUE SPACE.
       01  TRN-CAPACITY         PIC 9(4) VALUE 0.
       01  TRN-STACK-NO         PIC 9(2) VALUE 0.

       01  BATCH-RPT-HEADER.
           05  FILLER               PIC X(24)
           05  BAT-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(46) VALUE SPACE.

       *> One line under the header for each stack on the master,
       *> so the report says whose stacks the run maintained.
       01  BATCH-RPT-STACK.
           05  FILLER               PIC X(6) VALUE "STACK ".
           05  BAT-STK-ID           PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACE.
           05  BAT-STK-NAME         PIC X(20).
           05  FILLER               PIC X(8) VALUE "  OWNER ".
           05  BAT-STK-OWNER        PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACE.
           05  BAT-STK-DISCIPLINE   PIC X(8).
           05  FILLER               PIC X(7) VALUE "  CAP  ".
           05  BAT-STK-CAPACITY     PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.

       *> The VAL column carries the reference and type code; the
       *> twenty-character description doesn't fit the print line
       *> and is reviewable on the stack dump instead.
       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           PERFORM OPEN-STACK-IDX-FILE
           PERFORM LOAD-STACK-MASTER
           PERFORM LOAD-STACK-FROM-IDX-FILE

           IF PARM-VALUE(1:5) = "BATCH"
           DISPLAY "2. Pop from Stack"
           DISPLAY "3. Display Stack"
           DISPLAY "4. Run Tests"
           DISPLAY "5. Move Item to Another Stack"
           DISPLAY "6. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
                       PERFORM DISPLAY-STACK
                   WHEN TEST-CHOICE
                       PERFORM TEST-STACK
                   WHEN MOVE-CHOICE
                       PERFORM SELECT-STACK-ID
                       DISPLAY "Enter work-item reference to move: "
                       MOVE SPACE TO MOVE-ITEM-REF
                       ACCEPT MOVE-ITEM-REF
                       PERFORM SELECT-MOVE-TARGET
                       PERFORM MOVE-STACK-ITEM
                       IF STACK-OK
                           DISPLAY "Moved " MOVE-ITEM-REF " to stack "
                               MOVE-TO-STACK-ID "."
                       ELSE
                           DISPLAY "Move did not complete; see above."
                       END-IF
                   WHEN EXIT-CHOICE
                       DISPLAY "Exiting program."
                   WHEN OTHER
               MOVE WS-RPT-DD TO BAT-HDR-DD
               MOVE WS-RPT-YYYY TO BAT-HDR-YYYY
               WRITE BATCH-RPT-REC FROM BATCH-RPT-HEADER
               MOVE 1 TO MST-STACK-IDX
               PERFORM UNTIL MST-STACK-IDX > MAX-STACKS
                   IF STK-DEFINED(MST-STACK-IDX)
                       MOVE MST-STACK-IDX TO BAT-STK-ID
                       MOVE STK-NAME(MST-STACK-IDX) TO BAT-STK-NAME
                       MOVE STK-OWNER(MST-STACK-IDX) TO BAT-STK-OWNER
                       MOVE STK-DISCIPLINE(MST-STACK-IDX)
                           TO BAT-STK-DISCIPLINE
                       MOVE STK-CAPACITY(MST-STACK-IDX)
                           TO BAT-STK-CAPACITY
                       WRITE BATCH-RPT-REC FROM BATCH-RPT-STACK
                   END-IF
                   ADD 1 TO MST-STACK-IDX
               END-PERFORM

               OPEN INPUT STACK-RTE-FILE
               IF WS-STACK-RTE-STATUS = "00"
                   SET RTE-OPEN TO TRUE
               END-IF

               PERFORM READ-STACK-TRN
               PERFORM UNTIL END-OF-TRN
               WRITE BATCH-RPT-REC FROM BATCH-RPT-TRAILER
               CLOSE BATCH-RPT-FILE
               CLOSE STACK-TRN-FILE
               IF RTE-OPEN
                   CLOSE STACK-RTE-FILE
                   MOVE 'N' TO RTE-OPEN-SW
               END-IF
               DISPLAY "Batch complete: " TRN-APPLIED-COUNT
                   " applied, " TRN-REJECTED-COUNT " rejected."
           END-IF.

       *> A record cut before MOVE existed stops short of the
       *> target stack; it reads as blank, never as a stack.
       READ-STACK-TRN.
           MOVE SPACE TO STACK-TRN-REC
           READ STACK-TRN-FILE
               AT END
                   SET END-OF-TRN TO TRUE

       *> Validate and apply the transaction just read. The stack
       *> ID must be 1-MAX-STACKS and not the reserved self-test
       *> stack; the operation must be one the menu offers, or a
       *> ROUTE, which takes its stack from the routing rule for
       *> the item's type instead. Pops and pushes report the
       *> stack routines' own underflow/overflow verdicts.
       APPLY-ONE-TRN.
           ADD 1 TO TRN-SEQ
           MOVE "APPLIED" TO TRN-RESULT
           MOVE SPACE TO TRN-REASON

           IF TR-OP = "ROUTE"
               PERFORM APPLY-ROUTE-TRN
           ELSE
               IF TR-STACK-ID IS NOT NUMERIC
                   OR TR-STACK-ID = 0
                   OR TR-STACK-ID > MAX-STACKS
                   OR TR-STACK-ID = TEST-STACK-ID
                   MOVE "REJECTED" TO TRN-RESULT
                   MOVE "BAD STACK ID" TO TRN-REASON
               ELSE
                   MOVE TR-STACK-ID TO CURR-STACK-ID
                   EVALUATE TR-OP
                       WHEN "PUSH"
                           MOVE TR-VALUE TO ITEM
                           PERFORM PUSH-STACK
                           IF NOT STACK-OK
                               MOVE "REJECTED" TO TRN-RESULT
                               MOVE STK-CAPACITY(CURR-STACK-ID)
                                   TO TRN-CAPACITY
                               STRING "OVER CAPACITY " TRN-CAPACITY
                                   DELIMITED BY SIZE INTO TRN-REASON
                               END-STRING
                           END-IF
                       WHEN "POP"
                           PERFORM POP-STACK
                           IF STACK-OK
                               MOVE ITEM TO TR-VALUE
                           ELSE
                               MOVE "REJECTED" TO TRN-RESULT
                               MOVE "STACK EMPTY" TO TRN-REASON
                           END-IF
                       WHEN "DISPLAY"
                           PERFORM DISPLAY-STACK
                       WHEN "CLEAR"
                           PERFORM CLEAR-STACK
                       WHEN "MOVE"
                           PERFORM APPLY-MOVE-TRN
                       WHEN OTHER
                           MOVE "REJECTED" TO TRN-RESULT
                           MOVE "UNKNOWN OPERATION" TO TRN-REASON
                   END-EVALUATE
               END-IF
           END-IF

           IF TRN-RESULT = "APPLIED"
           MOVE TRN-REASON TO BAT-DTL-REASON
           WRITE BATCH-RPT-REC FROM BATCH-RPT-DETAIL.

       *> MOVE: take the item whose reference is in TR-VALUE off
       *> stack TR-STACK-ID and put it on TR-TO-STACK-ID. The
       *> report shows the whole item moved.
       APPLY-MOVE-TRN.
           IF TR-TO-STACK-ID IS NOT NUMERIC
               OR TR-TO-STACK-ID = 0
               OR TR-TO-STACK-ID > MAX-STACKS
               OR TR-TO-STACK-ID = TEST-STACK-ID
               OR TR-TO-STACK-ID = TR-STACK-ID
               MOVE "REJECTED" TO TRN-RESULT
               MOVE "BAD TARGET STACK" TO TRN-REASON
           ELSE
               MOVE TR-TO-STACK-ID TO MOVE-TO-STACK-ID
               MOVE TR-VALUE TO ITEM
               MOVE ITEM-REF TO MOVE-ITEM-REF
               PERFORM MOVE-STACK-ITEM
               EVALUATE TRUE
                   WHEN STACK-OK
                       MOVE ITEM TO TR-VALUE
                       MOVE MOVE-TO-STACK-ID TO TRN-STACK-NO
                       STRING "MOVED TO STACK " TRN-STACK-NO
                           DELIMITED BY SIZE INTO TRN-REASON
                       END-STRING
                   WHEN STACK-OVERFLOW
                       MOVE "REJECTED" TO TRN-RESULT
                       MOVE STK-CAPACITY(MOVE-TO-STACK-ID)
                           TO TRN-CAPACITY
                       STRING "OVER CAPACITY " TRN-CAPACITY
                           DELIMITED BY SIZE INTO TRN-REASON
                       END-STRING
                   WHEN OTHER
                       MOVE "REJECTED" TO TRN-RESULT
                       MOVE "ITEM NOT ON STACK" TO TRN-REASON
               END-EVALUATE
           END-IF.

       *> ROUTE: push the item in TR-VALUE onto the stack the
       *> routing rule for its type names. A type with no rule (or
       *> no routing file) is rejected - never pushed to a default
       *> stack - so unrouted work shows up on the report.
       APPLY-ROUTE-TRN.
           MOVE TR-VALUE TO ITEM
           MOVE 'N' TO RTE-FOUND-SW
           IF RTE-OPEN
               MOVE ITEM-TYPE TO RT-ITEM-TYPE
               READ STACK-RTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RTE-FOUND TO TRUE
               END-READ
               IF WS-STACK-RTE-STATUS NOT = "00"
                   AND WS-STACK-RTE-STATUS NOT = "23"
                   DISPLAY "STACKRTE: I/O ERROR - STATUS "
                       WS-STACK-RTE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT RTE-FOUND
                   MOVE "REJECTED" TO TRN-RESULT
                   MOVE "NO ROUTE FOR TYPE" TO TRN-REASON
               WHEN RT-STACK-ID IS NOT NUMERIC
                   OR RT-STACK-ID = 0
                   OR RT-STACK-ID > MAX-STACKS
                   OR RT-STACK-ID = TEST-STACK-ID
                   MOVE "REJECTED" TO TRN-RESULT
                   MOVE "BAD ROUTE STACK ID" TO TRN-REASON
               WHEN OTHER
                   MOVE RT-STACK-ID TO CURR-STACK-ID
                   MOVE RT-STACK-ID TO TR-STACK-ID
                   PERFORM PUSH-STACK
                   IF STACK-OK
                       STRING "ROUTED BY TYPE " ITEM-TYPE
                           DELIMITED BY SIZE INTO TRN-REASON
                       END-STRING
                   ELSE
                       MOVE "REJECTED" TO TRN-RESULT
                       MOVE STK-CAPACITY(CURR-STACK-ID)
                           TO TRN-CAPACITY
                       STRING "OVER CAPACITY " TRN-CAPACITY
                           DELIMITED BY SIZE INTO TRN-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       *> Open the persistent stack file, creating it on first use if
       *> it doesn't exist yet.
       OPEN-STACK-IDX-FILE.
       CLOSE-STACK-IDX-FILE.
           CLOSE STACK-IDX-FILE.

       *> Take each stack's name, owner, discipline and capacity
       *> from the stack master. No master file at all leaves every
       *> stack on the defaults; the self-test stack always stays
       *> on them so the tests see plain LIFO whatever is on file.
       LOAD-STACK-MASTER.
           OPEN INPUT STACK-MST-FILE
           IF WS-STACK-MST-STATUS = "00"
               MOVE 'N' TO MST-EOF-SW
               PERFORM UNTIL END-OF-MST
                   READ STACK-MST-FILE NEXT RECORD
                       AT END
                           SET END-OF-MST TO TRUE
                       NOT AT END
                           IF SM-STACK-ID > 0
                               AND SM-STACK-ID NOT > MAX-STACKS
                               AND SM-STACK-ID NOT = TEST-STACK-ID
                               PERFORM TAKE-STACK-MASTER-REC
                           END-IF
                   END-READ
                   IF WS-STACK-MST-STATUS NOT = "00"
                       AND WS-STACK-MST-STATUS NOT = "10"
                       DISPLAY "STACKMST: I/O ERROR - STATUS "
                           WS-STACK-MST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE STACK-MST-FILE
           END-IF.

       TAKE-STACK-MASTER-REC.
           MOVE SM-STACK-ID TO MST-STACK-IDX
           SET STK-DEFINED(MST-STACK-IDX) TO TRUE
           MOVE SM-STACK-NAME TO STK-NAME(MST-STACK-IDX)
           MOVE SM-OWNER-TEAM TO STK-OWNER(MST-STACK-IDX)
           MOVE SM-DISCIPLINE TO STK-DISCIPLINE(MST-STACK-IDX)
           IF NOT STK-FIFO(MST-STACK-IDX)
               AND NOT STK-PRIORITY(MST-STACK-IDX)
               MOVE "LIFO" TO STK-DISCIPLINE(MST-STACK-IDX)
           END-IF
           IF SM-CAPACITY IS NUMERIC AND SM-CAPACITY > 0
               AND SM-CAPACITY < MAX-STACK-DEPTH
               MOVE SM-CAPACITY TO STK-CAPACITY(MST-STACK-IDX)
           ELSE
               MOVE MAX-STACK-DEPTH TO STK-CAPACITY(MST-STACK-IDX)
           END-IF.

       *> Rebuild every stack's in-memory linked list from the
       *> persistent file, replaying pushes in push-order (ascending
       *> key) so the most recently pushed entry ends up on top again,
               END-PERFORM
           END-IF.

       *> Ask which stack a menu move sends the item to: any valid
       *> stack other than the one it is coming off.
       SELECT-MOVE-TARGET.
           MOVE 0 TO MOVE-TO-STACK-ID
           PERFORM UNTIL MOVE-TO-STACK-ID > 0
                   AND MOVE-TO-STACK-ID NOT > MAX-STACKS
                   AND MOVE-TO-STACK-ID NOT = TEST-STACK-ID
                   AND MOVE-TO-STACK-ID NOT = CURR-STACK-ID
               DISPLAY "Enter target stack ID (1-" MAX-STACKS "): "
               ACCEPT MOVE-TO-STACK-ID
               IF MOVE-TO-STACK-ID = 0
                   OR MOVE-TO-STACK-ID > MAX-STACKS
                   OR MOVE-TO-STACK-ID = TEST-STACK-ID
                   OR MOVE-TO-STACK-ID = CURR-STACK-ID
                   DISPLAY "Invalid target; must be 1-"
                       MAX-STACKS ", excluding " TEST-STACK-ID
                       " and the stack the item is on."
               END-IF
           END-PERFORM.

       *> Function to push "ITEM" onto top of stack CURR-STACK-ID
       *> A stack already holding its master capacity (never more
       *> than MAX-STACK-DEPTH) refuses the push.
       PUSH-STACK.
           IF STK-DEPTH(CURR-STACK-ID) NOT < MAX-STACK-DEPTH
               OR STK-DEPTH(CURR-STACK-ID)
                   NOT < STK-CAPACITY(CURR-STACK-ID)
               SET STACK-OVERFLOW TO TRUE
               DISPLAY "Stack is full (capacity "
                   STK-CAPACITY(CURR-STACK-ID) ")."
           ELSE
               IF YES-READING
                      DISPLAY "Enter work-item reference (10): "
               PERFORM STACK-IDX-IO-ERROR
           END-IF.

       *> Remove the next value of stack CURR-STACK-ID under its
       *> discipline - the top for LIFO. Accessible in "ITEM"
       POP-STACK.
           IF STK-EMPTY(CURR-STACK-ID)
               SET STACK-UNDERFLOW TO TRUE
               DISPLAY "Stack is empty."
           ELSE
               PERFORM SELECT-POP-NODE
               PERFORM UNLINK-CURR-NODE
               MOVE VAL OF CURR-NODE TO ITEM
               DISPLAY "Popped value: " ITEM
               PERFORM DELETE-STACK-IDX-REC
               SET STACK-OK TO TRUE
           END-IF.

       *> Point CURR-NODE-PTR at the node the stack's discipline
       *> pops next and PREV-NODE-PTR at the node before it. The
       *> chain runs newest to oldest from the head, so LIFO takes
       *> the head, FIFO walks to the last node, and PRIORITY keeps
       *> the last node seen with the lowest type code - the
       *> oldest among equal types.
       SELECT-POP-NODE.
           SET CURR-NODE-PTR TO STK-HEAD-PTR(CURR-STACK-ID)
           SET PREV-NODE-PTR TO NULL
           IF NOT STK-LIFO(CURR-STACK-ID)
               MOVE HIGH-VALUES TO POP-BEST-TYPE
               SET SCAN-PREV-PTR TO NULL
               SET SCAN-NODE-PTR TO STK-HEAD-PTR(CURR-STACK-ID)
               PERFORM UNTIL SCAN-NODE-PTR = NULL
                   SET ADDRESS OF TEMP-NODE TO SCAN-NODE-PTR
                   IF STK-FIFO(CURR-STACK-ID)
                       OR VAL OF TEMP-NODE(11:2) NOT > POP-BEST-TYPE
                       SET CURR-NODE-PTR TO SCAN-NODE-PTR
                       SET PREV-NODE-PTR TO SCAN-PREV-PTR
                       MOVE VAL OF TEMP-NODE(11:2) TO POP-BEST-TYPE
                   END-IF
                   SET SCAN-PREV-PTR TO SCAN-NODE-PTR
                   SET SCAN-NODE-PTR TO NXT OF TEMP-NODE
               END-PERFORM
           END-IF.

       *> Take CURR-NODE out of stack CURR-STACK-ID's chain, given
       *> PREV-NODE-PTR, the node before it (NULL at the head).
       UNLINK-CURR-NODE.
           SET ADDRESS OF CURR-NODE TO CURR-NODE-PTR
           IF PREV-NODE-PTR = NULL
               SET STK-HEAD-PTR(CURR-STACK-ID) TO NXT OF CURR-NODE
           ELSE
               SET ADDRESS OF TEMP-NODE TO PREV-NODE-PTR
               SET NXT OF TEMP-NODE TO NXT OF CURR-NODE
           END-IF.

       *> Move the item MOVE-ITEM-REF from stack CURR-STACK-ID to
       *> MOVE-TO-STACK-ID as one event: the STACKIDX record is
       *> rewritten under its own push sequence with the new stack
       *> ID and a single MOVE is journaled, naming the target, so
       *> STACKRPL and STACKVFY follow the item by its sequence.
       *> The target's capacity applies as for a push. The newest
       *> entry with the reference is the one moved.
       MOVE-STACK-ITEM.
           IF STK-DEPTH(MOVE-TO-STACK-ID)
                   NOT < STK-CAPACITY(MOVE-TO-STACK-ID)
               SET STACK-OVERFLOW TO TRUE
               DISPLAY "Stack " MOVE-TO-STACK-ID " is full (capacity "
                   STK-CAPACITY(MOVE-TO-STACK-ID) ")."
           ELSE
               PERFORM FIND-ITEM-NODE
               IF NOT MOVE-FOUND
                   SET STACK-NOT-FOUND TO TRUE
                   DISPLAY "Item " MOVE-ITEM-REF " is not on stack "
                       CURR-STACK-ID "."
               ELSE
                   PERFORM UNLINK-CURR-NODE
                   SUBTRACT 1 FROM STK-DEPTH(CURR-STACK-ID)
                   IF STK-HEAD-PTR(CURR-STACK-ID) = NULL
                       SET STK-EMPTY(CURR-STACK-ID) TO TRUE
                   END-IF
                   MOVE MOVE-TO-STACK-ID TO NODE-STACK-ID OF CURR-NODE
                   PERFORM LINK-NODE-BY-SEQ
                   ADD 1 TO STK-DEPTH(MOVE-TO-STACK-ID)
                   SET STK-NOT-EMPTY(MOVE-TO-STACK-ID) TO TRUE
                   PERFORM REWRITE-STACK-IDX-REC
                   MOVE "MOVE" TO JRN-CURR-OP
                   PERFORM WRITE-STACK-JRN-REC
                   MOVE VAL OF CURR-NODE TO ITEM
                   SET STACK-OK TO TRUE
               END-IF
           END-IF.

       *> Point CURR-NODE-PTR at the first node on stack
       *> CURR-STACK-ID whose reference is MOVE-ITEM-REF, and
       *> PREV-NODE-PTR at the node before it.
       FIND-ITEM-NODE.
           MOVE 'N' TO MOVE-FOUND-SW
           SET PREV-NODE-PTR TO NULL
           SET SCAN-PREV-PTR TO NULL
           IF STK-EMPTY(CURR-STACK-ID)
               SET SCAN-NODE-PTR TO NULL
           ELSE
               SET SCAN-NODE-PTR TO STK-HEAD-PTR(CURR-STACK-ID)
           END-IF
           PERFORM UNTIL SCAN-NODE-PTR = NULL OR MOVE-FOUND
               SET ADDRESS OF TEMP-NODE TO SCAN-NODE-PTR
               IF VAL OF TEMP-NODE(1:10) = MOVE-ITEM-REF
                   SET MOVE-FOUND TO TRUE
                   SET CURR-NODE-PTR TO SCAN-NODE-PTR
                   SET PREV-NODE-PTR TO SCAN-PREV-PTR
               ELSE
                   SET SCAN-PREV-PTR TO SCAN-NODE-PTR
                   SET SCAN-NODE-PTR TO NXT OF TEMP-NODE
               END-IF
           END-PERFORM.

       *> Link CURR-NODE into stack MOVE-TO-STACK-ID's chain ahead
       *> of the first node with a lower push sequence, keeping the
       *> chain newest to oldest the way a load from STACKIDX
       *> builds it.
       LINK-NODE-BY-SEQ.
           MOVE 'N' TO LINK-DONE-SW
           SET SCAN-PREV-PTR TO NULL
           IF STK-EMPTY(MOVE-TO-STACK-ID)
               SET SCAN-NODE-PTR TO NULL
           ELSE
               SET SCAN-NODE-PTR TO STK-HEAD-PTR(MOVE-TO-STACK-ID)
           END-IF
           PERFORM UNTIL SCAN-NODE-PTR = NULL OR LINK-DONE
               SET ADDRESS OF TEMP-NODE TO SCAN-NODE-PTR
               IF NODE-PUSH-SEQ OF TEMP-NODE
                       < NODE-PUSH-SEQ OF CURR-NODE
                   SET LINK-DONE TO TRUE
               ELSE
                   SET SCAN-PREV-PTR TO SCAN-NODE-PTR
                   SET SCAN-NODE-PTR TO NXT OF TEMP-NODE
               END-IF
           END-PERFORM
           SET NXT OF CURR-NODE TO SCAN-NODE-PTR
           IF SCAN-PREV-PTR = NULL
               SET STK-HEAD-PTR(MOVE-TO-STACK-ID) TO CURR-NODE-PTR
           ELSE
               SET ADDRESS OF TEMP-NODE TO SCAN-PREV-PTR
               SET NXT OF TEMP-NODE TO CURR-NODE-PTR
           END-IF.

       *> Persist a moved node's new stack ID under its unchanged
       *> push-sequence key.
       REWRITE-STACK-IDX-REC.
           MOVE NODE-PUSH-SEQ OF CURR-NODE TO SI-PUSH-SEQ
           MOVE NODE-STACK-ID OF CURR-NODE TO SI-STACK-ID
           MOVE VAL OF CURR-NODE TO SI-VAL
           REWRITE STACK-IDX-REC
           IF WS-STACK-IDX-STATUS NOT = "00"
               PERFORM STACK-IDX-IO-ERROR
           END-IF.

       *> Remove the just-popped node's record from the indexed
       *> stack file so persisted state matches the in-memory stack.
       DELETE-STACK-IDX-REC.
       *> Write a paginated, headered dump of stack CURR-STACK-ID to
       *> STACKRPT instead of DISPLAYing it to the console, so a stack
       *> with more than a screenful of entries can still be reviewed
       *> after the session ends. Entries are listed in the order
       *> the stack's discipline would pop them.
       DISPLAY-STACK.
           IF STK-EMPTY(CURR-STACK-ID)
               DISPLAY "Stack is empty."
           ELSE
               PERFORM BUILD-DUMP-ORDER
               PERFORM OPEN-STACK-RPT
               MOVE 0 TO RPT-ENTRY-SEQ
               MOVE 1 TO DUMP-IDX
               PERFORM UNTIL DUMP-IDX > DUMP-COUNT
                   SET CURR-NODE-PTR TO DUMP-NODE-PTR(DUMP-IDX)
                   SET ADDRESS OF CURR-NODE TO CURR-NODE-PTR
                   ADD 1 TO RPT-ENTRY-SEQ
                   IF RPT-LINES-ON-PAGE = 0
                   IF RPT-LINES-ON-PAGE NOT < MAX-RPT-LINES-PER-PAGE
                       MOVE 0 TO RPT-LINES-ON-PAGE
                   END-IF
                   ADD 1 TO DUMP-IDX
               END-PERFORM
               MOVE RPT-ENTRY-SEQ TO RPT-TRL-COUNT
               WRITE STACK-RPT-REC FROM STACK-RPT-TRAILER
                   RPT-ENTRY-SEQ " entries)."
           END-IF.

       *> Lay stack CURR-STACK-ID's nodes out in DUMP-TABLE in pop
       *> order: the chain as it stands for LIFO, the chain back to
       *> front for FIFO, and for PRIORITY a straight insertion on
       *> type code then push sequence.
       BUILD-DUMP-ORDER.
           MOVE STK-DEPTH(CURR-STACK-ID) TO DUMP-COUNT
           MOVE 0 TO DUMP-POS
           SET TEMP-NODE-PTR TO STK-HEAD-PTR(CURR-STACK-ID)
           PERFORM UNTIL TEMP-NODE-PTR = NULL
               SET ADDRESS OF TEMP-NODE TO TEMP-NODE-PTR
               ADD 1 TO DUMP-POS
               EVALUATE TRUE
                   WHEN STK-FIFO(CURR-STACK-ID)
                       COMPUTE DUMP-IDX = DUMP-COUNT - DUMP-POS + 1
                   WHEN STK-PRIORITY(CURR-STACK-ID)
                       MOVE VAL OF TEMP-NODE(11:2) TO DUMP-NEW-KEY
                       MOVE NODE-PUSH-SEQ OF TEMP-NODE
                           TO DUMP-NEW-KEY(3:6)
                       MOVE DUMP-POS TO DUMP-IDX
                       PERFORM UNTIL DUMP-IDX = 1
                               OR DUMP-KEY(DUMP-IDX - 1)
                                   NOT > DUMP-NEW-KEY
                           MOVE DUMP-ENTRY(DUMP-IDX - 1)
                               TO DUMP-ENTRY(DUMP-IDX)
                           SUBTRACT 1 FROM DUMP-IDX
                       END-PERFORM
                       MOVE DUMP-NEW-KEY TO DUMP-KEY(DUMP-IDX)
                   WHEN OTHER
                       MOVE DUMP-POS TO DUMP-IDX
               END-EVALUATE
               SET DUMP-NODE-PTR(DUMP-IDX) TO TEMP-NODE-PTR
               SET TEMP-NODE-PTR TO NXT OF TEMP-NODE
           END-PERFORM.

       *> Open the stack-dump report and prime the run-date/paging
       *> fields for a fresh set of page headers.
       OPEN-STACK-RPT.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE
           MOVE CURR-STACK-ID TO RPT-HDR-STACK-ID
           MOVE STK-DEPTH(CURR-STACK-ID) TO RPT-HDR-COUNT
           WRITE STACK-RPT-REC FROM STACK-RPT-HEADER
           IF STK-DEFINED(CURR-STACK-ID)
               MOVE STK-NAME(CURR-STACK-ID) TO RPT-HDR-NAME
               MOVE STK-OWNER(CURR-STACK-ID) TO RPT-HDR-OWNER
           ELSE
               MOVE "(NOT ON STACKMST)" TO RPT-HDR-NAME
               MOVE SPACE TO RPT-HDR-OWNER
           END-IF
           MOVE STK-DISCIPLINE(CURR-STACK-ID) TO RPT-HDR-DISCIPLINE
           MOVE STK-CAPACITY(CURR-STACK-ID) TO RPT-HDR-CAPACITY
           WRITE STACK-RPT-REC FROM STACK-RPT-HEADER-2.

       *> Append one dated journal record for the operation
       *> JRN-CURR-OP just applied to CURR-NODE, opening the journal
