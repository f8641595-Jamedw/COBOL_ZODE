       *> Maintenance program for the STACKMST stack master file.
       *> Each of MyStack's stacks can be given a name, an owning
       *> team, a pop discipline - LIFO (newest first, the original
       *> behaviour), FIFO (oldest first) or PRIORITY (lowest type
       *> code first, oldest first among equal types) - and a
       *> capacity, the most entries it may hold. MyStack reads the
       *> master on every start: POP-STACK, the batch POP and the
       *> stack dump follow the discipline, a push onto a stack at
       *> capacity is refused (the batch report gives the reason),
       *> and the dump and batch report headers show the name and
       *> owner. A stack with no master record keeps the defaults.
       *> Stack 10 is MyStack's reserved self-test stack and cannot
       *> be defined here. A stack still holding entries cannot be
       *> deleted; lowering a capacity below the entries already
       *> held is allowed with a warning - pushes are refused until
       *> the stack drains below it.
       *> The same menu keeps the STACKRTE routing rules: for each
       *> ITEM-TYPE, the stack a batch ROUTE transaction sends that
       *> type to. A rule may only name a stack on the master, and
       *> a stack that rules still route to cannot be deleted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACKMNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STACK-MST-FILE ASSIGN TO "STACKMST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STACK-ID
               FILE STATUS IS WS-STACK-MST-STATUS.

           SELECT STACK-RTE-FILE ASSIGN TO "STACKRTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ITEM-TYPE
               FILE STATUS IS WS-STACK-RTE-STATUS.

           *> Read only, to count the entries a stack holds now.
           SELECT STACK-IDX-FILE ASSIGN TO "STACKIDX"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-PUSH-SEQ
               FILE STATUS IS WS-STACK-IDX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STACK-MST-FILE.
       01  STACK-MST-REC.
           05  SM-STACK-ID     PIC 9(2).
           05  SM-STACK-NAME   PIC X(20).
           05  SM-OWNER-TEAM   PIC X(20).
           05  SM-DISCIPLINE   PIC X(8).
           05  SM-CAPACITY     PIC 9(4).

       FD  STACK-RTE-FILE.
       01  STACK-RTE-REC.
           05  RT-ITEM-TYPE    PIC X(2).
           05  RT-STACK-ID     PIC 9(2).

       FD  STACK-IDX-FILE.
       01  STACK-IDX-REC.
           05  SI-PUSH-SEQ     PIC 9(6).
           05  SI-STACK-ID     PIC 9(2).
           05  SI-VAL          PIC X(32).

       WORKING-STORAGE SECTION.

       01  WS-STACK-MST-STATUS  PIC XX VALUE '00'.
       01  WS-STACK-IDX-STATUS  PIC XX VALUE '00'.
       01  WS-STACK-RTE-STATUS  PIC XX VALUE '00'.
       01  RTE-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-RTE       VALUE 'Y'.
       01  MST-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-MST       VALUE 'Y'.
       01  IDX-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-IDX       VALUE 'Y'.

       01  CHOICE          PIC 9 VALUE 0.
           88  LIST-CHOICE     VALUE 1.
           88  ADD-CHOICE      VALUE 2.
           88  CHANGE-CHOICE   VALUE 3.
           88  DELETE-CHOICE   VALUE 4.
           88  LIST-RULE-CHOICE    VALUE 5.
           88  SET-RULE-CHOICE     VALUE 6.
           88  REMOVE-RULE-CHOICE  VALUE 7.
           88  EXIT-CHOICE     VALUE 8.

      *> MYSTACK'S LIMITS: STACK IDS 1-MAX-STACKS LESS THE
      *> SELF-TEST STACK, AND NO STACK DEEPER THAN MAX-STACK-DEPTH.
       01  MAX-STACKS      PIC 9(2) VALUE 10.
       01  TEST-STACK-ID   PIC 9(2) VALUE 10.
       01  MAX-STACK-DEPTH PIC 9(4) VALUE 9999.

       01  ENTRY-STACK-ID  PIC 9(2) VALUE 0.
       01  ENTRY-FOUND-SW  PIC X VALUE 'N'.
           88  ENTRY-FOUND     VALUE 'Y'.
       01  ENTRY-NAME      PIC X(20) VALUE SPACE.
       01  ENTRY-OWNER     PIC X(20) VALUE SPACE.
       01  ENTRY-DISCIPLINE PIC X(8) VALUE SPACE.
           88  ENTRY-DISCIPLINE-VALID
               VALUE "LIFO" "FIFO" "PRIORITY".
       01  ENTRY-CAPACITY  PIC 9(4) VALUE 0.
       01  LIST-COUNT      PIC 9(4) VALUE 0.
       01  HELD-COUNT      PIC 9(6) VALUE 0.
       01  ENTRY-ITEM-TYPE PIC X(2) VALUE SPACE.
       01  RULE-FOUND-SW   PIC X VALUE 'N'.
           88  RULE-FOUND      VALUE 'Y'.
       01  RULE-COUNT      PIC 9(4) VALUE 0.

       *> For validated numeric entry.
       01  NUMBER-INPUT    PIC X(4) VALUE SPACE.
       01  NUMBER-ERR-SW   PIC X VALUE 'N'.
           88  NUMBER-ERR      VALUE 'Y'.

       PROCEDURE DIVISION.

       PERFORM MAIN.

       *> Main function to ask the operator what they want to do,
       *> in the style of MyStack's menu.
       MAIN.
           PERFORM OPEN-MST-FILE
           PERFORM OPEN-RTE-FILE

           DISPLAY "1. List stacks"
           DISPLAY "2. Add a stack"
           DISPLAY "3. Change a stack"
           DISPLAY "4. Delete a stack"
           DISPLAY "5. List routing rules"
           DISPLAY "6. Set a routing rule"
           DISPLAY "7. Remove a routing rule"
           DISPLAY "8. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
               ACCEPT CHOICE
               EVALUATE TRUE
                   WHEN LIST-CHOICE
                       PERFORM LIST-STACKS
                   WHEN ADD-CHOICE
                       PERFORM ADD-STACK
                   WHEN CHANGE-CHOICE
                       PERFORM CHANGE-STACK
                   WHEN DELETE-CHOICE
                       PERFORM DELETE-STACK
                   WHEN LIST-RULE-CHOICE
                       PERFORM LIST-RULES
                   WHEN SET-RULE-CHOICE
                       PERFORM SET-RULE
                   WHEN REMOVE-RULE-CHOICE
                       PERFORM REMOVE-RULE
                   WHEN EXIT-CHOICE
                       DISPLAY "Exiting program."
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-MST-FILE
           PERFORM CLOSE-RTE-FILE.
       STOP RUN.

       *> Open the stack master, creating it on first use if it
       *> doesn't exist yet.
       OPEN-MST-FILE.
           OPEN I-O STACK-MST-FILE
           IF WS-STACK-MST-STATUS NOT = "00"
               OPEN OUTPUT STACK-MST-FILE
               CLOSE STACK-MST-FILE
               OPEN I-O STACK-MST-FILE
           END-IF.

       CLOSE-MST-FILE.
           CLOSE STACK-MST-FILE.

       *> Open the routing rules, creating the file on first use if
       *> it doesn't exist yet.
       OPEN-RTE-FILE.
           OPEN I-O STACK-RTE-FILE
           IF WS-STACK-RTE-STATUS NOT = "00"
               OPEN OUTPUT STACK-RTE-FILE
               CLOSE STACK-RTE-FILE
               OPEN I-O STACK-RTE-FILE
           END-IF.

       CLOSE-RTE-FILE.
           CLOSE STACK-RTE-FILE.

       RTE-IO-ERROR.
           DISPLAY "STACKRTE: I/O ERROR - STATUS " WS-STACK-RTE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-NEXT-RTE-REC.
           READ STACK-RTE-FILE NEXT RECORD
               AT END
                   SET END-OF-RTE TO TRUE
           END-READ
           IF WS-STACK-RTE-STATUS NOT = "00"
               AND WS-STACK-RTE-STATUS NOT = "10"
               PERFORM RTE-IO-ERROR
           END-IF.

       *> Position at the first routing rule; END-OF-RTE is set
       *> when there are none.
       START-RTE-FILE.
           MOVE 'N' TO RTE-EOF-SW
           MOVE LOW-VALUES TO RT-ITEM-TYPE
           START STACK-RTE-FILE KEY NOT < RT-ITEM-TYPE
               INVALID KEY
                   SET END-OF-RTE TO TRUE
           END-START
           IF NOT END-OF-RTE
               PERFORM READ-NEXT-RTE-REC
           END-IF.

       *> Abend cleanly on any master-file I/O error other than the
       *> statuses each caller expects.
       MST-IO-ERROR.
           DISPLAY "STACKMST: I/O ERROR - STATUS " WS-STACK-MST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-NEXT-MST-REC.
           READ STACK-MST-FILE NEXT RECORD
               AT END
                   SET END-OF-MST TO TRUE
           END-READ
           IF WS-STACK-MST-STATUS NOT = "00"
               AND WS-STACK-MST-STATUS NOT = "10"
               PERFORM MST-IO-ERROR
           END-IF.

       *> Every stack on the master in stack ID order.
       LIST-STACKS.
           MOVE 0 TO LIST-COUNT
           MOVE 'N' TO MST-EOF-SW
           MOVE 0 TO SM-STACK-ID
           START STACK-MST-FILE KEY NOT < SM-STACK-ID
               INVALID KEY
                   SET END-OF-MST TO TRUE
           END-START
           IF NOT END-OF-MST
               PERFORM READ-NEXT-MST-REC
           END-IF
           PERFORM UNTIL END-OF-MST
               ADD 1 TO LIST-COUNT
               DISPLAY SM-STACK-ID " " SM-STACK-NAME " OWNER "
                   SM-OWNER-TEAM " " SM-DISCIPLINE " CAP "
                   SM-CAPACITY
               PERFORM READ-NEXT-MST-REC
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "No stacks on file."
           ELSE
               DISPLAY "Total stacks: " LIST-COUNT
           END-IF.

       *> Ask for the stack the next add/change/delete should
       *> operate on until one passes the range edit, and read its
       *> record if it is on file.
       ACCEPT-ENTRY-STACK-ID.
           MOVE 0 TO ENTRY-STACK-ID
           PERFORM UNTIL ENTRY-STACK-ID > 0
                   AND ENTRY-STACK-ID NOT > MAX-STACKS
                   AND ENTRY-STACK-ID NOT = TEST-STACK-ID
               DISPLAY "Enter stack ID (1-" MAX-STACKS "): "
               ACCEPT ENTRY-STACK-ID
               IF ENTRY-STACK-ID = 0 OR ENTRY-STACK-ID > MAX-STACKS
                   OR ENTRY-STACK-ID = TEST-STACK-ID
                   DISPLAY "Invalid stack ID; must be 1-"
                       MAX-STACKS ", excluding " TEST-STACK-ID
                       " (reserved for self-tests)."
               END-IF
           END-PERFORM
           PERFORM FIND-ENTRY.

       *> Keyed read of stack ENTRY-STACK-ID; on a hit the record
       *> area holds it.
       FIND-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE ENTRY-STACK-ID TO SM-STACK-ID
           READ STACK-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ
           IF WS-STACK-MST-STATUS NOT = "00"
               AND WS-STACK-MST-STATUS NOT = "23"
               PERFORM MST-IO-ERROR
           END-IF.

       *> The name, owner, discipline and capacity for an add or a
       *> change. On a change a blank answer keeps the value on
       *> file.
       ACCEPT-ENTRY-FIELDS.
           MOVE SPACE TO ENTRY-NAME
           PERFORM UNTIL ENTRY-NAME NOT = SPACE
               DISPLAY "Enter stack name (20): "
               ACCEPT ENTRY-NAME
               IF ENTRY-NAME = SPACE
                   IF ENTRY-FOUND
                       MOVE SM-STACK-NAME TO ENTRY-NAME
                   ELSE
                       DISPLAY "Stack name must not be blank."
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACE TO ENTRY-OWNER
           PERFORM UNTIL ENTRY-OWNER NOT = SPACE
               DISPLAY "Enter owning team (20): "
               ACCEPT ENTRY-OWNER
               IF ENTRY-OWNER = SPACE
                   IF ENTRY-FOUND
                       MOVE SM-OWNER-TEAM TO ENTRY-OWNER
                   ELSE
                       DISPLAY "Owning team must not be blank."
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACE TO ENTRY-DISCIPLINE
           PERFORM UNTIL ENTRY-DISCIPLINE-VALID
               DISPLAY "Enter discipline (LIFO, FIFO or PRIORITY): "
               ACCEPT ENTRY-DISCIPLINE
               IF ENTRY-DISCIPLINE = SPACE AND ENTRY-FOUND
                   MOVE SM-DISCIPLINE TO ENTRY-DISCIPLINE
               END-IF
               IF NOT ENTRY-DISCIPLINE-VALID
                   DISPLAY "Discipline must be LIFO, FIFO or "
                       "PRIORITY."
               END-IF
           END-PERFORM

           SET NUMBER-ERR TO TRUE
           PERFORM UNTIL NOT NUMBER-ERR
               DISPLAY "Enter capacity (1-" MAX-STACK-DEPTH "): "
               MOVE SPACE TO NUMBER-INPUT
               ACCEPT NUMBER-INPUT
               MOVE 'N' TO NUMBER-ERR-SW
               IF NUMBER-INPUT = SPACE AND ENTRY-FOUND
                   MOVE SM-CAPACITY TO ENTRY-CAPACITY
               ELSE
                   IF NUMBER-INPUT IS NUMERIC
                       MOVE NUMBER-INPUT TO ENTRY-CAPACITY
                       IF ENTRY-CAPACITY = 0
                           SET NUMBER-ERR TO TRUE
                       END-IF
                   ELSE
                       SET NUMBER-ERR TO TRUE
                   END-IF
               END-IF
               IF NUMBER-ERR
                   DISPLAY "Capacity must be 4 digits, 0001-"
                       MAX-STACK-DEPTH "."
               END-IF
           END-PERFORM.

       ADD-STACK.
           PERFORM ACCEPT-ENTRY-STACK-ID
           IF ENTRY-FOUND
               DISPLAY "Stack " ENTRY-STACK-ID " is already on file;"
                   " use Change."
           ELSE
               PERFORM ACCEPT-ENTRY-FIELDS
               PERFORM MOVE-ENTRY-TO-REC
               WRITE STACK-MST-REC
               IF WS-STACK-MST-STATUS NOT = "00"
                   PERFORM MST-IO-ERROR
               END-IF
               PERFORM WARN-OVER-CAPACITY
               DISPLAY "Added stack " ENTRY-STACK-ID "."
           END-IF.

       CHANGE-STACK.
           PERFORM ACCEPT-ENTRY-STACK-ID
           IF NOT ENTRY-FOUND
               DISPLAY "Stack " ENTRY-STACK-ID " is not on file;"
                   " use Add."
           ELSE
               DISPLAY "Current: " SM-STACK-NAME " OWNER "
                   SM-OWNER-TEAM " " SM-DISCIPLINE " CAP "
                   SM-CAPACITY
               DISPLAY "(Press Enter to keep a current value.)"
               PERFORM ACCEPT-ENTRY-FIELDS
               PERFORM MOVE-ENTRY-TO-REC
               REWRITE STACK-MST-REC
               IF WS-STACK-MST-STATUS NOT = "00"
                   PERFORM MST-IO-ERROR
               END-IF
               PERFORM WARN-OVER-CAPACITY
               DISPLAY "Changed stack " ENTRY-STACK-ID "."
           END-IF.

       *> A stack still holding entries stays on the master, so
       *> nothing on it silently loses its owner and discipline.
       DELETE-STACK.
           PERFORM ACCEPT-ENTRY-STACK-ID
           IF NOT ENTRY-FOUND
               DISPLAY "Stack " ENTRY-STACK-ID " is not on file."
           ELSE
               PERFORM COUNT-HELD-ENTRIES
               PERFORM COUNT-RULES-TO-STACK
               IF HELD-COUNT NOT = 0
                   DISPLAY "Stack " ENTRY-STACK-ID " still holds "
                       HELD-COUNT " entries; not deleted."
               ELSE
                   IF RULE-COUNT NOT = 0
                       DISPLAY "Stack " ENTRY-STACK-ID
                           " is the target of " RULE-COUNT
                           " routing rules; not deleted."
                   ELSE
                       DELETE STACK-MST-FILE
                       IF WS-STACK-MST-STATUS NOT = "00"
                           PERFORM MST-IO-ERROR
                       END-IF
                       DISPLAY "Deleted stack " ENTRY-STACK-ID "."
                   END-IF
               END-IF
           END-IF.

       MOVE-ENTRY-TO-REC.
           MOVE ENTRY-STACK-ID TO SM-STACK-ID
           MOVE ENTRY-NAME TO SM-STACK-NAME
           MOVE ENTRY-OWNER TO SM-OWNER-TEAM
           MOVE ENTRY-DISCIPLINE TO SM-DISCIPLINE
           MOVE ENTRY-CAPACITY TO SM-CAPACITY.

       WARN-OVER-CAPACITY.
           PERFORM COUNT-HELD-ENTRIES
           IF HELD-COUNT > ENTRY-CAPACITY
               DISPLAY "Warning: stack " ENTRY-STACK-ID " holds "
                   HELD-COUNT " entries, over its capacity of "
                   ENTRY-CAPACITY "; pushes will be refused until"
                   " it drains."
           END-IF.

       *> Every routing rule in type order.
       LIST-RULES.
           MOVE 0 TO LIST-COUNT
           PERFORM START-RTE-FILE
           PERFORM UNTIL END-OF-RTE
               ADD 1 TO LIST-COUNT
               DISPLAY "TYPE " RT-ITEM-TYPE " ROUTES TO STACK "
                   RT-STACK-ID
               PERFORM READ-NEXT-RTE-REC
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "No routing rules on file."
           ELSE
               DISPLAY "Total rules: " LIST-COUNT
           END-IF.

       *> Ask for the type code of the next rule to set or remove,
       *> and read its rule if there is one.
       ACCEPT-ENTRY-ITEM-TYPE.
           MOVE SPACE TO ENTRY-ITEM-TYPE
           PERFORM UNTIL ENTRY-ITEM-TYPE NOT = SPACE
               DISPLAY "Enter item type code (2): "
               ACCEPT ENTRY-ITEM-TYPE
               IF ENTRY-ITEM-TYPE = SPACE
                   DISPLAY "Type code must not be blank."
               END-IF
           END-PERFORM
           MOVE 'N' TO RULE-FOUND-SW
           MOVE ENTRY-ITEM-TYPE TO RT-ITEM-TYPE
           READ STACK-RTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RULE-FOUND TO TRUE
           END-READ
           IF WS-STACK-RTE-STATUS NOT = "00"
               AND WS-STACK-RTE-STATUS NOT = "23"
               PERFORM RTE-IO-ERROR
           END-IF.

       *> Add a rule, or point an existing one at a new stack. The
       *> stack must be on the master so routed work has an owner.
       SET-RULE.
           PERFORM ACCEPT-ENTRY-ITEM-TYPE
           IF RULE-FOUND
               DISPLAY "Type " ENTRY-ITEM-TYPE
                   " currently routes to stack " RT-STACK-ID "."
           END-IF
           PERFORM ACCEPT-ENTRY-STACK-ID
           IF NOT ENTRY-FOUND
               DISPLAY "Stack " ENTRY-STACK-ID " is not on file;"
                   " add it first. Rule not set."
           ELSE
               MOVE ENTRY-ITEM-TYPE TO RT-ITEM-TYPE
               MOVE ENTRY-STACK-ID TO RT-STACK-ID
               IF RULE-FOUND
                   REWRITE STACK-RTE-REC
               ELSE
                   WRITE STACK-RTE-REC
               END-IF
               IF WS-STACK-RTE-STATUS NOT = "00"
                   PERFORM RTE-IO-ERROR
               END-IF
               DISPLAY "Type " ENTRY-ITEM-TYPE " routes to stack "
                   ENTRY-STACK-ID "."
           END-IF.

       REMOVE-RULE.
           PERFORM ACCEPT-ENTRY-ITEM-TYPE
           IF NOT RULE-FOUND
               DISPLAY "No routing rule for type " ENTRY-ITEM-TYPE "."
           ELSE
               DELETE STACK-RTE-FILE
               IF WS-STACK-RTE-STATUS NOT = "00"
                   PERFORM RTE-IO-ERROR
               END-IF
               DISPLAY "Removed the rule for type " ENTRY-ITEM-TYPE
                   "; ROUTE transactions of that type will be"
                   " rejected."
           END-IF.

       *> How many routing rules send work to stack ENTRY-STACK-ID.
       COUNT-RULES-TO-STACK.
           MOVE 0 TO RULE-COUNT
           PERFORM START-RTE-FILE
           PERFORM UNTIL END-OF-RTE
               IF RT-STACK-ID = ENTRY-STACK-ID
                   ADD 1 TO RULE-COUNT
               END-IF
               PERFORM READ-NEXT-RTE-REC
           END-PERFORM.

       *> How many STACKIDX entries stack ENTRY-STACK-ID holds now.
       *> No STACKIDX yet means none.
       COUNT-HELD-ENTRIES.
           MOVE 0 TO HELD-COUNT
           MOVE 'N' TO IDX-EOF-SW
           OPEN INPUT STACK-IDX-FILE
           IF WS-STACK-IDX-STATUS = "00"
               PERFORM UNTIL END-OF-IDX
                   READ STACK-IDX-FILE NEXT RECORD
                       AT END
                           SET END-OF-IDX TO TRUE
                       NOT AT END
                           IF SI-STACK-ID = ENTRY-STACK-ID
                               ADD 1 TO HELD-COUNT
                           END-IF
                   END-READ
                   IF WS-STACK-IDX-STATUS NOT = "00"
                       AND WS-STACK-IDX-STATUS NOT = "10"
                       DISPLAY "STACKIDX: I/O ERROR - STATUS "
                           WS-STACK-IDX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE STACK-IDX-FILE
           END-IF.

       END PROGRAM STACKMNT.
