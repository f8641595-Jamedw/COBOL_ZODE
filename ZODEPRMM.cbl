       *> analyst swapping the value at exactly the right night.
       *> List Pending shows the future-dated values waiting to
       *> take effect.
       *> Changes go through maker-checker: an add, change or delete
       *> keyed here is only recorded on ZODEAPPR as awaiting
       *> approval under the keying user's ID, and ZODEPARM is not
       *> touched until a different user approves it from the
       *> review option - so ZODEPARM, and with it every AST_BUILD
       *> run, only ever sees approved values. The approve or reject
       *> decision is stamped to ZODEAUDT with both user IDs,
       *> alongside the usual before/after image of an applied
       *> change. ZODEAPRP reports what is still outstanding.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEPRMM.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           *> Maker-checker approvals, shared with ZODECATM. This
           *> program owns the 'S' (symbol value) records.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           *> The expression catalog, read (never written) by the
           *> delete path to warn when the symbol being removed is
           *> still referenced by a cataloged expression - the same
           05  ZP-SYM-VAL       PIC S9(9)V99.

       FD  PARM-AUDIT-FILE.
       01  PARM-AUDIT-REC           PIC X(140).

       FD  ZODE-APPR-FILE.
       01  ZODE-APPR-REC.
           05  AP-KEY.
               10  AP-ITEM-TYPE PIC X.
               10  AP-ITEM-NAME PIC X(8).
               10  AP-EFF-DATE  PIC 9(8).
           05  AP-STATUS        PIC X.
               88  AP-PENDING   VALUE 'P'.
               88  AP-APPROVED  VALUE 'A'.
               88  AP-REJECTED  VALUE 'R'.
           05  AP-ACTION        PIC X(7).
           05  AP-OLD-VAL       PIC S9(9)V99.
           05  AP-NEW-VAL       PIC S9(9)V99.
           05  AP-MAKER-ID      PIC X(8).
           05  AP-MAKER-DATE    PIC 9(8).
           05  AP-MAKER-TIME    PIC 9(6).
           05  AP-CHECKER-ID    PIC X(8).
           05  AP-CHECK-DATE    PIC 9(8).
           05  AP-CHECK-TIME    PIC 9(6).

       FD  ZODE-CAT-FILE.
       01  ZODE-CAT-REC.
           88  CHANGE-CHOICE   VALUE 3.
           88  DELETE-CHOICE   VALUE 4.
           88  PENDING-CHOICE  VALUE 5.
           88  REVIEW-CHOICE   VALUE 6.

           88  EXIT-CHOICE     VALUE 7.

      *> For maker-checker: the user at the keyboard, asked once per
      *> session, is the maker of what they key and may decide only
      *> what someone else keyed.
       01  WS-APPR-STATUS  PIC XX VALUE '00'.
       01  APPR-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-APPR     VALUE 'Y'.
       01  APPR-FOUND-SW   PIC X VALUE 'N'.
           88  APPR-FOUND      VALUE 'Y'.
       01  APPR-HELD-SW    PIC X VALUE 'N'.
           88  APPR-HELD       VALUE 'Y'.
       01  APPLY-OK-SW     PIC X VALUE 'N'.
           88  APPLY-OK        VALUE 'Y'.
       01  ENTRY-USER      PIC X(8) VALUE SPACE.
       01  DECISION        PIC X VALUE SPACE.
       01  AWAIT-COUNT     PIC 9(4) VALUE 0.
       01  WS-AP-FULL-TIME PIC 9(8) VALUE 0.

      *> For the catalog reference check on the delete path.
       01  WS-CAT-STATUS   PIC XX VALUE '00'.
               10  AU-TS-DATE   PIC 9(8).
               10  AU-TS-TIME   PIC 9(6).

       *> One line per approve/reject decision: what was asked for,
       *> who keyed it and who decided it.
       01  PARM-DECISION-DETAIL.
           05  AD-PROGRAM       PIC X(9) VALUE "ZODEPRMM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AD-ACTION        PIC X(7).
           05  FILLER           PIC X(5) VALUE " SYM=".
           05  AD-SYM-NAME      PIC X(8).
           05  FILLER           PIC X(5) VALUE " EFF=".
           05  AD-EFF-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " REQ=".
           05  AD-REQUEST       PIC X(7).
           05  FILLER           PIC X(5) VALUE " OLD=".
           05  AD-OLD-IMAGE     PIC -(9)9.99.
           05  FILLER           PIC X(5) VALUE " NEW=".
           05  AD-NEW-IMAGE     PIC -(9)9.99.
           05  FILLER           PIC X(5) VALUE " MKR=".
           05  AD-MAKER-ID      PIC X(8).
           05  FILLER           PIC X(5) VALUE " CHK=".
           05  AD-CHECKER-ID    PIC X(8).
           05  FILLER           PIC X(4) VALUE " TS=".
           05  AD-TIMESTAMP.
               10  AD-TS-DATE   PIC 9(8).
               10  AD-TS-TIME   PIC 9(6).

       PROCEDURE DIVISION.

       PERFORM MAIN.
       *> in the style of MyStack's menu.
       MAIN.
           PERFORM LOAD-SYMBOL-TABLE
           PERFORM OPEN-APPR-FILE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM ACCEPT-ENTRY-USER

           DISPLAY "1. List symbols"
           DISPLAY "2. Add symbol value"
           DISPLAY "3. Change symbol value"
           DISPLAY "4. Delete symbol value"
           DISPLAY "5. List pending (future-dated) values"
           DISPLAY "6. Approve or reject changes"
           DISPLAY "7. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
                       PERFORM DELETE-SYMBOL
                   WHEN PENDING-CHOICE
                       PERFORM LIST-PENDING
                   WHEN REVIEW-CHOICE
                       PERFORM REVIEW-CHANGES
                   WHEN EXIT-CHOICE
                       DISPLAY "Exiting program."
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-APPR-FILE.
       STOP RUN.

       *> Open the approvals file, creating it on first use if it
       *> doesn't exist yet.
       OPEN-APPR-FILE.
           OPEN I-O ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00"
               OPEN OUTPUT ZODE-APPR-FILE
               CLOSE ZODE-APPR-FILE
               OPEN I-O ZODE-APPR-FILE
           END-IF.

       CLOSE-APPR-FILE.
           CLOSE ZODE-APPR-FILE.

       *> Abend cleanly on any approvals-file I/O error other than
       *> the statuses each caller expects.
       APPR-IO-ERROR.
           DISPLAY "ZODEAPPR: I/O ERROR - STATUS " WS-APPR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-NEXT-APPR-REC.
           READ ZODE-APPR-FILE NEXT RECORD
               AT END
                   SET END-OF-APPR TO TRUE
           END-READ
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "10"
               PERFORM APPR-IO-ERROR
           END-IF.

       *> Keyed read of the approval record for ENTRY-NAME +
       *> ENTRY-EFF-DATE; on a hit the record area holds it, and
       *> APPR-HELD says a change to that entry is still waiting.
       FIND-APPR-REC.
           MOVE 'N' TO APPR-FOUND-SW
           MOVE 'N' TO APPR-HELD-SW
           MOVE 'S' TO AP-ITEM-TYPE
           MOVE ENTRY-NAME TO AP-ITEM-NAME
           MOVE ENTRY-EFF-DATE TO AP-EFF-DATE
           READ ZODE-APPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET APPR-FOUND TO TRUE
                   IF AP-PENDING
                       SET APPR-HELD TO TRUE
                   END-IF
           END-READ
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "23"
               PERFORM APPR-IO-ERROR
           END-IF.

       *> The user ID every request and decision this session is
       *> stamped with. A blank ID is never valid.
       ACCEPT-ENTRY-USER.
           MOVE SPACE TO ENTRY-USER
           PERFORM UNTIL ENTRY-USER NOT = SPACE
               DISPLAY "Enter your user ID: "
               ACCEPT ENTRY-USER
               IF ENTRY-USER = SPACE
                   DISPLAY "User ID must not be blank."
               END-IF
           END-PERFORM.

       *> Load the symbol table from ZODEPARM, if one is present. A
       *> missing file just starts the table empty; the first saved
       *> change creates it. One entry is kept per symbol name and
                   " nothing changed."
           END-IF.

       *> Add, Change and Delete only record the request on
       *> ZODEAPPR; the symbol table and ZODEPARM change when the
       *> request is approved (APPLY-APPROVED-CHANGE). One request
       *> per symbol and date may wait at a time.
       ADD-SYMBOL.
           PERFORM ACCEPT-ENTRY-NAME
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               IF ENTRY-FOUND-IDX NOT = 0
                   DISPLAY "Symbol " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " already exists; use Change."
               ELSE
                   IF SYMBOL-COUNT NOT < MAX-SYMBOLS
                       DISPLAY "Symbol table is full - MAX "
                           MAX-SYMBOLS "."
                   ELSE
                       PERFORM ACCEPT-ENTRY-VALUE
                       IF NOT VALUE-ERR
                           MOVE "ADD" TO AU-CURR-ACTION
                           MOVE 0 TO AU-OLD-VAL
                           MOVE VALUE-PARSED TO AU-NEW-VAL
                           PERFORM SUBMIT-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-SYMBOL.
           PERFORM ACCEPT-ENTRY-NAME
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               IF ENTRY-FOUND-IDX = 0
                   DISPLAY "Symbol " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " is not on file."
               ELSE
                   DISPLAY "Current value: "
                       SYM-VAL(ENTRY-FOUND-IDX)
                   PERFORM ACCEPT-ENTRY-VALUE
                   IF NOT VALUE-ERR
                       MOVE "CHANGE" TO AU-CURR-ACTION
                       MOVE SYM-VAL(ENTRY-FOUND-IDX) TO AU-OLD-VAL
                       MOVE VALUE-PARSED TO AU-NEW-VAL
                       PERFORM SUBMIT-CHANGE
                   END-IF
               END-IF
           END-IF.

       DELETE-SYMBOL.
           PERFORM ACCEPT-ENTRY-NAME
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               IF ENTRY-FOUND-IDX = 0
                   DISPLAY "Symbol " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " is not on file."
               ELSE
                   PERFORM CHECK-SYMBOL-REFS
                   IF REF-FOUND-COUNT NOT = 0
                       DISPLAY "Warning: " ENTRY-NAME " is still"
                           " referenced by " REF-FOUND-COUNT
                           " cataloged expression(s) above."
                       MOVE SPACE TO DELETE-CONFIRM
                       DISPLAY "Delete anyway (Y/N)? "
                       ACCEPT DELETE-CONFIRM
                       IF DELETE-CONFIRM NOT = 'Y'
                           AND DELETE-CONFIRM NOT = 'y'
                           DISPLAY "Nothing deleted."
                       ELSE
                           PERFORM SUBMIT-DELETE
                       END-IF
                   ELSE
                       PERFORM SUBMIT-DELETE
                   END-IF
               END-IF
           END-IF.

       SUBMIT-DELETE.
           MOVE "DELETE" TO AU-CURR-ACTION
           MOVE SYM-VAL(ENTRY-FOUND-IDX) TO AU-OLD-VAL
           MOVE 0 TO AU-NEW-VAL
           PERFORM SUBMIT-CHANGE.

       SHOW-HELD-REQUEST.
           DISPLAY "Symbol " ENTRY-NAME " effective " ENTRY-EFF-DATE
               " already has a " AP-ACTION " awaiting approval"
               " (keyed by " AP-MAKER-ID "); nothing changed.".

       *> Record the request (AU-CURR-ACTION, AU-OLD-VAL and
       *> AU-NEW-VAL) as awaiting approval, made by this session's
       *> user. A record left by an earlier decision on the same
       *> symbol and date is reused.
       SUBMIT-CHANGE.
           MOVE 'S' TO AP-ITEM-TYPE
           MOVE ENTRY-NAME TO AP-ITEM-NAME
           MOVE ENTRY-EFF-DATE TO AP-EFF-DATE
           SET AP-PENDING TO TRUE
           MOVE AU-CURR-ACTION TO AP-ACTION
           MOVE AU-OLD-VAL TO AP-OLD-VAL
           MOVE AU-NEW-VAL TO AP-NEW-VAL
           MOVE ENTRY-USER TO AP-MAKER-ID
           ACCEPT AP-MAKER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AP-FULL-TIME FROM TIME
           MOVE WS-AP-FULL-TIME(1:6) TO AP-MAKER-TIME
           MOVE SPACE TO AP-CHECKER-ID
           MOVE 0 TO AP-CHECK-DATE
           MOVE 0 TO AP-CHECK-TIME
           IF APPR-FOUND
               REWRITE ZODE-APPR-REC
           ELSE
               WRITE ZODE-APPR-REC
           END-IF
           IF WS-APPR-STATUS NOT = "00"
               PERFORM APPR-IO-ERROR
           END-IF
           DISPLAY AU-CURR-ACTION " of " ENTRY-NAME " effective "
               ENTRY-EFF-DATE " is awaiting approval by another user.".

       *> List every symbol change awaiting approval.
       LIST-AWAITING.
           MOVE 0 TO AWAIT-COUNT
           MOVE 'N' TO APPR-EOF-SW
           MOVE 'S' TO AP-ITEM-TYPE
           MOVE LOW-VALUES TO AP-ITEM-NAME
           MOVE 0 TO AP-EFF-DATE
           START ZODE-APPR-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET END-OF-APPR TO TRUE
           END-START
           IF NOT END-OF-APPR
               PERFORM READ-NEXT-APPR-REC
           END-IF
           PERFORM UNTIL END-OF-APPR OR AP-ITEM-TYPE NOT = 'S'
               IF AP-PENDING
                   ADD 1 TO AWAIT-COUNT
                   MOVE AP-OLD-VAL TO AU-OLD-IMAGE
                   MOVE AP-NEW-VAL TO AU-NEW-IMAGE
                   DISPLAY AP-ITEM-NAME " EFF " AP-EFF-DATE " "
                       AP-ACTION " " AU-OLD-IMAGE " -> " AU-NEW-IMAGE
                       " BY " AP-MAKER-ID " ON " AP-MAKER-DATE
               END-IF
               PERFORM READ-NEXT-APPR-REC
           END-PERFORM
           IF AWAIT-COUNT = 0
               DISPLAY "No changes awaiting approval."
           ELSE
               DISPLAY "Awaiting approval: " AWAIT-COUNT
           END-IF.

       *> Approve or reject one waiting change. Whoever keyed a
       *> change can never decide it. Approving applies it to the
       *> symbol table and ZODEPARM (with the usual audit image);
       *> either decision is stamped on the approval record and
       *> logged to the audit trail.
       REVIEW-CHANGES.
           PERFORM LIST-AWAITING
           IF AWAIT-COUNT NOT = 0
               PERFORM ACCEPT-ENTRY-NAME
               PERFORM FIND-APPR-REC
               IF NOT APPR-HELD
                   DISPLAY "Symbol " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " has no change awaiting"
                       " approval."
               ELSE
                   IF AP-MAKER-ID = ENTRY-USER
                       DISPLAY "You keyed this change; another user"
                           " must approve or reject it."
                   ELSE
                       MOVE SPACE TO DECISION
                       DISPLAY "Approve or reject (A/R)? "
                       ACCEPT DECISION
                       EVALUATE TRUE
                           WHEN DECISION = 'A' OR DECISION = 'a'
                               PERFORM APPLY-APPROVED-CHANGE
                               IF APPLY-OK
                                   SET AP-APPROVED TO TRUE
                                   PERFORM RECORD-DECISION
                               END-IF
                           WHEN DECISION = 'R' OR DECISION = 'r'
                               SET AP-REJECTED TO TRUE
                               PERFORM RECORD-DECISION
                           WHEN OTHER
                               DISPLAY "Nothing decided."
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       *> Apply the approved request in the approval record area
       *> to the table as it stands now: an add or change sets the
       *> value (adding the entry if it is not on file), a delete
       *> removes the entry if it is still there.
       APPLY-APPROVED-CHANGE.
           SET APPLY-OK TO TRUE
           IF AP-ACTION = "DELETE"
               IF ENTRY-FOUND-IDX = 0
                   DISPLAY "Symbol " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " is already gone."
               ELSE
                   PERFORM DELETE-SYMBOL-ENTRY
               END-IF
           ELSE
               IF ENTRY-FOUND-IDX = 0
                   IF SYMBOL-COUNT NOT < MAX-SYMBOLS
                       DISPLAY "Symbol table is full - MAX "
                           MAX-SYMBOLS "; nothing approved."
                       MOVE 'N' TO APPLY-OK-SW
                   ELSE
                       ADD 1 TO SYMBOL-COUNT
                       MOVE SYMBOL-COUNT TO ENTRY-FOUND-IDX
                       MOVE ENTRY-NAME TO SYM-NAME(ENTRY-FOUND-IDX)
                       MOVE ENTRY-EFF-DATE
                        TO SYM-EFF-DATE(ENTRY-FOUND-IDX)
                       MOVE 0 TO SYM-VAL(ENTRY-FOUND-IDX)
                   END-IF
               END-IF
               IF APPLY-OK
                   MOVE SYM-VAL(ENTRY-FOUND-IDX) TO AU-OLD-VAL
                   MOVE AP-NEW-VAL TO SYM-VAL(ENTRY-FOUND-IDX)
                   PERFORM SAVE-SYMBOL-TABLE
                   MOVE AP-ACTION TO AU-CURR-ACTION
                   MOVE AP-NEW-VAL TO AU-NEW-VAL
                   PERFORM WRITE-AUDIT-REC
                   DISPLAY "Applied " AP-ACTION " of " ENTRY-NAME
                       " effective " ENTRY-EFF-DATE "."
               END-IF
           END-IF.

       *> Stamp the checker on the approval record (its status
       *> already set) and log the decision.
       RECORD-DECISION.
           MOVE ENTRY-USER TO AP-CHECKER-ID
           ACCEPT AP-CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AP-FULL-TIME FROM TIME
           MOVE WS-AP-FULL-TIME(1:6) TO AP-CHECK-TIME
           REWRITE ZODE-APPR-REC
           IF WS-APPR-STATUS NOT = "00"
               PERFORM APPR-IO-ERROR
           END-IF
           PERFORM WRITE-DECISION-AUDIT-REC
           IF AP-APPROVED
               DISPLAY "Approved " AP-ACTION " of " ENTRY-NAME
                   " effective " ENTRY-EFF-DATE "."
           ELSE
               DISPLAY "Rejected " AP-ACTION " of " ENTRY-NAME
                   " effective " ENTRY-EFF-DATE "."
           END-IF.

       DELETE-SYMBOL-ENTRY.
                       AND ZC-ZODE-ID NOT = '2'
                       AND ZC-ZODE-ID NOT = '9'
                       AND ZC-ZODE-ID NOT = 'A'
                       AND ZC-ZODE-ID NOT = 'B'
                       AND ZC-VAR-NAME = ENTRY-NAME)
                   ADD 1 TO REF-FOUND-COUNT
                   MOVE ZC-EXPR-NAME TO REF-LAST-NAME
           WRITE PARM-AUDIT-REC FROM PARM-AUDIT-DETAIL
           CLOSE PARM-AUDIT-FILE.

       *> Append one dated decision record (approve or reject, the
       *> request decided, maker and checker) from the approval
       *> record area.
       WRITE-DECISION-AUDIT-REC.
           PERFORM OPEN-AUDIT-FILE
           MOVE AP-CHECK-DATE TO AD-TS-DATE
           MOVE AP-CHECK-TIME TO AD-TS-TIME
           IF AP-APPROVED
               MOVE "APPROVE" TO AD-ACTION
           ELSE
               MOVE "REJECT" TO AD-ACTION
           END-IF
           MOVE AP-ITEM-NAME TO AD-SYM-NAME
           MOVE AP-EFF-DATE TO AD-EFF-DATE
           MOVE AP-ACTION TO AD-REQUEST
           MOVE AP-OLD-VAL TO AD-OLD-IMAGE
           MOVE AP-NEW-VAL TO AD-NEW-IMAGE
           MOVE AP-MAKER-ID TO AD-MAKER-ID
           MOVE AP-CHECKER-ID TO AD-CHECKER-ID
           WRITE PARM-AUDIT-REC FROM PARM-DECISION-DETAIL
           CLOSE PARM-AUDIT-FILE.

       END PROGRAM ZODEPRMM.
