       *> change can be staged days ahead with a future effective
       *> date - AST_BUILD's loaders pick, per name, the latest
       *> version in effect for the run date.
       *> Changes go through maker-checker. A version added (or a
       *> not-yet-approved one replaced) is recorded on ZODEAPPR as
       *> awaiting approval under the keying user's ID, and
       *> AST_BUILD passes it over until a different user approves
       *> it here. A Revert or Delete is only a removal request
       *> until approved; the approval performs the removal. An
       *> approved version already in effect is never restated in
       *> place - a new dated version is added instead. Every
       *> request and decision is logged to the ZODEAUDT audit trail
       *> with the maker and checker IDs, and ZODEAPRP reports what
       *> is still outstanding. Versions cataloged before approvals
       *> began have no approval record and stand as approved.
       *> Versions promoted from the test region by ZODEPROM arrive
       *> the same way, awaiting approval here as a PROMOTE keyed by
       *> the user who ran the import.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODECATM.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           *> Maker-checker approvals, shared with ZODEPRMM. This
           *> program owns the 'C' (catalog version) and 'R'
           *> (catalog removal) records.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           *> Append-only audit trail of every request and decision.
           SELECT CAT-AUDIT-FILE ASSIGN TO "ZODEAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  ZS-VAR-NAME      PIC X(8).
           05  ZS-ELSE-ID       PIC 9(4).

       *> One record per change put through maker-checker, keyed by
       *> item type, name and effective date. A removal request
       *> ('R') for every version of a name carries date zero.
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

       FD  CAT-AUDIT-FILE.
       01  CAT-AUDIT-REC            PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CAT-STATUS   PIC XX VALUE '00'.
       01  WS-SRC-STATUS   PIC XX VALUE '00'.
       01  WS-APPR-STATUS  PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS PIC XX VALUE '00'.

       01  CHOICE          PIC 9 VALUE 0.
           88  ADD-CHOICE      VALUE 1.
           88  VERSIONS-CHOICE VALUE 4.
           88  REVERT-CHOICE   VALUE 5.
           88  DELETE-CHOICE   VALUE 6.
           88  REVIEW-CHOICE   VALUE 7.

           88  EXIT-CHOICE     VALUE 8.

       01  CAT-EXPR-NAME   PIC X(8) VALUE SPACE.
       01  CAT-EFF-DATE    PIC 9(8) VALUE 0.
       01  LIST-EXPR-COUNT PIC 9(4) VALUE 0.
       01  LIST-PREV-NAME  PIC X(8) VALUE SPACE.
       01  LIST-PREV-DATE  PIC 9(8) VALUE 0.
       01  LIST-APPR-STATE PIC X(8) VALUE SPACE.

       *> For maker-checker: the user at the keyboard, asked once per
       *> session, is the maker of what they key and may decide only
       *> what someone else keyed.
       01  ENTRY-USER      PIC X(8) VALUE SPACE.
       01  TODAY-DATE      PIC 9(8) VALUE 0.
       01  DECISION        PIC X VALUE SPACE.
       01  APPR-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-APPR     VALUE 'Y'.
       01  APPR-FOUND-SW   PIC X VALUE 'N'.
           88  APPR-FOUND      VALUE 'Y'.
       01  APPR-HELD-SW    PIC X VALUE 'N'.
           88  APPR-HELD       VALUE 'Y'.
       01  APPR-TYPE       PIC X VALUE SPACE.
       01  APPR-ACTION     PIC X(7) VALUE SPACE.
       01  WS-AP-FULL-TIME PIC 9(8) VALUE 0.
       01  AWAIT-COUNT     PIC 9(4) VALUE 0.
       01  APPR-HOLD-REC   PIC X(91) VALUE SPACE.

       *> The waiting items of one expression name, gathered before
       *> any is decided so the decisions never disturb the scan.
       01  MAX-REVIEW-ITEMS PIC 9(4) VALUE 50.
       01  REVIEW-COUNT    PIC 9(4) VALUE 0.
       01  REVIEW-TABLE.
           05  REVIEW-KEY  PIC X(17) OCCURS 50 TIMES.
       01  REVIEW-IDX      PIC 9(4) VALUE 0.

       *> For the audit trail, stamped like ZODEPRMM's.
       01  WS-AU-FULL-TIME PIC 9(8) VALUE 0.
       01  CAT-AUDIT-DETAIL.
           05  AU-PROGRAM       PIC X(9) VALUE "ZODECATM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AU-ACTION        PIC X(7).
           05  FILLER           PIC X(5) VALUE " EXP=".
           05  AU-EXPR-NAME     PIC X(8).
           05  FILLER           PIC X(5) VALUE " EFF=".
           05  AU-EFF-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " REQ=".
           05  AU-REQUEST       PIC X(7).
           05  FILLER           PIC X(5) VALUE " MKR=".
           05  AU-MAKER-ID      PIC X(8).
           05  FILLER           PIC X(5) VALUE " CHK=".
           05  AU-CHECKER-ID    PIC X(8).
           05  FILLER           PIC X(4) VALUE " TS=".
           05  AU-TIMESTAMP.
               10  AU-TS-DATE   PIC 9(8).
               10  AU-TS-TIME   PIC 9(6).

       PROCEDURE DIVISION.

       *> in the style of MyStack's menu.
       MAIN.
           PERFORM OPEN-CAT-FILE
           PERFORM OPEN-APPR-FILE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM ACCEPT-ENTRY-USER

           DISPLAY "1. Add expression version from ZODESRC"
           DISPLAY "2. Replace expression version from ZODESRC"
           DISPLAY "4. List versions of an expression"
           DISPLAY "5. Revert expression to its prior version"
           DISPLAY "6. Delete expression (all versions)"
           DISPLAY "7. Approve or reject changes"
           DISPLAY "8. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
                   WHEN DELETE-CHOICE
                       PERFORM ACCEPT-EXPR-NAME
                       PERFORM DELETE-EXPRESSION
                   WHEN REVIEW-CHOICE
                       PERFORM REVIEW-CHANGES
                   WHEN EXIT-CHOICE
                       DISPLAY "Exiting program."
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-APPR-FILE
           PERFORM CLOSE-CAT-FILE.
       STOP RUN.

           MOVE 16 TO RETURN-CODE
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

       *> Keyed read of the APPR-TYPE approval record for
       *> CAT-EXPR-NAME + CAT-EFF-DATE; on a hit the record area
       *> holds it, and APPR-HELD says it is still waiting.
       FIND-APPR-REC.
           MOVE 'N' TO APPR-FOUND-SW
           MOVE 'N' TO APPR-HELD-SW
           MOVE APPR-TYPE TO AP-ITEM-TYPE
           MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
           MOVE CAT-EFF-DATE TO AP-EFF-DATE
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

       *> Position at the first approval record of type APPR-TYPE
       *> for CAT-EXPR-NAME; APPR-FOUND says there is one.
       FIND-FIRST-NAME-APPR.
           MOVE 'N' TO APPR-FOUND-SW
           MOVE 'N' TO APPR-EOF-SW
           MOVE APPR-TYPE TO AP-ITEM-TYPE
           MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
           MOVE 0 TO AP-EFF-DATE
           START ZODE-APPR-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET END-OF-APPR TO TRUE
           END-START
           IF NOT END-OF-APPR
               PERFORM READ-NEXT-APPR-REC
               IF NOT END-OF-APPR
                   AND AP-ITEM-TYPE = APPR-TYPE
                   AND AP-ITEM-NAME = CAT-EXPR-NAME
                   SET APPR-FOUND TO TRUE
               END-IF
           END-IF.

       *> Is a removal of CAT-EXPR-NAME (any version, or all of
       *> them) already waiting? APPR-HELD says so, with the
       *> waiting request in the record area.
       FIND-HELD-REMOVAL.
           MOVE 'N' TO APPR-HELD-SW
           MOVE 'R' TO APPR-TYPE
           PERFORM FIND-FIRST-NAME-APPR
           PERFORM UNTIL NOT APPR-FOUND OR APPR-HELD
               IF AP-PENDING
                   SET APPR-HELD TO TRUE
               ELSE
                   PERFORM READ-NEXT-APPR-REC
                   IF END-OF-APPR
                       OR AP-ITEM-TYPE NOT = 'R'
                       OR AP-ITEM-NAME NOT = CAT-EXPR-NAME
                       MOVE 'N' TO APPR-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

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

       *> Ask for the expression name the next function should
       *> operate on; a blank name is never valid as a key.
       ACCEPT-EXPR-NAME.
       *> of that exact date is left untouched; the operator must
       *> use Replace to restate one deliberately. A brand-new name
       *> is asked for its report ID; a name already cataloged
       *> keeps the report ID its other versions carry. The new
       *> version waits for approval before AST_BUILD will run it.
       *> The pending approval record is written before any node:
       *> AST_BUILD runs a version with no approval record as
       *> grandfathered, so nodes must never reach the catalog
       *> ahead of it. SUBMIT-REQUEST abends on a failed write, so
       *> the catalog is only touched once the request is on file.
       ADD-EXPRESSION.
           PERFORM FIND-EXPR-VERSION
           IF CAT-VERS-FOUND
               PERFORM RESOLVE-RPT-ID
               PERFORM EDIT-STAGED-SOURCE
               IF STG-CLEAN
                   MOVE 'C' TO APPR-TYPE
                   MOVE "ADD" TO APPR-ACTION
                   PERFORM SUBMIT-REQUEST
                   PERFORM WRITE-STAGED-TO-CATALOG
               END-IF
           END-IF.
       *> records once it is clean, so a missing, empty, or bad
       *> staged file never destroys the controlled copy. Other
       *> versions of the name are never touched.
       *> An approved version already in effect is what the nightly
       *> run is using, so it is never restated in place; only a
       *> version still waiting, rejected, or not yet in effect may
       *> be replaced, and the replacement waits for approval again.
       *> As in Add, the pending request is on file before the old
       *> records are deleted or the new ones written.
       REPLACE-EXPRESSION.
           PERFORM FIND-EXPR-VERSION
           IF NOT CAT-VERS-FOUND
               DISPLAY "Expression " CAT-EXPR-NAME " has no version"
                   " effective " CAT-EFF-DATE "; use Add."
           ELSE
               MOVE 'C' TO APPR-TYPE
               PERFORM FIND-APPR-REC
               IF (NOT APPR-FOUND OR AP-APPROVED)
                   AND CAT-EFF-DATE NOT > TODAY-DATE
                   DISPLAY "Expression " CAT-EXPR-NAME " effective "
                       CAT-EFF-DATE " is approved and in effect;"
                       " add a new dated version instead."
               ELSE
                   PERFORM FIND-HELD-REMOVAL
                   IF APPR-HELD
                       PERFORM SHOW-HELD-REQUEST
                   ELSE
                       PERFORM RESOLVE-RPT-ID
                       PERFORM EDIT-STAGED-SOURCE
                       IF STG-CLEAN
                           MOVE 'C' TO APPR-TYPE
                           MOVE "REPLACE" TO APPR-ACTION
                           PERFORM SUBMIT-REQUEST
                           PERFORM DELETE-VERSION-RECORDS
                           PERFORM WRITE-STAGED-TO-CATALOG
                       ELSE
                           DISPLAY "Existing catalog entry for "
                               CAT-EXPR-NAME " left unchanged."
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   PERFORM CAT-IO-ERROR
           END-EVALUATE.

       *> Ask for an expression - every version - to be removed
       *> from the catalog; the records go when the request is
       *> approved (APPLY-REMOVAL).
       DELETE-EXPRESSION.
           PERFORM FIND-HELD-REMOVAL
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               PERFORM FIND-EXPR-NAME
               IF NOT CAT-NAME-FOUND
                   DISPLAY "Expression " CAT-EXPR-NAME
                       " is not in the catalog."
               ELSE
                   MOVE 0 TO CAT-EFF-DATE
                   MOVE 'R' TO APPR-TYPE
                   MOVE "DELETE" TO APPR-ACTION
                   PERFORM SUBMIT-REQUEST
               END-IF
           END-IF.

       *> Delete every catalog record keyed under CAT-EXPR-NAME,
       *> for a formula change that went wrong. An expression with
       *> only one version is left alone; deleting the last version
       *> is what Delete is for, and it should be deliberate.
       *> The latest version is only dropped once the revert is
       *> approved (APPLY-REMOVAL).
       REVERT-EXPRESSION.
           PERFORM FIND-HELD-REMOVAL
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               PERFORM FIND-LATEST-VERSION
               EVALUATE TRUE
                   WHEN CAT-VERS-COUNT = 0
                       DISPLAY "Expression " CAT-EXPR-NAME
                           " is not in the catalog."
                   WHEN CAT-VERS-COUNT = 1
                       DISPLAY "Expression " CAT-EXPR-NAME " has only"
                           " one version; use Delete to remove it."
                   WHEN OTHER
                       MOVE CAT-LATEST-DATE TO CAT-EFF-DATE
                       MOVE 'R' TO APPR-TYPE
                       MOVE "REVERT" TO APPR-ACTION
                       PERFORM SUBMIT-REQUEST
               END-EVALUATE
           END-IF.

       SHOW-HELD-REQUEST.
           DISPLAY "Expression " CAT-EXPR-NAME " already has a "
               AP-ACTION " awaiting approval (keyed by " AP-MAKER-ID
               "); nothing changed.".

       *> Record the APPR-ACTION request of type APPR-TYPE for
       *> CAT-EXPR-NAME + CAT-EFF-DATE as awaiting approval, made by
       *> this session's user, and log it. A record left by an
       *> earlier decision on the same key is reused.
       SUBMIT-REQUEST.
           PERFORM FIND-APPR-REC
           MOVE APPR-TYPE TO AP-ITEM-TYPE
           MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
           MOVE CAT-EFF-DATE TO AP-EFF-DATE
           SET AP-PENDING TO TRUE
           MOVE APPR-ACTION TO AP-ACTION
           MOVE 0 TO AP-OLD-VAL
           MOVE 0 TO AP-NEW-VAL
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
           MOVE "SUBMIT" TO AU-ACTION
           MOVE AP-MAKER-DATE TO AU-TS-DATE
           MOVE AP-MAKER-TIME TO AU-TS-TIME
           PERFORM WRITE-AUDIT-REC
           DISPLAY APPR-ACTION " of " CAT-EXPR-NAME
               " is awaiting approval by another user.".

       *> List every catalog request awaiting approval.
       LIST-AWAITING.
           MOVE 0 TO AWAIT-COUNT
           MOVE 'N' TO APPR-EOF-SW
           MOVE LOW-VALUES TO AP-KEY
           START ZODE-APPR-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET END-OF-APPR TO TRUE
           END-START
           IF NOT END-OF-APPR
               PERFORM READ-NEXT-APPR-REC
           END-IF
           PERFORM UNTIL END-OF-APPR
               IF AP-PENDING
                   AND (AP-ITEM-TYPE = 'C' OR AP-ITEM-TYPE = 'R')
                   ADD 1 TO AWAIT-COUNT
                   PERFORM SHOW-APPR-ITEM
               END-IF
               PERFORM READ-NEXT-APPR-REC
           END-PERFORM
           IF AWAIT-COUNT = 0
               DISPLAY "No changes awaiting approval."
           ELSE
               DISPLAY "Awaiting approval: " AWAIT-COUNT
           END-IF.

       SHOW-APPR-ITEM.
           IF AP-EFF-DATE = 0
               DISPLAY AP-ITEM-NAME "  ALL VERSIONS  " AP-ACTION
                   " BY " AP-MAKER-ID " ON " AP-MAKER-DATE
           ELSE
               DISPLAY AP-ITEM-NAME "  EFF " AP-EFF-DATE "  "
                   AP-ACTION " BY " AP-MAKER-ID " ON " AP-MAKER-DATE
           END-IF.

       *> Approve or reject the waiting requests of one expression
       *> name, one at a time. Whoever keyed a request can never
       *> decide it.
       REVIEW-CHANGES.
           PERFORM LIST-AWAITING
           IF AWAIT-COUNT NOT = 0
               PERFORM ACCEPT-EXPR-NAME
               PERFORM COLLECT-REVIEW-ITEMS
               IF REVIEW-COUNT = 0
                   DISPLAY "Expression " CAT-EXPR-NAME " has nothing"
                       " awaiting approval."
               ELSE
                   MOVE 1 TO REVIEW-IDX
                   PERFORM UNTIL REVIEW-IDX > REVIEW-COUNT
                       PERFORM REVIEW-ONE-ITEM
                       ADD 1 TO REVIEW-IDX
                   END-PERFORM
               END-IF
           END-IF.

       COLLECT-REVIEW-ITEMS.
           MOVE 0 TO REVIEW-COUNT
           MOVE 'N' TO APPR-EOF-SW
           MOVE LOW-VALUES TO AP-KEY
           START ZODE-APPR-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET END-OF-APPR TO TRUE
           END-START
           IF NOT END-OF-APPR
               PERFORM READ-NEXT-APPR-REC
           END-IF
           PERFORM UNTIL END-OF-APPR
               OR REVIEW-COUNT NOT < MAX-REVIEW-ITEMS
               IF AP-PENDING
                   AND (AP-ITEM-TYPE = 'C' OR AP-ITEM-TYPE = 'R')
                   AND AP-ITEM-NAME = CAT-EXPR-NAME
                   ADD 1 TO REVIEW-COUNT
                   MOVE AP-KEY TO REVIEW-KEY(REVIEW-COUNT)
               END-IF
               PERFORM READ-NEXT-APPR-REC
           END-PERFORM.

       *> Decide one gathered request. Approving a version just
       *> releases it to AST_BUILD; approving a removal performs
       *> it. Either decision is stamped and logged.
       REVIEW-ONE-ITEM.
           MOVE REVIEW-KEY(REVIEW-IDX) TO AP-KEY
           READ ZODE-APPR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-APPR-STATUS NOT = "00"
               PERFORM APPR-IO-ERROR
           END-IF
           PERFORM SHOW-APPR-ITEM
           IF AP-MAKER-ID = ENTRY-USER
               DISPLAY "You keyed this request; another user must"
                   " approve or reject it."
           ELSE
               MOVE SPACE TO DECISION
               DISPLAY "Approve, reject, or skip (A/R/S)? "
               ACCEPT DECISION
               EVALUATE TRUE
                   WHEN DECISION = 'A' OR DECISION = 'a'
                       IF AP-ITEM-TYPE = 'R'
                           PERFORM APPLY-REMOVAL
                       END-IF
                       SET AP-APPROVED TO TRUE
                       PERFORM RECORD-DECISION
                   WHEN DECISION = 'R' OR DECISION = 'r'
                       SET AP-REJECTED TO TRUE
                       PERFORM RECORD-DECISION
                   WHEN OTHER
                       DISPLAY "Skipped."
               END-EVALUATE
           END-IF.

       *> Carry out the approved removal request in the record
       *> area: drop the one version a Revert named, or every
       *> version for a Delete, along with the approval records of
       *> the versions removed. The request record is kept aside
       *> meanwhile, since the approval file is read and deleted
       *> from underneath it.
       APPLY-REMOVAL.
           MOVE ZODE-APPR-REC TO APPR-HOLD-REC
           MOVE AP-ITEM-NAME TO CAT-EXPR-NAME
           MOVE AP-EFF-DATE TO CAT-EFF-DATE
           MOVE 'C' TO APPR-TYPE
           IF AP-EFF-DATE = 0
               PERFORM DELETE-CAT-RECORDS
               PERFORM FIND-FIRST-NAME-APPR
               PERFORM UNTIL NOT APPR-FOUND
                   PERFORM DELETE-APPR-REC
                   PERFORM FIND-FIRST-NAME-APPR
               END-PERFORM
           ELSE
               PERFORM DELETE-VERSION-RECORDS
               PERFORM FIND-APPR-REC
               IF APPR-FOUND
                   PERFORM DELETE-APPR-REC
               END-IF
           END-IF
           IF CAT-DEL-COUNT = 0
               DISPLAY "Nothing left on the catalog to remove."
           END-IF
           MOVE APPR-HOLD-REC TO ZODE-APPR-REC.

       DELETE-APPR-REC.
           DELETE ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00"
               PERFORM APPR-IO-ERROR
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
           IF AP-APPROVED
               MOVE "APPROVE" TO AU-ACTION
           ELSE
               MOVE "REJECT" TO AU-ACTION
           END-IF
           MOVE AP-CHECK-DATE TO AU-TS-DATE
           MOVE AP-CHECK-TIME TO AU-TS-TIME
           PERFORM WRITE-AUDIT-REC
           DISPLAY AU-ACTION " recorded for " AP-ACTION " of "
               AP-ITEM-NAME ".".

       *> Open the audit file for appending, creating it on first
       *> use if it doesn't exist yet.
       OPEN-AUDIT-FILE.
           OPEN EXTEND CAT-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT CAT-AUDIT-FILE
               CLOSE CAT-AUDIT-FILE
               OPEN EXTEND CAT-AUDIT-FILE
           END-IF.

       *> Append one audit record (AU-ACTION and the timestamp
       *> already set) from the approval record area.
       WRITE-AUDIT-REC.
           PERFORM OPEN-AUDIT-FILE
           MOVE AP-ITEM-NAME TO AU-EXPR-NAME
           MOVE AP-EFF-DATE TO AU-EFF-DATE
           MOVE AP-ACTION TO AU-REQUEST
           MOVE AP-MAKER-ID TO AU-MAKER-ID
           MOVE AP-CHECKER-ID TO AU-CHECKER-ID
           WRITE CAT-AUDIT-REC FROM CAT-AUDIT-DETAIL
           CLOSE CAT-AUDIT-FILE.

       *> One pass over the name's records, counting its distinct
       *> versions and keeping the latest effective date.

       *> Print the version whose records were just counted, if
       *> any, and reset the counters for the next one.
       *> The approval state shown is the version's, with no
       *> approval record meaning it predates approvals.
       LIST-FLUSH-VERSION.
           IF LIST-PREV-NAME NOT = SPACE
               ADD 1 TO LIST-EXPR-COUNT
               PERFORM FIND-LIST-APPR-STATE
               DISPLAY LIST-PREV-NAME "  EFF " LIST-PREV-DATE
                   "  NODES: " CAT-NODE-COUNT
                   "  ROOTS: " CAT-ROOT-COUNT
                   "  " LIST-APPR-STATE
               MOVE 0 TO CAT-NODE-COUNT
               MOVE 0 TO CAT-ROOT-COUNT
           END-IF.

       FIND-LIST-APPR-STATE.
           MOVE "APPROVED" TO LIST-APPR-STATE
           MOVE 'C' TO AP-ITEM-TYPE
           MOVE LIST-PREV-NAME TO AP-ITEM-NAME
           MOVE LIST-PREV-DATE TO AP-EFF-DATE
           READ ZODE-APPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AP-PENDING
                           MOVE "PENDING" TO LIST-APPR-STATE
                       WHEN AP-REJECTED
                           MOVE "REJECTED" TO LIST-APPR-STATE
                   END-EVALUATE
           END-READ
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "23"
               PERFORM APPR-IO-ERROR
           END-IF.

       END PROGRAM ZODECATM.
