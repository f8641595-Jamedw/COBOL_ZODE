       *> Maintenance program for the ZODERATE rate-table file. A
       *> tiered rate ("0.10 up to 10,000, 0.15 up to 40,000, 0.22
       *> above") used to be built out of nested IFC/GTC chains in
       *> every expression that needed it; now it is one keyed table
       *> read by AST_BUILD's LOOKUPC node, and this program is the
       *> controlled way to list, add, change, and delete its
       *> brackets. Each bracket is keyed by table name, effective
       *> date, and upper bound: the rate applies to inputs up to
       *> and including the bound and above the next lower bracket,
       *> and the top bracket carries the bound 999999999.99.
       *> Every table version is dated the way ZODEPARM values are:
       *> AST_BUILD uses, per table, the brackets of the latest
       *> effective date not after the run date, so a new rate scale
       *> is keyed ahead of time as a complete set of brackets under
       *> its future date. Every change is stamped to the same
       *> ZODEAUDT audit trail ZODEPRMM writes.
       *> Changes go through maker-checker the way ZODEPRMM's do: an
       *> add, change or delete keyed here is only recorded on
       *> ZODEAPPR (item type 'T', one request per table and
       *> effective date at a time) as awaiting approval under the
       *> keying user's ID, and ZODERATE is not touched until a
       *> different user approves it from the review option - so
       *> every AST_BUILD run only ever sees approved brackets. The
       *> approve or reject decision is stamped to ZODEAUDT with
       *> both user IDs, and ZODEAPRP reports what is outstanding.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODERATM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The rate tables themselves, one record per bracket, so
           *> one table version's brackets read back as a contiguous
           *> key range in ascending upper-bound order.
           SELECT ZODE-RATE-FILE ASSIGN TO "ZODERATE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           *> Append-only audit trail of every add/change/delete.
           SELECT PARM-AUDIT-FILE ASSIGN TO "ZODEAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           *> Maker-checker approvals, shared with ZODECATM and
           *> ZODEPRMM. This program owns the 'T' (rate table)
           *> records.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           *> The expression catalog, read (never written) by the
           *> delete path to warn when the table being changed is
           *> still referenced by a cataloged LOOKUPC node. A missing
           *> catalog just skips the check.
           SELECT ZODE-CAT-FILE ASSIGN TO "ZODECAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZC-KEY
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ZODE-RATE-FILE.
       01  ZODE-RATE-REC.
           05  RT-KEY.
               10  RT-TABLE-NAME  PIC X(8).
               10  RT-EFF-DATE    PIC 9(8).
               10  RT-UPPER-BOUND PIC 9(9)V99.
           05  RT-RATE-VAL      PIC S9(9)V99.

       FD  PARM-AUDIT-FILE.
       01  PARM-AUDIT-REC           PIC X(140).

       *> A bracket's key is longer than the approval key, so a 'T'
       *> record carries the bracket's upper bound where the other
       *> item types carry the old value, and the requested rate as
       *> the new value.
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
           05  AP-UPPER-BOUND   PIC S9(9)V99.
           05  AP-NEW-VAL       PIC S9(9)V99.
           05  AP-MAKER-ID      PIC X(8).
           05  AP-MAKER-DATE    PIC 9(8).
           05  AP-MAKER-TIME    PIC 9(6).
           05  AP-CHECKER-ID    PIC X(8).
           05  AP-CHECK-DATE    PIC 9(8).
           05  AP-CHECK-TIME    PIC 9(6).

       FD  ZODE-CAT-FILE.
       01  ZODE-CAT-REC.
           05  ZC-KEY.
               10  ZC-EXPR-NAME PIC X(8).
               10  ZC-EFF-DATE  PIC 9(8).
               10  ZC-NODE-ID   PIC 9(4).
           05  ZC-ZODE-ID       PIC X.
           05  ZC-VAL           PIC S9(9)V99.
           05  ZC-LEFT-ID       PIC 9(4).
           05  ZC-RIGHT-ID      PIC 9(4).
           05  ZC-ROOT-FLAG     PIC X.
           05  ZC-VAR-NAME      PIC X(8).
           05  ZC-ELSE-ID       PIC 9(4).
           05  ZC-RPT-ID        PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-RATE-STATUS  PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS PIC XX VALUE '00'.
       01  RATE-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-RATES    VALUE 'Y'.

       01  CHOICE          PIC 9 VALUE 0.
           88  LIST-CHOICE     VALUE 1.
           88  ADD-CHOICE      VALUE 2.
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
       01  ENTRY-USER      PIC X(8) VALUE SPACE.
       01  DECISION        PIC X VALUE SPACE.
       01  AWAIT-COUNT     PIC 9(4) VALUE 0.
       01  WS-AP-FULL-TIME PIC 9(8) VALUE 0.

      *> For the catalog reference check on the delete path.
       01  WS-CAT-STATUS   PIC XX VALUE '00'.
       01  CAT-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-CAT      VALUE 'Y'.
       01  REF-FOUND-COUNT PIC 9(4) VALUE 0.
       01  REF-LAST-NAME   PIC X(8) VALUE SPACE.
       01  DELETE-CONFIRM  PIC X VALUE SPACE.

       01  ENTRY-NAME      PIC X(8) VALUE SPACE.
       01  ENTRY-EFF-DATE  PIC 9(8) VALUE 0.
       01  ENTRY-BOUND     PIC 9(9)V99 VALUE 0.
       01  ENTRY-FOUND-SW  PIC X VALUE 'N'.
           88  ENTRY-FOUND     VALUE 'Y'.
       01  TODAY-DATE      PIC 9(8) VALUE 0.
       01  LIST-COUNT      PIC 9(4) VALUE 0.
       01  LIST-BOUND-OUT  PIC Z(8)9.99.
       01  LIST-RATE-OUT   PIC -(9)9.99.

       *> For validated effective-date entry, parsed the way
       *> ZODEPRMM validates its dated values.
       01  DATE-INPUT      PIC X(8) VALUE SPACE.
       01  DATE-PARSED     PIC 9(8) VALUE 0.
       01  DATE-PARSED-R REDEFINES DATE-PARSED.
           05  DATE-P-YYYY  PIC 9(4).
           05  DATE-P-MM    PIC 9(2).
           05  DATE-P-DD    PIC 9(2).
       01  DATE-ERR-SW     PIC X VALUE 'N'.
           88  DATE-ERR        VALUE 'Y'.

       *> For validated numeric entry, parsed character by character
       *> exactly as ZODEPRMM parses a symbol value: an optional
       *> leading minus, up to nine digits, up to two decimals.
       01  VALUE-PROMPT    PIC X(50) VALUE SPACE.
       01  VALUE-INPUT     PIC X(13) VALUE SPACE.
       01  VALUE-PARSED    PIC S9(9)V99 VALUE 0.
       01  VALUE-ACCUM     PIC S9(11) VALUE 0.
       01  VALUE-NEG-SW    PIC X VALUE 'N'.
           88  VALUE-NEG       VALUE 'Y'.
       01  VALUE-ERR-SW    PIC X VALUE 'N'.
           88  VALUE-ERR       VALUE 'Y'.
       01  VALUE-DIGITS    PIC 9(2) VALUE 0.
       01  VALUE-DECS      PIC 9 VALUE 0.
       01  VALUE-PAST-PT   PIC X VALUE 'N'.
           88  VALUE-AFTER-POINT VALUE 'Y'.
       01  VALUE-SCAN-IDX  PIC 9(2) VALUE 0.
       01  VALUE-CHAR      PIC X VALUE SPACE.
       01  VALUE-CHAR-NUM REDEFINES VALUE-CHAR PIC 9.

       *> For the audit trail, stamped like ZODEPRMM's.
       01  WS-AU-FULL-TIME PIC 9(8) VALUE 0.
       01  AU-CURR-ACTION  PIC X(6) VALUE SPACE.
       01  AU-OLD-VAL      PIC S9(9)V99 VALUE 0.
       01  AU-NEW-VAL      PIC S9(9)V99 VALUE 0.

       01  PARM-AUDIT-DETAIL.
           05  AU-PROGRAM       PIC X(9) VALUE "ZODERATM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AU-ACTION        PIC X(6).
           05  FILLER           PIC X(5) VALUE " TBL=".
           05  AU-TABLE-NAME    PIC X(8).
           05  FILLER           PIC X(5) VALUE " EFF=".
           05  AU-EFF-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " UPR=".
           05  AU-BOUND-IMAGE   PIC Z(8)9.99.
           05  FILLER           PIC X(5) VALUE " OLD=".
           05  AU-OLD-IMAGE     PIC -(9)9.99.
           05  FILLER           PIC X(5) VALUE " NEW=".
           05  AU-NEW-IMAGE     PIC -(9)9.99.
           05  FILLER           PIC X(4) VALUE " TS=".
           05  AU-TIMESTAMP.
               10  AU-TS-DATE   PIC 9(8).
               10  AU-TS-TIME   PIC 9(6).

       *> One line per approve/reject decision: what was asked for,
       *> who keyed it and who decided it.
       01  PARM-DECISION-DETAIL.
           05  AD-PROGRAM       PIC X(9) VALUE "ZODERATM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AD-ACTION        PIC X(7).
           05  FILLER           PIC X(5) VALUE " TBL=".
           05  AD-TABLE-NAME    PIC X(8).
           05  FILLER           PIC X(5) VALUE " EFF=".
           05  AD-EFF-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " UPR=".
           05  AD-BOUND-IMAGE   PIC Z(8)9.99.
           05  FILLER           PIC X(5) VALUE " REQ=".
           05  AD-REQUEST       PIC X(7).
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

       *> Main function to ask the operator what they want to do,
       *> in the style of MyStack's menu.
       MAIN.
           PERFORM OPEN-RATE-FILE
           PERFORM OPEN-APPR-FILE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM ACCEPT-ENTRY-USER

           DISPLAY "1. List rate tables"
           DISPLAY "2. Add rate bracket"
           DISPLAY "3. Change bracket rate"
           DISPLAY "4. Delete rate bracket"
           DISPLAY "5. List pending (future-dated) brackets"
           DISPLAY "6. Approve or reject changes"
           DISPLAY "7. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
               ACCEPT CHOICE
               EVALUATE TRUE
                   WHEN LIST-CHOICE
                       PERFORM LIST-RATES
                   WHEN ADD-CHOICE
                       PERFORM ADD-BRACKET
                   WHEN CHANGE-CHOICE
                       PERFORM CHANGE-BRACKET
                   WHEN DELETE-CHOICE
                       PERFORM DELETE-BRACKET
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

           PERFORM CLOSE-APPR-FILE
           PERFORM CLOSE-RATE-FILE.
       STOP RUN.

       *> Open the rate file, creating it on first use if it
       *> doesn't exist yet.
       OPEN-RATE-FILE.
           OPEN I-O ZODE-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               OPEN OUTPUT ZODE-RATE-FILE
               CLOSE ZODE-RATE-FILE
               OPEN I-O ZODE-RATE-FILE
           END-IF.

       CLOSE-RATE-FILE.
           CLOSE ZODE-RATE-FILE.

       *> Abend cleanly on any rate-file I/O error other than the
       *> statuses each caller expects.
       RATE-IO-ERROR.
           DISPLAY "ZODERATE: I/O ERROR - STATUS " WS-RATE-STATUS
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
       *> APPR-HELD says a change to that table version is still
       *> waiting.
       FIND-APPR-REC.
           MOVE 'N' TO APPR-FOUND-SW
           MOVE 'N' TO APPR-HELD-SW
           MOVE 'T' TO AP-ITEM-TYPE
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

       READ-NEXT-RATE-REC.
           READ ZODE-RATE-FILE NEXT RECORD
               AT END
                   SET END-OF-RATES TO TRUE
           END-READ
           IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "10"
               PERFORM RATE-IO-ERROR
           END-IF.

       *> Position at the first bracket on file and read it.
       START-RATE-FILE.
           MOVE 'N' TO RATE-EOF-SW
           MOVE LOW-VALUES TO RT-KEY
           START ZODE-RATE-FILE KEY NOT < RT-KEY
               INVALID KEY
                   SET END-OF-RATES TO TRUE
           END-START
           IF NOT END-OF-RATES
               PERFORM READ-NEXT-RATE-REC
           END-IF.

       *> Every bracket on file in key order - table, effective
       *> date, upper bound - with future-dated versions marked.
       LIST-RATES.
           MOVE 0 TO LIST-COUNT
           PERFORM START-RATE-FILE
           PERFORM UNTIL END-OF-RATES
               ADD 1 TO LIST-COUNT
               MOVE RT-UPPER-BOUND TO LIST-BOUND-OUT
               MOVE RT-RATE-VAL TO LIST-RATE-OUT
               IF RT-EFF-DATE > TODAY-DATE
                   DISPLAY RT-TABLE-NAME " EFF " RT-EFF-DATE
                       " UP TO " LIST-BOUND-OUT " = " LIST-RATE-OUT
                       "  (PENDING)"
               ELSE
                   DISPLAY RT-TABLE-NAME " EFF " RT-EFF-DATE
                       " UP TO " LIST-BOUND-OUT " = " LIST-RATE-OUT
               END-IF
               PERFORM READ-NEXT-RATE-REC
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "No rate tables on file."
           ELSE
               DISPLAY "Total brackets: " LIST-COUNT
           END-IF.

       *> List only the future-dated brackets waiting to take
       *> effect, so the shift can confirm a staged rate scale is
       *> complete before its date arrives.
       LIST-PENDING.
           MOVE 0 TO LIST-COUNT
           PERFORM START-RATE-FILE
           PERFORM UNTIL END-OF-RATES
               IF RT-EFF-DATE > TODAY-DATE
                   ADD 1 TO LIST-COUNT
                   MOVE RT-UPPER-BOUND TO LIST-BOUND-OUT
                   MOVE RT-RATE-VAL TO LIST-RATE-OUT
                   DISPLAY RT-TABLE-NAME " EFF " RT-EFF-DATE
                       " UP TO " LIST-BOUND-OUT " = " LIST-RATE-OUT
               END-IF
               PERFORM READ-NEXT-RATE-REC
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "No pending brackets on file."
           ELSE
               DISPLAY "Pending brackets: " LIST-COUNT
           END-IF.

       *> Ask for the table name, effective date, and upper bound
       *> the next add/change/delete should operate on, and read
       *> that bracket if it is on file. A blank name is never valid,
       *> and a bound must be a valid unsigned value.
       ACCEPT-ENTRY-KEY.
           PERFORM ACCEPT-ENTRY-TABLE
           SET VALUE-ERR TO TRUE
           PERFORM UNTIL NOT VALUE-ERR
               MOVE "Enter upper bound (top bracket 999999999.99): "
                 TO VALUE-PROMPT
               PERFORM ACCEPT-ENTRY-VALUE
               IF NOT VALUE-ERR AND VALUE-NEG
                   DISPLAY "Upper bound must not be negative."
                   SET VALUE-ERR TO TRUE
               END-IF
           END-PERFORM
           MOVE VALUE-PARSED TO ENTRY-BOUND
           PERFORM FIND-ENTRY.

       *> Ask for the table name and effective date alone - the
       *> table version an approval request is held against.
       ACCEPT-ENTRY-TABLE.
           MOVE SPACE TO ENTRY-NAME
           PERFORM UNTIL ENTRY-NAME NOT = SPACE
               DISPLAY "Enter rate table name (1-8 characters): "
               ACCEPT ENTRY-NAME
               IF ENTRY-NAME = SPACE
                   DISPLAY "Table name must not be blank."
               END-IF
           END-PERFORM
           PERFORM ACCEPT-ENTRY-DATE.

       *> Ask for the effective-from date, eight digits YYYYMMDD,
       *> until one passes the basic range edit.
       ACCEPT-ENTRY-DATE.
           SET DATE-ERR TO TRUE
           PERFORM UNTIL NOT DATE-ERR
               DISPLAY "Enter effective date (YYYYMMDD): "
               MOVE SPACE TO DATE-INPUT
               ACCEPT DATE-INPUT
               MOVE 'N' TO DATE-ERR-SW
               IF DATE-INPUT IS NUMERIC
                   MOVE DATE-INPUT TO DATE-PARSED
                   IF DATE-P-MM < 1 OR DATE-P-MM > 12
                       OR DATE-P-DD < 1 OR DATE-P-DD > 31
                       SET DATE-ERR TO TRUE
                   END-IF
               ELSE
                   SET DATE-ERR TO TRUE
               END-IF
               IF DATE-ERR
                   DISPLAY "Date must be 8 digits, YYYYMMDD."
               END-IF
           END-PERFORM
           MOVE DATE-PARSED TO ENTRY-EFF-DATE.

       *> Keyed read of the bracket ENTRY-NAME + ENTRY-EFF-DATE +
       *> ENTRY-BOUND; on a hit the record area holds it.
       FIND-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE ENTRY-NAME TO RT-TABLE-NAME
           MOVE ENTRY-EFF-DATE TO RT-EFF-DATE
           MOVE ENTRY-BOUND TO RT-UPPER-BOUND
           READ ZODE-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ
           IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "23"
               PERFORM RATE-IO-ERROR
           END-IF.

       *> Ask for a value and parse it strictly: an optional leading
       *> minus, then one to nine digits and up to two decimals.
       *> VALUE-ERR is set when the input doesn't parse or fit.
       ACCEPT-ENTRY-VALUE.
           MOVE 'N' TO VALUE-ERR-SW
           MOVE 'N' TO VALUE-NEG-SW
           MOVE 'N' TO VALUE-PAST-PT
           MOVE 0 TO VALUE-ACCUM
           MOVE 0 TO VALUE-DIGITS
           MOVE 0 TO VALUE-DECS
           MOVE SPACE TO VALUE-INPUT
           DISPLAY VALUE-PROMPT
           ACCEPT VALUE-INPUT
           MOVE 1 TO VALUE-SCAN-IDX
           IF VALUE-INPUT(1:1) = '-'
               SET VALUE-NEG TO TRUE
               MOVE 2 TO VALUE-SCAN-IDX
           END-IF
           PERFORM UNTIL VALUE-SCAN-IDX > 13
               OR VALUE-INPUT(VALUE-SCAN-IDX:1) = SPACE
               MOVE VALUE-INPUT(VALUE-SCAN-IDX:1) TO VALUE-CHAR
               EVALUATE TRUE
                   WHEN VALUE-CHAR = '.'
                       IF VALUE-AFTER-POINT
                           SET VALUE-ERR TO TRUE
                       ELSE
                           SET VALUE-AFTER-POINT TO TRUE
                       END-IF
                   WHEN VALUE-CHAR IS NUMERIC
                       IF VALUE-AFTER-POINT
                           IF VALUE-DECS < 2
                               COMPUTE VALUE-ACCUM =
                                   VALUE-ACCUM * 10 + VALUE-CHAR-NUM
                               ADD 1 TO VALUE-DECS
                           ELSE
                               SET VALUE-ERR TO TRUE
                           END-IF
                       ELSE
                           IF VALUE-DIGITS < 9
                               COMPUTE VALUE-ACCUM =
                                   VALUE-ACCUM * 10 + VALUE-CHAR-NUM
                               ADD 1 TO VALUE-DIGITS
                           ELSE
                               SET VALUE-ERR TO TRUE
                           END-IF
                       END-IF
                   WHEN OTHER
                       SET VALUE-ERR TO TRUE
               END-EVALUATE
               ADD 1 TO VALUE-SCAN-IDX
           END-PERFORM
           IF VALUE-DIGITS = 0 AND VALUE-DECS = 0
               SET VALUE-ERR TO TRUE
           END-IF
           EVALUATE VALUE-DECS
               WHEN 1
                   COMPUTE VALUE-PARSED = VALUE-ACCUM / 10
               WHEN 2
                   COMPUTE VALUE-PARSED = VALUE-ACCUM / 100
               WHEN OTHER
                   MOVE VALUE-ACCUM TO VALUE-PARSED
           END-EVALUATE
           IF VALUE-NEG
               COMPUTE VALUE-PARSED = 0 - VALUE-PARSED
           END-IF
           IF VALUE-ERR
               DISPLAY "Value must be up to 9 digits, an optional"
                   " leading minus, and up to 2 decimals."
           END-IF.

       *> Add, Change and Delete only record the request on
       *> ZODEAPPR; ZODERATE changes when the request is approved
       *> (APPLY-APPROVED-CHANGE). One request per table and
       *> effective date may wait at a time.
       ADD-BRACKET.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               IF ENTRY-FOUND
                   DISPLAY "Table " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " already has that bracket;"
                       " use Change."
               ELSE
                   MOVE "Enter rate (9 digits, optional - and .nn): "
                     TO VALUE-PROMPT
                   PERFORM ACCEPT-ENTRY-VALUE
                   IF VALUE-ERR
                       DISPLAY "Nothing added."
                   ELSE
                       MOVE "ADD" TO AU-CURR-ACTION
                       MOVE VALUE-PARSED TO AU-NEW-VAL
                       PERFORM SUBMIT-CHANGE
                   END-IF
               END-IF
           END-IF.

       CHANGE-BRACKET.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               IF NOT ENTRY-FOUND
                   DISPLAY "Table " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " has no such bracket."
               ELSE
                   MOVE RT-RATE-VAL TO LIST-RATE-OUT
                   DISPLAY "Current rate: " LIST-RATE-OUT
                   MOVE "Enter rate (9 digits, optional - and .nn): "
                     TO VALUE-PROMPT
                   PERFORM ACCEPT-ENTRY-VALUE
                   IF VALUE-ERR
                       DISPLAY "Nothing changed."
                   ELSE
                       MOVE "CHANGE" TO AU-CURR-ACTION
                       MOVE VALUE-PARSED TO AU-NEW-VAL
                       PERFORM SUBMIT-CHANGE
                   END-IF
               END-IF
           END-IF.

       DELETE-BRACKET.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-APPR-REC
           IF APPR-HELD
               PERFORM SHOW-HELD-REQUEST
           ELSE
               PERFORM DELETE-BRACKET-REQUEST
           END-IF.

       DELETE-BRACKET-REQUEST.
           IF NOT ENTRY-FOUND
               DISPLAY "Table " ENTRY-NAME " effective "
                   ENTRY-EFF-DATE " has no such bracket."
           ELSE
               PERFORM CHECK-TABLE-REFS
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
           END-IF.

       SUBMIT-DELETE.
           MOVE "DELETE" TO AU-CURR-ACTION
           MOVE 0 TO AU-NEW-VAL
           PERFORM SUBMIT-CHANGE.

       SHOW-HELD-REQUEST.
           MOVE AP-UPPER-BOUND TO LIST-BOUND-OUT
           DISPLAY "Table " ENTRY-NAME " effective " ENTRY-EFF-DATE
               " already has a " AP-ACTION " of the bracket up to "
               LIST-BOUND-OUT " awaiting approval (keyed by "
               AP-MAKER-ID "); nothing changed.".

       *> Record the request (AU-CURR-ACTION on the ENTRY-BOUND
       *> bracket, AU-NEW-VAL the rate asked for) as awaiting
       *> approval, made by this session's user. A record left by
       *> an earlier decision on the same table and date is reused.
       SUBMIT-CHANGE.
           MOVE 'T' TO AP-ITEM-TYPE
           MOVE ENTRY-NAME TO AP-ITEM-NAME
           MOVE ENTRY-EFF-DATE TO AP-EFF-DATE
           SET AP-PENDING TO TRUE
           MOVE AU-CURR-ACTION TO AP-ACTION
           MOVE ENTRY-BOUND TO AP-UPPER-BOUND
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
               ENTRY-EFF-DATE " bracket is awaiting approval by"
               " another user.".

       *> List every rate-bracket change awaiting approval.
       LIST-AWAITING.
           MOVE 0 TO AWAIT-COUNT
           MOVE 'N' TO APPR-EOF-SW
           MOVE 'T' TO AP-ITEM-TYPE
           MOVE LOW-VALUES TO AP-ITEM-NAME
           MOVE 0 TO AP-EFF-DATE
           START ZODE-APPR-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET END-OF-APPR TO TRUE
           END-START
           IF NOT END-OF-APPR
               PERFORM READ-NEXT-APPR-REC
           END-IF
           PERFORM UNTIL END-OF-APPR OR AP-ITEM-TYPE NOT = 'T'
               IF AP-PENDING
                   ADD 1 TO AWAIT-COUNT
                   MOVE AP-UPPER-BOUND TO LIST-BOUND-OUT
                   MOVE AP-NEW-VAL TO LIST-RATE-OUT
                   DISPLAY AP-ITEM-NAME " EFF " AP-EFF-DATE " "
                       AP-ACTION " UP TO " LIST-BOUND-OUT " = "
                       LIST-RATE-OUT " BY " AP-MAKER-ID " ON "
                       AP-MAKER-DATE
               END-IF
               PERFORM READ-NEXT-APPR-REC
           END-PERFORM
           IF AWAIT-COUNT = 0
               DISPLAY "No changes awaiting approval."
           ELSE
               DISPLAY "Awaiting approval: " AWAIT-COUNT
           END-IF.

       *> Approve or reject one waiting change. Whoever keyed a
       *> change can never decide it. Approving applies it to
       *> ZODERATE (with the usual audit image); either decision is
       *> stamped on the approval record and logged to the audit
       *> trail.
       REVIEW-CHANGES.
           PERFORM LIST-AWAITING
           IF AWAIT-COUNT NOT = 0
               PERFORM ACCEPT-ENTRY-TABLE
               PERFORM FIND-APPR-REC
               IF NOT APPR-HELD
                   DISPLAY "Table " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " has no change awaiting"
                       " approval."
               ELSE
                   IF AP-MAKER-ID = ENTRY-USER
                       DISPLAY "You keyed this change; another user"
                           " must approve or reject it."
                   ELSE
                       PERFORM DECIDE-CHANGE
                   END-IF
               END-IF
           END-IF.

       DECIDE-CHANGE.
           MOVE SPACE TO DECISION
           DISPLAY "Approve or reject (A/R)? "
           ACCEPT DECISION
           EVALUATE TRUE
               WHEN DECISION = 'A' OR DECISION = 'a'
                   PERFORM APPLY-APPROVED-CHANGE
                   SET AP-APPROVED TO TRUE
                   PERFORM RECORD-DECISION
               WHEN DECISION = 'R' OR DECISION = 'r'
                   SET AP-REJECTED TO TRUE
                   PERFORM RECORD-DECISION
               WHEN OTHER
                   DISPLAY "Nothing decided."
           END-EVALUATE.

       *> Apply the approved request in the approval record area
       *> to ZODERATE as it stands now: an add or change sets the
       *> bracket's rate (adding the bracket if it is not on file),
       *> a delete removes the bracket if it is still there.
       APPLY-APPROVED-CHANGE.
           MOVE AP-UPPER-BOUND TO ENTRY-BOUND
           PERFORM FIND-ENTRY
           IF AP-ACTION = "DELETE"
               IF NOT ENTRY-FOUND
                   DISPLAY "Table " ENTRY-NAME " effective "
                       ENTRY-EFF-DATE " bracket is already gone."
               ELSE
                   MOVE RT-RATE-VAL TO AU-OLD-VAL
                   PERFORM DELETE-BRACKET-ENTRY
               END-IF
           ELSE
               IF ENTRY-FOUND
                   MOVE RT-RATE-VAL TO AU-OLD-VAL
                   MOVE AP-NEW-VAL TO RT-RATE-VAL
                   REWRITE ZODE-RATE-REC
               ELSE
                   MOVE 0 TO AU-OLD-VAL
                   MOVE ENTRY-NAME TO RT-TABLE-NAME
                   MOVE ENTRY-EFF-DATE TO RT-EFF-DATE
                   MOVE ENTRY-BOUND TO RT-UPPER-BOUND
                   MOVE AP-NEW-VAL TO RT-RATE-VAL
                   WRITE ZODE-RATE-REC
               END-IF
               IF WS-RATE-STATUS NOT = "00"
                   PERFORM RATE-IO-ERROR
               END-IF
               MOVE AP-ACTION TO AU-CURR-ACTION
               MOVE AP-NEW-VAL TO AU-NEW-VAL
               PERFORM WRITE-AUDIT-REC
               DISPLAY "Applied " AP-ACTION " of " ENTRY-NAME
                   " effective " ENTRY-EFF-DATE " bracket."
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
                   " effective " ENTRY-EFF-DATE " bracket."
           ELSE
               DISPLAY "Rejected " AP-ACTION " of " ENTRY-NAME
                   " effective " ENTRY-EFF-DATE " bracket."
           END-IF.

       *> The bracket is re-keyed before the delete, whatever the
       *> record area was last used for.
       DELETE-BRACKET-ENTRY.
           MOVE ENTRY-NAME TO RT-TABLE-NAME
           MOVE ENTRY-EFF-DATE TO RT-EFF-DATE
           MOVE ENTRY-BOUND TO RT-UPPER-BOUND
           DELETE ZODE-RATE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-RATE-STATUS NOT = "00"
               PERFORM RATE-IO-ERROR
           END-IF
           MOVE "DELETE" TO AU-CURR-ACTION
           MOVE 0 TO AU-NEW-VAL
           PERFORM WRITE-AUDIT-REC
           DISPLAY "Deleted " ENTRY-NAME " effective "
               ENTRY-EFF-DATE " bracket.".

       *> Scan the catalog for expressions whose LOOKUPC nodes
       *> still name ENTRY-NAME, listing each referencing expression
       *> once. A catalog that cannot be opened just skips the
       *> check; this program must stay usable where no catalog is
       *> allocated.
       CHECK-TABLE-REFS.
           MOVE 0 TO REF-FOUND-COUNT
           MOVE SPACE TO REF-LAST-NAME
           OPEN INPUT ZODE-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "Catalog not available; reference check"
                   " skipped."
           ELSE
               MOVE 'N' TO CAT-EOF-SW
               MOVE LOW-VALUES TO ZC-KEY
               START ZODE-CAT-FILE KEY NOT < ZC-KEY
                   INVALID KEY
                       SET END-OF-CAT TO TRUE
               END-START
               IF NOT END-OF-CAT
                   PERFORM READ-NEXT-CAT-REC
               END-IF
               PERFORM UNTIL END-OF-CAT
                   PERFORM CHECK-ONE-CAT-REC
                   PERFORM READ-NEXT-CAT-REC
               END-PERFORM
               CLOSE ZODE-CAT-FILE
           END-IF.

       *> One expression's records are a contiguous key range, so
       *> comparing against the last name listed is enough to list
       *> each referencing expression once.
       CHECK-ONE-CAT-REC.
           IF ZC-EXPR-NAME NOT = REF-LAST-NAME
               IF ZC-ZODE-ID = 'B' AND ZC-VAR-NAME = ENTRY-NAME
                   ADD 1 TO REF-FOUND-COUNT
                   MOVE ZC-EXPR-NAME TO REF-LAST-NAME
                   DISPLAY "  Referenced by " ZC-EXPR-NAME
               END-IF
           END-IF.

       READ-NEXT-CAT-REC.
           READ ZODE-CAT-FILE NEXT RECORD
               AT END
                   SET END-OF-CAT TO TRUE
           END-READ
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "10"
               DISPLAY "ZODECAT: I/O ERROR - STATUS " WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> Open the audit file for appending, creating it on first
       *> use if it doesn't exist yet.
       OPEN-AUDIT-FILE.
           OPEN EXTEND PARM-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT PARM-AUDIT-FILE
               CLOSE PARM-AUDIT-FILE
               OPEN EXTEND PARM-AUDIT-FILE
           END-IF.

       *> Append one dated audit record (action, table, effective
       *> date, bracket, before- and after-image) for the change
       *> just applied.
       WRITE-AUDIT-REC.
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AU-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AU-FULL-TIME FROM TIME
           MOVE WS-AU-FULL-TIME(1:6) TO AU-TS-TIME
           MOVE AU-CURR-ACTION TO AU-ACTION
           MOVE ENTRY-NAME TO AU-TABLE-NAME
           MOVE ENTRY-EFF-DATE TO AU-EFF-DATE
           MOVE ENTRY-BOUND TO AU-BOUND-IMAGE
           MOVE AU-OLD-VAL TO AU-OLD-IMAGE
           MOVE AU-NEW-VAL TO AU-NEW-IMAGE
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
           MOVE AP-ITEM-NAME TO AD-TABLE-NAME
           MOVE AP-EFF-DATE TO AD-EFF-DATE
           MOVE AP-UPPER-BOUND TO AD-BOUND-IMAGE
           MOVE AP-ACTION TO AD-REQUEST
           MOVE AP-NEW-VAL TO AD-NEW-IMAGE
           MOVE AP-MAKER-ID TO AD-MAKER-ID
           MOVE AP-CHECKER-ID TO AD-CHECKER-ID
           WRITE PARM-AUDIT-REC FROM PARM-DECISION-DETAIL
           CLOSE PARM-AUDIT-FILE.

       END PROGRAM ZODERATM.
