       *> Maintenance program for the ZODEPCTL period-control file.
       *> Once a month's results are reported to finance its ZODEHIST
       *> numbers must not move: a month closed here is refused by
       *> every program that writes or deletes history records -
       *> AST_BUILD's WRITE-HIST-REC (nightly, restart, and CORR=
       *> correction runs alike) and ZODEHSKP's purge - with a
       *> ZOD209W message and a warning return code. A period is
       *> keyed by its year and month; closing one stamps the date
       *> and the closing user, and reopening one requires a reason,
       *> which is kept on the period record and logged with the
       *> user and timestamp to the same ZODEAUDT audit trail
       *> ZODEPRMM and ZODERATM write. Only a month already ended
       *> can be closed, so tonight's run is never locked out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEPRDM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One record per period ever closed; a reopened period
           *> keeps its record with the reopen stamp and reason.
           SELECT ZODE-PCTL-FILE ASSIGN TO "ZODEPCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           *> Append-only audit trail of every close/reopen.
           SELECT PARM-AUDIT-FILE ASSIGN TO "ZODEAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ZODE-PCTL-FILE.
       01  ZODE-PCTL-REC.
           05  PC-PERIOD        PIC 9(6).
           05  PC-STATUS        PIC X.
               88  PC-CLOSED    VALUE 'C'.
               88  PC-REOPENED  VALUE 'O'.
           05  PC-CLOSE-DATE    PIC 9(8).
           05  PC-CLOSE-USER    PIC X(8).
           05  PC-REOPEN-DATE   PIC 9(8).
           05  PC-REOPEN-USER   PIC X(8).
           05  PC-REOPEN-REASON PIC X(40).

       FD  PARM-AUDIT-FILE.
       01  PARM-AUDIT-REC           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PCTL-STATUS  PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS PIC XX VALUE '00'.
       01  PCTL-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-PCTL     VALUE 'Y'.

       01  CHOICE          PIC 9 VALUE 0.
           88  LIST-CHOICE     VALUE 1.
           88  CLOSE-CHOICE    VALUE 2.
           88  REOPEN-CHOICE   VALUE 3.
           88  EXIT-CHOICE     VALUE 4.

       01  ENTRY-PERIOD    PIC 9(6) VALUE 0.
       01  ENTRY-FOUND-SW  PIC X VALUE 'N'.
           88  ENTRY-FOUND     VALUE 'Y'.
       01  ENTRY-USER      PIC X(8) VALUE SPACE.
       01  ENTRY-REASON    PIC X(40) VALUE SPACE.
       01  TODAY-DATE      PIC 9(8) VALUE 0.
       01  TODAY-PERIOD    PIC 9(6) VALUE 0.
       01  LIST-COUNT      PIC 9(4) VALUE 0.

       *> For validated period entry: six digits, YYYYMM.
       01  PERIOD-INPUT    PIC X(6) VALUE SPACE.
       01  PERIOD-PARSED   PIC 9(6) VALUE 0.
       01  PERIOD-PARSED-R REDEFINES PERIOD-PARSED.
           05  PERIOD-P-YYYY PIC 9(4).
           05  PERIOD-P-MM   PIC 9(2).
       01  PERIOD-ERR-SW   PIC X VALUE 'N'.
           88  PERIOD-ERR      VALUE 'Y'.

       *> For the audit trail, stamped like ZODEPRMM's.
       01  WS-AU-FULL-TIME PIC 9(8) VALUE 0.
       01  AU-CURR-ACTION  PIC X(6) VALUE SPACE.

       01  PARM-AUDIT-DETAIL.
           05  AU-PROGRAM       PIC X(9) VALUE "ZODEPRDM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AU-ACTION        PIC X(6).
           05  FILLER           PIC X(5) VALUE " PRD=".
           05  AU-PERIOD        PIC 9(6).
           05  FILLER           PIC X(5) VALUE " USR=".
           05  AU-USER          PIC X(8).
           05  FILLER           PIC X(5) VALUE " RSN=".
           05  AU-REASON        PIC X(40).
           05  FILLER           PIC X(4) VALUE " TS=".
           05  AU-TIMESTAMP.
               10  AU-TS-DATE   PIC 9(8).
               10  AU-TS-TIME   PIC 9(6).

       PROCEDURE DIVISION.

       PERFORM MAIN.

       *> Main function to ask the operator what they want to do,
       *> in the style of MyStack's menu.
       MAIN.
           PERFORM OPEN-PCTL-FILE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE(1:6) TO TODAY-PERIOD

           DISPLAY "1. List periods"
           DISPLAY "2. Close a period"
           DISPLAY "3. Reopen a period"
           DISPLAY "4. Exit"

           PERFORM UNTIL EXIT-CHOICE
               DISPLAY "What would you like to do: "
               ACCEPT CHOICE
               EVALUATE TRUE
                   WHEN LIST-CHOICE
                       PERFORM LIST-PERIODS
                   WHEN CLOSE-CHOICE
                       PERFORM CLOSE-PERIOD
                   WHEN REOPEN-CHOICE
                       PERFORM REOPEN-PERIOD
                   WHEN EXIT-CHOICE
                       DISPLAY "Exiting program."
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-PCTL-FILE.
       STOP RUN.

       *> Open the period-control file, creating it on first use if
       *> it doesn't exist yet.
       OPEN-PCTL-FILE.
           OPEN I-O ZODE-PCTL-FILE
           IF WS-PCTL-STATUS NOT = "00"
               OPEN OUTPUT ZODE-PCTL-FILE
               CLOSE ZODE-PCTL-FILE
               OPEN I-O ZODE-PCTL-FILE
           END-IF.

       CLOSE-PCTL-FILE.
           CLOSE ZODE-PCTL-FILE.

       *> Abend cleanly on any period-file I/O error other than the
       *> statuses each caller expects.
       PCTL-IO-ERROR.
           DISPLAY "ZODEPCTL: I/O ERROR - STATUS " WS-PCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-NEXT-PCTL-REC.
           READ ZODE-PCTL-FILE NEXT RECORD
               AT END
                   SET END-OF-PCTL TO TRUE
           END-READ
           IF WS-PCTL-STATUS NOT = "00" AND WS-PCTL-STATUS NOT = "10"
               PERFORM PCTL-IO-ERROR
           END-IF.

       *> Every period on file in period order, closed or reopened,
       *> with who did it and, for a reopen, why.
       LIST-PERIODS.
           MOVE 0 TO LIST-COUNT
           MOVE 'N' TO PCTL-EOF-SW
           MOVE 0 TO PC-PERIOD
           START ZODE-PCTL-FILE KEY NOT < PC-PERIOD
               INVALID KEY
                   SET END-OF-PCTL TO TRUE
           END-START
           IF NOT END-OF-PCTL
               PERFORM READ-NEXT-PCTL-REC
           END-IF
           PERFORM UNTIL END-OF-PCTL
               ADD 1 TO LIST-COUNT
               IF PC-CLOSED
                   DISPLAY PC-PERIOD " CLOSED   " PC-CLOSE-DATE
                       " BY " PC-CLOSE-USER
               ELSE
                   DISPLAY PC-PERIOD " REOPENED " PC-REOPEN-DATE
                       " BY " PC-REOPEN-USER " - " PC-REOPEN-REASON
               END-IF
               PERFORM READ-NEXT-PCTL-REC
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "No periods on file."
           ELSE
               DISPLAY "Total periods: " LIST-COUNT
           END-IF.

       *> Ask for the period the next close/reopen should operate
       *> on, six digits YYYYMM, until one passes the range edit,
       *> and read its record if it is on file.
       ACCEPT-ENTRY-PERIOD.
           SET PERIOD-ERR TO TRUE
           PERFORM UNTIL NOT PERIOD-ERR
               DISPLAY "Enter period (YYYYMM): "
               MOVE SPACE TO PERIOD-INPUT
               ACCEPT PERIOD-INPUT
               MOVE 'N' TO PERIOD-ERR-SW
               IF PERIOD-INPUT IS NUMERIC
                   MOVE PERIOD-INPUT TO PERIOD-PARSED
                   IF PERIOD-P-MM < 1 OR PERIOD-P-MM > 12
                       SET PERIOD-ERR TO TRUE
                   END-IF
               ELSE
                   SET PERIOD-ERR TO TRUE
               END-IF
               IF PERIOD-ERR
                   DISPLAY "Period must be 6 digits, YYYYMM."
               END-IF
           END-PERFORM
           MOVE PERIOD-PARSED TO ENTRY-PERIOD
           PERFORM FIND-ENTRY.

       *> Keyed read of period ENTRY-PERIOD; on a hit the record
       *> area holds it.
       FIND-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE ENTRY-PERIOD TO PC-PERIOD
           READ ZODE-PCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ
           IF WS-PCTL-STATUS NOT = "00" AND WS-PCTL-STATUS NOT = "23"
               PERFORM PCTL-IO-ERROR
           END-IF.

       *> The user ID stamped on the period record and the audit
       *> trail. A blank ID is never valid.
       ACCEPT-ENTRY-USER.
           MOVE SPACE TO ENTRY-USER
           PERFORM UNTIL ENTRY-USER NOT = SPACE
               DISPLAY "Enter your user ID: "
               ACCEPT ENTRY-USER
               IF ENTRY-USER = SPACE
                   DISPLAY "User ID must not be blank."
               END-IF
           END-PERFORM.

       CLOSE-PERIOD.
           PERFORM ACCEPT-ENTRY-PERIOD
           IF ENTRY-PERIOD NOT < TODAY-PERIOD
               DISPLAY "Period " ENTRY-PERIOD " has not ended yet;"
                   " only a past month can be closed."
           ELSE
               IF ENTRY-FOUND AND PC-CLOSED
                   DISPLAY "Period " ENTRY-PERIOD " is already closed."
               ELSE
                   PERFORM ACCEPT-ENTRY-USER
                   MOVE ENTRY-PERIOD TO PC-PERIOD
                   SET PC-CLOSED TO TRUE
                   MOVE TODAY-DATE TO PC-CLOSE-DATE
                   MOVE ENTRY-USER TO PC-CLOSE-USER
                   IF ENTRY-FOUND
                       REWRITE ZODE-PCTL-REC
                   ELSE
                       MOVE 0 TO PC-REOPEN-DATE
                       MOVE SPACE TO PC-REOPEN-USER
                       MOVE SPACE TO PC-REOPEN-REASON
                       WRITE ZODE-PCTL-REC
                   END-IF
                   IF WS-PCTL-STATUS NOT = "00"
                       PERFORM PCTL-IO-ERROR
                   END-IF
                   MOVE "CLOSE" TO AU-CURR-ACTION
                   MOVE SPACE TO ENTRY-REASON
                   PERFORM WRITE-AUDIT-REC
                   DISPLAY "Closed period " ENTRY-PERIOD "."
               END-IF
           END-IF.

       *> A reopen must say why; the reason stays on the period
       *> record until the period is closed again, and on the
       *> audit trail for good.
       REOPEN-PERIOD.
           PERFORM ACCEPT-ENTRY-PERIOD
           IF NOT ENTRY-FOUND OR NOT PC-CLOSED
               DISPLAY "Period " ENTRY-PERIOD " is not closed."
           ELSE
               PERFORM ACCEPT-ENTRY-USER
               MOVE SPACE TO ENTRY-REASON
               DISPLAY "Enter reason for reopening (required): "
               ACCEPT ENTRY-REASON
               IF ENTRY-REASON = SPACE
                   DISPLAY "A reason is required. Nothing reopened."
               ELSE
                   SET PC-REOPENED TO TRUE
                   MOVE TODAY-DATE TO PC-REOPEN-DATE
                   MOVE ENTRY-USER TO PC-REOPEN-USER
                   MOVE ENTRY-REASON TO PC-REOPEN-REASON
                   REWRITE ZODE-PCTL-REC
                   IF WS-PCTL-STATUS NOT = "00"
                       PERFORM PCTL-IO-ERROR
                   END-IF
                   MOVE "REOPEN" TO AU-CURR-ACTION
                   PERFORM WRITE-AUDIT-REC
                   DISPLAY "Reopened period " ENTRY-PERIOD "."
               END-IF
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

       *> Append one dated audit record (action, period, user, and
       *> for a reopen the reason) for the change just applied.
       WRITE-AUDIT-REC.
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AU-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AU-FULL-TIME FROM TIME
           MOVE WS-AU-FULL-TIME(1:6) TO AU-TS-TIME
           MOVE AU-CURR-ACTION TO AU-ACTION
           MOVE ENTRY-PERIOD TO AU-PERIOD
           MOVE ENTRY-USER TO AU-USER
           MOVE ENTRY-REASON TO AU-REASON
           WRITE PARM-AUDIT-REC FROM PARM-AUDIT-DETAIL
           CLOSE PARM-AUDIT-FILE.

       END PROGRAM ZODEPRDM.
