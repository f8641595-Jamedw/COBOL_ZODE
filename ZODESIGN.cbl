       *> Morning sign-off and release of the warehouse extract.
       *> AST_BUILD replaces ZODEEXT every run, and the warehouse used
       *> to pick it up whether or not the night was clean, so a
       *> REVIEW night's numbers had gone downstream before anyone
       *> read MORNRPT. ZODEEXT is now a held dataset; the warehouse
       *> reads ZODEEXTR, the release dataset, and only this program
       *> writes it. Run with no PARM it is the analyst's sign-off
       *> menu: it shows the night's ZODEMORN briefing and verdict
       *> and the held extract's run date and record count, and on
       *> a sign-off copies the held extract to ZODEEXTR. The
       *> analyst's user ID is always required, and a comment for
       *> any night not CLEAN; a rejection (reason required) leaves
       *> the extract held. A held extract whose run date is not
       *> the briefing's date or the day before belongs to another
       *> night and is not released until ZODEMORN is rerun against
       *> it (an empty extract carries no date and is let through).
       *> Every sign-off and rejection is logged
       *> to ZODESLOG with the night's run date, the date and time,
       *> the user, the verdict, the record count and the comment.
       *> Run with PARM='CHECK,HHMM' at the cut-off time it reports
       *> the night's sign-off state on ZODESIGR: a MORNRPT older
       *> than today means there is no briefing to sign off, a
       *> night with no sign-off by HH:MM is OVERDUE and a rejected
       *> night is still HELD, and each ends the step RC 4. A bad
       *> PARM or a missing MORNRPT ends it RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODESIGN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORN-RPT-FILE ASSIGN TO "MORNRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MORN-STATUS.

           *> The extract AST_BUILD (or ZODEPMRG) wrote, held here
           *> until it is signed off.
           SELECT HELD-EXT-FILE ASSIGN TO "ZODEEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           *> The release dataset the warehouse reads, replaced
           *> whole by each sign-off.
           SELECT REL-EXT-FILE ASSIGN TO "ZODEEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           *> Append-only log of every sign-off and rejection.
           SELECT SIGN-LOG-FILE ASSIGN TO "ZODESLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT SIGN-RPT-FILE ASSIGN TO "ZODESIGR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MORN-RPT-FILE.
       01  MORN-RPT-REC             PIC X(80).

       FD  HELD-EXT-FILE.
       01  HELD-EXT-REC             PIC X(4000).

       FD  REL-EXT-FILE.
       01  REL-EXT-REC              PIC X(4000).

       FD  SIGN-LOG-FILE.
       01  SIGN-LOG-REC             PIC X(140).

       FD  SIGN-RPT-FILE.
       01  SIGN-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MORN-STATUS  PIC XX VALUE '00'.
       01  WS-HELD-STATUS  PIC XX VALUE '00'.
       01  WS-REL-STATUS   PIC XX VALUE '00'.
       01  WS-SLOG-STATUS  PIC XX VALUE '00'.
       01  INPUT-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-INPUT    VALUE 'Y'.

       01  PARM-VALUE      PIC X(80) VALUE SPACE.

       01  CHOICE          PIC 9 VALUE 0.
           88  SHOW-CHOICE     VALUE 1.
           88  SIGN-CHOICE     VALUE 2.
           88  REJECT-CHOICE   VALUE 3.
           88  EXIT-CHOICE     VALUE 4.

       01  TODAY-DATE      PIC 9(8) VALUE 0.
       01  WS-FULL-TIME    PIC 9(8) VALUE 0.
       01  NOW-HHMM        PIC 9(4) VALUE 0.

      *> THE NIGHT BEING SIGNED OFF, AS ZODEMORN BRIEFED IT: ITS
      *> RUN DATE FROM THE MORNRPT HEADER, ITS VERDICT FROM THE
      *> TRAILER, AND THE BRIEFING LINES TO SHOW THE ANALYST.
       01  MORN-PRESENT-SW PIC X VALUE 'N'.
           88  MORN-PRESENT    VALUE 'Y'.
       01  NIGHT-RUN-DATE.
           05  NIGHT-YYYY       PIC 9(4) VALUE 0.
           05  NIGHT-MM         PIC 9(2) VALUE 0.
           05  NIGHT-DD         PIC 9(2) VALUE 0.
       01  NIGHT-RUN-DATE-NUM REDEFINES NIGHT-RUN-DATE PIC 9(8).
       01  NIGHT-VERDICT   PIC X(6) VALUE SPACE.
           88  NIGHT-CLEAN     VALUE "CLEAN".
       01  MAX-MORN-LINES  PIC 9(4) VALUE 60.
       01  MORN-LINE-COUNT PIC 9(4) VALUE 0.
       01  MORN-LINE-TABLE.
           05  MORN-LINE    PIC X(80) OCCURS 60 TIMES.
       01  MORN-IDX        PIC 9(4) VALUE 0.

      *> THE HELD EXTRACT: PRESENT OR NOT, ITS RECORD COUNT, AND
      *> THE RUN DATE ON ITS FIRST RECORD ("D|YYYYMMDD|...").
       01  HELD-PRESENT-SW PIC X VALUE 'N'.
           88  HELD-PRESENT    VALUE 'Y'.
       01  HELD-REC-COUNT  PIC 9(7) VALUE 0.
       01  HELD-RUN-DATE   PIC X(8) VALUE SPACE.
       01  HELD-RUN-DATE-NUM REDEFINES HELD-RUN-DATE PIC 9(8).
       01  HELD-DATE-OK-SW PIC X VALUE 'N'.
           88  HELD-DATE-OK    VALUE 'Y'.

      *> THE DAY BEFORE THE NIGHT'S RUN DATE: AST_BUILD MAY FINISH
      *> EITHER SIDE OF MIDNIGHT, SO THE HELD EXTRACT CAN CARRY
      *> EITHER DATE.
       01  PRIOR-DATE.
           05  PRIOR-YYYY       PIC 9(4) VALUE 0.
           05  PRIOR-MM         PIC 9(2) VALUE 0.
           05  PRIOR-DD         PIC 9(2) VALUE 0.
       01  PRIOR-DATE-NUM REDEFINES PRIOR-DATE PIC 9(8).
       01  LEAP-QUOT       PIC 9(4) VALUE 0.
       01  LEAP-REM-4      PIC 9(4) VALUE 0.
       01  LEAP-REM-100    PIC 9(4) VALUE 0.
       01  LEAP-REM-400    PIC 9(4) VALUE 0.
       01  COPY-REC-COUNT  PIC 9(7) VALUE 0.

       01  ENTRY-USER      PIC X(8) VALUE SPACE.
       01  ENTRY-COMMENT   PIC X(40) VALUE SPACE.

      *> THE NIGHT'S STATE OFF THE SIGN-OFF LOG, FOR THE MENU AND
      *> THE CUT-OFF CHECK: A RELEASE AT ANY POINT MEANS THE
      *> WAREHOUSE HAS THE NIGHT, HOWEVER MANY REJECTIONS CAME
      *> BEFORE IT.
       01  NIGHT-RELEASED-SW PIC X VALUE 'N'.
           88  NIGHT-RELEASED  VALUE 'Y'.
       01  NIGHT-REJECTED-SW PIC X VALUE 'N'.
           88  NIGHT-REJECTED  VALUE 'Y'.
       01  NIGHT-LOG-COUNT PIC 9(4) VALUE 0.
       01  MAX-NIGHT-LOGS  PIC 9(4) VALUE 50.
       01  NIGHT-LOG-TABLE.
           05  NIGHT-LOG-LINE PIC X(140) OCCURS 50 TIMES.
       01  NL-IDX          PIC 9(4) VALUE 0.

       01  CUTOFF-HHMM     PIC 9(4) VALUE 0.
       01  CUTOFF-HHMM-R REDEFINES CUTOFF-HHMM.
           05  CUTOFF-HH        PIC 9(2).
           05  CUTOFF-MM        PIC 9(2).
       01  CHECK-RC        PIC 9 VALUE 0.
       01  CHECK-STATUS    PIC X(60) VALUE SPACE.

      *> ONE SIGN-OFF LOG RECORD, KEYWORDED LIKE THE ZODEAUDT
      *> TRAIL. RUN= IS THE NIGHT SIGNED OFF, TS= WHEN IT WAS.
       01  SIGN-LOG-DETAIL.
           05  SG-PROGRAM       PIC X(9) VALUE "ZODESIGN".
           05  FILLER           PIC X(4) VALUE "RUN=".
           05  SG-RUN-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " ACT=".
           05  SG-ACTION        PIC X(7).
               88  SG-RELEASE   VALUE "RELEASE".
               88  SG-REJECT    VALUE "REJECT".
           05  FILLER           PIC X(5) VALUE " VRD=".
           05  SG-VERDICT       PIC X(6).
           05  FILLER           PIC X(5) VALUE " USR=".
           05  SG-USER          PIC X(8).
           05  FILLER           PIC X(4) VALUE " TS=".
           05  SG-TIMESTAMP.
               10  SG-TS-DATE   PIC 9(8).
               10  SG-TS-TIME   PIC 9(6).
           05  FILLER           PIC X(6) VALUE " RECS=".
           05  SG-RECS          PIC 9(7).
           05  FILLER           PIC X(5) VALUE " CMT=".
           05  SG-COMMENT       PIC X(40).
           05  FILLER           PIC X(7) VALUE SPACE.

       01  SIGN-RPT-HEADER.
           05  FILLER           PIC X(27)
               VALUE "EXTRACT SIGN-OFF STATUS -  ".
           05  FILLER           PIC X(10) VALUE "RUN DATE: ".
           05  SGR-HDR-MM       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  SGR-HDR-DD       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  SGR-HDR-YYYY     PIC 9(4).
           05  FILLER           PIC X(33) VALUE SPACE.

       01  SIGN-RPT-VERDICT.
           05  FILLER           PIC X(17) VALUE "MORNING VERDICT: ".
           05  SGR-VERDICT      PIC X(6).
           05  FILLER           PIC X(14) VALUE "   CUT-OFF AT ".
           05  SGR-CUT-HH       PIC 9(2).
           05  FILLER           PIC X VALUE ":".
           05  SGR-CUT-MM       PIC 9(2).
           05  FILLER           PIC X(38) VALUE SPACE.

       01  SIGN-RPT-DETAIL.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  SGR-DTL-DATE     PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  SGR-DTL-TIME     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  SGR-DTL-ACTION   PIC X(7).
           05  FILLER           PIC X VALUE SPACE.
           05  SGR-DTL-USER     PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  SGR-DTL-COMMENT  PIC X(40).
           05  FILLER           PIC X(5) VALUE SPACE.

       01  SIGN-RPT-NONE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  FILLER           PIC X(30)
               VALUE "NO SIGN-OFF LOGGED FOR NIGHT".
           05  FILLER           PIC X(48) VALUE SPACE.

       01  SIGN-RPT-TRAILER.
           05  FILLER           PIC X(8) VALUE "STATUS: ".
           05  SGR-TRL-STATUS   PIC X(60).
           05  FILLER           PIC X(12) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-MORN-RPT
           IF PARM-VALUE = SPACE
               PERFORM SIGN-OFF-MENU
           ELSE
               IF PARM-VALUE(1:6) = "CHECK,"
                   AND PARM-VALUE(7:4) IS NUMERIC
                   AND PARM-VALUE(11:70) = SPACE
                   MOVE PARM-VALUE(7:4) TO CUTOFF-HHMM
                   IF CUTOFF-HH > 23 OR CUTOFF-MM > 59
                       DISPLAY "ZODESIGN: INVALID CUT-OFF TIME "
                           PARM-VALUE(7:4)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM CHECK-CUTOFF
                   END-IF
               ELSE
                   DISPLAY "ZODESIGN: INVALID PARM - EXPECTED BLANK OR "
                       "CHECK,HHMM"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       STOP RUN.

      *    THE MORNING BRIEFING: THE RUN DATE OFF ITS HEADER
      *    ("... RUN DATE: MM/DD/YYYY"), THE VERDICT OFF ITS
      *    "VERDICT: " TRAILER, AND EVERY LINE FOR DISPLAY.
       READ-MORN-RPT.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT MORN-RPT-FILE
           IF WS-MORN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ MORN-RPT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM TAKE-MORN-LINE
                   END-READ
               END-PERFORM
               CLOSE MORN-RPT-FILE
           END-IF
           IF NIGHT-VERDICT NOT = SPACE
               AND NIGHT-RUN-DATE-NUM NOT = 0
               SET MORN-PRESENT TO TRUE
           END-IF.

       TAKE-MORN-LINE.
           IF MORN-LINE-COUNT < MAX-MORN-LINES
               ADD 1 TO MORN-LINE-COUNT
               MOVE MORN-RPT-REC TO MORN-LINE(MORN-LINE-COUNT)
           END-IF
           IF MORN-RPT-REC(1:20) = "MORNING RUN CONTROL "
               AND MORN-RPT-REC(34:2) IS NUMERIC
               AND MORN-RPT-REC(37:2) IS NUMERIC
               AND MORN-RPT-REC(40:4) IS NUMERIC
               MOVE MORN-RPT-REC(34:2) TO NIGHT-MM
               MOVE MORN-RPT-REC(37:2) TO NIGHT-DD
               MOVE MORN-RPT-REC(40:4) TO NIGHT-YYYY
           END-IF
           IF MORN-RPT-REC(1:9) = "VERDICT: "
               MOVE MORN-RPT-REC(10:6) TO NIGHT-VERDICT
           END-IF.

      *    THE NIGHT'S ENTRIES ON THE SIGN-OFF LOG, KEPT FOR THE
      *    MENU AND THE CUT-OFF REPORT, AND WHETHER THE NIGHT HAS
      *    BEEN RELEASED OR REJECTED. A MISSING LOG IS AN EMPTY ONE.
       READ-SIGN-LOG.
           MOVE 'N' TO INPUT-EOF-SW
           MOVE 'N' TO NIGHT-RELEASED-SW
           MOVE 'N' TO NIGHT-REJECTED-SW
           MOVE 0 TO NIGHT-LOG-COUNT
           OPEN INPUT SIGN-LOG-FILE
           IF WS-SLOG-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ SIGN-LOG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE SIGN-LOG-REC TO SIGN-LOG-DETAIL
                           IF SG-RUN-DATE = NIGHT-RUN-DATE-NUM
                               PERFORM TAKE-NIGHT-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGN-LOG-FILE
           END-IF.

       TAKE-NIGHT-LOG.
           IF SG-RELEASE
               SET NIGHT-RELEASED TO TRUE
           END-IF
           IF SG-REJECT
               SET NIGHT-REJECTED TO TRUE
           END-IF
           IF NIGHT-LOG-COUNT < MAX-NIGHT-LOGS
               ADD 1 TO NIGHT-LOG-COUNT
               MOVE SIGN-LOG-REC TO NIGHT-LOG-LINE(NIGHT-LOG-COUNT)
           END-IF.

       *> Analyst's menu, in the style of ZODEPRDM's.
       SIGN-OFF-MENU.
           IF NOT MORN-PRESENT
               DISPLAY "No MORNRPT verdict found - run ZODEMORN"
                   " first. Nothing can be signed off."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SHOW-NIGHT
               DISPLAY "1. Show the morning briefing again"
               DISPLAY "2. Sign off and release the extract"
               DISPLAY "3. Reject the night (extract stays held)"
               DISPLAY "4. Exit"
               PERFORM UNTIL EXIT-CHOICE
                   DISPLAY "What would you like to do: "
                   ACCEPT CHOICE
                   EVALUATE TRUE
                       WHEN SHOW-CHOICE
                           PERFORM SHOW-NIGHT
                       WHEN SIGN-CHOICE
                           PERFORM SIGN-OFF-NIGHT
                       WHEN REJECT-CHOICE
                           PERFORM REJECT-NIGHT
                       WHEN EXIT-CHOICE
                           DISPLAY "Exiting program."
                       WHEN OTHER
                           DISPLAY "Invalid choice, try again."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       *> The briefing as ZODEMORN wrote it, what is held, and what
       *> has been done about this night so far.
       SHOW-NIGHT.
           MOVE 1 TO MORN-IDX
           PERFORM UNTIL MORN-IDX > MORN-LINE-COUNT
               DISPLAY MORN-LINE(MORN-IDX)
               ADD 1 TO MORN-IDX
           END-PERFORM
           PERFORM COUNT-HELD-EXTRACT
           IF HELD-PRESENT
               DISPLAY "Held extract: " HELD-REC-COUNT
                   " records, run date " HELD-RUN-DATE
           ELSE
               DISPLAY "Held extract: NOT PRESENT"
           END-IF
           PERFORM READ-SIGN-LOG
           MOVE 1 TO NL-IDX
           PERFORM UNTIL NL-IDX > NIGHT-LOG-COUNT
               MOVE NIGHT-LOG-LINE(NL-IDX) TO SIGN-LOG-DETAIL
               DISPLAY "Logged: " SG-ACTION " BY " SG-USER " AT "
                   SG-TS-DATE " " SG-TS-TIME " - " SG-COMMENT
               ADD 1 TO NL-IDX
           END-PERFORM
           IF NIGHT-RELEASED
               DISPLAY "This night has already been released."
           END-IF.

      *    COUNT THE HELD EXTRACT'S RECORDS AND TAKE THE RUN DATE
      *    OFF ITS FIRST ONE. AN EMPTY EXTRACT (NOTHING EVALUATED)
      *    IS STILL A NIGHT'S EXTRACT AND MAY BE RELEASED.
       COUNT-HELD-EXTRACT.
           MOVE 'N' TO INPUT-EOF-SW
           MOVE 'N' TO HELD-PRESENT-SW
           MOVE 0 TO HELD-REC-COUNT
           MOVE SPACE TO HELD-RUN-DATE
           OPEN INPUT HELD-EXT-FILE
           IF WS-HELD-STATUS = "00"
               SET HELD-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ HELD-EXT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO HELD-REC-COUNT
                           IF HELD-REC-COUNT = 1
                               MOVE HELD-EXT-REC(3:8) TO HELD-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-EXT-FILE
           END-IF.

       *> The user ID stamped on the log. A blank ID is never valid.
       ACCEPT-ENTRY-USER.
           MOVE SPACE TO ENTRY-USER
           PERFORM UNTIL ENTRY-USER NOT = SPACE
               DISPLAY "Enter your user ID: "
               ACCEPT ENTRY-USER
               IF ENTRY-USER = SPACE
                   DISPLAY "User ID must not be blank."
               END-IF
           END-PERFORM.

       *> A CLEAN night may be signed off without a comment; any
       *> other verdict must say why the numbers can still go.
       *> An extract from some other night is never released under
       *> this night's briefing.
       SIGN-OFF-NIGHT.
           PERFORM COUNT-HELD-EXTRACT
           PERFORM CHECK-HELD-DATE
           EVALUATE TRUE
               WHEN NOT HELD-PRESENT
                   DISPLAY "Held extract ZODEEXT not found."
                       " Nothing released."
               WHEN NOT HELD-DATE-OK
                   DISPLAY "Held extract run date " HELD-RUN-DATE
                       " is not the night of " NIGHT-MM "/" NIGHT-DD "/"
                       NIGHT-YYYY "."
                   DISPLAY "Rerun ZODEMORN against the current extract"
                       " before signing off. Nothing released."
               WHEN OTHER
                   DISPLAY "Night of " NIGHT-MM "/" NIGHT-DD "/"
                       NIGHT-YYYY " - verdict " NIGHT-VERDICT
                   PERFORM ACCEPT-ENTRY-USER
                   MOVE SPACE TO ENTRY-COMMENT
                   IF NIGHT-CLEAN
                       DISPLAY "Enter comment (optional): "
                   ELSE
                       DISPLAY "Enter comment (required for a "
                           NIGHT-VERDICT " night): "
                   END-IF
                   ACCEPT ENTRY-COMMENT
                   IF ENTRY-COMMENT = SPACE AND NOT NIGHT-CLEAN
                       DISPLAY "A comment is required."
                           " Nothing released."
                   ELSE
                       PERFORM COPY-HELD-EXTRACT
                       SET SG-RELEASE TO TRUE
                       PERFORM WRITE-SIGN-LOG
                       DISPLAY "Released " COPY-REC-COUNT
                           " records to ZODEEXTR."
                   END-IF
           END-EVALUATE.

      *    THE HELD EXTRACT BELONGS TO THIS NIGHT WHEN ITS RUN DATE
      *    IS THE BRIEFING'S DATE OR THE DAY BEFORE. LATER MEANS THE
      *    BRIEFING IS STALE; EARLIER MEANS THE EXTRACT IS. AN EMPTY
      *    EXTRACT HAS NO DATE TO CHECK.
       CHECK-HELD-DATE.
           MOVE 'N' TO HELD-DATE-OK-SW
           PERFORM SET-PRIOR-DATE
           IF HELD-REC-COUNT = 0
               SET HELD-DATE-OK TO TRUE
           ELSE
               IF HELD-RUN-DATE IS NUMERIC
                   IF HELD-RUN-DATE-NUM = NIGHT-RUN-DATE-NUM
                       OR HELD-RUN-DATE-NUM = PRIOR-DATE-NUM
                       SET HELD-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    STEP NIGHT-RUN-DATE BACK ONE DAY INTO PRIOR-DATE, ACROSS
      *    MONTH AND YEAR ENDS AND 29 FEBRUARY IN A LEAP YEAR.
       SET-PRIOR-DATE.
           MOVE NIGHT-RUN-DATE TO PRIOR-DATE
           IF PRIOR-DD > 1
               SUBTRACT 1 FROM PRIOR-DD
           ELSE
               IF PRIOR-MM > 1
                   SUBTRACT 1 FROM PRIOR-MM
               ELSE
                   MOVE 12 TO PRIOR-MM
                   SUBTRACT 1 FROM PRIOR-YYYY
               END-IF
               EVALUATE PRIOR-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO PRIOR-DD
                   WHEN 2
                       DIVIDE PRIOR-YYYY BY 4 GIVING LEAP-QUOT
                           REMAINDER LEAP-REM-4
                       DIVIDE PRIOR-YYYY BY 100 GIVING LEAP-QUOT
                           REMAINDER LEAP-REM-100
                       DIVIDE PRIOR-YYYY BY 400 GIVING LEAP-QUOT
                           REMAINDER LEAP-REM-400
                       IF LEAP-REM-4 = 0
                           AND (LEAP-REM-100 NOT = 0
                               OR LEAP-REM-400 = 0)
                           MOVE 29 TO PRIOR-DD
                       ELSE
                           MOVE 28 TO PRIOR-DD
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO PRIOR-DD
               END-EVALUATE
           END-IF.

       *> A rejection must say why; the extract stays held and the
       *> warehouse keeps the last released night.
       REJECT-NIGHT.
           PERFORM COUNT-HELD-EXTRACT
           DISPLAY "Night of " NIGHT-MM "/" NIGHT-DD "/"
               NIGHT-YYYY " - verdict " NIGHT-VERDICT
           PERFORM ACCEPT-ENTRY-USER
           MOVE SPACE TO ENTRY-COMMENT
           DISPLAY "Enter reason for rejecting (required): "
           ACCEPT ENTRY-COMMENT
           IF ENTRY-COMMENT = SPACE
               DISPLAY "A reason is required. Nothing rejected."
           ELSE
               MOVE HELD-REC-COUNT TO COPY-REC-COUNT
               SET SG-REJECT TO TRUE
               PERFORM WRITE-SIGN-LOG
               DISPLAY "Rejected. The extract stays held."
           END-IF.

      *    REPLACE THE RELEASE DATASET WITH THE HELD EXTRACT, RECORD
      *    FOR RECORD.
       COPY-HELD-EXTRACT.
           MOVE 'N' TO INPUT-EOF-SW
           MOVE 0 TO COPY-REC-COUNT
           OPEN INPUT HELD-EXT-FILE
           OPEN OUTPUT REL-EXT-FILE
           IF WS-HELD-STATUS NOT = "00" OR WS-REL-STATUS NOT = "00"
               DISPLAY "ZODESIGN: EXTRACT COPY FAILED - STATUS "
                   WS-HELD-STATUS " / " WS-REL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ HELD-EXT-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       MOVE HELD-EXT-REC TO REL-EXT-REC
                       WRITE REL-EXT-REC
                       IF WS-REL-STATUS NOT = "00"
                           DISPLAY "ZODESIGN: EXTRACT COPY FAILED - "
                               "STATUS " WS-REL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO COPY-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE HELD-EXT-FILE
           CLOSE REL-EXT-FILE.

       *> Open the sign-off log for appending, creating it on first
       *> use if it doesn't exist yet.
       OPEN-SIGN-LOG.
           OPEN EXTEND SIGN-LOG-FILE
           IF WS-SLOG-STATUS NOT = "00"
               OPEN OUTPUT SIGN-LOG-FILE
               CLOSE SIGN-LOG-FILE
               OPEN EXTEND SIGN-LOG-FILE
           END-IF.

       *> Append one log record for the action in SG-ACTION.
       WRITE-SIGN-LOG.
           PERFORM OPEN-SIGN-LOG
           MOVE NIGHT-RUN-DATE-NUM TO SG-RUN-DATE
           MOVE NIGHT-VERDICT TO SG-VERDICT
           MOVE ENTRY-USER TO SG-USER
           ACCEPT SG-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-FULL-TIME FROM TIME
           MOVE WS-FULL-TIME(1:6) TO SG-TS-TIME
           MOVE COPY-REC-COUNT TO SG-RECS
           MOVE ENTRY-COMMENT TO SG-COMMENT
           WRITE SIGN-LOG-REC FROM SIGN-LOG-DETAIL
           CLOSE SIGN-LOG-FILE.

      *    THE CUT-OFF CHECK. A MORNRPT FROM AN EARLIER DAY MEANS
      *    ZODEMORN HAS NOT BRIEFED TODAY, SO NOTHING OF TODAY'S CAN
      *    HAVE BEEN SIGNED OFF, WHATEVER THE LOG SAYS OF THAT OLDER
      *    NIGHT. OTHERWISE RELEASED IS DONE; REJECTED LEAVES THE
      *    WAREHOUSE A NIGHT BEHIND AND SAYS SO; NOTHING LOGGED IS
      *    OVERDUE ONCE THE CUT-OFF HAS PASSED, AND STILL AWAITED
      *    BEFORE IT.
       CHECK-CUTOFF.
           IF NOT MORN-PRESENT
               DISPLAY "ZODESIGN: MORNRPT NOT PRESENT - NO NIGHT TO "
                   "CHECK"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-SIGN-LOG
               ACCEPT WS-FULL-TIME FROM TIME
               MOVE WS-FULL-TIME(1:4) TO NOW-HHMM
               MOVE 0 TO CHECK-RC
               EVALUATE TRUE
                   WHEN NIGHT-RUN-DATE-NUM < TODAY-DATE
                       MOVE "NO BRIEFING FOR TODAY - NOT SIGNED OFF"
                        TO CHECK-STATUS
                       MOVE 4 TO CHECK-RC
                   WHEN NIGHT-RELEASED
                       MOVE "RELEASED" TO CHECK-STATUS
                   WHEN NIGHT-REJECTED
                       MOVE "REJECTED - EXTRACT HELD, NOT RELEASED"
                        TO CHECK-STATUS
                       MOVE 4 TO CHECK-RC
                   WHEN NOW-HHMM NOT < CUTOFF-HHMM
                       MOVE "OVERDUE - NO SIGN-OFF BY THE CUT-OFF"
                        TO CHECK-STATUS
                       MOVE 4 TO CHECK-RC
                   WHEN OTHER
                       MOVE "AWAITING SIGN-OFF - CUT-OFF NOT REACHED"
                        TO CHECK-STATUS
               END-EVALUATE
               PERFORM WRITE-SIGN-RPT
               DISPLAY "ZODESIGN: NIGHT " NIGHT-RUN-DATE-NUM " "
                   CHECK-STATUS
               MOVE CHECK-RC TO RETURN-CODE
           END-IF.

       WRITE-SIGN-RPT.
           OPEN OUTPUT SIGN-RPT-FILE
           MOVE NIGHT-MM TO SGR-HDR-MM
           MOVE NIGHT-DD TO SGR-HDR-DD
           MOVE NIGHT-YYYY TO SGR-HDR-YYYY
           MOVE SIGN-RPT-HEADER TO SIGN-RPT-REC
           WRITE SIGN-RPT-REC
           MOVE NIGHT-VERDICT TO SGR-VERDICT
           MOVE CUTOFF-HH TO SGR-CUT-HH
           MOVE CUTOFF-MM TO SGR-CUT-MM
           MOVE SIGN-RPT-VERDICT TO SIGN-RPT-REC
           WRITE SIGN-RPT-REC
           IF NIGHT-LOG-COUNT = 0
               MOVE SIGN-RPT-NONE TO SIGN-RPT-REC
               WRITE SIGN-RPT-REC
           END-IF
           MOVE 1 TO NL-IDX
           PERFORM UNTIL NL-IDX > NIGHT-LOG-COUNT
               MOVE NIGHT-LOG-LINE(NL-IDX) TO SIGN-LOG-DETAIL
               MOVE SG-TS-DATE TO SGR-DTL-DATE
               MOVE SG-TS-TIME TO SGR-DTL-TIME
               MOVE SG-ACTION TO SGR-DTL-ACTION
               MOVE SG-USER TO SGR-DTL-USER
               MOVE SG-COMMENT TO SGR-DTL-COMMENT
               MOVE SIGN-RPT-DETAIL TO SIGN-RPT-REC
               WRITE SIGN-RPT-REC
               ADD 1 TO NL-IDX
           END-PERFORM
           MOVE CHECK-STATUS TO SGR-TRL-STATUS
           MOVE SIGN-RPT-TRAILER TO SIGN-RPT-REC
           WRITE SIGN-RPT-REC
           CLOSE SIGN-RPT-FILE.

       END PROGRAM ZODESIGN.
