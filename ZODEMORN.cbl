       *> (MORNRPT): run date, AST_BUILD's highest severity and
       *> warning count, edit-error and breach counts with the
       *> worst offenders, regression pass/fail totals by program,
       *> the stack batch applied/rejected counts, and the open
       *> work items and SLA breaches off the STACKAGE aging report
       *> (STACKAGR), and the error and warning counts off the
       *> ZODECFGA configuration audit (ZODECFGR), ending with a
       *> one-line CLEAN / REVIEW / FAILED verdict and a matching
       *> return code (0 / 4 / 8) scheduling can act on. A missing
       *> input is reported NOT PRESENT; only a missing ZODESUMM
       *> forces REVIEW, since without it the night cannot be
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRP-STATUS.

           SELECT AGING-RPT-FILE ASSIGN TO "STACKAGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.

           SELECT CFG-AUDIT-FILE ASSIGN TO "ZODECFGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT MORN-RPT-FILE ASSIGN TO "MORNRPT"
               ORGANIZATION LINE SEQUENTIAL.

       FD  BATCH-RPT-FILE.
       01  BATCH-RPT-REC            PIC X(80).

       FD  AGING-RPT-FILE.
       01  AGING-RPT-REC            PIC X(80).

       FD  CFG-AUDIT-FILE.
       01  CFG-AUDIT-REC            PIC X(80).

       FD  MORN-RPT-FILE.
       01  MORN-RPT-REC             PIC X(80).

       01  WS-EXC-STATUS   PIC XX VALUE '00'.
       01  WS-TH-STATUS    PIC XX VALUE '00'.
       01  WS-BRP-STATUS   PIC XX VALUE '00'.
       01  WS-AGR-STATUS   PIC XX VALUE '00'.
       01  WS-CFG-STATUS   PIC XX VALUE '00'.
       01  INPUT-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-INPUT    VALUE 'Y'.

           88  TH-PRESENT      VALUE 'Y'.
       01  BRP-PRESENT-SW  PIC X VALUE 'N'.
           88  BRP-PRESENT     VALUE 'Y'.
       01  AGR-PRESENT-SW  PIC X VALUE 'N'.
           88  AGR-PRESENT     VALUE 'Y'.
       01  CFG-PRESENT-SW  PIC X VALUE 'N'.
           88  CFG-PRESENT     VALUE 'Y'.

       01  SUMM-SEVERITY   PIC 9(2) VALUE 0.
       01  SUMM-WARNINGS   PIC 9(4) VALUE 0.
       01  BRP-APPLIED     PIC 9(4) VALUE 0.
       01  BRP-REJECTED    PIC 9(4) VALUE 0.

       01  AGR-OPEN        PIC 9(4) VALUE 0.
       01  AGR-BREACHED    PIC 9(4) VALUE 0.

       01  CFG-ERRORS      PIC 9(4) VALUE 0.
       01  CFG-WARNINGS    PIC 9(4) VALUE 0.

      *> DE-EDITING SCRATCH FOR THE EDITED NUMERIC COLUMNS IN THE
      *> INPUT REPORTS, THE WAY ZODETRCA READS THE TRACE BACK.
       01  DE-EDIT-INPUT   PIC X(14) VALUE SPACE.
           05  MRN-BAT-REJECTED PIC ZZZ9.
           05  FILLER           PIC X(41) VALUE SPACE.

       01  MORN-AGING-LINE.
           05  FILLER           PIC X(16) VALUE "WORK ITEMS OPEN ".
           05  MRN-AGR-OPEN     PIC ZZZ9.
           05  FILLER           PIC X(15) VALUE "  SLA BREACHED ".
           05  MRN-AGR-BREACHED PIC ZZZ9.
           05  FILLER           PIC X(41) VALUE SPACE.

       01  MORN-CFG-LINE.
           05  FILLER           PIC X(20)
               VALUE "CONFIG AUDIT ERRORS ".
           05  MRN-CFG-ERRORS   PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  WARNINGS ".
           05  MRN-CFG-WARNINGS PIC ZZZ9.
           05  FILLER           PIC X(41) VALUE SPACE.

       01  MORN-RPT-TRAILER.
           05  FILLER           PIC X(9) VALUE "VERDICT: ".
           05  MRN-TRL-VERDICT  PIC X(6).
           PERFORM READ-EXC-RPT
           PERFORM READ-TEST-HIST
           PERFORM READ-BATCH-RPT
           PERFORM READ-AGING-RPT
           PERFORM READ-CFG-AUDIT
           PERFORM DECIDE-VERDICT
           PERFORM WRITE-MORN-RPT
           DISPLAY "ZODEMORN: VERDICT " VERDICT-TEXT
               CLOSE BATCH-RPT-FILE
           END-IF.

      *    THE AGING REPORT'S TRAILER CARRIES THE OPEN ITEM COUNT
      *    AND THE SLA BREACHES AMONG THEM.
       READ-AGING-RPT.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT AGING-RPT-FILE
           IF WS-AGR-STATUS = "00"
               SET AGR-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ AGING-RPT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF AGING-RPT-REC(1:20)
                               = "END OF AGING - OPEN "
                               MOVE SPACE TO DE-EDIT-INPUT
                               MOVE AGING-RPT-REC(21:4)
                                TO DE-EDIT-INPUT
                               PERFORM DE-EDIT-NUMBER
                               MOVE DE-EDIT-OUTPUT TO AGR-OPEN
                               MOVE SPACE TO DE-EDIT-INPUT
                               MOVE AGING-RPT-REC(63:4)
                                TO DE-EDIT-INPUT
                               PERFORM DE-EDIT-NUMBER
                               MOVE DE-EDIT-OUTPUT TO AGR-BREACHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-RPT-FILE
           END-IF.

      *    THE CONFIGURATION AUDIT'S TRAILER CARRIES ITS ERROR AND
      *    WARNING COUNTS.
       READ-CFG-AUDIT.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT CFG-AUDIT-FILE
           IF WS-CFG-STATUS = "00"
               SET CFG-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ CFG-AUDIT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF CFG-AUDIT-REC(1:29)
                               = "END OF CONFIG AUDIT - ERRORS "
                               MOVE SPACE TO DE-EDIT-INPUT
                               MOVE CFG-AUDIT-REC(30:4)
                                TO DE-EDIT-INPUT
                               PERFORM DE-EDIT-NUMBER
                               MOVE DE-EDIT-OUTPUT TO CFG-ERRORS
                               MOVE SPACE TO DE-EDIT-INPUT
                               MOVE CFG-AUDIT-REC(45:4)
                                TO DE-EDIT-INPUT
                               PERFORM DE-EDIT-NUMBER
                               MOVE DE-EDIT-OUTPUT TO CFG-WARNINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFG-AUDIT-FILE
           END-IF.

      *    FAILED (RC 8) FOR ANYTHING THE MORNING MUST FIX BEFORE
      *    THE NUMBERS CAN BE TRUSTED; REVIEW (RC 4) FOR ANYTHING
      *    SOMEONE SHOULD LOOK AT; CLEAN (RC 0) OTHERWISE. A
      *    MISSING STACKBRP JUST MEANS NO STACK BATCH RAN, A
      *    MISSING STACKAGR NO AGING RUN; ONLY A MISSING ZODESUMM
      *    BLOCKS A CLEAN VERDICT. CONFIGURATION AUDIT ERRORS ASK
      *    FOR REVIEW - THEY ARE TOMORROW'S FAILURES, NOT TONIGHT'S
      *    - AND ITS WARNINGS ARE SHOWN BUT DO NOT COUNT.
       DECIDE-VERDICT.
           MOVE 0 TO VERDICT-CODE
           MOVE "CLEAN" TO VERDICT-TEXT
           IF SUMM-WARNINGS NOT = 0
               OR EXC-BREACH-COUNT NOT = 0
               OR BRP-REJECTED NOT = 0
               OR AGR-BREACHED NOT = 0
               OR CFG-ERRORS NOT = 0
               OR NOT SUMM-PRESENT
               MOVE 4 TO VERDICT-CODE
               MOVE "REVIEW" TO VERDICT-TEXT
           END-IF
           WRITE MORN-RPT-REC

           IF AGR-PRESENT
               MOVE AGR-OPEN TO MRN-AGR-OPEN
               MOVE AGR-BREACHED TO MRN-AGR-BREACHED
               MOVE MORN-AGING-LINE TO MORN-RPT-REC
           ELSE
               MOVE "STACKAGR NOT PRESENT (NO AGING RUN)"
                TO MRN-TEXT
               MOVE MORN-TEXT-LINE TO MORN-RPT-REC
           END-IF
           WRITE MORN-RPT-REC

           IF CFG-PRESENT
               MOVE CFG-ERRORS TO MRN-CFG-ERRORS
               MOVE CFG-WARNINGS TO MRN-CFG-WARNINGS
               MOVE MORN-CFG-LINE TO MORN-RPT-REC
           ELSE
               MOVE "ZODECFGR NOT PRESENT (NO CONFIG AUDIT RUN)"
                TO MRN-TEXT
               MOVE MORN-TEXT-LINE TO MORN-RPT-REC
           END-IF
           WRITE MORN-RPT-REC

           MOVE VERDICT-TEXT TO MRN-TRL-VERDICT
           MOVE MORN-RPT-TRAILER TO MORN-RPT-REC
           WRITE MORN-RPT-REC
