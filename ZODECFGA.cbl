       *> Nightly cross-file configuration audit. The ZODE setup
       *> lives in half a dozen files maintained by different hands
       *> and nothing checked them against each other: ZODESKED could
       *> name an expression not on ZODECAT, ZODETOL could hold
       *> tolerances for report IDs no expression carries any more,
       *> RATEMAP could map a feed field to a symbol ZODEPARM does not
       *> hold, ZODEPARM could carry symbols nothing reads - and the
       *> first sign was a ZOD202W or an abend at 02:00. This program
       *> reads ZODECAT, ZODEPARM, ZODESKED, ZODETOL, RATEMAP and
       *> ZODECASE together (and the loose ZODESRC definition when
       *> one is allocated, since the PROD step still evaluates it)
       *> and reports every finding on ZODECFGR under its category -
       *> DANGLING (a reference to something that is not there),
       *> ORPHAN (an entry whose owner is gone), UNUSED (an entry
       *> nothing refers to) - and severity: ERROR for what will
       *> fail or mis-evaluate a run, WARNING for what should be
       *> cleaned up, INFO for what is worth knowing. The step ends
       *> RC 8 on any ERROR, RC 4 on any WARNING, RC 0 otherwise,
       *> and the report trailer carries the counts and the RC for
       *> ZODEMORN.
       *>
       *> Only the catalog versions still in use are audited: per
       *> expression, the version in effect today and any
       *> future-dated ones. Superseded versions are history and
       *> their references no longer matter. A version ZODEAPPR
       *> holds as pending or rejected is passed over the way
       *> AST_BUILD passes it over, so the version in effect is the
       *> latest approved one; a scheduled or called expression
       *> whose versions in effect are all unapproved has none, and
       *> is an ERROR (AST_BUILD's ZOD035E the night it is due).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODECFGA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZODE-CAT-FILE ASSIGN TO "ZODECAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ZODE-PARM-FILE ASSIGN TO "ZODEPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           *> Maker-checker approvals; only the 'C' (catalog
           *> version) records matter here.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           SELECT ZODE-SKED-FILE ASSIGN TO "ZODESKED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SKED-STATUS.

           SELECT ZODE-TOL-FILE ASSIGN TO "ZODETOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.

           SELECT RATE-MAP-FILE ASSIGN TO "RATEMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT ZODE-CASE-FILE ASSIGN TO "ZODECASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           *> Optional: the loose definition the PROD step evaluates.
           *> Its reads keep ZODEPARM symbols from showing as unused
           *> and its root node IDs are report IDs for ZODETOL.
           SELECT ZODE-SRC-FILE ASSIGN TO "ZODESRC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT CFG-RPT-FILE ASSIGN TO "ZODECFGR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       FD  ZODE-PARM-FILE.
       01  ZODE-PARM-REC.
           05  ZP-SYM-NAME      PIC X(8).
           05  ZP-EFF-DATE      PIC 9(8).
           05  ZP-SYM-VAL       PIC S9(9)V99.

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

       FD  ZODE-SKED-FILE.
       01  ZODE-SKED-REC.
           05  ZK-EXPR-NAME     PIC X(8).
           05  ZK-FREQ          PIC X.
               88  ZK-FREQ-DATE      VALUE 'S'.
           05  ZK-DAYS          PIC X(7).
           05  ZK-DATE          PIC 9(8).

       FD  ZODE-TOL-FILE.
       01  ZODE-TOL-REC.
           05  ZT-EXPR-ID       PIC 9(4).
           05  ZT-TOL-TYPE      PIC X.
           05  ZT-TOL-VAL       PIC 9(9)V99.

       FD  RATE-MAP-FILE.
       01  RATE-MAP-REC.
           05  RM-EXT-NAME      PIC X(20).
           05  RM-SYM-NAME      PIC X(8).

       FD  ZODE-CASE-FILE.
       01  ZODE-CASE-REC.
           05  CS-REC-TYPE      PIC X.
               88  CS-CASE-REC  VALUE 'C'.
               88  CS-NODE-REC  VALUE 'N'.
               88  CS-SYM-REC   VALUE 'S'.
               88  CS-RATE-REC  VALUE 'R'.
           05  CS-REC-BODY      PIC X(37).
           05  CS-CASE-DATA REDEFINES CS-REC-BODY.
               10  CS-CASE-NAME     PIC X(20).
               10  CS-CASE-EXPECTED PIC S9(9)V99.
               10  FILLER           PIC X(6).
           05  CS-SYM-DATA REDEFINES CS-REC-BODY.
               10  CS-SYM-NAME      PIC X(8).
               10  CS-SYM-VAL       PIC S9(9)V99.
               10  FILLER           PIC X(18).
           05  CS-RATE-DATA REDEFINES CS-REC-BODY.
               10  CS-RATE-TABLE    PIC X(8).
               10  CS-RATE-BOUND    PIC 9(9)V99.
               10  CS-RATE-VAL      PIC S9(9)V99.
               10  FILLER           PIC X(7).

       FD  ZODE-SRC-FILE.
       01  ZODE-SRC-REC             PIC X(37).

       FD  CFG-RPT-FILE.
       01  CFG-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CAT-STATUS   PIC XX VALUE '00'.
       01  WS-PARM-STATUS  PIC XX VALUE '00'.
       01  WS-SKED-STATUS  PIC XX VALUE '00'.
       01  WS-TOL-STATUS   PIC XX VALUE '00'.
       01  WS-MAP-STATUS   PIC XX VALUE '00'.
       01  WS-CASE-STATUS  PIC XX VALUE '00'.
       01  WS-SRC-STATUS   PIC XX VALUE '00'.
       01  WS-APPR-STATUS  PIC XX VALUE '00'.
       01  INPUT-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-INPUT    VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY      PIC 9(4).
           05  WS-RUN-MM        PIC 9(2).
           05  WS-RUN-DD        PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *> ONE NODE RECORD IN THE ZODESRC LAYOUT, FOR ZODESRC ITSELF
      *> AND FOR A ZODECASE 'N' RECORD'S BODY.
       01  SRC-NODE-WORK.
           05  SNW-NODE-ID      PIC 9(4).
           05  SNW-ZODE-ID      PIC X.
           05  SNW-VAL          PIC S9(9)V99.
           05  SNW-LEFT-ID      PIC 9(4).
           05  SNW-RIGHT-ID     PIC 9(4).
           05  SNW-ROOT-FLAG    PIC X.
           05  SNW-VAR-NAME     PIC X(8).
           05  SNW-ELSE-ID      PIC 9(4).

      *> RECORD COUNTS PER INPUT, AND WHICH INPUTS WERE THERE. A
      *> MISSING FILE IS LISTED NOT PRESENT AND ITS CHECKS ARE
      *> SKIPPED; ONLY A MISSING CATALOG STOPS THE AUDIT.
       01  CAT-REC-COUNT   PIC 9(5) VALUE 0.
       01  PARM-REC-COUNT  PIC 9(5) VALUE 0.
       01  SKED-REC-COUNT  PIC 9(5) VALUE 0.
       01  TOL-REC-COUNT   PIC 9(5) VALUE 0.
       01  MAP-REC-COUNT   PIC 9(5) VALUE 0.
       01  CASE-REC-COUNT  PIC 9(5) VALUE 0.
       01  SRC-REC-COUNT   PIC 9(5) VALUE 0.
       01  APPR-REC-COUNT  PIC 9(5) VALUE 0.
       01  PARM-PRESENT-SW PIC X VALUE 'N'.
           88  PARM-PRESENT    VALUE 'Y'.
       01  SKED-PRESENT-SW PIC X VALUE 'N'.
           88  SKED-PRESENT    VALUE 'Y'.
       01  TOL-PRESENT-SW  PIC X VALUE 'N'.
           88  TOL-PRESENT     VALUE 'Y'.
       01  MAP-PRESENT-SW  PIC X VALUE 'N'.
           88  MAP-PRESENT     VALUE 'Y'.
       01  CASE-PRESENT-SW PIC X VALUE 'N'.
           88  CASE-PRESENT    VALUE 'Y'.
       01  SRC-PRESENT-SW  PIC X VALUE 'N'.
           88  SRC-PRESENT     VALUE 'Y'.

      *> ONE ENTRY PER CATALOGED EXPRESSION NAME. CN-CURR-EFF IS
      *> THE APPROVED VERSION IN EFFECT TODAY (0 WHEN THERE IS
      *> NONE); VERSIONS OLDER THAN IT ARE NOT AUDITED. CN-UNAPPR-EFF
      *> IS THE LATEST UNAPPROVED VERSION THAT WOULD OTHERWISE BE IN
      *> EFFECT (0 WHEN THERE IS NONE).
       01  MAX-CAT-NAMES   PIC 9(4) VALUE 1000.
       01  CAT-NAME-COUNT  PIC 9(4) VALUE 0.
       01  CAT-NAME-TABLE.
           05  CAT-NAME-ENTRY OCCURS 1000 TIMES.
               10  CN-EXPR-NAME     PIC X(8).
               10  CN-CURR-EFF      PIC 9(8).
               10  CN-UNAPPR-EFF    PIC 9(8).
               10  CN-RPT-ID        PIC 9(4).
               10  CN-SKED-SW       PIC X.
                   88  CN-SCHEDULED     VALUE 'Y'.
               10  CN-CALLED-SW     PIC X.
                   88  CN-CALLED        VALUE 'Y'.
       01  CN-IDX          PIC 9(4) VALUE 0.
       01  CN-FOUND-IDX    PIC 9(4) VALUE 0.
       01  CN-LOOKUP-NAME  PIC X(8) VALUE SPACE.

      *> THE PENDING AND REJECTED CATALOG VERSIONS ON ZODEAPPR, AND
      *> THE VERSION LAST CHECKED AGAINST THEM.
       01  MAX-UNAPPR-VERS PIC 9(4) VALUE 500.
       01  UNAPPR-VERS-COUNT PIC 9(4) VALUE 0.
       01  UNAPPR-VERS-TABLE.
           05  UNAPPR-VERS-ENTRY OCCURS 500 TIMES.
               10  UNAPPR-NAME      PIC X(8).
               10  UNAPPR-EFF-DATE  PIC 9(8).
       01  UNAPPR-IDX      PIC 9(4) VALUE 0.
       01  VERS-CHECK-NAME PIC X(8) VALUE SPACE.
       01  VERS-CHECK-DATE PIC 9(8) VALUE 0.
       01  VERS-OK-SW      PIC X VALUE 'Y'.
           88  VERS-OK         VALUE 'Y'.

      *> ONE ENTRY PER DISTINCT REFERENCE MADE BY AN AUDITED
      *> CATALOG VERSION OR BY ZODESRC: 'R' READS SYMBOL RF-NAME
      *> THROUGH A VARC NODE, 'A' ASSIGNS ITS ROOT RESULT TO IT,
      *> 'C' CALLS OR TAKES THE PRIOR RESULT OF EXPRESSION RF-NAME
      *> THROUGH A CALLC OR PRIORC NODE. RF-OWNER IS THE
      *> REFERENCING VERSION ("NAME     YYYYMMDD") OR ZODESRC NODE.
       01  MAX-REFS        PIC 9(4) VALUE 3000.
       01  REF-COUNT       PIC 9(4) VALUE 0.
       01  REF-TABLE.
           05  REF-ENTRY OCCURS 3000 TIMES.
               10  RF-NAME          PIC X(8).
               10  RF-TYPE          PIC X.
               10  RF-FILE          PIC X(8).
               10  RF-OWNER         PIC X(20).
       01  RF-IDX          PIC 9(4) VALUE 0.
       01  RF-SCAN-IDX     PIC 9(4) VALUE 0.
       01  RF-DUP-SW       PIC X VALUE 'N'.
           88  RF-DUP          VALUE 'Y'.
       01  CURR-REF-NAME   PIC X(8) VALUE SPACE.
       01  CURR-REF-TYPE   PIC X VALUE SPACE.
       01  CURR-REF-FILE   PIC X(8) VALUE SPACE.
       01  CURR-REF-OWNER  PIC X(20) VALUE SPACE.
       01  REF-ASSIGNED-SW PIC X VALUE 'N'.
           88  REF-ASSIGNED    VALUE 'Y'.

      *> ONE ENTRY PER DISTINCT ZODEPARM SYMBOL NAME.
       01  MAX-PARM-SYMS   PIC 9(4) VALUE 1000.
       01  PARM-SYM-COUNT  PIC 9(4) VALUE 0.
       01  PARM-SYM-TABLE.
           05  PARM-SYM-ENTRY OCCURS 1000 TIMES.
               10  PS-SYM-NAME      PIC X(8).
               10  PS-IN-EFFECT-SW  PIC X.
                   88  PS-IN-EFFECT     VALUE 'Y'.
               10  PS-READ-SW       PIC X.
                   88  PS-READ          VALUE 'Y'.
               10  PS-ASSIGN-SW     PIC X.
                   88  PS-ASSIGNED      VALUE 'Y'.
       01  PS-IDX          PIC 9(4) VALUE 0.
       01  PS-FOUND-IDX    PIC 9(4) VALUE 0.
       01  PS-LOOKUP-NAME  PIC X(8) VALUE SPACE.

      *> ROOT NODE IDS OF THE LOOSE ZODESRC DEFINITION - THE REPORT
      *> IDS ITS EXPRESSIONS CARRY.
       01  MAX-SRC-ROOTS   PIC 9(4) VALUE 500.
       01  SRC-ROOT-COUNT  PIC 9(4) VALUE 0.
       01  SRC-ROOT-TABLE.
           05  SRC-ROOT-ID  PIC 9(4) OCCURS 500 TIMES.
       01  SR-IDX          PIC 9(4) VALUE 0.

      *> THE ZODECASE CASE IN HAND: ITS SYMBOLS, RATE TABLES AND
      *> NODE REFERENCES, CHECKED WHEN THE NEXT CASE STARTS. 'R'
      *> READS A SYMBOL, 'A' ASSIGNS ONE, 'C' CALLS AN EXPRESSION,
      *> 'T' LOOKS UP A RATE TABLE.
       01  CASE-ACTIVE-SW  PIC X VALUE 'N'.
           88  CASE-ACTIVE     VALUE 'Y'.
       01  CASE-NAME       PIC X(20) VALUE SPACE.
       01  CASE-ROOT-SW    PIC X VALUE 'N'.
           88  CASE-HAS-ROOT   VALUE 'Y'.
       01  CASE-STRAY-COUNT PIC 9(5) VALUE 0.
       01  MAX-CASE-ITEMS  PIC 9(4) VALUE 200.
       01  CASE-SYM-COUNT  PIC 9(4) VALUE 0.
       01  CASE-SYM-TABLE.
           05  CASE-SYM-ENTRY OCCURS 200 TIMES.
               10  CSY-NAME         PIC X(8).
               10  CSY-READ-SW      PIC X.
                   88  CSY-READ         VALUE 'Y'.
       01  CASE-TBL-COUNT  PIC 9(4) VALUE 0.
       01  CASE-TBL-TABLE.
           05  CASE-TBL-NAME PIC X(8) OCCURS 200 TIMES.
       01  CASE-REF-COUNT  PIC 9(4) VALUE 0.
       01  CASE-REF-TABLE.
           05  CASE-REF-ENTRY OCCURS 200 TIMES.
               10  CRF-NAME         PIC X(8).
               10  CRF-TYPE         PIC X.
       01  CASE-IDX        PIC 9(4) VALUE 0.
       01  CASE-SCAN-IDX   PIC 9(4) VALUE 0.
       01  CASE-FOUND-SW   PIC X VALUE 'N'.
           88  CASE-FOUND      VALUE 'Y'.

      *> EVERY FINDING, IN THE ORDER FOUND; THE REPORT PRINTS THEM
      *> BY CATEGORY (1 DANGLING, 2 ORPHAN, 3 UNUSED) AND WITHIN IT
      *> BY SEVERITY (1 ERROR, 2 WARNING, 3 INFO).
       01  MAX-FINDINGS    PIC 9(4) VALUE 3000.
       01  FINDING-COUNT   PIC 9(4) VALUE 0.
       01  FINDING-TABLE.
           05  FINDING-ENTRY OCCURS 3000 TIMES.
               10  FND-CATEGORY     PIC 9.
               10  FND-SEVERITY     PIC 9.
               10  FND-FILE         PIC X(8).
               10  FND-KEY          PIC X(20).
               10  FND-TEXT         PIC X(38).
       01  FND-IDX         PIC 9(4) VALUE 0.
       01  CURR-CATEGORY   PIC 9 VALUE 0.
       01  CURR-SEVERITY   PIC 9 VALUE 0.
       01  CURR-FND-FILE   PIC X(8) VALUE SPACE.
       01  CURR-FND-KEY    PIC X(20) VALUE SPACE.
       01  CURR-FND-TEXT   PIC X(38) VALUE SPACE.
       01  CAT-IDX         PIC 9 VALUE 0.
       01  SEV-IDX         PIC 9 VALUE 0.

      *> COUNTS BY CATEGORY (ROW) AND SEVERITY (COLUMN).
       01  FINDING-COUNTS.
           05  FC-CATEGORY OCCURS 3 TIMES.
               10  FC-SEVERITY  PIC 9(4) OCCURS 3 TIMES.
       01  ERROR-TOTAL     PIC 9(4) VALUE 0.
       01  WARNING-TOTAL   PIC 9(4) VALUE 0.
       01  INFO-TOTAL      PIC 9(4) VALUE 0.
       01  AUDIT-RC        PIC 9(2) VALUE 0.

       01  CATEGORY-NAMES.
           05  FILLER           PIC X(8) VALUE "DANGLING".
           05  FILLER           PIC X(8) VALUE "ORPHAN".
           05  FILLER           PIC X(8) VALUE "UNUSED".
       01  CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAMES.
           05  CATEGORY-NAME    PIC X(8) OCCURS 3 TIMES.
       01  SEVERITY-NAMES.
           05  FILLER           PIC X(7) VALUE "ERROR".
           05  FILLER           PIC X(7) VALUE "WARNING".
           05  FILLER           PIC X(7) VALUE "INFO".
       01  SEVERITY-NAME-TABLE REDEFINES SEVERITY-NAMES.
           05  SEVERITY-NAME    PIC X(7) OCCURS 3 TIMES.

       01  EDIT-ID-OUT     PIC 9(4) VALUE 0.
       01  EDIT-DATE-OUT   PIC 9(8) VALUE 0.
       01  EDIT-COUNT-OUT  PIC ZZZZ9.

       01  CFG-RPT-HEADER.
           05  FILLER           PIC X(27)
               VALUE "ZODE CONFIGURATION AUDIT - ".
           05  FILLER           PIC X(10) VALUE "RUN DATE: ".
           05  CFG-HDR-MM       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  CFG-HDR-DD       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  CFG-HDR-YYYY     PIC 9(4).
           05  FILLER           PIC X(33) VALUE SPACE.

       01  CFG-SECTION-LINE.
           05  CFG-SEC-TEXT     PIC X(40).
           05  FILLER           PIC X(40) VALUE SPACE.

       01  CFG-FILE-LINE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  CFG-FILE-NAME    PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  CFG-FILE-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(9) VALUE " RECORDS".
           05  FILLER           PIC X(54) VALUE SPACE.

       01  CFG-ABSENT-LINE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  CFG-ABS-NAME     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  FILLER           PIC X(40)
               VALUE "NOT PRESENT - ITS CHECKS NOT RUN".
           05  FILLER           PIC X(28) VALUE SPACE.

       01  CFG-DETAIL-LINE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  CFG-DTL-SEV      PIC X(7).
           05  FILLER           PIC X VALUE SPACE.
           05  CFG-DTL-FILE     PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  CFG-DTL-KEY      PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  CFG-DTL-TEXT     PIC X(38).
           05  FILLER           PIC X(2) VALUE SPACE.

       01  CFG-NONE-LINE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  FILLER           PIC X(11) VALUE "NO FINDINGS".
           05  FILLER           PIC X(67) VALUE SPACE.

       01  CFG-COUNT-LINE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  CFG-CNT-CATEGORY PIC X(8).
           05  FILLER           PIC X(9) VALUE "  ERRORS ".
           05  CFG-CNT-ERRORS   PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  WARNINGS ".
           05  CFG-CNT-WARNINGS PIC ZZZ9.
           05  FILLER           PIC X(7) VALUE "  INFO ".
           05  CFG-CNT-INFO     PIC ZZZ9.
           05  FILLER           PIC X(31) VALUE SPACE.

       01  CFG-RPT-TRAILER.
           05  FILLER           PIC X(29)
               VALUE "END OF CONFIG AUDIT - ERRORS ".
           05  CFG-TRL-ERRORS   PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  WARNINGS ".
           05  CFG-TRL-WARNINGS PIC ZZZ9.
           05  FILLER           PIC X(7) VALUE "  INFO ".
           05  CFG-TRL-INFO     PIC ZZZ9.
           05  FILLER           PIC X(5) VALUE "  RC ".
           05  CFG-TRL-RC       PIC 9(2).
           05  FILLER           PIC X(14) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 1 TO CAT-IDX
           PERFORM UNTIL CAT-IDX > 3
               MOVE 0 TO FC-SEVERITY(CAT-IDX, 1)
               MOVE 0 TO FC-SEVERITY(CAT-IDX, 2)
               MOVE 0 TO FC-SEVERITY(CAT-IDX, 3)
               ADD 1 TO CAT-IDX
           END-PERFORM
           PERFORM LOAD-UNAPPROVED-VERSIONS
           PERFORM LOAD-CAT-NAMES
           PERFORM GATHER-CAT-REFS
           PERFORM GATHER-SRC-REFS
           PERFORM LOAD-PARM-SYMBOLS
           PERFORM CHECK-EXPR-REFS
           PERFORM CHECK-SKED-ENTRIES
           PERFORM CHECK-TOL-ENTRIES
           PERFORM CHECK-MAP-ENTRIES
           PERFORM CHECK-CASE-FILE
           PERFORM CHECK-UNUSED-PARMS
           PERFORM CHECK-UNUSED-EXPRS
           PERFORM WRITE-CFG-RPT
           DISPLAY "ZODECFGA: " FINDING-COUNT " FINDINGS - "
               ERROR-TOTAL " ERRORS, " WARNING-TOTAL " WARNINGS, "
               INFO-TOTAL " INFO"
           MOVE AUDIT-RC TO RETURN-CODE.

       STOP RUN.

      *    THE PENDING AND REJECTED CATALOG VERSIONS, AS AST_BUILD
      *    LOADS THEM: A MISSING ZODEAPPR (STATUS 35) MEANS NO
      *    VERSION HAS EVER BEEN PUT THROUGH APPROVAL; ANY OTHER OPEN
      *    OR READ FAILURE STOPS THE AUDIT, SINCE A RECORD NOT READ
      *    WOULD LEAVE ITS VERSION LOOKING APPROVED.
       LOAD-UNAPPROVED-VERSIONS.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "35"
               PERFORM APPR-IO-ERROR
           END-IF
           IF WS-APPR-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-APPR-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO APPR-REC-COUNT
                           IF AP-ITEM-TYPE = 'C' AND NOT AP-APPROVED
                               PERFORM NOTE-UNAPPROVED-VERSION
                           END-IF
                   END-READ
                   IF WS-APPR-STATUS NOT = "00"
                       AND WS-APPR-STATUS NOT = "10"
                       PERFORM APPR-IO-ERROR
                   END-IF
               END-PERFORM
               CLOSE ZODE-APPR-FILE
           END-IF.

       APPR-IO-ERROR.
           DISPLAY "ZODECFGA: APPROVALS I/O ERROR - STATUS "
               WS-APPR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       NOTE-UNAPPROVED-VERSION.
           IF UNAPPR-VERS-COUNT NOT < MAX-UNAPPR-VERS
               DISPLAY "ZODECFGA: TOO MANY UNAPPROVED VERSIONS - MAX "
                   MAX-UNAPPR-VERS " EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO UNAPPR-VERS-COUNT
           MOVE AP-ITEM-NAME TO UNAPPR-NAME(UNAPPR-VERS-COUNT)
           MOVE AP-EFF-DATE TO UNAPPR-EFF-DATE(UNAPPR-VERS-COUNT).

      *    IS THE VERSION IN THE CATALOG RECORD AREA APPROVED? A
      *    VERSION'S RECORDS ARE CONTIGUOUS, SO THE TABLE IS ONLY
      *    SEARCHED WHEN THE VERSION CHANGES.
       CHECK-VERS-APPROVED.
           IF ZC-EXPR-NAME NOT = VERS-CHECK-NAME
               OR ZC-EFF-DATE NOT = VERS-CHECK-DATE
               MOVE ZC-EXPR-NAME TO VERS-CHECK-NAME
               MOVE ZC-EFF-DATE TO VERS-CHECK-DATE
               SET VERS-OK TO TRUE
               MOVE 1 TO UNAPPR-IDX
               PERFORM UNTIL UNAPPR-IDX > UNAPPR-VERS-COUNT
                   OR NOT VERS-OK
                   IF UNAPPR-NAME(UNAPPR-IDX) = ZC-EXPR-NAME
                       AND UNAPPR-EFF-DATE(UNAPPR-IDX) = ZC-EFF-DATE
                       MOVE 'N' TO VERS-OK-SW
                   END-IF
                   ADD 1 TO UNAPPR-IDX
               END-PERFORM
           END-IF.

      *    FIRST PASS OVER THE CATALOG: EVERY EXPRESSION NAME, ITS
      *    REPORT ID, AND THE APPROVED VERSION IN EFFECT TODAY. THE
      *    CATALOG IS KEYED NAME + EFFECTIVE DATE, SO A NAME'S
      *    RECORDS ARE CONTIGUOUS AND ITS VERSIONS COME OLDEST FIRST.
       LOAD-CAT-NAMES.
           OPEN INPUT ZODE-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "ZODECFGA: CANNOT OPEN CATALOG - STATUS "
                   WS-CAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM START-CAT-SCAN
           PERFORM UNTIL END-OF-INPUT
               ADD 1 TO CAT-REC-COUNT
               IF CAT-NAME-COUNT = 0
                   OR CN-EXPR-NAME(CAT-NAME-COUNT) NOT = ZC-EXPR-NAME
                   IF CAT-NAME-COUNT NOT < MAX-CAT-NAMES
                       DISPLAY "ZODECFGA: TOO MANY CATALOG NAMES - MAX "
                           MAX-CAT-NAMES " EXCEEDED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CAT-NAME-COUNT
                   MOVE ZC-EXPR-NAME TO CN-EXPR-NAME(CAT-NAME-COUNT)
                   MOVE 0 TO CN-CURR-EFF(CAT-NAME-COUNT)
                   MOVE 0 TO CN-UNAPPR-EFF(CAT-NAME-COUNT)
                   MOVE 0 TO CN-RPT-ID(CAT-NAME-COUNT)
                   MOVE 'N' TO CN-SKED-SW(CAT-NAME-COUNT)
                   MOVE 'N' TO CN-CALLED-SW(CAT-NAME-COUNT)
               END-IF
               PERFORM CHECK-VERS-APPROVED
               IF VERS-OK
                   MOVE ZC-RPT-ID TO CN-RPT-ID(CAT-NAME-COUNT)
                   IF ZC-EFF-DATE NOT > WS-RUN-DATE-NUM
                       MOVE ZC-EFF-DATE TO CN-CURR-EFF(CAT-NAME-COUNT)
                   END-IF
               ELSE
                   IF ZC-EFF-DATE NOT > WS-RUN-DATE-NUM
                       MOVE ZC-EFF-DATE
                        TO CN-UNAPPR-EFF(CAT-NAME-COUNT)
                   END-IF
               END-IF
               PERFORM READ-NEXT-CAT-REC
           END-PERFORM.

      *    SECOND PASS: THE REFERENCES MADE BY EACH AUDITED VERSION,
      *    BY THE RULES ZODEXREF USES - A VARC READS ITS SYMBOL, A
      *    CALLC OR PRIORC NAMES ITS EXPRESSION, ANY OTHER ROOT
      *    RECORD WITH A VAR-NAME ASSIGNS TO IT. LOOKUPC RATE TABLES
      *    ARE ZODERATE'S CONCERN AND NOT AUDITED HERE. PENDING AND
      *    REJECTED VERSIONS WILL NEVER RUN AS THEY STAND AND ARE
      *    NOT AUDITED EITHER.
       GATHER-CAT-REFS.
           MOVE 0 TO CN-IDX
           PERFORM START-CAT-SCAN
           PERFORM UNTIL END-OF-INPUT
               IF CN-IDX = 0
                   OR CN-EXPR-NAME(CN-IDX) NOT = ZC-EXPR-NAME
                   ADD 1 TO CN-IDX
               END-IF
               PERFORM CHECK-VERS-APPROVED
               IF ZC-EFF-DATE NOT < CN-CURR-EFF(CN-IDX) AND VERS-OK
                   MOVE "ZODECAT" TO CURR-REF-FILE
                   MOVE SPACE TO CURR-REF-OWNER
                   STRING ZC-EXPR-NAME " " ZC-EFF-DATE
                       DELIMITED BY SIZE INTO CURR-REF-OWNER
                   END-STRING
                   MOVE ZC-ZODE-ID TO SNW-ZODE-ID
                   MOVE ZC-ROOT-FLAG TO SNW-ROOT-FLAG
                   MOVE ZC-VAR-NAME TO SNW-VAR-NAME
                   PERFORM TAKE-NODE-REFS
               END-IF
               PERFORM READ-NEXT-CAT-REC
           END-PERFORM
           CLOSE ZODE-CAT-FILE.

       START-CAT-SCAN.
           MOVE 'N' TO INPUT-EOF-SW
           MOVE LOW-VALUES TO ZC-KEY
           START ZODE-CAT-FILE KEY NOT < ZC-KEY
               INVALID KEY
                   SET END-OF-INPUT TO TRUE
           END-START
           IF NOT END-OF-INPUT
               PERFORM READ-NEXT-CAT-REC
           END-IF.

       READ-NEXT-CAT-REC.
           READ ZODE-CAT-FILE NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "10"
               DISPLAY "ZODECFGA: CATALOG I/O ERROR - STATUS "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE OPTIONAL LOOSE DEFINITION: ITS REFERENCES, BY THE SAME
      *    RULES, AND ITS ROOT NODE IDS.
       GATHER-SRC-REFS.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-SRC-FILE
           IF WS-SRC-STATUS = "00"
               SET SRC-PRESENT TO TRUE
               MOVE "ZODESRC" TO CURR-REF-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-SRC-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO SRC-REC-COUNT
                           MOVE ZODE-SRC-REC TO SRC-NODE-WORK
                           PERFORM TAKE-SRC-NODE
                   END-READ
               END-PERFORM
               CLOSE ZODE-SRC-FILE
           END-IF.

       TAKE-SRC-NODE.
           MOVE SPACE TO CURR-REF-OWNER
           STRING "NODE " SNW-NODE-ID
               DELIMITED BY SIZE INTO CURR-REF-OWNER
           END-STRING
           PERFORM TAKE-NODE-REFS
           IF SNW-ROOT-FLAG = 'Y'
               IF SRC-ROOT-COUNT NOT < MAX-SRC-ROOTS
                   DISPLAY "ZODECFGA: TOO MANY ZODESRC ROOTS - MAX "
                       MAX-SRC-ROOTS " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SRC-ROOT-COUNT
               MOVE SNW-NODE-ID TO SRC-ROOT-ID(SRC-ROOT-COUNT)
           END-IF.

      *    THE REFERENCES ONE NODE MAKES, FROM ITS TYPE, ROOT FLAG
      *    AND VAR-NAME IN SRC-NODE-WORK.
       TAKE-NODE-REFS.
           IF SNW-VAR-NAME NOT = SPACE
               MOVE SNW-VAR-NAME TO CURR-REF-NAME
               EVALUATE TRUE
                   WHEN SNW-ZODE-ID = '2'
                       MOVE 'R' TO CURR-REF-TYPE
                       PERFORM NOTE-ONE-REF
                   WHEN SNW-ZODE-ID = '9' OR SNW-ZODE-ID = 'A'
                       MOVE 'C' TO CURR-REF-TYPE
                       PERFORM NOTE-ONE-REF
                   WHEN SNW-ZODE-ID = 'B'
                       CONTINUE
                   WHEN SNW-ROOT-FLAG = 'Y'
                       MOVE 'A' TO CURR-REF-TYPE
                       PERFORM NOTE-ONE-REF
               END-EVALUATE
           END-IF.

       NOTE-ONE-REF.
           MOVE 'N' TO RF-DUP-SW
           MOVE 1 TO RF-SCAN-IDX
           PERFORM UNTIL RF-SCAN-IDX > REF-COUNT OR RF-DUP
               IF RF-NAME(RF-SCAN-IDX) = CURR-REF-NAME
                   AND RF-TYPE(RF-SCAN-IDX) = CURR-REF-TYPE
                   AND RF-FILE(RF-SCAN-IDX) = CURR-REF-FILE
                   AND RF-OWNER(RF-SCAN-IDX) = CURR-REF-OWNER
                   SET RF-DUP TO TRUE
               END-IF
               ADD 1 TO RF-SCAN-IDX
           END-PERFORM
           IF NOT RF-DUP
               IF REF-COUNT NOT < MAX-REFS
                   DISPLAY "ZODECFGA: TOO MANY REFERENCES - MAX "
                       MAX-REFS " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REF-COUNT
               MOVE CURR-REF-NAME TO RF-NAME(REF-COUNT)
               MOVE CURR-REF-TYPE TO RF-TYPE(REF-COUNT)
               MOVE CURR-REF-FILE TO RF-FILE(REF-COUNT)
               MOVE CURR-REF-OWNER TO RF-OWNER(REF-COUNT)
           END-IF.

      *    EVERY ZODEPARM SYMBOL NAME ONCE, NOTING WHETHER ANY OF
      *    ITS VALUES IS IN EFFECT TODAY.
       LOAD-PARM-SYMBOLS.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               SET PARM-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-PARM-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO PARM-REC-COUNT
                           PERFORM TAKE-PARM-RECORD
                   END-READ
               END-PERFORM
               CLOSE ZODE-PARM-FILE
           END-IF.

       TAKE-PARM-RECORD.
           MOVE ZP-SYM-NAME TO PS-LOOKUP-NAME
           PERFORM FIND-PARM-SYMBOL
           IF PS-FOUND-IDX = 0
               IF PARM-SYM-COUNT NOT < MAX-PARM-SYMS
                   DISPLAY "ZODECFGA: TOO MANY ZODEPARM SYMBOLS - MAX "
                       MAX-PARM-SYMS " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PARM-SYM-COUNT
               MOVE PARM-SYM-COUNT TO PS-FOUND-IDX
               MOVE ZP-SYM-NAME TO PS-SYM-NAME(PS-FOUND-IDX)
               MOVE 'N' TO PS-IN-EFFECT-SW(PS-FOUND-IDX)
               MOVE 'N' TO PS-READ-SW(PS-FOUND-IDX)
               MOVE 'N' TO PS-ASSIGN-SW(PS-FOUND-IDX)
           END-IF
           IF ZP-EFF-DATE NOT > WS-RUN-DATE-NUM
               SET PS-IN-EFFECT(PS-FOUND-IDX) TO TRUE
           END-IF.

       FIND-PARM-SYMBOL.
           MOVE 0 TO PS-FOUND-IDX
           MOVE 1 TO PS-IDX
           PERFORM UNTIL PS-IDX > PARM-SYM-COUNT
               OR PS-FOUND-IDX NOT = 0
               IF PS-SYM-NAME(PS-IDX) = PS-LOOKUP-NAME
                   MOVE PS-IDX TO PS-FOUND-IDX
               END-IF
               ADD 1 TO PS-IDX
           END-PERFORM.

       FIND-CAT-NAME.
           MOVE 0 TO CN-FOUND-IDX
           MOVE 1 TO CN-IDX
           PERFORM UNTIL CN-IDX > CAT-NAME-COUNT
               OR CN-FOUND-IDX NOT = 0
               IF CN-EXPR-NAME(CN-IDX) = CN-LOOKUP-NAME
                   MOVE CN-IDX TO CN-FOUND-IDX
               END-IF
               ADD 1 TO CN-IDX
           END-PERFORM.

      *    THE EXPRESSIONS' OWN REFERENCES. A SYMBOL READ THAT NO
      *    ZODEPARM VALUE AND NO ROOT ASSIGNMENT CAN SATISFY IS
      *    TONIGHT'S ZOD202W; A CALLC OR PRIORC NAMING AN EXPRESSION
      *    THE CATALOG DOES NOT HOLD STOPS THE RUN THAT LOADS IT.
       CHECK-EXPR-REFS.
           MOVE 1 TO RF-IDX
           PERFORM UNTIL RF-IDX > REF-COUNT
               EVALUATE RF-TYPE(RF-IDX)
                   WHEN 'R'
                       PERFORM CHECK-ONE-READ
                   WHEN 'A'
                       MOVE RF-NAME(RF-IDX) TO PS-LOOKUP-NAME
                       PERFORM FIND-PARM-SYMBOL
                       IF PS-FOUND-IDX NOT = 0
                           SET PS-ASSIGNED(PS-FOUND-IDX) TO TRUE
                       END-IF
                   WHEN 'C'
                       MOVE RF-NAME(RF-IDX) TO CN-LOOKUP-NAME
                       PERFORM FIND-CAT-NAME
                       IF CN-FOUND-IDX = 0
                           MOVE SPACE TO CURR-FND-TEXT
                           STRING "CALLS " RF-NAME(RF-IDX)
                               " - NOT ON ZODECAT"
                               DELIMITED BY SIZE INTO CURR-FND-TEXT
                           END-STRING
                           MOVE 1 TO CURR-CATEGORY
                           MOVE 1 TO CURR-SEVERITY
                           MOVE RF-FILE(RF-IDX) TO CURR-FND-FILE
                           MOVE RF-OWNER(RF-IDX) TO CURR-FND-KEY
                           PERFORM NOTE-FINDING
                       ELSE
                           SET CN-CALLED(CN-FOUND-IDX) TO TRUE
                           PERFORM CHECK-CALLED-APPROVED
                       END-IF
               END-EVALUATE
               ADD 1 TO RF-IDX
           END-PERFORM.

      *    A CALLED EXPRESSION WHOSE VERSIONS IN EFFECT ARE ALL
      *    UNAPPROVED STOPS THE RUN THAT LOADS IT (ZOD035E).
       CHECK-CALLED-APPROVED.
           IF CN-CURR-EFF(CN-FOUND-IDX) = 0
               AND CN-UNAPPR-EFF(CN-FOUND-IDX) NOT = 0
               MOVE SPACE TO CURR-FND-TEXT
               STRING "CALLS " RF-NAME(RF-IDX)
                   " - NO APPROVED VERSION"
                   DELIMITED BY SIZE INTO CURR-FND-TEXT
               END-STRING
               MOVE 1 TO CURR-CATEGORY
               MOVE 1 TO CURR-SEVERITY
               MOVE RF-FILE(RF-IDX) TO CURR-FND-FILE
               MOVE RF-OWNER(RF-IDX) TO CURR-FND-KEY
               PERFORM NOTE-FINDING
           END-IF.

       CHECK-ONE-READ.
           MOVE RF-NAME(RF-IDX) TO PS-LOOKUP-NAME
           PERFORM FIND-PARM-SYMBOL
           IF PS-FOUND-IDX NOT = 0
               SET PS-READ(PS-FOUND-IDX) TO TRUE
           END-IF
           MOVE 'N' TO REF-ASSIGNED-SW
           MOVE 1 TO RF-SCAN-IDX
           PERFORM UNTIL RF-SCAN-IDX > REF-COUNT OR REF-ASSIGNED
               IF RF-NAME(RF-SCAN-IDX) = RF-NAME(RF-IDX)
                   AND RF-TYPE(RF-SCAN-IDX) = 'A'
                   SET REF-ASSIGNED TO TRUE
               END-IF
               ADD 1 TO RF-SCAN-IDX
           END-PERFORM
           IF NOT REF-ASSIGNED AND PARM-PRESENT
               MOVE 1 TO CURR-CATEGORY
               MOVE RF-FILE(RF-IDX) TO CURR-FND-FILE
               MOVE RF-OWNER(RF-IDX) TO CURR-FND-KEY
               MOVE SPACE TO CURR-FND-TEXT
               IF PS-FOUND-IDX = 0
                   MOVE 1 TO CURR-SEVERITY
                   STRING "READS " RF-NAME(RF-IDX)
                       " - NOT ON ZODEPARM"
                       DELIMITED BY SIZE INTO CURR-FND-TEXT
                   END-STRING
                   PERFORM NOTE-FINDING
               ELSE
                   IF NOT PS-IN-EFFECT(PS-FOUND-IDX)
                       MOVE 2 TO CURR-SEVERITY
                       STRING "READS " RF-NAME(RF-IDX)
                           " - NO VALUE IN EFFECT"
                           DELIMITED BY SIZE INTO CURR-FND-TEXT
                       END-STRING
                       PERFORM NOTE-FINDING
                   END-IF
               END-IF
           END-IF.

      *    THE RUN CALENDAR: A NAME THE CATALOG DOES NOT HOLD STOPS
      *    THE SKED RUN THE NIGHT IT IS DUE (ZOD015E), AND SO DOES
      *    ONE WHOSE VERSIONS IN EFFECT ARE ALL UNAPPROVED (ZOD035E);
      *    ONE WHOSE VERSIONS ARE ALL FUTURE-DATED STOPS IT TOO
      *    (ZOD028E), BUT MAY SIMPLY BE STAGED AHEAD OF ITS FIRST
      *    NIGHT. A SPECIFIC-DATE ENTRY WHOSE DATE HAS PASSED WILL
      *    NEVER RUN AGAIN.
       CHECK-SKED-ENTRIES.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-SKED-FILE
           IF WS-SKED-STATUS = "00"
               SET SKED-PRESENT TO TRUE
               MOVE "ZODESKED" TO CURR-FND-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-SKED-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO SKED-REC-COUNT
                           PERFORM CHECK-ONE-SKED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ZODE-SKED-FILE
           END-IF.

       CHECK-ONE-SKED-ENTRY.
           MOVE ZK-EXPR-NAME TO CN-LOOKUP-NAME
           PERFORM FIND-CAT-NAME
           MOVE ZK-EXPR-NAME TO CURR-FND-KEY
           MOVE 1 TO CURR-CATEGORY
           IF CN-FOUND-IDX = 0
               MOVE 1 TO CURR-SEVERITY
               MOVE "EXPRESSION NOT ON ZODECAT" TO CURR-FND-TEXT
               PERFORM NOTE-FINDING
           ELSE
               SET CN-SCHEDULED(CN-FOUND-IDX) TO TRUE
               IF CN-CURR-EFF(CN-FOUND-IDX) = 0
                   IF CN-UNAPPR-EFF(CN-FOUND-IDX) NOT = 0
                       MOVE 1 TO CURR-SEVERITY
                       MOVE "NO APPROVED CATALOG VERSION IN EFFECT"
                        TO CURR-FND-TEXT
                   ELSE
                       MOVE 2 TO CURR-SEVERITY
                       MOVE "NO CATALOG VERSION IN EFFECT YET"
                        TO CURR-FND-TEXT
                   END-IF
                   PERFORM NOTE-FINDING
               END-IF
           END-IF
           IF ZK-FREQ-DATE AND ZK-DATE IS NUMERIC
               AND ZK-DATE < WS-RUN-DATE-NUM
               MOVE 3 TO CURR-CATEGORY
               MOVE 3 TO CURR-SEVERITY
               MOVE ZK-DATE TO EDIT-DATE-OUT
               MOVE SPACE TO CURR-FND-TEXT
               STRING "SPECIFIC DATE " EDIT-DATE-OUT " HAS PASSED"
                   DELIMITED BY SIZE INTO CURR-FND-TEXT
               END-STRING
               PERFORM NOTE-FINDING
           END-IF.

      *    TOLERANCES ARE KEYED BY REPORT ID: A CATALOG EXPRESSION'S
      *    ZC-RPT-ID OR A ZODESRC ROOT NODE ID. AN ENTRY MATCHING
      *    NEITHER RECONCILES NOTHING.
       CHECK-TOL-ENTRIES.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-TOL-FILE
           IF WS-TOL-STATUS = "00"
               SET TOL-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-TOL-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO TOL-REC-COUNT
                           PERFORM CHECK-ONE-TOL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ZODE-TOL-FILE
           END-IF.

       CHECK-ONE-TOL-ENTRY.
           MOVE 'N' TO CASE-FOUND-SW
           MOVE 1 TO CN-IDX
           PERFORM UNTIL CN-IDX > CAT-NAME-COUNT OR CASE-FOUND
               IF CN-RPT-ID(CN-IDX) = ZT-EXPR-ID
                   SET CASE-FOUND TO TRUE
               END-IF
               ADD 1 TO CN-IDX
           END-PERFORM
           MOVE 1 TO SR-IDX
           PERFORM UNTIL SR-IDX > SRC-ROOT-COUNT OR CASE-FOUND
               IF SRC-ROOT-ID(SR-IDX) = ZT-EXPR-ID
                   SET CASE-FOUND TO TRUE
               END-IF
               ADD 1 TO SR-IDX
           END-PERFORM
           IF NOT CASE-FOUND
               MOVE 2 TO CURR-CATEGORY
               MOVE 2 TO CURR-SEVERITY
               MOVE "ZODETOL" TO CURR-FND-FILE
               MOVE ZT-EXPR-ID TO EDIT-ID-OUT
               MOVE SPACE TO CURR-FND-KEY
               STRING "REPORT ID " EDIT-ID-OUT
                   DELIMITED BY SIZE INTO CURR-FND-KEY
               END-STRING
               MOVE "NO EXPRESSION CARRIES THIS REPORT ID"
                TO CURR-FND-TEXT
               PERFORM NOTE-FINDING
           END-IF.

      *    A FEED FIELD MAPPED TO A SYMBOL ZODEPARM DOES NOT HOLD IS
      *    USUALLY A MISTYPED NAME: ZODEFEED WOULD START A NEW
      *    SYMBOL NOTHING READS INSTEAD OF UPDATING THE REAL ONE.
       CHECK-MAP-ENTRIES.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT RATE-MAP-FILE
           IF WS-MAP-STATUS = "00"
               SET MAP-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ RATE-MAP-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO MAP-REC-COUNT
                           MOVE RM-SYM-NAME TO PS-LOOKUP-NAME
                           PERFORM FIND-PARM-SYMBOL
                           IF PS-FOUND-IDX = 0 AND PARM-PRESENT
                               MOVE 1 TO CURR-CATEGORY
                               MOVE 2 TO CURR-SEVERITY
                               MOVE "RATEMAP" TO CURR-FND-FILE
                               MOVE RM-EXT-NAME TO CURR-FND-KEY
                               MOVE SPACE TO CURR-FND-TEXT
                               STRING "MAPS TO " RM-SYM-NAME
                                   " - NOT ON ZODEPARM"
                                   DELIMITED BY SIZE
                                   INTO CURR-FND-TEXT
                               END-STRING
                               PERFORM NOTE-FINDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-MAP-FILE
           END-IF.

      *    THE REGRESSION CASES, ONE CASE AT A TIME. A CASE RUNS ON
      *    ITS OWN 'S' SYMBOLS AND 'R' BRACKETS, NEVER ZODEPARM OR
      *    ZODERATE, SO ITS READS AND LOOKUPS MUST BE SATISFIED FROM
      *    WITHIN THE CASE; ITS CALLC AND PRIORC NODES STILL RESOLVE
      *    AGAINST THE CATALOG.
       CHECK-CASE-FILE.
           MOVE 'N' TO INPUT-EOF-SW
           MOVE 'N' TO CASE-ACTIVE-SW
           OPEN INPUT ZODE-CASE-FILE
           IF WS-CASE-STATUS = "00"
               SET CASE-PRESENT TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-CASE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO CASE-REC-COUNT
                           PERFORM TAKE-CASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ZODE-CASE-FILE
               IF CASE-ACTIVE
                   PERFORM CHECK-ONE-CASE
               END-IF
               IF CASE-STRAY-COUNT NOT = 0
                   MOVE 2 TO CURR-CATEGORY
                   MOVE 2 TO CURR-SEVERITY
                   MOVE "ZODECASE" TO CURR-FND-FILE
                   MOVE "BEFORE FIRST CASE" TO CURR-FND-KEY
                   MOVE CASE-STRAY-COUNT TO EDIT-COUNT-OUT
                   MOVE SPACE TO CURR-FND-TEXT
                   STRING EDIT-COUNT-OUT
                       " RECORDS BELONG TO NO CASE"
                       DELIMITED BY SIZE INTO CURR-FND-TEXT
                   END-STRING
                   PERFORM NOTE-FINDING
               END-IF
           END-IF.

       TAKE-CASE-RECORD.
           EVALUATE TRUE
               WHEN CS-CASE-REC
                   IF CASE-ACTIVE
                       PERFORM CHECK-ONE-CASE
                   END-IF
                   SET CASE-ACTIVE TO TRUE
                   MOVE CS-CASE-NAME TO CASE-NAME
                   MOVE 'N' TO CASE-ROOT-SW
                   MOVE 0 TO CASE-SYM-COUNT
                   MOVE 0 TO CASE-TBL-COUNT
                   MOVE 0 TO CASE-REF-COUNT
               WHEN NOT CASE-ACTIVE
                   ADD 1 TO CASE-STRAY-COUNT
               WHEN CS-NODE-REC
                   MOVE CS-REC-BODY TO SRC-NODE-WORK
                   PERFORM TAKE-CASE-NODE
               WHEN CS-SYM-REC
                   IF CASE-SYM-COUNT < MAX-CASE-ITEMS
                       ADD 1 TO CASE-SYM-COUNT
                       MOVE CS-SYM-NAME TO CSY-NAME(CASE-SYM-COUNT)
                       MOVE 'N' TO CSY-READ-SW(CASE-SYM-COUNT)
                   END-IF
               WHEN CS-RATE-REC
                   IF CASE-TBL-COUNT < MAX-CASE-ITEMS
                       ADD 1 TO CASE-TBL-COUNT
                       MOVE CS-RATE-TABLE
                        TO CASE-TBL-NAME(CASE-TBL-COUNT)
                   END-IF
           END-EVALUATE.

       TAKE-CASE-NODE.
           IF SNW-ROOT-FLAG = 'Y'
               SET CASE-HAS-ROOT TO TRUE
           END-IF
           IF SNW-VAR-NAME NOT = SPACE
               AND CASE-REF-COUNT < MAX-CASE-ITEMS
               ADD 1 TO CASE-REF-COUNT
               MOVE SNW-VAR-NAME TO CRF-NAME(CASE-REF-COUNT)
               EVALUATE TRUE
                   WHEN SNW-ZODE-ID = '2'
                       MOVE 'R' TO CRF-TYPE(CASE-REF-COUNT)
                   WHEN SNW-ZODE-ID = '9' OR SNW-ZODE-ID = 'A'
                       MOVE 'C' TO CRF-TYPE(CASE-REF-COUNT)
                   WHEN SNW-ZODE-ID = 'B'
                       MOVE 'T' TO CRF-TYPE(CASE-REF-COUNT)
                   WHEN SNW-ROOT-FLAG = 'Y'
                       MOVE 'A' TO CRF-TYPE(CASE-REF-COUNT)
                   WHEN OTHER
                       SUBTRACT 1 FROM CASE-REF-COUNT
               END-EVALUATE
           END-IF.

       CHECK-ONE-CASE.
           MOVE "ZODECASE" TO CURR-FND-FILE
           MOVE CASE-NAME TO CURR-FND-KEY
           IF NOT CASE-HAS-ROOT
               MOVE 2 TO CURR-CATEGORY
               MOVE 2 TO CURR-SEVERITY
               MOVE "CASE HAS NO ROOT NODE" TO CURR-FND-TEXT
               PERFORM NOTE-FINDING
           END-IF
           MOVE 1 TO CASE-IDX
           PERFORM UNTIL CASE-IDX > CASE-REF-COUNT
               EVALUATE CRF-TYPE(CASE-IDX)
                   WHEN 'R'
                       PERFORM CHECK-CASE-READ
                   WHEN 'C'
                       MOVE CRF-NAME(CASE-IDX) TO CN-LOOKUP-NAME
                       PERFORM FIND-CAT-NAME
                       IF CN-FOUND-IDX = 0
                           MOVE 1 TO CURR-CATEGORY
                           MOVE 1 TO CURR-SEVERITY
                           MOVE SPACE TO CURR-FND-TEXT
                           STRING "CALLS " CRF-NAME(CASE-IDX)
                               " - NOT ON ZODECAT"
                               DELIMITED BY SIZE INTO CURR-FND-TEXT
                           END-STRING
                           PERFORM NOTE-FINDING
                       END-IF
                   WHEN 'T'
                       PERFORM CHECK-CASE-LOOKUP
               END-EVALUATE
               ADD 1 TO CASE-IDX
           END-PERFORM
           MOVE 1 TO CASE-IDX
           PERFORM UNTIL CASE-IDX > CASE-SYM-COUNT
               IF NOT CSY-READ(CASE-IDX)
                   MOVE 3 TO CURR-CATEGORY
                   MOVE 3 TO CURR-SEVERITY
                   MOVE SPACE TO CURR-FND-TEXT
                   STRING "SYMBOL " CSY-NAME(CASE-IDX)
                       " NOT READ BY THE CASE"
                       DELIMITED BY SIZE INTO CURR-FND-TEXT
                   END-STRING
                   PERFORM NOTE-FINDING
               END-IF
               ADD 1 TO CASE-IDX
           END-PERFORM.

      *    A CASE READ IS SATISFIED BY ONE OF THE CASE'S OWN 'S'
      *    RECORDS OR BY ONE OF ITS ROOTS ASSIGNING THE SYMBOL.
       CHECK-CASE-READ.
           MOVE 'N' TO CASE-FOUND-SW
           MOVE 1 TO CASE-SCAN-IDX
           PERFORM UNTIL CASE-SCAN-IDX > CASE-SYM-COUNT
               IF CSY-NAME(CASE-SCAN-IDX) = CRF-NAME(CASE-IDX)
                   SET CASE-FOUND TO TRUE
                   SET CSY-READ(CASE-SCAN-IDX) TO TRUE
               END-IF
               ADD 1 TO CASE-SCAN-IDX
           END-PERFORM
           MOVE 1 TO CASE-SCAN-IDX
           PERFORM UNTIL CASE-SCAN-IDX > CASE-REF-COUNT
               IF CRF-NAME(CASE-SCAN-IDX) = CRF-NAME(CASE-IDX)
                   AND CRF-TYPE(CASE-SCAN-IDX) = 'A'
                   SET CASE-FOUND TO TRUE
               END-IF
               ADD 1 TO CASE-SCAN-IDX
           END-PERFORM
           IF NOT CASE-FOUND
               MOVE 1 TO CURR-CATEGORY
               MOVE 2 TO CURR-SEVERITY
               MOVE SPACE TO CURR-FND-TEXT
               STRING "READS " CRF-NAME(CASE-IDX) " - NO S RECORD"
                   DELIMITED BY SIZE INTO CURR-FND-TEXT
               END-STRING
               PERFORM NOTE-FINDING
           END-IF.

       CHECK-CASE-LOOKUP.
           MOVE 'N' TO CASE-FOUND-SW
           MOVE 1 TO CASE-SCAN-IDX
           PERFORM UNTIL CASE-SCAN-IDX > CASE-TBL-COUNT
               IF CASE-TBL-NAME(CASE-SCAN-IDX) = CRF-NAME(CASE-IDX)
                   SET CASE-FOUND TO TRUE
               END-IF
               ADD 1 TO CASE-SCAN-IDX
           END-PERFORM
           IF NOT CASE-FOUND
               MOVE 1 TO CURR-CATEGORY
               MOVE 2 TO CURR-SEVERITY
               MOVE SPACE TO CURR-FND-TEXT
               STRING "LOOKS UP " CRF-NAME(CASE-IDX) " - NO R RECORDS"
                   DELIMITED BY SIZE INTO CURR-FND-TEXT
               END-STRING
               PERFORM NOTE-FINDING
           END-IF.

      *    A ZODEPARM SYMBOL NO AUDITED EXPRESSION READS. ONE THAT
      *    AN EXPRESSION ASSIGNS IS THAT EXPRESSION'S OUTPUT CARRIED
      *    FORWARD, WORTH KNOWING BUT NOT CLEANING UP.
       CHECK-UNUSED-PARMS.
           MOVE "ZODEPARM" TO CURR-FND-FILE
           MOVE 3 TO CURR-CATEGORY
           MOVE 1 TO PS-IDX
           PERFORM UNTIL PS-IDX > PARM-SYM-COUNT
               IF NOT PS-READ(PS-IDX)
                   MOVE PS-SYM-NAME(PS-IDX) TO CURR-FND-KEY
                   IF PS-ASSIGNED(PS-IDX)
                       MOVE 3 TO CURR-SEVERITY
                       MOVE "ASSIGNED BY AN EXPRESSION, NEVER READ"
                        TO CURR-FND-TEXT
                   ELSE
                       MOVE 2 TO CURR-SEVERITY
                       MOVE "NOT READ BY ANY EXPRESSION"
                        TO CURR-FND-TEXT
                   END-IF
                   PERFORM NOTE-FINDING
               END-IF
               ADD 1 TO PS-IDX
           END-PERFORM.

      *    A CATALOG EXPRESSION THE CALENDAR NEVER SELECTS AND NO
      *    OTHER EXPRESSION CALLS RUNS ONLY WHEN A CAT= PARM NAMES
      *    IT - WORTH KNOWING, SINCE IT MAY BE LEFT OVER.
       CHECK-UNUSED-EXPRS.
           IF SKED-PRESENT
               MOVE "ZODECAT" TO CURR-FND-FILE
               MOVE 3 TO CURR-CATEGORY
               MOVE 3 TO CURR-SEVERITY
               MOVE "NOT SCHEDULED AND NOT CALLED"
                TO CURR-FND-TEXT
               MOVE 1 TO CN-IDX
               PERFORM UNTIL CN-IDX > CAT-NAME-COUNT
                   IF NOT CN-SCHEDULED(CN-IDX)
                       AND NOT CN-CALLED(CN-IDX)
                       MOVE CN-EXPR-NAME(CN-IDX) TO CURR-FND-KEY
                       PERFORM NOTE-FINDING
                   END-IF
                   ADD 1 TO CN-IDX
               END-PERFORM
           END-IF.

      *    FILE ONE FINDING FROM THE CURR- FIELDS AND COUNT IT.
       NOTE-FINDING.
           IF FINDING-COUNT NOT < MAX-FINDINGS
               DISPLAY "ZODECFGA: TOO MANY FINDINGS - MAX "
                   MAX-FINDINGS " EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FINDING-COUNT
           MOVE CURR-CATEGORY TO FND-CATEGORY(FINDING-COUNT)
           MOVE CURR-SEVERITY TO FND-SEVERITY(FINDING-COUNT)
           MOVE CURR-FND-FILE TO FND-FILE(FINDING-COUNT)
           MOVE CURR-FND-KEY TO FND-KEY(FINDING-COUNT)
           MOVE CURR-FND-TEXT TO FND-TEXT(FINDING-COUNT)
           ADD 1 TO FC-SEVERITY(CURR-CATEGORY, CURR-SEVERITY)
           EVALUATE CURR-SEVERITY
               WHEN 1
                   ADD 1 TO ERROR-TOTAL
                   MOVE 8 TO AUDIT-RC
               WHEN 2
                   ADD 1 TO WARNING-TOTAL
                   IF AUDIT-RC < 4
                       MOVE 4 TO AUDIT-RC
                   END-IF
               WHEN OTHER
                   ADD 1 TO INFO-TOTAL
           END-EVALUATE.

      *    THE REPORT: THE INPUTS READ, ONE SECTION PER CATEGORY
      *    WITH ITS FINDINGS ERRORS FIRST, THE COUNTS BY CATEGORY
      *    AND SEVERITY, AND A TRAILER CARRYING THE TOTALS AND THE
      *    RETURN CODE FOR ZODEMORN.
       WRITE-CFG-RPT.
           OPEN OUTPUT CFG-RPT-FILE
           MOVE WS-RUN-MM TO CFG-HDR-MM
           MOVE WS-RUN-DD TO CFG-HDR-DD
           MOVE WS-RUN-YYYY TO CFG-HDR-YYYY
           MOVE CFG-RPT-HEADER TO CFG-RPT-REC
           WRITE CFG-RPT-REC

           MOVE "FILES AUDITED" TO CFG-SEC-TEXT
           MOVE CFG-SECTION-LINE TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           MOVE "ZODECAT" TO CFG-FILE-NAME
           MOVE CAT-REC-COUNT TO CFG-FILE-COUNT
           MOVE CFG-FILE-LINE TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           MOVE "ZODEAPPR" TO CFG-FILE-NAME
           MOVE APPR-REC-COUNT TO CFG-FILE-COUNT
           MOVE CFG-FILE-LINE TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           MOVE "ZODEPARM" TO CFG-FILE-NAME
           MOVE PARM-REC-COUNT TO CFG-FILE-COUNT
           MOVE "ZODEPARM" TO CFG-ABS-NAME
           IF PARM-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC
           MOVE "ZODESKED" TO CFG-FILE-NAME
           MOVE SKED-REC-COUNT TO CFG-FILE-COUNT
           MOVE "ZODESKED" TO CFG-ABS-NAME
           IF SKED-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC
           MOVE "ZODETOL" TO CFG-FILE-NAME
           MOVE TOL-REC-COUNT TO CFG-FILE-COUNT
           MOVE "ZODETOL" TO CFG-ABS-NAME
           IF TOL-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC
           MOVE "RATEMAP" TO CFG-FILE-NAME
           MOVE MAP-REC-COUNT TO CFG-FILE-COUNT
           MOVE "RATEMAP" TO CFG-ABS-NAME
           IF MAP-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC
           MOVE "ZODECASE" TO CFG-FILE-NAME
           MOVE CASE-REC-COUNT TO CFG-FILE-COUNT
           MOVE "ZODECASE" TO CFG-ABS-NAME
           IF CASE-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC
           MOVE "ZODESRC" TO CFG-FILE-NAME
           MOVE SRC-REC-COUNT TO CFG-FILE-COUNT
           MOVE "ZODESRC" TO CFG-ABS-NAME
           IF SRC-PRESENT
               MOVE CFG-FILE-LINE TO CFG-RPT-REC
           ELSE
               MOVE CFG-ABSENT-LINE TO CFG-RPT-REC
           END-IF
           WRITE CFG-RPT-REC

           MOVE 1 TO CAT-IDX
           PERFORM UNTIL CAT-IDX > 3
               PERFORM WRITE-CATEGORY-SECTION
               ADD 1 TO CAT-IDX
           END-PERFORM

           MOVE "FINDINGS BY CATEGORY AND SEVERITY" TO CFG-SEC-TEXT
           MOVE CFG-SECTION-LINE TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           MOVE 1 TO CAT-IDX
           PERFORM UNTIL CAT-IDX > 3
               MOVE CATEGORY-NAME(CAT-IDX) TO CFG-CNT-CATEGORY
               MOVE FC-SEVERITY(CAT-IDX, 1) TO CFG-CNT-ERRORS
               MOVE FC-SEVERITY(CAT-IDX, 2) TO CFG-CNT-WARNINGS
               MOVE FC-SEVERITY(CAT-IDX, 3) TO CFG-CNT-INFO
               MOVE CFG-COUNT-LINE TO CFG-RPT-REC
               WRITE CFG-RPT-REC
               ADD 1 TO CAT-IDX
           END-PERFORM

           MOVE ERROR-TOTAL TO CFG-TRL-ERRORS
           MOVE WARNING-TOTAL TO CFG-TRL-WARNINGS
           MOVE INFO-TOTAL TO CFG-TRL-INFO
           MOVE AUDIT-RC TO CFG-TRL-RC
           MOVE CFG-RPT-TRAILER TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           CLOSE CFG-RPT-FILE.

       WRITE-CATEGORY-SECTION.
           MOVE SPACE TO CFG-SEC-TEXT
           STRING CATEGORY-NAME(CAT-IDX) DELIMITED BY SPACE
               " REFERENCES AND ENTRIES" DELIMITED BY SIZE
               INTO CFG-SEC-TEXT
           END-STRING
           MOVE CFG-SECTION-LINE TO CFG-RPT-REC
           WRITE CFG-RPT-REC
           IF FC-SEVERITY(CAT-IDX, 1) + FC-SEVERITY(CAT-IDX, 2)
               + FC-SEVERITY(CAT-IDX, 3) = 0
               MOVE CFG-NONE-LINE TO CFG-RPT-REC
               WRITE CFG-RPT-REC
           END-IF
           MOVE 1 TO SEV-IDX
           PERFORM UNTIL SEV-IDX > 3
               MOVE 1 TO FND-IDX
               PERFORM UNTIL FND-IDX > FINDING-COUNT
                   IF FND-CATEGORY(FND-IDX) = CAT-IDX
                       AND FND-SEVERITY(FND-IDX) = SEV-IDX
                       MOVE SEVERITY-NAME(SEV-IDX) TO CFG-DTL-SEV
                       MOVE FND-FILE(FND-IDX) TO CFG-DTL-FILE
                       MOVE FND-KEY(FND-IDX) TO CFG-DTL-KEY
                       MOVE FND-TEXT(FND-IDX) TO CFG-DTL-TEXT
                       MOVE CFG-DETAIL-LINE TO CFG-RPT-REC
                       WRITE CFG-RPT-REC
                   END-IF
                   ADD 1 TO FND-IDX
               END-PERFORM
               ADD 1 TO SEV-IDX
           END-PERFORM.

       END PROGRAM ZODECFGA.
