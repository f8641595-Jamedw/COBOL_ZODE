       *> Catalog promotion between regions. New and changed
       *> expressions are built and proven in the test region's
       *> ZODECAT, and re-staging them through ZODECATM in
       *> production by hand let the production copy drift from
       *> what was tested. This program carries the tested versions
       *> across as a package instead, record for record.
       *>
       *> PARM='EXPORT,PKGID' (run against the test catalog) reads
       *> the PROMSEL selection - one expression name per record
       *> with an effective date, or a blank date for the name's
       *> latest approved version - and writes every node record of
       *> each selected version, report ID included, to the PROMPKG
       *> package between a header naming the package and a
       *> trailer carrying its counts. Only approved versions are
       *> exported; one still waiting for approval, or refused it,
       *> has not been proven. A selection that cannot be honoured
       *> ends RC 8 with no package written.
       *>
       *> PARM='IMPORT,USERID' (run against the production catalog)
       *> compares the package with ZODECAT and prints a node-by-
       *> node difference report on PROMRPT: each version NEW, SAME
       *> or CHANGED, and every node added, changed or dropped as
       *> the package and the catalog have it. The import is
       *> refused - RC 8, nothing applied - when:
       *>   - a CALLC or PRIORC node names an expression that is in
       *>     neither the package nor the catalog;
       *>   - a VARC node reads a symbol that is not on ZODEPARM
       *>     and is not assigned by a root record of the package
       *>     or the catalog;
       *>   - a version's report ID is not the one the catalog
       *>     already carries for the name, or is in use there by
       *>     another name;
       *>   - a CHANGED version is approved and in effect on the
       *>     catalog (ZODECATM never restates one in place either).
       *> Otherwise every NEW or CHANGED version is written to the
       *> catalog awaiting approval under the importing user, just
       *> as ZODECATM records a keyed version, so production's
       *> checker still releases it through ZODECATM; each one is
       *> logged to ZODEAUDT naming the package. SAME versions are
       *> left alone, which is what makes the import safe to
       *> resubmit after an abend: a version's approval record is
       *> written before its nodes, so a version caught half-written
       *> is held back from AST_BUILD and is simply rewritten whole
       *> by the rerun.
       *> RC 0 when the package was exported or applied (or had
       *> nothing left to apply), 8 on a bad PARM, selection or
       *> package or a refused import, 16 on an I/O error.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEPROM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZODE-CAT-FILE ASSIGN TO "ZODECAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           *> Maker-checker approvals, shared with ZODECATM and
           *> ZODEPRMM. Export reads the 'C' records to pass over
           *> unapproved versions; import writes them.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           *> The target region's symbols, for the VARC check.
           SELECT ZODE-PARM-FILE ASSIGN TO "ZODEPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROM-SEL-FILE ASSIGN TO "PROMSEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT PROM-PKG-FILE ASSIGN TO "PROMPKG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.

           SELECT PROM-RPT-FILE ASSIGN TO "PROMRPT"
               ORGANIZATION LINE SEQUENTIAL.

           *> Append-only audit trail shared with the maintenance
           *> programs.
           SELECT PROM-AUDIT-FILE ASSIGN TO "ZODEAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  ZODE-PARM-FILE.
       01  ZODE-PARM-REC.
           05  ZP-SYM-NAME      PIC X(8).
           05  ZP-EFF-DATE      PIC 9(8).
           05  ZP-SYM-VAL       PIC S9(9)V99.

       *> One version per record: the expression name, and its
       *> effective date or blank for the latest approved version.
       FD  PROM-SEL-FILE.
       01  PROM-SEL-REC.
           05  PS-EXPR-NAME     PIC X(8).
           05  PS-EFF-DATE      PIC X(8).
           05  FILLER           PIC X(64).

       *> The package: a header, the catalog image of every node of
       *> every version carried (grouped by version, node IDs
       *> ascending within one), and a trailer.
       FD  PROM-PKG-FILE.
       01  PROM-PKG-REC.
           05  PK-REC-TYPE      PIC X.
               88  PK-HEADER    VALUE 'H'.
               88  PK-NODE      VALUE 'N'.
               88  PK-TRAILER   VALUE 'T'.
           05  PK-NODE-IMAGE    PIC X(57).
           05  PK-HEADER-DATA REDEFINES PK-NODE-IMAGE.
               10  PK-PKG-ID        PIC X(8).
               10  PK-EXPORT-DATE   PIC 9(8).
               10  PK-EXPORT-TIME   PIC 9(6).
               10  FILLER           PIC X(35).
           05  PK-TRAILER-DATA REDEFINES PK-NODE-IMAGE.
               10  PK-TRL-PKG-ID    PIC X(8).
               10  PK-TRL-VERSIONS  PIC 9(4).
               10  PK-TRL-NODES     PIC 9(6).
               10  FILLER           PIC X(39).

       FD  PROM-RPT-FILE.
       01  PROM-RPT-REC             PIC X(80).

       FD  PROM-AUDIT-FILE.
       01  PROM-AUDIT-REC           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CAT-STATUS   PIC XX VALUE '00'.
       01  WS-APPR-STATUS  PIC XX VALUE '00'.
       01  WS-PARM-STATUS  PIC XX VALUE '00'.
       01  WS-SEL-STATUS   PIC XX VALUE '00'.
       01  WS-PKG-STATUS   PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS PIC XX VALUE '00'.

       01  CAT-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-CAT      VALUE 'Y'.
       01  INPUT-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-INPUT    VALUE 'Y'.
       01  APPR-OPEN-SW    PIC X VALUE 'N'.
           88  APPR-OPEN       VALUE 'Y'.
       01  APPR-FOUND-SW   PIC X VALUE 'N'.
           88  APPR-FOUND      VALUE 'Y'.
       01  CAT-NAME-FOUND-SW PIC X VALUE 'N'.
           88  CAT-NAME-FOUND    VALUE 'Y'.
       01  CAT-VERS-FOUND-SW PIC X VALUE 'N'.
           88  CAT-VERS-FOUND    VALUE 'Y'.

      *> PARM PASSED FROM THE EXEC STATEMENT IN THE CALLING JCL:
      *> 'EXPORT,PKGID' OR 'IMPORT,USERID'.
       01  PARM-VALUE      PIC X(80) VALUE SPACE.
       01  PROM-MODE       PIC X(6) VALUE SPACE.
           88  EXPORT-MODE     VALUE "EXPORT".
           88  IMPORT-MODE     VALUE "IMPORT".
       01  PROM-OPERAND    PIC X(20) VALUE SPACE.
       01  PKG-ID          PIC X(8) VALUE SPACE.
       01  IMPORT-USER     PIC X(8) VALUE SPACE.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY      PIC 9(4).
           05  WS-RUN-MM        PIC 9(2).
           05  WS-RUN-DD        PIC 9(2).
       01  TODAY-DATE REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-FULL-TIME    PIC 9(8) VALUE 0.
       01  NOW-TIME        PIC 9(6) VALUE 0.
       01  EXPORT-DATE-WORK.
           05  EXPORT-YYYY      PIC 9(4).
           05  EXPORT-MM        PIC 9(2).
           05  EXPORT-DD        PIC 9(2).
       01  EXPORT-TIME     PIC 9(6) VALUE 0.

       01  CAT-EXPR-NAME   PIC X(8) VALUE SPACE.
       01  CAT-EFF-DATE    PIC 9(8) VALUE 0.
       01  CAT-PREV-DATE   PIC 9(8) VALUE 0.
       01  CAT-LATEST-DATE PIC 9(8) VALUE 0.
       01  CAT-LATEST-RPT  PIC 9(4) VALUE 0.
       01  TARGET-RPT-ID   PIC 9(4) VALUE 0.

      *> THE VERSION'S STATE ON ZODEAPPR: A (APPROVED, OR NO
      *> APPROVAL RECORD - CATALOGED BEFORE APPROVALS BEGAN),
      *> P (AWAITING APPROVAL) OR R (REJECTED).
       01  VERS-APPR-STATE PIC X VALUE SPACE.
           88  VERS-APPROVED   VALUE 'A'.
           88  VERS-PENDING    VALUE 'P'.
           88  VERS-REJECTED   VALUE 'R'.

      *> EVERY VERSION IN THE PACKAGE (OR SELECTED FOR IT), WITH
      *> WHERE ITS NODES SIT IN THE NODE TABLE AND, ON IMPORT,
      *> WHAT THE COMPARISON FOUND. PV-RPT-OTHER NAMES A DIFFERENT
      *> CATALOGED EXPRESSION ALREADY CARRYING THE VERSION'S REPORT
      *> ID.
       01  MAX-PROM-VERSIONS PIC 9(4) VALUE 200.
       01  VERS-COUNT      PIC 9(4) VALUE 0.
       01  VERS-TABLE.
           05  VERS-ENTRY OCCURS 200 TIMES.
               10  PV-EXPR-NAME  PIC X(8).
               10  PV-EFF-DATE   PIC 9(8).
               10  PV-RPT-ID     PIC 9(4).
               10  PV-FIRST-NODE PIC 9(4).
               10  PV-NODE-COUNT PIC 9(4).
               10  PV-STATE      PIC X.
                   88  PV-NEW        VALUE 'N'.
                   88  PV-SAME       VALUE 'S'.
                   88  PV-CHANGED    VALUE 'C'.
               10  PV-ADDED      PIC 9(4).
               10  PV-ALTERED    PIC 9(4).
               10  PV-DROPPED    PIC 9(4).
               10  PV-RPT-OTHER  PIC X(8).
       01  VERS-IDX        PIC 9(4) VALUE 0.
       01  VERS-SCAN-IDX   PIC 9(4) VALUE 0.
       01  VERS-DUP-SW     PIC X VALUE 'N'.
           88  VERS-DUP        VALUE 'Y'.

      *> THE PACKAGE'S NODE RECORDS, IN PACKAGE ORDER, EACH THE
      *> FULL 57-BYTE CATALOG IMAGE.
       01  MAX-PROM-NODES  PIC 9(4) VALUE 5000.
       01  NODE-COUNT      PIC 9(4) VALUE 0.
       01  NODE-TABLE.
           05  NODE-IMAGE  PIC X(57) OCCURS 5000 TIMES.
       01  NODE-IDX        PIC 9(4) VALUE 0.
       01  NODE-END-IDX    PIC 9(4) VALUE 0.
       01  NODE-FOUND-SW   PIC X VALUE 'N'.
           88  NODE-FOUND      VALUE 'Y'.
       01  PREV-NODE-ID    PIC 9(4) VALUE 0.

      *> WORKING-STORAGE COPY OF THE CATALOG RECORD LAYOUT, FOR
      *> LOOKING INSIDE A PACKAGE NODE IMAGE.
       01  CAT-WORK.
           05  CW-KEY.
               10  CW-EXPR-NAME PIC X(8).
               10  CW-EFF-DATE  PIC 9(8).
               10  CW-NODE-ID   PIC 9(4).
           05  CW-ZODE-ID       PIC X.
           05  CW-VAL           PIC S9(9)V99.
           05  CW-LEFT-ID       PIC 9(4).
           05  CW-RIGHT-ID      PIC 9(4).
           05  CW-ROOT-FLAG     PIC X.
               88  CW-IS-ROOT   VALUE 'Y'.
           05  CW-VAR-NAME      PIC X(8).
           05  CW-ELSE-ID       PIC 9(4).
           05  CW-RPT-ID        PIC 9(4).

      *> EVERY SYMBOL A VARC NODE MAY READ IN THE TARGET REGION:
      *> THE NAMES ON ZODEPARM AND THE ASSIGNMENT TARGETS OF ROOT
      *> RECORDS IN THE CATALOG AND THE PACKAGE.
       01  MAX-KNOWN-SYMS  PIC 9(4) VALUE 2000.
       01  KNOWN-COUNT     PIC 9(4) VALUE 0.
       01  KNOWN-TABLE.
           05  KNOWN-SYM-NAME PIC X(8) OCCURS 2000 TIMES.
       01  KNOWN-IDX       PIC 9(4) VALUE 0.
       01  KNOWN-FOUND-SW  PIC X VALUE 'N'.
           88  KNOWN-FOUND     VALUE 'Y'.
       01  CURR-SYM-NAME   PIC X(8) VALUE SPACE.

       01  SEL-COUNT       PIC 9(4) VALUE 0.
       01  SEL-ERR-COUNT   PIC 9(4) VALUE 0.
       01  PROBLEM-COUNT   PIC 9(4) VALUE 0.
       01  REF-PROBLEM-COUNT PIC 9(4) VALUE 0.
       01  APPLIED-COUNT   PIC 9(4) VALUE 0.
       01  SAME-COUNT      PIC 9(4) VALUE 0.
       01  NEW-COUNT       PIC 9(4) VALUE 0.
       01  CHANGED-COUNT   PIC 9(4) VALUE 0.
       01  PKG-NODE-TOTAL  PIC 9(6) VALUE 0.
       01  TRAILER-SEEN-SW PIC X VALUE 'N'.
           88  TRAILER-SEEN    VALUE 'Y'.
       01  PKG-ERR-TEXT    PIC X(40) VALUE SPACE.
       01  PROBLEM-TEXT    PIC X(72) VALUE SPACE.
       01  REF-KIND        PIC X(6) VALUE SPACE.

       01  PROM-RPT-HEADER.
           05  FILLER           PIC X(25)
               VALUE "ZODE CATALOG PROMOTION - ".
           05  PRH-MODE         PIC X(6).
           05  FILLER           PIC X(10) VALUE "  PACKAGE ".
           05  PRH-PKG-ID       PIC X(8).
           05  FILLER           PIC X(11) VALUE " RUN DATE: ".
           05  PRH-MM           PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  PRH-DD           PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  PRH-YYYY         PIC 9(4).
           05  FILLER           PIC X(10) VALUE SPACE.

       01  PROM-RPT-FROM.
           05  FILLER           PIC X(20)
               VALUE "PACKAGE EXPORTED ON ".
           05  PRF-MM           PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  PRF-DD           PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  PRF-YYYY         PIC 9(4).
           05  FILLER           PIC X(4) VALUE " AT ".
           05  PRF-TIME         PIC 9(6).
           05  FILLER           PIC X(17) VALUE "  IMPORTED BY    ".
           05  PRF-USER         PIC X(8).
           05  FILLER           PIC X(15) VALUE SPACE.

       01  PROM-RPT-SECTION.
           05  PRS-TEXT         PIC X(40).
           05  FILLER           PIC X(40) VALUE SPACE.

       01  PROM-RPT-VERSION.
           05  FILLER           PIC X(5) VALUE "EXPR ".
           05  PRV-EXPR-NAME    PIC X(8).
           05  FILLER           PIC X(6) VALUE "  EFF ".
           05  PRV-EFF-DATE     PIC 9(8).
           05  FILLER           PIC X(6) VALUE "  RPT ".
           05  PRV-RPT-ID       PIC 9(4).
           05  FILLER           PIC X(8) VALUE "  NODES ".
           05  PRV-NODES        PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  PRV-TARGET       PIC X(29).

       01  PROM-RPT-COLUMNS.
           05  FILLER           PIC X(40)
               VALUE "  NODE CHANGE  SIDE   T         VALUE LE".
           05  FILLER           PIC X(40)
               VALUE "FT RGHT ELSE  R VARNAME  RPT            ".

       01  PROM-RPT-NODE.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  PRN-NODE-ID      PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-CHANGE       PIC X(8).
           05  PRN-SIDE         PIC X(7).
           05  PRN-ZODE-ID      PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-VAL          PIC -(9)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-LEFT-ID      PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-RIGHT-ID     PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-ELSE-ID      PIC 9(4).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  PRN-ROOT-FLAG    PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-VAR-NAME     PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  PRN-RPT-ID       PIC 9(4).
           05  FILLER           PIC X(11) VALUE SPACE.

       01  PROM-RPT-RESULT.
           05  FILLER           PIC X(10) VALUE "  RESULT: ".
           05  PRR-STATE        PIC X(8).
           05  FILLER           PIC X(7) VALUE " ADDED ".
           05  PRR-ADDED        PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE "  CHANGED ".
           05  PRR-ALTERED      PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE "  DROPPED ".
           05  PRR-DROPPED      PIC ZZZ9.
           05  FILLER           PIC X(23) VALUE SPACE.

       01  PROM-RPT-PROBLEM.
           05  FILLER           PIC X(6) VALUE "  *** ".
           05  PRP-TEXT         PIC X(72).
           05  FILLER           PIC X(2) VALUE SPACE.

       01  PROM-RPT-APPLY.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  PRA-EXPR-NAME    PIC X(8).
           05  FILLER           PIC X(6) VALUE "  EFF ".
           05  PRA-EFF-DATE     PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  PRA-TEXT         PIC X(54).

       01  PROM-RPT-TRAILER.
           05  FILLER           PIC X(24)
               VALUE "END OF PROMOTION - VERS ".
           05  PRT-VERSIONS     PIC ZZZ9.
           05  FILLER           PIC X(6) VALUE "  NEW ".
           05  PRT-NEW          PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE "  CHANGED ".
           05  PRT-CHANGED      PIC ZZZ9.
           05  FILLER           PIC X(7) VALUE "  SAME ".
           05  PRT-SAME         PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  PROBLEMS ".
           05  PRT-PROBLEMS     PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACE.

       01  PROM-RPT-EXP-TRAILER.
           05  FILLER           PIC X(26)
               VALUE "END OF EXPORT - VERSIONS  ".
           05  PRE-VERSIONS     PIC ZZZ9.
           05  FILLER           PIC X(9) VALUE "  NODES  ".
           05  PRE-NODES        PIC ZZZZZ9.
           05  FILLER           PIC X(35) VALUE SPACE.

      *> FOR THE AUDIT TRAIL, STAMPED LIKE ZODECATM'S.
       01  PROM-AUDIT-DETAIL.
           05  AU-PROGRAM       PIC X(9) VALUE "ZODEPROM".
           05  FILLER           PIC X(4) VALUE "ACT=".
           05  AU-ACTION        PIC X(7) VALUE "PROMOTE".
           05  FILLER           PIC X(5) VALUE " EXP=".
           05  AU-EXPR-NAME     PIC X(8).
           05  FILLER           PIC X(5) VALUE " EFF=".
           05  AU-EFF-DATE      PIC 9(8).
           05  FILLER           PIC X(5) VALUE " PKG=".
           05  AU-PKG-ID        PIC X(8).
           05  FILLER           PIC X(5) VALUE " MKR=".
           05  AU-MAKER-ID      PIC X(8).
           05  FILLER           PIC X(5) VALUE " CHG=".
           05  AU-CHANGE        PIC X(7).
           05  FILLER           PIC X(4) VALUE " TS=".
           05  AU-TIMESTAMP.
               10  AU-TS-DATE   PIC 9(8).
               10  AU-TS-TIME   PIC 9(6).

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARSE-PROM-PARM
           IF EXPORT-MODE
               PERFORM EXPORT-PACKAGE
           ELSE
               PERFORM IMPORT-PACKAGE
           END-IF.

       STOP RUN.

      *    THE PARM IS 'EXPORT,PKGID' OR 'IMPORT,USERID'; THE ID IS
      *    1-8 CHARACTERS AND NEVER BLANK.
       PARSE-PROM-PARM.
           UNSTRING PARM-VALUE DELIMITED BY ","
               INTO PROM-MODE PROM-OPERAND
           END-UNSTRING
           IF (NOT EXPORT-MODE AND NOT IMPORT-MODE)
               OR PROM-OPERAND(1:8) = SPACE
               OR PROM-OPERAND(9:12) NOT = SPACE
               DISPLAY "ZODEPROM: UNRECOGNIZED PARM '"
                   PARM-VALUE(1:20) "' - USE EXPORT,PKGID OR "
                   "IMPORT,USERID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EXPORT-MODE
               MOVE PROM-OPERAND(1:8) TO PKG-ID
           ELSE
               MOVE PROM-OPERAND(1:8) TO IMPORT-USER
           END-IF.

      *    ------------------------------------------------------------
      *    EXPORT
      *    ------------------------------------------------------------

      *    RESOLVE EVERY SELECTION FIRST AND WRITE THE PACKAGE ONLY
      *    WHEN ALL OF THEM RESOLVE, SO A PACKAGE ON FILE IS ALWAYS
      *    THE WHOLE OF WHAT WAS ASKED FOR.
       EXPORT-PACKAGE.
           OPEN INPUT ZODE-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "ZODEPROM: CANNOT OPEN CATALOG - STATUS "
                   WS-CAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ZODE-APPR-FILE
           EVALUATE WS-APPR-STATUS
               WHEN "00"
                   SET APPR-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM APPR-IO-ERROR
           END-EVALUATE
           OPEN INPUT PROM-SEL-FILE
           IF WS-SEL-STATUS NOT = "00"
               DISPLAY "ZODEPROM: NO PROMSEL SELECTION - NO PACKAGE"
                   " WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM UNTIL END-OF-INPUT
               READ PROM-SEL-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF PS-EXPR-NAME NOT = SPACE
                           ADD 1 TO SEL-COUNT
                           PERFORM TAKE-SELECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROM-SEL-FILE
           IF SEL-ERR-COUNT NOT = 0
               DISPLAY "ZODEPROM: " SEL-ERR-COUNT " SELECTIONS IN "
                   "ERROR - NO PACKAGE WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VERS-COUNT = 0
               DISPLAY "ZODEPROM: PROMSEL SELECTS NOTHING - NO "
                   "PACKAGE WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-PACKAGE
           IF APPR-OPEN
               CLOSE ZODE-APPR-FILE
           END-IF
           CLOSE ZODE-CAT-FILE
           DISPLAY "ZODEPROM: PACKAGE " PKG-ID " EXPORTED - "
               VERS-COUNT " VERSIONS, " PKG-NODE-TOTAL " NODES".

      *    ONE SELECTION: A DATED VERSION MUST BE ON THE CATALOG AND
      *    APPROVED; A BLANK DATE TAKES THE NAME'S LATEST APPROVED
      *    VERSION, IN EFFECT YET OR NOT. NAMING THE SAME VERSION
      *    TWICE CARRIES IT ONCE.
       TAKE-SELECTION.
           MOVE PS-EXPR-NAME TO CAT-EXPR-NAME
           EVALUATE TRUE
               WHEN PS-EFF-DATE = SPACE
                   PERFORM FIND-LATEST-APPROVED
                   IF CAT-LATEST-DATE = 0
                       DISPLAY "ZODEPROM: " CAT-EXPR-NAME
                           " HAS NO APPROVED VERSION ON THE CATALOG"
                       ADD 1 TO SEL-ERR-COUNT
                   ELSE
                       MOVE CAT-LATEST-DATE TO CAT-EFF-DATE
                       MOVE CAT-LATEST-RPT TO TARGET-RPT-ID
                       PERFORM ADD-SELECTED-VERSION
                   END-IF
               WHEN PS-EFF-DATE IS NUMERIC
                   MOVE PS-EFF-DATE TO CAT-EFF-DATE
                   PERFORM FIND-EXPR-VERSION
                   IF NOT CAT-VERS-FOUND
                       DISPLAY "ZODEPROM: " CAT-EXPR-NAME
                           " EFFECTIVE " CAT-EFF-DATE
                           " IS NOT ON THE CATALOG"
                       ADD 1 TO SEL-ERR-COUNT
                   ELSE
                       MOVE ZC-RPT-ID TO TARGET-RPT-ID
                       PERFORM FIND-VERSION-APPR-STATE
                       EVALUATE TRUE
                           WHEN VERS-PENDING
                               DISPLAY "ZODEPROM: " CAT-EXPR-NAME
                                   " EFFECTIVE " CAT-EFF-DATE
                                   " IS AWAITING APPROVAL"
                               ADD 1 TO SEL-ERR-COUNT
                           WHEN VERS-REJECTED
                               DISPLAY "ZODEPROM: " CAT-EXPR-NAME
                                   " EFFECTIVE " CAT-EFF-DATE
                                   " WAS REJECTED"
                               ADD 1 TO SEL-ERR-COUNT
                           WHEN OTHER
                               PERFORM ADD-SELECTED-VERSION
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   DISPLAY "ZODEPROM: " CAT-EXPR-NAME
                       " - EFFECTIVE DATE '" PS-EFF-DATE
                       "' IS NOT YYYYMMDD"
                   ADD 1 TO SEL-ERR-COUNT
           END-EVALUATE.

       ADD-SELECTED-VERSION.
           MOVE 'N' TO VERS-DUP-SW
           MOVE 1 TO VERS-SCAN-IDX
           PERFORM UNTIL VERS-SCAN-IDX > VERS-COUNT
               IF PV-EXPR-NAME(VERS-SCAN-IDX) = CAT-EXPR-NAME
                   AND PV-EFF-DATE(VERS-SCAN-IDX) = CAT-EFF-DATE
                   SET VERS-DUP TO TRUE
               END-IF
               ADD 1 TO VERS-SCAN-IDX
           END-PERFORM
           IF NOT VERS-DUP
               IF VERS-COUNT NOT < MAX-PROM-VERSIONS
                   DISPLAY "ZODEPROM: TOO MANY VERSIONS SELECTED - "
                       "MAX " MAX-PROM-VERSIONS " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO VERS-COUNT
               MOVE CAT-EXPR-NAME TO PV-EXPR-NAME(VERS-COUNT)
               MOVE CAT-EFF-DATE TO PV-EFF-DATE(VERS-COUNT)
               MOVE TARGET-RPT-ID TO PV-RPT-ID(VERS-COUNT)
               MOVE 0 TO PV-NODE-COUNT(VERS-COUNT)
           END-IF.

      *    ONE PASS OVER THE NAME'S RECORDS, KEEPING THE LATEST
      *    VERSION THAT IS APPROVED (ZERO WHEN NONE IS).
       FIND-LATEST-APPROVED.
           MOVE 0 TO CAT-LATEST-DATE
           MOVE 0 TO CAT-LATEST-RPT
           MOVE 0 TO CAT-PREV-DATE
           PERFORM FIND-EXPR-NAME
           PERFORM UNTIL END-OF-CAT
               OR ZC-EXPR-NAME NOT = CAT-EXPR-NAME
               IF ZC-EFF-DATE NOT = CAT-PREV-DATE
                   MOVE ZC-EFF-DATE TO CAT-PREV-DATE
                   MOVE ZC-EFF-DATE TO CAT-EFF-DATE
                   PERFORM FIND-VERSION-APPR-STATE
                   IF VERS-APPROVED
                       AND ZC-EFF-DATE > CAT-LATEST-DATE
                       MOVE ZC-EFF-DATE TO CAT-LATEST-DATE
                       MOVE ZC-RPT-ID TO CAT-LATEST-RPT
                   END-IF
               END-IF
               PERFORM READ-NEXT-CAT-REC
           END-PERFORM.

      *    HEADER, EVERY NODE OF EVERY SELECTED VERSION IN KEY
      *    ORDER, TRAILER; AND A CONTROL LISTING ON PROMRPT.
       WRITE-PACKAGE.
           OPEN OUTPUT PROM-PKG-FILE
           OPEN OUTPUT PROM-RPT-FILE
           MOVE "EXPORT" TO PRH-MODE
           PERFORM WRITE-RPT-HEADER
           MOVE SPACE TO PROM-PKG-REC
           SET PK-HEADER TO TRUE
           MOVE PKG-ID TO PK-PKG-ID
           MOVE TODAY-DATE TO PK-EXPORT-DATE
           ACCEPT WS-FULL-TIME FROM TIME
           MOVE WS-FULL-TIME(1:6) TO PK-EXPORT-TIME
           PERFORM WRITE-PKG-REC
           MOVE 0 TO PKG-NODE-TOTAL
           MOVE 1 TO VERS-IDX
           PERFORM UNTIL VERS-IDX > VERS-COUNT
               PERFORM EXPORT-ONE-VERSION
               ADD 1 TO VERS-IDX
           END-PERFORM
           MOVE SPACE TO PROM-PKG-REC
           SET PK-TRAILER TO TRUE
           MOVE PKG-ID TO PK-TRL-PKG-ID
           MOVE VERS-COUNT TO PK-TRL-VERSIONS
           MOVE PKG-NODE-TOTAL TO PK-TRL-NODES
           PERFORM WRITE-PKG-REC
           CLOSE PROM-PKG-FILE
           MOVE VERS-COUNT TO PRE-VERSIONS
           MOVE PKG-NODE-TOTAL TO PRE-NODES
           MOVE PROM-RPT-EXP-TRAILER TO PROM-RPT-REC
           WRITE PROM-RPT-REC
           CLOSE PROM-RPT-FILE.

       EXPORT-ONE-VERSION.
           MOVE PV-EXPR-NAME(VERS-IDX) TO CAT-EXPR-NAME
           MOVE PV-EFF-DATE(VERS-IDX) TO CAT-EFF-DATE
           PERFORM FIND-EXPR-VERSION
           PERFORM UNTIL NOT CAT-VERS-FOUND
               MOVE SPACE TO PROM-PKG-REC
               SET PK-NODE TO TRUE
               MOVE ZODE-CAT-REC TO PK-NODE-IMAGE
               PERFORM WRITE-PKG-REC
               ADD 1 TO PV-NODE-COUNT(VERS-IDX)
               ADD 1 TO PKG-NODE-TOTAL
               PERFORM READ-NEXT-CAT-REC
               IF END-OF-CAT
                   OR ZC-EXPR-NAME NOT = CAT-EXPR-NAME
                   OR ZC-EFF-DATE NOT = CAT-EFF-DATE
                   MOVE 'N' TO CAT-VERS-FOUND-SW
               END-IF
           END-PERFORM
           MOVE CAT-EXPR-NAME TO PRV-EXPR-NAME
           MOVE CAT-EFF-DATE TO PRV-EFF-DATE
           MOVE PV-RPT-ID(VERS-IDX) TO PRV-RPT-ID
           MOVE PV-NODE-COUNT(VERS-IDX) TO PRV-NODES
           MOVE "EXPORTED" TO PRV-TARGET
           MOVE PROM-RPT-VERSION TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

       WRITE-PKG-REC.
           WRITE PROM-PKG-REC
           IF WS-PKG-STATUS NOT = "00"
               DISPLAY "ZODEPROM: PROMPKG I/O ERROR - STATUS "
                   WS-PKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ------------------------------------------------------------
      *    IMPORT
      *    ------------------------------------------------------------

      *    COMPARE THE WHOLE PACKAGE AND CHECK ITS REFERENCES
      *    BEFORE ANYTHING IS WRITTEN; APPLY ONLY A CLEAN PACKAGE.
       IMPORT-PACKAGE.
           PERFORM LOAD-PACKAGE
           PERFORM OPEN-CAT-FILE
           PERFORM OPEN-APPR-FILE
           PERFORM LOAD-KNOWN-SYMBOLS
           PERFORM SCAN-TARGET-CATALOG
           OPEN OUTPUT PROM-RPT-FILE
           MOVE "IMPORT" TO PRH-MODE
           PERFORM WRITE-RPT-HEADER
           MOVE EXPORT-MM TO PRF-MM
           MOVE EXPORT-DD TO PRF-DD
           MOVE EXPORT-YYYY TO PRF-YYYY
           MOVE EXPORT-TIME TO PRF-TIME
           MOVE IMPORT-USER TO PRF-USER
           MOVE PROM-RPT-FROM TO PROM-RPT-REC
           WRITE PROM-RPT-REC

           MOVE "DIFFERENCES AGAINST THE CATALOG" TO PRS-TEXT
           PERFORM WRITE-RPT-SECTION
           MOVE PROM-RPT-COLUMNS TO PROM-RPT-REC
           WRITE PROM-RPT-REC
           MOVE 1 TO VERS-IDX
           PERFORM UNTIL VERS-IDX > VERS-COUNT
               PERFORM COMPARE-ONE-VERSION
               ADD 1 TO VERS-IDX
           END-PERFORM

           MOVE "REFERENCE CHECK" TO PRS-TEXT
           PERFORM WRITE-RPT-SECTION
           PERFORM CHECK-PACKAGE-REFERENCES

           IF PROBLEM-COUNT = 0
               MOVE "APPLIED" TO PRS-TEXT
               PERFORM WRITE-RPT-SECTION
               PERFORM APPLY-PACKAGE
           ELSE
               MOVE "IMPORT REFUSED - NOTHING APPLIED" TO PRS-TEXT
               PERFORM WRITE-RPT-SECTION
           END-IF

           MOVE VERS-COUNT TO PRT-VERSIONS
           MOVE NEW-COUNT TO PRT-NEW
           MOVE CHANGED-COUNT TO PRT-CHANGED
           MOVE SAME-COUNT TO PRT-SAME
           MOVE PROBLEM-COUNT TO PRT-PROBLEMS
           MOVE PROM-RPT-TRAILER TO PROM-RPT-REC
           WRITE PROM-RPT-REC
           CLOSE PROM-RPT-FILE
           CLOSE ZODE-APPR-FILE
           CLOSE ZODE-CAT-FILE
           IF PROBLEM-COUNT NOT = 0
               DISPLAY "ZODEPROM: IMPORT OF PACKAGE " PKG-ID
                   " REFUSED - " PROBLEM-COUNT " PROBLEMS, NOTHING"
                   " APPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ZODEPROM: PACKAGE " PKG-ID " IMPORTED - "
                   APPLIED-COUNT " VERSIONS APPLIED, " SAME-COUNT
                   " ALREADY ON THE CATALOG"
           END-IF.

      *    READ THE WHOLE PACKAGE INTO THE TABLES, INSISTING ON A
      *    HEADER FIRST, A TRAILER LAST WHOSE COUNTS AGREE, AND EACH
      *    VERSION'S NODES TOGETHER, ASCENDING, UNDER ONE REPORT ID
      *    PER NAME - ANYTHING LESS IS A DAMAGED PACKAGE AND NOTHING
      *    OF IT IS TAKEN.
       LOAD-PACKAGE.
           OPEN INPUT PROM-PKG-FILE
           IF WS-PKG-STATUS NOT = "00"
               DISPLAY "ZODEPROM: NO PROMPKG PACKAGE TO IMPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           READ PROM-PKG-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           IF END-OF-INPUT OR NOT PK-HEADER
               MOVE "NO HEADER RECORD" TO PKG-ERR-TEXT
               PERFORM BAD-PACKAGE
           END-IF
           MOVE PK-PKG-ID TO PKG-ID
           MOVE PK-EXPORT-DATE TO EXPORT-DATE-WORK
           MOVE PK-EXPORT-TIME TO EXPORT-TIME
           PERFORM UNTIL END-OF-INPUT
               READ PROM-PKG-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       PERFORM TAKE-PACKAGE-REC
               END-READ
           END-PERFORM
           CLOSE PROM-PKG-FILE
           IF NOT TRAILER-SEEN
               MOVE "NO TRAILER - PACKAGE IS INCOMPLETE"
                   TO PKG-ERR-TEXT
               PERFORM BAD-PACKAGE
           END-IF.

       TAKE-PACKAGE-REC.
           IF TRAILER-SEEN
               MOVE "RECORDS FOLLOW THE TRAILER" TO PKG-ERR-TEXT
               PERFORM BAD-PACKAGE
           END-IF
           EVALUATE TRUE
               WHEN PK-NODE
                   PERFORM TAKE-PACKAGE-NODE
               WHEN PK-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF PK-TRL-PKG-ID NOT = PKG-ID
                       OR PK-TRL-VERSIONS NOT = VERS-COUNT
                       OR PK-TRL-NODES NOT = NODE-COUNT
                       MOVE "TRAILER COUNTS DO NOT AGREE"
                           TO PKG-ERR-TEXT
                       PERFORM BAD-PACKAGE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO PKG-ERR-TEXT
                   PERFORM BAD-PACKAGE
           END-EVALUATE.

       TAKE-PACKAGE-NODE.
           IF NODE-COUNT NOT < MAX-PROM-NODES
               DISPLAY "ZODEPROM: PACKAGE TOO LARGE - MAX "
                   MAX-PROM-NODES " NODES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NODE-COUNT
           MOVE PK-NODE-IMAGE TO NODE-IMAGE(NODE-COUNT)
           MOVE PK-NODE-IMAGE TO CAT-WORK
           IF VERS-COUNT = 0
               OR CW-EXPR-NAME NOT = PV-EXPR-NAME(VERS-COUNT)
               OR CW-EFF-DATE NOT = PV-EFF-DATE(VERS-COUNT)
               PERFORM START-PACKAGE-VERSION
           ELSE
               IF CW-NODE-ID NOT > PREV-NODE-ID
                   MOVE "NODES OUT OF ORDER" TO PKG-ERR-TEXT
                   PERFORM BAD-PACKAGE
               END-IF
               IF CW-RPT-ID NOT = PV-RPT-ID(VERS-COUNT)
                   MOVE "MIXED REPORT IDS IN ONE VERSION"
                       TO PKG-ERR-TEXT
                   PERFORM BAD-PACKAGE
               END-IF
           END-IF
           MOVE CW-NODE-ID TO PREV-NODE-ID
           ADD 1 TO PV-NODE-COUNT(VERS-COUNT).

       START-PACKAGE-VERSION.
           MOVE 1 TO VERS-SCAN-IDX
           PERFORM UNTIL VERS-SCAN-IDX > VERS-COUNT
               IF PV-EXPR-NAME(VERS-SCAN-IDX) = CW-EXPR-NAME
                   IF PV-EFF-DATE(VERS-SCAN-IDX) = CW-EFF-DATE
                       MOVE "A VERSION'S NODES ARE SPLIT"
                           TO PKG-ERR-TEXT
                       PERFORM BAD-PACKAGE
                   END-IF
                   IF PV-RPT-ID(VERS-SCAN-IDX) NOT = CW-RPT-ID
                       MOVE "MIXED REPORT IDS FOR ONE NAME"
                           TO PKG-ERR-TEXT
                       PERFORM BAD-PACKAGE
                   END-IF
               END-IF
               ADD 1 TO VERS-SCAN-IDX
           END-PERFORM
           IF VERS-COUNT NOT < MAX-PROM-VERSIONS
               DISPLAY "ZODEPROM: PACKAGE TOO LARGE - MAX "
                   MAX-PROM-VERSIONS " VERSIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO VERS-COUNT
           MOVE CW-EXPR-NAME TO PV-EXPR-NAME(VERS-COUNT)
           MOVE CW-EFF-DATE TO PV-EFF-DATE(VERS-COUNT)
           MOVE CW-RPT-ID TO PV-RPT-ID(VERS-COUNT)
           MOVE NODE-COUNT TO PV-FIRST-NODE(VERS-COUNT)
           MOVE 0 TO PV-NODE-COUNT(VERS-COUNT)
           MOVE SPACE TO PV-STATE(VERS-COUNT)
           MOVE 0 TO PV-ADDED(VERS-COUNT)
           MOVE 0 TO PV-ALTERED(VERS-COUNT)
           MOVE 0 TO PV-DROPPED(VERS-COUNT)
           MOVE SPACE TO PV-RPT-OTHER(VERS-COUNT).

       BAD-PACKAGE.
           DISPLAY "ZODEPROM: PROMPKG IS NOT A USABLE PACKAGE - "
               PKG-ERR-TEXT "; NOTHING APPLIED"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    EVERY SYMBOL NAME ON THE TARGET ZODEPARM, ANY DATE. A
      *    MISSING FILE LEAVES ONLY THE ASSIGNED SYMBOLS KNOWN.
       LOAD-KNOWN-SYMBOLS.
           MOVE 0 TO KNOWN-COUNT
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-PARM-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE ZP-SYM-NAME TO CURR-SYM-NAME
                           PERFORM ADD-KNOWN-SYMBOL
                   END-READ
               END-PERFORM
               CLOSE ZODE-PARM-FILE
           ELSE
               DISPLAY "ZODEPROM: NO ZODEPARM - ONLY ASSIGNED "
                   "SYMBOLS WILL RESOLVE"
           END-IF.

       ADD-KNOWN-SYMBOL.
           PERFORM FIND-KNOWN-SYMBOL
           IF NOT KNOWN-FOUND AND CURR-SYM-NAME NOT = SPACE
               IF KNOWN-COUNT NOT < MAX-KNOWN-SYMS
                   DISPLAY "ZODEPROM: TOO MANY SYMBOLS - MAX "
                       MAX-KNOWN-SYMS " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO KNOWN-COUNT
               MOVE CURR-SYM-NAME TO KNOWN-SYM-NAME(KNOWN-COUNT)
           END-IF.

       FIND-KNOWN-SYMBOL.
           MOVE 'N' TO KNOWN-FOUND-SW
           MOVE 1 TO KNOWN-IDX
           PERFORM UNTIL KNOWN-IDX > KNOWN-COUNT OR KNOWN-FOUND
               IF KNOWN-SYM-NAME(KNOWN-IDX) = CURR-SYM-NAME
                   SET KNOWN-FOUND TO TRUE
               END-IF
               ADD 1 TO KNOWN-IDX
           END-PERFORM.

      *    ONE PASS OVER THE TARGET CATALOG: THE SYMBOLS ITS ROOT
      *    RECORDS ASSIGN (AS ZODEXREF COUNTS AN ASSIGNMENT), AND
      *    ANY OTHER NAME ALREADY CARRYING A PACKAGE VERSION'S
      *    REPORT ID. THE PACKAGE'S OWN ASSIGNMENTS ARE ADDED AFTER.
       SCAN-TARGET-CATALOG.
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
               MOVE ZODE-CAT-REC TO CAT-WORK
               PERFORM NOTE-ASSIGNMENT
               MOVE 1 TO VERS-SCAN-IDX
               PERFORM UNTIL VERS-SCAN-IDX > VERS-COUNT
                   IF ZC-RPT-ID = PV-RPT-ID(VERS-SCAN-IDX)
                       AND ZC-EXPR-NAME
                           NOT = PV-EXPR-NAME(VERS-SCAN-IDX)
                       MOVE ZC-EXPR-NAME
                           TO PV-RPT-OTHER(VERS-SCAN-IDX)
                   END-IF
                   ADD 1 TO VERS-SCAN-IDX
               END-PERFORM
               PERFORM READ-NEXT-CAT-REC
           END-PERFORM
           MOVE 1 TO NODE-IDX
           PERFORM UNTIL NODE-IDX > NODE-COUNT
               MOVE NODE-IMAGE(NODE-IDX) TO CAT-WORK
               PERFORM NOTE-ASSIGNMENT
               ADD 1 TO NODE-IDX
           END-PERFORM.

       NOTE-ASSIGNMENT.
           IF CW-IS-ROOT
               AND CW-ZODE-ID NOT = '2'
               AND CW-ZODE-ID NOT = '9'
               AND CW-ZODE-ID NOT = 'A'
               AND CW-ZODE-ID NOT = 'B'
               AND CW-VAR-NAME NOT = SPACE
               MOVE CW-VAR-NAME TO CURR-SYM-NAME
               PERFORM ADD-KNOWN-SYMBOL
           END-IF.

      *    COMPARE ONE PACKAGE VERSION WITH THE CATALOG, NODE BY
      *    NODE: EACH PACKAGE NODE MISSING FROM THE CATALOG'S
      *    VERSION IS ADDED, EACH THAT DIFFERS IS CHANGED (PRINTED
      *    AS BOTH SIDES HAVE IT), AND EACH CATALOG NODE THE PACKAGE
      *    DOES NOT CARRY WOULD BE DROPPED.
       COMPARE-ONE-VERSION.
           MOVE PV-EXPR-NAME(VERS-IDX) TO CAT-EXPR-NAME
           MOVE PV-EFF-DATE(VERS-IDX) TO CAT-EFF-DATE
           COMPUTE NODE-END-IDX = PV-FIRST-NODE(VERS-IDX)
               + PV-NODE-COUNT(VERS-IDX) - 1
           MOVE 0 TO TARGET-RPT-ID
           PERFORM FIND-EXPR-NAME
           IF CAT-NAME-FOUND
               MOVE ZC-RPT-ID TO TARGET-RPT-ID
           END-IF
           PERFORM FIND-EXPR-VERSION
           MOVE CAT-EXPR-NAME TO PRV-EXPR-NAME
           MOVE CAT-EFF-DATE TO PRV-EFF-DATE
           MOVE PV-RPT-ID(VERS-IDX) TO PRV-RPT-ID
           MOVE PV-NODE-COUNT(VERS-IDX) TO PRV-NODES
           IF CAT-VERS-FOUND
               PERFORM FIND-VERSION-APPR-STATE
               EVALUATE TRUE
                   WHEN VERS-PENDING
                       MOVE "ON CATALOG, AWAITING APPROVAL"
                           TO PRV-TARGET
                   WHEN VERS-REJECTED
                       MOVE "ON CATALOG, REJECTED" TO PRV-TARGET
                   WHEN OTHER
                       MOVE "ON CATALOG, APPROVED" TO PRV-TARGET
               END-EVALUATE
           ELSE
               MOVE "NOT ON CATALOG" TO PRV-TARGET
           END-IF
           MOVE PROM-RPT-VERSION TO PROM-RPT-REC
           WRITE PROM-RPT-REC

           MOVE PV-FIRST-NODE(VERS-IDX) TO NODE-IDX
           PERFORM UNTIL NODE-IDX > NODE-END-IDX
               PERFORM COMPARE-ONE-NODE
               ADD 1 TO NODE-IDX
           END-PERFORM
           IF CAT-VERS-FOUND
               PERFORM FIND-DROPPED-NODES
           END-IF

           EVALUATE TRUE
               WHEN NOT CAT-VERS-FOUND
                   SET PV-NEW(VERS-IDX) TO TRUE
                   ADD 1 TO NEW-COUNT
                   MOVE "NEW" TO PRR-STATE
               WHEN PV-ADDED(VERS-IDX) = 0
                   AND PV-ALTERED(VERS-IDX) = 0
                   AND PV-DROPPED(VERS-IDX) = 0
                   SET PV-SAME(VERS-IDX) TO TRUE
                   ADD 1 TO SAME-COUNT
                   MOVE "SAME" TO PRR-STATE
               WHEN OTHER
                   SET PV-CHANGED(VERS-IDX) TO TRUE
                   ADD 1 TO CHANGED-COUNT
                   MOVE "CHANGED" TO PRR-STATE
           END-EVALUATE
           MOVE PV-ADDED(VERS-IDX) TO PRR-ADDED
           MOVE PV-ALTERED(VERS-IDX) TO PRR-ALTERED
           MOVE PV-DROPPED(VERS-IDX) TO PRR-DROPPED
           MOVE PROM-RPT-RESULT TO PROM-RPT-REC
           WRITE PROM-RPT-REC

           IF TARGET-RPT-ID NOT = 0
               AND TARGET-RPT-ID NOT = PV-RPT-ID(VERS-IDX)
               MOVE SPACE TO PROBLEM-TEXT
               STRING "REPORT ID " PV-RPT-ID(VERS-IDX)
                   " - THE CATALOG CARRIES " TARGET-RPT-ID
                   " FOR " CAT-EXPR-NAME
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
           END-IF
           IF PV-RPT-OTHER(VERS-IDX) NOT = SPACE
               MOVE SPACE TO PROBLEM-TEXT
               STRING "REPORT ID " PV-RPT-ID(VERS-IDX)
                   " IS IN USE ON THE CATALOG BY "
                   PV-RPT-OTHER(VERS-IDX)
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
           END-IF
           IF PV-CHANGED(VERS-IDX)
               AND VERS-APPROVED
               AND CAT-EFF-DATE NOT > TODAY-DATE
               MOVE SPACE TO PROBLEM-TEXT
               STRING "APPROVED AND IN EFFECT ON THE CATALOG - "
                   "PROMOTE A NEW DATED VERSION"
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
           END-IF.

       COMPARE-ONE-NODE.
           MOVE NODE-IMAGE(NODE-IDX) TO CAT-WORK
           MOVE CW-KEY TO ZC-KEY
           MOVE 'Y' TO NODE-FOUND-SW
           READ ZODE-CAT-FILE
               INVALID KEY
                   MOVE 'N' TO NODE-FOUND-SW
           END-READ
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "23"
               PERFORM CAT-IO-ERROR
           END-IF
           EVALUATE TRUE
               WHEN NOT NODE-FOUND
                   ADD 1 TO PV-ADDED(VERS-IDX)
                   MOVE "ADDED" TO PRN-CHANGE
                   PERFORM WRITE-PKG-NODE-LINE
               WHEN ZODE-CAT-REC NOT = NODE-IMAGE(NODE-IDX)
                   ADD 1 TO PV-ALTERED(VERS-IDX)
                   MOVE "CHANGED" TO PRN-CHANGE
                   PERFORM WRITE-PKG-NODE-LINE
                   MOVE SPACE TO PRN-CHANGE
                   PERFORM WRITE-CAT-NODE-LINE
           END-EVALUATE.

      *    THE CATALOG'S RECORDS OF THE VERSION THAT NO PACKAGE
      *    NODE MATCHES BY NODE ID.
       FIND-DROPPED-NODES.
           PERFORM FIND-EXPR-VERSION
           PERFORM UNTIL NOT CAT-VERS-FOUND
               MOVE 'N' TO NODE-FOUND-SW
               MOVE PV-FIRST-NODE(VERS-IDX) TO NODE-IDX
               PERFORM UNTIL NODE-IDX > NODE-END-IDX OR NODE-FOUND
                   IF NODE-IMAGE(NODE-IDX)(17:4) = ZC-NODE-ID
                       SET NODE-FOUND TO TRUE
                   END-IF
                   ADD 1 TO NODE-IDX
               END-PERFORM
               IF NOT NODE-FOUND
                   ADD 1 TO PV-DROPPED(VERS-IDX)
                   MOVE "DROPPED" TO PRN-CHANGE
                   PERFORM WRITE-CAT-NODE-LINE
               END-IF
               PERFORM READ-NEXT-CAT-REC
               IF END-OF-CAT
                   OR ZC-EXPR-NAME NOT = CAT-EXPR-NAME
                   OR ZC-EFF-DATE NOT = CAT-EFF-DATE
                   MOVE 'N' TO CAT-VERS-FOUND-SW
               END-IF
           END-PERFORM
           MOVE 'Y' TO CAT-VERS-FOUND-SW.

       WRITE-PKG-NODE-LINE.
           MOVE CW-NODE-ID TO PRN-NODE-ID
           MOVE "PACKAGE" TO PRN-SIDE
           MOVE CW-ZODE-ID TO PRN-ZODE-ID
           MOVE CW-VAL TO PRN-VAL
           MOVE CW-LEFT-ID TO PRN-LEFT-ID
           MOVE CW-RIGHT-ID TO PRN-RIGHT-ID
           MOVE CW-ELSE-ID TO PRN-ELSE-ID
           MOVE CW-ROOT-FLAG TO PRN-ROOT-FLAG
           MOVE CW-VAR-NAME TO PRN-VAR-NAME
           MOVE CW-RPT-ID TO PRN-RPT-ID
           MOVE PROM-RPT-NODE TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

       WRITE-CAT-NODE-LINE.
           MOVE ZC-NODE-ID TO PRN-NODE-ID
           MOVE "CATALOG" TO PRN-SIDE
           MOVE ZC-ZODE-ID TO PRN-ZODE-ID
           MOVE ZC-VAL TO PRN-VAL
           MOVE ZC-LEFT-ID TO PRN-LEFT-ID
           MOVE ZC-RIGHT-ID TO PRN-RIGHT-ID
           MOVE ZC-ELSE-ID TO PRN-ELSE-ID
           MOVE ZC-ROOT-FLAG TO PRN-ROOT-FLAG
           MOVE ZC-VAR-NAME TO PRN-VAR-NAME
           MOVE ZC-RPT-ID TO PRN-RPT-ID
           MOVE PROM-RPT-NODE TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

      *    EVERY CALLC AND PRIORC NODE MUST NAME AN EXPRESSION IN
      *    THE PACKAGE OR ON THE CATALOG, AND EVERY VARC NODE A
      *    SYMBOL THE TARGET REGION KNOWS.
       CHECK-PACKAGE-REFERENCES.
           MOVE 0 TO REF-PROBLEM-COUNT
           MOVE 1 TO NODE-IDX
           PERFORM UNTIL NODE-IDX > NODE-COUNT
               MOVE NODE-IMAGE(NODE-IDX) TO CAT-WORK
               EVALUATE CW-ZODE-ID
                   WHEN '9'
                       MOVE "CALLC" TO REF-KIND
                       PERFORM CHECK-EXPR-REFERENCE
                   WHEN 'A'
                       MOVE "PRIORC" TO REF-KIND
                       PERFORM CHECK-EXPR-REFERENCE
                   WHEN '2'
                       PERFORM CHECK-SYMBOL-REFERENCE
               END-EVALUATE
               ADD 1 TO NODE-IDX
           END-PERFORM
           IF REF-PROBLEM-COUNT = 0
               MOVE "  ALL CALLC, PRIORC AND VARC REFERENCES RESOLVE"
                   TO PROM-RPT-REC
               WRITE PROM-RPT-REC
           END-IF.

       CHECK-EXPR-REFERENCE.
           MOVE 'N' TO CAT-NAME-FOUND-SW
           MOVE 1 TO VERS-SCAN-IDX
           PERFORM UNTIL VERS-SCAN-IDX > VERS-COUNT
               IF PV-EXPR-NAME(VERS-SCAN-IDX) = CW-VAR-NAME
                   SET CAT-NAME-FOUND TO TRUE
               END-IF
               ADD 1 TO VERS-SCAN-IDX
           END-PERFORM
           IF NOT CAT-NAME-FOUND AND CW-VAR-NAME NOT = SPACE
               MOVE CW-VAR-NAME TO CAT-EXPR-NAME
               PERFORM FIND-EXPR-NAME
           END-IF
           IF NOT CAT-NAME-FOUND
               MOVE SPACE TO PROBLEM-TEXT
               STRING CW-EXPR-NAME " NODE " CW-NODE-ID ": "
                   REF-KIND " EXPRESSION '" CW-VAR-NAME
                   "' IS NOT ON THE CATALOG"
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               ADD 1 TO REF-PROBLEM-COUNT
               PERFORM WRITE-PROBLEM
           END-IF.

       CHECK-SYMBOL-REFERENCE.
           MOVE CW-VAR-NAME TO CURR-SYM-NAME
           PERFORM FIND-KNOWN-SYMBOL
           IF NOT KNOWN-FOUND
               MOVE SPACE TO PROBLEM-TEXT
               STRING CW-EXPR-NAME " NODE " CW-NODE-ID
                   ": VARC SYMBOL '" CW-VAR-NAME
                   "' IS NOT ON ZODEPARM"
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               ADD 1 TO REF-PROBLEM-COUNT
               PERFORM WRITE-PROBLEM
           END-IF.

       WRITE-PROBLEM.
           ADD 1 TO PROBLEM-COUNT
           MOVE PROBLEM-TEXT TO PRP-TEXT
           MOVE PROM-RPT-PROBLEM TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

      *    WRITE EVERY NEW OR CHANGED VERSION. THE APPROVAL RECORD
      *    AND AUDIT LINE GO FIRST, SO AN ABEND PART WAY THROUGH A
      *    VERSION LEAVES IT HELD FROM AST_BUILD AND COMPARED AS
      *    CHANGED BY THE RERUN, WHICH REPLACES IT WHOLE.
       APPLY-PACKAGE.
           MOVE 1 TO VERS-IDX
           PERFORM UNTIL VERS-IDX > VERS-COUNT
               MOVE PV-EXPR-NAME(VERS-IDX) TO CAT-EXPR-NAME
               MOVE PV-EFF-DATE(VERS-IDX) TO CAT-EFF-DATE
               MOVE CAT-EXPR-NAME TO PRA-EXPR-NAME
               MOVE CAT-EFF-DATE TO PRA-EFF-DATE
               IF PV-SAME(VERS-IDX)
                   MOVE "ALREADY ON THE CATALOG - LEFT AS IT IS"
                       TO PRA-TEXT
               ELSE
                   PERFORM APPLY-ONE-VERSION
                   ADD 1 TO APPLIED-COUNT
                   MOVE "WRITTEN - AWAITING APPROVAL IN ZODECATM"
                       TO PRA-TEXT
               END-IF
               MOVE PROM-RPT-APPLY TO PROM-RPT-REC
               WRITE PROM-RPT-REC
               ADD 1 TO VERS-IDX
           END-PERFORM.

       APPLY-ONE-VERSION.
           PERFORM SUBMIT-PROMOTION
           IF PV-CHANGED(VERS-IDX)
               PERFORM DELETE-VERSION-RECORDS
           END-IF
           COMPUTE NODE-END-IDX = PV-FIRST-NODE(VERS-IDX)
               + PV-NODE-COUNT(VERS-IDX) - 1
           MOVE PV-FIRST-NODE(VERS-IDX) TO NODE-IDX
           PERFORM UNTIL NODE-IDX > NODE-END-IDX
               MOVE NODE-IMAGE(NODE-IDX) TO ZODE-CAT-REC
               WRITE ZODE-CAT-REC
               IF WS-CAT-STATUS NOT = "00"
                   PERFORM CAT-IO-ERROR
               END-IF
               ADD 1 TO NODE-IDX
           END-PERFORM.

      *    HOLD THE VERSION FOR APPROVAL UNDER THE IMPORTING USER,
      *    REUSING A RECORD LEFT BY AN EARLIER DECISION OR IMPORT
      *    ON THE SAME KEY, AND LOG IT NAMING THE PACKAGE.
       SUBMIT-PROMOTION.
           MOVE 'C' TO AP-ITEM-TYPE
           MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
           MOVE CAT-EFF-DATE TO AP-EFF-DATE
           MOVE 'N' TO APPR-FOUND-SW
           READ ZODE-APPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET APPR-FOUND TO TRUE
           END-READ
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "23"
               PERFORM APPR-IO-ERROR
           END-IF
           MOVE 'C' TO AP-ITEM-TYPE
           MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
           MOVE CAT-EFF-DATE TO AP-EFF-DATE
           SET AP-PENDING TO TRUE
           MOVE "PROMOTE" TO AP-ACTION
           MOVE 0 TO AP-OLD-VAL
           MOVE 0 TO AP-NEW-VAL
           MOVE IMPORT-USER TO AP-MAKER-ID
           ACCEPT AP-MAKER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-FULL-TIME FROM TIME
           MOVE WS-FULL-TIME(1:6) TO AP-MAKER-TIME
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
           MOVE CAT-EXPR-NAME TO AU-EXPR-NAME
           MOVE CAT-EFF-DATE TO AU-EFF-DATE
           MOVE PKG-ID TO AU-PKG-ID
           MOVE IMPORT-USER TO AU-MAKER-ID
           IF PV-NEW(VERS-IDX)
               MOVE "NEW" TO AU-CHANGE
           ELSE
               MOVE "CHANGED" TO AU-CHANGE
           END-IF
           MOVE AP-MAKER-DATE TO AU-TS-DATE
           MOVE AP-MAKER-TIME TO AU-TS-TIME
           PERFORM WRITE-AUDIT-REC.

      *    DELETE THE CATALOG'S RECORDS OF THE ONE VERSION
      *    CAT-EXPR-NAME + CAT-EFF-DATE, LEAVING EVERY OTHER VERSION.
       DELETE-VERSION-RECORDS.
           PERFORM FIND-EXPR-VERSION
           PERFORM UNTIL END-OF-CAT
               OR NOT CAT-VERS-FOUND
               DELETE ZODE-CAT-FILE
               IF WS-CAT-STATUS NOT = "00"
                   PERFORM CAT-IO-ERROR
               END-IF
               PERFORM FIND-EXPR-VERSION
           END-PERFORM.

      *    APPEND ONE AUDIT RECORD, CREATING THE FILE ON FIRST USE.
       WRITE-AUDIT-REC.
           OPEN EXTEND PROM-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT PROM-AUDIT-FILE
               CLOSE PROM-AUDIT-FILE
               OPEN EXTEND PROM-AUDIT-FILE
           END-IF
           WRITE PROM-AUDIT-REC FROM PROM-AUDIT-DETAIL
           CLOSE PROM-AUDIT-FILE.

      *    ------------------------------------------------------------
      *    CATALOG AND APPROVAL ACCESS
      *    ------------------------------------------------------------

      *    OPEN THE TARGET CATALOG FOR UPDATE, CREATING IT IF THE
      *    REGION HAS NONE YET.
       OPEN-CAT-FILE.
           OPEN I-O ZODE-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               OPEN OUTPUT ZODE-CAT-FILE
               CLOSE ZODE-CAT-FILE
               OPEN I-O ZODE-CAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               PERFORM CAT-IO-ERROR
           END-IF.

       OPEN-APPR-FILE.
           OPEN I-O ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00"
               OPEN OUTPUT ZODE-APPR-FILE
               CLOSE ZODE-APPR-FILE
               OPEN I-O ZODE-APPR-FILE
           END-IF
           IF WS-APPR-STATUS NOT = "00"
               PERFORM APPR-IO-ERROR
           END-IF
           SET APPR-OPEN TO TRUE.

       CAT-IO-ERROR.
           DISPLAY "ZODEPROM: ZODECAT I/O ERROR - STATUS "
               WS-CAT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       APPR-IO-ERROR.
           DISPLAY "ZODEPROM: ZODEAPPR I/O ERROR - STATUS "
               WS-APPR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-NEXT-CAT-REC.
           READ ZODE-CAT-FILE NEXT RECORD
               AT END
                   SET END-OF-CAT TO TRUE
           END-READ
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "10"
               PERFORM CAT-IO-ERROR
           END-IF.

      *    POSITION AT THE FIRST RECORD OF CAT-EXPR-NAME; THE RECORD
      *    AREA HOLDS IT WHEN CAT-NAME-FOUND.
       FIND-EXPR-NAME.
           MOVE 'N' TO CAT-NAME-FOUND-SW
           MOVE 'N' TO CAT-EOF-SW
           MOVE CAT-EXPR-NAME TO ZC-EXPR-NAME
           MOVE 0 TO ZC-EFF-DATE
           MOVE 0 TO ZC-NODE-ID
           START ZODE-CAT-FILE KEY NOT < ZC-KEY
               INVALID KEY
                   SET END-OF-CAT TO TRUE
           END-START
           IF NOT END-OF-CAT
               PERFORM READ-NEXT-CAT-REC
               IF NOT END-OF-CAT AND ZC-EXPR-NAME = CAT-EXPR-NAME
                   SET CAT-NAME-FOUND TO TRUE
               END-IF
           END-IF.

      *    POSITION AT THE FIRST RECORD OF THE CAT-EXPR-NAME +
      *    CAT-EFF-DATE VERSION; CAT-VERS-FOUND WHEN IT EXISTS.
       FIND-EXPR-VERSION.
           MOVE 'N' TO CAT-VERS-FOUND-SW
           MOVE 'N' TO CAT-EOF-SW
           MOVE CAT-EXPR-NAME TO ZC-EXPR-NAME
           MOVE CAT-EFF-DATE TO ZC-EFF-DATE
           MOVE 0 TO ZC-NODE-ID
           START ZODE-CAT-FILE KEY NOT < ZC-KEY
               INVALID KEY
                   SET END-OF-CAT TO TRUE
           END-START
           IF NOT END-OF-CAT
               PERFORM READ-NEXT-CAT-REC
               IF NOT END-OF-CAT
                   AND ZC-EXPR-NAME = CAT-EXPR-NAME
                   AND ZC-EFF-DATE = CAT-EFF-DATE
                   SET CAT-VERS-FOUND TO TRUE
               END-IF
           END-IF.

      *    THE APPROVAL STATE OF CAT-EXPR-NAME + CAT-EFF-DATE. NO
      *    RECORD (OR NO APPROVALS FILE) MEANS THE VERSION PREDATES
      *    APPROVALS AND STANDS AS APPROVED.
       FIND-VERSION-APPR-STATE.
           SET VERS-APPROVED TO TRUE
           IF APPR-OPEN
               MOVE 'C' TO AP-ITEM-TYPE
               MOVE CAT-EXPR-NAME TO AP-ITEM-NAME
               MOVE CAT-EFF-DATE TO AP-EFF-DATE
               READ ZODE-APPR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AP-PENDING
                               SET VERS-PENDING TO TRUE
                           WHEN AP-REJECTED
                               SET VERS-REJECTED TO TRUE
                       END-EVALUATE
               END-READ
               IF WS-APPR-STATUS NOT = "00"
                   AND WS-APPR-STATUS NOT = "23"
                   PERFORM APPR-IO-ERROR
               END-IF
           END-IF.

       WRITE-RPT-HEADER.
           MOVE PKG-ID TO PRH-PKG-ID
           MOVE WS-RUN-MM TO PRH-MM
           MOVE WS-RUN-DD TO PRH-DD
           MOVE WS-RUN-YYYY TO PRH-YYYY
           MOVE PROM-RPT-HEADER TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

       WRITE-RPT-SECTION.
           MOVE PROM-RPT-SECTION TO PROM-RPT-REC
           WRITE PROM-RPT-REC.

       END PROGRAM ZODEPROM.
