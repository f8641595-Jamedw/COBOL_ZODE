           *> Regression case file for the REGR parm mode: each 'C'
           *> record names a case and its expected result, followed
           *> by that case's 'N' node records (ZODESRC layout) and
           *> optional 'S' name/value symbol records and 'R' rate
           *> bracket records (undated, so a case evaluates the same
           *> on any run date). Every
           *> case is evaluated through the real interpreter and its
           *> PASSED/FAILED verdict appended to the shared TESTHIST
           *> log alongside the stack-test records.
           *> ID, result, error indicator, and the name and value of
           *> each symbol held for the run), so the data-warehouse
           *> feed consumes a stable layout instead of scraping the
           *> captions off the print report. It is held until the
           *> morning sign-off (ZODESIGN) releases it to the
           *> warehouse.
           SELECT ZODE-EXT-FILE ASSIGN TO "ZODEEXT"
               ORGANIZATION LINE SEQUENTIAL.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-HIST-STATUS.

           *> Keyed rate tables for LOOKUPC nodes: one record per
           *> bracket, keyed by table name, effective date and the
           *> bracket's upper bound, so a tiered rate is one node
           *> instead of a chain of IFC/GTC records. Maintained by
           *> ZODERATM.
           SELECT ZODE-RATE-FILE ASSIGN TO "ZODERATE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           *> Restatement log for the CORR parm mode: the original
           *> ZODEHIST result and flag for every expression a
           *> backdated correction run rewrites, cut before the
           *> history record is replaced, next to the corrected
           *> value and the date and time of the restatement - so a
           *> corrected night never loses what was first reported.
           SELECT ZODE-RSTL-FILE ASSIGN TO "ZODERSTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSTL-STATUS.

           *> Restatement report for the CORR parm mode: original,
           *> corrected and difference per expression for the
           *> corrected run date, for sign-off of the restatement.
           SELECT ZODE-RSTR-RPT ASSIGN TO "ZODERSTR"
               ORGANIZATION LINE SEQUENTIAL.

           *> Period-control file maintained by ZODEPRDM: the months
           *> already reported to finance. History records dated in
           *> a closed month are never written or rewritten here.
           SELECT ZODE-PCTL-FILE ASSIGN TO "ZODEPCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           *> Maker-checker approvals kept by ZODECATM and ZODEPRMM.
           *> A catalog version entered but not yet approved (or
           *> rejected) is never picked as the version in effect.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           *> Per-result lineage: for every expression evaluated, the
           *> catalog version used and every input it read - symbol
           *> values with their effective dates, CALLC results, PRIORC
           *> values, rate-table lookups - keyed by run date and
           *> expression ID, so "how was this number derived" is
           *> answered from file by ZODELINQ instead of by re-running
           *> the night. ZODEHSKP ages it out with the history.
           SELECT ZODE-LIN-FILE ASSIGN TO "ZODELIN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LIN-STATUS.

           *> Nightly snapshot of the as-of symbol table: every
           *> symbol held at the end of evaluation, with its value
           *> and effective date, keyed by run date + symbol name, so
           *> last night's inputs can be read back after ZODEPRMO has
           *> moved on. The breach attribution below compares against
           *> the prior run's snapshot.
           SELECT ZODE-SNAP-FILE ASSIGN TO "ZODESNAP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           *> Variance attribution for every reconciliation breach:
           *> each symbol the expression reads whose value changed
           *> since the prior run, and how much of the movement the
           *> change accounts for, found by re-evaluating the
           *> expression with that one symbol put back to its prior
           *> value.
           SELECT ZODE-ATTR-RPT ASSIGN TO "ZODEATTR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
               88  CS-CASE-REC  VALUE 'C'.
               88  CS-NODE-REC  VALUE 'N'.
               88  CS-SYM-REC   VALUE 'S'.
               88  CS-RATE-REC  VALUE 'R'.
           05  CS-REC-BODY      PIC X(37).
           05  CS-CASE-DATA REDEFINES CS-REC-BODY.
               10  CS-CASE-NAME     PIC X(20).
               10  CS-SYM-NAME      PIC X(8).
               10  CS-SYM-VAL       PIC S9(9)V99.
               10  FILLER           PIC X(18).
           05  CS-RATE-DATA REDEFINES CS-REC-BODY.
               10  CS-RATE-TABLE    PIC X(8).
               10  CS-RATE-BOUND    PIC 9(9)V99.
               10  CS-RATE-VAL      PIC S9(9)V99.
               10  FILLER           PIC X(7).

       FD  ZODE-SIM-PARM-FILE.
       01  ZODE-SIM-PARM-REC.
       FD  TEST-HIST-FILE.
       01  TEST-HIST-REC            PIC X(80).

       FD  ZODE-RATE-FILE.
       01  ZODE-RATE-REC.
           05  RT-KEY.
               10  RT-TABLE-NAME  PIC X(8).
               10  RT-EFF-DATE    PIC 9(8).
               10  RT-UPPER-BOUND PIC 9(9)V99.
           05  RT-RATE-VAL      PIC S9(9)V99.

       *> RL-ORIG-FOUND is 'N' when the corrected date had no
       *> history record for the expression; the original fields
       *> are then zero/space and the corrected result was added.
       FD  ZODE-RSTL-FILE.
       01  ZODE-RSTL-REC.
           05  RL-RUN-DATE      PIC 9(8).
           05  RL-EXPR-ID       PIC 9(4).
           05  RL-ORIG-FOUND    PIC X.
           05  RL-ORIG-RESULT   PIC S9(9)V99.
           05  RL-ORIG-ERR-FLAG PIC X.
           05  RL-CORR-RESULT   PIC S9(9)V99.
           05  RL-CORR-ERR-FLAG PIC X.
           05  RL-RSTMT-DATE    PIC 9(8).
           05  RL-RSTMT-TIME    PIC 9(6).

       FD  ZODE-RSTR-RPT.
       01  ZODE-RSTR-REC            PIC X(80).

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

       *> One record per change put through maker-checker, keyed by
       *> item type ('C' catalog version, 'R' catalog removal, 'S'
       *> symbol value), name and effective date. Only the 'C'
       *> records matter here: a version whose record is not 'A'
       *> is skipped. A version with no record at all was
       *> cataloged before approvals began and stands as approved.
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

       *> One header record (sequence 0: catalog name and version
       *> date, final result and error flag) and one record per
       *> input read, in the order INTERP read them, for each run
       *> date + expression ID. LN-FOUND-SW is 'N' when the input
       *> defaulted to zero: an unbound symbol, a PRIORC with no
       *> prior result, or a lookup with no covering bracket.
       FD  ZODE-LIN-FILE.
       01  ZODE-LIN-REC.
           05  LN-KEY.
               10  LN-RUN-DATE  PIC 9(8).
               10  LN-EXPR-ID   PIC 9(4).
               10  LN-SEQ       PIC 9(4).
           05  LN-REC-TYPE      PIC X.
               88  LN-HEADER    VALUE 'H'.
               88  LN-SYMBOL    VALUE 'S'.
               88  LN-CALLED    VALUE 'C'.
               88  LN-PRIOR     VALUE 'P'.
               88  LN-LOOKUP    VALUE 'L'.
           05  LN-NAME          PIC X(8).
           05  LN-DATE          PIC 9(8).
           05  LN-INPUT         PIC S9(9)V99.
           05  LN-VAL           PIC S9(9)V99.
           05  LN-FOUND-SW      PIC X.
           05  LN-ERR-FLAG      PIC X.

       FD  ZODE-SNAP-FILE.
       01  ZODE-SNAP-REC.
           05  SN-KEY.
               10  SN-RUN-DATE  PIC 9(8).
               10  SN-SYM-NAME  PIC X(8).
           05  SN-EFF-DATE      PIC 9(8).
           05  SN-SYM-VAL       PIC S9(9)V99.

       FD  ZODE-ATTR-RPT.
       01  ZODE-ATTR-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       *> FOR THE ZODE RESULT REPORT
               *> receive this expression's result (see
               *> ALLOCATE-ONE-ZODE-NODE).
               10  EXPR-ASSIGN-NAME PIC X(8).
               *> The catalog name and version date the expression
               *> was loaded from, for the lineage header; blank and
               *> zero for ZODESRC and case-file loads.
               10  EXPR-CAT-NAME    PIC X(8).
               10  EXPR-CAT-EFF     PIC 9(8).
       01  EXPR-IDX                 PIC 9(4).

       01  ZODE-RPT-HEADER.
           05  RPT-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  RPT-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACE.
           *> "PART NN OF MM" on a partitioned run's report, so
           *> ZODEPMRG can tell the partitions apart; blank otherwise.
           05  RPT-HDR-PART         PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(22) VALUE SPACE.

       01  ZODE-RPT-DETAIL.
           05  FILLER               PIC X(16)
      *>   ZOD204W  NO PRIOR RESULT FOR PRIORC - RESOLVED TO 0
      *>   ZOD304I  NO CHECKPOINT ON FILE FOR RESTART
      *>   ZOD305I  RESTART REUSED CHECKPOINTED RESULTS
      *>   ZOD032E  TOO MANY ZODERATE BRACKETS
      *>   ZOD207W  NO RATE BRACKET FOR LOOKUPC - RESOLVED TO 0
      *>   ZOD907S  RATE TABLE I/O ERROR
      *>   ZOD033E  CORRECTION DATE NOT A VALID PAST RUN DATE
      *>   ZOD034E  CORR COMBINED WITH RESTART OR SIM
      *>   ZOD208W  NO ORIGINAL HISTORY FOR THE CORRECTION DATE
      *>   ZOD306I  CORRECTION RESTATED HISTORY RESULTS
      *>   ZOD209W  HISTORY PERIOD CLOSED - RESULTS NOT WRITTEN
      *>   ZOD035E  CATALOG EXPRESSION HAS NO APPROVED VERSION
      *>   ZOD036E  TOO MANY UNAPPROVED CATALOG VERSIONS
      *>   ZOD210W  CATALOG VERSION NOT APPROVED - PRIOR VERSION USED
      *>   ZOD908S  LINEAGE I/O ERROR
      *>   ZOD307I  LINEAGE RECORDS WRITTEN
      *>   ZOD909S  SNAPSHOT I/O ERROR
      *>   ZOD308I  SYMBOL SNAPSHOT WRITTEN
      *>   ZOD037E  PARTITION PARM NOT VALID
      *>   ZOD038E  PART COMBINED WITH SIM, CORR, TEST OR REGR
      *>   ZOD309I  PARTITION SHARE OF THE EXPRESSIONS SELECTED
      *>   ZOD910S  APPROVAL FILE I/O ERROR
      *>   ZOD911S  PERIOD CONTROL I/O ERROR
       01  MSG-ID               PIC X(7) VALUE SPACE.
       01  HIGHEST-SEVERITY     PIC 9(2) VALUE 0.
       01  WARNING-COUNT        PIC 9(4) VALUE 0.
               VALUE "HIGHEST-SEVERITY=".
           05  SUMM-SEV-OUT     PIC 9(2).
           05  FILLER           PIC X(61) VALUE SPACE.
      *> A PARTITIONED RUN'S SUMMARY OPENS WITH ITS PARTITION AND
      *> RUN DATE AND, ONCE ZODEPRMO IS WRITTEN, CLOSES WITH ITS
      *> RECORD COUNT, SO ZODEPMRG CAN SPLIT THE PARTITIONS'
      *> CONCATENATED SUMMARIES AND BALANCE THEIR OUTPUTS.
       01  SUMM-PARMS-WRITTEN   PIC 9(4) VALUE 0.
       01  SUMM-PARMS-SW        PIC X VALUE 'N'.
           88  SUMM-PARMS-DONE  VALUE 'Y'.
       01  SUMM-PART-LINE.
           05  FILLER           PIC X(10) VALUE "PARTITION=".
           05  SUMM-PART-NO-OUT PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  SUMM-PART-CNT-OUT PIC 9(2).
           05  FILLER           PIC X(65) VALUE SPACE.
       01  SUMM-DATE-LINE.
           05  FILLER           PIC X(9) VALUE "RUN-DATE=".
           05  SUMM-DATE-OUT    PIC 9(8).
           05  FILLER           PIC X(63) VALUE SPACE.
       01  SUMM-PARMS-LINE.
           05  FILLER           PIC X(14) VALUE "PARMS-WRITTEN=".
           05  SUMM-PARMS-OUT   PIC 9(4).
           05  FILLER           PIC X(62) VALUE SPACE.

      *> FOR THE DELIMITED RESULTS EXTRACT. THE NUMERIC FIELDS GO
      *> OUT IN FIXED EXPLICIT-SIGN, EXPLICIT-POINT PICTURES SO THE
               *> NODE'S OWN ID FOR ZODESRC AND CASE-FILE LOADS, THE
               *> CATALOG'S FIXED REPORT ID FOR CAT= LOADS.
               10  ZNT-RPT-ID      PIC 9(4).
               *> THE CATALOG NAME AND VERSION DATE THE NODE WAS
               *> LOADED FROM (BLANK AND ZERO OFF ZODESRC OR THE CASE
               *> FILE), CARRIED TO EXPR-TABLE BY A ROOT FOR LINEAGE.
               10  ZNT-CAT-NAME    PIC X(8).
               10  ZNT-CAT-EFF     PIC 9(8).
       01  ZODE-NODE-IDX       PIC 9(4).
       01  ZODE-LOOKUP-ID      PIC 9(4).
       01  ZODE-LOOKUP-PTR     POINTER.
       01  DEP-DUP-SW          PIC X VALUE 'N'.
           88  DEP-DUP         VALUE 'Y'.

      *> FOR PARTITIONED EVALUATION (THE 'PART=NN/MM' PARM). THE
      *> ORDERED EXPRESSIONS ARE SPLIT INTO GROUPS - AN EXPRESSION
      *> JOINS THE GROUP OF EVERY EXPRESSION ASSIGNING A SYMBOL IT
      *> READS, AND EXPRESSIONS ASSIGNING THE SAME SYMBOL SHARE ONE
      *> GROUP - SO NO PARTITION EVER NEEDS A VALUE ANOTHER ONE
      *> COMPUTES. GROUPS ARE DEALT LARGEST FIRST TO THE LEAST
      *> LOADED PARTITION. THE SPLIT DEPENDS ONLY ON THE INPUT, SO
      *> EVERY PARTITION STEP (AND A RESTART OF ONE) WORKS OUT THE
      *> SAME ANSWER AND KEEPS ONLY ITS OWN SHARE.
       01  PART-MODE-SW        PIC X VALUE 'N'.
           88  PART-MODE       VALUE 'Y'.
       01  PART-NO             PIC 9(2) VALUE 0.
       01  PART-COUNT          PIC 9(2) VALUE 0.
       01  PART-ROOT-TABLE.
           05  PART-ROOT-ENTRY OCCURS 500 TIMES.
               *> LOWEST ORDINAL IN THE EXPRESSION'S GROUP, THE
               *> GROUP'S SIZE (ON THAT LOWEST ORDINAL'S ENTRY), THE
               *> FIRST ORDINAL ASSIGNING THE SAME SYMBOL, THE
               *> PARTITION THE GROUP WAS DEALT TO, AND THE
               *> EXPRESSION'S ORDINAL WITHIN THIS PARTITION (0 WHEN
               *> ANOTHER PARTITION EVALUATES IT).
               10  PRT-GROUP        PIC 9(4).
               10  PRT-GROUP-SIZE   PIC 9(4).
               10  PRT-ASSIGN-FIRST PIC 9(4).
               10  PRT-PART-NO      PIC 9(2).
               10  PRT-NEW-ORD      PIC 9(4).
       01  PART-READ-LINK-TABLE.
           05  PART-READ-LINK  PIC 9(4) OCCURS 2000 TIMES.
       01  PART-LOAD-TABLE.
           05  PART-LOAD       PIC 9(4) OCCURS 99 TIMES.
       01  PART-IDX            PIC 9(4) VALUE 0.
       01  PART-LINK-A         PIC 9(4) VALUE 0.
       01  PART-LINK-B         PIC 9(4) VALUE 0.
       01  PART-BEST-ORD       PIC 9(4) VALUE 0.
       01  PART-BEST-NO        PIC 9(2) VALUE 0.
       01  PART-GROUP-COUNT    PIC 9(4) VALUE 0.
       01  PART-DEALT-COUNT    PIC 9(4) VALUE 0.
       01  PART-MEMBER-COUNT   PIC 9(4) VALUE 0.
       01  PART-NEW-POS        PIC 9(4) VALUE 0.
       01  PART-KEEP-COUNT     PIC 9(4) VALUE 0.
       01  PART-CHANGED-SW     PIC X VALUE 'N'.
           88  PART-CHANGED    VALUE 'Y'.

       01  ZODE-EDIT-HEADER.
           05  FILLER               PIC X(26)
               VALUE "ZODE SOURCE EDIT ERRORS - ".
           05  EDIT-HDR-DD          PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  EDIT-HDR-YYYY        PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACE.
           *> "PART NN OF MM" on a partitioned run, as on ZODERPT.
           05  EDIT-HDR-PART        PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(19) VALUE SPACE.

       01  ZODE-EDIT-DETAIL.
           05  FILLER               PIC X(5) VALUE "NODE ".
           88  END-OF-PARM     VALUE 'Y'.
           COPY SYMTAB.

      *> FOR LOOKUPC NODES: THE BRACKETS OF EVERY ZODERATE TABLE AS
      *> OF THE RUN DATE. ONLY EACH TABLE'S LATEST EFFECTIVE DATE NOT
      *> AFTER THE RUN DATE IS KEPT, IN ASCENDING UPPER-BOUND ORDER,
      *> SO THE FIRST BRACKET WHOSE BOUND COVERS THE INPUT IS THE
      *> RATE. A TABLE WITH NO VERSION IN EFFECT IS NOT LOADED AT ALL.
       01  WS-RATE-STATUS      PIC XX VALUE '00'.
       01  RATE-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-RATES    VALUE 'Y'.
       01  MAX-RATE-BRACKETS   PIC 9(4) VALUE 2000.
       01  RATE-BRACKET-COUNT  PIC 9(4) VALUE 0.
       01  RATE-BRACKET-TABLE.
           05  RATE-BRACKET-ENTRY OCCURS 2000 TIMES.
               10  RB-TABLE-NAME  PIC X(8).
               10  RB-EFF-DATE    PIC 9(8).
               10  RB-UPPER-BOUND PIC 9(9)V99.
               10  RB-RATE-VAL    PIC S9(9)V99.
       01  RB-IDX              PIC 9(4) VALUE 0.
       01  RB-TABLE-START      PIC 9(4) VALUE 0.
       01  RATE-LOOKUP-NAME    PIC X(8) VALUE SPACE.
       01  RATE-LOOKUP-INPUT   PIC S9(9)V99 VALUE 0.
       01  RATE-LOOKUP-VAL     PIC S9(9)V99 VALUE 0.
       01  RATE-FOUND-IDX      PIC 9(4) VALUE 0.

      *> EVERY DATED PARAMETER RECORD AS READ, INCLUDING THE
      *> FUTURE-DATED ONES THE RUN ITSELF DOES NOT USE YET, PLUS A
      *> RUN-DATED RECORD PER SYMBOL ASSIGNED BY THIS RUN'S
      *> DATE'S RECORDS INSTEAD OF FAILING ON THE DUPLICATE KEY.
       01  WS-HIST-STATUS      PIC XX VALUE '00'.

      *> FOR THE CLOSED-PERIOD LOCK. THE CLOSED MONTHS ON ZODEPCTL
      *> ARE LOADED WHEN THE HISTORY IS OPENED FOR UPDATE; A MISSING
      *> FILE MEANS NOTHING IS CLOSED. EVERY HISTORY WRITE REFUSED
      *> FOR A CLOSED MONTH IS COUNTED AND REPORTED ONCE, ZOD209W,
      *> WHEN THE HISTORY IS CLOSED.
       01  WS-PCTL-STATUS      PIC XX VALUE '00'.
       01  PCTL-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-PCTL     VALUE 'Y'.
       01  MAX-CLOSED-PERIODS  PIC 9(4) VALUE 600.
       01  CLOSED-PERIOD-COUNT PIC 9(4) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD   PIC 9(6) OCCURS 600 TIMES.
       01  CLOSED-PERIOD-IDX   PIC 9(4) VALUE 0.
       01  PERIOD-CHECK        PIC 9(6) VALUE 0.
       01  PERIOD-CLOSED-SW    PIC X VALUE 'N'.
           88  PERIOD-IS-CLOSED VALUE 'Y'.
       01  HIST-REFUSED-COUNT  PIC 9(4) VALUE 0.

      *> FOR THE PER-RESULT LINEAGE FILE. INTERP WRITES ONE RECORD
      *> PER INPUT AS IT READS IT, AND EVALUATE-ONE-EXPR THE HEADER
      *> ONCE THE RESULT IS KNOWN; AN EXPRESSION'S OLD RECORDS FOR
      *> THE RUN DATE ARE CLEARED FIRST, SO A RERUN OR RESTART
      *> REPLACES RATHER THAN MIXES. ONLY THE PRODUCTION AND
      *> CORRECTION PATHS KEEP LINEAGE, AND NOT FOR A RUN DATE IN A
      *> CLOSED PERIOD - THE SAME DATES THE HISTORY REFUSES.
       01  WS-LIN-STATUS       PIC XX VALUE '00'.
       01  LIN-ACTIVE-SW       PIC X VALUE 'N'.
           88  LIN-ACTIVE      VALUE 'Y'.
       01  LIN-CLEAR-SW        PIC X VALUE 'N'.
           88  LIN-CLEAR-DONE  VALUE 'Y'.
       01  LIN-SEQ-NEXT        PIC 9(4) VALUE 0.
       01  LIN-WRITE-COUNT     PIC 9(7) VALUE 0.

      *> FOR THE NIGHT-OVER-NIGHT RECONCILIATION. TOLERANCES COME
      *> FROM ZODETOL (ONE ENTRY PER CHECKED EXPRESSION); EACH
      *> CHECKED EXPRESSION'S PRIOR-RUN RESULT IS GATHERED FROM THE
           05  EXC-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  EXC-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACE.
           *> "PART NN OF MM" on a partitioned run, as on ZODERPT.
           05  EXC-HDR-PART         PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(16) VALUE SPACE.

       01  ZODE-EXC-DETAIL.
           05  FILLER               PIC X(5) VALUE "EXPR ".
               VALUE "END OF EXCEPTIONS - BREACHES: ".
           05  EXC-TRL-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(46) VALUE SPACE.

      *> FOR THE NIGHTLY SYMBOL SNAPSHOT AND THE BREACH ATTRIBUTION.
      *> THE SNAPSHOT IS THE WHOLE SYMBOL TABLE AS EVALUATION LEFT
      *> IT, REPLACED WHOLE ON A RERUN OF THE SAME DATE. EACH BREACH
      *> IS ATTRIBUTED BY PUTTING ONE CHANGED SYMBOL AT A TIME BACK
      *> TO ITS PRIOR-RUN VALUE AND RE-EVALUATING THE EXPRESSION;
      *> THE DROP IN THE RESULT IS THAT SYMBOL'S EFFECT. WHAT THE
      *> EFFECTS DO NOT ADD UP TO IS SHOWN AS UNEXPLAINED (CATALOG,
      *> RATE AND PRIOR-RESULT CHANGES, AND INTERACTION BETWEEN
      *> INPUTS).
       01  WS-SNAP-STATUS      PIC XX VALUE '00'.
       01  SNAP-CLEAR-SW       PIC X VALUE 'N'.
           88  SNAP-CLEAR-DONE VALUE 'Y'.
       01  SNAP-WRITE-COUNT    PIC 9(5) VALUE 0.
       01  SNAP-IDX            PIC 9(4) VALUE 0.
       01  ATTR-SNAP-SW        PIC X VALUE 'N'.
           88  ATTR-SNAP-OPEN  VALUE 'Y'.
       01  ATTR-SNAP-FOUND-SW  PIC X VALUE 'N'.
           88  ATTR-SNAP-FOUND VALUE 'Y'.
       01  ATTR-SYM-IDX        PIC 9(4) VALUE 0.
       01  ATTR-REEVAL-SW      PIC X VALUE 'N'.
           88  ATTR-REEVAL     VALUE 'Y'.
       01  ATTR-OVERFLOW-SW    PIC X VALUE 'N'.
           88  ATTR-OVERFLOW   VALUE 'Y'.
       01  ATTR-SYM-COUNT      PIC 9(5) VALUE 0.
       01  ATTR-SAVE-VAL       PIC S9(9)V99 VALUE 0.
       01  ATTR-SAVE-SEVERITY  PIC 9(2) VALUE 0.
       01  ATTR-SAVE-WARNINGS  PIC 9(4) VALUE 0.
       01  ATTR-OLD-VAL        PIC S9(9)V99 VALUE 0.
       01  ATTR-NEW-VAL        PIC S9(9)V99 VALUE 0.
       01  ATTR-REEVAL-VAL     PIC S9(9)V99 VALUE 0.
       01  ATTR-CHANGE         PIC S9(10)V99 VALUE 0.
       01  ATTR-EFFECT         PIC S9(10)V99 VALUE 0.
       01  ATTR-EXPLAINED      PIC S9(11)V99 VALUE 0.
       01  ATTR-UNEXPLAINED    PIC S9(11)V99 VALUE 0.
       01  ATTR-PCT            PIC S9(4)V9 VALUE 0.
       01  ATTR-NOT-IN-PRIOR-TEXT PIC X(40)
               VALUE "NOT IN PRIOR SNAPSHOT - TONIGHT'S VALUE".
       01  ATTR-NOT-BOUND-TEXT PIC X(40)
               VALUE "NOT BOUND TONIGHT - PRIOR VALUE".

       01  ZODE-ATTR-HEADER.
           05  FILLER               PIC X(26)
               VALUE "ZODE BREACH ATTRIBUTION - ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  ATR-HDR-MM           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  ATR-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  ATR-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACE.
           *> "PART NN OF MM" on a partitioned run, as on ZODERPT.
           05  ATR-HDR-PART         PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(19) VALUE SPACE.

       01  ZODE-ATTR-CAPTION.
           05  FILLER               PIC X(40)
               VALUE "  SYMBOL     PRIOR VALUE       TONIGHT  ".
           05  FILLER               PIC X(40)
               VALUE "       CHANGE         EFFECT    PCT FLAG".

       01  ZODE-ATTR-BREACH.
           05  FILLER               PIC X(5) VALUE "EXPR ".
           05  ATR-BR-EXPR-ID       PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE "  PRIOR RUN ".
           05  ATR-BR-PRIOR-DATE    PIC 9(8).
           05  FILLER               PIC X(11) VALUE "  MOVEMENT ".
           05  ATR-BR-MOVEMENT      PIC -(10)9.99.
           05  FILLER               PIC X(26) VALUE SPACE.

       01  ZODE-ATTR-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACE.
           05  ATR-DTL-NAME         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ATR-DTL-OLD          PIC -(9)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  ATR-DTL-NEW          PIC -(9)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  ATR-DTL-CHANGE       PIC -(10)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  ATR-DTL-EFFECT       PIC -(10)9.99.
           05  ATR-DTL-PCT          PIC -(3)9.9.
           05  FILLER               PIC X VALUE "%".
           05  FILLER               PIC X VALUE SPACE.
           05  ATR-DTL-FLAG         PIC X(4).

       01  ZODE-ATTR-NOTE.
           05  FILLER               PIC X(2) VALUE SPACE.
           05  ATR-NOTE-NAME        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACE.
           05  ATR-NOTE-TEXT        PIC X(40).
           05  ATR-NOTE-VAL         PIC -(9)9.99.
           05  FILLER               PIC X(15) VALUE SPACE.

       01  ZODE-ATTR-SUMMARY.
           05  FILLER               PIC X(22)
               VALUE "  EXPLAINED BY INPUTS ".
           05  ATR-SUM-EXPLAINED    PIC -(10)9.99.
           05  FILLER               PIC X(14) VALUE "  UNEXPLAINED ".
           05  ATR-SUM-UNEXPLAINED  PIC -(10)9.99.
           05  FILLER               PIC X(16) VALUE SPACE.

       01  ZODE-ATTR-NO-SNAP.
           05  FILLER               PIC X(35)
               VALUE "  NO SYMBOL SNAPSHOT FOR PRIOR RUN ".
           05  ATR-NOSNAP-DATE      PIC 9(8).
           05  FILLER               PIC X(37)
               VALUE " - NOT ATTRIBUTED".

       01  ZODE-ATTR-TRAILER.
           05  FILLER               PIC X(31)
               VALUE "END OF ATTRIBUTION - BREACHES: ".
           05  ATR-TRL-BREACHES     PIC ZZZ9.
           05  FILLER               PIC X(18)
               VALUE " SYMBOLS CHANGED: ".
           05  ATR-TRL-SYMBOLS      PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE SPACE.
       01  SRC-FROM-CAT-SW     PIC X VALUE 'N'.
           88  SRC-FROM-CAT    VALUE 'Y'.
       01  CAT-EOF-SW          PIC X VALUE 'N'.
           05  SIM-TRL-COUNT    PIC ZZZ9.
           05  FILLER           PIC X(46) VALUE SPACE.

      *> FOR THE CORR PARM MODE. A BACKDATED CORRECTION RUN TAKES
      *> THE STATED PAST DATE AS ITS RUN DATE, SO THE DATED
      *> PARAMETERS, CATALOG VERSIONS, RUN CALENDAR AND PRIORC
      *> HISTORY ALL RESOLVE AS OF THAT NIGHT. ITS RESULTS REPLACE
      *> THAT DATE'S HISTORY RECORDS (THE ORIGINALS GO TO ZODERSTL
      *> FIRST) AND NOTHING BELONGING TO TONIGHT'S RUN - REPORT,
      *> EXTRACT, ZODEPRMO, CHECKPOINT, RECONCILIATION - IS
      *> TOUCHED.
       01  CORR-MODE-SW        PIC X VALUE 'N'.
           88  CORR-MODE       VALUE 'Y'.
       01  CORR-DATE-TEXT      PIC X(8) VALUE SPACE.
       01  CORR-DATE-NUM REDEFINES CORR-DATE-TEXT PIC 9(8).
       01  CORR-DATE-SW        PIC X VALUE 'N'.
           88  CORR-DATE-OK    VALUE 'Y'.
       01  CORR-TODAY          PIC 9(8) VALUE 0.
       01  CORR-MAX-DD         PIC 9(2) VALUE 0.
       01  WS-RSTL-STATUS      PIC XX VALUE '00'.
       01  RSTR-ORIG-SW        PIC X VALUE 'N'.
           88  RSTR-ORIG-FOUND VALUE 'Y'.
       01  RSTR-ORIG-RESULT    PIC S9(9)V99 VALUE 0.
       01  RSTR-ORIG-ERR-FLAG  PIC X VALUE SPACE.
       01  RSTR-DIFF           PIC S9(10)V99 VALUE 0.
       01  RSTR-COUNT          PIC 9(4) VALUE 0.
       01  RSTR-CHANGED-COUNT  PIC 9(4) VALUE 0.
       01  RSTR-NEW-COUNT      PIC 9(4) VALUE 0.
       01  RSTR-TIME-FULL      PIC 9(8) VALUE 0.

       01  ZODE-RSTR-HEADER.
           05  FILLER           PIC X(23)
               VALUE "ZODE RESTATEMENT RUN - ".
           05  FILLER           PIC X(10) VALUE "RUN DATE: ".
           05  RSTR-HDR-MM      PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  RSTR-HDR-DD      PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  RSTR-HDR-YYYY    PIC 9(4).
           05  FILLER           PIC X(12) VALUE "  RESTATED: ".
           05  RSTR-HDR-TODAY   PIC 9(8).
           05  FILLER           PIC X(17) VALUE SPACE.

       01  ZODE-RSTR-DETAIL.
           05  FILLER           PIC X(5) VALUE "EXPR ".
           05  RSTR-DTL-EXPR-ID PIC ZZZ9.
           05  FILLER           PIC X(7) VALUE "  ORIG ".
           05  RSTR-DTL-ORIG    PIC -(9)9.99.
           05  FILLER           PIC X(7) VALUE "  CORR ".
           05  RSTR-DTL-CORR    PIC -(9)9.99.
           05  FILLER           PIC X(7) VALUE "  DIFF ".
           05  RSTR-DTL-DIFF    PIC -(10)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  RSTR-DTL-NOTE    PIC X(9).

       01  ZODE-RSTR-NO-ORIG.
           05  FILLER           PIC X(5) VALUE "EXPR ".
           05  RSTR-NO-EXPR-ID  PIC ZZZ9.
           05  FILLER           PIC X(20)
               VALUE "  ORIG  NONE ON FILE".
           05  FILLER           PIC X(7) VALUE "  CORR ".
           05  RSTR-NO-CORR     PIC -(9)9.99.
           05  FILLER           PIC X(22) VALUE SPACE.
           05  FILLER           PIC X(9) VALUE "ADDED".

       01  ZODE-RSTR-CLOSED.
           05  FILLER           PIC X(7) VALUE "PERIOD ".
           05  RSTR-CL-PERIOD   PIC 9(6).
           05  FILLER           PIC X(39)
               VALUE " IS CLOSED - NO HISTORY RESTATED".
           05  FILLER           PIC X(28) VALUE SPACE.

       01  ZODE-RSTR-TRAILER.
           05  FILLER           PIC X(32)
               VALUE "END OF RESTATEMENT - RESTATED: ".
           05  RSTR-TRL-COUNT   PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  CHANGED: ".
           05  RSTR-TRL-CHANGED PIC ZZZ9.
           05  FILLER           PIC X(9) VALUE "  ADDED: ".
           05  RSTR-TRL-NEW     PIC ZZZ9.
           05  FILLER           PIC X(16) VALUE SPACE.

      *> FOR CHECKPOINT/RESTART OF THE BATCH EVALUATION. A NORMAL
      *> PRODUCTION RUN EMPTIES THE CHECKPOINT FILE AND APPENDS ONE
      *> RECORD PER COMPLETED EXPRESSION (OPENED AROUND EACH WRITE,
       01  CAT-VERS-FOUND-SW  PIC X VALUE 'N'.
           88  CAT-VERS-FOUND VALUE 'Y'.

      *> FOR MAKER-CHECKER. THE CATALOG VERSIONS ZODEAPPR HOLDS AS
      *> PENDING OR REJECTED ARE LOADED ONCE, THE FIRST TIME A
      *> VERSION IS PICKED; FIND-CAT-EFF-DATE PASSES OVER THEM AND
      *> REMEMBERS THE LATEST ONE IT HAD TO PASS OVER.
       01  WS-APPR-STATUS     PIC XX VALUE '00'.
       01  APPR-EOF-SW        PIC X VALUE 'N'.
           88  END-OF-APPR    VALUE 'Y'.
       01  APPR-LOADED-SW     PIC X VALUE 'N'.
           88  APPR-LOADED    VALUE 'Y'.
       01  MAX-UNAPPR-VERS    PIC 9(4) VALUE 500.
       01  UNAPPR-VERS-COUNT  PIC 9(4) VALUE 0.
       01  UNAPPR-VERS-TABLE.
           05  UNAPPR-VERS-ENTRY OCCURS 500 TIMES.
               10  UNAPPR-NAME     PIC X(8).
               10  UNAPPR-EFF-DATE PIC 9(8).
       01  UNAPPR-IDX         PIC 9(4) VALUE 0.
       01  CAT-CHECK-DATE     PIC 9(8) VALUE 0.
       01  CAT-VERS-OK-SW     PIC X VALUE 'N'.
           88  CAT-VERS-OK    VALUE 'Y'.
       01  CAT-UNAPPR-DATE    PIC 9(8) VALUE 0.

      *> FOR PRIORC RESOLUTION. EACH DISTINCT NAME A TYPE-A NODE
      *> REFERENCES IS MAPPED TO ITS CATALOG REPORT ID (HISTORY IS
      *> KEYED BY EXPRESSION ID, NOT NAME), THEN ONE SEQUENTIAL
       01 WORKING-VALUE-1 PIC S9(9)V99 VALUE -1.
       01 WORKING-VALUE-2 PIC S9(9)V99 VALUE -1.

      * ROUNDC SCRATCH: THE VALUE IS MOVED ROUNDED INTO A FIELD
      * CARRYING THE WANTED NUMBER OF DECIMALS, THEN BACK.
       01 ROUND-WORK-0 PIC S9(9) VALUE 0.
       01 ROUND-WORK-1 PIC S9(9)V9 VALUE 0.

       01  INTERP-CHOICE         PIC 9 VALUE 0.
           88  NUMC-CHOICE VALUE 0.
           88  PLUSC-CHOICE VALUE 1.
      * ZODE_ID = 8 = IFC
      * ZODE_ID = 9 = CALLC
      * ZODE_ID = A = PRIORC
      * ZODE_ID = B = LOOKUPC
      * ZODE_ID = C = MINC
      * ZODE_ID = D = MAXC
      * ZODE_ID = E = ABSC
      * ZODE_ID = F = ROUNDC

       01 GEN_ZODE BASED.
           02 ZODE_ID PIC X VALUE SPACE.
      * A CALLC EVALUATES TO THE NAMED CATALOG EXPRESSION'S RESULT.
      * BY INTERP TIME THE REFERENCE IS ALREADY A GRAFTED COPY OF
      * THAT EXPRESSION'S TREE HANGING UNDER LT (SEE
      * RESOLVE-CALLC-NODES); NAME IS KEPT FOR THE TRACE, AND
      * EFF-DATE (THE GRAFTED VERSION'S DATE) FOR THE LINEAGE.
       01 CALLC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.
           02 NAME PIC X(8) VALUE SPACE.
           02 EFF-DATE PIC 9(8) VALUE 0.

      * A PRIORC EVALUATES TO THE NAMED CATALOG EXPRESSION'S MOST
      * RECENT HISTORY RESULT BEFORE TONIGHT'S RUN DATE. THE VALUE
           02 VAL PIC S9(9)V99 VALUE 0.
           02 NAME PIC X(8) VALUE SPACE.

      * A LOOKUPC EVALUATES ITS INPUT EXPRESSION UNDER LT AND
      * RETURNS THE RATE OF THE FIRST BRACKET OF THE NAMED ZODERATE
      * TABLE WHOSE UPPER BOUND COVERS IT (SEE FIND-RATE-VALUE).
       01 LOOKUPC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.
           02 NAME PIC X(8) VALUE SPACE.

      * MINC AND MAXC RETURN THE LESSER AND THE GREATER OF LT AND
      * RT - THE FLOOR AND CAP FORMS THAT USED TO TAKE AN IFC/GTC
      * PAIR.
       01 MINC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.
           02 RT POINTER VALUE NULL.

       01 MAXC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.
           02 RT POINTER VALUE NULL.

      * ABSC RETURNS ITS LT CHILD'S VALUE WITHOUT ITS SIGN.
       01 ABSC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.

      * ROUNDC ROUNDS ITS LT CHILD'S VALUE HALF-UP TO PLACES
      * DECIMALS (0 THRU 2), CARRIED IN THE SOURCE RECORD'S VAL.
       01 ROUNDC BASED.
           02 ZODE_ID PIC X VALUE SPACE.
           02 LT POINTER VALUE NULL.
           02 PLACES PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       PERFORM MAIN.

               MOVE PARM-WORK TO PARM-VALUE
           END-IF

      *    A LEADING 'CORR=YYYYMMDD' ('CORR=20250131',
      *    'CORR=20250131,CAT=...', 'CORR=20250131,SKED') RERUNS A
      *    PAST NIGHT AS OF THAT DATE TO CORRECT IT: THE DATE
      *    BECOMES THE RUN DATE FOR EVERY DATED LOOKUP, THE
      *    RESULTS RESTATE THAT DATE'S HISTORY (ORIGINALS LOGGED
      *    TO ZODERSTL, DIFFERENCES REPORTED ON ZODERSTR), AND
      *    TONIGHT'S REPORT, EXTRACT, ZODEPRMO, CHECKPOINT AND
      *    RECONCILIATION ARE LEFT ALONE.
           IF PARM-VALUE(1:5) = "CORR="
               SET CORR-MODE TO TRUE
               MOVE PARM-VALUE(6:8) TO CORR-DATE-TEXT
               MOVE PARM-VALUE(15:66) TO PARM-WORK
               MOVE PARM-WORK TO PARM-VALUE
               PERFORM CHECK-CORR-DATE
               IF NOT CORR-DATE-OK
                   MOVE "ZOD033E" TO MSG-ID
                   DISPLAY MSG-ID " CORRECTION DATE " CORR-DATE-TEXT
                       " IS NOT A VALID PAST RUN DATE"
                   PERFORM RECORD-MSG-SEVERITY
                   PERFORM WRITE-RUN-SUMMARY
                   MOVE HIGHEST-SEVERITY TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CORR-DATE-NUM TO WS-RUN-DATE
           END-IF

      *    A LEADING 'PART=NN/MM' ('PART=02/04,SKED',
      *    'RESTART,PART=02/04,CAT=...', AND SO ON) EVALUATES ONLY
      *    PARTITION NN OF MM OF THE SELECTED EXPRESSIONS, SO SEVERAL
      *    STEPS CAN SHARE A LONG NIGHT'S SET; EXPRESSIONS LINKED BY
      *    THE SYMBOLS THEY ASSIGN AND READ ALWAYS LAND IN ONE
      *    PARTITION (SEE SELECT-PARTITION). EACH PARTITION STEP
      *    WRITES ITS OWN ZODERPT, ZODEEXT, ZODEPRMO, ZODESUMM AND
      *    CHECKPOINT THROUGH ITS OWN DDS, AND ZODEPMRG COMBINES
      *    THEM AND WRITES THE NIGHT'S HISTORY AND SYMBOL SNAPSHOT -
      *    A PARTITION WRITES NEITHER. A RESTART KEYED BEHIND THE
      *    PARTITION IS TAKEN THE SAME AS ONE KEYED IN FRONT OF IT.
           IF PARM-VALUE(1:5) = "PART="
               MOVE 0 TO PART-NO
               MOVE 0 TO PART-COUNT
               IF PARM-VALUE(6:2) IS NUMERIC
                   AND PARM-VALUE(8:1) = "/"
                   AND PARM-VALUE(9:2) IS NUMERIC
                   AND (PARM-VALUE(11:1) = SPACE
                       OR PARM-VALUE(11:1) = ",")
                   MOVE PARM-VALUE(6:2) TO PART-NO
                   MOVE PARM-VALUE(9:2) TO PART-COUNT
               END-IF
               IF PART-NO = 0 OR PART-COUNT = 0
                   OR PART-NO > PART-COUNT
                   MOVE "ZOD037E" TO MSG-ID
                   DISPLAY MSG-ID " PARTITION PARM " PARM-VALUE(1:10)
                       " IS NOT VALID - CODE PART=NN/MM"
                   PERFORM RECORD-MSG-SEVERITY
                   PERFORM WRITE-RUN-SUMMARY
                   MOVE HIGHEST-SEVERITY TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PART-MODE TO TRUE
               MOVE PARM-VALUE(12:69) TO PARM-WORK
               MOVE PARM-WORK TO PARM-VALUE
               IF PARM-VALUE(1:7) = "RESTART"
                   SET RESTART-MODE TO TRUE
                   MOVE PARM-VALUE(9:72) TO PARM-WORK
                   MOVE PARM-WORK TO PARM-VALUE
               END-IF
           END-IF

      *    'SIM,RESTART' LEAVES THE RESTART WORD BEHIND THE SIM
      *    STRIP INSTEAD OF IN FRONT OF IT, SO THE RESIDUAL PARM IS
      *    RE-TESTED HERE - BOTH KEYING ORDERS MUST LAND IN THE
      *    SAME REJECTION BELOW. THE SAME GOES FOR A RESTART OR SIM
      *    KEYED BEHIND A CORR= PREFIX.
           IF (SIM-MODE OR CORR-MODE)
               AND PARM-VALUE(1:7) = "RESTART"
               SET RESTART-MODE TO TRUE
           END-IF
           IF CORR-MODE AND PARM-VALUE(1:3) = "SIM"
               AND (PARM-VALUE(4:1) = SPACE
                   OR PARM-VALUE(4:1) = ",")
               SET SIM-MODE TO TRUE
           END-IF

      *    A SIMULATION NEVER CHECKPOINTS, SO THERE IS NOTHING A
      *    RESTART OF ONE COULD RESUME; A PARM NAMING BOTH IS AN
               STOP RUN
           END-IF

      *    A CORRECTION NEVER CHECKPOINTS AND WRITES NO WHAT-IF
      *    COMPARISON; IT IS ITS OWN KIND OF RUN, SO A PARM NAMING
      *    IT WITH EITHER IS REJECTED THE SAME WAY.
           IF CORR-MODE AND (RESTART-MODE OR SIM-MODE)
               MOVE "ZOD034E" TO MSG-ID
               DISPLAY MSG-ID " CORR CANNOT BE COMBINED WITH "
                   "RESTART OR SIM"
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF

      *    A PARTITION IS A SHARE OF A PRODUCTION NIGHT FOR
      *    ZODEPMRG TO COMBINE; A SIMULATION, CORRECTION OR TEST
      *    SUITE HAS NO SUCH NIGHT TO SHARE, SO A PARM PAIRING THEM
      *    IS REJECTED BEFORE ANY FILE IS TOUCHED.
           IF PART-MODE
               AND (SIM-MODE OR CORR-MODE
                   OR PARM-VALUE(1:3) = "SIM"
                   OR PARM-VALUE(1:5) = "CORR="
                   OR PARM-VALUE(1:4) = "TEST"
                   OR PARM-VALUE(1:4) = "REGR")
               MOVE "ZOD038E" TO MSG-ID
               DISPLAY MSG-ID " PART CANNOT BE COMBINED WITH SIM, "
                   "CORR, TEST OR REGR"
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF

           IF PARM-VALUE(1:4) = "TEST"
               PERFORM TEST-STACK
           ELSE
                   SET SKED-MODE TO TRUE
               END-IF
               PERFORM LOAD-SYMBOL-TABLE
               PERFORM LOAD-RATE-TABLE
               PERFORM BUILD-AST

      *        A NONZERO EDIT-ERROR COUNT MEANS VALIDATE-ZODE-SRC
                   STOP RUN
               END-IF

      *        A SIMULATION OR CORRECTION NEVER CHECKPOINTS (AND
      *        NEVER DISTURBS A REAL RUN'S CHECKPOINT WAITING FOR A
      *        RESTART).
               IF NOT SIM-MODE AND NOT CORR-MODE
                   IF RESTART-MODE
                       PERFORM LOAD-CHECKPOINT
                   ELSE
                   SET CKPT-ACTIVE TO TRUE
               END-IF

      *        LINEAGE IS KEPT BY THE RUNS THAT WRITE HISTORY - A
      *        SIMULATION'S WHAT-IF INPUTS ARE NEVER EVIDENCE.
               IF NOT SIM-MODE
                   PERFORM OPEN-LINEAGE-FILE
               END-IF

               PERFORM OPEN-TRACE
               PERFORM EVALUATE-EXPRESSIONS
               PERFORM CLOSE-TRACE

               IF LIN-ACTIVE
                   PERFORM CLOSE-LINEAGE-FILE
               END-IF

               IF RESTART-MODE
                   MOVE "ZOD305I" TO MSG-ID
                   DISPLAY MSG-ID " RESTART REUSED "
      *        RESULT REPORT, NO HISTORY OR EXTRACT RECORDS, NO
      *        UPDATED PARAMETER FILE, NO RECONCILIATION - SO A
      *        WHAT-IF RUN CAN NEVER POLLUTE THE PRODUCTION TRAIL.
      *        A CORRECTION LIKEWISE WRITES ONLY ITS RESTATEMENT:
      *        THE CORRECTED DATE'S HISTORY, THE ZODERSTL LOG OF THE
      *        ORIGINALS AND THE ZODERSTR DIFFERENCE REPORT - AND
      *        THE CORRECTED DATE'S SYMBOL SNAPSHOT, SO THE NEXT
      *        NIGHT ATTRIBUTES AGAINST THE CORRECTED INPUTS.
               IF SIM-MODE
                   PERFORM WRITE-SIM-RPT
               ELSE
               IF CORR-MODE
                   PERFORM WRITE-RESTATEMENT
                   PERFORM WRITE-SYMBOL-SNAPSHOT
               ELSE
                   PERFORM WRITE-RESULT-RPT
                   PERFORM WRITE-PARM-OUT
      *            A PARTITION HOLDS ONLY ITS OWN SHARE OF TONIGHT'S
      *            ASSIGNMENTS; ZODEPMRG SNAPSHOTS THE COMBINED TABLE.
                   IF NOT PART-MODE
                       PERFORM WRITE-SYMBOL-SNAPSHOT
                   END-IF
                   PERFORM RECONCILE-RESULTS

      *            TOLERANCE BREACHES END THE STEP WITH A WARNING
                       PERFORM RECORD-MSG-SEVERITY
                   END-IF
               END-IF
               END-IF

               PERFORM WRITE-RUN-SUMMARY
               IF HIGHEST-SEVERITY > RETURN-CODE
       EVALUATE-ONE-EXPR.
           SET INTERP-OK TO TRUE
           ADD 1 TO SUMM-EXPRS-EVAL
           IF LIN-ACTIVE
               PERFORM CLEAR-EXPR-LINEAGE
           END-IF
           MOVE EXPR-ROOT-PTR(EXPR-IDX) TO WORKING-EXPR-PTR-0
           PERFORM INTERP
           IF INTERP-ERROR
           ELSE
               MOVE 'N' TO EXPR-ERR-SW(EXPR-IDX)
           END-IF
           IF LIN-ACTIVE
               PERFORM WRITE-LINEAGE-HEADER
           END-IF
      *    WHEN THE ROOT RECORD NAMED A TARGET SYMBOL, BIND THE
      *    RESULT TO IT NOW, BEFORE THE NEXT EXPRESSION RUNS, SO
      *    A LATER EXPRESSION IN THE SAME BATCH CAN READ IT BACK
      *    A DAMAGED NIGHT TOO, WITH WHATEVER COUNTS WERE REACHED.
       WRITE-RUN-SUMMARY.
           OPEN OUTPUT ZODE-SUMM-FILE
           IF PART-MODE
               MOVE PART-NO TO SUMM-PART-NO-OUT
               MOVE PART-COUNT TO SUMM-PART-CNT-OUT
               WRITE ZODE-SUMM-REC FROM SUMM-PART-LINE
               MOVE WS-RUN-DATE TO SUMM-DATE-OUT
               WRITE ZODE-SUMM-REC FROM SUMM-DATE-LINE
           END-IF
           MOVE SUMM-RECS-READ TO SUMM-RECS-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-RECS-LINE
           MOVE SUMM-NODES-BUILT TO SUMM-NODES-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-WARNS-LINE
           MOVE HIGHEST-SEVERITY TO SUMM-SEV-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-SEV-LINE
           IF PART-MODE AND SUMM-PARMS-DONE
               MOVE SUMM-PARMS-WRITTEN TO SUMM-PARMS-OUT
               WRITE ZODE-SUMM-REC FROM SUMM-PARMS-LINE
           END-IF
           CLOSE ZODE-SUMM-FILE.

      *    OPEN THE TRACE LOG AND RESET THE LINE SEQUENCE COUNTER.
      *    WRITE ONE TRACE LINE FOR THE NODE VISIT DESCRIBED BY
      *    TRC-NODE-TYPE/TRC-LT/TRC-RT/TRC-RESULT, ALREADY SET BY
      *    THE CALLER.
      *    A BREACH-ATTRIBUTION RE-EVALUATION RUNS AFTER THE TRACE
      *    IS CLOSED AND IS NOT PART OF THE NIGHT'S TRACE, SO IT
      *    WRITES NOTHING.
       WRITE-TRACE-LINE.
           IF NOT ATTR-REEVAL
               ADD 1 TO TRACE-SEQ
               MOVE TRACE-SEQ TO TRC-SEQ
               MOVE ZODE-TRACE-DETAIL TO ZODE-TRACE-REC
               WRITE ZODE-TRACE-REC
           END-IF.

      *    WRITE THE RUN-DATE HEADER, ONE RESULT DETAIL LINE PER
      *    EVALUATED EXPRESSION, AND A TRAILER CARRYING THE EXPRESSION
      *    COUNT SO THE REPORT CAN BE BALANCED AGAINST THE INPUT.
      *    A PARTITION TAGS ITS HEADER WITH ITS PARTITION AND LEAVES
      *    THE HISTORY TO ZODEPMRG, WHICH ADDS THE WHOLE NIGHT'S
      *    RESULTS ONLY ONCE EVERY PARTITION HAS FINISHED CLEAN.
       WRITE-RESULT-RPT.
           OPEN OUTPUT ZODE-RESULT-RPT

           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE WS-RUN-YYYY TO RPT-HDR-YYYY
           MOVE SPACE TO RPT-HDR-PART
           IF PART-MODE
               STRING "PART " PART-NO " OF " PART-COUNT
                   DELIMITED BY SIZE
                   INTO RPT-HDR-PART
               END-STRING
           END-IF
           MOVE ZODE-RPT-HEADER TO ZODE-RPT-REC
           WRITE ZODE-RPT-REC

           IF NOT PART-MODE
               PERFORM OPEN-HIST-FILE
           END-IF
           OPEN OUTPUT ZODE-EXT-FILE

           MOVE 1 TO EXPR-IDX
           PERFORM UNTIL EXPR-IDX > EXPR-COUNT
               PERFORM WRITE-RESULT-RPT-DETAIL
               IF NOT PART-MODE
                   PERFORM WRITE-HIST-REC
               END-IF
               PERFORM WRITE-EXTRACT-REC
               ADD 1 TO EXPR-IDX
           END-PERFORM

           CLOSE ZODE-EXT-FILE
           IF NOT PART-MODE
               PERFORM CLOSE-HIST-FILE
           END-IF

           MOVE EXPR-COUNT TO RPT-TRL-EXPR-COUNT
           MOVE ZODE-RPT-TRAILER TO ZODE-RPT-REC
           END-STRING.

       *> Open the keyed results-history file for update, creating
       *> it on first use if it doesn't exist yet, and load the
       *> closed periods every write is checked against.
       OPEN-HIST-FILE.
           PERFORM LOAD-CLOSED-PERIODS
           MOVE 0 TO HIST-REFUSED-COUNT
           OPEN I-O ZODE-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT ZODE-HIST-FILE
               OPEN I-O ZODE-HIST-FILE
           END-IF.

       *> Refused writes end the step with a warning code: the
       *> night ran, but its history is not on file for a closed
       *> month until ZODEPRDM reopens it and the night is rerun.
       CLOSE-HIST-FILE.
           CLOSE ZODE-HIST-FILE
           IF HIST-REFUSED-COUNT NOT = 0
               MOVE "ZOD209W" TO MSG-ID
               DISPLAY MSG-ID " HISTORY PERIOD " WS-RUN-DATE(1:6)
                   " IS CLOSED - " HIST-REFUSED-COUNT
                   " RESULTS NOT WRITTEN"
               PERFORM RECORD-MSG-SEVERITY
           END-IF.

       *> Load the closed months from ZODEPCTL. Reopened periods
       *> stay on the file with their reason but are not loaded.
       *> Only a missing file (status 35) means no month is closed;
       *> any other open or read failure ends the run rather than
       *> let a closed month be written as if it were open.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIOD-COUNT
           MOVE 'N' TO PCTL-EOF-SW
           OPEN INPUT ZODE-PCTL-FILE
           IF WS-PCTL-STATUS NOT = "00" AND WS-PCTL-STATUS NOT = "35"
               PERFORM PCTL-IO-ERROR
           END-IF
           IF WS-PCTL-STATUS = "00"
               PERFORM UNTIL END-OF-PCTL
                   READ ZODE-PCTL-FILE NEXT RECORD
                       AT END
                           SET END-OF-PCTL TO TRUE
                       NOT AT END
                           IF PC-CLOSED
                               AND CLOSED-PERIOD-COUNT
                                   < MAX-CLOSED-PERIODS
                               ADD 1 TO CLOSED-PERIOD-COUNT
                               MOVE PC-PERIOD TO
                                   CLOSED-PERIOD(CLOSED-PERIOD-COUNT)
                           END-IF
                   END-READ
                   IF WS-PCTL-STATUS NOT = "00"
                       AND WS-PCTL-STATUS NOT = "10"
                       PERFORM PCTL-IO-ERROR
                   END-IF
               END-PERFORM
               CLOSE ZODE-PCTL-FILE
           END-IF.

       PCTL-IO-ERROR.
           MOVE "ZOD911S" TO MSG-ID
           DISPLAY MSG-ID " PERIOD CONTROL I/O ERROR - STATUS "
               WS-PCTL-STATUS
           PERFORM RECORD-MSG-SEVERITY
           PERFORM WRITE-RUN-SUMMARY
           MOVE HIGHEST-SEVERITY TO RETURN-CODE
           STOP RUN.

       *> Is PERIOD-CHECK (YYYYMM) one of the closed months?
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO PERIOD-CLOSED-SW
           MOVE 1 TO CLOSED-PERIOD-IDX
           PERFORM UNTIL CLOSED-PERIOD-IDX > CLOSED-PERIOD-COUNT
               OR PERIOD-IS-CLOSED
               IF CLOSED-PERIOD(CLOSED-PERIOD-IDX) = PERIOD-CHECK
                   SET PERIOD-IS-CLOSED TO TRUE
               END-IF
               ADD 1 TO CLOSED-PERIOD-IDX
           END-PERFORM.

      *    OPEN THE LINEAGE FILE FOR UPDATE, CREATING IT ON FIRST
      *    USE. A RUN DATE IN A CLOSED PERIOD KEEPS NO LINEAGE, SO
      *    THE FILE IS LEFT SHUT AND LIN-ACTIVE STAYS OFF; ZOD209W
      *    ALREADY TELLS THE MORNING REVIEW THE NIGHT IS NOT ON FILE.
       OPEN-LINEAGE-FILE.
           MOVE 0 TO LIN-WRITE-COUNT
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF NOT PERIOD-IS-CLOSED
               OPEN I-O ZODE-LIN-FILE
      *        A PARTITION STEP SHARES ZODELIN WITH ITS SIBLINGS, SO
      *        ONLY A FILE THAT IS NOT THERE AT ALL IS CREATED; ANY
      *        OTHER OPEN FAILURE (CONTENTION INCLUDED) IS ZOD908S
      *        RATHER THAN A NEW, EMPTY FILE UNDER THE OTHER STEPS.
               IF WS-LIN-STATUS = "35"
                   OR (WS-LIN-STATUS NOT = "00" AND NOT PART-MODE)
                   OPEN OUTPUT ZODE-LIN-FILE
                   CLOSE ZODE-LIN-FILE
                   OPEN I-O ZODE-LIN-FILE
               END-IF
               PERFORM CHECK-LIN-STATUS
               SET LIN-ACTIVE TO TRUE
           END-IF.

       CLOSE-LINEAGE-FILE.
           CLOSE ZODE-LIN-FILE
           MOVE 'N' TO LIN-ACTIVE-SW
           MOVE "ZOD307I" TO MSG-ID
           DISPLAY MSG-ID " LINEAGE WRITTEN - " LIN-WRITE-COUNT
               " RECORDS FOR " WS-RUN-DATE.

      *    DELETE WHATEVER LINEAGE EXPRESSION EXPR-IDX ALREADY HAS
      *    FOR THE RUN DATE - AN EARLIER RUN THAT NIGHT, OR THE PART
      *    AN ABENDED RUN GOT THROUGH - SO ITS RECORDS ARE REPLACED
      *    WHOLE AND THE SEQUENCE STARTS AGAIN FROM 1.
       CLEAR-EXPR-LINEAGE.
           MOVE 0 TO LIN-SEQ-NEXT
           MOVE 'N' TO LIN-CLEAR-SW
           MOVE WS-RUN-DATE TO LN-RUN-DATE
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO LN-EXPR-ID
           MOVE 0 TO LN-SEQ
           START ZODE-LIN-FILE KEY NOT < LN-KEY
               INVALID KEY
                   SET LIN-CLEAR-DONE TO TRUE
           END-START
           PERFORM UNTIL LIN-CLEAR-DONE
               READ ZODE-LIN-FILE NEXT RECORD
                   AT END
                       SET LIN-CLEAR-DONE TO TRUE
                   NOT AT END
                       IF LN-RUN-DATE NOT = WS-RUN-DATE
                           OR LN-EXPR-ID NOT = EXPR-ROOT-ID(EXPR-IDX)
                           SET LIN-CLEAR-DONE TO TRUE
                       ELSE
                           DELETE ZODE-LIN-FILE RECORD
                           PERFORM CHECK-LIN-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      *    WRITE EXPRESSION EXPR-IDX'S HEADER AT SEQUENCE 0: THE
      *    CATALOG VERSION IT RAN, ITS RESULT (PEEKED OFF THE VALUE
      *    STACK THE WAY THE ASSIGNMENT PATH DOES) AND ITS ERROR FLAG.
       WRITE-LINEAGE-HEADER.
           PERFORM POP-STACK
           PERFORM CHECK-STACK-STATUS
           MOVE WS-RUN-DATE TO LN-RUN-DATE
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO LN-EXPR-ID
           MOVE 0 TO LN-SEQ
           MOVE 'H' TO LN-REC-TYPE
           MOVE EXPR-CAT-NAME(EXPR-IDX) TO LN-NAME
           MOVE EXPR-CAT-EFF(EXPR-IDX) TO LN-DATE
           MOVE 0 TO LN-INPUT
           MOVE NUM-ITEM TO LN-VAL
           MOVE 'Y' TO LN-FOUND-SW
           MOVE EXPR-ERR-SW(EXPR-IDX) TO LN-ERR-FLAG
           WRITE ZODE-LIN-REC
           PERFORM CHECK-LIN-STATUS
           ADD 1 TO LIN-WRITE-COUNT
           PERFORM PUSH-STACK
           PERFORM CHECK-STACK-STATUS.

      *    RECORD ONE VARC READ: THE VALUE INTERP USED AND THE DATE
      *    THAT VALUE TOOK EFFECT (TONIGHT'S DATE FOR A SYMBOL AN
      *    EARLIER EXPRESSION ASSIGNED).
       NOTE-LINEAGE-SYMBOL.
           MOVE 'S' TO LN-REC-TYPE
           MOVE SYM-LOOKUP-NAME TO LN-NAME
           MOVE 0 TO LN-INPUT
           MOVE SYM-LOOKUP-VAL TO LN-VAL
           IF SYM-FOUND-IDX = 0
               MOVE 0 TO LN-DATE
               MOVE 'N' TO LN-FOUND-SW
           ELSE
               MOVE SYM-EFF-DATE(SYM-FOUND-IDX) TO LN-DATE
               MOVE 'Y' TO LN-FOUND-SW
           END-IF
           PERFORM WRITE-LINEAGE-INPUT.

      *    RECORD ONE PRIORC READ: THE PRIOR RESULT USED AND THE RUN
      *    DATE IT WAS TAKEN FROM, OUT OF THE TABLE
      *    RESOLVE-PRIORC-NODES FILLED.
       NOTE-LINEAGE-PRIOR.
           MOVE 'P' TO LN-REC-TYPE
           MOVE NAME OF PRIORC TO LN-NAME
           MOVE 0 TO LN-INPUT
           MOVE VAL OF PRIORC TO LN-VAL
           MOVE 0 TO LN-DATE
           MOVE 'N' TO LN-FOUND-SW
           MOVE 1 TO PRI-IDX
           PERFORM UNTIL PRI-IDX > PRIOR-NAME-COUNT
               IF PRI-EXPR-NAME(PRI-IDX) = NAME OF PRIORC
                   AND PRI-FOUND(PRI-IDX)
                   MOVE PRI-DATE(PRI-IDX) TO LN-DATE
                   MOVE 'Y' TO LN-FOUND-SW
               END-IF
               ADD 1 TO PRI-IDX
           END-PERFORM
           PERFORM WRITE-LINEAGE-INPUT.

      *    RECORD ONE LOOKUPC: THE RATE TABLE, THE INPUT LOOKED UP,
      *    THE RATE RETURNED AND THE EFFECTIVE DATE OF THE TABLE
      *    VERSION ITS BRACKET CAME FROM.
       NOTE-LINEAGE-LOOKUP.
           MOVE 'L' TO LN-REC-TYPE
           MOVE RATE-LOOKUP-NAME TO LN-NAME
           MOVE RATE-LOOKUP-INPUT TO LN-INPUT
           MOVE RATE-LOOKUP-VAL TO LN-VAL
           IF RATE-FOUND-IDX = 0
               MOVE 0 TO LN-DATE
               MOVE 'N' TO LN-FOUND-SW
           ELSE
               MOVE RB-EFF-DATE(RATE-FOUND-IDX) TO LN-DATE
               MOVE 'Y' TO LN-FOUND-SW
           END-IF
           PERFORM WRITE-LINEAGE-INPUT.

      *    RECORD ONE CALLC: THE CALLED EXPRESSION, THE CATALOG
      *    VERSION GRAFTED IN FOR IT AND THE RESULT IT RETURNED. ITS
      *    OWN INPUTS WERE RECORDED AS THEY WERE READ, JUST AHEAD OF
      *    THIS RECORD.
       NOTE-LINEAGE-CALLED.
           MOVE 'C' TO LN-REC-TYPE
           MOVE NAME OF CALLC TO LN-NAME
           MOVE EFF-DATE OF CALLC TO LN-DATE
           MOVE 0 TO LN-INPUT
           MOVE NUM-ITEM TO LN-VAL
           MOVE 'Y' TO LN-FOUND-SW
           PERFORM WRITE-LINEAGE-INPUT.

      *    WRITE THE INPUT RECORD SET UP BY A NOTE-LINEAGE PARAGRAPH
      *    AT THE EXPRESSION'S NEXT SEQUENCE. PAST 9999 INPUTS THE
      *    REST ARE NOT RECORDED RATHER THAN WRAP ONTO THE HEADER.
       WRITE-LINEAGE-INPUT.
           IF LIN-SEQ-NEXT < 9999
               ADD 1 TO LIN-SEQ-NEXT
               MOVE WS-RUN-DATE TO LN-RUN-DATE
               MOVE EXPR-ROOT-ID(EXPR-IDX) TO LN-EXPR-ID
               MOVE LIN-SEQ-NEXT TO LN-SEQ
               MOVE SPACE TO LN-ERR-FLAG
               WRITE ZODE-LIN-REC
               PERFORM CHECK-LIN-STATUS
               ADD 1 TO LIN-WRITE-COUNT
           END-IF.

       CHECK-LIN-STATUS.
           IF WS-LIN-STATUS NOT = "00"
               MOVE "ZOD908S" TO MSG-ID
               DISPLAY MSG-ID " LINEAGE I/O ERROR - STATUS "
                   WS-LIN-STATUS
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF.

      *    KEEP TONIGHT'S SYMBOL TABLE IN THE SNAPSHOT FILE - EVERY
      *    SYMBOL AS EVALUATION LEFT IT, ASSIGNMENTS INCLUDED - SO
      *    TOMORROW'S BREACH ATTRIBUTION CAN SEE WHAT EACH INPUT
      *    WAS TONIGHT. WHATEVER THE FILE ALREADY HOLDS FOR THE
      *    RUN DATE IS DELETED FIRST, SO A RERUN OR CORRECTION
      *    REPLACES THE NIGHT'S SNAPSHOT WHOLE. A RUN DATE IN A
      *    CLOSED PERIOD IS LEFT AS IT WAS CLOSED.
       WRITE-SYMBOL-SNAPSHOT.
           MOVE 0 TO SNAP-WRITE-COUNT
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF NOT PERIOD-IS-CLOSED
               OPEN I-O ZODE-SNAP-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   OPEN OUTPUT ZODE-SNAP-FILE
                   CLOSE ZODE-SNAP-FILE
                   OPEN I-O ZODE-SNAP-FILE
               END-IF
               PERFORM CHECK-SNAP-STATUS
               PERFORM CLEAR-SYMBOL-SNAPSHOT
               MOVE 1 TO SNAP-IDX
               PERFORM UNTIL SNAP-IDX > SYMBOL-COUNT
                   MOVE WS-RUN-DATE TO SN-RUN-DATE
                   MOVE SYM-NAME(SNAP-IDX) TO SN-SYM-NAME
                   MOVE SYM-EFF-DATE(SNAP-IDX) TO SN-EFF-DATE
                   MOVE SYM-VAL(SNAP-IDX) TO SN-SYM-VAL
                   WRITE ZODE-SNAP-REC
                   PERFORM CHECK-SNAP-STATUS
                   ADD 1 TO SNAP-WRITE-COUNT
                   ADD 1 TO SNAP-IDX
               END-PERFORM
               CLOSE ZODE-SNAP-FILE
               MOVE "ZOD308I" TO MSG-ID
               DISPLAY MSG-ID " SYMBOL SNAPSHOT WRITTEN - "
                   SNAP-WRITE-COUNT " SYMBOLS FOR " WS-RUN-DATE
           END-IF.

       CLEAR-SYMBOL-SNAPSHOT.
           MOVE 'N' TO SNAP-CLEAR-SW
           MOVE WS-RUN-DATE TO SN-RUN-DATE
           MOVE LOW-VALUES TO SN-SYM-NAME
           START ZODE-SNAP-FILE KEY NOT < SN-KEY
               INVALID KEY
                   SET SNAP-CLEAR-DONE TO TRUE
           END-START
           PERFORM UNTIL SNAP-CLEAR-DONE
               READ ZODE-SNAP-FILE NEXT RECORD
                   AT END
                       SET SNAP-CLEAR-DONE TO TRUE
                   NOT AT END
                       IF SN-RUN-DATE NOT = WS-RUN-DATE
                           SET SNAP-CLEAR-DONE TO TRUE
                       ELSE
                           DELETE ZODE-SNAP-FILE RECORD
                           PERFORM CHECK-SNAP-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SNAP-STATUS.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "ZOD909S" TO MSG-ID
               DISPLAY MSG-ID " SNAPSHOT I/O ERROR - STATUS "
                   WS-SNAP-STATUS
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF.

       *> Record expression EXPR-IDX's result in the keyed history,
       *> keyed by run date + expression ID. A rerun on the same
       *> date rewrites that date's record; any other bad status
       *> abends the way the other file-error paths do. A run date
       *> in a closed period is refused and counted instead.
       WRITE-HIST-REC.
           MOVE WS-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               ADD 1 TO HIST-REFUSED-COUNT
           ELSE
               PERFORM WRITE-HIST-REC-KEYED
           END-IF.

       WRITE-HIST-REC-KEYED.
           MOVE WS-RUN-DATE TO ZH-RUN-DATE
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO ZH-EXPR-ID
           MOVE EXPR-RESULT(EXPR-IDX) TO ZH-RESULT
      *    VALUES INSTEAD; THE PRODUCTION PARAMETER FILE IS NEVER
      *    EVEN OPENED, SO A WHAT-IF RUN CANNOT LEAN ON IT BY
      *    ACCIDENT.
      *    ZODEPARM ONLY EVER HOLDS APPROVED VALUES: ZODEPRMM KEEPS A
      *    MAKER'S ADD, CHANGE OR DELETE ON ZODEAPPR AND APPLIES IT
      *    TO THE FILE WHEN A SECOND USER APPROVES IT, SO WHAT IS
      *    READ HERE NEEDS NO FURTHER APPROVAL CHECK.
       LOAD-SYMBOL-TABLE.
           MOVE 0 TO SYMBOL-COUNT
           MOVE 0 TO DATED-PARM-COUNT
           END-IF
           MOVE SYM-LOOKUP-VAL TO DP-SYM-VAL(DP-FOUND-IDX).

      *    LOAD THE ZODERATE BRACKETS IN EFFECT FOR THE RUN DATE. THE
      *    FILE IS READ IN KEY ORDER (TABLE, EFFECTIVE DATE, UPPER
      *    BOUND), SO A LATER QUALIFYING EFFECTIVE DATE FOR THE TABLE
      *    BEING LOADED SIMPLY DISCARDS THE BRACKETS TAKEN FOR THE
      *    EARLIER ONE. NO FILE (STATUS 35) MEANS NO TABLES; ANY
      *    LOOKUPC NODE IS THEN REJECTED BY VALIDATE-ZODE-SRC. ANY
      *    OTHER OPEN FAILURE IS AN I/O ERROR, NOT AN EMPTY TABLE.
       LOAD-RATE-TABLE.
           MOVE 0 TO RATE-BRACKET-COUNT
           MOVE 0 TO RB-TABLE-START
           SET RATE-EOF-SW TO 'N'
           OPEN INPUT ZODE-RATE-FILE
           IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "35"
               PERFORM RATE-IO-ERROR
           END-IF
           IF WS-RATE-STATUS = "00"
               MOVE LOW-VALUES TO RT-KEY
               START ZODE-RATE-FILE KEY NOT < RT-KEY
                   INVALID KEY
                       SET END-OF-RATES TO TRUE
               END-START
               PERFORM UNTIL END-OF-RATES
                   PERFORM READ-NEXT-RATE-REC
                   IF NOT END-OF-RATES
                       PERFORM TAKE-RATE-RECORD
                   END-IF
               END-PERFORM
               CLOSE ZODE-RATE-FILE
           END-IF.

      *    FOLD ONE BRACKET IN. A NEW TABLE NAME STARTS A NEW RUN OF
      *    ENTRIES; A LATER EFFECTIVE DATE FOR THE SAME TABLE RESTARTS
      *    THAT RUN. FUTURE-DATED BRACKETS ARE NOT IN EFFECT YET.
       TAKE-RATE-RECORD.
           IF RT-EFF-DATE NOT > WS-RUN-DATE
               IF RB-TABLE-START = 0
                   OR RT-TABLE-NAME NOT = RB-TABLE-NAME(RB-TABLE-START)
                   COMPUTE RB-TABLE-START = RATE-BRACKET-COUNT + 1
               ELSE
                   IF RT-EFF-DATE > RB-EFF-DATE(RB-TABLE-START)
                       COMPUTE RATE-BRACKET-COUNT = RB-TABLE-START - 1
                   END-IF
               END-IF
               IF RATE-BRACKET-COUNT NOT < MAX-RATE-BRACKETS
                   MOVE "ZOD032E" TO MSG-ID
                   DISPLAY MSG-ID " TOO MANY ZODERATE BRACKETS - "
                       "MAX " MAX-RATE-BRACKETS " EXCEEDED"
                   PERFORM RECORD-MSG-SEVERITY
                   PERFORM WRITE-RUN-SUMMARY
                   MOVE HIGHEST-SEVERITY TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RATE-BRACKET-COUNT
               MOVE RT-TABLE-NAME TO RB-TABLE-NAME(RATE-BRACKET-COUNT)
               MOVE RT-EFF-DATE TO RB-EFF-DATE(RATE-BRACKET-COUNT)
               MOVE RT-UPPER-BOUND
                 TO RB-UPPER-BOUND(RATE-BRACKET-COUNT)
               MOVE RT-RATE-VAL TO RB-RATE-VAL(RATE-BRACKET-COUNT)
           END-IF.

       READ-NEXT-RATE-REC.
           READ ZODE-RATE-FILE NEXT RECORD
               AT END
                   SET END-OF-RATES TO TRUE
           END-READ
           IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "10"
               PERFORM RATE-IO-ERROR
           END-IF.

       RATE-IO-ERROR.
           MOVE "ZOD907S" TO MSG-ID
           DISPLAY MSG-ID " RATE TABLE I/O ERROR - STATUS "
               WS-RATE-STATUS
           PERFORM RECORD-MSG-SEVERITY
           PERFORM WRITE-RUN-SUMMARY
           MOVE HIGHEST-SEVERITY TO RETURN-CODE
           STOP RUN.

      *    RATE-FOUND-IDX = FIRST BRACKET OF TABLE RATE-LOOKUP-NAME,
      *    OR 0 IF NO VERSION OF THE TABLE IS IN EFFECT.
       FIND-RATE-TABLE.
           MOVE 0 TO RATE-FOUND-IDX
           MOVE 1 TO RB-IDX
           PERFORM UNTIL RB-IDX > RATE-BRACKET-COUNT
                   OR RATE-FOUND-IDX NOT = 0
               IF RB-TABLE-NAME(RB-IDX) = RATE-LOOKUP-NAME
                   MOVE RB-IDX TO RATE-FOUND-IDX
               END-IF
               ADD 1 TO RB-IDX
           END-PERFORM.

      *    RATE-LOOKUP-VAL = RATE OF THE FIRST BRACKET OF TABLE
      *    RATE-LOOKUP-NAME WHOSE UPPER BOUND IS NOT BELOW
      *    RATE-LOOKUP-INPUT. RATE-FOUND-IDX IS 0 (AND THE VALUE 0)
      *    WHEN THE INPUT IS ABOVE THE TABLE'S TOP BRACKET.
       FIND-RATE-VALUE.
           MOVE 0 TO RATE-FOUND-IDX
           MOVE 0 TO RATE-LOOKUP-VAL
           MOVE 1 TO RB-IDX
           PERFORM UNTIL RB-IDX > RATE-BRACKET-COUNT
                   OR RATE-FOUND-IDX NOT = 0
               IF RB-TABLE-NAME(RB-IDX) = RATE-LOOKUP-NAME
                   AND RB-UPPER-BOUND(RB-IDX) NOT < RATE-LOOKUP-INPUT
                   MOVE RB-IDX TO RATE-FOUND-IDX
                   MOVE RB-RATE-VAL(RB-IDX) TO RATE-LOOKUP-VAL
               END-IF
               ADD 1 TO RB-IDX
           END-PERFORM.

      *    BUILD THE AST FROM THE ZODE-SRC-FILE. EACH RECORD DESCRIBES
      *    ONE NODE (ID, ZODE_ID, VAL, LEFT/RIGHT CHILD IDS, ROOT FLAG).
      *    RECORDS ARE READ INTO ZODE-NODE-TABLE FIRST AND VALIDATED
           MOVE ZSW-RIGHT-ID TO ZNT-RIGHT-ID(ZODE-NODE-COUNT)
           MOVE ZSW-ELSE-ID TO ZNT-ELSE-ID(ZODE-NODE-COUNT)
           MOVE ZSW-NODE-ID TO ZNT-RPT-ID(ZODE-NODE-COUNT)
           MOVE SPACE TO ZNT-CAT-NAME(ZODE-NODE-COUNT)
           MOVE 0 TO ZNT-CAT-EFF(ZODE-NODE-COUNT)
           MOVE 0 TO ZNT-REF-COUNT(ZODE-NODE-COUNT)
           SET ZNT-NODE-PTR(ZODE-NODE-COUNT) TO NULL.

               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CAT-VERS-FOUND AND CAT-UNAPPR-DATE NOT = 0
               MOVE "ZOD035E" TO MSG-ID
               DISPLAY MSG-ID " CATALOG EXPRESSION " CAT-CURR-NAME
                   " HAS NO APPROVED VERSION IN EFFECT FOR "
                   WS-RUN-DATE
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CAT-VERS-FOUND
               MOVE "ZOD028E" TO MSG-ID
               DISPLAY MSG-ID " CATALOG EXPRESSION " CAT-CURR-NAME
      *    EFFECTIVE DATE NOT AFTER THE RUN DATE. THIS IS WHAT LETS
      *    A FORMULA CHANGE BE STAGED DAYS AHEAD WITH A FUTURE
      *    DATE INSTEAD OF EDITED INTO THE CATALOG ON ITS NIGHT.
      *    A VERSION STILL AWAITING APPROVAL (OR REJECTED) IS
      *    PASSED OVER, SO THE PRIOR APPROVED VERSION STAYS IN
      *    EFFECT; CAT-UNAPPR-DATE KEEPS THE LATEST ONE PASSED OVER.
       FIND-CAT-EFF-DATE.
           IF NOT APPR-LOADED
               PERFORM LOAD-UNAPPROVED-VERSIONS
           END-IF
           MOVE 'N' TO CAT-NAME-ANY-SW
           MOVE 'N' TO CAT-VERS-FOUND-SW
           MOVE 0 TO CAT-EFF-DATE
           MOVE 0 TO CAT-CHECK-DATE
           MOVE 0 TO CAT-UNAPPR-DATE
           MOVE 'N' TO CAT-EOF-SW
           MOVE CAT-CURR-NAME TO ZC-EXPR-NAME
           MOVE 0 TO ZC-EFF-DATE
               OR ZC-EXPR-NAME NOT = CAT-CURR-NAME
               SET CAT-NAME-ANY TO TRUE
               IF ZC-EFF-DATE NOT > WS-RUN-DATE
                   IF ZC-EFF-DATE NOT = CAT-CHECK-DATE
                       MOVE ZC-EFF-DATE TO CAT-CHECK-DATE
                       PERFORM CHECK-CAT-VERS-APPROVED
                   END-IF
                   IF CAT-VERS-OK
                       SET CAT-VERS-FOUND TO TRUE
                       IF ZC-EFF-DATE > CAT-EFF-DATE
                           MOVE ZC-EFF-DATE TO CAT-EFF-DATE
                       END-IF
                   ELSE
                       IF ZC-EFF-DATE > CAT-UNAPPR-DATE
                           MOVE ZC-EFF-DATE TO CAT-UNAPPR-DATE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-CAT-REC
           END-PERFORM
           IF CAT-VERS-FOUND AND CAT-UNAPPR-DATE > CAT-EFF-DATE
               MOVE "ZOD210W" TO MSG-ID
               DISPLAY MSG-ID " CATALOG EXPRESSION " CAT-CURR-NAME
                   " VERSION " CAT-UNAPPR-DATE " NOT APPROVED - "
                   CAT-EFF-DATE " USED"
               PERFORM RECORD-MSG-SEVERITY
           END-IF.

      *    IS VERSION CAT-CURR-NAME + CAT-CHECK-DATE CLEAR TO RUN?
       CHECK-CAT-VERS-APPROVED.
           SET CAT-VERS-OK TO TRUE
           MOVE 1 TO UNAPPR-IDX
           PERFORM UNTIL UNAPPR-IDX > UNAPPR-VERS-COUNT
               OR NOT CAT-VERS-OK
               IF UNAPPR-NAME(UNAPPR-IDX) = CAT-CURR-NAME
                   AND UNAPPR-EFF-DATE(UNAPPR-IDX) = CAT-CHECK-DATE
                   MOVE 'N' TO CAT-VERS-OK-SW
               END-IF
               ADD 1 TO UNAPPR-IDX
           END-PERFORM.

      *    LOAD THE PENDING AND REJECTED CATALOG VERSIONS FROM
      *    ZODEAPPR. A MISSING FILE (STATUS 35) MEANS NO VERSION HAS
      *    EVER BEEN PUT THROUGH APPROVAL, SO NONE IS HELD BACK. TOO
      *    MANY TO HOLD REJECTS THE RUN RATHER THAN LET ONE SLIP
      *    THROUGH, AND SO DOES AN OPEN OR READ FAILURE - A RECORD
      *    NOT READ WOULD LEAVE ITS VERSION LOOKING APPROVED.
       LOAD-UNAPPROVED-VERSIONS.
           SET APPR-LOADED TO TRUE
           MOVE 0 TO UNAPPR-VERS-COUNT
           MOVE 'N' TO APPR-EOF-SW
           OPEN INPUT ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "35"
               PERFORM APPR-IO-ERROR
           END-IF
           IF WS-APPR-STATUS = "00"
               PERFORM UNTIL END-OF-APPR
                   READ ZODE-APPR-FILE NEXT RECORD
                       AT END
                           SET END-OF-APPR TO TRUE
                       NOT AT END
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
           MOVE "ZOD910S" TO MSG-ID
           DISPLAY MSG-ID " APPROVAL FILE I/O ERROR - STATUS "
               WS-APPR-STATUS
           PERFORM RECORD-MSG-SEVERITY
           PERFORM WRITE-RUN-SUMMARY
           MOVE HIGHEST-SEVERITY TO RETURN-CODE
           STOP RUN.

       NOTE-UNAPPROVED-VERSION.
           IF UNAPPR-VERS-COUNT NOT < MAX-UNAPPR-VERS
               MOVE "ZOD036E" TO MSG-ID
               DISPLAY MSG-ID " TOO MANY UNAPPROVED CATALOG VERSIONS"
                   " - MAX " MAX-UNAPPR-VERS
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO UNAPPR-VERS-COUNT
           MOVE AP-ITEM-NAME TO UNAPPR-NAME(UNAPPR-VERS-COUNT)
           MOVE AP-EFF-DATE TO UNAPPR-EFF-DATE(UNAPPR-VERS-COUNT).

      *    EVERY NONZERO PRE-REMAP CHILD ID OF THE EXPRESSION JUST
      *    LOADED MUST NAME ONE OF ITS OWN RECORDS; A CATALOG
      *    ENTRY WITH A DANGLING CHILD REJECTS THE RUN HERE, BEFORE
      *    THE REMAPPED IDS COULD MAKE IT RESOLVE INTO A DIFFERENT
      *    EXPRESSION BY ACCIDENT.
               STOP RUN
           END-IF
           MOVE ZC-RPT-ID TO ZNT-RPT-ID(ZODE-NODE-COUNT)
           MOVE CAT-CURR-NAME TO ZNT-CAT-NAME(ZODE-NODE-COUNT)
           MOVE CAT-EFF-DATE TO ZNT-CAT-EFF(ZODE-NODE-COUNT)
           SET ZNT-NODE-PTR(ZODE-NODE-COUNT) TO NULL.

      *    ABEND CLEANLY WHEN REMAPPING WOULD PUSH A NODE ID PAST
               STOP RUN
           END-IF
           MOVE CAT-ROOT-REMAP-ID
            TO ZNT-LEFT-ID(CALLC-SCAN-IDX)
      *    VAL, UNUSED BY A CALLC, KEEPS THE VERSION DATE OF THE
      *    GRAFTED COPY FOR THE LINEAGE RECORD.
           MOVE CAT-EFF-DATE TO ZNT-VAL(CALLC-SCAN-IDX).

      *    RESOLVE EVERY PRIORC NODE TO A VALUE BEFORE EVALUATION:
      *    MAP EACH DISTINCT REFERENCED NAME TO ITS CATALOG REPORT
               PERFORM ORDER-EXPRESSIONS
           END-IF

      *    A PARTITION CUTS THE ORDERED SET DOWN TO ITS OWN SHARE
      *    BEFORE ANYTHING IS ALLOCATED.
           IF EDIT-ERROR-COUNT = 0 AND PART-MODE
               PERFORM SELECT-PARTITION
           END-IF

           PERFORM CLOSE-EDIT-RPT.

      *    WORK OUT THE EVALUATION ORDER: GATHER EACH ROOTED
           IF ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = '2'
               AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = '9'
               AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = 'A'
               AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = 'B'
               MOVE ZNT-VAR-NAME(ZODE-NODE-IDX)
                TO DEP-ASSIGN-NAME(DEP-ROOT-COUNT)
           ELSE
               ADD 1 TO DEP-READ-IDX
           END-PERFORM.

      *    KEEP ONLY THIS PARTITION'S SHARE OF THE ORDERED
      *    EXPRESSIONS. EVERY LINKED PAIR - A READER AND THE FIRST
      *    EXPRESSION ASSIGNING THE SYMBOL IT READS, OR AN ASSIGNER
      *    AND THE FIRST EXPRESSION ASSIGNING THE SAME SYMBOL - TAKES
      *    THE LOWER OF ITS TWO GROUP NUMBERS, PASS AFTER PASS UNTIL
      *    NOTHING CHANGES, WHICH LEAVES EACH GROUP NUMBERED BY ITS
      *    LOWEST ORDINAL. THE GROUPS ARE THEN DEALT OUT, AND THE
      *    OTHER PARTITIONS' ROOTS LOSE THEIR ROOT FLAG SO THAT
      *    ALLOCATION REGISTERS ONLY THIS SHARE. THE EVALUATION ORDER
      *    IS RENUMBERED TO MATCH, BUT EACH EXPRESSION KEEPS ITS
      *    PLACE IN THE WHOLE NIGHT'S SEQUENCE FOR THE REPORT, AND
      *    THE READ LIST KEEPS ONLY THIS SHARE'S READS, RENUMBERED,
      *    SO BREACH ATTRIBUTION FINDS EACH EXPRESSION'S OWN READS.
       SELECT-PARTITION.
           MOVE 1 TO DEP-ORD-IDX
           PERFORM UNTIL DEP-ORD-IDX > DEP-ROOT-COUNT
               MOVE DEP-ORD-IDX TO PRT-GROUP(DEP-ORD-IDX)
               MOVE 0 TO PRT-GROUP-SIZE(DEP-ORD-IDX)
               MOVE 0 TO PRT-ASSIGN-FIRST(DEP-ORD-IDX)
               MOVE 0 TO PRT-PART-NO(DEP-ORD-IDX)
               MOVE 0 TO PRT-NEW-ORD(DEP-ORD-IDX)
               IF DEP-ASSIGN-NAME(DEP-ORD-IDX) NOT = SPACE
                   MOVE 1 TO DEP-SCAN-ORD
                   PERFORM UNTIL PRT-ASSIGN-FIRST(DEP-ORD-IDX) NOT = 0
                       IF DEP-ASSIGN-NAME(DEP-SCAN-ORD)
                           = DEP-ASSIGN-NAME(DEP-ORD-IDX)
                           MOVE DEP-SCAN-ORD
                            TO PRT-ASSIGN-FIRST(DEP-ORD-IDX)
                       END-IF
                       ADD 1 TO DEP-SCAN-ORD
                   END-PERFORM
               END-IF
               ADD 1 TO DEP-ORD-IDX
           END-PERFORM

           MOVE 1 TO DEP-READ-IDX
           PERFORM UNTIL DEP-READ-IDX > DEP-READ-COUNT
               MOVE 0 TO PART-READ-LINK(DEP-READ-IDX)
               MOVE 1 TO DEP-SCAN-ORD
               PERFORM UNTIL DEP-SCAN-ORD > DEP-ROOT-COUNT
                   OR PART-READ-LINK(DEP-READ-IDX) NOT = 0
                   IF DEP-ASSIGN-NAME(DEP-SCAN-ORD)
                       = DEPR-SYM-NAME(DEP-READ-IDX)
                       MOVE DEP-SCAN-ORD TO PART-READ-LINK(DEP-READ-IDX)
                   END-IF
                   ADD 1 TO DEP-SCAN-ORD
               END-PERFORM
               ADD 1 TO DEP-READ-IDX
           END-PERFORM

           SET PART-CHANGED TO TRUE
           PERFORM UNTIL NOT PART-CHANGED
               MOVE 'N' TO PART-CHANGED-SW
               PERFORM JOIN-PARTITION-GROUPS
           END-PERFORM

           MOVE 0 TO PART-GROUP-COUNT
           MOVE 1 TO DEP-ORD-IDX
           PERFORM UNTIL DEP-ORD-IDX > DEP-ROOT-COUNT
               ADD 1 TO PRT-GROUP-SIZE(PRT-GROUP(DEP-ORD-IDX))
               IF PRT-GROUP(DEP-ORD-IDX) = DEP-ORD-IDX
                   ADD 1 TO PART-GROUP-COUNT
               END-IF
               ADD 1 TO DEP-ORD-IDX
           END-PERFORM

           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > PART-COUNT
               MOVE 0 TO PART-LOAD(PART-IDX)
               ADD 1 TO PART-IDX
           END-PERFORM
           MOVE 0 TO PART-DEALT-COUNT
           PERFORM UNTIL PART-DEALT-COUNT = PART-GROUP-COUNT
               PERFORM DEAL-PARTITION-GROUP
           END-PERFORM

           MOVE 0 TO PART-MEMBER-COUNT
           MOVE 1 TO DEP-ORD-IDX
           PERFORM UNTIL DEP-ORD-IDX > DEP-ROOT-COUNT
               IF PRT-PART-NO(PRT-GROUP(DEP-ORD-IDX)) = PART-NO
                   ADD 1 TO PART-MEMBER-COUNT
                   MOVE PART-MEMBER-COUNT TO PRT-NEW-ORD(DEP-ORD-IDX)
               ELSE
                   MOVE 'N'
                    TO ZNT-ROOT-FLAG(DEP-ROOT-TAB-IDX(DEP-ORD-IDX))
               END-IF
               ADD 1 TO DEP-ORD-IDX
           END-PERFORM

           MOVE 0 TO PART-NEW-POS
           MOVE 1 TO EVAL-POS
           PERFORM UNTIL EVAL-POS > DEP-ROOT-COUNT
               MOVE EVAL-ORDER-ORD(EVAL-POS) TO DEP-ORD-IDX
               IF PRT-NEW-ORD(DEP-ORD-IDX) NOT = 0
                   ADD 1 TO PART-NEW-POS
                   MOVE PRT-NEW-ORD(DEP-ORD-IDX)
                    TO EVAL-ORDER-ORD(PART-NEW-POS)
                   MOVE EVAL-POS
                    TO EVAL-SEQ-POS(PRT-NEW-ORD(DEP-ORD-IDX))
               END-IF
               ADD 1 TO EVAL-POS
           END-PERFORM

           MOVE 0 TO PART-KEEP-COUNT
           MOVE 1 TO DEP-READ-IDX
           PERFORM UNTIL DEP-READ-IDX > DEP-READ-COUNT
               MOVE DEPR-EXPR-ORD(DEP-READ-IDX) TO DEP-ORD-IDX
               IF PRT-NEW-ORD(DEP-ORD-IDX) NOT = 0
                   ADD 1 TO PART-KEEP-COUNT
                   MOVE PRT-NEW-ORD(DEP-ORD-IDX)
                    TO DEPR-EXPR-ORD(PART-KEEP-COUNT)
                   MOVE DEPR-SYM-NAME(DEP-READ-IDX)
                    TO DEPR-SYM-NAME(PART-KEEP-COUNT)
               END-IF
               ADD 1 TO DEP-READ-IDX
           END-PERFORM
           MOVE PART-KEEP-COUNT TO DEP-READ-COUNT

           MOVE "ZOD309I" TO MSG-ID
           DISPLAY MSG-ID " PARTITION " PART-NO " OF " PART-COUNT
               " EVALUATES " PART-MEMBER-COUNT " OF "
               DEP-ROOT-COUNT " EXPRESSIONS IN "
               PART-GROUP-COUNT " GROUPS".

      *    ONE PASS OVER EVERY LINK, READS FIRST, THEN ASSIGNERS.
       JOIN-PARTITION-GROUPS.
           MOVE 1 TO DEP-READ-IDX
           PERFORM UNTIL DEP-READ-IDX > DEP-READ-COUNT
               IF PART-READ-LINK(DEP-READ-IDX) NOT = 0
                   MOVE DEPR-EXPR-ORD(DEP-READ-IDX) TO PART-LINK-A
                   MOVE PART-READ-LINK(DEP-READ-IDX) TO PART-LINK-B
                   PERFORM JOIN-ONE-LINK
               END-IF
               ADD 1 TO DEP-READ-IDX
           END-PERFORM
           MOVE 1 TO DEP-ORD-IDX
           PERFORM UNTIL DEP-ORD-IDX > DEP-ROOT-COUNT
               IF PRT-ASSIGN-FIRST(DEP-ORD-IDX) NOT = 0
                   MOVE DEP-ORD-IDX TO PART-LINK-A
                   MOVE PRT-ASSIGN-FIRST(DEP-ORD-IDX) TO PART-LINK-B
                   PERFORM JOIN-ONE-LINK
               END-IF
               ADD 1 TO DEP-ORD-IDX
           END-PERFORM.

       JOIN-ONE-LINK.
           IF PRT-GROUP(PART-LINK-A) < PRT-GROUP(PART-LINK-B)
               MOVE PRT-GROUP(PART-LINK-A) TO PRT-GROUP(PART-LINK-B)
               SET PART-CHANGED TO TRUE
           ELSE
               IF PRT-GROUP(PART-LINK-B) < PRT-GROUP(PART-LINK-A)
                   MOVE PRT-GROUP(PART-LINK-B)
                    TO PRT-GROUP(PART-LINK-A)
                   SET PART-CHANGED TO TRUE
               END-IF
           END-IF.

      *    DEAL THE LARGEST GROUP NOT YET DEALT (THE LOWEST ORDINAL
      *    ON A TIE) TO THE LEAST LOADED PARTITION (THE LOWEST
      *    NUMBER ON A TIE).
       DEAL-PARTITION-GROUP.
           MOVE 0 TO PART-BEST-ORD
           MOVE 1 TO DEP-ORD-IDX
           PERFORM UNTIL DEP-ORD-IDX > DEP-ROOT-COUNT
               IF PRT-GROUP(DEP-ORD-IDX) = DEP-ORD-IDX
                   AND PRT-PART-NO(DEP-ORD-IDX) = 0
                   IF PART-BEST-ORD = 0
                       MOVE DEP-ORD-IDX TO PART-BEST-ORD
                   ELSE
                       IF PRT-GROUP-SIZE(DEP-ORD-IDX)
                           > PRT-GROUP-SIZE(PART-BEST-ORD)
                           MOVE DEP-ORD-IDX TO PART-BEST-ORD
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO DEP-ORD-IDX
           END-PERFORM
           MOVE 1 TO PART-BEST-NO
           MOVE 2 TO PART-IDX
           PERFORM UNTIL PART-IDX > PART-COUNT
               IF PART-LOAD(PART-IDX) < PART-LOAD(PART-BEST-NO)
                   MOVE PART-IDX TO PART-BEST-NO
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM
           MOVE PART-BEST-NO TO PRT-PART-NO(PART-BEST-ORD)
           ADD PRT-GROUP-SIZE(PART-BEST-ORD) TO PART-LOAD(PART-BEST-NO)
           ADD 1 TO PART-DEALT-COUNT.

      *    PER-NODE EDITS: UNKNOWN TYPE CODE AND CHILD-ID
      *    RESOLUTION (DUPLICATE IDS ARE CAUGHT AS ADJACENT ENTRIES
      *    IN THE SORTED INDEX BY VALIDATE-ZODE-SRC). RESOLVED
       VALIDATE-ONE-NODE.
           IF (ZNT-ZODE-ID(EDIT-CHECK-IDX) < '0'
               OR ZNT-ZODE-ID(EDIT-CHECK-IDX) > '9')
               AND (ZNT-ZODE-ID(EDIT-CHECK-IDX) < 'A'
               OR ZNT-ZODE-ID(EDIT-CHECK-IDX) > 'F')
               MOVE ZNT-NODE-ID(EDIT-CHECK-IDX) TO EDIT-DTL-NODE-ID
               MOVE "UNKNOWN ZODE TYPE CODE" TO EDIT-DTL-TEXT
               PERFORM WRITE-EDIT-ERROR
               WHEN '5'
               WHEN '6'
               WHEN '7'
               WHEN 'C'
               WHEN 'D'
                   IF ZNT-LEFT-ID(EDIT-CHECK-IDX) = 0
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
      *        A LOOKUPC NEEDS ITS INPUT CHILD, AND THE TABLE IT NAMES
      *        MUST HAVE A VERSION IN EFFECT ON ZODERATE.
               WHEN 'B'
                   IF ZNT-LEFT-ID(EDIT-CHECK-IDX) = 0
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                       MOVE "LOOKUPC HAS NO INPUT CHILD"
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
                   MOVE ZNT-VAR-NAME(EDIT-CHECK-IDX) TO RATE-LOOKUP-NAME
                   PERFORM FIND-RATE-TABLE
                   IF RATE-FOUND-IDX = 0
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                       MOVE "LOOKUPC RATE TABLE NOT ON ZODERATE"
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
               WHEN 'E'
                   IF ZNT-LEFT-ID(EDIT-CHECK-IDX) = 0
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                       MOVE "ABSC HAS NO INPUT CHILD"
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
      *        A ROUNDC'S VAL IS ITS DECIMAL PLACES: A WHOLE NUMBER 0
      *        THRU 2, SINCE RESULTS CARRY NO MORE THAN TWO DECIMALS.
               WHEN 'F'
                   IF ZNT-LEFT-ID(EDIT-CHECK-IDX) = 0
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                       MOVE "ROUNDC HAS NO INPUT CHILD"
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
                   IF ZNT-VAL(EDIT-CHECK-IDX) NOT = 0
                       AND ZNT-VAL(EDIT-CHECK-IDX) NOT = 1
                       AND ZNT-VAL(EDIT-CHECK-IDX) NOT = 2
                       MOVE ZNT-NODE-ID(EDIT-CHECK-IDX)
                        TO EDIT-DTL-NODE-ID
                       MOVE "ROUNDC PLACES NOT 0, 1 OR 2"
                        TO EDIT-DTL-TEXT
                       PERFORM WRITE-EDIT-ERROR
                   END-IF
           END-EVALUATE

           IF ZNT-IS-ROOT(EDIT-CHECK-IDX)

       OPEN-EDIT-RPT.
           OPEN OUTPUT ZODE-EDIT-RPT
           MOVE WS-RUN-MM TO EDIT-HDR-MM
           MOVE WS-RUN-DD TO EDIT-HDR-DD
           MOVE WS-RUN-YYYY TO EDIT-HDR-YYYY
           MOVE SPACE TO EDIT-HDR-PART
           IF PART-MODE
               STRING "PART " PART-NO " OF " PART-COUNT
                   DELIMITED BY SIZE
                   INTO EDIT-HDR-PART
               END-STRING
           END-IF
           MOVE ZODE-EDIT-HEADER TO ZODE-EDIT-REC
           WRITE ZODE-EDIT-REC.

                   MOVE 9 TO ZODE_ID OF CALLC
                   MOVE ZNT-VAR-NAME(ZODE-NODE-IDX)
                    TO NAME OF CALLC
                   MOVE ZNT-VAL(ZODE-NODE-IDX) TO EFF-DATE OF CALLC

      *        THE PRIORC'S VALUE WAS ALREADY RESOLVED INTO THE
      *        TABLE ENTRY'S VAL BY RESOLVE-PRIORC-NODES.
                   MOVE ZNT-VAL(ZODE-NODE-IDX) TO VAL OF PRIORC
                   MOVE ZNT-VAR-NAME(ZODE-NODE-IDX)
                    TO NAME OF PRIORC

      *        THE LOOKUPC'S VAR-NAME NAMES THE ZODERATE TABLE; ITS
      *        INPUT EXPRESSION IS WIRED UNDER LT BY LINK-ONE-NODE.
               WHEN 'B'
                   PERFORM ALLOCATE-LOOKUPC
                   SET ADDRESS OF LOOKUPC TO WORKING-EXPR-PTR-0
                   MOVE 'B' TO ZODE_ID OF LOOKUPC
                   MOVE ZNT-VAR-NAME(ZODE-NODE-IDX)
                    TO NAME OF LOOKUPC

               WHEN 'C'
                   PERFORM ALLOCATE-MINC
                   SET ADDRESS OF MINC TO WORKING-EXPR-PTR-0
                   MOVE 'C' TO ZODE_ID OF MINC

               WHEN 'D'
                   PERFORM ALLOCATE-MAXC
                   SET ADDRESS OF MAXC TO WORKING-EXPR-PTR-0
                   MOVE 'D' TO ZODE_ID OF MAXC

               WHEN 'E'
                   PERFORM ALLOCATE-ABSC
                   SET ADDRESS OF ABSC TO WORKING-EXPR-PTR-0
                   MOVE 'E' TO ZODE_ID OF ABSC

               WHEN 'F'
                   PERFORM ALLOCATE-ROUNDC
                   SET ADDRESS OF ROUNDC TO WORKING-EXPR-PTR-0
                   MOVE 'F' TO ZODE_ID OF ROUNDC
                   MOVE ZNT-VAL(ZODE-NODE-IDX) TO PLACES OF ROUNDC
           END-EVALUATE

           MOVE WORKING-EXPR-PTR-0 TO ZNT-NODE-PTR(ZODE-NODE-IDX)
               MOVE WORKING-EXPR-PTR-0 TO EXPR-ROOT-PTR(EXPR-COUNT)
               MOVE 0 TO EXPR-RESULT(EXPR-COUNT)
               MOVE 'N' TO EXPR-ERR-SW(EXPR-COUNT)
               MOVE ZNT-CAT-NAME(ZODE-NODE-IDX)
                TO EXPR-CAT-NAME(EXPR-COUNT)
               MOVE ZNT-CAT-EFF(ZODE-NODE-IDX)
                TO EXPR-CAT-EFF(EXPR-COUNT)
      *        A ROOT RECORD'S VAR-NAME FIELD, UNUSED BY EVERY TYPE
      *        BUT VARC, CALLC, PRIORC, AND LOOKUPC, NAMES THE SYMBOL
      *        THAT RECEIVES THE EXPRESSION'S RESULT. THOSE FOUR KEEP
      *        THEIR VAR-NAME AS THE SYMBOL, EXPRESSION, OR RATE TABLE
      *        THEY REFERENCE, SO NO ASSIGNMENT FOR ANY OF THEM.
               IF ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = '2'
                   AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = '9'
                   AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = 'A'
                   AND ZNT-ZODE-ID(ZODE-NODE-IDX) NOT = 'B'
                   MOVE ZNT-VAR-NAME(ZODE-NODE-IDX)
                    TO EXPR-ASSIGN-NAME(EXPR-COUNT)
               ELSE
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF CALLC TO ZODE-LOOKUP-PTR
                   END-IF

               WHEN 'B'
                   SET ADDRESS OF LOOKUPC
                    TO ZNT-NODE-PTR(ZODE-NODE-IDX)
                   IF ZNT-LEFT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-LEFT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF LOOKUPC TO ZODE-LOOKUP-PTR
                   END-IF

               WHEN 'C'
                   SET ADDRESS OF MINC TO ZNT-NODE-PTR(ZODE-NODE-IDX)
                   IF ZNT-LEFT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-LEFT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF MINC TO ZODE-LOOKUP-PTR
                   END-IF
                   IF ZNT-RIGHT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-RIGHT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET RT OF MINC TO ZODE-LOOKUP-PTR
                   END-IF

               WHEN 'D'
                   SET ADDRESS OF MAXC TO ZNT-NODE-PTR(ZODE-NODE-IDX)
                   IF ZNT-LEFT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-LEFT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF MAXC TO ZODE-LOOKUP-PTR
                   END-IF
                   IF ZNT-RIGHT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-RIGHT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET RT OF MAXC TO ZODE-LOOKUP-PTR
                   END-IF

               WHEN 'E'
                   SET ADDRESS OF ABSC TO ZNT-NODE-PTR(ZODE-NODE-IDX)
                   IF ZNT-LEFT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-LEFT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF ABSC TO ZODE-LOOKUP-PTR
                   END-IF

               WHEN 'F'
                   SET ADDRESS OF ROUNDC TO ZNT-NODE-PTR(ZODE-NODE-IDX)
                   IF ZNT-LEFT-ID(ZODE-NODE-IDX) NOT = 0
                       MOVE ZNT-LEFT-ID(ZODE-NODE-IDX)
                        TO ZODE-LOOKUP-ID
                       PERFORM FIND-ZODE-NODE-PTR
                       SET LT OF ROUNDC TO ZODE-LOOKUP-PTR
                   END-IF
           END-EVALUATE.

       FIND-ZODE-NODE-PTR.
               WRITE ZODE-PARM-OUT-REC
               ADD 1 TO DP-IDX
           END-PERFORM
           CLOSE ZODE-PARM-OUT-FILE
           MOVE DATED-PARM-COUNT TO SUMM-PARMS-WRITTEN
           SET SUMM-PARMS-DONE TO TRUE.

      *    THE SIMULATION COMPARISON REPORT: ONE LINE PER EVALUATED
      *    EXPRESSION WITH ITS SIMULATED RESULT, ITS LATEST REAL
               ADD 1 TO EXPR-IDX
           END-PERFORM.

      *    A CORRECTION DATE MUST BE A REAL CALENDAR DATE (LEAP
      *    YEARS AS CALC-MONTH-END RECKONS THEM) STRICTLY BEFORE
      *    TODAY: TONIGHT'S OWN RUN IS NEVER RESTATED, AND A FUTURE
      *    DATE HAS NOTHING TO CORRECT.
       CHECK-CORR-DATE.
           MOVE 'N' TO CORR-DATE-SW
           ACCEPT CORR-TODAY FROM DATE YYYYMMDD
           IF CORR-DATE-TEXT IS NUMERIC
               MOVE CORR-DATE-NUM TO MEND-DATE
               IF MEND-MM > 0 AND MEND-MM < 13 AND MEND-YYYY > 0
                   MOVE DIM-DAYS(MEND-MM) TO CORR-MAX-DD
                   IF MEND-MM = 2
                       DIVIDE MEND-YYYY BY 4 GIVING MEND-QUOT
                           REMAINDER MEND-REM-4
                       DIVIDE MEND-YYYY BY 100 GIVING MEND-QUOT
                           REMAINDER MEND-REM-100
                       DIVIDE MEND-YYYY BY 400 GIVING MEND-QUOT
                           REMAINDER MEND-REM-400
                       IF (MEND-REM-4 = 0 AND MEND-REM-100 NOT = 0)
                           OR MEND-REM-400 = 0
                           MOVE 29 TO CORR-MAX-DD
                       END-IF
                   END-IF
                   IF MEND-DD > 0 AND MEND-DD NOT > CORR-MAX-DD
                       AND CORR-DATE-NUM < CORR-TODAY
                       SET CORR-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    RESTATE THE CORRECTED DATE'S HISTORY. FOR EACH EVALUATED
      *    EXPRESSION THE ORIGINAL RECORD (IF ANY) IS READ BY KEY
      *    AND LOGGED TO ZODERSTL BEFORE WRITE-HIST-REC REPLACES
      *    IT, SO AN ABEND PART WAY THROUGH NEVER LEAVES A REWRITTEN
      *    RESULT WITHOUT ITS ORIGINAL ON THE LOG; THE RESTATEMENT
      *    REPORT THEN SHOWS ORIGINAL, CORRECTED AND DIFFERENCE.
       WRITE-RESTATEMENT.
           MOVE 0 TO RSTR-COUNT
           MOVE 0 TO RSTR-CHANGED-COUNT
           MOVE 0 TO RSTR-NEW-COUNT
           ACCEPT RSTR-TIME-FULL FROM TIME
           OPEN OUTPUT ZODE-RSTR-RPT
           MOVE WS-RUN-MM TO RSTR-HDR-MM
           MOVE WS-RUN-DD TO RSTR-HDR-DD
           MOVE WS-RUN-YYYY TO RSTR-HDR-YYYY
           MOVE CORR-TODAY TO RSTR-HDR-TODAY
           MOVE ZODE-RSTR-HEADER TO ZODE-RSTR-REC
           WRITE ZODE-RSTR-REC

      *    A CLOSED PERIOD IS NOT RESTATED AT ALL - NOTHING IS
      *    LOGGED AS REPLACED THAT WAS NOT - AND THE REPORT SAYS SO.
           PERFORM OPEN-HIST-FILE
           MOVE WS-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               MOVE EXPR-COUNT TO HIST-REFUSED-COUNT
               MOVE WS-RUN-DATE(1:6) TO RSTR-CL-PERIOD
               MOVE ZODE-RSTR-CLOSED TO ZODE-RSTR-REC
               WRITE ZODE-RSTR-REC
           ELSE
               OPEN EXTEND ZODE-RSTL-FILE
               IF WS-RSTL-STATUS NOT = "00"
                   OPEN OUTPUT ZODE-RSTL-FILE
               END-IF
               MOVE 1 TO EXPR-IDX
               PERFORM UNTIL EXPR-IDX > EXPR-COUNT
                   PERFORM READ-ORIGINAL-HIST
                   PERFORM WRITE-RSTL-REC
                   PERFORM WRITE-HIST-REC
                   PERFORM WRITE-RSTR-DETAIL
                   ADD 1 TO EXPR-IDX
               END-PERFORM
               CLOSE ZODE-RSTL-FILE
           END-IF
           PERFORM CLOSE-HIST-FILE

           MOVE RSTR-COUNT TO RSTR-TRL-COUNT
           MOVE RSTR-CHANGED-COUNT TO RSTR-TRL-CHANGED
           MOVE RSTR-NEW-COUNT TO RSTR-TRL-NEW
           MOVE ZODE-RSTR-TRAILER TO ZODE-RSTR-REC
           WRITE ZODE-RSTR-REC
           CLOSE ZODE-RSTR-RPT

      *    A DATE WITH NO HISTORY AT ALL WAS PROBABLY MIS-KEYED (OR
      *    NEVER RAN); THE RESULTS ARE ON FILE NOW EITHER WAY, BUT
      *    THE STEP SAYS SO WITH A WARNING CODE.
           IF RSTR-COUNT NOT = 0 AND RSTR-NEW-COUNT = RSTR-COUNT
               MOVE "ZOD208W" TO MSG-ID
               DISPLAY MSG-ID " NO ORIGINAL HISTORY FOR "
                   WS-RUN-DATE " - ALL RESULTS ADDED AS NEW"
               PERFORM RECORD-MSG-SEVERITY
           END-IF
           MOVE "ZOD306I" TO MSG-ID
           DISPLAY MSG-ID " CORRECTION RESTATED " RSTR-COUNT
               " RESULTS FOR " WS-RUN-DATE " - " RSTR-CHANGED-COUNT
               " CHANGED - SEE ZODERSTR".

       READ-ORIGINAL-HIST.
           MOVE 'N' TO RSTR-ORIG-SW
           MOVE 0 TO RSTR-ORIG-RESULT
           MOVE SPACE TO RSTR-ORIG-ERR-FLAG
           MOVE WS-RUN-DATE TO ZH-RUN-DATE
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO ZH-EXPR-ID
           READ ZODE-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RSTR-ORIG-FOUND TO TRUE
                   MOVE ZH-RESULT TO RSTR-ORIG-RESULT
                   MOVE ZH-ERR-FLAG TO RSTR-ORIG-ERR-FLAG
           END-READ
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "23"
               MOVE "ZOD904S" TO MSG-ID
               DISPLAY MSG-ID " HISTORY I/O ERROR - STATUS "
                   WS-HIST-STATUS
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RSTL-REC.
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO RL-EXPR-ID
           MOVE RSTR-ORIG-SW TO RL-ORIG-FOUND
           MOVE RSTR-ORIG-RESULT TO RL-ORIG-RESULT
           MOVE RSTR-ORIG-ERR-FLAG TO RL-ORIG-ERR-FLAG
           MOVE EXPR-RESULT(EXPR-IDX) TO RL-CORR-RESULT
           IF EXPR-ERR(EXPR-IDX)
               MOVE 'Y' TO RL-CORR-ERR-FLAG
           ELSE
               MOVE 'N' TO RL-CORR-ERR-FLAG
           END-IF
           MOVE CORR-TODAY TO RL-RSTMT-DATE
           MOVE RSTR-TIME-FULL(1:6) TO RL-RSTMT-TIME
           WRITE ZODE-RSTL-REC.

       WRITE-RSTR-DETAIL.
           ADD 1 TO RSTR-COUNT
           IF RSTR-ORIG-FOUND
               MOVE EXPR-ROOT-ID(EXPR-IDX) TO RSTR-DTL-EXPR-ID
               MOVE RSTR-ORIG-RESULT TO RSTR-DTL-ORIG
               MOVE EXPR-RESULT(EXPR-IDX) TO RSTR-DTL-CORR
               COMPUTE RSTR-DIFF = EXPR-RESULT(EXPR-IDX)
                   - RSTR-ORIG-RESULT
               MOVE RSTR-DIFF TO RSTR-DTL-DIFF
               IF RSTR-DIFF NOT = 0
                   OR RSTR-ORIG-ERR-FLAG NOT = RL-CORR-ERR-FLAG
                   ADD 1 TO RSTR-CHANGED-COUNT
                   MOVE "CHANGED" TO RSTR-DTL-NOTE
               ELSE
                   MOVE "UNCHANGED" TO RSTR-DTL-NOTE
               END-IF
               MOVE ZODE-RSTR-DETAIL TO ZODE-RSTR-REC
           ELSE
               ADD 1 TO RSTR-NEW-COUNT
               MOVE EXPR-ROOT-ID(EXPR-IDX) TO RSTR-NO-EXPR-ID
               MOVE EXPR-RESULT(EXPR-IDX) TO RSTR-NO-CORR
               MOVE ZODE-RSTR-NO-ORIG TO ZODE-RSTR-REC
           END-IF
           WRITE ZODE-RSTR-REC.

      *    RUN THE ZODECASE REGRESSION SUITE: EACH CASE'S NODES AND
      *    SYMBOLS ARE LOADED FRESH, PUSHED THROUGH THE SAME
      *    VALIDATE/ALLOCATE/LINK/INTERP PATH PRODUCTION USES, AND
                   MOVE 0 TO ZODE-NODE-COUNT
                   MOVE 0 TO EXPR-COUNT
                   MOVE 0 TO SYMBOL-COUNT
                   MOVE 0 TO RATE-BRACKET-COUNT
                   SET CASE-ACTIVE TO TRUE
               WHEN CS-NODE-REC
                   IF CASE-ACTIVE
                       MOVE CS-SYM-VAL TO SYM-LOOKUP-VAL
                       PERFORM STORE-SYMBOL-VALUE
                   END-IF
      *        CASE RATE BRACKETS ARE UNDATED TOO, AND ARE TAKEN IN
      *        THE ORDER GIVEN - LIST EACH TABLE'S BRACKETS LOWEST
      *        UPPER BOUND FIRST, AS ZODERATE'S KEY ORDER WOULD.
               WHEN CS-RATE-REC
                   IF CASE-ACTIVE
                       IF RATE-BRACKET-COUNT < MAX-RATE-BRACKETS
                           ADD 1 TO RATE-BRACKET-COUNT
                           MOVE CS-RATE-TABLE
                             TO RB-TABLE-NAME(RATE-BRACKET-COUNT)
                           MOVE 0 TO RB-EFF-DATE(RATE-BRACKET-COUNT)
                           MOVE CS-RATE-BOUND
                             TO RB-UPPER-BOUND(RATE-BRACKET-COUNT)
                           MOVE CS-RATE-VAL
                             TO RB-RATE-VAL(RATE-BRACKET-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    EVALUATE THE CASE IN HAND AND LOG ITS VERDICT. A CASE
           PERFORM WRITE-TEST-HIST-REC.

      *    COMPARE TONIGHT'S RESULT FOR EACH TOLERANCED EXPRESSION
      *    AGAINST ITS PRIOR RUN AND REPORT EVERY BREACH, WITH ITS
      *    ATTRIBUTION TO THE SYMBOLS THAT MOVED ON ZODEATTR. BOTH
      *    REPORTS ARE ALWAYS WRITTEN, EVEN EMPTY, SO OPERATIONS
      *    ALWAYS HAS THE ARTIFACTS TO CHECK. A MISSING SNAPSHOT
      *    FILE ONLY MEANS NO BREACH CAN BE ATTRIBUTED.
       RECONCILE-RESULTS.
           MOVE 0 TO RECON-EXC-COUNT
           MOVE 0 TO ATTR-SYM-COUNT
           PERFORM LOAD-TOLERANCE-TABLE

           OPEN OUTPUT ZODE-EXC-RPT
           MOVE WS-RUN-MM TO EXC-HDR-MM
           MOVE WS-RUN-DD TO EXC-HDR-DD
           MOVE WS-RUN-YYYY TO EXC-HDR-YYYY
           MOVE SPACE TO EXC-HDR-PART
           IF PART-MODE
               STRING "PART " PART-NO " OF " PART-COUNT
                   DELIMITED BY SIZE
                   INTO EXC-HDR-PART
               END-STRING
           END-IF
           MOVE ZODE-EXC-HEADER TO ZODE-EXC-REC
           WRITE ZODE-EXC-REC

           OPEN OUTPUT ZODE-ATTR-RPT
           MOVE WS-RUN-MM TO ATR-HDR-MM
           MOVE WS-RUN-DD TO ATR-HDR-DD
           MOVE WS-RUN-YYYY TO ATR-HDR-YYYY
           MOVE EXC-HDR-PART TO ATR-HDR-PART
           MOVE ZODE-ATTR-HEADER TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           MOVE ZODE-ATTR-CAPTION TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           MOVE 'N' TO ATTR-SNAP-SW
           OPEN INPUT ZODE-SNAP-FILE
           IF WS-SNAP-STATUS = "00"
               SET ATTR-SNAP-OPEN TO TRUE
           END-IF

           IF TOL-COUNT NOT = 0
               PERFORM GATHER-PRIOR-RESULTS
               MOVE 1 TO EXPR-IDX
           MOVE RECON-EXC-COUNT TO EXC-TRL-COUNT
           MOVE ZODE-EXC-TRAILER TO ZODE-EXC-REC
           WRITE ZODE-EXC-REC
           CLOSE ZODE-EXC-RPT

           MOVE SPACE TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           MOVE RECON-EXC-COUNT TO ATR-TRL-BREACHES
           MOVE ATTR-SYM-COUNT TO ATR-TRL-SYMBOLS
           MOVE ZODE-ATTR-TRAILER TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           CLOSE ZODE-ATTR-RPT
           IF ATTR-SNAP-OPEN
               CLOSE ZODE-SNAP-FILE
               MOVE 'N' TO ATTR-SNAP-SW
           END-IF.

      *    LOAD THE PER-EXPRESSION TOLERANCE TABLE FROM ZODETOL, IF
      *    ONE IS PRESENT. A MISSING FILE JUST LEAVES THE TABLE
               PERFORM CHECK-TOLERANCE
               IF RECON-BREACH
                   PERFORM WRITE-EXCEPTION-LINE
                   PERFORM ATTRIBUTE-BREACH
               END-IF
           END-IF.

           MOVE ZODE-EXC-DETAIL TO ZODE-EXC-REC
           WRITE ZODE-EXC-REC.

      *    ATTRIBUTE THE BREACH JUST REPORTED FOR EXPRESSION
      *    EXPR-IDX. EVERY SYMBOL THE EXPRESSION READS (THE SAME
      *    LIST ORDER-EXPRESSIONS GATHERED, SO SYMBOLS READ THROUGH
      *    A CALLC ARE INCLUDED) IS COMPARED WITH ITS VALUE IN THE
      *    PRIOR RUN'S SNAPSHOT, AND EACH ONE THAT MOVED IS
      *    ATTRIBUTED ON ITS OWN.
       ATTRIBUTE-BREACH.
           MOVE EXPR-ROOT-ID(EXPR-IDX) TO ATR-BR-EXPR-ID
           MOVE TOL-PRIOR-DATE(TOL-FOUND-IDX) TO ATR-BR-PRIOR-DATE
           MOVE RECON-VARIANCE TO ATR-BR-MOVEMENT
           MOVE SPACE TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           MOVE ZODE-ATTR-BREACH TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           PERFORM CHECK-PRIOR-SNAPSHOT
           IF NOT ATTR-SNAP-FOUND
               MOVE TOL-PRIOR-DATE(TOL-FOUND-IDX) TO ATR-NOSNAP-DATE
               MOVE ZODE-ATTR-NO-SNAP TO ZODE-ATTR-REC
               WRITE ZODE-ATTR-REC
           ELSE
               MOVE 0 TO ATTR-EXPLAINED
               MOVE 1 TO DEP-READ-IDX
               PERFORM UNTIL DEP-READ-IDX > DEP-READ-COUNT
                   IF DEPR-EXPR-ORD(DEP-READ-IDX) = EXPR-IDX
                       PERFORM ATTRIBUTE-ONE-SYMBOL
                   END-IF
                   ADD 1 TO DEP-READ-IDX
               END-PERFORM
               COMPUTE ATTR-UNEXPLAINED =
                   RECON-VARIANCE - ATTR-EXPLAINED
               MOVE ATTR-EXPLAINED TO ATR-SUM-EXPLAINED
               MOVE ATTR-UNEXPLAINED TO ATR-SUM-UNEXPLAINED
               MOVE ZODE-ATTR-SUMMARY TO ZODE-ATTR-REC
               WRITE ZODE-ATTR-REC
           END-IF.

      *    THE PRIOR RUN HAS A SNAPSHOT WHEN THE FIRST KEY AT OR
      *    AFTER ITS DATE CARRIES THAT DATE.
       CHECK-PRIOR-SNAPSHOT.
           MOVE 'N' TO ATTR-SNAP-FOUND-SW
           IF ATTR-SNAP-OPEN
               MOVE TOL-PRIOR-DATE(TOL-FOUND-IDX) TO SN-RUN-DATE
               MOVE LOW-VALUES TO SN-SYM-NAME
               START ZODE-SNAP-FILE KEY NOT < SN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ZODE-SNAP-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SN-RUN-DATE
                                   = TOL-PRIOR-DATE(TOL-FOUND-IDX)
                                   SET ATTR-SNAP-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *    COMPARE SYMBOL DEPR-SYM-NAME(DEP-READ-IDX) BETWEEN THE
      *    PRIOR SNAPSHOT AND TONIGHT. A SYMBOL THE PRIOR RUN NEVER
      *    HELD IS NOTED WITH TONIGHT'S VALUE (UNLESS IT IS UNBOUND
      *    BOTH NIGHTS); AN UNCHANGED ONE PRINTS NOTHING.
       ATTRIBUTE-ONE-SYMBOL.
           MOVE DEPR-SYM-NAME(DEP-READ-IDX) TO SYM-LOOKUP-NAME
           PERFORM FIND-SYMBOL-VALUE
           MOVE SYM-LOOKUP-VAL TO ATTR-NEW-VAL
           MOVE SYM-FOUND-IDX TO ATTR-SYM-IDX
           MOVE TOL-PRIOR-DATE(TOL-FOUND-IDX) TO SN-RUN-DATE
           MOVE DEPR-SYM-NAME(DEP-READ-IDX) TO SN-SYM-NAME
           READ ZODE-SNAP-FILE
               INVALID KEY
                   IF ATTR-SYM-IDX NOT = 0
                       MOVE DEPR-SYM-NAME(DEP-READ-IDX)
                        TO ATR-NOTE-NAME
                       MOVE ATTR-NOT-IN-PRIOR-TEXT TO ATR-NOTE-TEXT
                       MOVE ATTR-NEW-VAL TO ATR-NOTE-VAL
                       MOVE ZODE-ATTR-NOTE TO ZODE-ATTR-REC
                       WRITE ZODE-ATTR-REC
                   END-IF
               NOT INVALID KEY
                   MOVE SN-SYM-VAL TO ATTR-OLD-VAL
                   IF ATTR-OLD-VAL NOT = ATTR-NEW-VAL
                       PERFORM ATTRIBUTE-CHANGED-SYMBOL
                   END-IF
           END-READ.

      *    ONE CHANGED SYMBOL: PRIOR, TONIGHT AND CHANGE, THEN ITS
      *    EFFECT - TONIGHT'S RESULT LESS THE RESULT WITH ONLY THIS
      *    SYMBOL PUT BACK TO ITS PRIOR VALUE - AND THAT EFFECT AS
      *    A PERCENT OF THE WHOLE MOVEMENT. A SYMBOL NO LONGER BOUND
      *    TONIGHT HAS NO ENTRY TO PUT A VALUE BACK INTO, SO IT IS
      *    NOTED WITH ITS PRIOR VALUE INSTEAD. FLAG OVFL MEANS THE
      *    RE-EVALUATION OVERFLOWED AND THE EFFECT IS NOT COUNTED;
      *    DIV0 THAT IT DIVIDED BY ZERO; PCT+ THAT THE PERCENT IS
      *    TOO LARGE TO SHOW.
       ATTRIBUTE-CHANGED-SYMBOL.
           ADD 1 TO ATTR-SYM-COUNT
           IF ATTR-SYM-IDX = 0
               MOVE DEPR-SYM-NAME(DEP-READ-IDX) TO ATR-NOTE-NAME
               MOVE ATTR-NOT-BOUND-TEXT TO ATR-NOTE-TEXT
               MOVE ATTR-OLD-VAL TO ATR-NOTE-VAL
               MOVE ZODE-ATTR-NOTE TO ZODE-ATTR-REC
               WRITE ZODE-ATTR-REC
           ELSE
               COMPUTE ATTR-CHANGE = ATTR-NEW-VAL - ATTR-OLD-VAL
               MOVE DEPR-SYM-NAME(DEP-READ-IDX) TO ATR-DTL-NAME
               MOVE ATTR-OLD-VAL TO ATR-DTL-OLD
               MOVE ATTR-NEW-VAL TO ATR-DTL-NEW
               MOVE ATTR-CHANGE TO ATR-DTL-CHANGE
               MOVE SPACE TO ATR-DTL-FLAG
               PERFORM REEVALUATE-PRIOR-SYMBOL
               COMPUTE ATTR-EFFECT =
                   EXPR-RESULT(EXPR-IDX) - ATTR-REEVAL-VAL
               MOVE 0 TO ATTR-PCT
               IF ATTR-OVERFLOW
                   MOVE 0 TO ATTR-EFFECT
                   MOVE "OVFL" TO ATR-DTL-FLAG
               ELSE
                   IF INTERP-ERROR
                       MOVE "DIV0" TO ATR-DTL-FLAG
                   END-IF
                   ADD ATTR-EFFECT TO ATTR-EXPLAINED
                   IF RECON-VARIANCE NOT = 0
                       COMPUTE ATTR-PCT ROUNDED =
                           (ATTR-EFFECT * 100) / RECON-VARIANCE
                           ON SIZE ERROR
                               MOVE 0 TO ATTR-PCT
                               MOVE "PCT+" TO ATR-DTL-FLAG
                       END-COMPUTE
                   END-IF
               END-IF
               MOVE ATTR-EFFECT TO ATR-DTL-EFFECT
               MOVE ATTR-PCT TO ATR-DTL-PCT
               MOVE ZODE-ATTR-DETAIL TO ZODE-ATTR-REC
               WRITE ZODE-ATTR-REC
           END-IF.

      *    RE-EVALUATE EXPRESSION EXPR-IDX WITH SYMBOL ATTR-SYM-IDX
      *    HOLDING ATTR-OLD-VAL, THEN PUT TONIGHT'S VALUE BACK. THE
      *    RE-EVALUATION WRITES NO TRACE, DOES NOT ABEND ON
      *    OVERFLOW, AND LEAVES THE RUN'S SEVERITY AND WARNING
      *    COUNT AS THEY WERE - ANY MESSAGES IT REPEATS WERE ALREADY
      *    COUNTED WHEN THE EXPRESSION FIRST RAN.
       REEVALUATE-PRIOR-SYMBOL.
           MOVE HIGHEST-SEVERITY TO ATTR-SAVE-SEVERITY
           MOVE WARNING-COUNT TO ATTR-SAVE-WARNINGS
           MOVE SYM-VAL(ATTR-SYM-IDX) TO ATTR-SAVE-VAL
           MOVE ATTR-OLD-VAL TO SYM-VAL(ATTR-SYM-IDX)
           MOVE 'N' TO ATTR-OVERFLOW-SW
           SET ATTR-REEVAL TO TRUE
           SET INTERP-OK TO TRUE
           MOVE EXPR-ROOT-PTR(EXPR-IDX) TO WORKING-EXPR-PTR-0
           PERFORM INTERP
           PERFORM POP-STACK
           PERFORM CHECK-STACK-STATUS
           MOVE NUM-ITEM TO ATTR-REEVAL-VAL
           MOVE 'N' TO ATTR-REEVAL-SW
           MOVE ATTR-SAVE-VAL TO SYM-VAL(ATTR-SYM-IDX)
           MOVE ATTR-SAVE-SEVERITY TO HIGHEST-SEVERITY
           MOVE ATTR-SAVE-WARNINGS TO WARNING-COUNT.

       INTERP.
           SET ADDRESS OF GEN_ZODE TO WORKING-EXPR-PTR-0.
      *    PRIORC CARRIES THE LETTER TYPE CODE 'A', WHICH CANNOT
      *    PASS THROUGH THE NUMERIC CHOICE FIELD, SO IT DISPATCHES
      *    AHEAD OF THE NUMERIC TYPES. ITS VALUE WAS RESOLVED FROM
      *    THE HISTORY FILE BEFORE EVALUATION, SO IT READS LIKE A
      *    CONSTANT HERE. LOOKUPC ('B') AND THE FUNCTION TYPES MINC,
      *    MAXC, ABSC AND ROUNDC ('C' THRU 'F') DISPATCH HERE FOR THE
      *    SAME REASON.
           IF ZODE_ID OF GEN_ZODE = 'A'
               SET ADDRESS OF PRIORC TO WORKING-EXPR-PTR-0
               MOVE VAL OF PRIORC TO NUM-ITEM
               IF LIN-ACTIVE
                   PERFORM NOTE-LINEAGE-PRIOR
               END-IF
               MOVE "PRIORC" TO TRC-NODE-TYPE
               MOVE 0 TO TRC-LT
               MOVE 0 TO TRC-RT
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
      *        SAVE THE LOOKUPC'S ADDRESS ACROSS THE INPUT'S
      *        EVALUATION, AS PLUSC DOES, SO THE TABLE NAME IS READ
      *        FROM THIS NODE AND NOT A NESTED ONE. THE TRACE LINE
      *        SHOWS THE INPUT AS LT AND THE MATCHED BRACKET'S UPPER
      *        BOUND AS RT.
           IF ZODE_ID OF GEN_ZODE = 'B'
               SET ADDRESS OF LOOKUPC TO WORKING-EXPR-PTR-0
               MOVE WORKING-EXPR-PTR-0 TO PTR-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE LT OF LOOKUPC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO RATE-LOOKUP-INPUT

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               SET ADDRESS OF LOOKUPC TO PTR-ITEM

               MOVE NAME OF LOOKUPC TO RATE-LOOKUP-NAME
               PERFORM FIND-RATE-VALUE
               MOVE 0 TO TRC-RT
               IF RATE-FOUND-IDX = 0
                   MOVE "ZOD207W" TO MSG-ID
                   DISPLAY MSG-ID " NO RATE BRACKET IN "
                       RATE-LOOKUP-NAME " FOR LOOKUPC - RESOLVED TO 0"
                   PERFORM RECORD-MSG-SEVERITY
               ELSE
                   MOVE RB-UPPER-BOUND(RATE-FOUND-IDX) TO TRC-RT
               END-IF
               IF LIN-ACTIVE
                   PERFORM NOTE-LINEAGE-LOOKUP
               END-IF
               MOVE RATE-LOOKUP-VAL TO NUM-ITEM
               MOVE "LOOKUP" TO TRC-NODE-TYPE
               MOVE RATE-LOOKUP-INPUT TO TRC-LT
               MOVE NUM-ITEM TO TRC-RESULT
               PERFORM WRITE-TRACE-LINE
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
      *        SAVE THIS MINC NODE'S OWN ADDRESS ACROSS THE RT
      *        RECURSION, AND RT'S RESULT ACROSS THE LT RECURSION, AS
      *        PLUSC DOES. ON A TIE EITHER SIDE WILL DO.
           IF ZODE_ID OF GEN_ZODE = 'C'
               SET ADDRESS OF MINC TO WORKING-EXPR-PTR-0
               MOVE WORKING-EXPR-PTR-0 TO PTR-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE RT OF MINC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-2

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               SET ADDRESS OF MINC TO PTR-ITEM

               MOVE WORKING-VALUE-2 TO NUM-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE LT OF MINC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-1

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-2

               IF WORKING-VALUE-1 > WORKING-VALUE-2
                   MOVE WORKING-VALUE-2 TO NUM-ITEM
               ELSE
                   MOVE WORKING-VALUE-1 TO NUM-ITEM
               END-IF

               MOVE "MINC  " TO TRC-NODE-TYPE
               MOVE WORKING-VALUE-1 TO TRC-LT
               MOVE WORKING-VALUE-2 TO TRC-RT
               MOVE NUM-ITEM TO TRC-RESULT
               PERFORM WRITE-TRACE-LINE

               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
      *        SAVE THIS MAXC NODE'S OWN ADDRESS ACROSS THE RT
      *        RECURSION, AND RT'S RESULT ACROSS THE LT RECURSION, AS
      *        PLUSC DOES. ON A TIE EITHER SIDE WILL DO.
           IF ZODE_ID OF GEN_ZODE = 'D'
               SET ADDRESS OF MAXC TO WORKING-EXPR-PTR-0
               MOVE WORKING-EXPR-PTR-0 TO PTR-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE RT OF MAXC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-2

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               SET ADDRESS OF MAXC TO PTR-ITEM

               MOVE WORKING-VALUE-2 TO NUM-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE LT OF MAXC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-1

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-2

               IF WORKING-VALUE-1 < WORKING-VALUE-2
                   MOVE WORKING-VALUE-2 TO NUM-ITEM
               ELSE
                   MOVE WORKING-VALUE-1 TO NUM-ITEM
               END-IF

               MOVE "MAXC  " TO TRC-NODE-TYPE
               MOVE WORKING-VALUE-1 TO TRC-LT
               MOVE WORKING-VALUE-2 TO TRC-RT
               MOVE NUM-ITEM TO TRC-RESULT
               PERFORM WRITE-TRACE-LINE

               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
      *        ABSC TAKES ITS POINTER BEFORE RECURSING, AS CALLC DOES,
      *        SO THE SHARED ADDRESS REGISTER NEEDS NO SAVING.
           IF ZODE_ID OF GEN_ZODE = 'E'
               SET ADDRESS OF ABSC TO WORKING-EXPR-PTR-0
               MOVE LT OF ABSC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-1
               IF NUM-ITEM < 0
                   COMPUTE NUM-ITEM = 0 - NUM-ITEM
               END-IF

               MOVE "ABSC  " TO TRC-NODE-TYPE
               MOVE WORKING-VALUE-1 TO TRC-LT
               MOVE 0 TO TRC-RT
               MOVE NUM-ITEM TO TRC-RESULT
               PERFORM WRITE-TRACE-LINE

               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
      *        SAVE THE ROUNDC'S ADDRESS ACROSS THE INPUT'S EVALUATION
      *        SO PLACES IS READ FROM THIS NODE. ROUNDED IS HALF-UP
      *        AWAY FROM ZERO, THE SHOP'S RULE FOR MONEY FIELDS, AS ON
      *        TIMESC. THE TRACE LINE SHOWS THE PLACES AS RT.
           IF ZODE_ID OF GEN_ZODE = 'F'
               SET ADDRESS OF ROUNDC TO WORKING-EXPR-PTR-0
               MOVE WORKING-EXPR-PTR-0 TO PTR-ITEM
               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS

               MOVE LT OF ROUNDC TO WORKING-EXPR-PTR-0
               PERFORM INTERP

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               MOVE NUM-ITEM TO WORKING-VALUE-1

               PERFORM POP-STACK
               PERFORM CHECK-STACK-STATUS
               SET ADDRESS OF ROUNDC TO PTR-ITEM

               EVALUATE PLACES OF ROUNDC
                   WHEN 0
                       COMPUTE ROUND-WORK-0 ROUNDED = WORKING-VALUE-1
                        ON SIZE ERROR
                            PERFORM ZODE-ARITH-OVERFLOW
                       END-COMPUTE
                       MOVE ROUND-WORK-0 TO NUM-ITEM
                   WHEN 1
                       COMPUTE ROUND-WORK-1 ROUNDED = WORKING-VALUE-1
                        ON SIZE ERROR
                            PERFORM ZODE-ARITH-OVERFLOW
                       END-COMPUTE
                       MOVE ROUND-WORK-1 TO NUM-ITEM
                   WHEN OTHER
                       MOVE WORKING-VALUE-1 TO NUM-ITEM
               END-EVALUATE

               MOVE "ROUNDC" TO TRC-NODE-TYPE
               MOVE WORKING-VALUE-1 TO TRC-LT
               MOVE PLACES OF ROUNDC TO TRC-RT
               MOVE NUM-ITEM TO TRC-RESULT
               PERFORM WRITE-TRACE-LINE

               PERFORM PUSH-STACK
               PERFORM CHECK-STACK-STATUS
           ELSE
           MOVE ZODE_ID OF GEN_ZODE TO INTERP-CHOICE
           EVALUATE TRUE
               WHEN NUMC-CHOICE
                           SYM-LOOKUP-NAME " - RESOLVED TO 0"
                       PERFORM RECORD-MSG-SEVERITY
                   END-IF
                   IF LIN-ACTIVE
                       PERFORM NOTE-LINEAGE-SYMBOL
                   END-IF
                   MOVE SYM-LOOKUP-VAL TO NUM-ITEM
                   MOVE "VARC  " TO TRC-NODE-TYPE
                   MOVE 0 TO TRC-LT
      *            GRAFT POINTER IS TAKEN BEFORE RECURSING, SO THE
      *            SHARED ADDRESS REGISTER NEEDS NO SAVING HERE; THE
      *            RESULT IS PEEKED OFF THE STACK ONLY FOR THE TRACE.
      *            SAVE THIS CALLC NODE'S OWN ADDRESS ACROSS THE
      *            CALLED EXPRESSION'S EVALUATION - SEE THE
      *            PLUSC-CHOICE COMMENT ABOVE - SO THE LINEAGE NAMES
      *            THIS CALL AND NOT ONE NESTED INSIDE IT.
               WHEN CALLC-CHOICE
                   SET ADDRESS OF CALLC TO WORKING-EXPR-PTR-0
                   MOVE WORKING-EXPR-PTR-0 TO PTR-ITEM
                   PERFORM PUSH-STACK
                   PERFORM CHECK-STACK-STATUS

                   MOVE LT OF CALLC TO WORKING-EXPR-PTR-0
                   PERFORM INTERP

                   PERFORM POP-STACK
                   PERFORM CHECK-STACK-STATUS
                   MOVE NUM-ITEM TO WORKING-VALUE-1

                   PERFORM POP-STACK
                   PERFORM CHECK-STACK-STATUS
                   SET ADDRESS OF CALLC TO PTR-ITEM
                   MOVE WORKING-VALUE-1 TO NUM-ITEM

                   IF LIN-ACTIVE
                       PERFORM NOTE-LINEAGE-CALLED
                   END-IF

                   MOVE "CALLC " TO TRC-NODE-TYPE
                   MOVE 0 TO TRC-LT
                   PERFORM CHECK-STACK-STATUS

           END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ALLOCATE-PLUSC.
           ALLOCATE PRIORC
               RETURNING WORKING-EXPR-PTR-0.

       ALLOCATE-LOOKUPC.
           ALLOCATE LOOKUPC
               RETURNING WORKING-EXPR-PTR-0.

       ALLOCATE-MINC.
           ALLOCATE MINC
               RETURNING WORKING-EXPR-PTR-0.

       ALLOCATE-MAXC.
           ALLOCATE MAXC
               RETURNING WORKING-EXPR-PTR-0.

       ALLOCATE-ABSC.
           ALLOCATE ABSC
               RETURNING WORKING-EXPR-PTR-0.

       ALLOCATE-ROUNDC.
           ALLOCATE ROUNDC
               RETURNING WORKING-EXPR-PTR-0.


       ALLOCATE-NODE.
           ALLOCATE CURR-NODE INITIALIZED
      *    ABEND CLEANLY WHEN A ZODE ARITHMETIC OPERATION OVERFLOWS
      *    THE S9(9)V99 RESULT FIELD, MATCHING CHECK-STACK-STATUS'S
      *    ABEND-ON-ERROR CONVENTION FOR STACK UNDERFLOW/OVERFLOW.
      *    A BREACH-ATTRIBUTION RE-EVALUATION ONLY FLAGS THE
      *    OVERFLOW (THE NIGHT'S RESULTS ARE ALREADY OUT) AND
      *    CARRIES ON WITH A ZERO RESULT.
       ZODE-ARITH-OVERFLOW.
           IF ATTR-REEVAL
               SET ATTR-OVERFLOW TO TRUE
               MOVE 0 TO NUM-ITEM
           ELSE
               MOVE "ZOD902S" TO MSG-ID
               DISPLAY MSG-ID
                   " ARITHMETIC OVERFLOW - RESULT TOO LARGE"
               PERFORM RECORD-MSG-SEVERITY
               PERFORM WRITE-RUN-SUMMARY
               MOVE HIGHEST-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ABEND CLEANLY WHEN ZODESRC HAS MORE RECORDS THAN
      *    ZODE-NODE-TABLE HAS ROOM FOR, MATCHING CHECK-STACK-STATUS'S
       *> fields for a fresh set of page headers.
       OPEN-STACK-RPT.
           OPEN OUTPUT STACK-RPT-FILE
           MOVE 0 TO RPT-PAGE-NO
           MOVE 0 TO RPT-LINES-ON-PAGE.

