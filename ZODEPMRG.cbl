       *> Merge step for a partitioned AST_BUILD night. When the
       *> month-end set grew too long for one step, AST_BUILD was
       *> taught to run as several partition steps (PARM
       *> 'PART=NN/MM,...'), each evaluating its share of the
       *> selected expressions and writing its own ZODERPT, ZODEEXT,
       *> ZODEPRMO and ZODESUMM. This program reads each kind as one
       *> concatenation of the partitions' datasets (PARTRPT,
       *> PARTEXT, PARTPRMO, PARTSUMM) and writes the single
       *> ZODERPT, ZODEEXT, ZODEPRMO and ZODESUMM the downstream
       *> jobs already read, then adds the night's results to the
       *> ZODEHIST history and the symbol table to ZODESNAP - the
       *> two things a partition never writes for itself. The
       *> partitions' edit-error, exceptions and attribution reports
       *> (PARTERR, PARTEXCP, PARTATTR) are combined the same way
       *> into the one ZODEERR, ZODEXCP and ZODEATTR that ZODEMORN,
       *> ZODESIGN and STACKEXC read, so a breach in any partition
       *> reaches the morning briefing and the exceptions stack.
       *>
       *> PARM is the partition count, two digits ('04'). Every
       *> partition 01 to that count must have run to completion
       *> for the same run date below severity 8, and every output
       *> must balance against the partitions' summaries, or the
       *> step ends RC 8 with nothing but a failing ZODESUMM
       *> written, so ZODEMORN shows the night as not clean. A
       *> partition that abended left no summary and fails the same
       *> way, at RC 8; a higher severity on a partition's summary
       *> is carried over as it stands. RC 16 is the merge's own:
       *> an I/O error here or a table limit reached.
       *>
       *> The merged report lists the expressions in the night's
       *> evaluation sequence (the EVAL SEQ each partition carried
       *> over from the whole ordered set). Each merged extract
       *> record keeps its partition's run fields and carries the
       *> whole night's symbols - every partition's assignments -
       *> as AST_BUILD would have held them in one step. ZODEPRMO
       *> is ZODEPARM with every partition's run-dated assignments
       *> applied; a symbol given two different values by two
       *> partitions means they ran against different input, and
       *> fails the merge.
       *>
       *> Every partition validates the whole source before taking
       *> its share, so their edit reports are the same; the first
       *> is written to ZODEERR, before the partitions are judged,
       *> so a rejected source is on ZODEERR exactly as after a
       *> single step. Partition edit reports that disagree fail
       *> the merge. ZODEXCP and ZODEATTR list the partitions'
       *> breaches partition by partition under one header, with
       *> the trailers' counts added up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEPMRG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The partitions' outputs, each kind concatenated in one
           *> DD. Every partition's summary opens with its
           *> PARTITION= line and every partition's report header
           *> carries "PART NN OF MM", which is how the
           *> concatenations are split back apart.
           SELECT PART-SUMM-FILE ASSIGN TO "PARTSUMM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT PART-RPT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT PART-EXT-FILE ASSIGN TO "PARTEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEXT-STATUS.

           SELECT PART-PRMO-FILE ASSIGN TO "PARTPRMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPRM-STATUS.

           SELECT PART-ERR-FILE ASSIGN TO "PARTERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERR-STATUS.

           SELECT PART-EXC-FILE ASSIGN TO "PARTEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-STATUS.

           SELECT PART-ATTR-FILE ASSIGN TO "PARTATTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PATR-STATUS.

           *> The parameter file the partitions read, so their
           *> run-dated assignments can be told from the values
           *> every partition simply carried through.
           SELECT ZODE-PARM-FILE ASSIGN TO "ZODEPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ZODE-RESULT-RPT ASSIGN TO "ZODERPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-EXT-FILE ASSIGN TO "ZODEEXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-PARM-OUT-FILE ASSIGN TO "ZODEPRMO"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-SUMM-FILE ASSIGN TO "ZODESUMM"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-EDIT-RPT ASSIGN TO "ZODEERR"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-EXC-RPT ASSIGN TO "ZODEXCP"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-ATTR-RPT ASSIGN TO "ZODEATTR"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ZODE-HIST-FILE ASSIGN TO "ZODEHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           *> Closed months are never written, exactly as in
           *> AST_BUILD.
           SELECT ZODE-PCTL-FILE ASSIGN TO "ZODEPCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT ZODE-SNAP-FILE ASSIGN TO "ZODESNAP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PART-SUMM-FILE.
       01  PART-SUMM-REC            PIC X(80).

       FD  PART-RPT-FILE.
       01  PART-RPT-REC             PIC X(80).

       FD  PART-EXT-FILE.
       01  PART-EXT-REC             PIC X(4000).

       FD  PART-PRMO-FILE.
       01  PART-PRMO-REC.
           05  PPR-SYM-NAME     PIC X(8).
           05  PPR-EFF-DATE     PIC 9(8).
           05  PPR-SYM-VAL      PIC S9(9)V99.

       FD  PART-ERR-FILE.
       01  PART-ERR-REC             PIC X(80).

       FD  PART-EXC-FILE.
       01  PART-EXC-REC             PIC X(80).

       FD  PART-ATTR-FILE.
       01  PART-ATTR-REC            PIC X(80).

       FD  ZODE-PARM-FILE.
       01  ZODE-PARM-REC.
           05  ZP-SYM-NAME      PIC X(8).
           05  ZP-EFF-DATE      PIC 9(8).
           05  ZP-SYM-VAL       PIC S9(9)V99.

       FD  ZODE-RESULT-RPT.
       01  ZODE-RPT-REC             PIC X(80).

       FD  ZODE-EXT-FILE.
       01  ZODE-EXT-REC             PIC X(4000).

       FD  ZODE-PARM-OUT-FILE.
       01  ZODE-PARM-OUT-REC.
           05  ZPO-SYM-NAME     PIC X(8).
           05  ZPO-EFF-DATE     PIC 9(8).
           05  ZPO-SYM-VAL      PIC S9(9)V99.

       FD  ZODE-SUMM-FILE.
       01  ZODE-SUMM-REC            PIC X(80).

       FD  ZODE-EDIT-RPT.
       01  ZODE-EDIT-REC            PIC X(80).

       FD  ZODE-EXC-RPT.
       01  ZODE-EXC-REC             PIC X(80).

       FD  ZODE-ATTR-RPT.
       01  ZODE-ATTR-REC            PIC X(80).

       FD  ZODE-HIST-FILE.
       01  ZODE-HIST-REC.
           05  ZH-KEY.
               10  ZH-RUN-DATE  PIC 9(8).
               10  ZH-EXPR-ID   PIC 9(4).
           05  ZH-RESULT        PIC S9(9)V99.
           05  ZH-ERR-FLAG      PIC X.

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

       FD  ZODE-SNAP-FILE.
       01  ZODE-SNAP-REC.
           05  SN-KEY.
               10  SN-RUN-DATE  PIC 9(8).
               10  SN-SYM-NAME  PIC X(8).
           05  SN-EFF-DATE      PIC 9(8).
           05  SN-SYM-VAL       PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-PSUM-STATUS  PIC XX VALUE '00'.
       01  WS-PRPT-STATUS  PIC XX VALUE '00'.
       01  WS-PEXT-STATUS  PIC XX VALUE '00'.
       01  WS-PPRM-STATUS  PIC XX VALUE '00'.
       01  WS-PERR-STATUS  PIC XX VALUE '00'.
       01  WS-PEXC-STATUS  PIC XX VALUE '00'.
       01  WS-PATR-STATUS  PIC XX VALUE '00'.
       01  WS-PARM-STATUS  PIC XX VALUE '00'.
       01  WS-HIST-STATUS  PIC XX VALUE '00'.
       01  WS-PCTL-STATUS  PIC XX VALUE '00'.
       01  WS-SNAP-STATUS  PIC XX VALUE '00'.
       01  MRG-EOF-SW      PIC X VALUE 'N'.
           88  MRG-EOF         VALUE 'Y'.

      *> PARM PASSED FROM THE EXEC STATEMENT: THE PARTITION COUNT.
       01  PARM-VALUE      PIC X(80) VALUE SPACE.
       01  MRG-PART-COUNT  PIC 9(2) VALUE 0.

      *> THE NIGHT BEING MERGED, AS THE PARTITIONS' SUMMARIES GIVE
      *> IT - NOT TODAY'S DATE, WHICH A MERGE RUN PAST MIDNIGHT
      *> WOULD GET WRONG.
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY  PIC 9(4).
           05  WS-RUN-MM    PIC 9(2).
           05  WS-RUN-DD    PIC 9(2).

      *> EVERY PROBLEM FOUND IS DISPLAYED AND THE CHECKS CARRY ON,
      *> SO ONE RUN LISTS EVERYTHING WRONG WITH THE NIGHT; THE
      *> MERGE THEN FAILS BEFORE ANY OUTPUT IS WRITTEN.
       01  MRG-FAIL-SW     PIC X VALUE 'N'.
           88  MRG-FAILED      VALUE 'Y'.
       01  MRG-SEVERITY    PIC 9(2) VALUE 0.
       01  MRG-WARNINGS    PIC 9(4) VALUE 0.

      *> ONE ENTRY PER PARTITION, FILLED FROM ITS SUMMARY AND
      *> REPORT. PT-PARMS-SEEN MEANS THE PARTITION GOT AS FAR AS
      *> WRITING ITS OUTPUTS; A CLEAN PARTITION WITHOUT IT FOUND
      *> NOTHING DUE AND STOPPED EARLY.
       01  PART-TABLE.
           05  PART-ENTRY OCCURS 99 TIMES.
               10  PT-SUMM-SW       PIC X.
                   88  PT-SUMM-SEEN     VALUE 'Y'.
               10  PT-SEV-SW        PIC X.
                   88  PT-SEV-SEEN      VALUE 'Y'.
               10  PT-PARMS-SW      PIC X.
                   88  PT-PARMS-SEEN    VALUE 'Y'.
               10  PT-RPT-SW        PIC X.
                   88  PT-RPT-SEEN      VALUE 'Y'.
               10  PT-TRL-SW        PIC X.
                   88  PT-TRL-SEEN      VALUE 'Y'.
               10  PT-RUN-DATE      PIC 9(8).
               10  PT-RECS-READ     PIC 9(5).
               10  PT-NODES-BUILT   PIC 9(5).
               10  PT-EXPRS         PIC 9(4).
               10  PT-WARNINGS      PIC 9(4).
               10  PT-SEVERITY      PIC 9(2).
               10  PT-PARMS-WRITTEN PIC 9(4).
               10  PT-DTL-COUNT     PIC 9(4).
               *> THE PARTITION'S EDIT, EXCEPTIONS AND ATTRIBUTION
               *> REPORTS: SEEN, TRAILER REACHED, AND THE BREACH
               *> LINES COUNTED ON THE LAST TWO.
               10  PT-ERR-SW        PIC X.
                   88  PT-ERR-SEEN      VALUE 'Y'.
               10  PT-ERR-TRL-SW    PIC X.
                   88  PT-ERR-TRL-SEEN  VALUE 'Y'.
               10  PT-EXC-SW        PIC X.
                   88  PT-EXC-SEEN      VALUE 'Y'.
               10  PT-EXC-TRL-SW    PIC X.
                   88  PT-EXC-TRL-SEEN  VALUE 'Y'.
               10  PT-ATR-SW        PIC X.
                   88  PT-ATR-SEEN      VALUE 'Y'.
               10  PT-ATR-TRL-SW    PIC X.
                   88  PT-ATR-TRL-SEEN  VALUE 'Y'.
               10  PT-EXC-COUNT     PIC 9(4).
               10  PT-ATR-COUNT     PIC 9(4).
       01  PART-IDX        PIC 9(2) VALUE 0.
       01  PART-CURR       PIC 9(2) VALUE 0.
       01  PART-IN-NO      PIC 9(2) VALUE 0.
       01  PART-IN-COUNT   PIC 9(2) VALUE 0.
       01  PART-OUT-COUNT  PIC 9(2) VALUE 0.

      *> THE MERGED SUMMARY: RECORDS READ AND NODES BUILT ARE THE
      *> SAME FOR EVERY PARTITION (EACH LOADS THE WHOLE SET), SO THE
      *> LARGEST IS KEPT; EXPRESSIONS AND WARNINGS ADD UP.
       01  SUMM-RECS-READ       PIC 9(5) VALUE 0.
       01  SUMM-NODES-BUILT     PIC 9(5) VALUE 0.
       01  SUMM-EXPRS-EVAL      PIC 9(4) VALUE 0.
       01  SUMM-WARNINGS        PIC 9(4) VALUE 0.
       01  SUMM-PARMS-TOTAL     PIC 9(6) VALUE 0.

       01  SUMM-RECS-LINE.
           05  FILLER           PIC X(10) VALUE "RECS-READ=".
           05  SUMM-RECS-OUT    PIC 9(5).
           05  FILLER           PIC X(65) VALUE SPACE.
       01  SUMM-NODES-LINE.
           05  FILLER           PIC X(12) VALUE "NODES-BUILT=".
           05  SUMM-NODES-OUT   PIC 9(5).
           05  FILLER           PIC X(63) VALUE SPACE.
       01  SUMM-EXPRS-LINE.
           05  FILLER           PIC X(16)
               VALUE "EXPRS-EVALUATED=".
           05  SUMM-EXPRS-OUT   PIC 9(4).
           05  FILLER           PIC X(60) VALUE SPACE.
       01  SUMM-WARNS-LINE.
           05  FILLER           PIC X(9) VALUE "WARNINGS=".
           05  SUMM-WARNS-OUT   PIC 9(4).
           05  FILLER           PIC X(67) VALUE SPACE.
       01  SUMM-SEV-LINE.
           05  FILLER           PIC X(17)
               VALUE "HIGHEST-SEVERITY=".
           05  SUMM-SEV-OUT     PIC 9(2).
           05  FILLER           PIC X(61) VALUE SPACE.

      *> ONE ENTRY PER EXPRESSION ON THE PARTITIONS' REPORTS, KEPT
      *> IN EVALUATION-SEQUENCE ORDER AS IT LOADS. THE REPORT LINE
      *> IS CARRIED THROUGH AS THE PARTITION PRINTED IT; THE RESULT
      *> AND ERROR FLAG FOR THE HISTORY COME OFF THE EXTRACT'S
      *> FIXED-FORMAT FIELDS, NOT THE PRINT EDITS.
       01  MAX-EXPRS       PIC 9(4) VALUE 500.
       01  EXPR-COUNT      PIC 9(4) VALUE 0.
       01  EXPR-TABLE.
           05  EXPR-ENTRY OCCURS 500 TIMES.
               10  ME-EXPR-ID       PIC 9(4).
               10  ME-EVAL-SEQ      PIC 9(4).
               10  ME-RPT-LINE      PIC X(80).
               10  ME-EXT-SW        PIC X.
                   88  ME-EXT-FOUND     VALUE 'Y'.
               10  ME-EXT-HEAD      PIC X(31).
               10  ME-RESULT        PIC S9(9)V99.
               10  ME-ERR-FLAG      PIC X.
       01  EXPR-IDX        PIC 9(4) VALUE 0.
       01  EXPR-INS-IDX    PIC 9(4) VALUE 0.
       01  EXPR-FOUND-IDX  PIC 9(4) VALUE 0.

      *> A PRINTED ZZZ9 FIELD TURNED BACK INTO A NUMBER.
       01  EDIT-NUM-TEXT   PIC X(4) VALUE SPACE.
       01  EDIT-NUM-VAL REDEFINES EDIT-NUM-TEXT PIC 9(4).
       01  RPT-IN-EXPR-ID  PIC 9(4) VALUE 0.
       01  RPT-IN-SEQ      PIC 9(4) VALUE 0.
       01  RPT-IN-DATE     PIC 9(8) VALUE 0.
       01  RPT-IN-DATE-R REDEFINES RPT-IN-DATE.
           05  RPT-IN-YYYY  PIC X(4).
           05  RPT-IN-MM    PIC X(2).
           05  RPT-IN-DD    PIC X(2).

      *> THE FIXED FRONT OF A PARTITION'S EXTRACT RECORD:
      *> D|YYYYMMDD|NNNN|+999999999.99|F
       01  EXT-IN-HEAD.
           05  EXT-IN-TYPE      PIC X(2).
           05  EXT-IN-DATE      PIC X(8).
           05  FILLER           PIC X.
           05  EXT-IN-EXPR-ID   PIC X(4).
           05  FILLER           PIC X.
           05  EXT-IN-SIGN      PIC X.
           05  EXT-IN-INT       PIC X(9).
           05  EXT-IN-POINT     PIC X.
           05  EXT-IN-DEC       PIC X(2).
           05  FILLER           PIC X.
           05  EXT-IN-ERR-FLAG  PIC X.
       01  EXT-IN-INT-NUM   PIC 9(9) VALUE 0.
       01  EXT-IN-DEC-NUM   PIC 9(2) VALUE 0.
       01  EXT-IN-COUNT     PIC 9(4) VALUE 0.

       01  EXT-PTR          PIC 9(4) VALUE 1.
       01  EXT-SAVE-PTR     PIC 9(4) VALUE 1.
       01  EXT-SYM-IDX      PIC 9(4) VALUE 0.
       01  EXT-SYM-FMT      PIC +9(9).99.
       01  EXT-TRUNC-SW     PIC X VALUE 'N'.
           88  EXT-TRUNC        VALUE 'Y'.

      *> THE MERGED DATED PARAMETER TABLE, IN ZODEPRMO ORDER:
      *> ZODEPARM'S RECORDS AS READ, THEN ANY NEW RUN-DATED
      *> ASSIGNMENT AS THE PARTITIONS BROUGHT IT IN. MP-BASE-VAL
      *> IS THE VALUE ZODEPARM HELD, TO TELL A PARTITION'S COPY OF
      *> IT FROM A PARTITION'S ASSIGNMENT.
       01  MAX-DATED-PARMS  PIC 9(4) VALUE 2000.
       01  DATED-PARM-COUNT PIC 9(4) VALUE 0.
       01  DATED-PARM-TABLE.
           05  DATED-PARM-ENTRY OCCURS 2000 TIMES.
               10  MP-SYM-NAME      PIC X(8).
               10  MP-EFF-DATE      PIC 9(8).
               10  MP-SYM-VAL       PIC S9(9)V99.
               10  MP-BASE-VAL      PIC S9(9)V99.
               10  MP-BASE-SW       PIC X.
                   88  MP-FROM-BASE     VALUE 'Y'.
               10  MP-ASSIGNED-SW   PIC X.
                   88  MP-ASSIGNED      VALUE 'Y'.
       01  DP-IDX           PIC 9(4) VALUE 0.
       01  DP-FOUND-IDX     PIC 9(4) VALUE 0.
       01  PRMO-IN-COUNT    PIC 9(6) VALUE 0.
       01  PRMO-ASSIGN-COUNT PIC 9(4) VALUE 0.

      *> THE NIGHT'S AS-OF SYMBOL TABLE, ONE ENTRY PER NAME SORTED
      *> BY NAME, AS AST_BUILD HOLDS IT AT THE END OF A SINGLE-STEP
      *> RUN: FOR EXTRACT RECORDS AND THE SNAPSHOT.
           COPY SYMTAB.

      *> FOR THE CLOSED-PERIOD LOCK ON THE HISTORY AND SNAPSHOT.
       01  PCTL-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-PCTL     VALUE 'Y'.
       01  PERIOD-CLOSED-SW    PIC X VALUE 'N'.
           88  PERIOD-IS-CLOSED VALUE 'Y'.
       01  HIST-WRITE-COUNT    PIC 9(4) VALUE 0.
       01  SNAP-WRITE-COUNT    PIC 9(5) VALUE 0.
       01  SNAP-CLEAR-SW       PIC X VALUE 'N'.
           88  SNAP-CLEAR-DONE VALUE 'Y'.

       01  ZODE-RPT-HEADER.
           05  FILLER               PIC X(20)
               VALUE "ZODE EVALUATION RUN ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  RPT-HDR-MM           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  RPT-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  RPT-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(37) VALUE SPACE.

      *> THE "PART NN OF MM" TAG AND RUN DATE OFF A PARTITION'S
      *> EDIT, EXCEPTIONS OR ATTRIBUTION REPORT HEADER, AND WHICH
      *> REPORT IT WAS FOR THE MESSAGES.
       01  IN-TAG.
           05  IN-TAG-PART      PIC X(5).
           05  IN-TAG-NO        PIC X(2).
           05  IN-TAG-OF        PIC X(4).
           05  IN-TAG-COUNT     PIC X(2).
       01  IN-RPT-NAME      PIC X(11) VALUE SPACE.

      *> THE FIRST PARTITION'S EDIT REPORT IS COPIED TO ZODEERR AS
      *> IT IS READ; THE OTHERS ONLY HAVE THEIR COUNTS COMPARED.
       01  ERR-OUT-SW       PIC X VALUE 'N'.
           88  ERR-OUT-OPEN     VALUE 'Y'.
       01  ERR-COPY-SW      PIC X VALUE 'N'.
           88  ERR-COPYING      VALUE 'Y'.
       01  ERR-FIRST-COUNT  PIC X(4) VALUE SPACE.
       01  ERR-FIRST-PART   PIC 9(2) VALUE 0.

       01  EXC-TOTAL-BREACHES PIC 9(4) VALUE 0.
       01  ATR-TOTAL-SYMBOLS  PIC 9(5) VALUE 0.
      *> BLANK ATTRIBUTION LINES ARE HELD BACK UNTIL THE NEXT LINE
      *> COPIED, SO THE BLANK BEFORE EACH PARTITION'S TRAILER IS
      *> DROPPED WITH THE TRAILER.
       01  ATR-BLANK-COUNT    PIC 9(4) VALUE 0.
       01  ATR-SYM-TEXT       PIC X(5) VALUE SPACE.
       01  ATR-SYM-VAL REDEFINES ATR-SYM-TEXT PIC 9(5).

       01  ZODE-EXC-HEADER.
           05  FILLER               PIC X(29)
               VALUE "ZODE RECONCILE EXCEPTIONS - ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  EXC-HDR-MM           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  EXC-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  EXC-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  ZODE-EXC-TRAILER.
           05  FILLER               PIC X(30)
               VALUE "END OF EXCEPTIONS - BREACHES: ".
           05  EXC-TRL-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(46) VALUE SPACE.

       01  ZODE-ATTR-HEADER.
           05  FILLER               PIC X(26)
               VALUE "ZODE BREACH ATTRIBUTION - ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  ATR-HDR-MM           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  ATR-HDR-DD           PIC 9(2).
           05  FILLER               PIC X VALUE "/".
           05  ATR-HDR-YYYY         PIC 9(4).
           05  FILLER               PIC X(34) VALUE SPACE.

       01  ZODE-ATTR-CAPTION.
           05  FILLER               PIC X(40)
               VALUE "  SYMBOL     PRIOR VALUE       TONIGHT  ".
           05  FILLER               PIC X(40)
               VALUE "       CHANGE         EFFECT    PCT FLAG".

       01  ZODE-ATTR-TRAILER.
           05  FILLER               PIC X(31)
               VALUE "END OF ATTRIBUTION - BREACHES: ".
           05  ATR-TRL-BREACHES     PIC ZZZ9.
           05  FILLER               PIC X(18)
               VALUE " SYMBOLS CHANGED: ".
           05  ATR-TRL-SYMBOLS      PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE SPACE.

       01  ZODE-RPT-TRAILER.
           05  FILLER               PIC X(15) VALUE "END OF REPORT ".
           05  FILLER               PIC X(14)
               VALUE " EXPRESSIONS: ".
           05  RPT-TRL-EXPR-COUNT   PIC ZZZ9.
           05  FILLER               PIC X(47) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           IF PARM-VALUE(1:2) IS NUMERIC
               AND PARM-VALUE(3:1) = SPACE
               MOVE PARM-VALUE(1:2) TO MRG-PART-COUNT
           END-IF
           IF MRG-PART-COUNT = 0
               DISPLAY "ZODEPMRG: PARM MUST BE THE PARTITION COUNT, "
                   "01-99"
               PERFORM MERGE-FAILED
           END-IF

           PERFORM LOAD-PART-SUMMARIES
           PERFORM CHECK-PART-SUMMARIES
           PERFORM MERGE-EDIT-RPT
           IF MRG-FAILED
               PERFORM MERGE-FAILED
           END-IF

      *    A NIGHT WITH NOTHING DUE STOPS EVERY PARTITION BEFORE ITS
      *    OUTPUTS, THE WAY IT STOPS A SINGLE STEP; THE MERGE THEN
      *    HAS ONLY THE SUMMARY TO WRITE.
           IF PART-OUT-COUNT = 0
               DISPLAY "ZODEPMRG: NO EXPRESSIONS WERE DUE FOR "
                   WS-RUN-DATE " - NOTHING TO MERGE"
               PERFORM WRITE-MERGED-SUMMARY
               MOVE MRG-SEVERITY TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PART-REPORTS
           PERFORM LOAD-PART-EXTRACTS
           PERFORM LOAD-BASE-PARMS
           PERFORM LOAD-PART-PARMS
           PERFORM LOAD-PART-EXCEPTIONS
           PERFORM LOAD-PART-ATTRIBUTION
           IF MRG-FAILED
               PERFORM MERGE-FAILED
           END-IF

           PERFORM BUILD-ASOF-SYMBOLS
           PERFORM WRITE-MERGED-RPT
           PERFORM WRITE-MERGED-EXT
           PERFORM WRITE-MERGED-PARMS
           PERFORM WRITE-MERGED-EXC
           PERFORM WRITE-MERGED-ATTR
           PERFORM WRITE-MERGED-HIST
           PERFORM WRITE-MERGED-SNAPSHOT
           PERFORM WRITE-MERGED-SUMMARY

           DISPLAY "ZODEPMRG: " MRG-PART-COUNT " PARTITIONS MERGED - "
               EXPR-COUNT " EXPRESSIONS, " PRMO-ASSIGN-COUNT
               " ASSIGNMENTS, " HIST-WRITE-COUNT
               " HISTORY RECORDS FOR " WS-RUN-DATE
           MOVE MRG-SEVERITY TO RETURN-CODE.

       STOP RUN.

      *    END THE STEP ON A FAILED MERGE: AT LEAST SEVERITY 8, AND
      *    A SUMMARY SAYING SO IN PLACE OF THE NIGHT'S OUTPUTS.
       MERGE-FAILED.
           IF MRG-SEVERITY < 8
               MOVE 8 TO MRG-SEVERITY
           END-IF
           PERFORM WRITE-MERGED-SUMMARY
           MOVE MRG-SEVERITY TO RETURN-CODE
           STOP RUN.

       NOTE-MERGE-ERROR.
           SET MRG-FAILED TO TRUE
           IF MRG-SEVERITY < 8
               MOVE 8 TO MRG-SEVERITY
           END-IF.

      *    READ THE PARTITIONS' CONCATENATED SUMMARIES. A PARTITION'S
      *    LINES RUN FROM ITS PARTITION= LINE TO THE NEXT ONE.
       LOAD-PART-SUMMARIES.
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               MOVE 'N' TO PT-SUMM-SW(PART-IDX)
               MOVE 'N' TO PT-SEV-SW(PART-IDX)
               MOVE 'N' TO PT-PARMS-SW(PART-IDX)
               MOVE 'N' TO PT-RPT-SW(PART-IDX)
               MOVE 'N' TO PT-TRL-SW(PART-IDX)
               MOVE 0 TO PT-RUN-DATE(PART-IDX)
               MOVE 0 TO PT-RECS-READ(PART-IDX)
               MOVE 0 TO PT-NODES-BUILT(PART-IDX)
               MOVE 0 TO PT-EXPRS(PART-IDX)
               MOVE 0 TO PT-WARNINGS(PART-IDX)
               MOVE 0 TO PT-SEVERITY(PART-IDX)
               MOVE 0 TO PT-PARMS-WRITTEN(PART-IDX)
               MOVE 0 TO PT-DTL-COUNT(PART-IDX)
               MOVE 'N' TO PT-ERR-SW(PART-IDX)
               MOVE 'N' TO PT-ERR-TRL-SW(PART-IDX)
               MOVE 'N' TO PT-EXC-SW(PART-IDX)
               MOVE 'N' TO PT-EXC-TRL-SW(PART-IDX)
               MOVE 'N' TO PT-ATR-SW(PART-IDX)
               MOVE 'N' TO PT-ATR-TRL-SW(PART-IDX)
               MOVE 0 TO PT-EXC-COUNT(PART-IDX)
               MOVE 0 TO PT-ATR-COUNT(PART-IDX)
               ADD 1 TO PART-IDX
           END-PERFORM
           MOVE 0 TO PART-CURR
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-SUMM-FILE
           IF WS-PSUM-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTSUMM - STATUS "
                   WS-PSUM-STATUS
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL MRG-EOF OR MRG-FAILED
               READ PART-SUMM-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       IF PART-SUMM-REC NOT = SPACE
                           PERFORM TAKE-PART-SUMM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-SUMM-FILE.

       TAKE-PART-SUMM-LINE.
           IF PART-SUMM-REC(1:10) = "PARTITION="
               MOVE 0 TO PART-IN-NO
               MOVE 0 TO PART-IN-COUNT
               IF PART-SUMM-REC(11:2) IS NUMERIC
                   AND PART-SUMM-REC(13:1) = "/"
                   AND PART-SUMM-REC(14:2) IS NUMERIC
                   MOVE PART-SUMM-REC(11:2) TO PART-IN-NO
                   MOVE PART-SUMM-REC(14:2) TO PART-IN-COUNT
               END-IF
               IF PART-IN-COUNT NOT = MRG-PART-COUNT
                   OR PART-IN-NO = 0
                   OR PART-IN-NO > MRG-PART-COUNT
                   DISPLAY "ZODEPMRG: PARTSUMM "
                       PART-SUMM-REC(1:15)
                       " IS NOT PART OF A " MRG-PART-COUNT
                       "-PARTITION NIGHT"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF PT-SUMM-SEEN(PART-IN-NO)
                       DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                           " HAS TWO SUMMARIES ON PARTSUMM"
                       PERFORM NOTE-MERGE-ERROR
                   ELSE
                       SET PT-SUMM-SEEN(PART-IN-NO) TO TRUE
                       MOVE PART-IN-NO TO PART-CURR
                   END-IF
               END-IF
           ELSE
      *        A SUMMARY WITH NO PARTITION LINE CAME FROM A STEP
      *        THAT FAILED BEFORE IT HAD READ ITS PARTITION, OR
      *        FROM AN UNPARTITIONED RUN; EITHER WAY IT IS NOT A
      *        SHARE OF THIS NIGHT.
               IF PART-CURR = 0
                   OR (PT-SEV-SEEN(PART-CURR)
                       AND PART-SUMM-REC(1:14) NOT = "PARMS-WRITTEN=")
                   DISPLAY "ZODEPMRG: PARTSUMM HOLDS A SUMMARY WITH "
                       "NO PARTITION - A STEP FAILED BEFORE READING "
                       "ITS PARM"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   PERFORM TAKE-PART-SUMM-FIELD
               END-IF
           END-IF.

       TAKE-PART-SUMM-FIELD.
           EVALUATE TRUE
               WHEN PART-SUMM-REC(1:9) = "RUN-DATE="
                   AND PART-SUMM-REC(10:8) IS NUMERIC
                   MOVE PART-SUMM-REC(10:8) TO PT-RUN-DATE(PART-CURR)
               WHEN PART-SUMM-REC(1:10) = "RECS-READ="
                   AND PART-SUMM-REC(11:5) IS NUMERIC
                   MOVE PART-SUMM-REC(11:5)
                    TO PT-RECS-READ(PART-CURR)
               WHEN PART-SUMM-REC(1:12) = "NODES-BUILT="
                   AND PART-SUMM-REC(13:5) IS NUMERIC
                   MOVE PART-SUMM-REC(13:5)
                    TO PT-NODES-BUILT(PART-CURR)
               WHEN PART-SUMM-REC(1:16) = "EXPRS-EVALUATED="
                   AND PART-SUMM-REC(17:4) IS NUMERIC
                   MOVE PART-SUMM-REC(17:4) TO PT-EXPRS(PART-CURR)
               WHEN PART-SUMM-REC(1:9) = "WARNINGS="
                   AND PART-SUMM-REC(10:4) IS NUMERIC
                   MOVE PART-SUMM-REC(10:4) TO PT-WARNINGS(PART-CURR)
               WHEN PART-SUMM-REC(1:17) = "HIGHEST-SEVERITY="
                   AND PART-SUMM-REC(18:2) IS NUMERIC
                   MOVE PART-SUMM-REC(18:2) TO PT-SEVERITY(PART-CURR)
                   SET PT-SEV-SEEN(PART-CURR) TO TRUE
               WHEN PART-SUMM-REC(1:14) = "PARMS-WRITTEN="
                   AND PART-SUMM-REC(15:4) IS NUMERIC
                   MOVE PART-SUMM-REC(15:4)
                    TO PT-PARMS-WRITTEN(PART-CURR)
                   SET PT-PARMS-SEEN(PART-CURR) TO TRUE
           END-EVALUATE.

      *    EVERY PARTITION MUST HAVE RUN, FINISHED, STAYED BELOW
      *    SEVERITY 8 AND RUN FOR THE SAME NIGHT. THE MERGED SUMMARY
      *    COUNTS ARE TAKEN HERE TOO, SO EVEN A FAILED MERGE
      *    REPORTS WHAT THE PARTITIONS GOT THROUGH.
       CHECK-PART-SUMMARIES.
           MOVE 0 TO PART-OUT-COUNT
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               PERFORM CHECK-ONE-PART-SUMMARY
               ADD 1 TO PART-IDX
           END-PERFORM
           IF PART-OUT-COUNT NOT = 0
               AND PART-OUT-COUNT NOT = MRG-PART-COUNT
               AND NOT MRG-FAILED
               DISPLAY "ZODEPMRG: ONLY " PART-OUT-COUNT " OF "
                   MRG-PART-COUNT " PARTITIONS FOUND EXPRESSIONS "
                   "DUE - THEY DID NOT RUN AGAINST THE SAME INPUT"
               PERFORM NOTE-MERGE-ERROR
           END-IF.

       CHECK-ONE-PART-SUMMARY.
           IF NOT PT-SUMM-SEEN(PART-IDX)
               DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                   " IS MISSING - NO SUMMARY ON PARTSUMM"
               PERFORM NOTE-MERGE-ERROR
           ELSE
               IF NOT PT-SEV-SEEN(PART-IDX)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                       " SUMMARY IS INCOMPLETE"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF PT-RECS-READ(PART-IDX) > SUMM-RECS-READ
                       MOVE PT-RECS-READ(PART-IDX) TO SUMM-RECS-READ
                   END-IF
                   IF PT-NODES-BUILT(PART-IDX) > SUMM-NODES-BUILT
                       MOVE PT-NODES-BUILT(PART-IDX) TO SUMM-NODES-BUILT
                   END-IF
                   ADD PT-EXPRS(PART-IDX) TO SUMM-EXPRS-EVAL
                   ADD PT-WARNINGS(PART-IDX) TO SUMM-WARNINGS
                   ADD PT-PARMS-WRITTEN(PART-IDX) TO SUMM-PARMS-TOTAL
                   IF PT-SEVERITY(PART-IDX) > MRG-SEVERITY
                       MOVE PT-SEVERITY(PART-IDX) TO MRG-SEVERITY
                   END-IF
                   IF PT-SEVERITY(PART-IDX) NOT < 8
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " ENDED IN ERROR - SEVERITY "
                           PT-SEVERITY(PART-IDX)
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
                   IF WS-RUN-DATE = 0
                       MOVE PT-RUN-DATE(PART-IDX) TO WS-RUN-DATE
                   END-IF
                   IF PT-RUN-DATE(PART-IDX) NOT = WS-RUN-DATE
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " RAN FOR " PT-RUN-DATE(PART-IDX)
                           ", NOT " WS-RUN-DATE
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
                   IF PT-PARMS-SEEN(PART-IDX)
                       ADD 1 TO PART-OUT-COUNT
                   ELSE
                       IF PT-EXPRS(PART-IDX) NOT = 0
                           AND PT-SEVERITY(PART-IDX) < 8
                           DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                               " NEVER WROTE ITS OUTPUTS"
                           PERFORM NOTE-MERGE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    READ THE PARTITIONS' CONCATENATED REPORTS: EACH HEADER
      *    MUST NAME A PARTITION OF THIS NIGHT NOT SEEN BEFORE, AND
      *    EACH PARTITION'S TRAILER MUST BALANCE ITS DETAIL LINES
      *    AND ITS SUMMARY.
       LOAD-PART-REPORTS.
           MOVE 0 TO EXPR-COUNT
           MOVE 0 TO PART-CURR
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-RPT-FILE
           IF WS-PRPT-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTRPT - STATUS "
                   WS-PRPT-STATUS
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL MRG-EOF
               READ PART-RPT-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-PART-RPT-LINE
               END-READ
           END-PERFORM
           CLOSE PART-RPT-FILE
           PERFORM CHECK-PART-TRAILER
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               IF NOT PT-RPT-SEEN(PART-IDX)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                       " REPORT IS MISSING FROM PARTRPT"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF PT-DTL-COUNT(PART-IDX) NOT = PT-EXPRS(PART-IDX)
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " REPORT HOLDS " PT-DTL-COUNT(PART-IDX)
                           " EXPRESSIONS, ITS SUMMARY "
                           PT-EXPRS(PART-IDX)
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM.

       TAKE-PART-RPT-LINE.
           EVALUATE TRUE
               WHEN PART-RPT-REC(1:20) = "ZODE EVALUATION RUN "
                   PERFORM CHECK-PART-TRAILER
                   PERFORM TAKE-PART-RPT-HEADER
               WHEN PART-RPT-REC(1:15) = "EXPRESSION ID: "
                   IF PART-CURR = 0
                       DISPLAY "ZODEPMRG: PARTRPT DETAIL LINE "
                           "OUTSIDE ANY PARTITION REPORT"
                       PERFORM NOTE-MERGE-ERROR
                   ELSE
                       IF PT-TRL-SEEN(PART-CURR)
                           DISPLAY "ZODEPMRG: PARTRPT DETAIL LINE "
                               "AFTER PARTITION " PART-CURR " TRAILER"
                           PERFORM NOTE-MERGE-ERROR
                       ELSE
                           ADD 1 TO PT-DTL-COUNT(PART-CURR)
                           PERFORM TAKE-PART-RPT-DETAIL
                       END-IF
                   END-IF
               WHEN PART-RPT-REC(1:14) = "END OF REPORT "
                   IF PART-CURR NOT = 0
                       SET PT-TRL-SEEN(PART-CURR) TO TRUE
                       MOVE PART-RPT-REC(30:4) TO EDIT-NUM-TEXT
                       INSPECT EDIT-NUM-TEXT
                           REPLACING LEADING SPACE BY ZERO
                       IF EDIT-NUM-TEXT NOT NUMERIC
                           OR EDIT-NUM-VAL
                               NOT = PT-DTL-COUNT(PART-CURR)
                           DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                               " REPORT TRAILER DOES NOT BALANCE"
                           PERFORM NOTE-MERGE-ERROR
                       END-IF
                   END-IF
           END-EVALUATE.

      *    THE PARTITION WHOSE REPORT IS ENDING MUST HAVE REACHED
      *    ITS TRAILER.
       CHECK-PART-TRAILER.
           IF PART-CURR NOT = 0
               IF NOT PT-TRL-SEEN(PART-CURR)
                   DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                       " REPORT HAS NO TRAILER"
                   PERFORM NOTE-MERGE-ERROR
               END-IF
           END-IF.

       TAKE-PART-RPT-HEADER.
           MOVE 0 TO PART-CURR
           MOVE 0 TO PART-IN-NO
           MOVE 0 TO PART-IN-COUNT
           IF PART-RPT-REC(43:5) = "PART "
               AND PART-RPT-REC(48:2) IS NUMERIC
               AND PART-RPT-REC(50:4) = " OF "
               AND PART-RPT-REC(54:2) IS NUMERIC
               MOVE PART-RPT-REC(48:2) TO PART-IN-NO
               MOVE PART-RPT-REC(54:2) TO PART-IN-COUNT
           END-IF
           MOVE PART-RPT-REC(37:4) TO RPT-IN-YYYY
           MOVE PART-RPT-REC(31:2) TO RPT-IN-MM
           MOVE PART-RPT-REC(34:2) TO RPT-IN-DD
           IF PART-IN-COUNT NOT = MRG-PART-COUNT
               OR PART-IN-NO = 0
               OR PART-IN-NO > MRG-PART-COUNT
               DISPLAY "ZODEPMRG: PARTRPT REPORT "
                   PART-RPT-REC(43:13) " IS NOT PART OF A "
                   MRG-PART-COUNT "-PARTITION NIGHT"
               PERFORM NOTE-MERGE-ERROR
           ELSE
               IF PT-RPT-SEEN(PART-IN-NO)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                       " HAS TWO REPORTS ON PARTRPT"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   SET PT-RPT-SEEN(PART-IN-NO) TO TRUE
                   MOVE PART-IN-NO TO PART-CURR
                   IF RPT-IN-DATE-R IS NOT NUMERIC
                       OR RPT-IN-DATE NOT = WS-RUN-DATE
                       DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                           " REPORT IS NOT FOR " WS-RUN-DATE
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
               END-IF
           END-IF.

      *    FILE ONE DETAIL LINE AT ITS PLACE IN EVALUATION SEQUENCE.
      *    EXPRESSION IDS AND SEQUENCE NUMBERS ARE UNIQUE ACROSS A
      *    NIGHT, SO A REPEAT MEANS THE PARTITIONS DID NOT SPLIT ONE
      *    INPUT.
       TAKE-PART-RPT-DETAIL.
           MOVE PART-RPT-REC(17:4) TO EDIT-NUM-TEXT
           INSPECT EDIT-NUM-TEXT REPLACING LEADING SPACE BY ZERO
           MOVE EDIT-NUM-VAL TO RPT-IN-EXPR-ID
           MOVE PART-RPT-REC(67:4) TO EDIT-NUM-TEXT
           INSPECT EDIT-NUM-TEXT REPLACING LEADING SPACE BY ZERO
           MOVE EDIT-NUM-VAL TO RPT-IN-SEQ
           MOVE 0 TO EXPR-FOUND-IDX
           MOVE 1 TO EXPR-IDX
           PERFORM UNTIL EXPR-IDX > EXPR-COUNT
               IF ME-EXPR-ID(EXPR-IDX) = RPT-IN-EXPR-ID
                   OR ME-EVAL-SEQ(EXPR-IDX) = RPT-IN-SEQ
                   MOVE EXPR-IDX TO EXPR-FOUND-IDX
               END-IF
               ADD 1 TO EXPR-IDX
           END-PERFORM
           IF EXPR-FOUND-IDX NOT = 0
               DISPLAY "ZODEPMRG: EXPRESSION " RPT-IN-EXPR-ID
                   " OR EVAL SEQ " RPT-IN-SEQ
                   " IS ON TWO PARTITION REPORTS"
               PERFORM NOTE-MERGE-ERROR
           ELSE
               IF EXPR-COUNT NOT < MAX-EXPRS
                   DISPLAY "ZODEPMRG: TOO MANY EXPRESSIONS - MAX "
                       MAX-EXPRS " EXCEEDED"
                   MOVE 16 TO MRG-SEVERITY
                   PERFORM MERGE-FAILED
               END-IF
               MOVE EXPR-COUNT TO EXPR-INS-IDX
               PERFORM UNTIL EXPR-INS-IDX = 0
                   IF ME-EVAL-SEQ(EXPR-INS-IDX) < RPT-IN-SEQ
                       MOVE 0 TO EXPR-INS-IDX
                   ELSE
                       MOVE EXPR-ENTRY(EXPR-INS-IDX)
                        TO EXPR-ENTRY(EXPR-INS-IDX + 1)
                       SUBTRACT 1 FROM EXPR-INS-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO EXPR-COUNT
      *        THE SLOT LEFT FREE IS THE FIRST ONE, SCANNING UP,
      *        WHOSE SEQUENCE IS NOT BELOW THE NEW ONE'S.
               MOVE 1 TO EXPR-INS-IDX
               PERFORM UNTIL EXPR-INS-IDX = EXPR-COUNT
                   OR ME-EVAL-SEQ(EXPR-INS-IDX) > RPT-IN-SEQ
                   ADD 1 TO EXPR-INS-IDX
               END-PERFORM
               MOVE RPT-IN-EXPR-ID TO ME-EXPR-ID(EXPR-INS-IDX)
               MOVE RPT-IN-SEQ TO ME-EVAL-SEQ(EXPR-INS-IDX)
               MOVE PART-RPT-REC TO ME-RPT-LINE(EXPR-INS-IDX)
               MOVE 'N' TO ME-EXT-SW(EXPR-INS-IDX)
               MOVE SPACE TO ME-EXT-HEAD(EXPR-INS-IDX)
               MOVE 0 TO ME-RESULT(EXPR-INS-IDX)
               MOVE 'N' TO ME-ERR-FLAG(EXPR-INS-IDX)
           END-IF.

      *    READ THE PARTITIONS' CONCATENATED EXTRACTS. EVERY RECORD
      *    MUST MATCH ONE EXPRESSION ON THE REPORTS, AND EVERY
      *    EXPRESSION MUST HAVE ONE RECORD.
       LOAD-PART-EXTRACTS.
           MOVE 0 TO EXT-IN-COUNT
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-EXT-FILE
           IF WS-PEXT-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTEXT - STATUS "
                   WS-PEXT-STATUS
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL MRG-EOF
               READ PART-EXT-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       IF PART-EXT-REC NOT = SPACE
                           ADD 1 TO EXT-IN-COUNT
                           PERFORM TAKE-PART-EXT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-EXT-FILE
           MOVE 1 TO EXPR-IDX
           PERFORM UNTIL EXPR-IDX > EXPR-COUNT
               IF NOT ME-EXT-FOUND(EXPR-IDX)
                   DISPLAY "ZODEPMRG: NO PARTEXT RECORD FOR "
                       "EXPRESSION " ME-EXPR-ID(EXPR-IDX)
                   PERFORM NOTE-MERGE-ERROR
               END-IF
               ADD 1 TO EXPR-IDX
           END-PERFORM.

       TAKE-PART-EXT-REC.
           MOVE PART-EXT-REC(1:31) TO EXT-IN-HEAD
           MOVE 0 TO EXPR-FOUND-IDX
           IF EXT-IN-TYPE = "D|"
               AND EXT-IN-DATE = WS-RUN-DATE
               AND EXT-IN-EXPR-ID IS NUMERIC
               AND EXT-IN-INT IS NUMERIC
               AND EXT-IN-DEC IS NUMERIC
               MOVE 1 TO EXPR-IDX
               PERFORM UNTIL EXPR-IDX > EXPR-COUNT
                   IF ME-EXPR-ID(EXPR-IDX) = EXT-IN-EXPR-ID
                       MOVE EXPR-IDX TO EXPR-FOUND-IDX
                   END-IF
                   ADD 1 TO EXPR-IDX
               END-PERFORM
           END-IF
           IF EXPR-FOUND-IDX = 0
               DISPLAY "ZODEPMRG: PARTEXT RECORD " EXT-IN-COUNT
                   " IS NOT A " WS-RUN-DATE
                   " RESULT FOR ANY REPORTED EXPRESSION"
               PERFORM NOTE-MERGE-ERROR
           ELSE
               IF ME-EXT-FOUND(EXPR-FOUND-IDX)
                   DISPLAY "ZODEPMRG: EXPRESSION " EXT-IN-EXPR-ID
                       " HAS TWO PARTEXT RECORDS"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   SET ME-EXT-FOUND(EXPR-FOUND-IDX) TO TRUE
                   MOVE EXT-IN-HEAD TO ME-EXT-HEAD(EXPR-FOUND-IDX)
                   MOVE EXT-IN-INT TO EXT-IN-INT-NUM
                   MOVE EXT-IN-DEC TO EXT-IN-DEC-NUM
                   COMPUTE ME-RESULT(EXPR-FOUND-IDX) =
                       EXT-IN-INT-NUM + EXT-IN-DEC-NUM / 100
                   IF EXT-IN-SIGN = "-"
                       COMPUTE ME-RESULT(EXPR-FOUND-IDX) =
                           0 - ME-RESULT(EXPR-FOUND-IDX)
                   END-IF
                   MOVE EXT-IN-ERR-FLAG TO ME-ERR-FLAG(EXPR-FOUND-IDX)
               END-IF
           END-IF.

      *    LOAD ZODEPARM AS THE PARTITIONS READ IT, ONE ENTRY PER
      *    NAME + EFFECTIVE DATE (A REPEATED KEY REPLACES, AS IN
      *    AST_BUILD). A MISSING FILE STARTS THE TABLE EMPTY.
       LOAD-BASE-PARMS.
           MOVE 0 TO DATED-PARM-COUNT
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT ZODE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL MRG-EOF
                   READ ZODE-PARM-FILE
                       AT END
                           SET MRG-EOF TO TRUE
                       NOT AT END
                           MOVE ZP-SYM-NAME TO SYM-LOOKUP-NAME
                           MOVE ZP-EFF-DATE TO SYM-LOOKUP-DATE
                           MOVE ZP-SYM-VAL TO SYM-LOOKUP-VAL
                           PERFORM FIND-MERGED-PARM
                           IF DP-FOUND-IDX = 0
                               PERFORM ADD-MERGED-PARM
                           END-IF
                           MOVE ZP-SYM-VAL TO MP-SYM-VAL(DP-FOUND-IDX)
                           MOVE ZP-SYM-VAL TO MP-BASE-VAL(DP-FOUND-IDX)
                           SET MP-FROM-BASE(DP-FOUND-IDX) TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ZODE-PARM-FILE
           END-IF.

      *    APPLY THE PARTITIONS' CONCATENATED ZODEPRMO RECORDS. A
      *    RECORD HOLDING ZODEPARM'S OWN VALUE IS A PARTITION'S COPY
      *    OF IT; ANY OTHER VALUE IS A PARTITION'S ASSIGNMENT, AND A
      *    KEY CAN BE ASSIGNED BY ONE PARTITION ONLY. THE RECORD
      *    COUNT MUST MATCH WHAT THE PARTITIONS SAY THEY WROTE.
       LOAD-PART-PARMS.
           MOVE 0 TO PRMO-IN-COUNT
           MOVE 0 TO PRMO-ASSIGN-COUNT
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-PRMO-FILE
           IF WS-PPRM-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTPRMO - STATUS "
                   WS-PPRM-STATUS
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL MRG-EOF
               READ PART-PRMO-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PRMO-IN-COUNT
                       PERFORM TAKE-PART-PRMO-REC
               END-READ
           END-PERFORM
           CLOSE PART-PRMO-FILE
           IF PRMO-IN-COUNT NOT = SUMM-PARMS-TOTAL
               DISPLAY "ZODEPMRG: PARTPRMO HOLDS " PRMO-IN-COUNT
                   " RECORDS, THE PARTITIONS WROTE " SUMM-PARMS-TOTAL
               PERFORM NOTE-MERGE-ERROR
           END-IF.

       TAKE-PART-PRMO-REC.
           MOVE PPR-SYM-NAME TO SYM-LOOKUP-NAME
           MOVE PPR-EFF-DATE TO SYM-LOOKUP-DATE
           MOVE PPR-SYM-VAL TO SYM-LOOKUP-VAL
           PERFORM FIND-MERGED-PARM
           IF DP-FOUND-IDX = 0
               PERFORM ADD-MERGED-PARM
               MOVE PPR-SYM-VAL TO MP-SYM-VAL(DP-FOUND-IDX)
               SET MP-ASSIGNED(DP-FOUND-IDX) TO TRUE
               ADD 1 TO PRMO-ASSIGN-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN PPR-SYM-VAL = MP-SYM-VAL(DP-FOUND-IDX)
                       CONTINUE
                   WHEN MP-FROM-BASE(DP-FOUND-IDX)
                       AND PPR-SYM-VAL = MP-BASE-VAL(DP-FOUND-IDX)
                       CONTINUE
                   WHEN MP-FROM-BASE(DP-FOUND-IDX)
                       AND NOT MP-ASSIGNED(DP-FOUND-IDX)
                       MOVE PPR-SYM-VAL TO MP-SYM-VAL(DP-FOUND-IDX)
                       SET MP-ASSIGNED(DP-FOUND-IDX) TO TRUE
                       ADD 1 TO PRMO-ASSIGN-COUNT
                   WHEN OTHER
                       DISPLAY "ZODEPMRG: SYMBOL " PPR-SYM-NAME
                           " EFFECTIVE " PPR-EFF-DATE
                           " ASSIGNED DIFFERENT VALUES BY TWO "
                           "PARTITIONS"
                       PERFORM NOTE-MERGE-ERROR
               END-EVALUATE
           END-IF.

       FIND-MERGED-PARM.
           MOVE 0 TO DP-FOUND-IDX
           MOVE 1 TO DP-IDX
           PERFORM UNTIL DP-IDX > DATED-PARM-COUNT
               OR DP-FOUND-IDX NOT = 0
               IF MP-SYM-NAME(DP-IDX) = SYM-LOOKUP-NAME
                   AND MP-EFF-DATE(DP-IDX) = SYM-LOOKUP-DATE
                   MOVE DP-IDX TO DP-FOUND-IDX
               END-IF
               ADD 1 TO DP-IDX
           END-PERFORM.

       ADD-MERGED-PARM.
           IF DATED-PARM-COUNT NOT < MAX-DATED-PARMS
               DISPLAY "ZODEPMRG: TOO MANY DATED PARM ENTRIES - MAX "
                   MAX-DATED-PARMS " EXCEEDED"
               MOVE 16 TO MRG-SEVERITY
               PERFORM MERGE-FAILED
           END-IF
           ADD 1 TO DATED-PARM-COUNT
           MOVE DATED-PARM-COUNT TO DP-FOUND-IDX
           MOVE SYM-LOOKUP-NAME TO MP-SYM-NAME(DP-FOUND-IDX)
           MOVE SYM-LOOKUP-DATE TO MP-EFF-DATE(DP-FOUND-IDX)
           MOVE 0 TO MP-BASE-VAL(DP-FOUND-IDX)
           MOVE 'N' TO MP-BASE-SW(DP-FOUND-IDX)
           MOVE 'N' TO MP-ASSIGNED-SW(DP-FOUND-IDX).

      *    THE NIGHT'S AS-OF VIEW: PER NAME, THE LATEST VALUE WHOSE
      *    EFFECTIVE DATE IS NOT AFTER THE RUN DATE, SORTED BY NAME.
       BUILD-ASOF-SYMBOLS.
           MOVE 0 TO SYMBOL-COUNT
           MOVE 1 TO DP-IDX
           PERFORM UNTIL DP-IDX > DATED-PARM-COUNT
               IF MP-EFF-DATE(DP-IDX) NOT > WS-RUN-DATE
                   MOVE MP-SYM-NAME(DP-IDX) TO SYM-LOOKUP-NAME
                   MOVE MP-EFF-DATE(DP-IDX) TO SYM-LOOKUP-DATE
                   MOVE MP-SYM-VAL(DP-IDX) TO SYM-LOOKUP-VAL
                   PERFORM TAKE-ASOF-SYMBOL
               END-IF
               ADD 1 TO DP-IDX
           END-PERFORM.

      *    REPLACE THE NAME'S ENTRY WHEN THIS VALUE IS AT LEAST AS
      *    RECENT, OR INSERT A NEW ENTRY AT ITS SORTED SLOT.
       TAKE-ASOF-SYMBOL.
           MOVE 0 TO SYM-FOUND-IDX
           MOVE 1 TO SYM-STORE-IDX
           PERFORM UNTIL SYM-STORE-IDX > SYMBOL-COUNT
               OR SYM-FOUND-IDX NOT = 0
               IF SYM-NAME(SYM-STORE-IDX) = SYM-LOOKUP-NAME
                   MOVE SYM-STORE-IDX TO SYM-FOUND-IDX
               END-IF
               ADD 1 TO SYM-STORE-IDX
           END-PERFORM
           IF SYM-FOUND-IDX NOT = 0
               IF SYM-LOOKUP-DATE NOT < SYM-EFF-DATE(SYM-FOUND-IDX)
                   MOVE SYM-LOOKUP-DATE TO SYM-EFF-DATE(SYM-FOUND-IDX)
                   MOVE SYM-LOOKUP-VAL TO SYM-VAL(SYM-FOUND-IDX)
               END-IF
           ELSE
               IF SYMBOL-COUNT NOT < MAX-SYMBOLS
                   DISPLAY "ZODEPMRG: TOO MANY SYMBOLS - MAX "
                       MAX-SYMBOLS " EXCEEDED"
                   MOVE 16 TO MRG-SEVERITY
                   PERFORM MERGE-FAILED
               END-IF
               MOVE SYMBOL-COUNT TO SYM-STORE-IDX
               PERFORM UNTIL SYM-STORE-IDX = 0
                   IF SYM-NAME(SYM-STORE-IDX) < SYM-LOOKUP-NAME
                       MOVE 0 TO SYM-STORE-IDX
                   ELSE
                       MOVE SYMBOL-ENTRY(SYM-STORE-IDX)
                        TO SYMBOL-ENTRY(SYM-STORE-IDX + 1)
                       SUBTRACT 1 FROM SYM-STORE-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO SYMBOL-COUNT
      *        THE FREED SLOT SITS JUST PAST THE LAST NAME BELOW
      *        THE NEW ONE.
               MOVE 1 TO SYM-FOUND-IDX
               PERFORM UNTIL SYM-FOUND-IDX = SYMBOL-COUNT
                   OR SYM-NAME(SYM-FOUND-IDX) > SYM-LOOKUP-NAME
                   ADD 1 TO SYM-FOUND-IDX
               END-PERFORM
               MOVE SYM-LOOKUP-NAME TO SYM-NAME(SYM-FOUND-IDX)
               MOVE SYM-LOOKUP-DATE TO SYM-EFF-DATE(SYM-FOUND-IDX)
               MOVE SYM-LOOKUP-VAL TO SYM-VAL(SYM-FOUND-IDX)
           END-IF.

      *    THE MERGED REPORT, IN THE NIGHT'S EVALUATION SEQUENCE,
      *    WITH AN UNTAGGED HEADER AND ONE TRAILER FOR THE WHOLE SET.
       WRITE-MERGED-RPT.
           OPEN OUTPUT ZODE-RESULT-RPT
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE WS-RUN-YYYY TO RPT-HDR-YYYY
           MOVE ZODE-RPT-HEADER TO ZODE-RPT-REC
           WRITE ZODE-RPT-REC
           MOVE 1 TO EXPR-IDX
           PERFORM UNTIL EXPR-IDX > EXPR-COUNT
               MOVE ME-RPT-LINE(EXPR-IDX) TO ZODE-RPT-REC
               WRITE ZODE-RPT-REC
               ADD 1 TO EXPR-IDX
           END-PERFORM
           MOVE EXPR-COUNT TO RPT-TRL-EXPR-COUNT
           MOVE ZODE-RPT-TRAILER TO ZODE-RPT-REC
           WRITE ZODE-RPT-REC
           CLOSE ZODE-RESULT-RPT.

      *    ONE EXTRACT RECORD PER EXPRESSION, IN REPORT ORDER: THE
      *    PARTITION'S RUN FIELDS, THEN THE WHOLE NIGHT'S SYMBOLS IN
      *    AST_BUILD'S NAME=VALUE FORM. A SYMBOL SET TOO WIDE FOR THE
      *    RECORD IS CUT OFF AT THE LAST WHOLE PAIR WITH A WARNING.
       WRITE-MERGED-EXT.
           OPEN OUTPUT ZODE-EXT-FILE
           MOVE 1 TO EXPR-IDX
           PERFORM UNTIL EXPR-IDX > EXPR-COUNT
               MOVE SPACE TO ZODE-EXT-REC
               MOVE ME-EXT-HEAD(EXPR-IDX) TO ZODE-EXT-REC(1:31)
               MOVE 32 TO EXT-PTR
               MOVE 'N' TO EXT-TRUNC-SW
               MOVE 1 TO EXT-SYM-IDX
               PERFORM UNTIL EXT-SYM-IDX > SYMBOL-COUNT OR EXT-TRUNC
                   PERFORM ADD-EXTRACT-SYMBOL
                   ADD 1 TO EXT-SYM-IDX
               END-PERFORM
               WRITE ZODE-EXT-REC
               ADD 1 TO EXPR-IDX
           END-PERFORM
           CLOSE ZODE-EXT-FILE.

       ADD-EXTRACT-SYMBOL.
           MOVE EXT-PTR TO EXT-SAVE-PTR
           MOVE SYM-VAL(EXT-SYM-IDX) TO EXT-SYM-FMT
           STRING "|" SYM-NAME(EXT-SYM-IDX) "=" EXT-SYM-FMT
               DELIMITED BY SIZE
               INTO ZODE-EXT-REC
               WITH POINTER EXT-PTR
               ON OVERFLOW
                   SET EXT-TRUNC TO TRUE
                   MOVE SPACE TO ZODE-EXT-REC(EXT-SAVE-PTR:)
                   MOVE EXT-SAVE-PTR TO EXT-PTR
                   DISPLAY "ZODEPMRG: EXTRACT RECORD TRUNCATED AT "
                       SYM-NAME(EXT-SYM-IDX)
                   ADD 1 TO MRG-WARNINGS
                   IF MRG-SEVERITY < 4
                       MOVE 4 TO MRG-SEVERITY
                   END-IF
           END-STRING.

       WRITE-MERGED-PARMS.
           OPEN OUTPUT ZODE-PARM-OUT-FILE
           MOVE 1 TO DP-IDX
           PERFORM UNTIL DP-IDX > DATED-PARM-COUNT
               MOVE MP-SYM-NAME(DP-IDX) TO ZPO-SYM-NAME
               MOVE MP-EFF-DATE(DP-IDX) TO ZPO-EFF-DATE
               MOVE MP-SYM-VAL(DP-IDX) TO ZPO-SYM-VAL
               WRITE ZODE-PARM-OUT-REC
               ADD 1 TO DP-IDX
           END-PERFORM
           CLOSE ZODE-PARM-OUT-FILE.

      *    THE PARTITIONS' EDIT REPORTS. EVERY PARTITION VALIDATES
      *    THE WHOLE SOURCE, SO THE FIRST ONE READ IS COPIED TO
      *    ZODEERR AS IT STANDS (LESS ITS PARTITION TAG) AND EVERY
      *    OTHER MUST CARRY THE SAME ERROR COUNT.
       MERGE-EDIT-RPT.
           MOVE 0 TO PART-CURR
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-ERR-FILE
           IF WS-PERR-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTERR - STATUS "
                   WS-PERR-STATUS
               PERFORM MERGE-FAILED
           END-IF
           MOVE "EDIT" TO IN-RPT-NAME
           PERFORM UNTIL MRG-EOF
               READ PART-ERR-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-PART-ERR-LINE
               END-READ
           END-PERFORM
           CLOSE PART-ERR-FILE
           IF ERR-OUT-OPEN
               CLOSE ZODE-EDIT-RPT
           END-IF
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               IF NOT PT-ERR-SEEN(PART-IDX)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                       " EDIT REPORT IS MISSING FROM PARTERR"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF NOT PT-ERR-TRL-SEEN(PART-IDX)
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " EDIT REPORT HAS NO TRAILER"
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM.

       TAKE-PART-ERR-LINE.
           EVALUATE TRUE
               WHEN PART-ERR-REC(1:26) = "ZODE SOURCE EDIT ERRORS - "
                   MOVE 'N' TO ERR-COPY-SW
                   MOVE PART-ERR-REC(49:13) TO IN-TAG
                   MOVE PART-ERR-REC(43:4) TO RPT-IN-YYYY
                   MOVE PART-ERR-REC(37:2) TO RPT-IN-MM
                   MOVE PART-ERR-REC(40:2) TO RPT-IN-DD
                   PERFORM TAKE-IN-TAG
                   MOVE 0 TO PART-CURR
                   IF PART-IN-NO NOT = 0
                       IF PT-ERR-SEEN(PART-IN-NO)
                           DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                               " HAS TWO EDIT REPORTS ON PARTERR"
                           PERFORM NOTE-MERGE-ERROR
                       ELSE
                           SET PT-ERR-SEEN(PART-IN-NO) TO TRUE
                           MOVE PART-IN-NO TO PART-CURR
                           IF NOT ERR-OUT-OPEN
                               PERFORM OPEN-MERGED-EDIT-RPT
                           END-IF
                       END-IF
                   END-IF
               WHEN PART-ERR-REC(1:26) = "END OF EDIT REPORT - ERRS "
                   IF PART-CURR NOT = 0
                       SET PT-ERR-TRL-SEEN(PART-CURR) TO TRUE
                       IF ERR-COPYING
                           MOVE PART-ERR-REC(27:4) TO ERR-FIRST-COUNT
                           MOVE PART-CURR TO ERR-FIRST-PART
                           WRITE ZODE-EDIT-REC FROM PART-ERR-REC
                       ELSE
                           IF PART-ERR-REC(27:4) NOT = ERR-FIRST-COUNT
                               DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                                   " EDIT REPORT DISAGREES WITH "
                                   "PARTITION " ERR-FIRST-PART
                               PERFORM NOTE-MERGE-ERROR
                           END-IF
                       END-IF
                   END-IF
                   MOVE 'N' TO ERR-COPY-SW
                   MOVE 0 TO PART-CURR
               WHEN OTHER
                   IF ERR-COPYING
                       WRITE ZODE-EDIT-REC FROM PART-ERR-REC
                   END-IF
           END-EVALUATE.

       OPEN-MERGED-EDIT-RPT.
           OPEN OUTPUT ZODE-EDIT-RPT
           SET ERR-OUT-OPEN TO TRUE
           SET ERR-COPYING TO TRUE
           MOVE PART-ERR-REC TO ZODE-EDIT-REC
           MOVE SPACE TO ZODE-EDIT-REC(47:34)
           WRITE ZODE-EDIT-REC.

      *    CHECK THE "PART NN OF MM" TAG AND RUN DATE TAKEN OFF A
      *    REPORT HEADER INTO IN-TAG AND RPT-IN-DATE. PART-IN-NO IS
      *    LEFT ZERO WHEN THE REPORT IS NOT A PARTITION OF THIS
      *    NIGHT.
       TAKE-IN-TAG.
           MOVE 0 TO PART-IN-NO
           MOVE 0 TO PART-IN-COUNT
           IF IN-TAG-PART = "PART "
               AND IN-TAG-NO IS NUMERIC
               AND IN-TAG-OF = " OF "
               AND IN-TAG-COUNT IS NUMERIC
               MOVE IN-TAG-NO TO PART-IN-NO
               MOVE IN-TAG-COUNT TO PART-IN-COUNT
           END-IF
           IF PART-IN-COUNT NOT = MRG-PART-COUNT
               OR PART-IN-NO = 0
               OR PART-IN-NO > MRG-PART-COUNT
               DISPLAY "ZODEPMRG: " IN-RPT-NAME " REPORT '" IN-TAG
                   "' IS NOT PART OF A " MRG-PART-COUNT
                   "-PARTITION NIGHT"
               PERFORM NOTE-MERGE-ERROR
               MOVE 0 TO PART-IN-NO
           ELSE
               IF RPT-IN-DATE-R IS NOT NUMERIC
                   OR RPT-IN-DATE NOT = WS-RUN-DATE
                   DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO " "
                       IN-RPT-NAME " REPORT IS NOT FOR " WS-RUN-DATE
                   PERFORM NOTE-MERGE-ERROR
               END-IF
           END-IF.

      *    READ THE PARTITIONS' CONCATENATED EXCEPTIONS REPORTS:
      *    ONE PER PARTITION, EACH TRAILER BALANCING ITS BREACH
      *    LINES. THE NIGHT'S BREACH COUNT IS THEIR SUM.
       LOAD-PART-EXCEPTIONS.
           MOVE 0 TO PART-CURR
           MOVE 0 TO EXC-TOTAL-BREACHES
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-EXC-FILE
           IF WS-PEXC-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTEXCP - STATUS "
                   WS-PEXC-STATUS
               PERFORM MERGE-FAILED
           END-IF
           MOVE "EXCEPTIONS" TO IN-RPT-NAME
           PERFORM UNTIL MRG-EOF
               READ PART-EXC-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-PART-EXC-LINE
               END-READ
           END-PERFORM
           CLOSE PART-EXC-FILE
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               IF NOT PT-EXC-SEEN(PART-IDX)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                       " EXCEPTIONS REPORT IS MISSING FROM PARTEXCP"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF NOT PT-EXC-TRL-SEEN(PART-IDX)
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " EXCEPTIONS REPORT HAS NO TRAILER"
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
               END-IF
               ADD PT-EXC-COUNT(PART-IDX) TO EXC-TOTAL-BREACHES
               ADD 1 TO PART-IDX
           END-PERFORM.

       TAKE-PART-EXC-LINE.
           EVALUATE TRUE
               WHEN PART-EXC-REC(1:28) = "ZODE RECONCILE EXCEPTIONS - "
                   MOVE PART-EXC-REC(52:13) TO IN-TAG
                   MOVE PART-EXC-REC(46:4) TO RPT-IN-YYYY
                   MOVE PART-EXC-REC(40:2) TO RPT-IN-MM
                   MOVE PART-EXC-REC(43:2) TO RPT-IN-DD
                   PERFORM TAKE-IN-TAG
                   MOVE 0 TO PART-CURR
                   IF PART-IN-NO NOT = 0
                       IF PT-EXC-SEEN(PART-IN-NO)
                           DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                               " HAS TWO EXCEPTIONS REPORTS ON "
                               "PARTEXCP"
                           PERFORM NOTE-MERGE-ERROR
                       ELSE
                           SET PT-EXC-SEEN(PART-IN-NO) TO TRUE
                           MOVE PART-IN-NO TO PART-CURR
                       END-IF
                   END-IF
               WHEN PART-EXC-REC(1:5) = "EXPR "
                   IF PART-CURR = 0
                       DISPLAY "ZODEPMRG: PARTEXCP BREACH LINE "
                           "OUTSIDE ANY PARTITION REPORT"
                       PERFORM NOTE-MERGE-ERROR
                   ELSE
                       ADD 1 TO PT-EXC-COUNT(PART-CURR)
                   END-IF
               WHEN PART-EXC-REC(1:30)
                   = "END OF EXCEPTIONS - BREACHES: "
                   IF PART-CURR NOT = 0
                       SET PT-EXC-TRL-SEEN(PART-CURR) TO TRUE
                       MOVE PART-EXC-REC(31:4) TO EDIT-NUM-TEXT
                       INSPECT EDIT-NUM-TEXT
                           REPLACING LEADING SPACE BY ZERO
                       IF EDIT-NUM-TEXT NOT NUMERIC
                           OR EDIT-NUM-VAL
                               NOT = PT-EXC-COUNT(PART-CURR)
                           DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                               " EXCEPTIONS TRAILER DOES NOT BALANCE"
                           PERFORM NOTE-MERGE-ERROR
                       END-IF
                   END-IF
                   MOVE 0 TO PART-CURR
           END-EVALUATE.

      *    READ THE PARTITIONS' CONCATENATED ATTRIBUTION REPORTS:
      *    ONE PER PARTITION, ATTRIBUTING EXACTLY THE BREACHES ON
      *    THAT PARTITION'S EXCEPTIONS REPORT.
       LOAD-PART-ATTRIBUTION.
           MOVE 0 TO PART-CURR
           MOVE 0 TO ATR-TOTAL-SYMBOLS
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-ATTR-FILE
           IF WS-PATR-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: CANNOT OPEN PARTATTR - STATUS "
                   WS-PATR-STATUS
               PERFORM MERGE-FAILED
           END-IF
           MOVE "ATTRIBUTION" TO IN-RPT-NAME
           PERFORM UNTIL MRG-EOF
               READ PART-ATTR-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-PART-ATTR-LINE
               END-READ
           END-PERFORM
           CLOSE PART-ATTR-FILE
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > MRG-PART-COUNT
               IF NOT PT-ATR-SEEN(PART-IDX)
                   DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                       " ATTRIBUTION REPORT IS MISSING FROM PARTATTR"
                   PERFORM NOTE-MERGE-ERROR
               ELSE
                   IF NOT PT-ATR-TRL-SEEN(PART-IDX)
                       DISPLAY "ZODEPMRG: PARTITION " PART-IDX
                           " ATTRIBUTION REPORT HAS NO TRAILER"
                       PERFORM NOTE-MERGE-ERROR
                   END-IF
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM.

       TAKE-PART-ATTR-LINE.
           EVALUATE TRUE
               WHEN PART-ATTR-REC(1:26) = "ZODE BREACH ATTRIBUTION - "
                   MOVE PART-ATTR-REC(49:13) TO IN-TAG
                   MOVE PART-ATTR-REC(43:4) TO RPT-IN-YYYY
                   MOVE PART-ATTR-REC(37:2) TO RPT-IN-MM
                   MOVE PART-ATTR-REC(40:2) TO RPT-IN-DD
                   PERFORM TAKE-IN-TAG
                   MOVE 0 TO PART-CURR
                   IF PART-IN-NO NOT = 0
                       IF PT-ATR-SEEN(PART-IN-NO)
                           DISPLAY "ZODEPMRG: PARTITION " PART-IN-NO
                               " HAS TWO ATTRIBUTION REPORTS ON "
                               "PARTATTR"
                           PERFORM NOTE-MERGE-ERROR
                       ELSE
                           SET PT-ATR-SEEN(PART-IN-NO) TO TRUE
                           MOVE PART-IN-NO TO PART-CURR
                       END-IF
                   END-IF
               WHEN PART-ATTR-REC(1:5) = "EXPR "
                   IF PART-CURR = 0
                       DISPLAY "ZODEPMRG: PARTATTR BREACH LINE "
                           "OUTSIDE ANY PARTITION REPORT"
                       PERFORM NOTE-MERGE-ERROR
                   ELSE
                       ADD 1 TO PT-ATR-COUNT(PART-CURR)
                   END-IF
               WHEN PART-ATTR-REC(1:31)
                   = "END OF ATTRIBUTION - BREACHES: "
                   IF PART-CURR NOT = 0
                       PERFORM TAKE-PART-ATTR-TRAILER
                   END-IF
                   MOVE 0 TO PART-CURR
           END-EVALUATE.

      *    THE TRAILER MUST COUNT THE BREACHES ATTRIBUTED AND MATCH
      *    THE PARTITION'S EXCEPTIONS REPORT; ITS CHANGED-SYMBOL
      *    COUNT ADDS INTO THE NIGHT'S.
       TAKE-PART-ATTR-TRAILER.
           SET PT-ATR-TRL-SEEN(PART-CURR) TO TRUE
           MOVE PART-ATTR-REC(32:4) TO EDIT-NUM-TEXT
           INSPECT EDIT-NUM-TEXT REPLACING LEADING SPACE BY ZERO
           IF EDIT-NUM-TEXT NOT NUMERIC
               OR EDIT-NUM-VAL NOT = PT-ATR-COUNT(PART-CURR)
               OR EDIT-NUM-VAL NOT = PT-EXC-COUNT(PART-CURR)
               DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                   " ATTRIBUTION TRAILER DOES NOT BALANCE"
               PERFORM NOTE-MERGE-ERROR
           END-IF
           MOVE PART-ATTR-REC(54:5) TO ATR-SYM-TEXT
           INSPECT ATR-SYM-TEXT REPLACING LEADING SPACE BY ZERO
           IF ATR-SYM-TEXT IS NUMERIC
               ADD ATR-SYM-VAL TO ATR-TOTAL-SYMBOLS
           ELSE
               DISPLAY "ZODEPMRG: PARTITION " PART-CURR
                   " ATTRIBUTION TRAILER HAS NO SYMBOL COUNT"
               PERFORM NOTE-MERGE-ERROR
           END-IF.

      *    THE NIGHT'S EXCEPTIONS REPORT: ONE HEADER, EVERY
      *    PARTITION'S BREACH LINES IN PARTITION ORDER, AND THE
      *    SUMMED TRAILER ZODEMORN READS THE BREACH COUNT FROM.
       WRITE-MERGED-EXC.
           OPEN OUTPUT ZODE-EXC-RPT
           MOVE WS-RUN-MM TO EXC-HDR-MM
           MOVE WS-RUN-DD TO EXC-HDR-DD
           MOVE WS-RUN-YYYY TO EXC-HDR-YYYY
           WRITE ZODE-EXC-REC FROM ZODE-EXC-HEADER
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-EXC-FILE
           PERFORM UNTIL MRG-EOF
               READ PART-EXC-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       IF PART-EXC-REC(1:5) = "EXPR "
                           WRITE ZODE-EXC-REC FROM PART-EXC-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-EXC-FILE
           MOVE EXC-TOTAL-BREACHES TO EXC-TRL-COUNT
           WRITE ZODE-EXC-REC FROM ZODE-EXC-TRAILER
           CLOSE ZODE-EXC-RPT.

      *    THE NIGHT'S ATTRIBUTION REPORT: ONE HEADER AND CAPTION,
      *    EVERY PARTITION'S BREACH BLOCKS IN PARTITION ORDER, AND
      *    ONE TRAILER WITH THE SUMMED COUNTS.
       WRITE-MERGED-ATTR.
           OPEN OUTPUT ZODE-ATTR-RPT
           MOVE WS-RUN-MM TO ATR-HDR-MM
           MOVE WS-RUN-DD TO ATR-HDR-DD
           MOVE WS-RUN-YYYY TO ATR-HDR-YYYY
           WRITE ZODE-ATTR-REC FROM ZODE-ATTR-HEADER
           WRITE ZODE-ATTR-REC FROM ZODE-ATTR-CAPTION
           MOVE 0 TO ATR-BLANK-COUNT
           MOVE 'N' TO MRG-EOF-SW
           OPEN INPUT PART-ATTR-FILE
           PERFORM UNTIL MRG-EOF
               READ PART-ATTR-FILE
                   AT END
                       SET MRG-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-PART-ATTR-LINE
               END-READ
           END-PERFORM
           CLOSE PART-ATTR-FILE
           MOVE SPACE TO ZODE-ATTR-REC
           WRITE ZODE-ATTR-REC
           MOVE EXC-TOTAL-BREACHES TO ATR-TRL-BREACHES
           MOVE ATR-TOTAL-SYMBOLS TO ATR-TRL-SYMBOLS
           WRITE ZODE-ATTR-REC FROM ZODE-ATTR-TRAILER
           CLOSE ZODE-ATTR-RPT.

       COPY-PART-ATTR-LINE.
           EVALUATE TRUE
               WHEN PART-ATTR-REC(1:26) = "ZODE BREACH ATTRIBUTION - "
                   OR PART-ATTR-REC = ZODE-ATTR-CAPTION
                   OR PART-ATTR-REC(1:31)
                       = "END OF ATTRIBUTION - BREACHES: "
                   MOVE 0 TO ATR-BLANK-COUNT
               WHEN PART-ATTR-REC = SPACE
                   ADD 1 TO ATR-BLANK-COUNT
               WHEN OTHER
                   PERFORM UNTIL ATR-BLANK-COUNT = 0
                       MOVE SPACE TO ZODE-ATTR-REC
                       WRITE ZODE-ATTR-REC
                       SUBTRACT 1 FROM ATR-BLANK-COUNT
                   END-PERFORM
                   WRITE ZODE-ATTR-REC FROM PART-ATTR-REC
           END-EVALUATE.

      *    ADD THE NIGHT'S RESULTS TO THE KEYED HISTORY, REWRITING A
      *    RERUN'S RECORDS. A RUN DATE IN A CLOSED MONTH IS REFUSED
      *    WHOLE WITH A WARNING, AS AST_BUILD REFUSES IT.
       WRITE-MERGED-HIST.
           MOVE 0 TO HIST-WRITE-COUNT
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               DISPLAY "ZOD209W ZODEPMRG: HISTORY PERIOD "
                   WS-RUN-DATE(1:6) " IS CLOSED - " EXPR-COUNT
                   " RESULTS NOT WRITTEN"
               ADD 1 TO MRG-WARNINGS
               IF MRG-SEVERITY < 4
                   MOVE 4 TO MRG-SEVERITY
               END-IF
           ELSE
               OPEN I-O ZODE-HIST-FILE
               IF WS-HIST-STATUS NOT = "00"
                   OPEN OUTPUT ZODE-HIST-FILE
                   CLOSE ZODE-HIST-FILE
                   OPEN I-O ZODE-HIST-FILE
               END-IF
               PERFORM CHECK-HIST-STATUS
               MOVE 1 TO EXPR-IDX
               PERFORM UNTIL EXPR-IDX > EXPR-COUNT
                   MOVE WS-RUN-DATE TO ZH-RUN-DATE
                   MOVE ME-EXPR-ID(EXPR-IDX) TO ZH-EXPR-ID
                   MOVE ME-RESULT(EXPR-IDX) TO ZH-RESULT
                   MOVE ME-ERR-FLAG(EXPR-IDX) TO ZH-ERR-FLAG
                   WRITE ZODE-HIST-REC
                   IF WS-HIST-STATUS = "22"
                       REWRITE ZODE-HIST-REC
                   END-IF
                   PERFORM CHECK-HIST-STATUS
                   ADD 1 TO HIST-WRITE-COUNT
                   ADD 1 TO EXPR-IDX
               END-PERFORM
               CLOSE ZODE-HIST-FILE
           END-IF.

       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: HISTORY I/O ERROR - STATUS "
                   WS-HIST-STATUS
               MOVE 16 TO MRG-SEVERITY
               PERFORM MERGE-FAILED
           END-IF.

      *    KEEP THE NIGHT'S WHOLE SYMBOL TABLE ON ZODESNAP, REPLACING
      *    WHATEVER THE DATE ALREADY HOLDS, FOR TOMORROW'S BREACH
      *    ATTRIBUTION. A CLOSED MONTH IS LEFT AS IT WAS CLOSED.
       WRITE-MERGED-SNAPSHOT.
           MOVE 0 TO SNAP-WRITE-COUNT
           IF NOT PERIOD-IS-CLOSED
               OPEN I-O ZODE-SNAP-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   OPEN OUTPUT ZODE-SNAP-FILE
                   CLOSE ZODE-SNAP-FILE
                   OPEN I-O ZODE-SNAP-FILE
               END-IF
               PERFORM CHECK-SNAP-STATUS
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
               END-PERFORM
               MOVE 1 TO SYM-STORE-IDX
               PERFORM UNTIL SYM-STORE-IDX > SYMBOL-COUNT
                   MOVE WS-RUN-DATE TO SN-RUN-DATE
                   MOVE SYM-NAME(SYM-STORE-IDX) TO SN-SYM-NAME
                   MOVE SYM-EFF-DATE(SYM-STORE-IDX) TO SN-EFF-DATE
                   MOVE SYM-VAL(SYM-STORE-IDX) TO SN-SYM-VAL
                   WRITE ZODE-SNAP-REC
                   PERFORM CHECK-SNAP-STATUS
                   ADD 1 TO SNAP-WRITE-COUNT
                   ADD 1 TO SYM-STORE-IDX
               END-PERFORM
               CLOSE ZODE-SNAP-FILE
               DISPLAY "ZODEPMRG: SYMBOL SNAPSHOT WRITTEN - "
                   SNAP-WRITE-COUNT " SYMBOLS FOR " WS-RUN-DATE
           END-IF.

       CHECK-SNAP-STATUS.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "ZODEPMRG: SNAPSHOT I/O ERROR - STATUS "
                   WS-SNAP-STATUS
               MOVE 16 TO MRG-SEVERITY
               PERFORM MERGE-FAILED
           END-IF.

      *    IS THE RUN DATE'S MONTH CLOSED ON ZODEPCTL? A MISSING
      *    FILE (STATUS 35) MEANS NOTHING IS CLOSED; A REOPENED MONTH
      *    IS OPEN. ANY OTHER OPEN OR READ FAILURE FAILS THE MERGE
      *    RATHER THAN WRITE A MONTH THAT MAY BE CLOSED.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO PERIOD-CLOSED-SW
           OPEN INPUT ZODE-PCTL-FILE
           IF WS-PCTL-STATUS NOT = "00" AND WS-PCTL-STATUS NOT = "35"
               PERFORM PCTL-IO-ERROR
           END-IF
           IF WS-PCTL-STATUS = "00"
               MOVE WS-RUN-DATE(1:6) TO PC-PERIOD
               READ ZODE-PCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-CLOSED
                           SET PERIOD-IS-CLOSED TO TRUE
                       END-IF
               END-READ
               IF WS-PCTL-STATUS NOT = "00"
                   AND WS-PCTL-STATUS NOT = "23"
                   PERFORM PCTL-IO-ERROR
               END-IF
               CLOSE ZODE-PCTL-FILE
           END-IF.

       PCTL-IO-ERROR.
           DISPLAY "ZODEPMRG: PERIOD CONTROL I/O ERROR - STATUS "
               WS-PCTL-STATUS
           MOVE 16 TO MRG-SEVERITY
           PERFORM MERGE-FAILED.

      *    THE MERGED SUMMARY, IN AST_BUILD'S OWN FIELD=VALUE FORM SO
      *    ZODEMORN AND THE OPERATIONS AUTOMATION READ A PARTITIONED
      *    NIGHT EXACTLY AS THEY READ A SINGLE-STEP ONE.
       WRITE-MERGED-SUMMARY.
           OPEN OUTPUT ZODE-SUMM-FILE
           MOVE SUMM-RECS-READ TO SUMM-RECS-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-RECS-LINE
           MOVE SUMM-NODES-BUILT TO SUMM-NODES-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-NODES-LINE
           MOVE SUMM-EXPRS-EVAL TO SUMM-EXPRS-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-EXPRS-LINE
           COMPUTE SUMM-WARNS-OUT = SUMM-WARNINGS + MRG-WARNINGS
           WRITE ZODE-SUMM-REC FROM SUMM-WARNS-LINE
           MOVE MRG-SEVERITY TO SUMM-SEV-OUT
           WRITE ZODE-SUMM-REC FROM SUMM-SEV-LINE
           CLOSE ZODE-SUMM-FILE.

       END PROGRAM ZODEPMRG.
