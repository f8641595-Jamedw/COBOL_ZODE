       *> Overnight-exceptions bridge into MyStack. The analysts
       *> work their follow-ups off the stacks, but the night's
       *> exceptions still had to be keyed onto one by hand from
       *> three reports: ZODEXCP (reconciliation breaches), ZODEERR
       *> (source edit rejects) and FEEDREJ (rates-feed rejects).
       *> This program reads those reports after the nightly run
       *> and writes one STACKTRN PUSH transaction per exception
       *> for the designated exceptions stack, ready for the
       *> MyStack BATCH step that follows it. The PARM names the
       *> stack: PARM='SS'.
       *>
       *> Each work item is built as:
       *>   ITEM-REF   YYDDD (Julian date from the report's own
       *>              run-date header), a source letter - X breach,
       *>              E edit reject, F feed reject - and the
       *>              four-digit expression ID, node ID or feed
       *>              line number
       *>   ITEM-TYPE  91 breach, 92 edit reject, 93 feed reject
       *>   ITEM-DESC  "EXPR nnnn" for a breach, "NODE nnnn" and the
       *>              start of the error text for an edit reject,
       *>              the symbol name (or, when RATEMAP has no
       *>              mapping for it, the external name) for a
       *>              feed reject
       *> The reference is the same however often the night is
       *> bridged, so a rerun raises nothing twice: every reference
       *> already pushed onto any stack (STACKJRN keeps every push,
       *> even of items since worked and popped) is passed over and
       *> counted as already raised, as is a second exception that
       *> builds the same reference in one night (two edit errors
       *> on one node raise one item).
       *>
       *> The control report (STACKEXR) shows, per source, lines
       *> read, items raised and items already raised, or NOT
       *> PRESENT for a report the night did not produce. A bad
       *> PARM ends RC 8 with nothing written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACKEXC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZODE-EXC-RPT ASSIGN TO "ZODEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT ZODE-EDIT-RPT ASSIGN TO "ZODEERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT FEED-REJ-RPT ASSIGN TO "FEEDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           *> ZODEFEED's external-name map, for the symbol name a
           *> feed reject belongs to.
           SELECT RATE-MAP-FILE ASSIGN TO "RATEMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT STACK-JRN-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STACK-JRN-STATUS.

           SELECT STACK-TRN-FILE ASSIGN TO "STACKTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STACK-TRN-STATUS.

           SELECT EXC-CTL-RPT ASSIGN TO "STACKEXR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ZODE-EXC-RPT.
       01  ZODE-EXC-REC             PIC X(80).

       FD  ZODE-EDIT-RPT.
       01  ZODE-EDIT-REC            PIC X(80).

       FD  FEED-REJ-RPT.
       01  FEED-REJ-REC             PIC X(80).

       FD  RATE-MAP-FILE.
       01  RATE-MAP-REC.
           05  RM-EXT-NAME      PIC X(20).
           05  RM-SYM-NAME      PIC X(8).

       *> Field-by-field mirror of MyStack's STACK-JRN-DETAIL.
       FD  STACK-JRN-FILE.
       01  STACK-JRN-REC.
           05  FILLER           PIC X(4).
           05  JR-STACK-ID      PIC 9(2).
           05  FILLER           PIC X(5).
           05  JR-PUSH-SEQ      PIC 9(6).
           05  FILLER           PIC X(5).
           05  JR-VALUE.
               10  JR-ITEM-REF  PIC X(10).
               10  FILLER       PIC X(22).
           05  FILLER           PIC X(4).
           05  JR-OP            PIC X(4).
           05  FILLER           PIC X(4).
           05  JR-TIMESTAMP     PIC 9(14).

       *> MyStack's batch transaction layout.
       FD  STACK-TRN-FILE.
       01  STACK-TRN-REC.
           05  TR-OP           PIC X(8).
           05  TR-STACK-ID     PIC 9(2).
           05  TR-VALUE        PIC X(32).
           *> MOVE only: the stack the item named by the reference
           *> in TR-VALUE goes to from TR-STACK-ID.
           05  TR-TO-STACK-ID  PIC 9(2).

       FD  EXC-CTL-RPT.
       01  EXC-CTL-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EXC-STATUS        PIC XX VALUE '00'.
       01  WS-ERR-STATUS        PIC XX VALUE '00'.
       01  WS-REJ-STATUS        PIC XX VALUE '00'.
       01  WS-MAP-STATUS        PIC XX VALUE '00'.
       01  WS-STACK-JRN-STATUS  PIC XX VALUE '00'.
       01  WS-STACK-TRN-STATUS  PIC XX VALUE '00'.
       01  INPUT-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-INPUT     VALUE 'Y'.

      *> PARM PASSED FROM THE EXEC STATEMENT IN THE CALLING JCL:
      *> THE EXCEPTIONS STACK ID. STACK 10 IS MYSTACK'S RESERVED
      *> SELF-TEST STACK AND IS REFUSED THE WAY ITS BATCH MODE
      *> REFUSES IT.
       01  PARM-VALUE           PIC X(80) VALUE SPACE.
       01  EXC-STACK-ID         PIC 9(2) VALUE 0.
       01  MAX-STACKS           PIC 9(2) VALUE 10.
       01  TEST-STACK-ID        PIC 9(2) VALUE 10.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY      PIC 9(4).
           05  WS-RUN-MM        PIC 9(2).
           05  WS-RUN-DD        PIC 9(2).

      *> THE RUN DATE OF THE REPORT BEING READ, TAKEN FROM ITS
      *> HEADER (THE SYSTEM DATE UNTIL A HEADER IS SEEN), AND ITS
      *> YYDDD JULIAN FORM FOR THE ITEM REFERENCE.
       01  SRC-DATE.
           05  SRC-YYYY         PIC 9(4).
           05  SRC-YYYY-R REDEFINES SRC-YYYY.
               10  FILLER       PIC 9(2).
               10  SRC-YY       PIC 9(2).
           05  SRC-MM           PIC 9(2).
           05  SRC-DD           PIC 9(2).
       01  SRC-JULIAN.
           05  SRC-JUL-YY       PIC 9(2).
           05  SRC-JUL-DDD      PIC 9(3).
       01  MONTH-START-VALUES.
           05  FILLER           PIC 9(3) VALUE 0.
           05  FILLER           PIC 9(3) VALUE 31.
           05  FILLER           PIC 9(3) VALUE 59.
           05  FILLER           PIC 9(3) VALUE 90.
           05  FILLER           PIC 9(3) VALUE 120.
           05  FILLER           PIC 9(3) VALUE 151.
           05  FILLER           PIC 9(3) VALUE 181.
           05  FILLER           PIC 9(3) VALUE 212.
           05  FILLER           PIC 9(3) VALUE 243.
           05  FILLER           PIC 9(3) VALUE 273.
           05  FILLER           PIC 9(3) VALUE 304.
           05  FILLER           PIC 9(3) VALUE 334.
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MONTH-START      PIC 9(3) OCCURS 12 TIMES.
       01  LEAP-QUOT            PIC 9(4) VALUE 0.
       01  LEAP-REM-4           PIC 9(4) VALUE 0.
       01  LEAP-REM-100         PIC 9(4) VALUE 0.
       01  LEAP-REM-400         PIC 9(4) VALUE 0.

      *> THE EXCEPTION IN HAND.
       01  CURR-ID-TEXT         PIC X(4) VALUE SPACE.
       01  CURR-ID              PIC 9(4) VALUE 0.
       01  CURR-SOURCE          PIC X VALUE SPACE.
       01  CURR-ITEM.
           05  CURR-ITEM-REF.
               10  CURR-REF-JULIAN PIC X(5).
               10  CURR-REF-SOURCE PIC X.
               10  CURR-REF-ID     PIC 9(4).
           05  CURR-ITEM-TYPE      PIC X(2).
           05  CURR-ITEM-DESC      PIC X(20).

      *> TONIGHT'S CANDIDATE ITEMS, COLLECTED FROM ALL THREE
      *> REPORTS BEFORE ONE PASS OF THE JOURNAL MARKS THOSE
      *> ALREADY RAISED.
       01  MAX-CANDIDATES       PIC 9(4) VALUE 3000.
       01  CAND-COUNT           PIC 9(4) VALUE 0.
       01  CAND-TABLE.
           05  CAND-ENTRY OCCURS 3000 TIMES.
               10  CAND-ITEM.
                   15  CAND-ITEM-REF   PIC X(10).
                   15  CAND-ITEM-TYPE  PIC X(2).
                   15  CAND-ITEM-DESC  PIC X(20).
               10  CAND-SRC-IDX        PIC 9.
               10  CAND-RAISED-SW      PIC X.
                   88  CAND-ALREADY-RAISED VALUE 'Y'.
       01  CAND-IDX             PIC 9(4) VALUE 0.
       01  CAND-FOUND-IDX       PIC 9(4) VALUE 0.

      *> RATEMAP, LOADED ONCE; A MISSING MAP LEAVES IT EMPTY AND
      *> FEED REJECTS CARRY THEIR EXTERNAL NAMES.
       01  MAX-MAP-ENTRIES      PIC 9(3) VALUE 200.
       01  MAP-COUNT            PIC 9(3) VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 200 TIMES.
               10  MAP-EXT-NAME PIC X(20).
               10  MAP-SYM-NAME PIC X(8).
       01  MAP-IDX              PIC 9(3) VALUE 0.
       01  MAP-FOUND-IDX        PIC 9(3) VALUE 0.

      *> PER-SOURCE COUNTS FOR THE CONTROL REPORT: 1 ZODEXCP,
      *> 2 ZODEERR, 3 FEEDREJ.
       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 3 TIMES.
               10  SRC-PRESENT-SW   PIC X.
                   88  SRC-PRESENT  VALUE 'Y'.
               10  SRC-READ         PIC 9(4).
               10  SRC-RAISED       PIC 9(4).
               10  SRC-DUPLICATE    PIC 9(4).
       01  SRC-IDX              PIC 9 VALUE 0.
       01  SOURCE-NAME-VALUES.
           05  FILLER           PIC X(24)
               VALUE "ZODEXCP  BREACHES       ".
           05  FILLER           PIC X(24)
               VALUE "ZODEERR  EDIT REJECTS   ".
           05  FILLER           PIC X(24)
               VALUE "FEEDREJ  FEED REJECTS   ".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05  SOURCE-NAME      PIC X(24) OCCURS 3 TIMES.
       01  TOTAL-RAISED         PIC 9(4) VALUE 0.
       01  TOTAL-DUPLICATE      PIC 9(4) VALUE 0.
       01  JRN-READ-COUNT       PIC 9(6) VALUE 0.

       01  EXC-CTL-HEADER.
           05  FILLER           PIC X(27)
               VALUE "EXCEPTIONS RAISED TO STACK ".
           05  CTL-HDR-STACK    PIC 99.
           05  FILLER           PIC X(12) VALUE " - RUN DATE ".
           05  CTL-HDR-MM       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  CTL-HDR-DD       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  CTL-HDR-YYYY     PIC 9(4).
           05  FILLER           PIC X(29) VALUE SPACE.

       01  EXC-CTL-DETAIL.
           05  CTL-DTL-SOURCE   PIC X(24).
           05  FILLER           PIC X(5) VALUE "READ ".
           05  CTL-DTL-READ     PIC ZZZ9.
           05  FILLER           PIC X(9) VALUE "  RAISED ".
           05  CTL-DTL-RAISED   PIC ZZZ9.
           05  FILLER           PIC X(17)
               VALUE "  ALREADY RAISED ".
           05  CTL-DTL-DUP      PIC ZZZ9.
           05  FILLER           PIC X(13) VALUE SPACE.

       01  EXC-CTL-ABSENT.
           05  CTL-ABS-SOURCE   PIC X(24).
           05  FILLER           PIC X(11) VALUE "NOT PRESENT".
           05  FILLER           PIC X(45) VALUE SPACE.

       01  EXC-CTL-TRAILER.
           05  FILLER           PIC X(30)
               VALUE "END OF EXCEPTIONS - RAISED:   ".
           05  CTL-TRL-RAISED   PIC ZZZ9.
           05  FILLER           PIC X(18)
               VALUE "  ALREADY RAISED: ".
           05  CTL-TRL-DUP      PIC ZZZ9.
           05  FILLER           PIC X(24) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARSE-EXC-PARM
           PERFORM LOAD-RATE-MAP
           MOVE 1 TO SRC-IDX
           PERFORM UNTIL SRC-IDX > 3
               MOVE 'N' TO SRC-PRESENT-SW(SRC-IDX)
               MOVE 0 TO SRC-READ(SRC-IDX)
               MOVE 0 TO SRC-RAISED(SRC-IDX)
               MOVE 0 TO SRC-DUPLICATE(SRC-IDX)
               ADD 1 TO SRC-IDX
           END-PERFORM
           PERFORM READ-EXC-RPT
           PERFORM READ-EDIT-RPT
           PERFORM READ-FEED-REJ-RPT
           PERFORM MARK-ALREADY-RAISED
           PERFORM WRITE-STACK-TRNS
           PERFORM WRITE-CTL-RPT
           DISPLAY "STACKEXC: " TOTAL-RAISED " ITEMS RAISED TO STACK "
               EXC-STACK-ID ", " TOTAL-DUPLICATE " ALREADY RAISED".

       STOP RUN.

      *    TAKE THE EXCEPTIONS STACK ID FROM A PARM OF 'SS'. A BAD
      *    STACK ID ENDS THE STEP BEFORE ANYTHING IS WRITTEN.
       PARSE-EXC-PARM.
           IF PARM-VALUE(1:2) IS NUMERIC
               MOVE PARM-VALUE(1:2) TO EXC-STACK-ID
           END-IF
           IF EXC-STACK-ID = 0
               OR EXC-STACK-ID > MAX-STACKS
               OR EXC-STACK-ID = TEST-STACK-ID
               DISPLAY "STACKEXC: PARM MUST GIVE THE EXCEPTIONS "
                   "STACK ID AS 'SS' (01-09)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-MAP.
           MOVE 0 TO MAP-COUNT
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT RATE-MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ RATE-MAP-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF MAP-COUNT NOT < MAX-MAP-ENTRIES
                               DISPLAY "STACKEXC: TOO MANY RATEMAP"
                                   " ENTRIES - MAX " MAX-MAP-ENTRIES
                                   " EXCEEDED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO MAP-COUNT
                           MOVE RM-EXT-NAME TO MAP-EXT-NAME(MAP-COUNT)
                           MOVE RM-SYM-NAME TO MAP-SYM-NAME(MAP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-MAP-FILE
           END-IF.

      *    THE EXCEPTIONS REPORT: THE HEADER CARRIES THE RUN DATE
      *    AS MM/DD/YYYY, AND EACH DETAIL LINE ONE BREACH WITH THE
      *    EXPRESSION ID IN COLUMNS 6-9.
       READ-EXC-RPT.
           MOVE 1 TO SRC-IDX
           MOVE WS-RUN-DATE TO SRC-DATE
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-EXC-RPT
           IF WS-EXC-STATUS = "00"
               SET SRC-PRESENT(SRC-IDX) TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-EXC-RPT
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM TAKE-EXC-LINE
                   END-READ
               END-PERFORM
               CLOSE ZODE-EXC-RPT
           END-IF.

       TAKE-EXC-LINE.
           EVALUATE TRUE
               WHEN ZODE-EXC-REC(1:28) = "ZODE RECONCILE EXCEPTIONS -"
                   IF ZODE-EXC-REC(40:2) IS NUMERIC
                       AND ZODE-EXC-REC(43:2) IS NUMERIC
                       AND ZODE-EXC-REC(46:4) IS NUMERIC
                       MOVE ZODE-EXC-REC(46:4) TO SRC-YYYY
                       MOVE ZODE-EXC-REC(40:2) TO SRC-MM
                       MOVE ZODE-EXC-REC(43:2) TO SRC-DD
                   END-IF
               WHEN ZODE-EXC-REC(1:5) = "EXPR "
                   ADD 1 TO SRC-READ(SRC-IDX)
                   MOVE ZODE-EXC-REC(6:4) TO CURR-ID-TEXT
                   PERFORM TAKE-CURR-ID
                   MOVE 'X' TO CURR-SOURCE
                   MOVE "91" TO CURR-ITEM-TYPE
                   MOVE SPACE TO CURR-ITEM-DESC
                   STRING "EXPR " CURR-ID
                       DELIMITED BY SIZE INTO CURR-ITEM-DESC
                   END-STRING
                   PERFORM ADD-CANDIDATE
           END-EVALUATE.

      *    THE EDIT-ERROR REPORT: SAME HEADER DATE LAYOUT SHIFTED
      *    FOR ITS SHORTER TITLE; EACH DETAIL LINE ONE ERROR WITH
      *    THE NODE ID IN COLUMNS 6-9 AND THE TEXT FROM COLUMN 12.
       READ-EDIT-RPT.
           MOVE 2 TO SRC-IDX
           MOVE WS-RUN-DATE TO SRC-DATE
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT ZODE-EDIT-RPT
           IF WS-ERR-STATUS = "00"
               SET SRC-PRESENT(SRC-IDX) TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ ZODE-EDIT-RPT
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM TAKE-EDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE ZODE-EDIT-RPT
           END-IF.

       TAKE-EDIT-LINE.
           EVALUATE TRUE
               WHEN ZODE-EDIT-REC(1:25) = "ZODE SOURCE EDIT ERRORS -"
                   IF ZODE-EDIT-REC(37:2) IS NUMERIC
                       AND ZODE-EDIT-REC(40:2) IS NUMERIC
                       AND ZODE-EDIT-REC(43:4) IS NUMERIC
                       MOVE ZODE-EDIT-REC(43:4) TO SRC-YYYY
                       MOVE ZODE-EDIT-REC(37:2) TO SRC-MM
                       MOVE ZODE-EDIT-REC(40:2) TO SRC-DD
                   END-IF
               WHEN ZODE-EDIT-REC(1:5) = "NODE "
                   ADD 1 TO SRC-READ(SRC-IDX)
                   MOVE ZODE-EDIT-REC(6:4) TO CURR-ID-TEXT
                   PERFORM TAKE-CURR-ID
                   MOVE 'E' TO CURR-SOURCE
                   MOVE "92" TO CURR-ITEM-TYPE
                   MOVE SPACE TO CURR-ITEM-DESC
                   STRING "NODE " CURR-ID " " ZODE-EDIT-REC(12:10)
                       DELIMITED BY SIZE INTO CURR-ITEM-DESC
                   END-STRING
                   PERFORM ADD-CANDIDATE
           END-EVALUATE.

      *    THE FEED REJECTS REPORT: THE HEADER CARRIES THE RUN DATE
      *    AS YYYYMMDD IN COLUMNS 36-43; EACH DETAIL LINE ONE REJECT
      *    WITH THE FEED LINE NUMBER IN COLUMNS 6-9 AND THE EXTERNAL
      *    NAME IN COLUMNS 16-35.
       READ-FEED-REJ-RPT.
           MOVE 3 TO SRC-IDX
           MOVE WS-RUN-DATE TO SRC-DATE
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT FEED-REJ-RPT
           IF WS-REJ-STATUS = "00"
               SET SRC-PRESENT(SRC-IDX) TO TRUE
               PERFORM UNTIL END-OF-INPUT
                   READ FEED-REJ-RPT
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM TAKE-FEED-REJ-LINE
                   END-READ
               END-PERFORM
               CLOSE FEED-REJ-RPT
           END-IF.

       TAKE-FEED-REJ-LINE.
           EVALUATE TRUE
               WHEN FEED-REJ-REC(1:19) = "RATES FEED REJECTS "
                   IF FEED-REJ-REC(36:8) IS NUMERIC
                       MOVE FEED-REJ-REC(36:8) TO SRC-DATE
                   END-IF
               WHEN FEED-REJ-REC(1:5) = "LINE "
                   ADD 1 TO SRC-READ(SRC-IDX)
                   MOVE FEED-REJ-REC(6:4) TO CURR-ID-TEXT
                   PERFORM TAKE-CURR-ID
                   MOVE 'F' TO CURR-SOURCE
                   MOVE "93" TO CURR-ITEM-TYPE
                   MOVE 0 TO MAP-FOUND-IDX
                   MOVE 1 TO MAP-IDX
                   PERFORM UNTIL MAP-IDX > MAP-COUNT
                       IF MAP-EXT-NAME(MAP-IDX) = FEED-REJ-REC(16:20)
                           MOVE MAP-IDX TO MAP-FOUND-IDX
                       END-IF
                       ADD 1 TO MAP-IDX
                   END-PERFORM
                   IF MAP-FOUND-IDX NOT = 0
                       MOVE MAP-SYM-NAME(MAP-FOUND-IDX)
                        TO CURR-ITEM-DESC
                   ELSE
                       MOVE FEED-REJ-REC(16:20) TO CURR-ITEM-DESC
                   END-IF
                   PERFORM ADD-CANDIDATE
           END-EVALUATE.

      *    THE EDITED ZZZ9 ID COLUMN AS A FOUR-DIGIT NUMBER.
       TAKE-CURR-ID.
           INSPECT CURR-ID-TEXT REPLACING LEADING SPACE BY ZERO
           IF CURR-ID-TEXT IS NUMERIC
               MOVE CURR-ID-TEXT TO CURR-ID
           ELSE
               MOVE 0 TO CURR-ID
           END-IF.

      *    BUILD THE ITEM REFERENCE FOR THE EXCEPTION IN HAND AND
      *    ADD IT TO THE CANDIDATES, UNLESS AN EARLIER LINE TONIGHT
      *    ALREADY BUILT THE SAME REFERENCE.
       ADD-CANDIDATE.
           PERFORM COMPUTE-SRC-JULIAN
           MOVE SRC-JULIAN TO CURR-REF-JULIAN
           MOVE CURR-SOURCE TO CURR-REF-SOURCE
           MOVE CURR-ID TO CURR-REF-ID
           MOVE 0 TO CAND-FOUND-IDX
           MOVE 1 TO CAND-IDX
           PERFORM UNTIL CAND-IDX > CAND-COUNT
               IF CAND-ITEM-REF(CAND-IDX) = CURR-ITEM-REF
                   MOVE CAND-IDX TO CAND-FOUND-IDX
               END-IF
               ADD 1 TO CAND-IDX
           END-PERFORM
           IF CAND-FOUND-IDX NOT = 0
               ADD 1 TO SRC-DUPLICATE(SRC-IDX)
           ELSE
               IF CAND-COUNT NOT < MAX-CANDIDATES
                   DISPLAY "STACKEXC: TOO MANY EXCEPTIONS - MAX "
                       MAX-CANDIDATES " EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CAND-COUNT
               MOVE CURR-ITEM TO CAND-ITEM(CAND-COUNT)
               MOVE SRC-IDX TO CAND-SRC-IDX(CAND-COUNT)
               MOVE 'N' TO CAND-RAISED-SW(CAND-COUNT)
           END-IF.

      *    YYDDD FOR SRC-DATE: DAYS BEFORE THE MONTH, PLUS THE DAY,
      *    PLUS ONE AFTER FEBRUARY IN A LEAP YEAR (EVERY FOURTH
      *    YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
       COMPUTE-SRC-JULIAN.
           IF SRC-MM < 1 OR SRC-MM > 12
               MOVE WS-RUN-DATE TO SRC-DATE
           END-IF
           MOVE SRC-YY TO SRC-JUL-YY
           COMPUTE SRC-JUL-DDD = MONTH-START(SRC-MM) + SRC-DD
           IF SRC-MM > 2
               DIVIDE SRC-YYYY BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-4
               DIVIDE SRC-YYYY BY 100 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-100
               DIVIDE SRC-YYYY BY 400 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                   AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   ADD 1 TO SRC-JUL-DDD
               END-IF
           END-IF.

      *    ONE PASS OF THE JOURNAL: ANY CANDIDATE WHOSE REFERENCE
      *    WAS EVER PUSHED, ON ANY STACK, IS ALREADY RAISED. A
      *    MISSING JOURNAL MEANS NOTHING HAS BEEN PUSHED YET.
       MARK-ALREADY-RAISED.
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT STACK-JRN-FILE
           IF WS-STACK-JRN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ STACK-JRN-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO JRN-READ-COUNT
                           IF JR-OP = "PUSH"
                               PERFORM MARK-ONE-JRN-PUSH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STACK-JRN-FILE
           END-IF.

       MARK-ONE-JRN-PUSH.
           MOVE 1 TO CAND-IDX
           PERFORM UNTIL CAND-IDX > CAND-COUNT
               IF CAND-ITEM-REF(CAND-IDX) = JR-ITEM-REF
                   SET CAND-ALREADY-RAISED(CAND-IDX) TO TRUE
               END-IF
               ADD 1 TO CAND-IDX
           END-PERFORM.

      *    ONE PUSH TRANSACTION PER CANDIDATE NOT ALREADY RAISED.
      *    STACKTRN IS ALWAYS WRITTEN, EVEN EMPTY, SO THE MYSTACK
      *    BATCH STEP NEVER PICKS UP AN EARLIER NIGHT'S FILE.
       WRITE-STACK-TRNS.
           OPEN OUTPUT STACK-TRN-FILE
           IF WS-STACK-TRN-STATUS NOT = "00"
               DISPLAY "STACKEXC: CANNOT OPEN STACKTRN - STATUS "
                   WS-STACK-TRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO CAND-IDX
           PERFORM UNTIL CAND-IDX > CAND-COUNT
               MOVE CAND-SRC-IDX(CAND-IDX) TO SRC-IDX
               IF CAND-ALREADY-RAISED(CAND-IDX)
                   ADD 1 TO SRC-DUPLICATE(SRC-IDX)
                   ADD 1 TO TOTAL-DUPLICATE
               ELSE
                   MOVE "PUSH" TO TR-OP
                   MOVE EXC-STACK-ID TO TR-STACK-ID
                   MOVE CAND-ITEM(CAND-IDX) TO TR-VALUE
                   MOVE 0 TO TR-TO-STACK-ID
                   WRITE STACK-TRN-REC
                   ADD 1 TO SRC-RAISED(SRC-IDX)
                   ADD 1 TO TOTAL-RAISED
               END-IF
               ADD 1 TO CAND-IDX
           END-PERFORM
           CLOSE STACK-TRN-FILE
      *    SAME-NIGHT REPEATS COUNTED BY ADD-CANDIDATE BELONG IN
      *    THE TOTAL TOO.
           MOVE 1 TO SRC-IDX
           MOVE 0 TO TOTAL-DUPLICATE
           PERFORM UNTIL SRC-IDX > 3
               ADD SRC-DUPLICATE(SRC-IDX) TO TOTAL-DUPLICATE
               ADD 1 TO SRC-IDX
           END-PERFORM.

       WRITE-CTL-RPT.
           OPEN OUTPUT EXC-CTL-RPT
           MOVE EXC-STACK-ID TO CTL-HDR-STACK
           MOVE WS-RUN-MM TO CTL-HDR-MM
           MOVE WS-RUN-DD TO CTL-HDR-DD
           MOVE WS-RUN-YYYY TO CTL-HDR-YYYY
           MOVE EXC-CTL-HEADER TO EXC-CTL-REC
           WRITE EXC-CTL-REC
           MOVE 1 TO SRC-IDX
           PERFORM UNTIL SRC-IDX > 3
               IF SRC-PRESENT(SRC-IDX)
                   MOVE SOURCE-NAME(SRC-IDX) TO CTL-DTL-SOURCE
                   MOVE SRC-READ(SRC-IDX) TO CTL-DTL-READ
                   MOVE SRC-RAISED(SRC-IDX) TO CTL-DTL-RAISED
                   MOVE SRC-DUPLICATE(SRC-IDX) TO CTL-DTL-DUP
                   MOVE EXC-CTL-DETAIL TO EXC-CTL-REC
               ELSE
                   MOVE SOURCE-NAME(SRC-IDX) TO CTL-ABS-SOURCE
                   MOVE EXC-CTL-ABSENT TO EXC-CTL-REC
               END-IF
               WRITE EXC-CTL-REC
               ADD 1 TO SRC-IDX
           END-PERFORM
           MOVE TOTAL-RAISED TO CTL-TRL-RAISED
           MOVE TOTAL-DUPLICATE TO CTL-TRL-DUP
           MOVE EXC-CTL-TRAILER TO EXC-CTL-REC
           WRITE EXC-CTL-REC
           CLOSE EXC-CTL-RPT.

       END PROGRAM STACKEXC.
