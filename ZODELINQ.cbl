       *> Lineage inquiry: prints the full derivation of one result
       *> from the per-result lineage AST_BUILD keeps on ZODELIN -
       *> the catalog version the expression ran, every symbol it
       *> read with the value used and the date that value took
       *> effect, every CALLC result, PRIORC value and rate-table
       *> lookup, and the final result - so an auditor asking "how
       *> was this number derived" gets the evidence from file
       *> instead of a re-run of the night.
       *> The PARM names the result as 'YYYYMMDD,NNNN' (run date,
       *> expression ID). A date ZODEHSKP has already purged from
       *> the KSDS is looked up in its ZODELARC archive instead.
       *> Inputs read inside a CALLC are listed just ahead of the
       *> CALLC line they fed, in the order they were read.
       *> RC 0 when the derivation was printed, 4 when there is no
       *> lineage on file for the result (or the run that wrote it
       *> never finished the expression), 8 on an unusable PARM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODELINQ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZODE-LIN-FILE ASSIGN TO "ZODELIN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LIN-STATUS.

           *> Optional archive of purged lineage, written by
           *> ZODEHSKP in the same record layout. A missing archive
           *> DD just means only the KSDS is searched.
           SELECT ZODE-LARC-FILE ASSIGN TO "ZODELARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LARC-STATUS.

           SELECT LINQ-RPT-FILE ASSIGN TO "ZODELINR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ZODE-LIN-FILE.
       01  ZODE-LIN-REC.
           05  LN-KEY.
               10  LN-RUN-DATE  PIC 9(8).
               10  LN-EXPR-ID   PIC 9(4).
               10  LN-SEQ       PIC 9(4).
           05  LN-REC-TYPE      PIC X.
           05  LN-NAME          PIC X(8).
           05  LN-DATE          PIC 9(8).
           05  LN-INPUT         PIC S9(9)V99.
           05  LN-VAL           PIC S9(9)V99.
           05  LN-FOUND-SW      PIC X.
           05  LN-ERR-FLAG      PIC X.

       FD  ZODE-LARC-FILE.
       01  ZODE-LARC-REC.
           05  LA-RUN-DATE      PIC 9(8).
           05  LA-EXPR-ID       PIC 9(4).
           05  FILLER           PIC X(45).

       FD  LINQ-RPT-FILE.
       01  LINQ-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LIN-STATUS   PIC XX VALUE '00'.
       01  WS-LARC-STATUS  PIC XX VALUE '00'.
       01  LIN-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-LIN      VALUE 'Y'.
       01  LARC-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-LARC     VALUE 'Y'.

      *> PARM PASSED FROM THE EXEC STATEMENT IN THE CALLING JCL:
      *> 'YYYYMMDD,NNNN' - THE RUN DATE AND THE (ZERO-PADDED)
      *> EXPRESSION ID, AS ZODERPT AND ZODEHIST SHOW THEM.
       01  PARM-VALUE      PIC X(80) VALUE SPACE.
       01  INQ-RUN-DATE    PIC 9(8) VALUE 0.
       01  INQ-EXPR-ID     PIC 9(4) VALUE 0.

      *> WORKING-STORAGE COPY OF THE LINEAGE RECORD LAYOUT: THE
      *> KSDS AND THE ARCHIVE BOTH STAGE THROUGH HERE, SO THE
      *> PRINT PARAGRAPHS NEVER CARE WHICH ONE A RECORD CAME FROM.
       01  LIN-WORK.
           05  LW-RUN-DATE      PIC 9(8).
           05  LW-EXPR-ID       PIC 9(4).
           05  LW-SEQ           PIC 9(4).
           05  LW-REC-TYPE      PIC X.
               88  LW-HEADER    VALUE 'H'.
               88  LW-SYMBOL    VALUE 'S'.
               88  LW-CALLED    VALUE 'C'.
               88  LW-PRIOR     VALUE 'P'.
               88  LW-LOOKUP    VALUE 'L'.
           05  LW-NAME          PIC X(8).
           05  LW-DATE          PIC 9(8).
           05  LW-INPUT         PIC S9(9)V99.
           05  LW-VAL           PIC S9(9)V99.
           05  LW-FOUND-SW      PIC X.
               88  LW-DEFAULTED VALUE 'N'.
           05  LW-ERR-FLAG      PIC X.

      *> THE HEADER (SEQUENCE 0) ARRIVES FIRST BUT ITS RESULT IS
      *> PRINTED LAST, UNDER THE INPUTS THAT PRODUCED IT.
       01  HDR-FOUND-SW    PIC X VALUE 'N'.
           88  HDR-FOUND       VALUE 'Y'.
       01  HDR-RESULT      PIC S9(9)V99 VALUE 0.
       01  HDR-ERR-FLAG    PIC X VALUE SPACE.
       01  INPUT-COUNT     PIC 9(4) VALUE 0.
       01  DEFAULT-COUNT   PIC 9(4) VALUE 0.
       01  FROM-SOURCE     PIC X(8) VALUE SPACE.
       01  INPUT-EDIT      PIC -(9)9.99.

       01  LINQ-RPT-HEADER.
           05  FILLER           PIC X(22)
               VALUE "ZODE RESULT LINEAGE - ".
           05  FILLER           PIC X(10) VALUE "RUN DATE: ".
           05  LQH-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(14) VALUE "  EXPRESSION: ".
           05  LQH-EXPR-ID      PIC 9(4).
           05  FILLER           PIC X(22) VALUE SPACE.

       01  LINQ-RPT-VERSION.
           05  FILLER           PIC X(10) VALUE "CATALOG:  ".
           05  LQV-CAT-NAME     PIC X(8).
           05  FILLER           PIC X(11) VALUE "  VERSION: ".
           05  LQV-CAT-EFF      PIC 9(8).
           05  FILLER           PIC X(43) VALUE SPACE.

       01  LINQ-RPT-LOOSE.
           05  FILLER           PIC X(40)
               VALUE "SOURCE:   ZODESRC (NOT FROM THE CATALOG)".
           05  FILLER           PIC X(40) VALUE SPACE.

       01  LINQ-RPT-COLUMNS.
           05  FILLER           PIC X(40)
               VALUE " SEQ  INPUT   NAME      EFF DATE  LOOKUP".
           05  FILLER           PIC X(40)
               VALUE " INPUT    VALUE USED NOTE               ".

       01  LINQ-RPT-DETAIL.
           05  LQD-SEQ          PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  LQD-KIND         PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  LQD-NAME         PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  LQD-DATE         PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LQD-INPUT        PIC X(13).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LQD-VAL          PIC -(9)9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LQD-NOTE         PIC X(9).
           05  FILLER           PIC X(10) VALUE SPACE.

       01  LINQ-RPT-RESULT.
           05  FILLER           PIC X(14) VALUE "FINAL RESULT: ".
           05  LQR-RESULT       PIC -(9)9.99.
           05  FILLER           PIC X(10) VALUE "  ERROR: ".
           05  LQR-ERR-FLAG     PIC X.
           05  FILLER           PIC X(42) VALUE SPACE.

       01  LINQ-RPT-MISSING.
           05  LQM-TEXT         PIC X(60).
           05  FILLER           PIC X(20) VALUE SPACE.

       01  MISSING-NONE-TEXT   PIC X(60) VALUE
           "NO LINEAGE ON FILE FOR THIS RUN DATE AND EXPRESSION".
       01  MISSING-HDR-TEXT    PIC X(60) VALUE
           "NO RESULT RECORDED - RUN DID NOT FINISH THIS EXPRESSION".

       01  LINQ-RPT-TRAILER.
           05  FILLER           PIC X(24)
               VALUE "END OF LINEAGE - INPUTS ".
           05  LQT-INPUTS       PIC ZZZ9.
           05  FILLER           PIC X(12) VALUE "  DEFAULTED ".
           05  LQT-DEFAULTS     PIC ZZZ9.
           05  FILLER           PIC X(8) VALUE "  FROM: ".
           05  LQT-SOURCE       PIC X(8).
           05  FILLER           PIC X(20) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           PERFORM PARSE-INQUIRY-PARM
           OPEN OUTPUT LINQ-RPT-FILE
           MOVE INQ-RUN-DATE TO LQH-RUN-DATE
           MOVE INQ-EXPR-ID TO LQH-EXPR-ID
           MOVE LINQ-RPT-HEADER TO LINQ-RPT-REC
           WRITE LINQ-RPT-REC
           PERFORM READ-LINEAGE-KSDS
           IF NOT HDR-FOUND AND INPUT-COUNT = 0
               PERFORM READ-LINEAGE-ARCHIVE
           END-IF
           PERFORM WRITE-LINEAGE-END
           CLOSE LINQ-RPT-FILE.

       STOP RUN.

      *    THE PARM MUST BE EXACTLY 'YYYYMMDD,NNNN'. A MIS-KEYED
      *    INQUIRY ENDS RC 8 RATHER THAN PRINT SOME OTHER RESULT'S
      *    DERIVATION.
       PARSE-INQUIRY-PARM.
           IF PARM-VALUE(1:8) IS NUMERIC
               AND PARM-VALUE(9:1) = ","
               AND PARM-VALUE(10:4) IS NUMERIC
               AND PARM-VALUE(14:67) = SPACE
               MOVE PARM-VALUE(1:8) TO INQ-RUN-DATE
               MOVE PARM-VALUE(10:4) TO INQ-EXPR-ID
           ELSE
               DISPLAY "ZODELINQ: UNRECOGNIZED PARM '"
                   PARM-VALUE(1:20) "' - USE YYYYMMDD,NNNN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    READ THE RESULT'S RECORDS FROM THE KSDS: START AT ITS
      *    HEADER KEY (SEQUENCE 0) AND STOP AT THE FIRST RECORD OF
      *    ANOTHER DATE OR EXPRESSION. A KSDS THAT DOES NOT EXIST
      *    (STATUS 35) JUST LEAVES THE ARCHIVE TO BE SEARCHED; ANY
      *    OTHER OPEN FAILURE ENDS THE INQUIRY.
       READ-LINEAGE-KSDS.
           OPEN INPUT ZODE-LIN-FILE
           IF WS-LIN-STATUS NOT = "00" AND WS-LIN-STATUS NOT = "35"
               DISPLAY "ZODELINQ: LINEAGE I/O ERROR - STATUS "
                   WS-LIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "ZODELINQ: ZODELIN NOT AVAILABLE - STATUS "
                   WS-LIN-STATUS
           ELSE
               MOVE "ZODELIN" TO FROM-SOURCE
               MOVE INQ-RUN-DATE TO LN-RUN-DATE
               MOVE INQ-EXPR-ID TO LN-EXPR-ID
               MOVE 0 TO LN-SEQ
               START ZODE-LIN-FILE KEY NOT < LN-KEY
                   INVALID KEY
                       SET END-OF-LIN TO TRUE
               END-START
               IF NOT END-OF-LIN
                   PERFORM READ-NEXT-LIN-REC
               END-IF
               PERFORM UNTIL END-OF-LIN
                   OR LN-RUN-DATE NOT = INQ-RUN-DATE
                   OR LN-EXPR-ID NOT = INQ-EXPR-ID
                   MOVE ZODE-LIN-REC TO LIN-WORK
                   PERFORM PRINT-LINEAGE-REC
                   PERFORM READ-NEXT-LIN-REC
               END-PERFORM
               CLOSE ZODE-LIN-FILE
           END-IF.

       READ-NEXT-LIN-REC.
           READ ZODE-LIN-FILE NEXT RECORD
               AT END
                   SET END-OF-LIN TO TRUE
           END-READ
           IF WS-LIN-STATUS NOT = "00" AND WS-LIN-STATUS NOT = "10"
               DISPLAY "ZODELINQ: LINEAGE I/O ERROR - STATUS "
                   WS-LIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NOTHING ON THE KSDS: THE DATE MAY BE PAST THE RETENTION
      *    CUTOFF, SO SCAN THE ARCHIVE, WHICH ZODEHSKP WROTE IN KEY
      *    ORDER. A MISSING ARCHIVE DD JUST SKIPS THIS PASS.
       READ-LINEAGE-ARCHIVE.
           OPEN INPUT ZODE-LARC-FILE
           IF WS-LARC-STATUS = "00"
               MOVE "ZODELARC" TO FROM-SOURCE
               PERFORM UNTIL END-OF-LARC
                   READ ZODE-LARC-FILE
                       AT END
                           SET END-OF-LARC TO TRUE
                       NOT AT END
                           IF LA-RUN-DATE = INQ-RUN-DATE
                               AND LA-EXPR-ID = INQ-EXPR-ID
                               MOVE ZODE-LARC-REC TO LIN-WORK
                               PERFORM PRINT-LINEAGE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZODE-LARC-FILE
           END-IF.

      *    PRINT ONE STAGED RECORD. THE HEADER PRINTS THE CATALOG
      *    VERSION (OR THE LOOSE-FILE NOTE) AND THE COLUMN CAPTIONS
      *    AND KEEPS THE RESULT FOR THE END; EVERY OTHER RECORD IS
      *    ONE INPUT LINE.
       PRINT-LINEAGE-REC.
           IF LW-HEADER
               SET HDR-FOUND TO TRUE
               MOVE LW-VAL TO HDR-RESULT
               MOVE LW-ERR-FLAG TO HDR-ERR-FLAG
               IF LW-NAME = SPACE
                   MOVE LINQ-RPT-LOOSE TO LINQ-RPT-REC
               ELSE
                   MOVE LW-NAME TO LQV-CAT-NAME
                   MOVE LW-DATE TO LQV-CAT-EFF
                   MOVE LINQ-RPT-VERSION TO LINQ-RPT-REC
               END-IF
               WRITE LINQ-RPT-REC
               MOVE LINQ-RPT-COLUMNS TO LINQ-RPT-REC
               WRITE LINQ-RPT-REC
           ELSE
               PERFORM PRINT-INPUT-LINE
           END-IF.

       PRINT-INPUT-LINE.
           ADD 1 TO INPUT-COUNT
           MOVE LW-SEQ TO LQD-SEQ
           EVALUATE TRUE
               WHEN LW-SYMBOL
                   MOVE "SYMBOL" TO LQD-KIND
               WHEN LW-CALLED
                   MOVE "CALLC " TO LQD-KIND
               WHEN LW-PRIOR
                   MOVE "PRIORC" TO LQD-KIND
               WHEN LW-LOOKUP
                   MOVE "LOOKUP" TO LQD-KIND
               WHEN OTHER
                   MOVE "??????" TO LQD-KIND
           END-EVALUATE
           MOVE LW-NAME TO LQD-NAME
           IF LW-DATE = 0
               MOVE SPACE TO LQD-DATE
           ELSE
               MOVE LW-DATE TO LQD-DATE
           END-IF
           IF LW-LOOKUP
               MOVE LW-INPUT TO INPUT-EDIT
               MOVE INPUT-EDIT TO LQD-INPUT
           ELSE
               MOVE SPACE TO LQD-INPUT
           END-IF
           MOVE LW-VAL TO LQD-VAL
           IF LW-DEFAULTED
               ADD 1 TO DEFAULT-COUNT
               MOVE "DEFAULTED" TO LQD-NOTE
           ELSE
               MOVE SPACE TO LQD-NOTE
           END-IF
           MOVE LINQ-RPT-DETAIL TO LINQ-RPT-REC
           WRITE LINQ-RPT-REC.

      *    CLOSE THE DERIVATION WITH THE FINAL RESULT, OR SAY WHY
      *    THERE IS NONE: NO LINEAGE AT ALL, OR INPUTS WITHOUT A
      *    HEADER - THE RUN ENDED BEFORE THE EXPRESSION FINISHED
      *    AND WAS NOT RESTARTED OR RERUN.
       WRITE-LINEAGE-END.
           IF HDR-FOUND
               MOVE HDR-RESULT TO LQR-RESULT
               MOVE HDR-ERR-FLAG TO LQR-ERR-FLAG
               MOVE LINQ-RPT-RESULT TO LINQ-RPT-REC
               WRITE LINQ-RPT-REC
           ELSE
               IF INPUT-COUNT = 0
                   MOVE MISSING-NONE-TEXT TO LQM-TEXT
               ELSE
                   MOVE MISSING-HDR-TEXT TO LQM-TEXT
               END-IF
               MOVE LINQ-RPT-MISSING TO LINQ-RPT-REC
               WRITE LINQ-RPT-REC
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE INPUT-COUNT TO LQT-INPUTS
           MOVE DEFAULT-COUNT TO LQT-DEFAULTS
           MOVE FROM-SOURCE TO LQT-SOURCE
           MOVE LINQ-RPT-TRAILER TO LINQ-RPT-REC
           WRITE LINQ-RPT-REC.

       END PROGRAM ZODELINQ.
