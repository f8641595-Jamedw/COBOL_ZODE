       *> and root-record assignment targets), and prints a
       *> where-used report on XREFRPT in two sections: by symbol
       *> (which expressions read or assign it) and by expression
       *> (which symbols and rate tables it touches), plus a third
       *> section listing which expressions look up each ZODERATE
       *> rate table through LOOKUPC nodes. ZODEPRMM's and
       *> ZODERATM's delete paths run the same catalog lookup to
       *> warn when a symbol or table being removed is still
       *> referenced.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEXREF.

      *> ONE ENTRY PER DISTINCT SYMBOL/EXPRESSION/REFERENCE-TYPE
      *> TRIPLE SEEN IN THE CATALOG. 'R' = THE EXPRESSION READS THE
      *> SYMBOL THROUGH A VARC NODE; 'A' = THE EXPRESSION'S ROOT
      *> RECORD ASSIGNS ITS RESULT TO THE SYMBOL; 'T' = THE
      *> EXPRESSION LOOKS UP THE RATE TABLE NAMED IN XR-SYM-NAME
      *> THROUGH A LOOKUPC NODE.
       01  MAX-XREFS       PIC 9(4) VALUE 2000.
       01  XREF-COUNT      PIC 9(4) VALUE 0.
       01  XREF-TABLE.
       01  CURR-EXPR-NAME  PIC X(8) VALUE SPACE.
       01  CURR-REF-TYPE   PIC X VALUE SPACE.
       01  SYM-TOTAL-COUNT PIC 9(4) VALUE 0.
       01  TBL-TOTAL-COUNT PIC 9(4) VALUE 0.
       01  EXPR-TOTAL-COUNT PIC 9(4) VALUE 0.
       01  CAT-REC-COUNT   PIC 9(5) VALUE 0.

           05  FILLER           PIC X(12) VALUE "  REFERENCES".
           05  FILLER           PIC X VALUE SPACE.
           05  XRF-TRL-REFS     PIC ZZZ9.
           05  FILLER           PIC X(9) VALUE "  TABLES ".
           05  XRF-TRL-TBLS     PIC ZZZ9.
           05  FILLER           PIC X(6) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.
           PERFORM WRITE-XREF-RPT
           DISPLAY "ZODEXREF: " CAT-REC-COUNT " CATALOG RECORDS, "
               XREF-COUNT " REFERENCES, " SYM-TOTAL-COUNT
               " SYMBOLS, " EXPR-TOTAL-COUNT " EXPRESSIONS, "
               TBL-TOTAL-COUNT " RATE TABLES".

       STOP RUN.

      *    ONE SEQUENTIAL PASS OVER THE WHOLE CATALOG. A VARC
      *    RECORD REFERENCES ITS SYMBOL AS A READ; A LOOKUPC RECORD
      *    REFERENCES ITS RATE TABLE; A ROOT RECORD OF ANY TYPE BUT
      *    VARC, CALLC, PRIORC, AND LOOKUPC (WHOSE VAR-NAME FIELD
      *    NAMES WHAT THEY REFERENCE, NOT AN ASSIGNMENT TARGET) WITH
      *    A NONBLANK VAR-NAME REFERENCES IT AS AN ASSIGNMENT.
       GATHER-CAT-REFS.
           OPEN INPUT ZODE-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               MOVE 'R' TO CURR-REF-TYPE
               PERFORM NOTE-ONE-REF
           END-IF
           IF ZC-ZODE-ID = 'B' AND ZC-VAR-NAME NOT = SPACE
               MOVE ZC-VAR-NAME TO CURR-SYM-NAME
               MOVE ZC-EXPR-NAME TO CURR-EXPR-NAME
               MOVE 'T' TO CURR-REF-TYPE
               PERFORM NOTE-ONE-REF
           END-IF
           IF ZC-ROOT-FLAG = 'Y'
               AND ZC-ZODE-ID NOT = '2'
               AND ZC-ZODE-ID NOT = '9'
               AND ZC-ZODE-ID NOT = 'A'
               AND ZC-ZODE-ID NOT = 'B'
               AND ZC-VAR-NAME NOT = SPACE
               MOVE ZC-VAR-NAME TO CURR-SYM-NAME
               MOVE ZC-EXPR-NAME TO CURR-EXPR-NAME
               MOVE CURR-REF-TYPE TO XR-REF-TYPE(XREF-COUNT)
           END-IF.

      *    THE REPORT: A BY-SYMBOL SECTION, A BY-EXPRESSION SECTION,
      *    THEN A BY-RATE-TABLE SECTION, EACH GROUP IN ORDER OF FIRST
      *    APPEARANCE IN THE CATALOG (WHICH IS KEYED BY EXPRESSION
      *    NAME, SO THE BY-EXPRESSION SECTION COMES OUT
      *    ALPHABETICAL).
       WRITE-XREF-RPT.
           OPEN OUTPUT XREF-RPT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           WRITE XREF-RPT-REC
           PERFORM WRITE-BY-EXPRESSION

           MOVE "WHERE-USED BY RATE TABLE" TO XRF-SEC-TEXT
           MOVE XREF-SECTION-LINE TO XREF-RPT-REC
           WRITE XREF-RPT-REC
           PERFORM WRITE-BY-TABLE

           MOVE SYM-TOTAL-COUNT TO XRF-TRL-SYMS
           MOVE TBL-TOTAL-COUNT TO XRF-TRL-TBLS
           MOVE EXPR-TOTAL-COUNT TO XRF-TRL-EXPRS
           MOVE XREF-COUNT TO XRF-TRL-REFS
           MOVE XREF-RPT-TRAILER TO XREF-RPT-REC
      *    EACH DISTINCT SYMBOL, FIRST-APPEARANCE ORDER: A SYMBOL
      *    HEADER LINE, THEN ONE LINE PER EXPRESSION REFERENCING IT.
      *    AN ENTRY WHOSE SYMBOL ALREADY HEADED A GROUP EARLIER IN
      *    THE TABLE IS PASSED OVER, AS IS EVERY RATE-TABLE ENTRY.
       WRITE-BY-SYMBOL.
           MOVE 0 TO SYM-TOTAL-COUNT
           MOVE 1 TO XREF-IDX
           PERFORM UNTIL XREF-IDX > XREF-COUNT
               MOVE 'N' TO XREF-DONE-SW
               IF XR-REF-TYPE(XREF-IDX) = 'T'
                   SET XREF-DONE TO TRUE
               END-IF
               MOVE 1 TO XREF-SCAN-IDX
               PERFORM UNTIL XREF-SCAN-IDX = XREF-IDX
                   IF XR-SYM-NAME(XREF-SCAN-IDX)
                       = XR-SYM-NAME(XREF-IDX)
                       AND XR-REF-TYPE(XREF-SCAN-IDX) NOT = 'T'
                       SET XREF-DONE TO TRUE
                   END-IF
                   ADD 1 TO XREF-SCAN-IDX
                   PERFORM UNTIL XREF-SCAN-IDX > XREF-COUNT
                       IF XR-SYM-NAME(XREF-SCAN-IDX)
                           = XR-SYM-NAME(XREF-IDX)
                           AND XR-REF-TYPE(XREF-SCAN-IDX) NOT = 'T'
                           IF XR-REF-TYPE(XREF-SCAN-IDX) = 'R'
                               MOVE "READ BY     "
                                TO XRF-REF-VERB
                   PERFORM UNTIL XREF-SCAN-IDX > XREF-COUNT
                       IF XR-EXPR-NAME(XREF-SCAN-IDX)
                           = XR-EXPR-NAME(XREF-IDX)
                           EVALUATE XR-REF-TYPE(XREF-SCAN-IDX)
                               WHEN 'R'
                                   MOVE "READS       "
                                    TO XRF-REF-VERB
                               WHEN 'T'
                                   MOVE "LOOKS UP    "
                                    TO XRF-REF-VERB
                               WHEN OTHER
                                   MOVE "ASSIGNS     "
                                    TO XRF-REF-VERB
                           END-EVALUATE
                           MOVE XR-SYM-NAME(XREF-SCAN-IDX)
                            TO XRF-REF-NAME
                           MOVE XREF-REF-LINE TO XREF-RPT-REC
               ADD 1 TO XREF-IDX
           END-PERFORM.

      *    EACH DISTINCT RATE TABLE, FIRST-APPEARANCE ORDER: A TABLE
      *    HEADER LINE, THEN ONE LINE PER EXPRESSION LOOKING IT UP.
       WRITE-BY-TABLE.
           MOVE 0 TO TBL-TOTAL-COUNT
           MOVE 1 TO XREF-IDX
           PERFORM UNTIL XREF-IDX > XREF-COUNT
               MOVE 'N' TO XREF-DONE-SW
               IF XR-REF-TYPE(XREF-IDX) NOT = 'T'
                   SET XREF-DONE TO TRUE
               END-IF
               MOVE 1 TO XREF-SCAN-IDX
               PERFORM UNTIL XREF-SCAN-IDX = XREF-IDX
                   IF XR-SYM-NAME(XREF-SCAN-IDX)
                       = XR-SYM-NAME(XREF-IDX)
                       AND XR-REF-TYPE(XREF-SCAN-IDX) = 'T'
                       SET XREF-DONE TO TRUE
                   END-IF
                   ADD 1 TO XREF-SCAN-IDX
               END-PERFORM
               IF NOT XREF-DONE
                   ADD 1 TO TBL-TOTAL-COUNT
                   MOVE "RATE TABLE " TO XRF-KEY-LABEL
                   MOVE XR-SYM-NAME(XREF-IDX) TO XRF-KEY-NAME
                   MOVE XREF-KEY-LINE TO XREF-RPT-REC
                   WRITE XREF-RPT-REC
                   MOVE XREF-IDX TO XREF-SCAN-IDX
                   PERFORM UNTIL XREF-SCAN-IDX > XREF-COUNT
                       IF XR-SYM-NAME(XREF-SCAN-IDX)
                           = XR-SYM-NAME(XREF-IDX)
                           AND XR-REF-TYPE(XREF-SCAN-IDX) = 'T'
                           MOVE "LOOKED UP BY" TO XRF-REF-VERB
                           MOVE XR-EXPR-NAME(XREF-SCAN-IDX)
                            TO XRF-REF-NAME
                           MOVE XREF-REF-LINE TO XREF-RPT-REC
                           WRITE XREF-RPT-REC
                       END-IF
                       ADD 1 TO XREF-SCAN-IDX
                   END-PERFORM
               END-IF
               ADD 1 TO XREF-IDX
           END-PERFORM.

       END PROGRAM ZODEXREF.
