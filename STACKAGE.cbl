       *> Work-item aging and SLA report for the MyStack stacks.
       *> Every open item (each STACKIDX record, the self-test stack
       *> excepted) is aged from its push timestamp on STACKJRN,
       *> matched by push sequence, to the as-of time (an item
       *> moved between stacks keeps its sequence, so its age still
       *> runs from the original push), and judged against the SLA
       *> entry for its ITEM-TYPE from the STACKSLA table (one line
       *> per type code: type in columns 1-2, target hours in 3-6,
       *> escalation hours in 7-10):
       *>   WITHIN SLA  younger than the escalation point
       *>   AT RISK     at or past the escalation hours (the warning
       *>               point ahead of the target) but short of the
       *>               target
       *>   BREACHED    at or past the target hours
       *> A type with no STACKSLA entry shows NO SLA, and an item
       *> whose push never reached the journal shows NO PUSH with
       *> no age; both are counted as OTHER. The report (STACKAGR)
       *> lists the open items by stack and type, oldest push first
       *> within each, with a bucket subtotal per stack and type
       *> and the bucket totals in the trailer, where ZODEMORN
       *> picks up the breach count. Any breach ends the step RC 4.
       *> The PARM may give the as-of time as 'YYYYMMDDHHMMSS';
       *> blank means now. A bad PARM or a missing STACKSLA ends
       *> RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACKAGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STACK-IDX-FILE ASSIGN TO "STACKIDX"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-PUSH-SEQ
               FILE STATUS IS WS-STACK-IDX-STATUS.

           SELECT STACK-JRN-FILE ASSIGN TO "STACKJRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STACK-JRN-STATUS.

           SELECT STACK-SLA-FILE ASSIGN TO "STACKSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STACK-SLA-STATUS.

           SELECT AGE-RPT-FILE ASSIGN TO "STACKAGR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  STACK-IDX-FILE.
       01  STACK-IDX-REC.
           05  SI-PUSH-SEQ     PIC 9(6).
           05  SI-STACK-ID     PIC 9(2).
           05  SI-VAL.
               10  SI-ITEM-REF     PIC X(10).
               10  SI-ITEM-TYPE    PIC X(2).
               10  SI-ITEM-DESC    PIC X(20).

       *> Field-by-field mirror of MyStack's STACK-JRN-DETAIL.
       FD  STACK-JRN-FILE.
       01  STACK-JRN-REC.
           05  FILLER           PIC X(4).
           05  JR-STACK-ID      PIC 9(2).
           05  FILLER           PIC X(5).
           05  JR-PUSH-SEQ      PIC 9(6).
           05  FILLER           PIC X(5).
           05  JR-VALUE         PIC X(32).
           05  FILLER           PIC X(4).
           05  JR-OP            PIC X(4).
           05  FILLER           PIC X(4).
           05  JR-TIMESTAMP     PIC 9(14).

       FD  STACK-SLA-FILE.
       01  STACK-SLA-REC.
           05  SL-ITEM-TYPE     PIC X(2).
           05  SL-TARGET-HRS    PIC 9(4).
           05  SL-ESCALATE-HRS  PIC 9(4).

       FD  AGE-RPT-FILE.
       01  AGE-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STACK-IDX-STATUS  PIC XX VALUE '00'.
       01  WS-STACK-JRN-STATUS  PIC XX VALUE '00'.
       01  WS-STACK-SLA-STATUS  PIC XX VALUE '00'.
       01  INPUT-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-INPUT     VALUE 'Y'.

      *> PARM PASSED FROM THE EXEC STATEMENT IN THE CALLING JCL:
      *> THE AS-OF TIMESTAMP, OR BLANK FOR NOW.
       01  PARM-VALUE           PIC X(80) VALUE SPACE.
       01  TEST-STACK-ID        PIC 9(2) VALUE 10.
       01  ASOF-TIMESTAMP.
           05  ASOF-DATE        PIC 9(8).
           05  ASOF-DATE-R REDEFINES ASOF-DATE.
               10  ASOF-YYYY    PIC 9(4).
               10  ASOF-MM      PIC 9(2).
               10  ASOF-DD      PIC 9(2).
           05  ASOF-TIME.
               10  ASOF-HH      PIC 9(2).
               10  ASOF-MN      PIC 9(2).
               10  ASOF-SS      PIC 9(2).
       01  WS-FULL-TIME         PIC 9(8) VALUE 0.
       01  ASOF-DAYS            PIC 9(7) VALUE 0.
       01  ASOF-MINUTES         PIC 9(4) VALUE 0.

      *> DAY NUMBER OF A YYYYMMDD DATE - DAYS SINCE 31/12/0000 ON
      *> THE GREGORIAN CALENDAR - SO TWO TIMESTAMPS CAN BE
      *> SUBTRACTED WITHOUT CALENDAR ARITHMETIC AT EACH USE.
       01  DC-DATE              PIC 9(8) VALUE 0.
       01  DC-DATE-R REDEFINES DC-DATE.
           05  DC-YYYY          PIC 9(4).
           05  DC-MM            PIC 9(2).
           05  DC-DD            PIC 9(2).
       01  DC-DAYS              PIC 9(7) VALUE 0.
       01  DC-PRIOR-YEARS       PIC 9(4) VALUE 0.
       01  DC-QUOT              PIC 9(4) VALUE 0.
       01  DC-REM-4             PIC 9(4) VALUE 0.
       01  DC-REM-100           PIC 9(4) VALUE 0.
       01  DC-REM-400           PIC 9(4) VALUE 0.
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

      *> THE SLA TABLE, LOADED ONCE UP FRONT.
       01  MAX-SLA-ENTRIES      PIC 9(3) VALUE 100.
       01  SLA-COUNT            PIC 9(3) VALUE 0.
       01  SLA-TABLE.
           05  SLA-ENTRY OCCURS 100 TIMES.
               10  SLA-ITEM-TYPE    PIC X(2).
               10  SLA-TARGET-HRS   PIC 9(4).
               10  SLA-ESCALATE-HRS PIC 9(4).
       01  SLA-IDX              PIC 9(3) VALUE 0.
       01  SLA-FOUND-IDX        PIC 9(3) VALUE 0.

      *> THE OPEN ITEMS, IN PUSH-SEQUENCE ORDER AS STACKIDX HOLDS
      *> THEM (SO THE JOURNAL PASS CAN BINARY-SEARCH BY SEQUENCE),
      *> AND A SEPARATE LIST OF SUBSCRIPTS KEPT IN STACK / TYPE /
      *> SEQUENCE ORDER FOR THE REPORT BY STRAIGHT INSERTION.
       01  MAX-OPEN-ITEMS       PIC 9(4) VALUE 9999.
       01  OPEN-COUNT           PIC 9(4) VALUE 0.
       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 9999 TIMES.
               10  OI-SORT-KEY.
                   15  OI-STACK-ID     PIC 9(2).
                   15  OI-ITEM-TYPE    PIC X(2).
                   15  OI-PUSH-SEQ     PIC 9(6).
               10  OI-ITEM-REF         PIC X(10).
               10  OI-ITEM-DESC        PIC X(20).
               10  OI-PUSH-SW          PIC X.
                   88  OI-PUSH-FOUND   VALUE 'Y'.
               10  OI-PUSH-TS.
                   15  OI-PUSH-DATE    PIC 9(8).
                   15  OI-PUSH-HH      PIC 9(2).
                   15  OI-PUSH-MN      PIC 9(2).
                   15  OI-PUSH-SS      PIC 9(2).
       01  ORDER-TABLE.
           05  ORDER-SLOT       PIC 9(4) OCCURS 9999 TIMES.
       01  OPEN-IDX             PIC 9(4) VALUE 0.
       01  ORDER-IDX            PIC 9(4) VALUE 0.
       01  ORDER-POS            PIC 9(4) VALUE 0.
       01  BS-LO                PIC 9(4) VALUE 0.
       01  BS-HI                PIC 9(4) VALUE 0.
       01  BS-MID               PIC 9(4) VALUE 0.
       01  BS-FOUND-IDX         PIC 9(4) VALUE 0.

      *> THE ITEM IN HAND AND ITS VERDICT.
       01  ITEM-AGE-MINUTES     PIC S9(9) VALUE 0.
       01  ITEM-AGE-HRS         PIC 9(6) VALUE 0.
       01  ITEM-STATUS          PIC X(10) VALUE SPACE.
       01  ITEM-BUCKET          PIC 9 VALUE 0.
           88  BUCKET-WITHIN    VALUE 1.
           88  BUCKET-AT-RISK   VALUE 2.
           88  BUCKET-BREACHED  VALUE 3.
           88  BUCKET-OTHER     VALUE 4.

      *> BUCKET COUNTS: 1 WITHIN SLA, 2 AT RISK, 3 BREACHED,
      *> 4 OTHER - FOR THE STACK/TYPE GROUP IN PROGRESS AND THE
      *> WHOLE RUN.
       01  GROUP-COUNTS.
           05  GROUP-COUNT      PIC 9(4) OCCURS 4 TIMES.
       01  TOTAL-COUNTS.
           05  TOTAL-COUNT      PIC 9(4) OCCURS 4 TIMES.
       01  BUCKET-IDX           PIC 9 VALUE 0.
       01  GROUP-STACK-ID       PIC 9(2) VALUE 0.
       01  GROUP-ITEM-TYPE      PIC X(2) VALUE SPACE.
       01  JRN-READ-COUNT       PIC 9(6) VALUE 0.

       01  AGE-RPT-HEADER.
           05  FILLER           PIC X(24)
               VALUE "WORK ITEM AGING - AS OF ".
           05  AGE-HDR-MM       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  AGE-HDR-DD       PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  AGE-HDR-YYYY     PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  AGE-HDR-HH       PIC 9(2).
           05  FILLER           PIC X VALUE ":".
           05  AGE-HDR-MN       PIC 9(2).
           05  FILLER           PIC X(40) VALUE SPACE.

       01  AGE-RPT-GROUP.
           05  FILLER           PIC X(6) VALUE "STACK ".
           05  AGE-GRP-STACK    PIC 99.
           05  FILLER           PIC X(7) VALUE "  TYPE ".
           05  AGE-GRP-TYPE     PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-GRP-SLA.
               10  FILLER       PIC X(7) VALUE "TARGET ".
               10  AGE-GRP-TARGET   PIC ZZZ9.
               10  FILLER       PIC X(13) VALUE "H  ESCALATE ".
               10  AGE-GRP-ESCALATE PIC ZZZ9.
               10  FILLER       PIC X VALUE "H".
           05  AGE-GRP-NO-SLA REDEFINES AGE-GRP-SLA PIC X(29).
           05  FILLER           PIC X(32) VALUE SPACE.

       01  AGE-RPT-CAPTION.
           05  FILLER           PIC X(40)
               VALUE "  ITEM REF    SEQ     DESCRIPTION       ".
           05  FILLER           PIC X(40)
               VALUE "    PUSHED         AGE(H)  STATUS       ".

       01  AGE-RPT-DETAIL.
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-REF      PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-SEQ      PIC 9(6).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-DESC     PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-PUSHED.
               10  AGE-DTL-DATE PIC 9(8).
               10  FILLER       PIC X VALUE SPACE.
               10  AGE-DTL-HH   PIC 9(2).
               10  AGE-DTL-MN   PIC 9(2).
           05  AGE-DTL-NO-PUSH REDEFINES AGE-DTL-PUSHED PIC X(13).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-AGE      PIC ZZZZZ9.
           05  AGE-DTL-NO-AGE REDEFINES AGE-DTL-AGE PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACE.
           05  AGE-DTL-STATUS   PIC X(10).
           05  FILLER           PIC X(3) VALUE SPACE.

       01  AGE-RPT-SUBTOTAL.
           05  FILLER           PIC X(19)
               VALUE "  SUBTOTAL  WITHIN ".
           05  AGE-SUB-WITHIN   PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE "  AT RISK ".
           05  AGE-SUB-AT-RISK  PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  BREACHED ".
           05  AGE-SUB-BREACHED PIC ZZZ9.
           05  FILLER           PIC X(8) VALUE "  OTHER ".
           05  AGE-SUB-OTHER    PIC ZZZ9.
           05  FILLER           PIC X(16) VALUE SPACE.

      *> ZODEMORN READS THE OPEN AND BREACHED COUNTS BACK FROM
      *> THIS TRAILER BY POSITION (COLUMNS 21-24 AND 63-66).
       01  AGE-RPT-TRAILER.
           05  FILLER           PIC X(20)
               VALUE "END OF AGING - OPEN ".
           05  AGE-TRL-OPEN     PIC ZZZ9.
           05  FILLER           PIC X(9) VALUE "  WITHIN ".
           05  AGE-TRL-WITHIN   PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE "  AT RISK ".
           05  AGE-TRL-AT-RISK  PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE "  BREACHED ".
           05  AGE-TRL-BREACHED PIC ZZZ9.
           05  FILLER           PIC X(8) VALUE "  OTHER ".
           05  AGE-TRL-OTHER    PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           PERFORM PARSE-AGE-PARM
           PERFORM LOAD-SLA-TABLE
           PERFORM LOAD-OPEN-ITEMS
           PERFORM MATCH-PUSH-TIMES
           PERFORM WRITE-AGE-RPT
           DISPLAY "STACKAGE: " OPEN-COUNT " OPEN ITEMS, "
               TOTAL-COUNT(3) " BREACHED, " TOTAL-COUNT(2)
               " AT RISK"
           IF TOTAL-COUNT(3) NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

      *    TAKE THE AS-OF TIME FROM A PARM OF 'YYYYMMDDHHMMSS', OR
      *    THE SYSTEM CLOCK WHEN THE PARM IS BLANK.
       PARSE-AGE-PARM.
           IF PARM-VALUE = SPACE
               ACCEPT ASOF-DATE FROM DATE YYYYMMDD
               ACCEPT WS-FULL-TIME FROM TIME
               MOVE WS-FULL-TIME(1:6) TO ASOF-TIME
           ELSE
               IF PARM-VALUE(1:14) IS NUMERIC
                   AND PARM-VALUE(15:66) = SPACE
                   MOVE PARM-VALUE(1:14) TO ASOF-TIMESTAMP
               ELSE
                   MOVE 0 TO ASOF-MM
               END-IF
               IF ASOF-MM < 1 OR ASOF-MM > 12
                   OR ASOF-DD < 1 OR ASOF-DD > 31
                   OR ASOF-HH > 23 OR ASOF-MN > 59
                   DISPLAY "STACKAGE: PARM MUST BE BLANK OR GIVE "
                       "THE AS-OF TIME AS 'YYYYMMDDHHMMSS'"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE ASOF-DATE TO DC-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DC-DAYS TO ASOF-DAYS
           COMPUTE ASOF-MINUTES = ASOF-HH * 60 + ASOF-MN.

       LOAD-SLA-TABLE.
           MOVE 0 TO SLA-COUNT
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT STACK-SLA-FILE
           IF WS-STACK-SLA-STATUS NOT = "00"
               DISPLAY "STACKAGE: CANNOT OPEN STACKSLA - STATUS "
                   WS-STACK-SLA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ STACK-SLA-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF SLA-COUNT NOT < MAX-SLA-ENTRIES
                           DISPLAY "STACKAGE: TOO MANY STACKSLA"
                               " ENTRIES - MAX " MAX-SLA-ENTRIES
                               " EXCEEDED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF SL-TARGET-HRS IS NOT NUMERIC
                           OR SL-ESCALATE-HRS IS NOT NUMERIC
                           DISPLAY "STACKAGE: STACKSLA ENTRY FOR "
                               "TYPE " SL-ITEM-TYPE
                               " HAS NON-NUMERIC HOURS"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO SLA-COUNT
                       MOVE SL-ITEM-TYPE TO SLA-ITEM-TYPE(SLA-COUNT)
                       MOVE SL-TARGET-HRS TO SLA-TARGET-HRS(SLA-COUNT)
                       MOVE SL-ESCALATE-HRS
                        TO SLA-ESCALATE-HRS(SLA-COUNT)
               END-READ
           END-PERFORM
           CLOSE STACK-SLA-FILE.

      *    READ EVERY STACKIDX RECORD IN KEY (PUSH-SEQUENCE) ORDER,
      *    LEAVING OUT THE SELF-TEST STACK, AND SLOT EACH ONE INTO
      *    THE REPORT ORDER AS IT ARRIVES.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO OPEN-COUNT
           MOVE 'N' TO INPUT-EOF-SW
           OPEN INPUT STACK-IDX-FILE
           IF WS-STACK-IDX-STATUS NOT = "00"
               DISPLAY "STACKAGE: CANNOT OPEN STACKIDX - STATUS "
                   WS-STACK-IDX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ STACK-IDX-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF SI-STACK-ID NOT = TEST-STACK-ID
                           PERFORM TAKE-OPEN-ITEM
                       END-IF
               END-READ
               IF WS-STACK-IDX-STATUS NOT = "00"
                   AND WS-STACK-IDX-STATUS NOT = "10"
                   PERFORM STACK-IDX-IO-ERROR
               END-IF
           END-PERFORM
           CLOSE STACK-IDX-FILE.

       TAKE-OPEN-ITEM.
           IF OPEN-COUNT NOT < MAX-OPEN-ITEMS
               DISPLAY "STACKAGE: TOO MANY OPEN ITEMS - MAX "
                   MAX-OPEN-ITEMS " EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE SI-STACK-ID TO OI-STACK-ID(OPEN-COUNT)
           MOVE SI-ITEM-TYPE TO OI-ITEM-TYPE(OPEN-COUNT)
           MOVE SI-PUSH-SEQ TO OI-PUSH-SEQ(OPEN-COUNT)
           MOVE SI-ITEM-REF TO OI-ITEM-REF(OPEN-COUNT)
           MOVE SI-ITEM-DESC TO OI-ITEM-DESC(OPEN-COUNT)
           MOVE 'N' TO OI-PUSH-SW(OPEN-COUNT)
           MOVE 0 TO OI-PUSH-TS(OPEN-COUNT)
      *    STRAIGHT INSERTION INTO THE REPORT ORDER - STACKIDX
      *    ALREADY ARRIVES IN SEQUENCE ORDER, SO ONLY STACK AND
      *    TYPE EVER MOVE AN ENTRY BACK.
           MOVE OPEN-COUNT TO ORDER-POS
           PERFORM UNTIL ORDER-POS = 1
               OR OI-SORT-KEY(ORDER-SLOT(ORDER-POS - 1))
                  NOT > OI-SORT-KEY(OPEN-COUNT)
               MOVE ORDER-SLOT(ORDER-POS - 1) TO ORDER-SLOT(ORDER-POS)
               SUBTRACT 1 FROM ORDER-POS
           END-PERFORM
           MOVE OPEN-COUNT TO ORDER-SLOT(ORDER-POS).

      *    ONE PASS OF THE JOURNAL: EACH PUSH RECORD WHOSE SEQUENCE
      *    MATCHES AN OPEN ITEM GIVES THAT ITEM ITS PUSH TIME. THE
      *    STACK IS NOT COMPARED - PUSH SEQUENCES ARE UNIQUE ACROSS
      *    STACKS AND A MOVED ITEM'S PUSH NAMES ITS FIRST STACK. A
      *    MISSING JOURNAL LEAVES EVERY ITEM WITHOUT ONE.
       MATCH-PUSH-TIMES.
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
                               PERFORM MATCH-ONE-JRN-PUSH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STACK-JRN-FILE
           END-IF.

       MATCH-ONE-JRN-PUSH.
           MOVE 0 TO BS-FOUND-IDX
           MOVE 1 TO BS-LO
           MOVE OPEN-COUNT TO BS-HI
           PERFORM UNTIL BS-LO > BS-HI
               COMPUTE BS-MID = (BS-LO + BS-HI) / 2
               EVALUATE TRUE
                   WHEN OI-PUSH-SEQ(BS-MID) = JR-PUSH-SEQ
                       MOVE BS-MID TO BS-FOUND-IDX
                       MOVE BS-MID TO BS-LO
                       MOVE 0 TO BS-HI
                   WHEN OI-PUSH-SEQ(BS-MID) < JR-PUSH-SEQ
                       COMPUTE BS-LO = BS-MID + 1
                   WHEN OTHER
                       IF BS-MID = 1
                           MOVE 0 TO BS-HI
                       ELSE
                           COMPUTE BS-HI = BS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF BS-FOUND-IDX NOT = 0
               SET OI-PUSH-FOUND(BS-FOUND-IDX) TO TRUE
               MOVE JR-TIMESTAMP TO OI-PUSH-TS(BS-FOUND-IDX)
           END-IF.

       WRITE-AGE-RPT.
           OPEN OUTPUT AGE-RPT-FILE
           MOVE ASOF-MM TO AGE-HDR-MM
           MOVE ASOF-DD TO AGE-HDR-DD
           MOVE ASOF-YYYY TO AGE-HDR-YYYY
           MOVE ASOF-HH TO AGE-HDR-HH
           MOVE ASOF-MN TO AGE-HDR-MN
           MOVE AGE-RPT-HEADER TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE AGE-RPT-CAPTION TO AGE-RPT-REC
           WRITE AGE-RPT-REC

           MOVE 1 TO BUCKET-IDX
           PERFORM UNTIL BUCKET-IDX > 4
               MOVE 0 TO TOTAL-COUNT(BUCKET-IDX)
               ADD 1 TO BUCKET-IDX
           END-PERFORM

           MOVE 1 TO ORDER-IDX
           PERFORM UNTIL ORDER-IDX > OPEN-COUNT
               MOVE ORDER-SLOT(ORDER-IDX) TO OPEN-IDX
               IF ORDER-IDX = 1
                   OR OI-STACK-ID(OPEN-IDX) NOT = GROUP-STACK-ID
                   OR OI-ITEM-TYPE(OPEN-IDX) NOT = GROUP-ITEM-TYPE
                   IF ORDER-IDX NOT = 1
                       PERFORM WRITE-GROUP-SUBTOTAL
                   END-IF
                   PERFORM START-AGE-GROUP
               END-IF
               PERFORM AGE-ONE-ITEM
               ADD 1 TO ORDER-IDX
           END-PERFORM
           IF OPEN-COUNT NOT = 0
               PERFORM WRITE-GROUP-SUBTOTAL
           END-IF

           MOVE SPACE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE OPEN-COUNT TO AGE-TRL-OPEN
           MOVE TOTAL-COUNT(1) TO AGE-TRL-WITHIN
           MOVE TOTAL-COUNT(2) TO AGE-TRL-AT-RISK
           MOVE TOTAL-COUNT(3) TO AGE-TRL-BREACHED
           MOVE TOTAL-COUNT(4) TO AGE-TRL-OTHER
           MOVE AGE-RPT-TRAILER TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           CLOSE AGE-RPT-FILE.

      *    A NEW STACK/TYPE GROUP: ITS HEADING SHOWS THE TYPE'S SLA
      *    HOURS, WHICH EVERY ITEM IN THE GROUP IS JUDGED BY.
       START-AGE-GROUP.
           MOVE OI-STACK-ID(OPEN-IDX) TO GROUP-STACK-ID
           MOVE OI-ITEM-TYPE(OPEN-IDX) TO GROUP-ITEM-TYPE
           MOVE 1 TO BUCKET-IDX
           PERFORM UNTIL BUCKET-IDX > 4
               MOVE 0 TO GROUP-COUNT(BUCKET-IDX)
               ADD 1 TO BUCKET-IDX
           END-PERFORM
           MOVE 0 TO SLA-FOUND-IDX
           MOVE 1 TO SLA-IDX
           PERFORM UNTIL SLA-IDX > SLA-COUNT
               IF SLA-ITEM-TYPE(SLA-IDX) = GROUP-ITEM-TYPE
                   MOVE SLA-IDX TO SLA-FOUND-IDX
               END-IF
               ADD 1 TO SLA-IDX
           END-PERFORM
           MOVE SPACE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE GROUP-STACK-ID TO AGE-GRP-STACK
           MOVE GROUP-ITEM-TYPE TO AGE-GRP-TYPE
           IF SLA-FOUND-IDX NOT = 0
               MOVE "TARGET " TO AGE-GRP-NO-SLA
               MOVE SLA-TARGET-HRS(SLA-FOUND-IDX) TO AGE-GRP-TARGET
               MOVE "H  ESCALATE " TO AGE-GRP-NO-SLA(12:13)
               MOVE SLA-ESCALATE-HRS(SLA-FOUND-IDX)
                TO AGE-GRP-ESCALATE
               MOVE "H" TO AGE-GRP-NO-SLA(29:1)
           ELSE
               MOVE "NO STACKSLA ENTRY FOR TYPE" TO AGE-GRP-NO-SLA
           END-IF
           MOVE AGE-RPT-GROUP TO AGE-RPT-REC
           WRITE AGE-RPT-REC.

      *    AGE ONE ITEM TO THE AS-OF TIME, IN WHOLE HOURS, AND
      *    BUCKET IT AGAINST THE GROUP'S SLA ENTRY.
       AGE-ONE-ITEM.
           MOVE OI-ITEM-REF(OPEN-IDX) TO AGE-DTL-REF
           MOVE OI-PUSH-SEQ(OPEN-IDX) TO AGE-DTL-SEQ
           MOVE OI-ITEM-DESC(OPEN-IDX) TO AGE-DTL-DESC
           IF NOT OI-PUSH-FOUND(OPEN-IDX)
               MOVE "NOT JOURNALED" TO AGE-DTL-NO-PUSH
               MOVE SPACE TO AGE-DTL-NO-AGE
               MOVE "NO PUSH" TO ITEM-STATUS
               SET BUCKET-OTHER TO TRUE
           ELSE
               MOVE OI-PUSH-DATE(OPEN-IDX) TO DC-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE ITEM-AGE-MINUTES =
                   (ASOF-DAYS - DC-DAYS) * 1440 + ASOF-MINUTES
                   - (OI-PUSH-HH(OPEN-IDX) * 60)
                   - OI-PUSH-MN(OPEN-IDX)
      *        A PUSH STAMPED AFTER THE AS-OF TIME IS AGE ZERO.
               IF ITEM-AGE-MINUTES < 0
                   MOVE 0 TO ITEM-AGE-MINUTES
               END-IF
               DIVIDE ITEM-AGE-MINUTES BY 60 GIVING ITEM-AGE-HRS
               MOVE SPACE TO AGE-DTL-NO-PUSH
               MOVE OI-PUSH-DATE(OPEN-IDX) TO AGE-DTL-DATE
               MOVE OI-PUSH-HH(OPEN-IDX) TO AGE-DTL-HH
               MOVE OI-PUSH-MN(OPEN-IDX) TO AGE-DTL-MN
               MOVE ITEM-AGE-HRS TO AGE-DTL-AGE
               EVALUATE TRUE
                   WHEN SLA-FOUND-IDX = 0
                       MOVE "NO SLA" TO ITEM-STATUS
                       SET BUCKET-OTHER TO TRUE
                   WHEN ITEM-AGE-HRS
                        NOT < SLA-TARGET-HRS(SLA-FOUND-IDX)
                       MOVE "BREACHED" TO ITEM-STATUS
                       SET BUCKET-BREACHED TO TRUE
                   WHEN ITEM-AGE-HRS
                        NOT < SLA-ESCALATE-HRS(SLA-FOUND-IDX)
                       MOVE "AT RISK" TO ITEM-STATUS
                       SET BUCKET-AT-RISK TO TRUE
                   WHEN OTHER
                       MOVE "WITHIN SLA" TO ITEM-STATUS
                       SET BUCKET-WITHIN TO TRUE
               END-EVALUATE
           END-IF
           MOVE ITEM-STATUS TO AGE-DTL-STATUS
           ADD 1 TO GROUP-COUNT(ITEM-BUCKET)
           ADD 1 TO TOTAL-COUNT(ITEM-BUCKET)
           MOVE AGE-RPT-DETAIL TO AGE-RPT-REC
           WRITE AGE-RPT-REC.

       WRITE-GROUP-SUBTOTAL.
           MOVE GROUP-COUNT(1) TO AGE-SUB-WITHIN
           MOVE GROUP-COUNT(2) TO AGE-SUB-AT-RISK
           MOVE GROUP-COUNT(3) TO AGE-SUB-BREACHED
           MOVE GROUP-COUNT(4) TO AGE-SUB-OTHER
           MOVE AGE-RPT-SUBTOTAL TO AGE-RPT-REC
           WRITE AGE-RPT-REC.

      *    DAY NUMBER OF DC-DATE: 365 PER WHOLE YEAR BEFORE IT PLUS
      *    THAT SPAN'S LEAP DAYS, THE DAYS BEFORE ITS MONTH, ITS
      *    DAY, AND ONE MORE PAST FEBRUARY IN A LEAP YEAR.
       COMPUTE-DAY-NUMBER.
           IF DC-MM < 1 OR DC-MM > 12
               MOVE 1 TO DC-MM
           END-IF
           COMPUTE DC-PRIOR-YEARS = DC-YYYY - 1
           DIVIDE DC-PRIOR-YEARS BY 4 GIVING DC-QUOT
           COMPUTE DC-DAYS = DC-PRIOR-YEARS * 365 + DC-QUOT
           DIVIDE DC-PRIOR-YEARS BY 100 GIVING DC-QUOT
           SUBTRACT DC-QUOT FROM DC-DAYS
           DIVIDE DC-PRIOR-YEARS BY 400 GIVING DC-QUOT
           ADD DC-QUOT TO DC-DAYS
           ADD MONTH-START(DC-MM) TO DC-DAYS
           ADD DC-DD TO DC-DAYS
           IF DC-MM > 2
               DIVIDE DC-YYYY BY 4 GIVING DC-QUOT
                   REMAINDER DC-REM-4
               DIVIDE DC-YYYY BY 100 GIVING DC-QUOT
                   REMAINDER DC-REM-100
               DIVIDE DC-YYYY BY 400 GIVING DC-QUOT
                   REMAINDER DC-REM-400
               IF DC-REM-4 = 0
                   AND (DC-REM-100 NOT = 0 OR DC-REM-400 = 0)
                   ADD 1 TO DC-DAYS
               END-IF
           END-IF.

       *> Abend cleanly on any STACKIDX I/O error, matching
       *> MyStack's convention.
       STACK-IDX-IO-ERROR.
           DISPLAY "STACKIDX: I/O ERROR - STATUS "
               WS-STACK-IDX-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM STACKAGE.
