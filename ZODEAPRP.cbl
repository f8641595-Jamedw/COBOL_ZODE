       *> Daily approvals-outstanding report for the maker-checker
       *> file ZODEAPPR that ZODECATM, ZODEPRMM and ZODERATM
       *> maintain. A catalog version, catalog removal, symbol
       *> change or rate-bracket change keyed by one user does
       *> nothing until a second user approves it, so
       *> anything left waiting is a change the business asked for
       *> that is not yet live. This program lists every item still
       *> PENDING, in type and name order, with its maker, the
       *> date keyed and its age in days, plus every item REJECTED
       *> in the last week with the checker who rejected it, so the
       *> maker sees the rejection and either fixes or withdraws it.
       *> The report (ZODEAPRR) ends with pending and rejected
       *> counts; the step ends RC 0 whatever it finds, and a
       *> missing ZODEAPPR just means nothing is outstanding. Any
       *> other failure to read ZODEAPPR ends the step RC 16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEAPRP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZODE-APPR-FILE ASSIGN TO "ZODEAPPR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.

           SELECT APPR-RPT-FILE ASSIGN TO "ZODEAPRR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       FD  APPR-RPT-FILE.
       01  APPR-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-APPR-STATUS  PIC XX VALUE '00'.
       01  APPR-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-APPR     VALUE 'Y'.

       01  WS-RUN-DATE     PIC 9(8) VALUE 0.

      *> A REJECTION STAYS ON THE REPORT THIS MANY DAYS AFTER IT WAS
      *> DECIDED; LONG ENOUGH FOR THE MAKER TO SEE IT OVER A WEEKEND.
       01  REJECT-SHOW-DAYS PIC 9(3) VALUE 7.

      *> DAY NUMBERS FOR THE AGE ARITHMETIC. DAY-NUM-DATE GOES IN,
      *> DAY-NUM COMES OUT: DAYS SINCE A FIXED ORIGIN, SO THE
      *> DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM. EACH DIVISION
      *> IS ITS OWN DIVIDE SO EVERY QUOTIENT IS TRUNCATED.
       01  DAY-NUM-DATE    PIC 9(8) VALUE 0.
       01  DAY-NUM-DATE-R REDEFINES DAY-NUM-DATE.
           05  DAY-NUM-YYYY     PIC 9(4).
           05  DAY-NUM-MM       PIC 9(2).
           05  DAY-NUM-DD       PIC 9(2).
       01  DAY-NUM         PIC 9(7) VALUE 0.
       01  DAY-NUM-YEAR    PIC 9(4) VALUE 0.
       01  DAY-NUM-MONTH   PIC 9(2) VALUE 0.
       01  DAY-NUM-QUOT    PIC 9(7) VALUE 0.
       01  RUN-DAY-NUM     PIC 9(7) VALUE 0.
       01  ITEM-AGE        PIC S9(7) VALUE 0.

      *> COUNTS FOR THE TRAILER.
       01  PENDING-COUNT   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT  PIC 9(5) VALUE 0.

       01  APRP-HEADER.
           05  FILLER           PIC X(31)
               VALUE "ZODE APPROVALS OUTSTANDING - ".
           05  FILLER           PIC X(10) VALUE "RUN DATE: ".
           05  APH-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(31) VALUE SPACE.

       01  APRP-COLUMNS.
           05  FILLER           PIC X(40)
               VALUE "TYPE     NAME     EFF DATE ACTION  STATU".
           05  FILLER           PIC X(40)
               VALUE "S   MAKER    KEYED     AGE CHECKER      ".

       01  APRP-DETAIL.
           05  APD-TYPE         PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-NAME         PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-EFF-DATE     PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-ACTION       PIC X(7).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-STATUS       PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-MAKER        PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-MAKER-DATE   PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  APD-AGE          PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  APD-CHECKER      PIC X(8).
           05  FILLER           PIC X(5) VALUE SPACE.

       01  APRP-NO-FILE.
           05  FILLER           PIC X(43)
               VALUE "ZODEAPPR NOT PRESENT - NOTHING OUTSTANDING".
           05  FILLER           PIC X(37) VALUE SPACE.

       01  APRP-TRAILER.
           05  FILLER           PIC X(26)
               VALUE "END OF APPROVALS REPORT - ".
           05  APT-PENDING      PIC ZZZZ9.
           05  FILLER           PIC X(10) VALUE " PENDING, ".
           05  APT-REJECTED     PIC ZZZZ9.
           05  FILLER           PIC X(34) VALUE " REJECTED".

       PROCEDURE DIVISION.
       PERFORM MAIN.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO DAY-NUM-DATE
           PERFORM CALC-DAY-NUM
           MOVE DAY-NUM TO RUN-DAY-NUM
           OPEN OUTPUT APPR-RPT-FILE
           MOVE WS-RUN-DATE TO APH-RUN-DATE
           WRITE APPR-RPT-REC FROM APRP-HEADER
           OPEN INPUT ZODE-APPR-FILE
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "35"
               DISPLAY "ZODEAPPR: I/O ERROR - STATUS " WS-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPR-STATUS = "00"
               WRITE APPR-RPT-REC FROM APRP-COLUMNS
               PERFORM LIST-OUTSTANDING
               CLOSE ZODE-APPR-FILE
           ELSE
               WRITE APPR-RPT-REC FROM APRP-NO-FILE
           END-IF
           MOVE PENDING-COUNT TO APT-PENDING
           MOVE REJECTED-COUNT TO APT-REJECTED
           WRITE APPR-RPT-REC FROM APRP-TRAILER
           CLOSE APPR-RPT-FILE
           DISPLAY "ZODEAPRP: " PENDING-COUNT " PENDING "
               REJECTED-COUNT " REJECTED".

       STOP RUN.

      *    ONE PASS OVER THE WHOLE FILE IN KEY ORDER (ITEM TYPE,
      *    NAME, EFFECTIVE DATE). APPROVED ITEMS ARE DONE WITH AND
      *    NEVER PRINTED; REJECTED ONES ONLY WHILE RECENT.
       LIST-OUTSTANDING.
           MOVE 'N' TO APPR-EOF-SW
           PERFORM READ-NEXT-APPR-REC
           PERFORM UNTIL END-OF-APPR
               EVALUATE TRUE
                   WHEN AP-PENDING
                       MOVE AP-MAKER-DATE TO DAY-NUM-DATE
                       PERFORM CALC-DAY-NUM
                       COMPUTE ITEM-AGE = RUN-DAY-NUM - DAY-NUM
                       ADD 1 TO PENDING-COUNT
                       PERFORM WRITE-APPR-DETAIL
                   WHEN AP-REJECTED
                       MOVE AP-CHECK-DATE TO DAY-NUM-DATE
                       PERFORM CALC-DAY-NUM
                       COMPUTE ITEM-AGE = RUN-DAY-NUM - DAY-NUM
                       IF ITEM-AGE NOT > REJECT-SHOW-DAYS
                           MOVE AP-MAKER-DATE TO DAY-NUM-DATE
                           PERFORM CALC-DAY-NUM
                           COMPUTE ITEM-AGE = RUN-DAY-NUM - DAY-NUM
                           ADD 1 TO REJECTED-COUNT
                           PERFORM WRITE-APPR-DETAIL
                       END-IF
               END-EVALUATE
               PERFORM READ-NEXT-APPR-REC
           END-PERFORM.

       READ-NEXT-APPR-REC.
           READ ZODE-APPR-FILE NEXT RECORD
               AT END
                   SET END-OF-APPR TO TRUE
           END-READ
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "10"
               DISPLAY "ZODEAPPR: I/O ERROR - STATUS " WS-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ONE REPORT LINE FOR THE ITEM IN THE RECORD AREA, AGED
      *    FROM THE DAY IT WAS KEYED (ITEM-AGE ALREADY SET).
       WRITE-APPR-DETAIL.
           EVALUATE AP-ITEM-TYPE
               WHEN 'C'
                   MOVE "CATALOG" TO APD-TYPE
               WHEN 'R'
                   MOVE "REMOVAL" TO APD-TYPE
               WHEN 'S'
                   MOVE "SYMBOL" TO APD-TYPE
               WHEN 'T'
                   MOVE "RATE" TO APD-TYPE
               WHEN OTHER
                   MOVE AP-ITEM-TYPE TO APD-TYPE
           END-EVALUATE
           MOVE AP-ITEM-NAME TO APD-NAME
           IF AP-EFF-DATE = 0
               MOVE "ALL" TO APD-EFF-DATE
           ELSE
               MOVE AP-EFF-DATE TO APD-EFF-DATE
           END-IF
           MOVE AP-ACTION TO APD-ACTION
           IF AP-PENDING
               MOVE "PENDING" TO APD-STATUS
           ELSE
               MOVE "REJECTED" TO APD-STATUS
           END-IF
           MOVE AP-MAKER-ID TO APD-MAKER
           MOVE AP-MAKER-DATE TO APD-MAKER-DATE
           IF ITEM-AGE < 0
               MOVE 0 TO ITEM-AGE
           END-IF
           MOVE ITEM-AGE TO APD-AGE
           MOVE AP-CHECKER-ID TO APD-CHECKER
           WRITE APPR-RPT-REC FROM APRP-DETAIL.

      *    DAY NUMBER OF DAY-NUM-DATE, COUNTING THE YEAR FROM MARCH
      *    SO THE LEAP DAY FALLS AT THE END OF IT:
      *      365*Y + Y/4 - Y/100 + Y/400 + (153*M + 2)/5 + DD
      *    WITH M = MONTH - 3 (MARCH = 0) AND Y REDUCED BY ONE FOR
      *    JANUARY AND FEBRUARY.
       CALC-DAY-NUM.
           MOVE DAY-NUM-YYYY TO DAY-NUM-YEAR
           IF DAY-NUM-MM < 3
               SUBTRACT 1 FROM DAY-NUM-YEAR
               COMPUTE DAY-NUM-MONTH = DAY-NUM-MM + 9
           ELSE
               COMPUTE DAY-NUM-MONTH = DAY-NUM-MM - 3
           END-IF
           COMPUTE DAY-NUM = 365 * DAY-NUM-YEAR + DAY-NUM-DD
           DIVIDE DAY-NUM-YEAR BY 4 GIVING DAY-NUM-QUOT
           ADD DAY-NUM-QUOT TO DAY-NUM
           DIVIDE DAY-NUM-YEAR BY 100 GIVING DAY-NUM-QUOT
           SUBTRACT DAY-NUM-QUOT FROM DAY-NUM
           DIVIDE DAY-NUM-YEAR BY 400 GIVING DAY-NUM-QUOT
           ADD DAY-NUM-QUOT TO DAY-NUM
           COMPUTE DAY-NUM-QUOT = 153 * DAY-NUM-MONTH + 2
           DIVIDE DAY-NUM-QUOT BY 5 GIVING DAY-NUM-QUOT
           ADD DAY-NUM-QUOT TO DAY-NUM.

       END PROGRAM ZODEAPRP.
