           05  FILLER      PIC X(6) VALUE "IFC".
           05  FILLER      PIC X(6) VALUE "CALLC".
           05  FILLER      PIC X(6) VALUE "PRIORC".
           05  FILLER      PIC X(6) VALUE "LOOKUP".
           05  FILLER      PIC X(6) VALUE "MINC".
           05  FILLER      PIC X(6) VALUE "MAXC".
           05  FILLER      PIC X(6) VALUE "ABSC".
           05  FILLER      PIC X(6) VALUE "ROUNDC".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAME-VALUES.
           05  TYPE-NAME   PIC X(6) OCCURS 16 TIMES.
       01  TYPE-COUNT-TABLE.
           05  TYPE-VISITS PIC 9(5) OCCURS 16 TIMES.
       01  TYPE-TOTAL-TABLE.
           05  TYPE-TOTAL  PIC S9(12)V99 OCCURS 16 TIMES.
       01  TYPE-IDX        PIC 9(2) VALUE 0.
       01  TYPE-FOUND-IDX  PIC 9(2) VALUE 0.


       INIT-ACCUMULATORS.
           MOVE 1 TO TYPE-IDX
           PERFORM UNTIL TYPE-IDX > 16
               MOVE 0 TO TYPE-VISITS(TYPE-IDX)
               MOVE 0 TO TYPE-TOTAL(TYPE-IDX)
               ADD 1 TO TYPE-IDX

           MOVE 0 TO TYPE-FOUND-IDX
           MOVE 1 TO TYPE-IDX
           PERFORM UNTIL TYPE-IDX > 16
               IF TYPE-NAME(TYPE-IDX) = TA-NODE-TYPE
                   MOVE TYPE-IDX TO TYPE-FOUND-IDX
               END-IF
      *    ONE SUMMARY LINE PER NODE TYPE THAT WAS VISITED AT ALL.
       WRITE-TYPE-SUMMARY.
           MOVE 1 TO TYPE-IDX
           PERFORM UNTIL TYPE-IDX > 16
               IF TYPE-VISITS(TYPE-IDX) NOT = 0
                   MOVE TYPE-NAME(TYPE-IDX) TO ANL-DTL-TYPE
                   MOVE TYPE-VISITS(TYPE-IDX) TO ANL-DTL-VISITS
