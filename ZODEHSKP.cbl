       *> into a default silently. Records dated
       *> before the cutoff go to the archive; ZODETRND reads the
       *> archive back when a trend range reaches past the cutoff.
       *> Records dated in a month closed on ZODEPCTL (see ZODEPRDM)
       *> are never purged whatever their age: they are kept,
       *> counted on the control report, and the step ends RC 4
       *> with a ZOD209W message so the closed period is reviewed.
       *> The per-result lineage (ZODELIN, one header and one input
       *> record per expression per night) is kept for exactly as
       *> long as the result it explains: the same cutoff and the
       *> same closed-month lock move its old records to ZODELARC,
       *> and the control report balances it alongside the history.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZODEHSKP.

           SELECT ZODE-ARCH-FILE ASSIGN TO "ZODEHARC"
               ORGANIZATION LINE SEQUENTIAL.

           *> Per-result lineage written by AST_BUILD, and its
           *> archive in the same layout, which ZODELINQ reads back
           *> for a date past the cutoff. A missing lineage KSDS
           *> (no night has written one yet) is skipped.
           SELECT ZODE-LIN-FILE ASSIGN TO "ZODELIN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LIN-STATUS.

           SELECT ZODE-LARC-FILE ASSIGN TO "ZODELARC"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT HSKP-RPT-FILE ASSIGN TO "ZODEHKRP"
               ORGANIZATION LINE SEQUENTIAL.

           *> The closed months, maintained by ZODEPRDM. A missing
           *> file means nothing is closed.
           SELECT ZODE-PCTL-FILE ASSIGN TO "ZODEPCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  ZA-RESULT        PIC S9(9)V99.
           05  ZA-ERR-FLAG      PIC X.

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
       01  ZODE-LARC-REC            PIC X(57).

       FD  HSKP-RPT-FILE.
       01  HSKP-RPT-REC             PIC X(80).

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

       WORKING-STORAGE SECTION.

       01  WS-HIST-STATUS  PIC XX VALUE '00'.
       01  HIST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-HIST     VALUE 'Y'.
       01  WS-LIN-STATUS   PIC XX VALUE '00'.
       01  LIN-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-LIN      VALUE 'Y'.

       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
       01  DIM-TABLE REDEFINES DIM-TABLE-VALUES.
           05  DIM-DAYS        PIC 9(2) OCCURS 12 TIMES.

      *> CLOSED MONTHS FROM ZODEPCTL, LOADED BEFORE THE PURGE.
       01  WS-PCTL-STATUS  PIC XX VALUE '00'.
       01  PCTL-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-PCTL     VALUE 'Y'.
       01  MAX-CLOSED-PERIODS  PIC 9(4) VALUE 600.
       01  CLOSED-PERIOD-COUNT PIC 9(4) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD   PIC 9(6) OCCURS 600 TIMES.
       01  CLOSED-PERIOD-IDX   PIC 9(4) VALUE 0.
       01  PERIOD-CHECK        PIC 9(6) VALUE 0.
       01  PERIOD-CLOSED-SW    PIC X VALUE 'N'.
           88  PERIOD-IS-CLOSED VALUE 'Y'.

      *> CONTROL COUNTS FOR THE BALANCING REPORT. LOCKED RECORDS
      *> (OLD ENOUGH TO PURGE BUT IN A CLOSED MONTH) ARE ALSO
      *> COUNTED AS RETAINED, SO THE BALANCE IS UNCHANGED.
       01  RECS-READ       PIC 9(7) VALUE 0.
       01  RECS-ARCHIVED   PIC 9(7) VALUE 0.
       01  RECS-DELETED    PIC 9(7) VALUE 0.
       01  RECS-RETAINED   PIC 9(7) VALUE 0.
       01  RECS-LOCKED     PIC 9(7) VALUE 0.
       01  BALANCE-WORK    PIC 9(7) VALUE 0.

      *> THE SAME COUNTS FOR THE LINEAGE FILE, BALANCED THE SAME
      *> WAY ON THE SAME REPORT.
       01  LIN-READ        PIC 9(7) VALUE 0.
       01  LIN-ARCHIVED    PIC 9(7) VALUE 0.
       01  LIN-DELETED     PIC 9(7) VALUE 0.
       01  LIN-RETAINED    PIC 9(7) VALUE 0.
       01  LIN-LOCKED      PIC 9(7) VALUE 0.
       01  LIN-BALANCE     PIC 9(7) VALUE 0.

       01  HSKP-RPT-HEADER.
           05  FILLER           PIC X(25)
               VALUE "ZODE HISTORY HOUSEKEEP - ".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-VALUE FROM COMMAND-LINE
           PERFORM PARSE-RETENTION-PARM
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM PURGE-HISTORY
           PERFORM PURGE-LINEAGE
           PERFORM WRITE-CONTROL-RPT
           DISPLAY "ZODEHSKP: READ " RECS-READ " ARCHIVED "
               RECS-ARCHIVED " DELETED " RECS-DELETED
               " RETAINED " RECS-RETAINED
           DISPLAY "ZODEHSKP: LINEAGE READ " LIN-READ " ARCHIVED "
               LIN-ARCHIVED " DELETED " LIN-DELETED
               " RETAINED " LIN-RETAINED
           IF RECS-LOCKED NOT = 0 OR LIN-LOCKED NOT = 0
               DISPLAY "ZOD209W ZODEHSKP: " RECS-LOCKED
                   " HISTORY AND " LIN-LOCKED
                   " LINEAGE RECORDS IN CLOSED PERIODS NOT PURGED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       STOP RUN.

                   NOT AT END
                       ADD 1 TO RECS-READ
                       IF ZH-RUN-DATE < CUTOFF-DATE
                           PERFORM PURGE-ONE-REC
                       ELSE
                           ADD 1 TO RECS-RETAINED
                       END-IF
           CLOSE ZODE-ARCH-FILE
           CLOSE ZODE-HIST-FILE.

      *    A RECORD DUE FOR PURGE IN A CLOSED MONTH STAYS PUT.
       PURGE-ONE-REC.
           MOVE ZH-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               ADD 1 TO RECS-LOCKED
               ADD 1 TO RECS-RETAINED
           ELSE
               PERFORM ARCHIVE-ONE-REC
           END-IF.

      *    LOAD THE CLOSED MONTHS FROM ZODEPCTL. REOPENED PERIODS
      *    STAY ON THE FILE WITH THEIR REASON BUT ARE NOT LOADED.
      *    ONLY A MISSING FILE (STATUS 35) MEANS NO MONTH IS CLOSED;
      *    ANY OTHER OPEN OR READ FAILURE ENDS THE STEP BEFORE A
      *    CLOSED MONTH CAN BE PURGED.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIOD-COUNT
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

      *    THE ARCHIVE RECORD IS WRITTEN BEFORE THE DELETE, SO AN
      *    ABEND MID-RUN CAN AT WORST LEAVE A RECORD IN BOTH PLACES
      *    (A RERUN RE-ARCHIVES AND DELETES IT), NEVER IN NEITHER.
           END-IF
           ADD 1 TO RECS-DELETED.

      *    THE SAME PASS OVER THE LINEAGE KSDS, ON THE SAME CUTOFF
      *    AND THE SAME CLOSED-MONTH LOCK, SO A RESULT AND THE
      *    RECORD OF HOW IT WAS DERIVED ARE ALWAYS ARCHIVED
      *    TOGETHER. THE ARCHIVE IS OPENED EVEN WHEN THE KSDS IS
      *    MISSING, SO THE DATASET IS CATALOGED EMPTY LIKE ZODEHARC.
       PURGE-LINEAGE.
           OPEN OUTPUT ZODE-LARC-FILE
           OPEN I-O ZODE-LIN-FILE
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "ZODEHSKP: NO LINEAGE FILE - STATUS "
                   WS-LIN-STATUS " - LINEAGE NOT PURGED"
           ELSE
               PERFORM UNTIL END-OF-LIN
                   READ ZODE-LIN-FILE NEXT RECORD
                       AT END
                           SET END-OF-LIN TO TRUE
                       NOT AT END
                           ADD 1 TO LIN-READ
                           IF LN-RUN-DATE < CUTOFF-DATE
                               PERFORM PURGE-ONE-LIN-REC
                           ELSE
                               ADD 1 TO LIN-RETAINED
                           END-IF
                   END-READ
                   IF NOT END-OF-LIN
                       AND WS-LIN-STATUS NOT = "00"
                       AND WS-LIN-STATUS NOT = "10"
                       PERFORM LIN-IO-ERROR
                   END-IF
               END-PERFORM
               CLOSE ZODE-LIN-FILE
           END-IF
           CLOSE ZODE-LARC-FILE.

       PURGE-ONE-LIN-REC.
           MOVE LN-RUN-DATE(1:6) TO PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED
               ADD 1 TO LIN-LOCKED
               ADD 1 TO LIN-RETAINED
           ELSE
               MOVE ZODE-LIN-REC TO ZODE-LARC-REC
               WRITE ZODE-LARC-REC
               ADD 1 TO LIN-ARCHIVED
               DELETE ZODE-LIN-FILE
               IF WS-LIN-STATUS NOT = "00"
                   PERFORM LIN-IO-ERROR
               END-IF
               ADD 1 TO LIN-DELETED
           END-IF.

       LIN-IO-ERROR.
           DISPLAY "ZODEHSKP: LINEAGE I/O ERROR - STATUS "
               WS-LIN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       HIST-IO-ERROR.
           DISPLAY "ZODEHSKP: HISTORY I/O ERROR - STATUS "
               WS-HIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       PCTL-IO-ERROR.
           DISPLAY "ZODEHSKP: PERIOD CONTROL I/O ERROR - STATUS "
               WS-PCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE CONTROL REPORT: THE FOUR COUNTS FOR THE HISTORY AND
      *    FOR THE LINEAGE, AND A BALANCE VERDICT OVER BOTH (READ =
      *    DELETED + RETAINED, ARCHIVED = DELETED, FOR EACH FILE).
      *    AN OUT-OF-BALANCE RUN ENDS RC 8 SO SCHEDULING HOLDS THE
      *    ARCHIVE DATASET FOR REVIEW INSTEAD OF CATALOGING IT.
       WRITE-CONTROL-RPT.
           MOVE RECS-RETAINED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "  LOCKED (CLOSED)   " TO HKP-DTL-LABEL
           MOVE RECS-LOCKED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "LINEAGE READ        " TO HKP-DTL-LABEL
           MOVE LIN-READ TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "LINEAGE ARCHIVED    " TO HKP-DTL-LABEL
           MOVE LIN-ARCHIVED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "LINEAGE DELETED     " TO HKP-DTL-LABEL
           MOVE LIN-DELETED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "LINEAGE RETAINED    " TO HKP-DTL-LABEL
           MOVE LIN-RETAINED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           MOVE "  LOCKED (CLOSED)   " TO HKP-DTL-LABEL
           MOVE LIN-LOCKED TO HKP-DTL-COUNT
           MOVE HSKP-RPT-DETAIL TO HSKP-RPT-REC
           WRITE HSKP-RPT-REC
           COMPUTE BALANCE-WORK = RECS-DELETED + RECS-RETAINED
           COMPUTE LIN-BALANCE = LIN-DELETED + LIN-RETAINED
           IF BALANCE-WORK = RECS-READ
               AND RECS-ARCHIVED = RECS-DELETED
               AND LIN-BALANCE = LIN-READ
               AND LIN-ARCHIVED = LIN-DELETED
               MOVE "IN BALANCE" TO HKP-TRL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO HKP-TRL-VERDICT
