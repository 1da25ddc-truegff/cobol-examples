 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANVAR.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    DEPARTMENT PLAN-VERSUS-ACTUAL REPORT FOR ONE
      *            MONTH. THE ACTUALS ARE BUILT FROM THE PER-
      *            DEPARTMENT D RECORDS ON THE RUN-HISTORY FILE FOR
      *            THE PERIOD - CARD COUNT. ACCUMULATOR. AVERAGE.
      *            AND WEIGHTED AVERAGE OVER EVERY RUN IN THE
      *            MONTH. EACH IS SET AGAINST THE DEPARTMENT'S PLAN
      *            FROM THE PLAN FILE (THE PLANNED TOTAL IS THE
      *            EXPECTED COUNT TIMES THE EXPECTED AVERAGE) WITH
      *            THE VARIANCE IN AMOUNT AND IN PERCENT OF PLAN.
      *            ANY FIGURE OFF PLAN BY MORE THAN THE TOLERANCE
      *            IS FLAGGED. A DEPARTMENT PLANNED FOR THE MONTH
      *            THAT SUBMITTED NOTHING. AND ONE THAT SUBMITTED
      *            CARDS WITH NO PLAN ON FILE. ARE BOTH CALLED OUT.
      *            HISTORY RECORDS WRITTEN BEFORE THE D RECORD
      *            CARRIED THE QUANTITY TOTAL LEAVE THE WEIGHTED
      *            AVERAGE NOT AVAILABLE FOR THAT DEPARTMENT. SO DOES
      *            A CONVERTED RECORD. WHICH HAS CARDS BUT A ZERO
      *            QUANTITY TOTAL.
      *
      *            PARAMETER CARD (PVARPRM) -
      *              COLS 1-4   PERIOD YYMM
      *                         (DEFAULT THE RUN DATE'S MONTH)
      *              COLS 5-7   TOLERANCE PERCENT 99V9
      *                         (DEFAULT 10.0)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HISTORY-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PLAN-FILE    ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PARM-FILE    ASSIGN TO "PVARPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO "PVARRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD HISTORY-FILE
       LABEL RECORD IS OMITTED.

       01 HISTORY-RECORD.
           05 HST-RECORD-TYPE      PIC X.
           05 HST-RUN-DATE         PIC 9(6).
           05 HST-DEPT-CODE        PIC 9(4).
           05 HST-COUNTER          PIC 9(7).
           05 HST-ACCUMULATOR      PIC S9(11)V99.
           05 HST-AVERAGE          PIC S999V9999.
           05 HST-MIN-VALUE        PIC S999V99.
           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD PLAN-FILE
       LABEL RECORD IS OMITTED.

       01 PLAN-RECORD.
           05 PLN-KEY.
               10 PLN-DEPT-CODE        PIC 9(4).
               10 PLN-PERIOD-KEY       PIC 9(4).
           05 PLN-EXP-COUNT         PIC 9(7).
           05 PLN-EXP-AVERAGE       PIC S999V9999.
           05 PLN-EXP-WTD-AVERAGE   PIC S999V9999.
           05 PLN-MAINT-DATE        PIC 9(6).
           05 FILLER                PIC X(5).

       FD DEPT-MASTER-FILE
       LABEL RECORD IS OMITTED.

       01 DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE         PIC 9(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-ACTIVE-FLAG       PIC X.
           05 DM-DIVISION-CODE     PIC X(3).
           05 FILLER               PIC X(2).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD.
           05 PRM-PERIOD-KEY       PIC 9(4).
           05 PRM-PERIOD-PARTS REDEFINES PRM-PERIOD-KEY.
               10 PRM-PERIOD-YY        PIC 99.
               10 PRM-PERIOD-MM        PIC 99.
           05 PRM-TOLERANCE        PIC 99V9.
           05 FILLER               PIC X(73).

       FD REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 REPORT-LINE.
           05 RPT-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-HISTORY-STATUS        PIC XX    VALUE SPACES.
         77 WS-PLAN-STATUS           PIC XX    VALUE SPACES.
         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-HISTORY-EOF-SW        PIC X     VALUE 'N'.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PLAN-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PLAN-MATCH-SW         PIC X     VALUE 'N'.
         77 WS-DEPT-AVAIL-SW         PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-SWAP-SW               PIC X     VALUE 'N'.
         77 WS-ACT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-FLAG-SW               PIC X     VALUE 'N'.
         77 WS-DEPT-FLAG-SW          PIC X     VALUE 'N'.
         77 WS-PCT-AVAIL-SW          PIC X     VALUE 'N'.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-PERIOD-KEY            PIC 9(4)  VALUE ZERO.
         77 WS-HST-REC-PERIOD        PIC 9(4)  VALUE ZERO.
         77 WS-TOLERANCE-PCT         PIC 99V9  VALUE 10.0.
         77 WS-TOLERANCE-EDIT        PIC Z9.9.

         77 WS-ACT-COUNT             PIC 999   VALUE ZERO.
         77 WS-ACT-SUB               PIC 999   VALUE ZERO.
         77 WS-HST-READ              PIC 9(7)  VALUE ZERO.
         77 WS-HST-USED              PIC 9(7)  VALUE ZERO.
         77 WS-DEPTS-COMPARED        PIC 999   VALUE ZERO.
         77 WS-DEPTS-FLAGGED         PIC 999   VALUE ZERO.
         77 WS-PLAN-NO-ACTIVITY      PIC 999   VALUE ZERO.
         77 WS-ACTIVITY-NO-PLAN      PIC 999   VALUE ZERO.

         77 WS-THIS-DEPT             PIC 9(4)  VALUE ZERO.
         77 WS-MEASURE-NAME          PIC X(10) VALUE SPACES.
         77 WS-ACTUAL-AMT            PIC S9(13)V9999 VALUE ZERO.
         77 WS-PLAN-AMT              PIC S9(13)V9999 VALUE ZERO.
         77 WS-VARIANCE-AMT          PIC S9(13)V9999 VALUE ZERO.
         77 WS-VARIANCE-PCT          PIC S9(5)V99 VALUE ZERO.
         77 WS-ABS-PCT               PIC 9(5)V99 VALUE ZERO.
         77 WS-ACT-AVERAGE           PIC S999V9999 VALUE ZERO.
         77 WS-ACT-WTD-AVERAGE       PIC S999V9999 VALUE ZERO.

         77 WS-AMOUNT-EDIT           PIC -ZZZZZZZZZZZZ9.9999.
         77 WS-PCT-EDIT              PIC +ZZZZ9.99.
         77 WS-COUNTER-EDIT          PIC ZZZZZZ9.

       01 ACTUAL-TABLE.
           05 ACTUAL-ENTRY OCCURS 500 TIMES.
               10 ACT-DEPT-CODE        PIC 9(4).
               10 ACT-COUNTER          PIC 9(9).
               10 ACT-ACCUMULATOR      PIC S9(13)V99.
               10 ACT-QTY-TOTAL        PIC 9(11).
               10 ACT-WTD-ACCUM        PIC S9(15)V99.
               10 ACT-RUN-COUNT        PIC 9(5).
               10 ACT-WTD-AVAIL-SW     PIC X.

       01 ACTUAL-HOLD.
           05 AHL-DEPT-CODE        PIC 9(4).
           05 AHL-COUNTER          PIC 9(9).
           05 AHL-ACCUMULATOR      PIC S9(13)V99.
           05 AHL-QTY-TOTAL        PIC 9(11).
           05 AHL-WTD-ACCUM        PIC S9(15)V99.
           05 AHL-RUN-COUNT        PIC 9(5).
           05 AHL-WTD-AVAIL-SW     PIC X.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-CURRENT-DATE FROM DATE.

               PERFORM READ-PARM-CARD.

               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT.
               STRING 'DEPARTMENT PLAN VERSUS ACTUAL - PERIOD '
                   WS-PERIOD-KEY ' - TOLERANCE '
                   WS-TOLERANCE-EDIT ' PCT - RUN DATE '
                   WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

               OPEN INPUT PLAN-FILE.
               IF WS-PLAN-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** PLAN FILE NOT AVAILABLE - '
                       'STATUS ' WS-PLAN-STATUS ' ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT DEPT-MASTER-FILE.
               IF WS-DEPT-STATUS = '00'
                   MOVE 'Y' TO WS-DEPT-AVAIL-SW
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** DEPARTMENT MASTER NOT AVAILABLE - NAMES '
                       'NOT SHOWN ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.

               PERFORM LOAD-ACTUAL-TABLE.
               PERFORM SORT-ACTUAL-TABLE.

               MOVE SPACES TO REPORT-LINE.
               MOVE 'DEPT  MEASURE' TO RPT-TEXT (1:13).
               MOVE 'ACTUAL' TO RPT-TEXT (28:6).
               MOVE 'PLAN' TO RPT-TEXT (50:4).
               MOVE 'VARIANCE' TO RPT-TEXT (66:8).
               MOVE 'VAR-PCT' TO RPT-TEXT (77:7).
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

               MOVE LOW-VALUES TO PLN-KEY.
               START PLAN-FILE KEY NOT < PLN-KEY
                   INVALID KEY MOVE 'Y' TO WS-PLAN-EOF-SW
               END-START.
               PERFORM GET-NEXT-PERIOD-PLAN.

               MOVE 1 TO WS-ACT-SUB.
               PERFORM MATCH-PLAN-TO-ACTUAL
                   UNTIL WS-PLAN-EOF-SW = 'Y'
                     AND WS-ACT-SUB > WS-ACT-COUNT.

               PERFORM WRITE-REPORT-TOTALS.
               GO TO END-OF-JOB.

       READ-PARM-CARD.
           MOVE WS-CURRENT-DATE (1:4) TO WS-PERIOD-KEY.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
           IF WS-PARM-EOF-SW NOT = 'Y'
               IF PRM-PERIOD-KEY NUMERIC
                   AND PRM-PERIOD-MM > ZERO
                   AND PRM-PERIOD-MM < 13
                   MOVE PRM-PERIOD-KEY TO WS-PERIOD-KEY
               END-IF
               IF PRM-TOLERANCE NUMERIC
                   MOVE PRM-TOLERANCE TO WS-TOLERANCE-PCT
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      *    EVERY D RECORD FOR THE PERIOD IS ADDED INTO ITS
      *    DEPARTMENT'S ENTRY. A RECORD WITH NO PERIOD KEY BELONGS
      *    TO ITS RUN DATE'S MONTH - THE RULE EXTLOAD USES.
       LOAD-ACTUAL-TABLE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING '*** RUN-HISTORY FILE NOT AVAILABLE - NO ACTUALS '
                   '***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM READ-HISTORY-RECORD
                   UNTIL WS-HISTORY-EOF-SW = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

           IF WS-ACT-OVERFLOW-SW = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '*** MORE THAN 500 DEPARTMENTS WITH ACTIVITY - '
                   'SOME NOT REPORTED ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HISTORY-EOF-SW
           END-READ.
           IF WS-HISTORY-EOF-SW NOT = 'Y'
               AND HST-RECORD-TYPE = 'D'
               ADD 1 TO WS-HST-READ
               IF HST-PERIOD-KEY NUMERIC
                   AND HST-PERIOD-KEY NOT = ZERO
                   MOVE HST-PERIOD-KEY TO WS-HST-REC-PERIOD
               ELSE
                   MOVE HST-RUN-DATE (1:4) TO WS-HST-REC-PERIOD
               END-IF
               IF WS-HST-REC-PERIOD = WS-PERIOD-KEY
                   PERFORM ADD-HISTORY-TO-ACTUAL
               END-IF
           END-IF.

       ADD-HISTORY-TO-ACTUAL.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-ACT-SUB.
           PERFORM FIND-ACTUAL-ENTRY
               UNTIL WS-FOUND-SW = 'Y'
                  OR WS-ACT-SUB NOT < WS-ACT-COUNT.
           IF WS-FOUND-SW NOT = 'Y'
               IF WS-ACT-COUNT < 500
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT  TO WS-ACT-SUB
                   MOVE HST-DEPT-CODE TO ACT-DEPT-CODE (WS-ACT-SUB)
                   MOVE ZEROS TO ACT-COUNTER (WS-ACT-SUB)
                   MOVE ZEROS TO ACT-ACCUMULATOR (WS-ACT-SUB)
                   MOVE ZEROS TO ACT-QTY-TOTAL (WS-ACT-SUB)
                   MOVE ZEROS TO ACT-WTD-ACCUM (WS-ACT-SUB)
                   MOVE ZEROS TO ACT-RUN-COUNT (WS-ACT-SUB)
                   MOVE 'Y'   TO ACT-WTD-AVAIL-SW (WS-ACT-SUB)
                   MOVE 'Y'   TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-ACT-OVERFLOW-SW
               END-IF
           END-IF.

           IF WS-FOUND-SW = 'Y'
               ADD 1 TO WS-HST-USED
               ADD 1 TO ACT-RUN-COUNT (WS-ACT-SUB)
               ADD HST-COUNTER     TO ACT-COUNTER (WS-ACT-SUB)
               ADD HST-ACCUMULATOR TO ACT-ACCUMULATOR (WS-ACT-SUB)
               IF HST-QTY-TOTAL NOT NUMERIC
                   OR HST-WTD-ACCUM NOT NUMERIC
                   MOVE 'N' TO ACT-WTD-AVAIL-SW (WS-ACT-SUB)
               ELSE
                   IF HST-QTY-TOTAL = ZERO
                       AND HST-COUNTER > ZERO
                       MOVE 'N' TO ACT-WTD-AVAIL-SW (WS-ACT-SUB)
                   ELSE
                       ADD HST-QTY-TOTAL
                           TO ACT-QTY-TOTAL (WS-ACT-SUB)
                       ADD HST-WTD-ACCUM
                           TO ACT-WTD-ACCUM (WS-ACT-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-ACTUAL-ENTRY.
           ADD 1 TO WS-ACT-SUB.
           IF ACT-DEPT-CODE (WS-ACT-SUB) = HST-DEPT-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       SORT-ACTUAL-TABLE.
           MOVE 'Y' TO WS-SWAP-SW.
           PERFORM SORT-ACTUAL-PASS
               UNTIL WS-SWAP-SW NOT = 'Y'.

       SORT-ACTUAL-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           MOVE 1 TO WS-ACT-SUB.
           PERFORM SORT-ACTUAL-COMPARE
               UNTIL WS-ACT-SUB NOT < WS-ACT-COUNT.

       SORT-ACTUAL-COMPARE.
           IF ACT-DEPT-CODE (WS-ACT-SUB)
               > ACT-DEPT-CODE (WS-ACT-SUB + 1)
               MOVE ACTUAL-ENTRY (WS-ACT-SUB)     TO ACTUAL-HOLD
               MOVE ACTUAL-ENTRY (WS-ACT-SUB + 1)
                   TO ACTUAL-ENTRY (WS-ACT-SUB)
               MOVE ACTUAL-HOLD
                   TO ACTUAL-ENTRY (WS-ACT-SUB + 1)
               MOVE 'Y' TO WS-SWAP-SW
           END-IF.
           ADD 1 TO WS-ACT-SUB.

      *    THE PLAN FILE IS IN DEPARTMENT-PERIOD ORDER SO EVERY
      *    DEPARTMENT'S PLANS FOR OTHER MONTHS ARE PASSED OVER.
       GET-NEXT-PERIOD-PLAN.
           MOVE 'N' TO WS-PLAN-MATCH-SW.
           PERFORM READ-NEXT-PLAN
               UNTIL WS-PLAN-MATCH-SW = 'Y'
                  OR WS-PLAN-EOF-SW = 'Y'.

       READ-NEXT-PLAN.
           READ PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PLAN-EOF-SW
           END-READ.
           IF WS-PLAN-EOF-SW NOT = 'Y'
               AND PLN-PERIOD-KEY = WS-PERIOD-KEY
               MOVE 'Y' TO WS-PLAN-MATCH-SW
           END-IF.

       MATCH-PLAN-TO-ACTUAL.
           IF WS-PLAN-EOF-SW = 'Y'
               PERFORM WRITE-ACTIVITY-NO-PLAN
               ADD 1 TO WS-ACT-SUB
           ELSE
           IF WS-ACT-SUB > WS-ACT-COUNT
               PERFORM WRITE-PLAN-NO-ACTIVITY
               PERFORM GET-NEXT-PERIOD-PLAN
           ELSE
           IF PLN-DEPT-CODE < ACT-DEPT-CODE (WS-ACT-SUB)
               PERFORM WRITE-PLAN-NO-ACTIVITY
               PERFORM GET-NEXT-PERIOD-PLAN
           ELSE
           IF PLN-DEPT-CODE > ACT-DEPT-CODE (WS-ACT-SUB)
               PERFORM WRITE-ACTIVITY-NO-PLAN
               ADD 1 TO WS-ACT-SUB
           ELSE
               PERFORM WRITE-PLAN-COMPARISON
               PERFORM GET-NEXT-PERIOD-PLAN
               ADD 1 TO WS-ACT-SUB
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-DEPT-HEADING.
           MOVE SPACES TO DM-DEPT-NAME.
           IF WS-DEPT-AVAIL-SW = 'Y'
               MOVE WS-THIS-DEPT TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE '(NOT ON DEPARTMENT MASTER)'
                           TO DM-DEPT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-THIS-DEPT TO RPT-TEXT (1:4).
           MOVE DM-DEPT-NAME TO RPT-TEXT (7:30).
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       WRITE-PLAN-COMPARISON.
           ADD 1 TO WS-DEPTS-COMPARED.
           MOVE 'N' TO WS-DEPT-FLAG-SW.
           MOVE PLN-DEPT-CODE TO WS-THIS-DEPT.
           PERFORM WRITE-DEPT-HEADING.

           MOVE 'CARDS'                      TO WS-MEASURE-NAME.
           MOVE ACT-COUNTER (WS-ACT-SUB)     TO WS-ACTUAL-AMT.
           MOVE PLN-EXP-COUNT                TO WS-PLAN-AMT.
           PERFORM WRITE-MEASURE-LINE.

           MOVE 'TOTAL'                      TO WS-MEASURE-NAME.
           MOVE ACT-ACCUMULATOR (WS-ACT-SUB) TO WS-ACTUAL-AMT.
           COMPUTE WS-PLAN-AMT = PLN-EXP-COUNT * PLN-EXP-AVERAGE.
           PERFORM WRITE-MEASURE-LINE.

           MOVE ZEROS TO WS-ACT-AVERAGE.
           IF ACT-COUNTER (WS-ACT-SUB) > ZERO
               DIVIDE ACT-ACCUMULATOR (WS-ACT-SUB)
                   BY ACT-COUNTER (WS-ACT-SUB)
                   GIVING WS-ACT-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-ACT-AVERAGE
               END-DIVIDE
           END-IF.
           MOVE 'AVERAGE'                    TO WS-MEASURE-NAME.
           MOVE WS-ACT-AVERAGE               TO WS-ACTUAL-AMT.
           MOVE PLN-EXP-AVERAGE              TO WS-PLAN-AMT.
           PERFORM WRITE-MEASURE-LINE.

           IF ACT-WTD-AVAIL-SW (WS-ACT-SUB) = 'Y'
               AND ACT-QTY-TOTAL (WS-ACT-SUB) > ZERO
               DIVIDE ACT-WTD-ACCUM (WS-ACT-SUB)
                   BY ACT-QTY-TOTAL (WS-ACT-SUB)
                   GIVING WS-ACT-WTD-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-ACT-WTD-AVERAGE
               END-DIVIDE
               MOVE 'WTD AVG'                TO WS-MEASURE-NAME
               MOVE WS-ACT-WTD-AVERAGE       TO WS-ACTUAL-AMT
               MOVE PLN-EXP-WTD-AVERAGE      TO WS-PLAN-AMT
               PERFORM WRITE-MEASURE-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE 'WTD AVG' TO RPT-TEXT (7:10)
               MOVE 'NOT AVAILABLE - HISTORY CARRIES NO QUANTITIES'
                   TO RPT-TEXT (19:46)
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-DEPT-FLAG-SW = 'Y'
               ADD 1 TO WS-DEPTS-FLAGGED
           END-IF.

      *    A PLAN FIGURE OF ZERO HAS NO PERCENT VARIANCE - ANY
      *    ACTUAL AGAINST IT IS FLAGGED.
       WRITE-MEASURE-LINE.
           MOVE 'N' TO WS-FLAG-SW.
           MOVE 'N' TO WS-PCT-AVAIL-SW.
           COMPUTE WS-VARIANCE-AMT = WS-ACTUAL-AMT - WS-PLAN-AMT.
           IF WS-PLAN-AMT NOT = ZERO
               MOVE 'Y' TO WS-PCT-AVAIL-SW
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-VARIANCE-AMT * 100) / WS-PLAN-AMT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PCT-AVAIL-SW
                       MOVE 'Y' TO WS-FLAG-SW
               END-COMPUTE
           ELSE
               IF WS-VARIANCE-AMT NOT = ZERO
                   MOVE 'Y' TO WS-FLAG-SW
               END-IF
           END-IF.
           IF WS-PCT-AVAIL-SW = 'Y'
               IF WS-VARIANCE-PCT < ZERO
                   COMPUTE WS-ABS-PCT = ZERO - WS-VARIANCE-PCT
               ELSE
                   MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-FLAG-SW
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MEASURE-NAME   TO RPT-TEXT (7:10).
           MOVE WS-ACTUAL-AMT     TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO RPT-TEXT (15:19).
           MOVE WS-PLAN-AMT       TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO RPT-TEXT (35:19).
           MOVE WS-VARIANCE-AMT   TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO RPT-TEXT (55:19).
           IF WS-PCT-AVAIL-SW = 'Y'
               MOVE WS-VARIANCE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT     TO RPT-TEXT (75:9)
           ELSE
               MOVE '   N/A'         TO RPT-TEXT (75:9)
           END-IF.
           IF WS-FLAG-SW = 'Y'
               MOVE 'Y' TO WS-DEPT-FLAG-SW
               MOVE '*OUT OF TOLERANCE*' TO RPT-TEXT (86:18)
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-PLAN-NO-ACTIVITY.
           ADD 1 TO WS-PLAN-NO-ACTIVITY.
           MOVE PLN-DEPT-CODE TO WS-THIS-DEPT.
           PERFORM WRITE-DEPT-HEADING.
           MOVE PLN-EXP-COUNT TO WS-COUNTER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING '*** PLAN - NO ACTIVITY. PLANNED ' WS-COUNTER-EDIT
               ' CARDS. NONE ON HISTORY FOR THE PERIOD ***'
               DELIMITED BY SIZE INTO RPT-TEXT (7:100).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-ACTIVITY-NO-PLAN.
           ADD 1 TO WS-ACTIVITY-NO-PLAN.
           MOVE ACT-DEPT-CODE (WS-ACT-SUB) TO WS-THIS-DEPT.
           PERFORM WRITE-DEPT-HEADING.
           MOVE ACT-COUNTER (WS-ACT-SUB) TO WS-COUNTER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING '*** ACTIVITY - NO PLAN. ' WS-COUNTER-EDIT
               ' CARDS ON HISTORY. NO PLAN ON FILE FOR THE PERIOD ***'
               DELIMITED BY SIZE INTO RPT-TEXT (7:100).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HISTORY D RECORDS READ: ' WS-HST-READ
               '  FOR THE PERIOD: ' WS-HST-USED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DEPARTMENTS COMPARED: ' WS-DEPTS-COMPARED
               '  OUT OF TOLERANCE: ' WS-DEPTS-FLAGGED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'PLAN - NO ACTIVITY: ' WS-PLAN-NO-ACTIVITY
               '  ACTIVITY - NO PLAN: ' WS-ACTIVITY-NO-PLAN
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END-OF-JOB.
           CLOSE PLAN-FILE.
           IF WS-DEPT-AVAIL-SW = 'Y'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.
