 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    MONTHLY DATA-QUALITY SCORECARD. READS THE
      *            PERMANENT REJECT HISTORY FILE (REJHIST) WRITTEN
      *            BY AVERAGE AND REJFIX AND THE PER-DEPARTMENT D
      *            RECORDS ON THE RUN-HISTORY FILE. AND FOR THE
      *            PERIOD AND EACH OF THE THREE MONTHS BEFORE IT
      *            FIGURES EVERY DEPARTMENT'S -
      *              REJECT PERCENT   CARDS REJECTED PLUS CARDS
      *                               EXCLUDED BY FAILED BATCHES.
      *                               AS A PERCENT OF CARDS
      *                               ACCEPTED.
      *              FIX DAYS         AVERAGE BUSINESS DAYS FROM A
      *                               CARD'S FIRST REJECT TO ITS
      *                               RECYCLE.
      *              FIRST-PASS YIELD PERCENT OF THE CARDS SUBMITTED
      *                               THAT WERE ACCEPTED WITHOUT
      *                               A CORRECTION.
      *            THE DEPARTMENTS ARE RANKED WORST FIRST BY REJECT
      *            PERCENT. EACH FIGURE IS SET AGAINST THE SAME
      *            FIGURE POOLED OVER THE PRIOR THREE MONTHS AND
      *            STARRED WHEN IT HAS GOT WORSE. A SECOND PAGE
      *            COUNTS THE REJECT AND BATCH-FAILURE EVENTS BY
      *            REASON CODE FOR EACH OF THE FOUR MONTHS SO THE
      *            CODES THAT KEEP RECURRING STAND OUT.
      *            A D RECORD WITH NO PERIOD KEY BELONGS TO ITS RUN
      *            DATE'S MONTH - THE RULE EXTLOAD USES. A REJECT
      *            EVENT BELONGS TO THE MONTH OF ITS EVENT DATE.
      *
      *            PARAMETER CARD (DQSPRM) -
      *              COLS 1-4   PERIOD YYMM
      *                         (DEFAULT THE RUN DATE'S MONTH)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REJECT-HISTORY-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJH-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PARM-FILE    ASSIGN TO "DQSPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO "DQSRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD REJECT-HISTORY-FILE
       LABEL RECORD IS OMITTED.

      *    EVENT TYPE J = REJECTED. B = BATCH FAILED. C = CORRECTED.
      *    I = STILL INVALID AFTER CORRECTION. R = RECYCLED AND E =
      *    ESCALATED.
       01 REJECT-HISTORY-RECORD.
           05 RJH-EVENT-DATE       PIC 9(6).
           05 RJH-EVENT-TYPE       PIC X.
           05 RJH-DEPT-CODE        PIC 9(4).
           05 RJH-REASON-CODE      PIC X(4).
           05 RJH-FIRST-REJ-DATE   PIC 9(6).
           05 RJH-CYCLE-COUNT      PIC 9(3).
           05 RJH-AGE-DAYS         PIC 9(3).
           05 RJH-CARD-COUNT       PIC 9(6).
           05 RJH-BATCH-NUMBER     PIC X(4).
           05 RJH-CARD-IMAGE       PIC X(80).
           05 FILLER               PIC X(3).

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
           05 FILLER               PIC X(76).

       FD REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 REPORT-LINE.
           05 RPT-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-RJH-STATUS            PIC XX    VALUE SPACES.
         77 WS-HISTORY-STATUS        PIC XX    VALUE SPACES.
         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-RJH-EOF-SW            PIC X     VALUE 'N'.
         77 WS-HISTORY-EOF-SW        PIC X     VALUE 'N'.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-DEPT-AVAIL-SW         PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-SWAP-SW               PIC X     VALUE 'N'.
         77 WS-SCR-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-RSN-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-WORSE-SW              PIC X     VALUE 'N'.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-PERIOD-KEY            PIC 9(4)  VALUE ZERO.
         77 WS-REC-PERIOD            PIC 9(4)  VALUE ZERO.
         77 WS-MONTH-SUB             PIC 9     VALUE ZERO.
         77 WS-PER-SUB               PIC 9     VALUE ZERO.
         77 WS-THIS-DEPT             PIC 9(4)  VALUE ZERO.
         77 WS-THIS-REASON           PIC X(4)  VALUE SPACES.

         77 WS-SCR-COUNT             PIC 999   VALUE ZERO.
         77 WS-SCR-SUB               PIC 999   VALUE ZERO.
         77 WS-RSN-COUNT             PIC 99    VALUE ZERO.
         77 WS-RSN-SUB               PIC 99    VALUE ZERO.
         77 WS-RNM-SUB               PIC 99    VALUE ZERO.
         77 WS-RSN-MONTHS-SEEN       PIC 9     VALUE ZERO.

         77 WS-RJH-READ              PIC 9(7)  VALUE ZERO.
         77 WS-RJH-USED              PIC 9(7)  VALUE ZERO.
         77 WS-HST-READ              PIC 9(7)  VALUE ZERO.
         77 WS-HST-USED              PIC 9(7)  VALUE ZERO.
         77 WS-EVT-REJECTED          PIC 9(7)  VALUE ZERO.
         77 WS-EVT-BATCH-FAILED      PIC 9(7)  VALUE ZERO.
         77 WS-EVT-CORRECTED         PIC 9(7)  VALUE ZERO.
         77 WS-EVT-STILL-INVALID     PIC 9(7)  VALUE ZERO.
         77 WS-EVT-RECYCLED          PIC 9(7)  VALUE ZERO.
         77 WS-EVT-ESCALATED         PIC 9(7)  VALUE ZERO.
         77 WS-DEPTS-RANKED          PIC 999   VALUE ZERO.
         77 WS-DEPTS-WORSE           PIC 999   VALUE ZERO.
         77 WS-RANK-NUMBER           PIC 999   VALUE ZERO.

      *    ONE SET OF FIGURES IN. ITS MEASURES OUT - SEE
      *    FIGURE-QUALITY-MEASURES. A MEASURE SWITCH IS N WHEN THE
      *    MONTH HAS NOTHING TO MEASURE IT BY. THE REJECT-PERCENT
      *    SWITCH IS A WHEN CARDS WERE REJECTED AND NONE ACCEPTED.
         77 WS-FIG-ACCEPTED          PIC 9(11) VALUE ZERO.
         77 WS-FIG-REJECTS           PIC 9(9)  VALUE ZERO.
         77 WS-FIG-RECYCLED          PIC 9(9)  VALUE ZERO.
         77 WS-FIG-FIX-DAYS          PIC 9(11) VALUE ZERO.
         77 WS-FIG-FIRST-PASS        PIC 9(11) VALUE ZERO.
         77 WS-FIG-SUBMITTED         PIC 9(11) VALUE ZERO.
         77 WS-FIG-RATE              PIC 9(5)V99 VALUE ZERO.
         77 WS-FIG-RATE-SW           PIC X     VALUE 'N'.
         77 WS-FIG-DAYS              PIC 9(4)V9 VALUE ZERO.
         77 WS-FIG-DAYS-SW           PIC X     VALUE 'N'.
         77 WS-FIG-FPY               PIC 999V99 VALUE ZERO.
         77 WS-FIG-FPY-SW            PIC X     VALUE 'N'.

         77 WS-CUR-ACCEPTED          PIC 9(11) VALUE ZERO.
         77 WS-CUR-REJECTS           PIC 9(9)  VALUE ZERO.
         77 WS-CUR-RATE              PIC 9(5)V99 VALUE ZERO.
         77 WS-CUR-RATE-SW           PIC X     VALUE 'N'.
         77 WS-CUR-DAYS              PIC 9(4)V9 VALUE ZERO.
         77 WS-CUR-DAYS-SW           PIC X     VALUE 'N'.
         77 WS-CUR-FPY               PIC 999V99 VALUE ZERO.
         77 WS-CUR-FPY-SW            PIC X     VALUE 'N'.

         77 WS-RANK-EDIT             PIC ZZZ9.
         77 WS-COUNT9-EDIT           PIC ZZZZZZZZ9.
         77 WS-COUNT7-EDIT           PIC ZZZZZZ9.
         77 WS-RATE-EDIT             PIC ZZZZ9.99.
         77 WS-DAYS-EDIT             PIC ZZZ9.9.
         77 WS-FPY-EDIT              PIC ZZ9.99.

      *    THE FOUR MONTHS SCORED - 1 IS THE PERIOD. 2 TO 4 THE
      *    THREE MONTHS BEFORE IT. NEWEST FIRST.
       01 PERIOD-TABLE.
           05 PER-KEY              PIC 9(4) OCCURS 4 TIMES.

       01 WORK-PERIOD.
           05 WPD-KEY              PIC 9(4).
           05 WPD-PARTS REDEFINES WPD-KEY.
               10 WPD-YY               PIC 99.
               10 WPD-MM               PIC 99.

       01 SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 500 TIMES.
               10 SCR-DEPT-CODE        PIC 9(4).
               10 SCR-SORT-RATE        PIC S9(5)V99.
               10 SCR-MONTH-FIGURES.
                   15 SCR-MONTH OCCURS 4 TIMES.
                       20 SCR-ACCEPTED     PIC 9(9).
                       20 SCR-REJECTED     PIC 9(7).
                       20 SCR-BATCH-CARDS  PIC 9(7).
                       20 SCR-RECYCLED     PIC 9(7).
                       20 SCR-FIX-DAYS     PIC 9(9).

       01 SCORE-HOLD.
           05 SHL-DEPT-CODE        PIC 9(4).
           05 SHL-SORT-RATE        PIC S9(5)V99.
           05 SHL-MONTH-FIGURES    PIC X(156).

      *    THE SHOP AS A WHOLE. FOR THE TOTAL LINE.
       01 SHOP-TOTAL-TABLE.
           05 TOT-MONTH OCCURS 4 TIMES.
               10 TOT-ACCEPTED         PIC 9(11).
               10 TOT-REJECTED         PIC 9(9).
               10 TOT-BATCH-CARDS      PIC 9(9).
               10 TOT-RECYCLED         PIC 9(9).
               10 TOT-FIX-DAYS         PIC 9(11).

      *    THE REASON CODES AVERAGE REJECTS AND FAILS BATCHES FOR.
      *    ALWAYS LISTED. ANY OTHER CODE ON FILE IS ADDED BEHIND.
       01 REASON-NAME-VALUES.
           05 FILLER               PIC X(34) VALUE
               'NONNNON-NUMERIC VALUE             '.
           05 FILLER               PIC X(34) VALUE
               'RNGEVALUE OUTSIDE ACCEPTED RANGE  '.
           05 FILLER               PIC X(34) VALUE
               'DEPTUNKNOWN DEPARTMENT CODE       '.
           05 FILLER               PIC X(34) VALUE
               'INACINACTIVE DEPARTMENT CODE      '.
           05 FILLER               PIC X(34) VALUE
               'BTRLBATCH MISSING TRAILER         '.
           05 FILLER               PIC X(34) VALUE
               'BBALBATCH OUT OF BALANCE          '.
           05 FILLER               PIC X(34) VALUE
               'BHDRBATCH TRAILER WITHOUT HEADER  '.

       01 REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
           05 RNM-ENTRY OCCURS 7 TIMES.
               10 RNM-CODE             PIC X(4).
               10 RNM-TEXT             PIC X(30).

       01 REASON-TABLE.
           05 RSN-ENTRY OCCURS 50 TIMES.
               10 RSN-CODE             PIC X(4).
               10 RSN-TEXT             PIC X(30).
               10 RSN-EVENTS           PIC 9(7) OCCURS 4 TIMES.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-CURRENT-DATE FROM DATE.

               PERFORM READ-PARM-CARD.
               PERFORM SET-PRIOR-PERIODS.

               MOVE SPACES TO REPORT-LINE.
               STRING 'DATA-QUALITY SCORECARD - PERIOD '
                   PER-KEY (1) ' - PRIOR MONTHS ' PER-KEY (2)
                   ' ' PER-KEY (3) ' ' PER-KEY (4)
                   ' - RUN DATE ' WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

               OPEN INPUT REJECT-HISTORY-FILE.
               IF WS-RJH-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** REJECT HISTORY FILE NOT AVAILABLE - '
                       'STATUS ' WS-RJH-STATUS ' ***'
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

               MOVE ZEROS TO SHOP-TOTAL-TABLE.
               PERFORM LOAD-REASON-NAMES.
               PERFORM READ-REJECT-EVENT
                   UNTIL WS-RJH-EOF-SW = 'Y'.
               CLOSE REJECT-HISTORY-FILE.
               PERFORM LOAD-ACCEPTED-VOLUME.

               IF WS-SCR-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** MORE THAN 500 DEPARTMENTS - SOME NOT '
                       'SCORED ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.

               MOVE ZERO TO WS-SCR-SUB.
               PERFORM SET-SORT-RATE
                   UNTIL WS-SCR-SUB NOT < WS-SCR-COUNT.
               PERFORM SORT-SCORE-TABLE.

               PERFORM WRITE-SCORECARD-SECTION.
               PERFORM WRITE-REASON-SECTION.
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
           END-IF.
           CLOSE PARM-FILE.

       SET-PRIOR-PERIODS.
           MOVE WS-PERIOD-KEY TO PER-KEY (1).
           MOVE WS-PERIOD-KEY TO WPD-KEY.
           MOVE 1 TO WS-PER-SUB.
           PERFORM STEP-BACK-ONE-MONTH
               UNTIL WS-PER-SUB NOT < 4.

       STEP-BACK-ONE-MONTH.
           IF WPD-MM = 1
               MOVE 12 TO WPD-MM
               IF WPD-YY = ZERO
                   MOVE 99 TO WPD-YY
               ELSE
                   SUBTRACT 1 FROM WPD-YY
               END-IF
           ELSE
               SUBTRACT 1 FROM WPD-MM
           END-IF.
           ADD 1 TO WS-PER-SUB.
           MOVE WPD-KEY TO PER-KEY (WS-PER-SUB).

       FIND-MONTH-SUB.
           MOVE ZERO TO WS-MONTH-SUB.
           MOVE ZERO TO WS-PER-SUB.
           PERFORM CHECK-ONE-MONTH
               UNTIL WS-PER-SUB NOT < 4
                  OR WS-MONTH-SUB NOT = ZERO.

       CHECK-ONE-MONTH.
           ADD 1 TO WS-PER-SUB.
           IF PER-KEY (WS-PER-SUB) = WS-REC-PERIOD
               MOVE WS-PER-SUB TO WS-MONTH-SUB
           END-IF.

       LOAD-REASON-NAMES.
           MOVE ZERO TO WS-RNM-SUB.
           PERFORM LOAD-ONE-REASON-NAME
               UNTIL WS-RNM-SUB NOT < 7.

       LOAD-ONE-REASON-NAME.
           ADD 1 TO WS-RNM-SUB.
           ADD 1 TO WS-RSN-COUNT.
           MOVE RNM-CODE (WS-RNM-SUB) TO RSN-CODE (WS-RSN-COUNT).
           MOVE RNM-TEXT (WS-RNM-SUB) TO RSN-TEXT (WS-RSN-COUNT).
           MOVE ZEROS TO RSN-EVENTS (WS-RSN-COUNT, 1).
           MOVE ZEROS TO RSN-EVENTS (WS-RSN-COUNT, 2).
           MOVE ZEROS TO RSN-EVENTS (WS-RSN-COUNT, 3).
           MOVE ZEROS TO RSN-EVENTS (WS-RSN-COUNT, 4).

      *    ONLY THE J AND B EVENTS COUNT AS REJECTS - THE C. I AND
      *    E EVENTS FOLLOW A CARD ALREADY COUNTED. THE R EVENT
      *    CARRIES THE BUSINESS DAYS THE CARD TOOK TO PUT RIGHT.
       READ-REJECT-EVENT.
           READ REJECT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-RJH-EOF-SW
           END-READ.
           IF WS-RJH-EOF-SW NOT = 'Y'
               ADD 1 TO WS-RJH-READ
               MOVE RJH-EVENT-DATE (1:4) TO WS-REC-PERIOD
               PERFORM FIND-MONTH-SUB
               IF WS-MONTH-SUB NOT = ZERO
                   ADD 1 TO WS-RJH-USED
                   IF WS-MONTH-SUB = 1
                       PERFORM COUNT-PERIOD-EVENT
                   END-IF
                   IF RJH-DEPT-CODE NUMERIC
                       MOVE RJH-DEPT-CODE TO WS-THIS-DEPT
                   ELSE
                       MOVE ZEROS TO WS-THIS-DEPT
                   END-IF
                   PERFORM FIND-SCORE-ENTRY
                   PERFORM ADD-REJECT-EVENT
               END-IF
           END-IF.

       ADD-REJECT-EVENT.
           IF RJH-EVENT-TYPE = 'J'
               ADD 1 TO TOT-REJECTED (WS-MONTH-SUB)
               IF WS-FOUND-SW = 'Y'
                   ADD 1 TO SCR-REJECTED (WS-SCR-SUB, WS-MONTH-SUB)
               END-IF
               PERFORM TALLY-REASON-CODE
           END-IF.
           IF RJH-EVENT-TYPE = 'B'
               AND RJH-CARD-COUNT NUMERIC
               ADD RJH-CARD-COUNT TO TOT-BATCH-CARDS (WS-MONTH-SUB)
               IF WS-FOUND-SW = 'Y'
                   ADD RJH-CARD-COUNT
                       TO SCR-BATCH-CARDS (WS-SCR-SUB, WS-MONTH-SUB)
               END-IF
               PERFORM TALLY-REASON-CODE
           END-IF.
           IF RJH-EVENT-TYPE = 'R'
               AND RJH-AGE-DAYS NUMERIC
               ADD 1 TO TOT-RECYCLED (WS-MONTH-SUB)
               ADD RJH-AGE-DAYS TO TOT-FIX-DAYS (WS-MONTH-SUB)
               IF WS-FOUND-SW = 'Y'
                   ADD 1 TO SCR-RECYCLED (WS-SCR-SUB, WS-MONTH-SUB)
                   ADD RJH-AGE-DAYS
                       TO SCR-FIX-DAYS (WS-SCR-SUB, WS-MONTH-SUB)
               END-IF
           END-IF.

       COUNT-PERIOD-EVENT.
           IF RJH-EVENT-TYPE = 'J'
               ADD 1 TO WS-EVT-REJECTED
           END-IF.
           IF RJH-EVENT-TYPE = 'B'
               ADD 1 TO WS-EVT-BATCH-FAILED
           END-IF.
           IF RJH-EVENT-TYPE = 'C'
               ADD 1 TO WS-EVT-CORRECTED
           END-IF.
           IF RJH-EVENT-TYPE = 'I'
               ADD 1 TO WS-EVT-STILL-INVALID
           END-IF.
           IF RJH-EVENT-TYPE = 'R'
               ADD 1 TO WS-EVT-RECYCLED
           END-IF.
           IF RJH-EVENT-TYPE = 'E'
               ADD 1 TO WS-EVT-ESCALATED
           END-IF.

       TALLY-REASON-CODE.
           MOVE RJH-REASON-CODE TO WS-THIS-REASON.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-RSN-SUB.
           PERFORM FIND-REASON-ENTRY
               UNTIL WS-FOUND-SW = 'Y'
                  OR WS-RSN-SUB NOT < WS-RSN-COUNT.
           IF WS-FOUND-SW NOT = 'Y'
               IF WS-RSN-COUNT < 50
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT   TO WS-RSN-SUB
                   MOVE WS-THIS-REASON TO RSN-CODE (WS-RSN-SUB)
                   MOVE SPACES         TO RSN-TEXT (WS-RSN-SUB)
                   MOVE ZEROS TO RSN-EVENTS (WS-RSN-SUB, 1)
                   MOVE ZEROS TO RSN-EVENTS (WS-RSN-SUB, 2)
                   MOVE ZEROS TO RSN-EVENTS (WS-RSN-SUB, 3)
                   MOVE ZEROS TO RSN-EVENTS (WS-RSN-SUB, 4)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-RSN-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-FOUND-SW = 'Y'
               ADD 1 TO RSN-EVENTS (WS-RSN-SUB, WS-MONTH-SUB)
           END-IF.

       FIND-REASON-ENTRY.
           ADD 1 TO WS-RSN-SUB.
           IF RSN-CODE (WS-RSN-SUB) = WS-THIS-REASON
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *    LEAVES WS-SCR-SUB ON WS-THIS-DEPT'S ENTRY. ADDING ONE IF
      *    NEED BE. WS-FOUND-SW IS N ONLY WHEN THE TABLE IS FULL.
       FIND-SCORE-ENTRY.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-SCR-SUB.
           PERFORM CHECK-ONE-SCORE-ENTRY
               UNTIL WS-FOUND-SW = 'Y'
                  OR WS-SCR-SUB NOT < WS-SCR-COUNT.
           IF WS-FOUND-SW NOT = 'Y'
               IF WS-SCR-COUNT < 500
                   ADD 1 TO WS-SCR-COUNT
                   MOVE WS-SCR-COUNT TO WS-SCR-SUB
                   MOVE WS-THIS-DEPT TO SCR-DEPT-CODE (WS-SCR-SUB)
                   MOVE ZEROS TO SCR-SORT-RATE (WS-SCR-SUB)
                   MOVE ZEROS TO SCR-MONTH-FIGURES (WS-SCR-SUB)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-SCR-OVERFLOW-SW
               END-IF
           END-IF.

       CHECK-ONE-SCORE-ENTRY.
           ADD 1 TO WS-SCR-SUB.
           IF SCR-DEPT-CODE (WS-SCR-SUB) = WS-THIS-DEPT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *    THE ACCEPTED VOLUME IS THE D RECORD CARD COUNT - THE
      *    CARDS AVERAGE POSTED. RECYCLED AND RELEASED CARDS
      *    INCLUDED.
       LOAD-ACCEPTED-VOLUME.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING '*** RUN-HISTORY FILE NOT AVAILABLE - NO '
                   'ACCEPTED VOLUME ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM READ-HISTORY-RECORD
                   UNTIL WS-HISTORY-EOF-SW = 'Y'
               CLOSE HISTORY-FILE
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
                   MOVE HST-PERIOD-KEY TO WS-REC-PERIOD
               ELSE
                   MOVE HST-RUN-DATE (1:4) TO WS-REC-PERIOD
               END-IF
               PERFORM FIND-MONTH-SUB
               IF WS-MONTH-SUB NOT = ZERO
                   ADD 1 TO WS-HST-USED
                   ADD HST-COUNTER TO TOT-ACCEPTED (WS-MONTH-SUB)
                   MOVE HST-DEPT-CODE TO WS-THIS-DEPT
                   PERFORM FIND-SCORE-ENTRY
                   IF WS-FOUND-SW = 'Y'
                       ADD HST-COUNTER
                           TO SCR-ACCEPTED (WS-SCR-SUB, WS-MONTH-SUB)
                   END-IF
               END-IF
           END-IF.

      *    A DEPARTMENT WITH NOTHING IN THE PERIOD SORTS TO THE
      *    BOTTOM UNRANKED. ONE WITH EVERY CARD REJECTED TO THE TOP.
       SET-SORT-RATE.
           ADD 1 TO WS-SCR-SUB.
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM LOAD-ONE-MONTH-FIGURES.
           PERFORM FIGURE-QUALITY-MEASURES.
           IF WS-FIG-RATE-SW = 'Y'
               MOVE WS-FIG-RATE TO SCR-SORT-RATE (WS-SCR-SUB)
           ELSE
               IF WS-FIG-RATE-SW = 'A'
                   MOVE 99999.99 TO SCR-SORT-RATE (WS-SCR-SUB)
               ELSE
                   MOVE -1 TO SCR-SORT-RATE (WS-SCR-SUB)
               END-IF
           END-IF.

       LOAD-ONE-MONTH-FIGURES.
           MOVE SCR-ACCEPTED (WS-SCR-SUB, WS-MONTH-SUB)
               TO WS-FIG-ACCEPTED.
           COMPUTE WS-FIG-REJECTS =
               SCR-REJECTED (WS-SCR-SUB, WS-MONTH-SUB)
               + SCR-BATCH-CARDS (WS-SCR-SUB, WS-MONTH-SUB).
           MOVE SCR-RECYCLED (WS-SCR-SUB, WS-MONTH-SUB)
               TO WS-FIG-RECYCLED.
           MOVE SCR-FIX-DAYS (WS-SCR-SUB, WS-MONTH-SUB)
               TO WS-FIG-FIX-DAYS.

      *    THE PRIOR THREE MONTHS ARE POOLED - THEIR COUNTS ARE
      *    ADDED TOGETHER BEFORE ANY MEASURE IS FIGURED.
       LOAD-PRIOR-FIGURES.
           COMPUTE WS-FIG-ACCEPTED =
               SCR-ACCEPTED (WS-SCR-SUB, 2)
               + SCR-ACCEPTED (WS-SCR-SUB, 3)
               + SCR-ACCEPTED (WS-SCR-SUB, 4).
           COMPUTE WS-FIG-REJECTS =
               SCR-REJECTED (WS-SCR-SUB, 2)
               + SCR-REJECTED (WS-SCR-SUB, 3)
               + SCR-REJECTED (WS-SCR-SUB, 4)
               + SCR-BATCH-CARDS (WS-SCR-SUB, 2)
               + SCR-BATCH-CARDS (WS-SCR-SUB, 3)
               + SCR-BATCH-CARDS (WS-SCR-SUB, 4).
           COMPUTE WS-FIG-RECYCLED =
               SCR-RECYCLED (WS-SCR-SUB, 2)
               + SCR-RECYCLED (WS-SCR-SUB, 3)
               + SCR-RECYCLED (WS-SCR-SUB, 4).
           COMPUTE WS-FIG-FIX-DAYS =
               SCR-FIX-DAYS (WS-SCR-SUB, 2)
               + SCR-FIX-DAYS (WS-SCR-SUB, 3)
               + SCR-FIX-DAYS (WS-SCR-SUB, 4).

      *    FIRST-PASS CARDS ARE THE ACCEPTED CARDS LESS THOSE THAT
      *    CAME BACK THROUGH REJFIX. THE CARDS SUBMITTED ARE THOSE
      *    PLUS EVERY CARD REJECTED OR EXCLUDED.
       FIGURE-QUALITY-MEASURES.
           MOVE 'N'   TO WS-FIG-RATE-SW.
           MOVE 'N'   TO WS-FIG-DAYS-SW.
           MOVE 'N'   TO WS-FIG-FPY-SW.
           MOVE ZEROS TO WS-FIG-RATE.
           MOVE ZEROS TO WS-FIG-DAYS.
           MOVE ZEROS TO WS-FIG-FPY.

           IF WS-FIG-ACCEPTED > ZERO
               MOVE 'Y' TO WS-FIG-RATE-SW
               COMPUTE WS-FIG-RATE ROUNDED =
                   (WS-FIG-REJECTS * 100) / WS-FIG-ACCEPTED
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-FIG-RATE
               END-COMPUTE
           ELSE
               IF WS-FIG-REJECTS > ZERO
                   MOVE 'A' TO WS-FIG-RATE-SW
               END-IF
           END-IF.

           IF WS-FIG-RECYCLED > ZERO
               MOVE 'Y' TO WS-FIG-DAYS-SW
               COMPUTE WS-FIG-DAYS ROUNDED =
                   WS-FIG-FIX-DAYS / WS-FIG-RECYCLED
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-FIG-DAYS
               END-COMPUTE
           END-IF.

           IF WS-FIG-ACCEPTED > WS-FIG-RECYCLED
               COMPUTE WS-FIG-FIRST-PASS =
                   WS-FIG-ACCEPTED - WS-FIG-RECYCLED
           ELSE
               MOVE ZEROS TO WS-FIG-FIRST-PASS
           END-IF.
           COMPUTE WS-FIG-SUBMITTED =
               WS-FIG-FIRST-PASS + WS-FIG-REJECTS.
           IF WS-FIG-SUBMITTED > ZERO
               MOVE 'Y' TO WS-FIG-FPY-SW
               COMPUTE WS-FIG-FPY ROUNDED =
                   (WS-FIG-FIRST-PASS * 100) / WS-FIG-SUBMITTED
           END-IF.

       SORT-SCORE-TABLE.
           MOVE 'Y' TO WS-SWAP-SW.
           PERFORM SORT-SCORE-PASS
               UNTIL WS-SWAP-SW NOT = 'Y'.

       SORT-SCORE-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           MOVE 1 TO WS-SCR-SUB.
           PERFORM SORT-SCORE-COMPARE
               UNTIL WS-SCR-SUB NOT < WS-SCR-COUNT.

      *    WORST REJECT PERCENT FIRST. TIES IN DEPARTMENT ORDER.
       SORT-SCORE-COMPARE.
           IF SCR-SORT-RATE (WS-SCR-SUB)
               < SCR-SORT-RATE (WS-SCR-SUB + 1)
               OR (SCR-SORT-RATE (WS-SCR-SUB)
                   = SCR-SORT-RATE (WS-SCR-SUB + 1)
                   AND SCR-DEPT-CODE (WS-SCR-SUB)
                     > SCR-DEPT-CODE (WS-SCR-SUB + 1))
               MOVE SCORE-ENTRY (WS-SCR-SUB)     TO SCORE-HOLD
               MOVE SCORE-ENTRY (WS-SCR-SUB + 1)
                   TO SCORE-ENTRY (WS-SCR-SUB)
               MOVE SCORE-HOLD
                   TO SCORE-ENTRY (WS-SCR-SUB + 1)
               MOVE 'Y' TO WS-SWAP-SW
           END-IF.
           ADD 1 TO WS-SCR-SUB.

       WRITE-SCORECARD-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEPARTMENT RANKING BY REJECT PERCENT - PERIOD '
               PER-KEY (1)
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'RANK'     TO RPT-TEXT (1:4).
           MOVE 'DEPT'     TO RPT-TEXT (7:4).
           MOVE 'NAME'     TO RPT-TEXT (13:4).
           MOVE 'ACCEPTED' TO RPT-TEXT (35:8).
           MOVE 'REJECTS'  TO RPT-TEXT (44:7).
           MOVE 'REJ-PCT'  TO RPT-TEXT (53:7).
           MOVE 'PRIOR-3'  TO RPT-TEXT (63:7).
           MOVE 'FIX-DAYS' TO RPT-TEXT (71:8).
           MOVE 'PRIOR-3'  TO RPT-TEXT (80:7).
           MOVE '1ST-PASS' TO RPT-TEXT (88:8).
           MOVE 'PRIOR-3'  TO RPT-TEXT (96:7).
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-RANK-NUMBER.
           MOVE ZERO TO WS-SCR-SUB.
           PERFORM WRITE-ONE-SCORE-LINE
               UNTIL WS-SCR-SUB NOT < WS-SCR-COUNT.

           IF WS-SCR-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING 'NO REJECT EVENTS OR ACCEPTED CARDS FOR THE FOUR '
                   'MONTHS'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM WRITE-SHOP-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '* = WORSE THAN THE PRIOR THREE MONTHS POOLED ('
               PER-KEY (4) ' TO ' PER-KEY (2) ')'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REJECTS = CARDS REJECTED PLUS CARDS EXCLUDED BY '
               'FAILED BATCHES. REJ-PCT IS OF THE CARDS ACCEPTED.'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FIX-DAYS = AVERAGE BUSINESS DAYS FROM FIRST REJECT '
               'TO RECYCLE. 1ST-PASS = PCT OF CARDS SUBMITTED '
               'ACCEPTED WITHOUT CORRECTION.'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'DEPT 0000 = DEPARTMENT NOT READABLE FROM CARD'
               TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-ONE-SCORE-LINE.
           ADD 1 TO WS-SCR-SUB.
           MOVE SPACES TO REPORT-LINE.
           IF SCR-SORT-RATE (WS-SCR-SUB) NOT < ZERO
               ADD 1 TO WS-RANK-NUMBER
               ADD 1 TO WS-DEPTS-RANKED
               MOVE WS-RANK-NUMBER TO WS-RANK-EDIT
               MOVE WS-RANK-EDIT   TO RPT-TEXT (1:4)
           END-IF.
           MOVE SCR-DEPT-CODE (WS-SCR-SUB) TO WS-THIS-DEPT.
           MOVE WS-THIS-DEPT TO RPT-TEXT (7:4).
           PERFORM LOOKUP-DEPT-NAME.
           MOVE DM-DEPT-NAME (1:20) TO RPT-TEXT (13:20).

           MOVE 1 TO WS-MONTH-SUB.
           PERFORM LOAD-ONE-MONTH-FIGURES.
           PERFORM FIGURE-QUALITY-MEASURES.
           PERFORM SAVE-CURRENT-MEASURES.
           PERFORM LOAD-PRIOR-FIGURES.
           PERFORM FIGURE-QUALITY-MEASURES.
           PERFORM FORMAT-MEASURE-COLUMNS.
           IF WS-WORSE-SW = 'Y'
               ADD 1 TO WS-DEPTS-WORSE
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-SHOP-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'TOTAL' TO RPT-TEXT (7:5).
           MOVE 'ALL DEPARTMENTS' TO RPT-TEXT (13:15).

           MOVE TOT-ACCEPTED (1) TO WS-FIG-ACCEPTED.
           COMPUTE WS-FIG-REJECTS =
               TOT-REJECTED (1) + TOT-BATCH-CARDS (1).
           MOVE TOT-RECYCLED (1) TO WS-FIG-RECYCLED.
           MOVE TOT-FIX-DAYS (1) TO WS-FIG-FIX-DAYS.
           PERFORM FIGURE-QUALITY-MEASURES.
           PERFORM SAVE-CURRENT-MEASURES.

           COMPUTE WS-FIG-ACCEPTED =
               TOT-ACCEPTED (2) + TOT-ACCEPTED (3) + TOT-ACCEPTED (4).
           COMPUTE WS-FIG-REJECTS =
               TOT-REJECTED (2) + TOT-REJECTED (3) + TOT-REJECTED (4)
               + TOT-BATCH-CARDS (2) + TOT-BATCH-CARDS (3)
               + TOT-BATCH-CARDS (4).
           COMPUTE WS-FIG-RECYCLED =
               TOT-RECYCLED (2) + TOT-RECYCLED (3) + TOT-RECYCLED (4).
           COMPUTE WS-FIG-FIX-DAYS =
               TOT-FIX-DAYS (2) + TOT-FIX-DAYS (3) + TOT-FIX-DAYS (4).
           PERFORM FIGURE-QUALITY-MEASURES.
           PERFORM FORMAT-MEASURE-COLUMNS.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       SAVE-CURRENT-MEASURES.
           MOVE WS-FIG-ACCEPTED TO WS-CUR-ACCEPTED.
           MOVE WS-FIG-REJECTS  TO WS-CUR-REJECTS.
           MOVE WS-FIG-RATE     TO WS-CUR-RATE.
           MOVE WS-FIG-RATE-SW  TO WS-CUR-RATE-SW.
           MOVE WS-FIG-DAYS     TO WS-CUR-DAYS.
           MOVE WS-FIG-DAYS-SW  TO WS-CUR-DAYS-SW.
           MOVE WS-FIG-FPY      TO WS-CUR-FPY.
           MOVE WS-FIG-FPY-SW   TO WS-CUR-FPY-SW.

      *    THE PERIOD'S MEASURES ARE IN WS-CUR- AND THE PRIOR THREE
      *    MONTHS' IN WS-FIG-. A PERIOD MEASURE WORSE THAN ITS PRIOR
      *    ONE IS STARRED.
       FORMAT-MEASURE-COLUMNS.
           MOVE 'N' TO WS-WORSE-SW.
           MOVE WS-CUR-ACCEPTED TO WS-COUNT9-EDIT.
           MOVE WS-COUNT9-EDIT  TO RPT-TEXT (34:9).
           MOVE WS-CUR-REJECTS  TO WS-COUNT7-EDIT.
           MOVE WS-COUNT7-EDIT  TO RPT-TEXT (44:7).

           IF WS-CUR-RATE-SW = 'Y'
               MOVE WS-CUR-RATE  TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RPT-TEXT (52:8)
               IF WS-FIG-RATE-SW = 'Y'
                   AND WS-CUR-RATE > WS-FIG-RATE
                   MOVE '*' TO RPT-TEXT (60:1)
                   MOVE 'Y' TO WS-WORSE-SW
               END-IF
           END-IF.
           IF WS-CUR-RATE-SW = 'A'
               MOVE ' ALL REJ' TO RPT-TEXT (52:8)
           END-IF.
           IF WS-CUR-RATE-SW = 'N'
               MOVE 'NO CARDS' TO RPT-TEXT (52:8)
           END-IF.
           IF WS-FIG-RATE-SW = 'Y'
               MOVE WS-FIG-RATE  TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RPT-TEXT (62:8)
           END-IF.
           IF WS-FIG-RATE-SW = 'A'
               MOVE ' ALL REJ' TO RPT-TEXT (62:8)
           END-IF.

           IF WS-CUR-DAYS-SW = 'Y'
               MOVE WS-CUR-DAYS  TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO RPT-TEXT (73:6)
               IF WS-FIG-DAYS-SW = 'Y'
                   AND WS-CUR-DAYS > WS-FIG-DAYS
                   MOVE '*' TO RPT-TEXT (79:1)
                   MOVE 'Y' TO WS-WORSE-SW
               END-IF
           END-IF.
           IF WS-FIG-DAYS-SW = 'Y'
               MOVE WS-FIG-DAYS  TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO RPT-TEXT (81:6)
           END-IF.

           IF WS-CUR-FPY-SW = 'Y'
               MOVE WS-CUR-FPY  TO WS-FPY-EDIT
               MOVE WS-FPY-EDIT TO RPT-TEXT (90:6)
               IF WS-FIG-FPY-SW = 'Y'
                   AND WS-CUR-FPY < WS-FIG-FPY
                   MOVE '*' TO RPT-TEXT (96:1)
                   MOVE 'Y' TO WS-WORSE-SW
               END-IF
           END-IF.
           IF WS-FIG-FPY-SW = 'Y'
               MOVE WS-FIG-FPY  TO WS-FPY-EDIT
               MOVE WS-FPY-EDIT TO RPT-TEXT (97:6)
           END-IF.

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DM-DEPT-NAME.
           IF WS-DEPT-AVAIL-SW = 'Y'
               MOVE WS-THIS-DEPT TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE '(NOT ON DEPARTMENT MASTER)'
                           TO DM-DEPT-NAME
               END-READ
           END-IF.

      *    A CODE SEEN IN EVERY ONE OF THE FOUR MONTHS IS MARKED
      *    RECURRING.
       WRITE-REASON-SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'REJECT AND BATCH-FAILURE EVENTS BY REASON CODE'
               TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'CODE'        TO RPT-TEXT (1:4).
           MOVE 'DESCRIPTION' TO RPT-TEXT (7:11).
           MOVE PER-KEY (1)   TO RPT-TEXT (42:4).
           MOVE PER-KEY (2)   TO RPT-TEXT (51:4).
           MOVE PER-KEY (3)   TO RPT-TEXT (60:4).
           MOVE PER-KEY (4)   TO RPT-TEXT (69:4).
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-RSN-SUB.
           PERFORM WRITE-ONE-REASON-LINE
               UNTIL WS-RSN-SUB NOT < WS-RSN-COUNT.

           IF WS-RSN-OVERFLOW-SW = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '*** MORE THAN 50 REASON CODES - SOME NOT '
                   'COUNTED ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-ONE-REASON-LINE.
           ADD 1 TO WS-RSN-SUB.
           MOVE ZERO TO WS-RSN-MONTHS-SEEN.
           MOVE SPACES TO REPORT-LINE.
           MOVE RSN-CODE (WS-RSN-SUB) TO RPT-TEXT (1:4).
           MOVE RSN-TEXT (WS-RSN-SUB) TO RPT-TEXT (7:30).
           MOVE ZERO TO WS-PER-SUB.
           PERFORM FORMAT-ONE-REASON-MONTH
               UNTIL WS-PER-SUB NOT < 4.
           IF WS-RSN-MONTHS-SEEN = 4
               MOVE 'RECURRING' TO RPT-TEXT (76:9)
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       FORMAT-ONE-REASON-MONTH.
           ADD 1 TO WS-PER-SUB.
           IF RSN-EVENTS (WS-RSN-SUB, WS-PER-SUB) > ZERO
               ADD 1 TO WS-RSN-MONTHS-SEEN
           END-IF.
           MOVE RSN-EVENTS (WS-RSN-SUB, WS-PER-SUB) TO WS-COUNT7-EDIT.
           MOVE WS-COUNT7-EDIT
               TO RPT-TEXT (30 + (WS-PER-SUB * 9):7).

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REJECT HISTORY EVENTS FOR ' PER-KEY (1)
               ' - REJECTED: ' WS-EVT-REJECTED
               '  BATCHES FAILED: ' WS-EVT-BATCH-FAILED
               '  CORRECTED: ' WS-EVT-CORRECTED
               '  STILL INVALID: ' WS-EVT-STILL-INVALID
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.

           MOVE SPACES TO REPORT-LINE.
           STRING '                                 RECYCLED: '
               WS-EVT-RECYCLED
               '  ESCALATED: ' WS-EVT-ESCALATED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'REJECT HISTORY RECORDS READ: ' WS-RJH-READ
               '  FOR THE FOUR MONTHS: ' WS-RJH-USED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO REPORT-LINE.
           STRING 'HISTORY D RECORDS READ: ' WS-HST-READ
               '  FOR THE FOUR MONTHS: ' WS-HST-USED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DEPARTMENTS RANKED: ' WS-DEPTS-RANKED
               '  WORSE THAN PRIOR THREE MONTHS: ' WS-DEPTS-WORSE
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       END-OF-JOB.
           IF WS-DEPT-AVAIL-SW = 'Y'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.
