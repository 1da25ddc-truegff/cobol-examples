      *            DEPARTMENT WHOSE AVERAGE MOVED MORE THAN THE
      *            TOLERANCE ON ITS LAST RUN OR THAT HAS NOT
      *            SUBMITTED CARDS FOR MORE THAN THE IDLE LIMIT.
      *            THE IDLE LIMIT IS COUNTED IN BUSINESS DAYS FROM
      *            THE BUSINESS-DAY CALENDAR - A DEPARTMENT IS NOT
      *            IDLE OVER A WEEKEND OR A HOLIDAY.
      *            THE RANKING CARRIES EACH DEPARTMENT'S DIVISION
      *            FROM THE DEPARTMENT MASTER AND IS FOLLOWED BY A
      *            RANKING OF THE DIVISIONS THEMSELVES - THE LATEST
      *            RUN DATE'S DEPARTMENT FIGURES ROLLED UP BY
      *            DIVISION AND SET AGAINST THE SHOP-WIDE AVERAGE.
      *
      *            PARAMETER CARD (DTRDPRM) -
      *              COLS 1-3   TOLERANCE PERCENT 99V9
      *                         (DEFAULT 10.0 IF NO CARD)
      *              COLS 4-5   IDLE LIMIT IN BUSINESS DAYS 99
      *                         (DEFAULT 5)


           SELECT PARM-FILE    ASSIGN TO "DTRDPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT DIVISION-FILE ASSIGN TO "DIVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-DIVISION-CODE
               FILE STATUS IS WS-DIV-STATUS.

           SELECT CALENDAR-FILE   ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO "DTRDRPT".


           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD PARM-FILE
           05 PRM-IDLE-DAYS        PIC 99.
           05 FILLER               PIC X(75).

       FD DEPT-MASTER-FILE
       LABEL RECORD IS OMITTED.

       01 DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE         PIC 9(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-ACTIVE-FLAG       PIC X.
           05 DM-DIVISION-CODE     PIC X(3).
           05 FILLER               PIC X(2).

       FD DIVISION-FILE
       LABEL RECORD IS OMITTED.

       01 DIVISION-RECORD.
           05 DV-DIVISION-CODE     PIC X(3).
           05 DV-DIVISION-NAME     PIC X(30).
           05 FILLER               PIC X(7).

       FD CALENDAR-FILE
       LABEL RECORD IS OMITTED.

       01 CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(6).
           05 CAL-DAY-TYPE         PIC X.
           05 CAL-DESCRIPTION      PIC X(25).
           05 CAL-MAINT-DATE       PIC 9(6).
           05 FILLER               PIC X(2).
       FD REPORT-FILE
       LABEL RECORD IS OMITTED.

         77 WS-IDLE-GAP              PIC S9(5) VALUE ZERO.
         77 WS-IDLE-GAP-EDIT         PIC ZZZZ9.

         77 WS-CAL-STATUS            PIC XX    VALUE SPACES.
         77 WS-CAL-EOF-SW            PIC X     VALUE 'N'.
         77 WS-CAL-AVAILABLE-SW      PIC X     VALUE 'N'.
         77 WS-CAL-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-CAL-COUNT             PIC 9(4)  VALUE ZERO.
         77 WS-CAL-SUB               PIC 9(4)  VALUE ZERO.
         77 WS-CAL-TEST-INTEGER      PIC 9(7)  VALUE ZERO.
         77 WS-CAL-TEST-CCYYMMDD     PIC 9(8)  VALUE ZERO.
         77 WS-CAL-TEST-DATE         PIC 9(6)  VALUE ZERO.
         77 WS-CAL-FROM-INTEGER      PIC 9(7)  VALUE ZERO.
         77 WS-CAL-TO-INTEGER        PIC 9(7)  VALUE ZERO.
         77 WS-CAL-WEEKS             PIC 9(7)  VALUE ZERO.
         77 WS-CAL-WEEKDAY           PIC 9     VALUE ZERO.
         77 WS-CAL-DAY-TYPE          PIC X     VALUE SPACE.
         77 WS-BUSINESS-DAY-SW       PIC X     VALUE 'N'.
         77 WS-BUSINESS-DAYS         PIC 9(5)  VALUE ZERO.

         77 WS-AVERAGE-EDIT          PIC -ZZ9.9999.
         77 WS-COUNTER-EDIT          PIC ZZZZZZ9.
         77 WS-MOVE-PCT-EDIT         PIC +ZZ9.99.
         77 WS-DIFF-PCT-EDIT         PIC +ZZ9.99.

         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-DIV-STATUS            PIC XX    VALUE SPACES.
         77 WS-DEPT-AVAIL-SW         PIC X     VALUE 'N'.
         77 WS-DIV-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-DEPT-DIVISION-FOUND   PIC X(3)  VALUE SPACES.
         77 WS-DIV-NAME-FOUND        PIC X(30) VALUE SPACES.
         77 WS-DVR-COUNT             PIC 999   VALUE ZERO.
         77 WS-DVR-SUB               PIC 999   VALUE ZERO.
         77 WS-DVR-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DVR-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-DVR-CARDS-EDIT        PIC ZZZZZZZZ9.

       01 DEPT-RUN-TABLE.
           05 DRUN-ENTRY OCCURS 2000 TIMES.
               10 DRN-RUN-DATE         PIC 9(6).
               10 DRN-DEPT-CODE        PIC 9(4).
               10 DRN-COUNTER          PIC 9(7).
               10 DRN-ACCUMULATOR      PIC S9(11)V99.
               10 DRN-AVERAGE          PIC S999V9999.

       01 SHOP-RUN-TABLE.
               10 RNK-DEPT-CODE        PIC 9(4).
               10 RNK-AVERAGE          PIC S999V9999.
               10 RNK-DIFF-PCT         PIC S999V99.
               10 RNK-DIVISION-CODE    PIC X(3).

       01 RANK-HOLD.
           05 RHL-DEPT-CODE        PIC 9(4).
           05 RHL-AVERAGE          PIC S999V9999.
           05 RHL-DIFF-PCT         PIC S999V99.
           05 RHL-DIVISION-CODE    PIC X(3).

      *    THE LATEST RUN DATE'S DEPARTMENT FIGURES ROLLED UP BY
      *    DIVISION. A BLANK CODE GATHERS DEPARTMENTS WITH NONE.
       01 DIVISION-RANK-TABLE.
           05 DVR-ENTRY OCCURS 100 TIMES.
               10 DVR-DIVISION-CODE    PIC X(3).
               10 DVR-DEPT-COUNT       PIC 999.
               10 DVR-COUNTER          PIC 9(9).
               10 DVR-ACCUMULATOR      PIC S9(13)V99.
               10 DVR-AVERAGE          PIC S999V9999.
               10 DVR-DIFF-PCT         PIC S999V99.

       01 DIVISION-RANK-HOLD.
           05 DVH-DIVISION-CODE    PIC X(3).
           05 DVH-DEPT-COUNT       PIC 999.
           05 DVH-COUNTER          PIC 9(9).
           05 DVH-ACCUMULATOR      PIC S9(13)V99.
           05 DVH-AVERAGE          PIC S999V9999.
           05 DVH-DIFF-PCT         PIC S999V99.

      *    THE BUSINESS-DAY CALENDAR EXCEPTIONS IN DATE SEQUENCE.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
               10 CTB-DATE             PIC 9(6).
               10 CTB-DAY-TYPE         PIC X.


 04000 PROCEDURE DIVISION.

               PERFORM READ-PARM-CARD.
               PERFORM LOAD-HISTORY-TABLES.
               PERFORM LOAD-CALENDAR.

               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT.
               STRING 'DEPARTMENT TREND REPORT - TOLERANCE '
                   WS-TOLERANCE-EDIT ' PCT - IDLE LIMIT '
                   WS-IDLE-DAYS ' BUSINESS DAYS'
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

               IF WS-CAL-AVAILABLE-SW NOT = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** WARNING - CALENDAR FILE NOT AVAILABLE '
                       '- STATUS ' WS-CAL-STATUS
                       ' - IDLE DAYS COUNTED ON WEEKDAYS ONLY ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.
               IF WS-CAL-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   MOVE '*** WARNING - MORE THAN 1000 CALENDAR DAYS -'
                       TO RPT-TEXT (1:44)
                   MOVE 'LATER DAYS NOT LOADED ***' TO RPT-TEXT (46:25)
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.

               IF WS-DRUN-SKIP > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** HISTORY TRUNCATED - OLDEST '
               PERFORM FIND-LATEST-RUN.

               PERFORM WRITE-TREND-SECTION.
               PERFORM OPEN-DIVISION-FILES.
               PERFORM WRITE-RANKING-SECTION.
               PERFORM WRITE-DIVISION-RANKING.
               PERFORM WRITE-EXCEPTION-SECTION.
               GO TO END-OF-JOB.

                               TO DRN-DEPT-CODE (WS-DRUN-COUNT)
                           MOVE HST-COUNTER
                               TO DRN-COUNTER (WS-DRUN-COUNT)
                           MOVE HST-ACCUMULATOR
                               TO DRN-ACCUMULATOR (WS-DRUN-COUNT)
                           MOVE HST-AVERAGE
                               TO DRN-AVERAGE (WS-DRUN-COUNT)
                       END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'RANK  DEPT  AVERAGE   VS-SHOP-PCT  DIV' TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-RANK-COUNT.
                   MOVE DRN-AVERAGE (WS-SUB)
                       TO RNK-AVERAGE (WS-RANK-COUNT)
                   MOVE ZEROS TO RNK-DIFF-PCT (WS-RANK-COUNT)
                   PERFORM LOOKUP-DEPT-DIVISION
                   MOVE WS-DEPT-DIVISION-FOUND
                       TO RNK-DIVISION-CODE (WS-RANK-COUNT)
                   IF WS-SHOP-AVAIL-SW = 'Y'
                       AND WS-SHOP-LATEST-AVG NOT = ZERO
                       COMPUTE RNK-DIFF-PCT (WS-RANK-COUNT) ROUNDED =
               IF WS-SHOP-AVAIL-SW = 'Y'
                   MOVE WS-DIFF-PCT-EDIT      TO RPT-TEXT (24:7)
               END-IF
               MOVE RNK-DIVISION-CODE (WS-RANK-SUB)
                                              TO RPT-TEXT (36:3)
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

               END-PERFORM
           END-PERFORM.

      *    THE MASTERS ONLY SUPPLY THE DIVISIONS - WITHOUT THE
      *    DEPARTMENT MASTER EVERY DEPARTMENT RANKS UNDER NO
      *    DIVISION. AND WITHOUT THE DIVISION TABLE NO NAMES PRINT.
       OPEN-DIVISION-FILES.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-AVAIL-SW
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '*** DEPARTMENT MASTER NOT AVAILABLE - STATUS '
                   WS-DEPT-STATUS ' - DIVISIONS NOT ASSIGNED ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT DIVISION-FILE.
           IF WS-DIV-STATUS = '00'
               MOVE 'Y' TO WS-DIV-AVAIL-SW
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '*** DIVISION TABLE NOT AVAILABLE - STATUS '
                   WS-DIV-STATUS ' - DIVISION NAMES NOT PRINTED ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       LOOKUP-DEPT-DIVISION.
           MOVE SPACES TO WS-DEPT-DIVISION-FOUND.
           IF WS-DEPT-AVAIL-SW = 'Y'
               MOVE DRN-DEPT-CODE (WS-SUB) TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DEPT-DIVISION-FOUND
                   NOT INVALID KEY
                       MOVE DM-DIVISION-CODE TO WS-DEPT-DIVISION-FOUND
               END-READ
           END-IF.

      *    EVERY DEPARTMENT ON THE RANKING IS ADDED INTO ITS
      *    DIVISION. THE DIVISION AVERAGE IS THE DIVISION TOTAL OVER
      *    ITS CARDS. NOT AN AVERAGE OF THE DEPARTMENT AVERAGES.
       WRITE-DIVISION-RANKING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DIVISION RANKING FOR RUN DATE ' WS-LATEST-DATE
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.

           MOVE ZERO TO WS-DVR-COUNT.
           MOVE ZERO TO WS-SUB.
           PERFORM ADD-RUN-TO-DIVISION
               UNTIL WS-SUB NOT < WS-DRUN-COUNT.

           IF WS-DVR-OVERFLOW-SW = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '*** MORE THAN 100 DIVISIONS - RANKING '
                   'INCOMPLETE ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE ZERO TO WS-DVR-SUB.
           PERFORM FIGURE-DIVISION-AVERAGE
               UNTIL WS-DVR-SUB NOT < WS-DVR-COUNT.
           PERFORM SORT-DIVISION-RANK.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'RANK'        TO RPT-TEXT (1:4).
           MOVE 'DIV'         TO RPT-TEXT (7:3).
           MOVE 'NAME'        TO RPT-TEXT (12:4).
           MOVE 'DEPTS'       TO RPT-TEXT (43:5).
           MOVE 'CARDS'       TO RPT-TEXT (54:5).
           MOVE 'AVERAGE'     TO RPT-TEXT (62:7).
           MOVE 'VS-SHOP-PCT' TO RPT-TEXT (70:11).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-DVR-SUB.
           PERFORM WRITE-DIVISION-RANK-LINE
               UNTIL WS-DVR-SUB NOT < WS-DVR-COUNT.

           IF WS-DVR-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO DEPARTMENT RECORDS FOR THE RUN DATE'
                   TO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       ADD-RUN-TO-DIVISION.
           ADD 1 TO WS-SUB.
           IF DRN-RUN-DATE (WS-SUB) = WS-LATEST-DATE
               PERFORM LOOKUP-DEPT-DIVISION
               MOVE 'N'  TO WS-DVR-FOUND-SW
               MOVE ZERO TO WS-DVR-SUB
               PERFORM FIND-DIVISION-RANK-ENTRY
                   UNTIL WS-DVR-FOUND-SW = 'Y'
                      OR WS-DVR-SUB NOT < WS-DVR-COUNT
               IF WS-DVR-FOUND-SW NOT = 'Y'
                   IF WS-DVR-COUNT < 100
                       ADD 1 TO WS-DVR-COUNT
                       MOVE WS-DVR-COUNT TO WS-DVR-SUB
                       MOVE WS-DEPT-DIVISION-FOUND
                           TO DVR-DIVISION-CODE (WS-DVR-SUB)
                       MOVE ZEROS TO DVR-DEPT-COUNT (WS-DVR-SUB)
                       MOVE ZEROS TO DVR-COUNTER (WS-DVR-SUB)
                       MOVE ZEROS TO DVR-ACCUMULATOR (WS-DVR-SUB)
                       MOVE ZEROS TO DVR-AVERAGE (WS-DVR-SUB)
                       MOVE ZEROS TO DVR-DIFF-PCT (WS-DVR-SUB)
                       MOVE 'Y' TO WS-DVR-FOUND-SW
                   ELSE
                       MOVE 'Y' TO WS-DVR-OVERFLOW-SW
                   END-IF
               END-IF
               IF WS-DVR-FOUND-SW = 'Y'
                   ADD 1 TO DVR-DEPT-COUNT (WS-DVR-SUB)
                   ADD DRN-COUNTER (WS-SUB)
                       TO DVR-COUNTER (WS-DVR-SUB)
                   ADD DRN-ACCUMULATOR (WS-SUB)
                       TO DVR-ACCUMULATOR (WS-DVR-SUB)
               END-IF
           END-IF.

       FIND-DIVISION-RANK-ENTRY.
           ADD 1 TO WS-DVR-SUB.
           IF DVR-DIVISION-CODE (WS-DVR-SUB) = WS-DEPT-DIVISION-FOUND
               MOVE 'Y' TO WS-DVR-FOUND-SW
           END-IF.

       FIGURE-DIVISION-AVERAGE.
           ADD 1 TO WS-DVR-SUB.
           IF DVR-COUNTER (WS-DVR-SUB) NOT = ZERO
               DIVIDE DVR-ACCUMULATOR (WS-DVR-SUB)
                   BY DVR-COUNTER (WS-DVR-SUB)
                   GIVING DVR-AVERAGE (WS-DVR-SUB) ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO DVR-AVERAGE (WS-DVR-SUB)
               END-DIVIDE
           END-IF.
           IF WS-SHOP-AVAIL-SW = 'Y'
               AND WS-SHOP-LATEST-AVG NOT = ZERO
               COMPUTE DVR-DIFF-PCT (WS-DVR-SUB) ROUNDED =
                   ((DVR-AVERAGE (WS-DVR-SUB)
                     - WS-SHOP-LATEST-AVG) * 100)
                   / WS-SHOP-LATEST-AVG
                   ON SIZE ERROR
                       MOVE ZEROS TO DVR-DIFF-PCT (WS-DVR-SUB)
               END-COMPUTE
           END-IF.

       SORT-DIVISION-RANK.
           MOVE 'Y' TO WS-SWAP-SW.
           PERFORM SORT-DIVISION-RANK-PASS
               UNTIL WS-SWAP-SW NOT = 'Y'.

       SORT-DIVISION-RANK-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           MOVE 1 TO WS-DVR-SUB.
           PERFORM SORT-DIVISION-RANK-COMPARE
               UNTIL WS-DVR-SUB NOT < WS-DVR-COUNT.

       SORT-DIVISION-RANK-COMPARE.
           IF DVR-AVERAGE (WS-DVR-SUB)
               < DVR-AVERAGE (WS-DVR-SUB + 1)
               MOVE DVR-ENTRY (WS-DVR-SUB) TO DIVISION-RANK-HOLD
               MOVE DVR-ENTRY (WS-DVR-SUB + 1)
                   TO DVR-ENTRY (WS-DVR-SUB)
               MOVE DIVISION-RANK-HOLD
                   TO DVR-ENTRY (WS-DVR-SUB + 1)
               MOVE 'Y' TO WS-SWAP-SW
           END-IF.
           ADD 1 TO WS-DVR-SUB.

       WRITE-DIVISION-RANK-LINE.
           ADD 1 TO WS-DVR-SUB.
           MOVE SPACES TO WS-DIV-NAME-FOUND.
           IF DVR-DIVISION-CODE (WS-DVR-SUB) = SPACES
               MOVE '*NO DIVISION ASSIGNED*' TO WS-DIV-NAME-FOUND
           ELSE
               IF WS-DIV-AVAIL-SW = 'Y'
                   MOVE DVR-DIVISION-CODE (WS-DVR-SUB)
                       TO DV-DIVISION-CODE
                   READ DIVISION-FILE
                       INVALID KEY
                           MOVE '*UNKNOWN DIVISION*'
                               TO WS-DIV-NAME-FOUND
                       NOT INVALID KEY
                           MOVE DV-DIVISION-NAME TO WS-DIV-NAME-FOUND
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DVR-SUB TO WS-COUNTER-EDIT.
           MOVE WS-COUNTER-EDIT (4:4)      TO RPT-TEXT (1:4).
           MOVE DVR-DIVISION-CODE (WS-DVR-SUB) TO RPT-TEXT (7:3).
           MOVE WS-DIV-NAME-FOUND          TO RPT-TEXT (12:30).
           MOVE DVR-DEPT-COUNT (WS-DVR-SUB) TO RPT-TEXT (45:3).
           MOVE DVR-COUNTER (WS-DVR-SUB)   TO WS-DVR-CARDS-EDIT.
           MOVE WS-DVR-CARDS-EDIT          TO RPT-TEXT (50:9).
           MOVE DVR-AVERAGE (WS-DVR-SUB)   TO WS-AVERAGE-EDIT.
           MOVE WS-AVERAGE-EDIT            TO RPT-TEXT (60:9).
           IF WS-SHOP-AVAIL-SW = 'Y'
               MOVE DVR-DIFF-PCT (WS-DVR-SUB) TO WS-DIFF-PCT-EDIT
               MOVE WS-DIFF-PCT-EDIT       TO RPT-TEXT (72:7)
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'DEPARTMENT EXCEPTION PAGE' TO RPT-TEXT.
               ON SIZE ERROR
                   MOVE WS-LATEST-INTEGER TO WS-LAST-INTEGER
           END-COMPUTE.
           MOVE ZERO TO WS-IDLE-GAP.
           IF WS-LAST-INTEGER < WS-LATEST-INTEGER
               MOVE WS-LAST-INTEGER   TO WS-CAL-FROM-INTEGER
               MOVE WS-LATEST-INTEGER TO WS-CAL-TO-INTEGER
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUSINESS-DAYS TO WS-IDLE-GAP
           END-IF.
           IF WS-IDLE-GAP > WS-IDLE-DAYS
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-IDLE-GAP TO WS-IDLE-GAP-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'DEPT ' DLS-DEPT-CODE (WS-DEPT-SUB)
                   ' NO CARDS FOR ' WS-IDLE-GAP-EDIT
                   ' BUSINESS DAYS - LAST RUN '
                   DLS-LAST-DATE (WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    THE BUSINESS-DAY CALENDAR HOLDS ONLY THE EXCEPTIONS TO
      *    MONDAY-TO-FRIDAY - H FOR A WEEKDAY HOLIDAY AND W FOR A
      *    WORKED WEEKEND DAY. WITHOUT THE FILE EVERY WEEKDAY IS A
      *    BUSINESS DAY.
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-AVAILABLE-SW
               PERFORM READ-CALENDAR-ENTRY
                   UNTIL WS-CAL-EOF-SW = 'Y'
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR-ENTRY.
           READ CALENDAR-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.
           IF WS-CAL-EOF-SW NOT = 'Y'
               IF WS-CAL-COUNT < 1000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE     TO CTB-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO CTB-DAY-TYPE (WS-CAL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-CAL-OVERFLOW-SW
               END-IF
           END-IF.

      *    SETS WS-BUSINESS-DAY-SW FOR DAY WS-CAL-TEST-INTEGER. DAY
      *    1 (1 JANUARY 1601) WAS A MONDAY - REMAINDER 6 OVER 7 IS
      *    A SATURDAY AND REMAINDER 0 A SUNDAY.
       TEST-BUSINESS-DAY.
           DIVIDE WS-CAL-TEST-INTEGER BY 7
               GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-WEEKDAY.
           IF WS-CAL-WEEKDAY = 0
               OR WS-CAL-WEEKDAY = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF WS-CAL-COUNT > ZERO
               COMPUTE WS-CAL-TEST-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INTEGER)
               COMPUTE WS-CAL-TEST-DATE =
                   WS-CAL-TEST-CCYYMMDD - 20000000
               PERFORM FIND-CALENDAR-ENTRY
           END-IF.

       FIND-CALENDAR-ENTRY.
           MOVE SPACE TO WS-CAL-DAY-TYPE.
           MOVE ZERO  TO WS-CAL-SUB.
           PERFORM CHECK-ONE-CALENDAR-ENTRY
               UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT.
           IF WS-CAL-DAY-TYPE = 'H'
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF WS-CAL-DAY-TYPE = 'W'
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.

      *    THE TABLE IS IN DATE SEQUENCE - THE SEARCH STOPS AT THE
      *    FIRST ENTRY ON OR PAST THE DAY BEING TESTED.
       CHECK-ONE-CALENDAR-ENTRY.
           ADD 1 TO WS-CAL-SUB.
           IF CTB-DATE (WS-CAL-SUB) NOT < WS-CAL-TEST-DATE
               IF CTB-DATE (WS-CAL-SUB) = WS-CAL-TEST-DATE
                   MOVE CTB-DAY-TYPE (WS-CAL-SUB) TO WS-CAL-DAY-TYPE
               END-IF
               MOVE WS-CAL-COUNT TO WS-CAL-SUB
           END-IF.

      *    COUNTS INTO WS-BUSINESS-DAYS THE BUSINESS DAYS AFTER DAY
      *    WS-CAL-FROM-INTEGER UP TO AND INCLUDING DAY
      *    WS-CAL-TO-INTEGER.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           MOVE WS-CAL-FROM-INTEGER TO WS-CAL-TEST-INTEGER.
           PERFORM COUNT-ONE-CALENDAR-DAY
               UNTIL WS-CAL-TEST-INTEGER NOT < WS-CAL-TO-INTEGER.

       COUNT-ONE-CALENDAR-DAY.
           ADD 1 TO WS-CAL-TEST-INTEGER.
           PERFORM TEST-BUSINESS-DAY.
           IF WS-BUSINESS-DAY-SW = 'Y'
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.

       END-OF-JOB.
           IF WS-DEPT-AVAIL-SW = 'Y'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-DIV-AVAIL-SW = 'Y'
               CLOSE DIVISION-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.
