      *            MONTH-OVER-MONTH MOVEMENT OF THE RUN AVERAGE.
      *            A RUN WHOSE AVERAGE MOVES MORE THAN THE
      *            TOLERANCE PERCENTAGE FROM THE PRIOR RUN IS
      *            FLAGGED FOR REVIEW. EACH RUN ALSO SHOWS THE
      *            NUMBER OF BUSINESS DAYS SINCE THE PRIOR RUN FROM
      *            THE BUSINESS-DAY CALENDAR - NORMALLY ONE. A RUN
      *            THAT FOLLOWS A BUSINESS DAY WITH NO RUN. OR THAT
      *            WAS MADE ON A DAY THAT IS NOT A BUSINESS DAY. IS
      *            NOTED ON ITS LINE SO THE DAY-OVER-DAY MOVEMENT IS
      *            READ IN THAT LIGHT.
      *
      *            PARAMETER CARD (TRENDPRM) -
      *              COLS 1-3   TOLERANCE PERCENT 99V9
           SELECT PARM-FILE    ASSIGN TO "TRENDPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE   ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO "TRENDRPT".


           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD PARM-FILE
           05 PRM-TOLERANCE        PIC 99V9.
           05 FILLER               PIC X(77).

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

         77 WS-SKIPPED-RUNS          PIC 9(5)  VALUE ZERO.
         77 WS-DOD-AVAIL-SW           PIC X     VALUE 'N'.
         77 WS-MOM-AVAIL-SW           PIC X     VALUE 'N'.
         77 WS-GAP-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-RUN-BUSINESS-SW       PIC X     VALUE 'Y'.
         77 WS-RUN-INTEGER           PIC 9(7)  VALUE ZERO.
         77 WS-PRIOR-INTEGER         PIC 9(7)  VALUE ZERO.
         77 WS-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.
         77 WS-BUS-DAYS-EDIT         PIC ZZ9.
         77 WS-GAP-COUNT             PIC 999   VALUE ZERO.
         77 WS-OFF-DAY-COUNT         PIC 999   VALUE ZERO.

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

       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 400 TIMES.
               10 RTB-COUNTER          PIC 9(7).
               10 RTB-AVERAGE          PIC S999V9999.

      *    THE BUSINESS-DAY CALENDAR EXCEPTIONS IN DATE SEQUENCE.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
               10 CTB-DATE             PIC 9(6).
               10 CTB-DAY-TYPE         PIC X.


 04000 PROCEDURE DIVISION.
           BEGIN.

               PERFORM READ-PARM-CARD.
               PERFORM LOAD-RUN-TABLE.
               PERFORM LOAD-CALENDAR.

               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT.
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

               IF WS-CAL-AVAILABLE-SW NOT = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** WARNING - CALENDAR FILE NOT AVAILABLE '
                       '- STATUS ' WS-CAL-STATUS
                       ' - BUSINESS DAYS ARE WEEKDAYS ONLY ***'
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

               MOVE SPACES TO REPORT-LINE.
               MOVE 'RUN DATE   CARDS  AVERAGE   DAY-PCT  MON-PCT'
                   TO RPT-TEXT.
               MOVE 'BUS-DAYS' TO RPT-TEXT (57:8).
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

               IF WS-SKIP-RUNS > ZERO
                   '  RUNS FLAGGED: ' WS-FLAG-COUNT
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
               MOVE SPACES TO REPORT-LINE.
               STRING 'RUNS AFTER A MISSED BUSINESS DAY: ' WS-GAP-COUNT
                   '  RUNS ON A NON-BUSINESS DAY: ' WS-OFF-DAY-COUNT
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
               GO TO END-OF-JOB.

       WRITE-TREND-LINE.

           PERFORM FIND-DAY-MOVEMENT.
           PERFORM FIND-MONTH-MOVEMENT.
           PERFORM FIND-BUSINESS-DAY-GAP.

           MOVE RTB-COUNTER (WS-SUB) TO WS-COUNTER-EDIT.
           MOVE RTB-AVERAGE (WS-SUB) TO WS-AVERAGE-EDIT.
               ADD 1 TO WS-FLAG-COUNT
               MOVE '*CHECK*' TO RPT-TEXT (48:7)
           END-IF.
           IF WS-GAP-AVAIL-SW = 'Y'
               MOVE WS-BUSINESS-DAYS TO WS-BUS-DAYS-EDIT
               MOVE WS-BUS-DAYS-EDIT  TO RPT-TEXT (62:3)
               IF WS-BUSINESS-DAYS > 1
                   ADD 1 TO WS-GAP-COUNT
                   MOVE 'MISSED BUSINESS DAY' TO RPT-TEXT (67:19)
               END-IF
           END-IF.
           IF WS-RUN-BUSINESS-SW NOT = 'Y'
               ADD 1 TO WS-OFF-DAY-COUNT
               MOVE 'NOT A BUSINESS DAY'  TO RPT-TEXT (88:18)
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

      *    THE BUSINESS DAYS FROM THE PRIOR RUN TO THIS ONE - ONE ON
      *    AN ORDINARY DAY. ZERO FOR A SECOND RUN THE SAME DAY. MORE
      *    WHEN A BUSINESS DAY WENT BY WITHOUT A RUN.
       FIND-BUSINESS-DAY-GAP.
           MOVE 'N' TO WS-GAP-AVAIL-SW.
           MOVE 'Y' TO WS-RUN-BUSINESS-SW.
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + RTB-RUN-DATE (WS-SUB).
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               ON SIZE ERROR
                   MOVE ZERO TO WS-RUN-INTEGER
           END-COMPUTE.
           IF WS-RUN-INTEGER > ZERO
               MOVE WS-RUN-INTEGER TO WS-CAL-TEST-INTEGER
               PERFORM TEST-BUSINESS-DAY
               MOVE WS-BUSINESS-DAY-SW TO WS-RUN-BUSINESS-SW
               IF WS-SUB > 1
                   AND WS-PRIOR-INTEGER > ZERO
                   AND WS-PRIOR-INTEGER NOT > WS-RUN-INTEGER
                   MOVE WS-PRIOR-INTEGER TO WS-CAL-FROM-INTEGER
                   MOVE WS-RUN-INTEGER   TO WS-CAL-TO-INTEGER
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE 'Y' TO WS-GAP-AVAIL-SW
               END-IF
           END-IF.
           MOVE WS-RUN-INTEGER TO WS-PRIOR-INTEGER.

       FIND-DAY-MOVEMENT.
           MOVE ZEROS TO WS-DOD-PCT.
           MOVE 'N' TO WS-DOD-AVAIL-SW.
           END-PERFORM.
           CLOSE HISTORY-FILE.

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
           CLOSE REPORT-FILE.
           STOP RUN.
