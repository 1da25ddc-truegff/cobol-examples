      *            INVALID AFTER CORRECTION. ARE CARRIED FORWARD TO
      *            THE PENDING REJECT FILE STAMPED WITH THE DATE
      *            THEY FIRST REJECTED AND THE NUMBER OF CORRECTION
      *            CYCLES THEY HAVE BEEN THROUGH. A REJECT IS AGED
      *            IN BUSINESS DAYS FROM THE BUSINESS-DAY CALENDAR -
      *            WEEKENDS AND HOLIDAYS DO NOT COUNT AGAINST THE
      *            CLERKS. A REJECT OLDER THAN THE ESCALATION LIMIT
      *            IS DROPPED FROM THE RECYCLE LOOP. WRITTEN TO THE
      *            ESCALATION FILE. AND LISTED FOR THE SUPERVISOR.
      *            THE AGING REPORT BREAKS THE PENDING FILE OUT BY
      *            AGE BUCKET AND DEPARTMENT SO THE RIGHT CLERKS GET
      *            CHASED.
      *
      *            EVERY CORRECTION. RECYCLE. STILL-INVALID RESULT
      *            AND ESCALATION IS ALSO ADDED TO THE PERMANENT
      *            REJECT HISTORY FILE (REJHIST) WITH THE CARD'S
      *            DEPARTMENT. REASON CODE. FIRST-REJECT DATE. CYCLE
      *            COUNT AND BUSINESS-DAY AGE. FOR THE MONTHLY
      *            DATA-QUALITY SCORECARD (DQSCORE).
      *
      *            CORRECTION CARD LAYOUT -
      *              COLS 1-5   REJECT SEQUENCE NUMBER
      *              COLS 11-14 REPLACEMENT DEPT (BLANK = KEEP)
      *
      *            PARAMETER CARD (REJPARM) -
      *              COLS 1-2   ESCALATION LIMIT IN BUSINESS
      *                         DAYS 99
      *                         (DEFAULT 5 IF NO CARD)


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE   ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RECYCLE-FILE    ASSIGN TO "RECYCLE"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REJECT-HISTORY-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LIST-FILE       ASSIGN TO "REJLIST".

           SELECT AGING-REPORT-FILE ASSIGN TO "REJAGE".
           05 DM-DEPT-CODE         PIC 9(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-ACTIVE-FLAG       PIC X.
           05 DM-DIVISION-CODE     PIC X(3).
           05 FILLER               PIC X(2).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.
           05 PRM-ESCALATE-DAYS    PIC 99.
           05 FILLER               PIC X(78).

       FD CALENDAR-FILE
       LABEL RECORD IS OMITTED.

       01 CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(6).
           05 CAL-DAY-TYPE         PIC X.
           05 CAL-DESCRIPTION      PIC X(25).
           05 CAL-MAINT-DATE       PIC 9(6).
           05 FILLER               PIC X(2).
       FD RECYCLE-FILE
       LABEL RECORD IS OMITTED.

           05 RJC-ESCALATED        PIC 9(5).
           05 FILLER               PIC X(9).

       FD REJECT-HISTORY-FILE
       LABEL RECORD IS OMITTED.

      *    ONE RECORD PER REJECT EVENT. KEPT PERMANENTLY FOR THE
      *    DATA-QUALITY SCORECARD. EVENT TYPE J = REJECTED AND B =
      *    BATCH FAILED (BOTH WRITTEN BY AVERAGE). C = CORRECTED.
      *    I = STILL INVALID AFTER CORRECTION. R = RECYCLED AND E =
      *    ESCALATED. THE AGE IS IN BUSINESS DAYS SINCE THE CARD
      *    FIRST REJECTED.
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

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

         77 WS-CORR-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PREV-STATUS           PIC XX    VALUE SPACES.
         77 WS-CONTROL-STATUS        PIC XX    VALUE SPACES.
         77 WS-HISTORY-STATUS        PIC XX    VALUE SPACES.
         77 WS-PARM-STATUS           PIC XX    VALUE SPACES.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-REJECT-SEQUENCE       PIC 9(5)  VALUE ZERO.
         77 WS-CARDS-PENDING         PIC 9(5)  VALUE ZERO.
         77 WS-CARDS-ESCALATED       PIC 9(5)  VALUE ZERO.
         77 WS-CORRS-UNMATCHED       PIC 999   VALUE ZERO.
         77 WS-HISTORY-EVENTS        PIC 9(5)  VALUE ZERO.
         77 WS-EVENT-TYPE            PIC X     VALUE SPACE.
         77 WS-EVENT-REASON-CODE     PIC X(4)  VALUE SPACES.
         77 WS-EVENT-CYCLE           PIC 9(3)  VALUE ZERO.
         77 WS-EVENT-CARD-IMAGE      PIC X(80) VALUE SPACES.
         77 WS-REJECT-REASON-CODE    PIC X(4).
         77 WS-REJECT-REASON-TEXT    PIC X(30).
         77 WS-CARD-VALID-SW         PIC X     VALUE 'N'.
         77 WS-AGE-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-BUCKET-EDIT           PIC ZZZZ9.

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

       01 PRESENTED-REJECT-FIELDS.
           05 WS-PRES-CARD-IMAGE   PIC X(80).
           05 WS-PRES-REASON-CODE  PIC X(4).
               10 ATB-BUCKET-2         PIC 9(5).
               10 ATB-BUCKET-3         PIC 9(5).

      *    THE BUSINESS-DAY CALENDAR EXCEPTIONS IN DATE SEQUENCE.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
               10 CTB-DATE             PIC 9(6).
               10 CTB-DAY-TYPE         PIC X.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT LIST-FILE.
               OPEN OUTPUT AGING-REPORT-FILE.
               OPEN OUTPUT ESCALATION-LIST-FILE.
               OPEN EXTEND REJECT-HISTORY-FILE.
               IF WS-HISTORY-STATUS = '35'
                   OPEN OUTPUT REJECT-HISTORY-FILE
               END-IF.

               ACCEPT WS-CURRENT-DATE FROM DATE.
               COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-CURRENT-DATE.
               PERFORM READ-PARM-CARD.
               PERFORM OPEN-DEPT-MASTER.
               PERFORM LOAD-CORRECTION-TABLE.
               PERFORM LOAD-CALENDAR.

               MOVE SPACES TO LIST-LINE.
               MOVE 'REJECT CORRECTION AND RECYCLE LISTING'
                   TO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

               IF WS-CAL-AVAILABLE-SW NOT = 'Y'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** WARNING - CALENDAR FILE NOT AVAILABLE '
                       '- STATUS ' WS-CAL-STATUS
                       ' - AGING ON WEEKDAYS ONLY ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
               END-IF.
               IF WS-CAL-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO LIST-LINE
                   MOVE '*** WARNING - MORE THAN 1000 CALENDAR DAYS -'
                       TO LST-TEXT (1:44)
                   MOVE 'LATER DAYS NOT LOADED ***' TO LST-TEXT (46:25)
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
               END-IF.

               MOVE SPACES TO ESCALATION-LINE.
               STRING 'SUPERVISOR ESCALATION LISTING - REJECTS OVER '
                   WS-ESCALATE-DAYS ' BUSINESS DAYS OLD'
                   DELIMITED BY SIZE INTO ESL-TEXT.
               WRITE ESCALATION-LINE AFTER ADVANCING 1 LINE.

           GO TO GET-A-REJECT.

       PROCESS-REJECT.
           COMPUTE WS-EVENT-CYCLE = WS-PRES-CYCLE-COUNT + 1.
           PERFORM LOOKUP-CORRECTION.
           IF WS-CORR-FOUND-SW NOT = 'Y'
               MOVE WS-PRES-REASON-CODE TO WS-REJECT-REASON-CODE
               PERFORM WRITE-PENDING-LINE
           ELSE
               MOVE 'Y' TO CTBL-USED-FLAG (WS-CORR-SUB)
               PERFORM COMPUTE-REJECT-AGE
               MOVE 'C'                 TO WS-EVENT-TYPE
               MOVE WS-PRES-CARD-IMAGE  TO WS-EVENT-CARD-IMAGE
               MOVE WS-PRES-REASON-CODE TO WS-EVENT-REASON-CODE
               PERFORM WRITE-HISTORY-EVENT
               MOVE WS-PRES-CARD-IMAGE TO WORK-CARD
               IF CTBL-VALUE (WS-CORR-SUB) NOT = SPACES
                   MOVE CTBL-VALUE (WS-CORR-SUB) TO WORK-CARD (1:5)
                   MOVE WORK-CARD TO RECYCLE-CARD
                   WRITE RECYCLE-CARD
                   ADD 1 TO WS-CARDS-RECYCLED
                   MOVE 'R'                 TO WS-EVENT-TYPE
                   MOVE WORK-CARD           TO WS-EVENT-CARD-IMAGE
                   MOVE WS-PRES-REASON-CODE TO WS-EVENT-REASON-CODE
                   PERFORM WRITE-HISTORY-EVENT
                   PERFORM WRITE-RECYCLED-LINE
               ELSE
                   MOVE 'I'                   TO WS-EVENT-TYPE
                   MOVE WORK-CARD             TO WS-EVENT-CARD-IMAGE
                   MOVE WS-REJECT-REASON-CODE TO WS-EVENT-REASON-CODE
                   PERFORM WRITE-HISTORY-EVENT
                   MOVE WORK-CARD TO WS-PRES-CARD-IMAGE
                   PERFORM DISPOSE-UNCORRECTED
                   PERFORM WRITE-STILL-INVALID-LINE
               PERFORM WRITE-PENDING-RECORD
           END-IF.

      *    THE AGE IS THE NUMBER OF BUSINESS DAYS SINCE THE DAY
      *    THE CARD FIRST REJECTED - A CARD REJECTED ON A FRIDAY IS
      *    ONE DAY OLD ON THE MONDAY.
       COMPUTE-REJECT-AGE.
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-PRES-FIRST-DATE.
           COMPUTE WS-FIRST-INTEGER =
               ON SIZE ERROR
                   MOVE WS-TODAY-INTEGER TO WS-FIRST-INTEGER
           END-COMPUTE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-FIRST-INTEGER < WS-TODAY-INTEGER
               MOVE WS-FIRST-INTEGER TO WS-CAL-FROM-INTEGER
               MOVE WS-TODAY-INTEGER TO WS-CAL-TO-INTEGER
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUSINESS-DAYS TO WS-AGE-DAYS
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

       REVALIDATE-CARD.
           ADD 1 TO WS-PRES-CYCLE-COUNT.
           MOVE WS-PRES-CYCLE-COUNT   TO ESC-CYCLE-COUNT.
           WRITE ESCALATED-RECORD.
           MOVE 'E'                   TO WS-EVENT-TYPE.
           MOVE WS-PRES-CARD-IMAGE    TO WS-EVENT-CARD-IMAGE.
           MOVE WS-REJECT-REASON-CODE TO WS-EVENT-REASON-CODE.
           PERFORM WRITE-HISTORY-EVENT.
           PERFORM WRITE-ESCALATION-LINE.

      *    THE EVENT IS CHARGED TO THE DEPARTMENT PUNCHED ON THE
      *    CARD AS IT STOOD AT THE EVENT - A RECYCLED CARD TO ITS
      *    CORRECTED DEPARTMENT. SO IT MATCHES WHERE AVERAGE POSTS
      *    IT.
       WRITE-HISTORY-EVENT.
           MOVE SPACES TO REJECT-HISTORY-RECORD.
           MOVE WS-CURRENT-DATE      TO RJH-EVENT-DATE.
           MOVE WS-EVENT-TYPE        TO RJH-EVENT-TYPE.
           IF WS-EVENT-CARD-IMAGE (6:4) NUMERIC
               MOVE WS-EVENT-CARD-IMAGE (6:4) TO RJH-DEPT-CODE
           ELSE
               MOVE ZEROS TO RJH-DEPT-CODE
           END-IF.
           MOVE WS-EVENT-REASON-CODE TO RJH-REASON-CODE.
           MOVE WS-PRES-FIRST-DATE   TO RJH-FIRST-REJ-DATE.
           MOVE WS-EVENT-CYCLE       TO RJH-CYCLE-COUNT.
           IF WS-AGE-DAYS > 999
               MOVE 999 TO RJH-AGE-DAYS
           ELSE
               MOVE WS-AGE-DAYS TO RJH-AGE-DAYS
           END-IF.
           MOVE 1                    TO RJH-CARD-COUNT.
           MOVE WS-EVENT-CARD-IMAGE  TO RJH-CARD-IMAGE.
           WRITE REJECT-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-EVENTS.

       WRITE-ESCALATION-LINE.
           MOVE WS-REJECT-SEQUENCE  TO WS-SEQUENCE-EDIT.
           MOVE WS-AGE-DAYS         TO WS-AGE-DAYS-EDIT.
               ' ' WS-REJECT-REASON-CODE
               ' FIRST REJECTED ' WS-PRES-FIRST-DATE
               ' AGE ' WS-AGE-DAYS-EDIT
               ' BUS DAYS CYCLES ' WS-CYCLE-EDIT
               DELIMITED BY SIZE INTO ESL-TEXT.
           WRITE ESCALATION-LINE AFTER ADVANCING 1 LINE.

               CLOSE LIST-FILE
               CLOSE AGING-REPORT-FILE
               CLOSE ESCALATION-LIST-FILE
               CLOSE REJECT-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIST-LINE.
           STRING 'REJECT HISTORY EVENTS WRITTEN: ' WS-HISTORY-EVENTS
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ESCALATION-LINE.
           STRING 'REJECTS ESCALATED: ' WS-CARDS-ESCALATED
               DELIMITED BY SIZE INTO ESL-TEXT.

       WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-LINE.
           STRING 'PENDING REJECT AGING REPORT IN BUSINESS DAYS - '
               'AS OF '
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO AGE-TEXT.
           WRITE AGING-LINE AFTER ADVANCING 1 LINE.
           CLOSE LIST-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE ESCALATION-LIST-FILE.
           CLOSE REJECT-HISTORY-FILE.
           STOP RUN.
