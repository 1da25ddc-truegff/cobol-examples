 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    BUSINESS-DAY CALENDAR MAINTENANCE. MONDAY THROUGH
      *            FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY
      *            ARE NOT. EXCEPT WHERE THE CALENDAR FILE SAYS
      *            OTHERWISE. THE CALENDAR FILE IS AN INDEXED FILE
      *            KEYED ON DATE (YYMMDD) AND HOLDS ONLY THE
      *            EXCEPTIONS - A HOLIDAY (A WEEKDAY THAT IS NOT A
      *            BUSINESS DAY) OR A WORKED WEEKEND DAY (A SATURDAY
      *            OR SUNDAY THAT IS). AVERAGE. REJFIX. DEPTREND.
      *            AVGTREND AND MTHCLOSE ALL READ IT TO AGE AND
      *            COMPARE IN BUSINESS DAYS. THE FILE IS MAINTAINED
      *            IN PLACE THE SAME WAY PLANMNT KEEPS THE PLAN
      *            FILE - ADDS ARE WRITTEN. CHANGES REWRITTEN. AND
      *            DELETES REMOVED DIRECTLY BY KEY. EVERY APPLIED
      *            ACTION WRITES A BEFORE/AFTER IMAGE TO THE
      *            CALENDAR AUDIT FILE. AFTER THE DECK IS APPLIED
      *            THE FULL CALENDAR IS LISTED IN DATE SEQUENCE AS
      *            IT STANDS.
      *
      *            CALENDAR CARD LAYOUT -
      *              COL 1      ACTION  A = ADD
      *                                 C = CHANGE
      *                                 D = DELETE
      *              COLS 2-7   DATE YYMMDD
      *              COL 8      DAY TYPE  H = HOLIDAY (MONDAY TO
      *                                       FRIDAY ONLY)
      *                                   W = WORKED WEEKEND DAY
      *                                       (SATURDAY OR SUNDAY
      *                                       ONLY)
      *              COLS 9-33  DESCRIPTION
      *            ON A CHANGE ONLY THE FIELDS PUNCHED ARE REPLACED.
      *            BLANK FIELDS KEEP THEIR CALENDAR VALUE. THE DAY
      *            TYPE IS REQUIRED ON AN ADD.


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CALENDAR-FILE   ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT TRAN-FILE       ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE      ASSIGN TO "CALAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LIST-FILE       ASSIGN TO "CALLIST".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD CALENDAR-FILE
       LABEL RECORD IS OMITTED.

       01 CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(6).
           05 CAL-DAY-TYPE         PIC X.
           05 CAL-DESCRIPTION      PIC X(25).
           05 CAL-MAINT-DATE       PIC 9(6).
           05 FILLER               PIC X(2).

       FD TRAN-FILE
       LABEL RECORD IS OMITTED.

       01 TRAN-CARD                PIC X(80).

       FD AUDIT-FILE
       LABEL RECORD IS OMITTED.

       01 AUDIT-RECORD.
           05 AUD-DATE             PIC 9(6).
           05 AUD-TIME             PIC 9(6).
           05 AUD-ACTION           PIC X.
           05 AUD-CAL-DATE         PIC 9(6).
           05 AUD-OLD-DAY-TYPE     PIC X.
           05 AUD-OLD-DESCRIPTION  PIC X(25).
           05 AUD-NEW-DAY-TYPE     PIC X.
           05 AUD-NEW-DESCRIPTION  PIC X(25).
           05 FILLER               PIC X(9).

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

       01 LIST-LINE.
           05 LST-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-CAL-STATUS            PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-CAL-EOF-SW            PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-CARD-OK-SW            PIC X     VALUE 'Y'.
         77 WS-TRANS-READ            PIC 999   VALUE ZERO.
         77 WS-TRANS-APPLIED         PIC 999   VALUE ZERO.
         77 WS-TRANS-IN-ERROR        PIC 999   VALUE ZERO.
         77 WS-TRAN-ERROR-MSG        PIC X(30) VALUE SPACES.
         77 WS-CAL-COUNT             PIC 9(5)  VALUE ZERO.
         77 WS-HOLIDAY-COUNT         PIC 9(5)  VALUE ZERO.
         77 WS-WORKED-COUNT          PIC 9(5)  VALUE ZERO.
         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-RUN-TIME              PIC 9(8)  VALUE ZERO.
         77 WS-OLD-DAY-TYPE          PIC X     VALUE SPACE.
         77 WS-OLD-DESCRIPTION       PIC X(25) VALUE SPACES.
         77 WS-NEW-DAY-TYPE          PIC X     VALUE SPACE.
         77 WS-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.
         77 WS-DATE-INTEGER          PIC 9(7)  VALUE ZERO.
         77 WS-WEEKS                 PIC 9(7)  VALUE ZERO.
         77 WS-WEEKDAY               PIC 9     VALUE ZERO.
         77 WS-WEEKEND-SW            PIC X     VALUE 'N'.
         77 WS-MONTH-DAYS            PIC 99    VALUE ZERO.
         77 WS-LEAP-QUOTIENT         PIC 99    VALUE ZERO.
         77 WS-LEAP-REMAINDER        PIC 9     VALUE ZERO.

      *    DAYS IN EACH MONTH. FEBRUARY IS BUMPED TO 29 IN A LEAP
      *    YEAR - EVERY YEAR DIVISIBLE BY 4 IN THIS CENTURY.
       01 MONTH-DAYS-VALUES.
           05 FILLER               PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MDT-DAYS             PIC 99    OCCURS 12 TIMES.

      *    DAY NAMES BY THE REMAINDER OF THE DAY INTEGER OVER 7 -
      *    DAY 1 (1 JANUARY 1601) WAS A MONDAY. SO REMAINDER 0 IS
      *    A SUNDAY.
       01 DAY-NAME-VALUES.
           05 FILLER               PIC X(21)
                                   VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DNT-NAME             PIC X(3)  OCCURS 7 TIMES.

       01 WORK-TRAN-CARD.
           05 WT-ACTION            PIC X.
           05 WT-CAL-DATE          PIC X(6).
           05 WT-DATE-PARTS REDEFINES WT-CAL-DATE.
               10 WT-DATE-YY           PIC 99.
               10 WT-DATE-MM           PIC 99.
               10 WT-DATE-DD           PIC 99.
           05 WT-CAL-DATE-N REDEFINES WT-CAL-DATE
                                   PIC 9(6).
           05 WT-DAY-TYPE          PIC X.
           05 WT-DESCRIPTION       PIC X(25).
           05 FILLER               PIC X(47).


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN INPUT TRAN-FILE.
               OPEN OUTPUT LIST-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.
               ACCEPT WS-RUN-TIME FROM TIME.

               OPEN I-O CALENDAR-FILE.
               IF WS-CAL-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** CALENDAR FILE NOT AVAILABLE - '
                       'STATUS ' WS-CAL-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE TRAN-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.

               MOVE SPACES TO LIST-LINE.
               MOVE 'BUSINESS-DAY CALENDAR MAINTENANCE' TO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       GET-A-TRAN.
           READ TRAN-FILE
               AT END
                   GO TO WRITE-CALENDAR-LISTING
           END-READ.

           ADD 1 TO WS-TRANS-READ.
           MOVE TRAN-CARD TO WORK-TRAN-CARD.
           PERFORM APPLY-TRAN.
           GO TO GET-A-TRAN.

       APPLY-TRAN.
           PERFORM EDIT-CALENDAR-DATE.
           IF WS-CARD-OK-SW NOT = 'Y'
               MOVE 'INVALID DATE - MUST BE YYMMDD'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM READ-CALENDAR-BY-KEY
               IF WT-ACTION = 'A'
                   PERFORM APPLY-ADD
               ELSE
               IF WT-ACTION = 'C'
                   PERFORM APPLY-CHANGE
               ELSE
               IF WT-ACTION = 'D'
                   PERFORM APPLY-DELETE
               ELSE
                   MOVE 'INVALID ACTION CODE'
                       TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               END-IF
               END-IF
               END-IF
           END-IF.

      *    THE DATE MUST BE A REAL CALENDAR DATE. A GOOD DATE ALSO
      *    SETS THE WEEKEND SWITCH FOR THE DAY-TYPE EDIT.
       EDIT-CALENDAR-DATE.
           MOVE 'N' TO WS-CARD-OK-SW.
           IF WT-CAL-DATE NUMERIC
               AND WT-DATE-MM NOT < 01
               AND WT-DATE-MM NOT > 12
               MOVE MDT-DAYS (WT-DATE-MM) TO WS-MONTH-DAYS
               DIVIDE WT-DATE-YY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WT-DATE-MM = 02
                   AND WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
               IF WT-DATE-DD NOT < 01
                   AND WT-DATE-DD NOT > WS-MONTH-DAYS
                   MOVE 'Y' TO WS-CARD-OK-SW
                   PERFORM FIND-DAY-OF-WEEK
               END-IF
           END-IF.

       FIND-DAY-OF-WEEK.
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WT-CAL-DATE-N.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).
           DIVIDE WS-DATE-INTEGER BY 7
               GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 0
               OR WS-WEEKDAY = 6
               MOVE 'Y' TO WS-WEEKEND-SW
           ELSE
               MOVE 'N' TO WS-WEEKEND-SW
           END-IF.

      *    A HOLIDAY CAN ONLY FALL ON A WEEKDAY AND A WORKED DAY
      *    ONLY ON A WEEKEND - ANYTHING ELSE WOULD ALREADY BE THE
      *    DEFAULT AND HAS NO PLACE ON THE CALENDAR.
       EDIT-DAY-TYPE.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF WS-NEW-DAY-TYPE NOT = 'H'
               AND WS-NEW-DAY-TYPE NOT = 'W'
               MOVE 'DAY TYPE MUST BE H OR W' TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           ELSE
           IF WS-NEW-DAY-TYPE = 'H'
               AND WS-WEEKEND-SW = 'Y'
               MOVE 'HOLIDAY FALLS ON A WEEKEND' TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           ELSE
           IF WS-NEW-DAY-TYPE = 'W'
               AND WS-WEEKEND-SW NOT = 'Y'
               MOVE 'WORKED DAY IS NOT A WEEKEND' TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           END-IF
           END-IF
           END-IF.

       READ-CALENDAR-BY-KEY.
           MOVE 'N'    TO WS-FOUND-SW.
           MOVE SPACE  TO WS-OLD-DAY-TYPE.
           MOVE SPACES TO WS-OLD-DESCRIPTION.
           MOVE WT-CAL-DATE-N TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'             TO WS-FOUND-SW
                   MOVE CAL-DAY-TYPE    TO WS-OLD-DAY-TYPE
                   MOVE CAL-DESCRIPTION TO WS-OLD-DESCRIPTION
           END-READ.

       APPLY-ADD.
           MOVE WT-DAY-TYPE TO WS-NEW-DAY-TYPE.
           PERFORM EDIT-DAY-TYPE.
           IF WS-CARD-OK-SW NOT = 'Y'
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WS-FOUND-SW = 'Y'
               MOVE 'DATE ALREADY ON CALENDAR' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE SPACES          TO CALENDAR-RECORD
               MOVE WT-CAL-DATE-N   TO CAL-DATE
               MOVE WT-DAY-TYPE     TO CAL-DAY-TYPE
               MOVE WT-DESCRIPTION  TO CAL-DESCRIPTION
               MOVE WS-CURRENT-DATE TO CAL-MAINT-DATE
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED ON CALENDAR FILE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF
           END-IF.

       APPLY-CHANGE.
           IF WT-DAY-TYPE = SPACE
               MOVE WS-OLD-DAY-TYPE TO WS-NEW-DAY-TYPE
           ELSE
               MOVE WT-DAY-TYPE TO WS-NEW-DAY-TYPE
           END-IF.
           IF WS-FOUND-SW NOT = 'Y'
               MOVE 'DATE NOT ON CALENDAR' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-DAY-TYPE = SPACE
               AND WT-DESCRIPTION = SPACES
               MOVE 'NO REPLACEMENT FIELDS ON CARD'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM EDIT-DAY-TYPE
               IF WS-CARD-OK-SW NOT = 'Y'
                   PERFORM WRITE-TRAN-ERROR
               ELSE
                   MOVE WS-NEW-DAY-TYPE TO CAL-DAY-TYPE
                   IF WT-DESCRIPTION NOT = SPACES
                       MOVE WT-DESCRIPTION TO CAL-DESCRIPTION
                   END-IF
                   MOVE WS-CURRENT-DATE TO CAL-MAINT-DATE
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED ON CALENDAR FILE'
                               TO WS-TRAN-ERROR-MSG
                           PERFORM WRITE-TRAN-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-APPLIED
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF
           END-IF.

      *    THE AFTER IMAGE OF A DELETE IS BLANK - THE DAY GOES BACK
      *    TO THE MONDAY-TO-FRIDAY DEFAULT.
       APPLY-DELETE.
           IF WS-FOUND-SW NOT = 'Y'
               MOVE 'DATE NOT ON CALENDAR' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               DELETE CALENDAR-FILE RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED ON CALENDAR FILE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       MOVE SPACE  TO CAL-DAY-TYPE
                       MOVE SPACES TO CAL-DESCRIPTION
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE     TO AUD-DATE.
           MOVE WS-RUN-TIME (1:6)   TO AUD-TIME.
           MOVE WT-ACTION           TO AUD-ACTION.
           MOVE WT-CAL-DATE-N       TO AUD-CAL-DATE.
           MOVE WS-OLD-DAY-TYPE     TO AUD-OLD-DAY-TYPE.
           MOVE WS-OLD-DESCRIPTION  TO AUD-OLD-DESCRIPTION.
           MOVE CAL-DAY-TYPE        TO AUD-NEW-DAY-TYPE.
           MOVE CAL-DESCRIPTION     TO AUD-NEW-DESCRIPTION.
           WRITE AUDIT-RECORD.

       WRITE-TRAN-ERROR.
           ADD 1 TO WS-TRANS-IN-ERROR.
           MOVE SPACES TO LIST-LINE.
           MOVE WORK-TRAN-CARD (1:33) TO LST-TEXT (1:33).
           MOVE '*'                   TO LST-TEXT (37:1).
           MOVE WS-TRAN-ERROR-MSG     TO LST-TEXT (39:30).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-CALENDAR-LISTING.
           MOVE SPACES TO LIST-LINE.
           MOVE 'BUSINESS-DAY CALENDAR LISTING AFTER MAINTENANCE'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DATE   DAY TYPE     DESCRIPTION' TO LST-TEXT (1:31).
           MOVE 'MAINTAINED' TO LST-TEXT (46:10).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO CAL-DATE.
           START CALENDAR-FILE KEY NOT < CAL-DATE
               INVALID KEY MOVE 'Y' TO WS-CAL-EOF-SW
           END-START.

           PERFORM LIST-NEXT-CALENDAR-DAY
               UNTIL WS-CAL-EOF-SW = 'Y'.

           MOVE SPACES TO LIST-LINE.
           STRING 'DAYS ON CALENDAR: ' WS-CAL-COUNT
               '  HOLIDAYS: ' WS-HOLIDAY-COUNT
               '  WORKED WEEKEND DAYS: ' WS-WORKED-COUNT
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           STRING 'TRANS READ: ' WS-TRANS-READ
               '  APPLIED: ' WS-TRANS-APPLIED
               '  IN ERROR: ' WS-TRANS-IN-ERROR
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.
           GO TO END-OF-JOB.

       LIST-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.
           IF WS-CAL-EOF-SW NOT = 'Y'
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WT-CAL-DATE-N
               PERFORM FIND-DAY-OF-WEEK
               MOVE SPACES TO LIST-LINE
               MOVE CAL-DATE                 TO LST-TEXT (1:6)
               MOVE DNT-NAME (WS-WEEKDAY + 1) TO LST-TEXT (8:3)
               IF CAL-DAY-TYPE = 'H'
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE 'HOLIDAY'            TO LST-TEXT (12:7)
               ELSE
                   ADD 1 TO WS-WORKED-COUNT
                   MOVE 'WORKED'             TO LST-TEXT (12:6)
               END-IF
               MOVE CAL-DESCRIPTION          TO LST-TEXT (20:25)
               MOVE CAL-MAINT-DATE           TO LST-TEXT (48:6)
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       END-OF-JOB.
           CLOSE TRAN-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LIST-FILE.
           STOP RUN.
