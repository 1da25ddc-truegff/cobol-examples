 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    DEPARTMENT PLAN MAINTENANCE. THE PLAN FILE IS AN
      *            INDEXED FILE KEYED ON DEPARTMENT CODE AND PERIOD
      *            (YYMM) AND HOLDS EACH DEPARTMENT'S EXPECTED CARD
      *            COUNT. EXPECTED AVERAGE. AND EXPECTED WEIGHTED
      *            AVERAGE FOR THE MONTH. PLANVAR REPORTS THE
      *            MONTH'S ACTUALS AGAINST IT. THE FILE IS
      *            MAINTAINED IN PLACE THE SAME WAY DEPTMNT KEEPS
      *            THE DEPARTMENT MASTER - ADDS ARE WRITTEN. CHANGES
      *            REWRITTEN. AND DELETES REMOVED DIRECTLY BY KEY.
      *            EVERY APPLIED ACTION WRITES A BEFORE/AFTER IMAGE
      *            TO THE PLAN AUDIT FILE. A PLAN CAN ONLY BE ADDED
      *            FOR A DEPARTMENT ON THE DEPARTMENT MASTER. AFTER
      *            THE DECK IS APPLIED THE FULL PLAN FILE IS LISTED
      *            IN KEY SEQUENCE AS IT STANDS.
      *
      *            PLAN CARD LAYOUT -
      *              COL 1      ACTION  A = ADD
      *                                 C = CHANGE
      *                                 D = DELETE
      *              COLS 2-5   DEPARTMENT CODE
      *              COLS 6-9   PERIOD YYMM
      *              COLS 10-16 EXPECTED CARD COUNT 9(7)
      *              COLS 17-23 EXPECTED AVERAGE S999V9999
      *                         (SIGN OVERPUNCHED IN COL 23)
      *              COLS 24-30 EXPECTED WEIGHTED AVERAGE S999V9999
      *                         (SIGN OVERPUNCHED IN COL 30. BLANK
      *                         ON AN ADD = SAME AS THE AVERAGE)
      *            ON A CHANGE ONLY THE AMOUNT FIELDS PUNCHED ARE
      *            REPLACED. BLANK FIELDS KEEP THEIR PLAN VALUE.


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PLAN-FILE       ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TRAN-FILE       ASSIGN TO "PLANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE      ASSIGN TO "PLANAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LIST-FILE       ASSIGN TO "PLANLIST".


 03000 DATA DIVISION.

 03100 FILE SECTION.

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

       FD TRAN-FILE
       LABEL RECORD IS OMITTED.

       01 TRAN-CARD                PIC X(80).

       FD AUDIT-FILE
       LABEL RECORD IS OMITTED.

       01 AUDIT-RECORD.
           05 AUD-DATE             PIC 9(6).
           05 AUD-TIME             PIC 9(6).
           05 AUD-ACTION           PIC X.
           05 AUD-DEPT-CODE        PIC 9(4).
           05 AUD-PERIOD-KEY       PIC 9(4).
           05 AUD-OLD-COUNT        PIC 9(7).
           05 AUD-OLD-AVERAGE      PIC S999V9999.
           05 AUD-OLD-WTD-AVERAGE  PIC S999V9999.
           05 AUD-NEW-COUNT        PIC 9(7).
           05 AUD-NEW-AVERAGE      PIC S999V9999.
           05 AUD-NEW-WTD-AVERAGE  PIC S999V9999.
           05 FILLER               PIC X(7).

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

       01 LIST-LINE.
           05 LST-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-PLAN-STATUS           PIC XX    VALUE SPACES.
         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-PLAN-EOF-SW           PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-CARD-OK-SW            PIC X     VALUE 'Y'.
         77 WS-TRANS-READ            PIC 999   VALUE ZERO.
         77 WS-TRANS-APPLIED         PIC 999   VALUE ZERO.
         77 WS-TRANS-IN-ERROR        PIC 999   VALUE ZERO.
         77 WS-TRAN-ERROR-MSG        PIC X(30) VALUE SPACES.
         77 WS-PLAN-COUNT            PIC 9(5)  VALUE ZERO.
         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-RUN-TIME              PIC 9(8)  VALUE ZERO.
         77 WS-OLD-COUNT             PIC 9(7)  VALUE ZERO.
         77 WS-OLD-AVERAGE           PIC S999V9999 VALUE ZERO.
         77 WS-OLD-WTD-AVERAGE       PIC S999V9999 VALUE ZERO.
         77 WS-COUNT-EDIT            PIC ZZZZZZ9.
         77 WS-AVERAGE-EDIT          PIC -ZZ9.9999.

       01 WORK-TRAN-CARD.
           05 WT-ACTION            PIC X.
           05 WT-DEPT-CODE         PIC X(4).
           05 WT-DEPT-CODE-N REDEFINES WT-DEPT-CODE
                                   PIC 9(4).
           05 WT-PERIOD-KEY        PIC X(4).
           05 WT-PERIOD-PARTS REDEFINES WT-PERIOD-KEY.
               10 WT-PERIOD-YY         PIC 99.
               10 WT-PERIOD-MM         PIC 99.
           05 WT-PERIOD-KEY-N REDEFINES WT-PERIOD-KEY
                                   PIC 9(4).
           05 WT-EXP-COUNT         PIC X(7).
           05 WT-EXP-COUNT-N REDEFINES WT-EXP-COUNT
                                   PIC 9(7).
           05 WT-EXP-AVERAGE       PIC X(7).
           05 WT-EXP-AVERAGE-N REDEFINES WT-EXP-AVERAGE
                                   PIC S999V9999.
           05 WT-EXP-WTD-AVERAGE   PIC X(7).
           05 WT-EXP-WTD-AVERAGE-N REDEFINES WT-EXP-WTD-AVERAGE
                                   PIC S999V9999.
           05 FILLER               PIC X(50).


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN INPUT TRAN-FILE.
               OPEN OUTPUT LIST-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.
               ACCEPT WS-RUN-TIME FROM TIME.

               OPEN I-O PLAN-FILE.
               IF WS-PLAN-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** PLAN FILE NOT AVAILABLE - '
                       'STATUS ' WS-PLAN-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE TRAN-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT DEPT-MASTER-FILE.
               IF WS-DEPT-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** DEPARTMENT MASTER NOT AVAILABLE - '
                       'STATUS ' WS-DEPT-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE TRAN-FILE
                   CLOSE PLAN-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.

               MOVE SPACES TO LIST-LINE.
               MOVE 'DEPARTMENT PLAN MAINTENANCE' TO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       GET-A-TRAN.
           READ TRAN-FILE
               AT END
                   GO TO WRITE-PLAN-LISTING
           END-READ.

           ADD 1 TO WS-TRANS-READ.
           MOVE TRAN-CARD TO WORK-TRAN-CARD.
           PERFORM APPLY-TRAN.
           GO TO GET-A-TRAN.

       APPLY-TRAN.
           IF WT-DEPT-CODE NOT NUMERIC
               MOVE 'NON-NUMERIC DEPARTMENT CODE'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-PERIOD-KEY NOT NUMERIC
               OR WT-PERIOD-MM < 01
               OR WT-PERIOD-MM > 12
               MOVE 'INVALID PERIOD - MUST BE YYMM'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM READ-PLAN-BY-KEY
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
           END-IF
           END-IF.

       READ-PLAN-BY-KEY.
           MOVE 'N'   TO WS-FOUND-SW.
           MOVE ZEROS TO WS-OLD-COUNT.
           MOVE ZEROS TO WS-OLD-AVERAGE.
           MOVE ZEROS TO WS-OLD-WTD-AVERAGE.
           MOVE WT-DEPT-CODE-N  TO PLN-DEPT-CODE.
           MOVE WT-PERIOD-KEY-N TO PLN-PERIOD-KEY.
           READ PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-FOUND-SW
                   MOVE PLN-EXP-COUNT       TO WS-OLD-COUNT
                   MOVE PLN-EXP-AVERAGE     TO WS-OLD-AVERAGE
                   MOVE PLN-EXP-WTD-AVERAGE TO WS-OLD-WTD-AVERAGE
           END-READ.

      *    EVERY AMOUNT PUNCHED ON THE CARD MUST BE NUMERIC. AN ADD
      *    MUST CARRY THE COUNT AND THE AVERAGE.
       EDIT-PLAN-AMOUNTS.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF WT-EXP-COUNT NOT = SPACES
               AND WT-EXP-COUNT NOT NUMERIC
               MOVE 'NON-NUMERIC EXPECTED COUNT' TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           ELSE
           IF WT-EXP-AVERAGE NOT = SPACES
               AND WT-EXP-AVERAGE-N NOT NUMERIC
               MOVE 'NON-NUMERIC EXPECTED AVERAGE'
                   TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           ELSE
           IF WT-EXP-WTD-AVERAGE NOT = SPACES
               AND WT-EXP-WTD-AVERAGE-N NOT NUMERIC
               MOVE 'NON-NUMERIC EXPECTED WTD AVG'
                   TO WS-TRAN-ERROR-MSG
               MOVE 'N' TO WS-CARD-OK-SW
           END-IF
           END-IF
           END-IF.

       APPLY-ADD.
           PERFORM EDIT-PLAN-AMOUNTS.
           IF WS-CARD-OK-SW NOT = 'Y'
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WS-FOUND-SW = 'Y'
               MOVE 'PLAN ALREADY ON FILE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-EXP-COUNT = SPACES
               OR WT-EXP-AVERAGE = SPACES
               MOVE 'COUNT AND AVERAGE REQUIRED'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE WT-DEPT-CODE-N TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE 'DEPARTMENT NOT ON MASTER'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       PERFORM WRITE-NEW-PLAN
               END-READ
           END-IF
           END-IF
           END-IF.

       WRITE-NEW-PLAN.
           MOVE SPACES           TO PLAN-RECORD.
           MOVE WT-DEPT-CODE-N   TO PLN-DEPT-CODE.
           MOVE WT-PERIOD-KEY-N  TO PLN-PERIOD-KEY.
           MOVE WT-EXP-COUNT-N   TO PLN-EXP-COUNT.
           MOVE WT-EXP-AVERAGE-N TO PLN-EXP-AVERAGE.
           IF WT-EXP-WTD-AVERAGE = SPACES
               MOVE WT-EXP-AVERAGE-N     TO PLN-EXP-WTD-AVERAGE
           ELSE
               MOVE WT-EXP-WTD-AVERAGE-N TO PLN-EXP-WTD-AVERAGE
           END-IF.
           MOVE WS-CURRENT-DATE  TO PLN-MAINT-DATE.
           WRITE PLAN-RECORD
               INVALID KEY
                   MOVE 'WRITE FAILED ON PLAN FILE'
                       TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       APPLY-CHANGE.
           PERFORM EDIT-PLAN-AMOUNTS.
           IF WS-CARD-OK-SW NOT = 'Y'
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WS-FOUND-SW NOT = 'Y'
               MOVE 'PLAN NOT ON FILE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-EXP-COUNT = SPACES
               AND WT-EXP-AVERAGE = SPACES
               AND WT-EXP-WTD-AVERAGE = SPACES
               MOVE 'NO REPLACEMENT AMOUNTS ON CARD'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               IF WT-EXP-COUNT NOT = SPACES
                   MOVE WT-EXP-COUNT-N TO PLN-EXP-COUNT
               END-IF
               IF WT-EXP-AVERAGE NOT = SPACES
                   MOVE WT-EXP-AVERAGE-N TO PLN-EXP-AVERAGE
               END-IF
               IF WT-EXP-WTD-AVERAGE NOT = SPACES
                   MOVE WT-EXP-WTD-AVERAGE-N TO PLN-EXP-WTD-AVERAGE
               END-IF
               MOVE WS-CURRENT-DATE TO PLN-MAINT-DATE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED ON PLAN FILE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF
           END-IF
           END-IF.

      *    THE AFTER IMAGE OF A DELETE CARRIES ZERO AMOUNTS.
       APPLY-DELETE.
           IF WS-FOUND-SW NOT = 'Y'
               MOVE 'PLAN NOT ON FILE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               DELETE PLAN-FILE RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED ON PLAN FILE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       MOVE ZEROS TO PLN-EXP-COUNT
                       MOVE ZEROS TO PLN-EXP-AVERAGE
                       MOVE ZEROS TO PLN-EXP-WTD-AVERAGE
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE     TO AUD-DATE.
           MOVE WS-RUN-TIME (1:6)   TO AUD-TIME.
           MOVE WT-ACTION           TO AUD-ACTION.
           MOVE WT-DEPT-CODE-N      TO AUD-DEPT-CODE.
           MOVE WT-PERIOD-KEY-N     TO AUD-PERIOD-KEY.
           MOVE WS-OLD-COUNT        TO AUD-OLD-COUNT.
           MOVE WS-OLD-AVERAGE      TO AUD-OLD-AVERAGE.
           MOVE WS-OLD-WTD-AVERAGE  TO AUD-OLD-WTD-AVERAGE.
           MOVE PLN-EXP-COUNT       TO AUD-NEW-COUNT.
           MOVE PLN-EXP-AVERAGE     TO AUD-NEW-AVERAGE.
           MOVE PLN-EXP-WTD-AVERAGE TO AUD-NEW-WTD-AVERAGE.
           WRITE AUDIT-RECORD.

       WRITE-TRAN-ERROR.
           ADD 1 TO WS-TRANS-IN-ERROR.
           MOVE SPACES TO LIST-LINE.
           MOVE WORK-TRAN-CARD (1:30) TO LST-TEXT (1:30).
           MOVE '*'                   TO LST-TEXT (37:1).
           MOVE WS-TRAN-ERROR-MSG     TO LST-TEXT (39:30).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-PLAN-LISTING.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DEPARTMENT PLAN LISTING AFTER MAINTENANCE'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DEPT PERIOD   EXP-CARDS  EXP-AVERAGE  EXP-WTD-AVG'
               TO LST-TEXT (1:51).
           MOVE 'MAINTAINED' TO LST-TEXT (54:10).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO PLN-KEY.
           START PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY MOVE 'Y' TO WS-PLAN-EOF-SW
           END-START.

           PERFORM LIST-NEXT-PLAN
               UNTIL WS-PLAN-EOF-SW = 'Y'.

           MOVE SPACES TO LIST-LINE.
           STRING 'PLANS ON FILE: ' WS-PLAN-COUNT
               '  TRANS READ: ' WS-TRANS-READ
               '  APPLIED: ' WS-TRANS-APPLIED
               '  IN ERROR: ' WS-TRANS-IN-ERROR
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           GO TO END-OF-JOB.

       LIST-NEXT-PLAN.
           READ PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PLAN-EOF-SW
           END-READ.
           IF WS-PLAN-EOF-SW NOT = 'Y'
               ADD 1 TO WS-PLAN-COUNT
               MOVE SPACES TO LIST-LINE
               MOVE PLN-DEPT-CODE       TO LST-TEXT (1:4)
               MOVE PLN-PERIOD-KEY      TO LST-TEXT (6:4)
               MOVE PLN-EXP-COUNT       TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT       TO LST-TEXT (15:7)
               MOVE PLN-EXP-AVERAGE     TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT     TO LST-TEXT (25:9)
               MOVE PLN-EXP-WTD-AVERAGE TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT     TO LST-TEXT (38:9)
               MOVE PLN-MAINT-DATE      TO LST-TEXT (56:6)
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       END-OF-JOB.
           CLOSE TRAN-FILE.
           CLOSE PLAN-FILE.
           CLOSE DEPT-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LIST-FILE.
           STOP RUN.
