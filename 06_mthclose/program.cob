      *                                 THE CURRENT RUN-DATE PERIOD)
      *              NEW-PERIOD=YYMM    PERIOD TO INITIALIZE
      *                                 (DEFAULT CLOSE-PERIOD + 1)
      *              EARLY-CLOSE=YES    CLOSE BEFORE THE PERIOD'S
      *                                 LAST BUSINESS DAY
      *
      *            THE LAST BUSINESS DAY OF THE PERIOD IS TAKEN FROM
      *            THE BUSINESS-DAY CALENDAR. A RUN DATED BEFORE IT
      *            IS REFUSED WITH CC 16 BEFORE ANYTHING IS READ OR
      *            WRITTEN UNLESS THE EARLY-CLOSE CARD IS GIVEN -
      *            THE STATEMENT THEN CARRIES THE OVERRIDE.
      *
      *            THE STATEMENT ALSO CARRIES DIVISION SUBTOTALS -
      *            THE M DEPARTMENT RECORDS ON THE DOWNSTREAM MASTER
      *            FOR THE PERIOD ROLLED UP BY THE DIVISION EACH
      *            DEPARTMENT CARRIES ON THE DEPARTMENT MASTER. THEY
      *            ARE INFORMATION ONLY AND DO NOT HOLD THE CLOSE.
      *
      *            THE ARCHIVE RECORD WRITTEN HERE IS THE ORIGINAL
      *            CLOSE (FLAG Y. RESTATEMENT 00). A LATER PRIOR-
      *            PERIOD ADJUSTMENT (PERADJ) ADDS A RESTATED CLOSE
      *            BESIDE IT (FLAG R. RESTATEMENT 01. 02 ...).
      *
      *            A PERIOD THAT CLOSES ALSO WRITES THE PERIOD-END
      *            ACCRUAL JOURNAL TO THE GENERAL-LEDGER INTERFACE
      *            FILE - FOR EACH DEPARTMENT ITS M RECORDS FOR THE
      *            PERIOD SUMMED AND POSTED FROM THE CLEARING
      *            ACCOUNT THE DAILY JOURNALS BUILT UP TO THE
      *            ACCRUAL ACCOUNT ON THE GL ACCOUNT TABLE
      *            (DEPARTMENT 0000 IS THE SHOP DEFAULT). THE BATCH
      *            IS LED BY A CONTROL HEADER AND IS ONLY WRITTEN
      *            WHEN IT BALANCES. A DEPARTMENT THAT CANNOT BE
      *            MAPPED HOLDS THE CLOSE.


 02000 ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-DEPT-CODE
               FILE STATUS IS WS-GLA-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT".


           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD DOWN-MASTER-FILE
           05 ARC-WTD-AVERAGE      PIC S999V9999.
           05 ARC-CLOSE-DATE       PIC 9(6).
           05 ARC-RECON-FLAG       PIC X.
           05 ARC-RESTATE-SEQ      PIC 99.
           05 FILLER               PIC X(5).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD-REC            PIC X(80).

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

       FD GL-ACCOUNT-FILE
       LABEL RECORD IS OMITTED.

       01 GL-ACCOUNT-RECORD.
           05 GLA-DEPT-CODE        PIC 9(4).
           05 GLA-EXPENSE-ACCT     PIC X(10).
           05 GLA-CLEARING-ACCT    PIC X(10).
           05 GLA-ACCRUAL-ACCT     PIC X(10).
           05 GLA-MAINT-DATE       PIC 9(6).

      *    EACH BATCH IS ONE H CONTROL HEADER FOLLOWED BY ITS L
      *    LINES. JOURNAL TYPE N = NORMAL. R = REVERSING. A =
      *    ACCRUAL. AMOUNTS ARE UNSIGNED - THE SIDE IS IN DR-CR.
       FD GL-JOURNAL-FILE
       LABEL RECORD IS OMITTED.

       01 GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE      PIC X.
           05 GLH-BATCH-ID         PIC X(14).
           05 GLH-JOURNAL-TYPE     PIC X.
           05 GLH-JOURNAL-DATE     PIC 9(6).
           05 GLH-SOURCE-DATE      PIC 9(6).
           05 GLH-PERIOD-KEY       PIC 9(4).
           05 GLH-LINE-COUNT       PIC 9(5).
           05 GLH-DEBIT-TOTAL      PIC 9(13)V99.
           05 GLH-CREDIT-TOTAL     PIC 9(13)V99.
           05 GLH-SOURCE-TOTAL     PIC S9(13)V99.
           05 GLH-REVERSES-ID      PIC X(14).
           05 GLH-DESCRIPTION      PIC X(20).
           05 FILLER               PIC X(4).

       01 GL-LINE-RECORD.
           05 GLL-RECORD-TYPE      PIC X.
           05 GLL-BATCH-ID         PIC X(14).
           05 GLL-LINE-NUMBER      PIC 9(5).
           05 GLL-ACCOUNT          PIC X(10).
           05 GLL-DEPT-CODE        PIC 9(4).
           05 GLL-DR-CR            PIC X.
           05 GLL-AMOUNT           PIC 9(13)V99.
           05 GLL-PERIOD-KEY       PIC 9(4).
           05 GLL-DESCRIPTION      PIC X(30).
           05 FILLER               PIC X(36).

       FD CLOSE-REPORT-FILE
       LABEL RECORD IS OMITTED.

         77 WS-PARM-CLOSE-SET-SW     PIC X     VALUE 'N'.
         77 WS-PARM-NEW-SET-SW       PIC X     VALUE 'N'.
         77 WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
         77 WS-PARM-EARLY-SW         PIC X     VALUE 'N'.
         77 WS-LAST-BUSINESS-DATE    PIC 9(6)  VALUE ZERO.
         77 WS-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.

         77 WS-CAL-STATUS            PIC XX    VALUE SPACES.
         77 WS-CAL-EOF-SW            PIC X     VALUE 'N'.
         77 WS-CAL-AVAILABLE-SW      PIC X     VALUE 'N'.
         77 WS-CAL-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-CAL-COUNT             PIC 9(4)  VALUE ZERO.
         77 WS-CAL-SUB               PIC 9(4)  VALUE ZERO.
         77 WS-CAL-TEST-INTEGER      PIC 9(7)  VALUE ZERO.
         77 WS-CAL-TEST-CCYYMMDD     PIC 9(8)  VALUE ZERO.
         77 WS-CAL-TEST-DATE         PIC 9(6)  VALUE ZERO.
         77 WS-CAL-WEEKS             PIC 9(7)  VALUE ZERO.
         77 WS-CAL-WEEKDAY           PIC 9     VALUE ZERO.
         77 WS-CAL-DAY-TYPE          PIC X     VALUE SPACE.
         77 WS-BUSINESS-DAY-SW       PIC X     VALUE 'N'.

         77 WS-GLA-STATUS            PIC XX    VALUE SPACES.
         77 WS-GLJ-STATUS            PIC XX    VALUE SPACES.
         77 WS-GLJ-EOF-SW            PIC X     VALUE 'N'.
         77 WS-GL-DEFAULT-SW         PIC X     VALUE 'N'.
         77 WS-GL-MAPPED-SW          PIC X     VALUE 'N'.
         77 WS-GL-DEFAULT-USED       PIC 999   VALUE ZERO.
         77 WS-GAT-COUNT             PIC 999   VALUE ZERO.
         77 WS-GAT-SUB               PIC 999   VALUE ZERO.
         77 WS-GAT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-GAT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-GJT-COUNT             PIC 9(4)  VALUE ZERO.
         77 WS-GJT-SUB               PIC 9(4)  VALUE ZERO.
         77 WS-GL-DEBIT-TOTAL        PIC 9(13)V99 VALUE ZERO.
         77 WS-GL-CREDIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
         77 WS-GL-SOURCE-TOTAL       PIC S9(13)V99 VALUE ZERO.
         77 WS-GL-AMOUNT             PIC 9(13)V99 VALUE ZERO.
         77 WS-GL-DR-ACCT            PIC X(10) VALUE SPACES.
         77 WS-GL-CR-ACCT            PIC X(10) VALUE SPACES.
         77 WS-GL-DEPT-CODE          PIC 9(4)  VALUE ZERO.
         77 WS-GL-JOURNAL-TYPE       PIC X     VALUE SPACE.
         77 WS-GL-REVERSES-ID        PIC X(14) VALUE SPACES.
         77 WS-GL-BATCH-DESC         PIC X(30) VALUE SPACES.
         77 WS-GL-AMOUNT-EDIT-1      PIC Z(12)9.99.
         77 WS-GL-AMOUNT-EDIT-2      PIC Z(12)9.99.

       01 PARM-VALUE-FIELDS.
           05 WS-PARM-VALUE        PIC X(20).
         77 WS-WTD-EDIT-1            PIC -Z(11)9.99.
         77 WS-AVERAGE-EDIT          PIC -ZZ9.9999.

         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-DIV-STATUS            PIC XX    VALUE SPACES.
         77 WS-DEPT-AVAIL-SW         PIC X     VALUE 'N'.
         77 WS-DIV-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-DIV-NAME-FOUND        PIC X(30) VALUE SPACES.
         77 WS-DEPT-DIVISION-FOUND   PIC X(3)  VALUE SPACES.
         77 WS-DDT-COUNT             PIC 999   VALUE ZERO.
         77 WS-DDT-SUB               PIC 999   VALUE ZERO.
         77 WS-DDT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DVT-COUNT             PIC 999   VALUE ZERO.
         77 WS-DVT-SUB               PIC 999   VALUE ZERO.
         77 WS-DVT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DVT-SWAP-SW           PIC X     VALUE 'N'.
         77 WS-DVT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-DIV-RUN-COUNT         PIC 9(5)  VALUE ZERO.
         77 WS-DIV-DEPT-TOTAL        PIC 999   VALUE ZERO.
         77 WS-DIV-COUNTER           PIC 9(9)  VALUE ZERO.
         77 WS-DIV-ACCUMULATOR       PIC S9(13)V99 VALUE ZERO.
         77 WS-DIV-AVERAGE           PIC S999V9999 VALUE ZERO.

      *    DEPARTMENTS SEEN ON THE M RECORDS FOR THE PERIOD AND THE
      *    DIVISION EACH ONE ROLLS UP TO.
       01 DEPT-DIVISION-TABLE.
           05 DDT-ENTRY OCCURS 500 TIMES.
               10 DDT-DEPT-CODE        PIC 9(4).
               10 DDT-DIVISION-CODE    PIC X(3).

       01 DIVISION-TOTAL-TABLE.
           05 DVT-ENTRY OCCURS 100 TIMES.
               10 DVT-DIVISION-CODE    PIC X(3).
               10 DVT-DEPT-COUNT       PIC 999.
               10 DVT-COUNTER          PIC 9(9).
               10 DVT-ACCUMULATOR      PIC S9(13)V99.
               10 DVT-QTY-TOTAL        PIC 9(9).
               10 DVT-WTD-ACCUM        PIC S9(13)V99.

       01 DIVISION-TOTAL-HOLD.
           05 DVH-DIVISION-CODE    PIC X(3).
           05 DVH-DEPT-COUNT       PIC 999.
           05 DVH-COUNTER          PIC 9(9).
           05 DVH-ACCUMULATOR      PIC S9(13)V99.
           05 DVH-QTY-TOTAL        PIC 9(9).
           05 DVH-WTD-ACCUM        PIC S9(13)V99.

      *    BATCH ID - SOURCE. RUN DATE. PERIOD. AND SEQUENCE.
       01 GL-BATCH-ID-WORK.
           05 GBI-SOURCE           PIC XX.
           05 GBI-RUN-DATE         PIC 9(6).
           05 GBI-PERIOD-KEY       PIC 9(4).
           05 GBI-SEQUENCE         PIC 99.

       01 GL-DEFAULT-ACCOUNTS.
           05 GDF-CLEARING-ACCT    PIC X(10).
           05 GDF-ACCRUAL-ACCT     PIC X(10).

      *    EACH DEPARTMENT'S M RECORDS FOR THE PERIOD SUMMED - THE
      *    AMOUNTS THE ACCRUAL JOURNAL POSTS.
       01 GL-ACCRUAL-TABLE.
           05 GAT-ENTRY OCCURS 500 TIMES.
               10 GAT-DEPT-CODE        PIC 9(4).
               10 GAT-AMOUNT           PIC S9(13)V99.

      *    THE JOURNAL LINES OF THE BATCH BEING BUILT.
       01 GL-JOURNAL-TABLE.
           05 GJT-ENTRY OCCURS 1000 TIMES.
               10 GJT-ACCOUNT          PIC X(10).
               10 GJT-DEPT-CODE        PIC 9(4).
               10 GJT-DR-CR            PIC X.
               10 GJT-AMOUNT           PIC 9(13)V99.

      *    THE BUSINESS-DAY CALENDAR EXCEPTIONS IN DATE SEQUENCE.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
               10 CTB-DATE             PIC 9(6).
               10 CTB-DAY-TYPE         PIC X.


 04000 PROCEDURE DIVISION.
           BEGIN.
                   PERFORM SET-DEFAULT-NEW-PERIOD
               END-IF.

               PERFORM LOAD-CALENDAR.
               IF WS-CAL-AVAILABLE-SW NOT = 'Y'
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** WARNING - CALENDAR FILE NOT AVAILABLE '
                       '- STATUS ' WS-CAL-STATUS
                       ' - BUSINESS DAYS ARE WEEKDAYS ONLY ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               END-IF.
               IF WS-CAL-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO CLOSE-LINE
                   MOVE '*** WARNING - MORE THAN 1000 CALENDAR DAYS -'
                       TO CLS-TEXT (1:44)
                   MOVE 'LATER DAYS NOT LOADED ***' TO CLS-TEXT (46:25)
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               END-IF.

               PERFORM FIND-LAST-BUSINESS-DAY.
               IF WS-CURRENT-DATE < WS-LAST-BUSINESS-DATE
                   AND WS-PARM-EARLY-SW NOT = 'Y'
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** RUN DATE ' WS-CURRENT-DATE
                       ' IS BEFORE THE LAST BUSINESS DAY OF PERIOD '
                       WS-CLOSE-PERIOD ' (' WS-LAST-BUSINESS-DATE
                       ') ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** PERIOD NOT CLOSED - RERUN ON THE LAST '
                       'BUSINESS DAY OR SUPPLY EARLY-CLOSE=YES ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO END-OF-JOB
               END-IF.

               PERFORM READ-CARRY-FORWARD.

               IF WS-CARRY-FOUND-SW NOT = 'Y'
               END-IF.

               PERFORM WRITE-STATEMENT-HEADER.
               IF WS-CURRENT-DATE < WS-LAST-BUSINESS-DATE
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** EARLY CLOSE BY OVERRIDE - RUN DATE '
                       WS-CURRENT-DATE ' - LAST BUSINESS DAY '
                       WS-LAST-BUSINESS-DATE ' ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM SUM-HISTORY-RECORDS.
               PERFORM OPEN-DIVISION-FILES.
               PERFORM SUM-DOWNSTREAM-RECORDS.
               PERFORM RECONCILE-PERIOD.
               PERFORM WRITE-DIVISION-SUBTOTALS.
               IF WS-ERROR-COUNT = ZERO
                   PERFORM BUILD-ACCRUAL-JOURNAL
               END-IF.

               IF WS-ERROR-COUNT = ZERO
                   PERFORM WRITE-ARCHIVE-RECORD
                   PERFORM INITIALIZE-NEW-PERIOD
                   PERFORM WRITE-GL-JOURNAL-BATCH
               ELSE
                   MOVE 16 TO WS-RETURN-CODE
               END-IF.
                           PERFORM SUM-ONE-DOWN-OLD
                       END-IF
                   END-IF
                   IF WS-DOWN-EOF-SW NOT = 'Y'
                       AND DWN-RECORD-TYPE = 'M'
                       AND DWN-PERIOD-KEY NUMERIC
                       AND DWN-PERIOD-KEY = WS-CLOSE-PERIOD
                       PERFORM ADD-DEPT-TO-DIVISION
                       PERFORM ADD-DEPT-TO-ACCRUAL
                   END-IF
               END-PERFORM
               CLOSE DOWN-MASTER-FILE
           END-IF.
               END-ADD
           END-IF.

      *    THE DEPARTMENT AND DIVISION MASTERS ONLY FEED THE
      *    DIVISION SUBTOTALS - WITHOUT THEM EVERY DEPARTMENT FALLS
      *    UNDER NO DIVISION OR THE DIVISION PRINTS WITHOUT A NAME.
       OPEN-DIVISION-FILES.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-AVAIL-SW
           ELSE
               MOVE SPACES TO CLOSE-LINE
               STRING '*** DEPARTMENT MASTER NOT AVAILABLE - STATUS '
                   WS-DEPT-STATUS ' - DIVISIONS NOT ASSIGNED ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT DIVISION-FILE.
           IF WS-DIV-STATUS = '00'
               MOVE 'Y' TO WS-DIV-AVAIL-SW
           ELSE
               MOVE SPACES TO CLOSE-LINE
               STRING '*** DIVISION TABLE NOT AVAILABLE - STATUS '
                   WS-DIV-STATUS ' - DIVISION NAMES NOT PRINTED ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    ONE M RECORD PER DEPARTMENT PER RUN. THE DEPARTMENT IS
      *    LOOKED UP ON THE MASTER THE FIRST TIME IT IS SEEN AND
      *    COUNTED ONCE IN ITS DIVISION.
       ADD-DEPT-TO-DIVISION.
           MOVE 'N'  TO WS-DDT-FOUND-SW.
           MOVE ZERO TO WS-DDT-SUB.
           PERFORM FIND-DEPT-ENTRY
               UNTIL WS-DDT-FOUND-SW = 'Y'
                  OR WS-DDT-SUB NOT < WS-DDT-COUNT.
           IF WS-DDT-FOUND-SW = 'Y'
               MOVE DDT-DIVISION-CODE (WS-DDT-SUB)
                   TO WS-DEPT-DIVISION-FOUND
           ELSE
               PERFORM LOOKUP-DEPT-DIVISION
           END-IF.
           PERFORM FIND-OR-ADD-DIVISION.
           IF WS-DVT-FOUND-SW = 'Y'
               IF WS-DDT-FOUND-SW NOT = 'Y'
                   ADD 1 TO DVT-DEPT-COUNT (WS-DVT-SUB)
               END-IF
               ADD DWN-RECORD-COUNT TO DVT-COUNTER (WS-DVT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD DWN-ACCUMULATOR TO DVT-ACCUMULATOR (WS-DVT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD DWN-QTY-TOTAL TO DVT-QTY-TOTAL (WS-DVT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD DWN-WTD-ACCUMULATOR TO DVT-WTD-ACCUM (WS-DVT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
           END-IF.

       ADD-DEPT-TO-ACCRUAL.
           MOVE 'N'  TO WS-GAT-FOUND-SW.
           MOVE ZERO TO WS-GAT-SUB.
           PERFORM FIND-ACCRUAL-ENTRY
               UNTIL WS-GAT-FOUND-SW = 'Y'
                  OR WS-GAT-SUB NOT < WS-GAT-COUNT.
           IF WS-GAT-FOUND-SW NOT = 'Y'
               IF WS-GAT-COUNT < 500
                   ADD 1 TO WS-GAT-COUNT
                   MOVE WS-GAT-COUNT  TO WS-GAT-SUB
                   MOVE DWN-DEPT-CODE TO GAT-DEPT-CODE (WS-GAT-SUB)
                   MOVE ZEROS         TO GAT-AMOUNT (WS-GAT-SUB)
                   MOVE 'Y' TO WS-GAT-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-GAT-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-GAT-FOUND-SW = 'Y'
               ADD DWN-ACCUMULATOR TO GAT-AMOUNT (WS-GAT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
           END-IF.

       FIND-ACCRUAL-ENTRY.
           ADD 1 TO WS-GAT-SUB.
           IF GAT-DEPT-CODE (WS-GAT-SUB) = DWN-DEPT-CODE
               MOVE 'Y' TO WS-GAT-FOUND-SW
           END-IF.

       FIND-DEPT-ENTRY.
           ADD 1 TO WS-DDT-SUB.
           IF DDT-DEPT-CODE (WS-DDT-SUB) = DWN-DEPT-CODE
               MOVE 'Y' TO WS-DDT-FOUND-SW
           END-IF.

       LOOKUP-DEPT-DIVISION.
           MOVE SPACES TO WS-DEPT-DIVISION-FOUND.
           IF WS-DEPT-AVAIL-SW = 'Y'
               MOVE DWN-DEPT-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DEPT-DIVISION-FOUND
                   NOT INVALID KEY
                       MOVE DM-DIVISION-CODE TO WS-DEPT-DIVISION-FOUND
               END-READ
           END-IF.
           IF WS-DDT-COUNT < 500
               ADD 1 TO WS-DDT-COUNT
               MOVE DWN-DEPT-CODE TO DDT-DEPT-CODE (WS-DDT-COUNT)
               MOVE WS-DEPT-DIVISION-FOUND
                   TO DDT-DIVISION-CODE (WS-DDT-COUNT)
           END-IF.

       FIND-OR-ADD-DIVISION.
           MOVE 'N'  TO WS-DVT-FOUND-SW.
           MOVE ZERO TO WS-DVT-SUB.
           PERFORM FIND-DIVISION-ENTRY
               UNTIL WS-DVT-FOUND-SW = 'Y'
                  OR WS-DVT-SUB NOT < WS-DVT-COUNT.
           IF WS-DVT-FOUND-SW NOT = 'Y'
               IF WS-DVT-COUNT < 100
                   ADD 1 TO WS-DVT-COUNT
                   MOVE WS-DVT-COUNT TO WS-DVT-SUB
                   MOVE WS-DEPT-DIVISION-FOUND
                       TO DVT-DIVISION-CODE (WS-DVT-SUB)
                   MOVE ZEROS TO DVT-DEPT-COUNT (WS-DVT-SUB)
                   MOVE ZEROS TO DVT-COUNTER (WS-DVT-SUB)
                   MOVE ZEROS TO DVT-ACCUMULATOR (WS-DVT-SUB)
                   MOVE ZEROS TO DVT-QTY-TOTAL (WS-DVT-SUB)
                   MOVE ZEROS TO DVT-WTD-ACCUM (WS-DVT-SUB)
                   MOVE 'Y' TO WS-DVT-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-DVT-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-DIVISION-ENTRY.
           ADD 1 TO WS-DVT-SUB.
           IF DVT-DIVISION-CODE (WS-DVT-SUB) = WS-DEPT-DIVISION-FOUND
               MOVE 'Y' TO WS-DVT-FOUND-SW
           END-IF.

      *    INFORMATION ONLY - A DIFFERENCE AGAINST THE DOWNSTREAM
      *    RUN TOTALS IS NOTED BUT DOES NOT COUNT AS A CLOSE ERROR.
      *    RUNS LOADED BEFORE THE M RECORDS WERE CARRIED HAVE NONE.
       WRITE-DIVISION-SUBTOTALS.
           PERFORM SORT-DIVISION-TABLE.
           MOVE SPACES TO CLOSE-LINE.
           MOVE 'DIVISION SUBTOTALS' TO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.
           IF WS-DVT-OVERFLOW-SW = 'Y'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** MORE THAN 100 DIVISIONS - SUBTOTALS '
                   'INCOMPLETE ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZERO TO WS-DIV-DEPT-TOTAL.
           MOVE ZERO TO WS-DIV-COUNTER.
           MOVE ZERO TO WS-DIV-ACCUMULATOR.
           MOVE ZERO TO WS-DVT-SUB.
           PERFORM WRITE-ONE-DIVISION-LINE
               UNTIL WS-DVT-SUB NOT < WS-DVT-COUNT.

           MOVE ZEROS TO WS-DIV-AVERAGE.
           IF WS-DIV-COUNTER NOT = ZERO
               DIVIDE WS-DIV-ACCUMULATOR BY WS-DIV-COUNTER
                   GIVING WS-DIV-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.
           MOVE WS-DIV-COUNTER TO WS-COUNT-EDIT-1.
           MOVE WS-DIV-ACCUMULATOR TO WS-ACCUM-EDIT-1.
           MOVE WS-DIV-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'ALL DIVISIONS                           '
               ' DEPTS: ' WS-DIV-DEPT-TOTAL
               '  CARDS: ' WS-COUNT-EDIT-1
               '  TOTAL: ' WS-ACCUM-EDIT-1
               '  AVERAGE: ' WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.

           IF WS-DIV-COUNTER NOT = WS-DWN-COUNTER
               OR WS-DIV-ACCUMULATOR NOT = WS-DWN-ACCUMULATOR
               MOVE SPACES TO CLOSE-LINE
               STRING 'NOTE - DIVISION SUBTOTALS DO NOT FOOT TO THE '
                   'DOWNSTREAM RUN TOTALS - RUNS WITHOUT DEPARTMENT '
                   'RECORDS ARE NOT INCLUDED'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-ONE-DIVISION-LINE.
           ADD 1 TO WS-DVT-SUB.
           MOVE SPACES TO WS-DIV-NAME-FOUND.
           IF DVT-DIVISION-CODE (WS-DVT-SUB) = SPACES
               MOVE '*NO DIVISION ASSIGNED*' TO WS-DIV-NAME-FOUND
           ELSE
               IF WS-DIV-AVAIL-SW = 'Y'
                   MOVE DVT-DIVISION-CODE (WS-DVT-SUB)
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
           MOVE ZEROS TO WS-DIV-AVERAGE.
           IF DVT-COUNTER (WS-DVT-SUB) NOT = ZERO
               DIVIDE DVT-ACCUMULATOR (WS-DVT-SUB)
                   BY DVT-COUNTER (WS-DVT-SUB)
                   GIVING WS-DIV-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.
           ADD DVT-DEPT-COUNT (WS-DVT-SUB) TO WS-DIV-DEPT-TOTAL.
           ADD DVT-COUNTER (WS-DVT-SUB) TO WS-DIV-COUNTER
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-ADD.
           ADD DVT-ACCUMULATOR (WS-DVT-SUB) TO WS-DIV-ACCUMULATOR
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-ADD.
           MOVE DVT-COUNTER (WS-DVT-SUB) TO WS-COUNT-EDIT-1.
           MOVE DVT-ACCUMULATOR (WS-DVT-SUB) TO WS-ACCUM-EDIT-1.
           MOVE WS-DIV-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'DIVISION ' DVT-DIVISION-CODE (WS-DVT-SUB)
               ' ' WS-DIV-NAME-FOUND
               ' DEPTS: ' DVT-DEPT-COUNT (WS-DVT-SUB)
               '  CARDS: ' WS-COUNT-EDIT-1
               '  TOTAL: ' WS-ACCUM-EDIT-1
               '  AVERAGE: ' WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

       SORT-DIVISION-TABLE.
           MOVE 'Y' TO WS-DVT-SWAP-SW.
           PERFORM SORT-DIVISION-PASS
               UNTIL WS-DVT-SWAP-SW NOT = 'Y'.

       SORT-DIVISION-PASS.
           MOVE 'N' TO WS-DVT-SWAP-SW.
           MOVE 1 TO WS-DVT-SUB.
           PERFORM SORT-DIVISION-COMPARE
               UNTIL WS-DVT-SUB NOT < WS-DVT-COUNT.

       SORT-DIVISION-COMPARE.
           IF DVT-DIVISION-CODE (WS-DVT-SUB)
               > DVT-DIVISION-CODE (WS-DVT-SUB + 1)
               MOVE DVT-ENTRY (WS-DVT-SUB) TO DIVISION-TOTAL-HOLD
               MOVE DVT-ENTRY (WS-DVT-SUB + 1)
                   TO DVT-ENTRY (WS-DVT-SUB)
               MOVE DIVISION-TOTAL-HOLD
                   TO DVT-ENTRY (WS-DVT-SUB + 1)
               MOVE 'Y' TO WS-DVT-SWAP-SW
           END-IF.
           ADD 1 TO WS-DVT-SUB.

       RECONCILE-PERIOD.
           IF WS-SIZE-ERROR-SW = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

      *    THE ACCRUAL JOURNAL IS BUILT AND EVERY DEPARTMENT
      *    MAPPED BEFORE ANYTHING IS ARCHIVED - A DEPARTMENT THAT
      *    CANNOT BE JOURNALED HOLDS THE CLOSE. EACH DEPARTMENT'S
      *    PERIOD TOTAL MOVES FROM ITS CLEARING ACCOUNT TO ITS
      *    ACCRUAL ACCOUNT. A CREDIT TOTAL THE OTHER WAY ROUND.
       BUILD-ACCRUAL-JOURNAL.
           MOVE ZERO TO WS-GJT-COUNT.
           MOVE ZERO TO WS-GL-SOURCE-TOTAL.
           IF WS-GAT-OVERFLOW-SW = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CLOSE-LINE
               STRING '*** MORE THAN 500 DEPARTMENTS - ACCRUAL JOURNAL '
                   'CANNOT BE BUILT ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-GLA-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CLOSE-LINE
               STRING '*** GL ACCOUNT TABLE NOT AVAILABLE - STATUS '
                   WS-GLA-STATUS ' - NO ACCRUAL JOURNAL CAN BE BUILT'
                   ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE ZEROS TO GLA-DEPT-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GL-DEFAULT-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GL-DEFAULT-SW
                       MOVE GLA-CLEARING-ACCT TO GDF-CLEARING-ACCT
                       MOVE GLA-ACCRUAL-ACCT  TO GDF-ACCRUAL-ACCT
               END-READ
               MOVE ZERO TO WS-GAT-SUB
               PERFORM ADD-ACCRUAL-JOURNAL-LINES
                   UNTIL WS-GAT-SUB NOT < WS-GAT-COUNT
               CLOSE GL-ACCOUNT-FILE
           END-IF.
           IF WS-GL-DEFAULT-USED > ZERO
               MOVE SPACES TO CLOSE-LINE
               STRING 'GL - ' WS-GL-DEFAULT-USED
                   ' DEPARTMENT(S) ACCRUED TO THE SHOP DEFAULT'
                   ' ACCOUNTS - SEE DEPTJOB G CARDS'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.
      *    A PERIOD CLOSES ONCE - THE SEQUENCE IS STILL TAKEN FROM
      *    THE FILE SO THE BATCH ID CAN NEVER REPEAT.
           MOVE 'AC'            TO GBI-SOURCE.
           MOVE WS-CURRENT-DATE TO GBI-RUN-DATE.
           MOVE WS-CLOSE-PERIOD TO GBI-PERIOD-KEY.
           MOVE 'A'             TO WS-GL-JOURNAL-TYPE.
           MOVE SPACES          TO WS-GL-REVERSES-ID.
           MOVE SPACES          TO WS-GL-BATCH-DESC.
           STRING 'ACCRUAL PERIOD ' WS-CLOSE-PERIOD
               DELIMITED BY SIZE INTO WS-GL-BATCH-DESC.

       ADD-ACCRUAL-JOURNAL-LINES.
           ADD 1 TO WS-GAT-SUB.
           ADD GAT-AMOUNT (WS-GAT-SUB) TO WS-GL-SOURCE-TOTAL.
           IF GAT-AMOUNT (WS-GAT-SUB) NOT = ZERO
               MOVE GAT-DEPT-CODE (WS-GAT-SUB) TO WS-GL-DEPT-CODE
               MOVE 'Y' TO WS-GL-MAPPED-SW
               MOVE WS-GL-DEPT-CODE TO GLA-DEPT-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       PERFORM USE-DEFAULT-GL-ACCOUNTS
               END-READ
               IF WS-GL-MAPPED-SW = 'Y'
                   IF GAT-AMOUNT (WS-GAT-SUB) > ZERO
                       MOVE GLA-CLEARING-ACCT TO WS-GL-DR-ACCT
                       MOVE GLA-ACCRUAL-ACCT  TO WS-GL-CR-ACCT
                       MOVE GAT-AMOUNT (WS-GAT-SUB) TO WS-GL-AMOUNT
                   ELSE
                       MOVE GLA-ACCRUAL-ACCT  TO WS-GL-DR-ACCT
                       MOVE GLA-CLEARING-ACCT TO WS-GL-CR-ACCT
                       COMPUTE WS-GL-AMOUNT =
                           0 - GAT-AMOUNT (WS-GAT-SUB)
                   END-IF
                   PERFORM ADD-GL-LINE-PAIR
               END-IF
           END-IF.

       USE-DEFAULT-GL-ACCOUNTS.
           IF WS-GL-DEFAULT-SW = 'Y'
               ADD 1 TO WS-GL-DEFAULT-USED
               MOVE GDF-CLEARING-ACCT TO GLA-CLEARING-ACCT
               MOVE GDF-ACCRUAL-ACCT  TO GLA-ACCRUAL-ACCT
           ELSE
               MOVE 'N' TO WS-GL-MAPPED-SW
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CLOSE-LINE
               STRING '*** DEPT ' WS-GL-DEPT-CODE
                   ' HAS NO GL ACCOUNTS AND NO SHOP DEFAULT IS SET'
                   ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       ADD-GL-LINE-PAIR.
           IF WS-GJT-COUNT > 998
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** MORE THAN 1000 GL JOURNAL LINES ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-GJT-COUNT
               MOVE WS-GL-DR-ACCT   TO GJT-ACCOUNT (WS-GJT-COUNT)
               MOVE WS-GL-DEPT-CODE TO GJT-DEPT-CODE (WS-GJT-COUNT)
               MOVE 'D'             TO GJT-DR-CR (WS-GJT-COUNT)
               MOVE WS-GL-AMOUNT    TO GJT-AMOUNT (WS-GJT-COUNT)
               ADD 1 TO WS-GJT-COUNT
               MOVE WS-GL-CR-ACCT   TO GJT-ACCOUNT (WS-GJT-COUNT)
               MOVE WS-GL-DEPT-CODE TO GJT-DEPT-CODE (WS-GJT-COUNT)
               MOVE 'C'             TO GJT-DR-CR (WS-GJT-COUNT)
               MOVE WS-GL-AMOUNT    TO GJT-AMOUNT (WS-GJT-COUNT)
           END-IF.

      *    THE NEXT FREE SEQUENCE FOR THE BATCH ID PREFIX ALREADY
      *    IN GL-BATCH-ID-WORK.
       FIND-NEXT-GL-SEQUENCE.
           MOVE ZERO TO GBI-SEQUENCE.
           MOVE 'N'  TO WS-GLJ-EOF-SW.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GLJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-GLJ-EOF-SW
           END-IF.
           PERFORM CHECK-GL-SEQUENCE
               UNTIL WS-GLJ-EOF-SW = 'Y'.
           IF WS-GLJ-STATUS = '00' OR WS-GLJ-STATUS = '10'
               CLOSE GL-JOURNAL-FILE
           END-IF.
           ADD 1 TO GBI-SEQUENCE.

       CHECK-GL-SEQUENCE.
           READ GL-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF-SW
           END-READ.
           IF WS-GLJ-EOF-SW NOT = 'Y'
               AND GLH-RECORD-TYPE = 'H'
               AND GLH-BATCH-ID (1:12) = GL-BATCH-ID-WORK (1:12)
               AND GLH-BATCH-ID (13:2) NUMERIC
               AND GLH-BATCH-ID (13:2) > GBI-SEQUENCE
               MOVE GLH-BATCH-ID (13:2) TO GBI-SEQUENCE
           END-IF.

      *    THE HEADER TOTALS ARE FOOTED FROM THE LINES THEMSELVES
      *    AND A BATCH WHOSE DEBITS AND CREDITS DIFFER IS NOT
      *    WRITTEN.
       WRITE-GL-JOURNAL-BATCH.
           PERFORM FIND-NEXT-GL-SEQUENCE.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           MOVE ZERO TO WS-GL-CREDIT-TOTAL.
           MOVE ZERO TO WS-GJT-SUB.
           PERFORM FOOT-GL-JOURNAL-LINE
               UNTIL WS-GJT-SUB NOT < WS-GJT-COUNT.
           MOVE WS-GL-DEBIT-TOTAL  TO WS-GL-AMOUNT-EDIT-1.
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-AMOUNT-EDIT-2.

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CLOSE-LINE
               STRING '*** GL BATCH ' GL-BATCH-ID-WORK
                   ' DOES NOT BALANCE - DEBITS ' WS-GL-AMOUNT-EDIT-1
                   ' CREDITS ' WS-GL-AMOUNT-EDIT-2
                   ' - NOT WRITTEN ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
           ELSE
               OPEN EXTEND GL-JOURNAL-FILE
               IF WS-GLJ-STATUS = '35'
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               MOVE SPACES             TO GL-HEADER-RECORD
               MOVE 'H'                TO GLH-RECORD-TYPE
               MOVE GL-BATCH-ID-WORK   TO GLH-BATCH-ID
               MOVE WS-GL-JOURNAL-TYPE TO GLH-JOURNAL-TYPE
               MOVE WS-CURRENT-DATE    TO GLH-JOURNAL-DATE
               MOVE GBI-RUN-DATE       TO GLH-SOURCE-DATE
               MOVE GBI-PERIOD-KEY     TO GLH-PERIOD-KEY
               MOVE WS-GJT-COUNT       TO GLH-LINE-COUNT
               MOVE WS-GL-DEBIT-TOTAL  TO GLH-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO GLH-CREDIT-TOTAL
               MOVE WS-GL-SOURCE-TOTAL TO GLH-SOURCE-TOTAL
               MOVE WS-GL-REVERSES-ID  TO GLH-REVERSES-ID
               MOVE WS-GL-BATCH-DESC   TO GLH-DESCRIPTION
               WRITE GL-HEADER-RECORD
               MOVE ZERO TO WS-GJT-SUB
               PERFORM WRITE-GL-JOURNAL-LINE
                   UNTIL WS-GJT-SUB NOT < WS-GJT-COUNT
               CLOSE GL-JOURNAL-FILE
               MOVE SPACES TO CLOSE-LINE
               STRING 'GL JOURNAL BATCH ' GL-BATCH-ID-WORK
                   ' WRITTEN - LINES ' WS-GJT-COUNT
                   '  DEBITS ' WS-GL-AMOUNT-EDIT-1
                   '  CREDITS ' WS-GL-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 2 LINES
           END-IF.

       FOOT-GL-JOURNAL-LINE.
           ADD 1 TO WS-GJT-SUB.
           IF GJT-DR-CR (WS-GJT-SUB) = 'D'
               ADD GJT-AMOUNT (WS-GJT-SUB) TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GJT-AMOUNT (WS-GJT-SUB) TO WS-GL-CREDIT-TOTAL
           END-IF.

       WRITE-GL-JOURNAL-LINE.
           ADD 1 TO WS-GJT-SUB.
           MOVE SPACES                   TO GL-LINE-RECORD.
           MOVE 'L'                      TO GLL-RECORD-TYPE.
           MOVE GL-BATCH-ID-WORK         TO GLL-BATCH-ID.
           MOVE WS-GJT-SUB               TO GLL-LINE-NUMBER.
           MOVE GJT-ACCOUNT (WS-GJT-SUB)   TO GLL-ACCOUNT.
           MOVE GJT-DEPT-CODE (WS-GJT-SUB) TO GLL-DEPT-CODE.
           MOVE GJT-DR-CR (WS-GJT-SUB)     TO GLL-DR-CR.
           MOVE GJT-AMOUNT (WS-GJT-SUB)    TO GLL-AMOUNT.
           MOVE GBI-PERIOD-KEY           TO GLL-PERIOD-KEY.
           MOVE WS-GL-BATCH-DESC         TO GLL-DESCRIPTION.
           WRITE GL-LINE-RECORD.

       WRITE-ARCHIVE-RECORD.
           OPEN EXTEND CLOSE-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '35'
           MOVE WS-MTD-WTD-AVERAGE  TO ARC-WTD-AVERAGE.
           MOVE WS-CURRENT-DATE     TO ARC-CLOSE-DATE.
           MOVE 'Y'                 TO ARC-RECON-FLAG.
           MOVE ZEROS               TO ARC-RESTATE-SEQ.
           WRITE CLOSE-ARCHIVE-RECORD.
           CLOSE CLOSE-ARCHIVE-FILE.

           END-IF.
           MOVE WS-PERIOD-WORK-N TO WS-NEW-PERIOD.

      *    THE LAST BUSINESS DAY OF THE CLOSING PERIOD - STEP BACK
      *    FROM THE FIRST DAY OF THE FOLLOWING MONTH.
       FIND-LAST-BUSINESS-DAY.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-WORK-N.
           IF WS-PERIOD-MM < 12
               ADD 1 TO WS-PERIOD-MM
           ELSE
               MOVE 1 TO WS-PERIOD-MM
               ADD 1 TO WS-PERIOD-YY
           END-IF.
           COMPUTE WS-DATE-CCYYMMDD =
               20000000 + (WS-PERIOD-WORK-N * 100) + 1.
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM STEP-BACK-ONE-DAY
               UNTIL WS-BUSINESS-DAY-SW = 'Y'.
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INTEGER).
           COMPUTE WS-LAST-BUSINESS-DATE = WS-DATE-CCYYMMDD - 20000000.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-TEST-INTEGER.
           PERFORM TEST-BUSINESS-DAY.

       WRITE-STATEMENT-FOOTER.
           MOVE SPACES TO CLOSE-LINE.
           IF WS-ERROR-COUNT = ZERO
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'EARLY-CLOSE'
               IF WS-PARM-VALUE = 'YES'
                   MOVE 'Y' TO WS-PARM-EARLY-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
               PERFORM ABEND-INVALID-PARM
           END-IF
           END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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

       END-OF-JOB.
           IF WS-CARRY-FOUND-SW = 'Y'
               CLOSE CARRY-FILE
           END-IF.
           IF WS-DEPT-AVAIL-SW = 'Y'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-DIV-AVAIL-SW = 'Y'
               CLOSE DIVISION-FILE
           END-IF.
           CLOSE CLOSE-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
