      *            MASTER AND THE LEDGER ENTRIES FOR THAT DATE ARE
      *            MARKED BACKED OUT.
      *
      *            EVERY LOAD ALSO WRITES A GENERAL-LEDGER JOURNAL
      *            BATCH TO THE GL INTERFACE FILE - ONE DEBIT AND
      *            ONE CREDIT LINE PER M DEPARTMENT RECORD. THE
      *            EXPENSE ACCOUNT AGAINST THE CLEARING ACCOUNT
      *            TAKEN FROM THE GL ACCOUNT TABLE (DEPARTMENT 0000
      *            IS THE SHOP DEFAULT). A CREDIT-HEAVY DEPARTMENT
      *            POSTS THE OTHER WAY ROUND. THE BATCH IS LED BY A
      *            CONTROL HEADER CARRYING ITS LINE COUNT. DEBIT AND
      *            CREDIT TOTALS AND THE LOADED TOTAL. AND IS ONLY
      *            WRITTEN WHEN IT BALANCES. A DEPARTMENT WITH NO
      *            ACCOUNTS AND NO DEFAULT HOLDS THE LOAD. A
      *            BACKOUT WRITES THE REVERSING BATCH - THE LOAD'S
      *            OWN JOURNAL LINES WITH DEBIT AND CREDIT SWAPPED.
      *            BATCH ID - SOURCE (LD LOAD. RV REVERSAL. AC
      *            MONTH-END ACCRUAL). RUN DATE. PERIOD. SEQUENCE.
      *
      *            A LOAD RECORDS ITS START. AND AT ITS END ITS
      *            CONDITION CODE AND COUNTS. ON THE AVGJOB
      *            RUN-CONTROL FILE (RUNCTL) UNDER THE BUSINESS DATE
      *            SET BY JOBCTL. A BACKOUT MARKS THE LOAD FOR THE
      *            BACKOUT DATE BACKED OUT THERE SO AVGJOB MAY BE
      *            RESTARTED AT THE LOAD STEP.
      *
      *            PARAMETER CARDS (EXTLPARM) -
      *              RUN-MODE=LOAD     NORMAL VERIFY AND LOAD
      *                                (DEFAULT IF NO CARD)
           SELECT DOWN-SCRATCH-FILE ASSIGN TO "DWNSCR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-DEPT-CODE
               FILE STATUS IS WS-GLA-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT PARM-FILE ASSIGN TO "EXTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD DOWN-MASTER-FILE

       01 DOWN-SCRATCH-RECORD      PIC X(81).

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

      *    AVGJOB RUN CONTROL (SEE JOBCTL) - ONE RECORD PER BUSINESS
      *    DATE AND PROGRAM. STATUS S = STARTED AND NOT ENDED. C =
      *    COMPLETED. F = ENDED WITH A FAILING CONDITION CODE. B =
      *    LOAD BACKED OUT. KEY 000000CURRENT HOLDS THE BUSINESS
      *    DATE JOBCTL LAST SET.
       FD RUN-CONTROL-FILE
       LABEL RECORD IS OMITTED.

       01 RUN-CONTROL-RECORD.
           05 RCT-KEY.
               10 RCT-BUSINESS-DATE    PIC 9(6).
               10 RCT-PROGRAM          PIC X(8).
           05 RCT-STATUS            PIC X.
           05 RCT-ATTEMPTS          PIC 9(3).
           05 RCT-START-DATE        PIC 9(6).
           05 RCT-START-TIME        PIC 9(6).
           05 RCT-END-DATE          PIC 9(6).
           05 RCT-END-TIME          PIC 9(6).
           05 RCT-COND-CODE         PIC 9(3).
           05 RCT-COUNT             PIC 9(9) OCCURS 4 TIMES.
           05 FILLER                PIC X(19).

       01 RUN-CONTROL-CURRENT.
           05 RCC-KEY              PIC X(14).
           05 RCC-BUSINESS-DATE    PIC 9(6).
           05 RCC-RESTART-STEP     PIC X(8).
           05 RCC-SET-DATE         PIC 9(6).
           05 RCC-SET-TIME         PIC 9(6).
           05 FILLER               PIC X(60).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

         77 WS-BO-KEPT               PIC 9(7)  VALUE ZERO.
         77 WS-SCRATCH-EOF-SW        PIC X     VALUE 'N'.

         77 WS-GLA-STATUS            PIC XX    VALUE SPACES.
         77 WS-GLJ-STATUS            PIC XX    VALUE SPACES.
         77 WS-GLJ-EOF-SW            PIC X     VALUE 'N'.
         77 WS-GL-DEFAULT-SW         PIC X     VALUE 'N'.
         77 WS-GL-MAPPED-SW          PIC X     VALUE 'N'.
         77 WS-GL-TARGET-SW          PIC X     VALUE 'N'.
         77 WS-GL-REVERSED-SW        PIC X     VALUE 'N'.
         77 WS-GL-DEFAULT-USED       PIC 999   VALUE ZERO.
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
         77 WS-GL-TARGET-ID          PIC X(14) VALUE SPACES.
         77 WS-GL-TARGET-TOTAL       PIC S9(13)V99 VALUE ZERO.
         77 WS-GL-BATCH-DESC         PIC X(30) VALUE SPACES.
         77 WS-GL-AMOUNT-EDIT-1      PIC Z(12)9.99.
         77 WS-GL-AMOUNT-EDIT-2      PIC Z(12)9.99.

         77 WS-RCT-STATUS            PIC XX    VALUE SPACES.
         77 WS-RCT-PROGRAM           PIC X(8)  VALUE 'EXTLOAD'.
         77 WS-RCT-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-RCT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-RCT-BUSINESS-DATE     PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-DATE        PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-TIME        PIC 9(8)  VALUE ZERO.
         77 WS-RCT-END-STATUS        PIC X     VALUE SPACE.
         77 WS-RCT-END-CC            PIC 999   VALUE ZERO.

       01 RUN-CONTROL-END-COUNTS.
           05 WS-RCT-END-COUNT     PIC 9(9) OCCURS 4 TIMES.

       01 PARM-VALUE-FIELDS.
           05 WS-PARM-VALUE        PIC X(20).
           05 FILLER REDEFINES WS-PARM-VALUE.
           05 WS-CARRY-PERIOD-N REDEFINES WS-CARRY-PERIOD-WORK
                                       PIC 9(4).

      *    BATCH ID - SOURCE. RUN DATE. PERIOD. AND A SEQUENCE
      *    THAT KEEPS A RELOAD OR SECOND BACKOUT OF THE SAME DAY
      *    DISTINCT.
       01 GL-BATCH-ID-WORK.
           05 GBI-SOURCE           PIC XX.
           05 GBI-RUN-DATE         PIC 9(6).
           05 GBI-PERIOD-KEY       PIC 9(4).
           05 GBI-SEQUENCE         PIC 99.

       01 GL-DEFAULT-ACCOUNTS.
           05 GDF-EXPENSE-ACCT     PIC X(10).
           05 GDF-CLEARING-ACCT    PIC X(10).

      *    THE JOURNAL LINES OF THE BATCH BEING BUILT.
       01 GL-JOURNAL-TABLE.
           05 GJT-ENTRY OCCURS 1000 TIMES.
               10 GJT-ACCOUNT          PIC X(10).
               10 GJT-DEPT-CODE        PIC 9(4).
               10 GJT-DR-CR            PIC X.
               10 GJT-AMOUNT           PIC 9(13)V99.

       01 DEPT-EXTRACT-TABLE.
           05 MTB-ENTRY OCCURS 500 TIMES.
               10 MTB-DEPT-CODE        PIC 9(4).
               WRITE RECON-LINE AFTER ADVANCING 1 LINE.

               PERFORM READ-PARM-FILE.
               IF WS-RUN-MODE = 'LOAD'
                   PERFORM RECORD-STEP-START
               END-IF.

               IF WS-RUN-MODE = 'BACKOUT'
                   GO TO BACKOUT-MODE
           IF WS-ERROR-COUNT = ZERO
               PERFORM CHECK-LOAD-LEDGER
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               PERFORM BUILD-LOAD-JOURNAL
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               PERFORM LOAD-EXTRACT-DETAILS
               PERFORM WRITE-LEDGER-ENTRY
               PERFORM WRITE-GL-JOURNAL-BATCH
           END-IF.
           PERFORM WRITE-RECON-SUMMARY.
           GO TO END-OF-JOB.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

      *    THE LOAD'S JOURNAL IS BUILT AND EVERY DEPARTMENT
      *    MAPPED BEFORE ANYTHING IS LOADED - A DEPARTMENT THAT
      *    CANNOT BE JOURNALED HOLDS THE LOAD.
       BUILD-LOAD-JOURNAL.
           MOVE ZERO TO WS-GJT-COUNT.
           MOVE ZERO TO WS-GL-SOURCE-TOTAL.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-GLA-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RECON-LINE
               STRING '*** GL ACCOUNT TABLE NOT AVAILABLE - STATUS '
                   WS-GLA-STATUS ' - NO JOURNAL CAN BE BUILT ***'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE ZEROS TO GLA-DEPT-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GL-DEFAULT-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GL-DEFAULT-SW
                       MOVE GLA-EXPENSE-ACCT  TO GDF-EXPENSE-ACCT
                       MOVE GLA-CLEARING-ACCT TO GDF-CLEARING-ACCT
               END-READ
               MOVE ZERO TO WS-MTB-SUB
               PERFORM ADD-LOAD-JOURNAL-LINES
                   UNTIL WS-MTB-SUB NOT < WS-MTB-COUNT
               CLOSE GL-ACCOUNT-FILE
           END-IF.
           IF WS-GL-DEFAULT-USED > ZERO
               MOVE SPACES TO RECON-LINE
               STRING 'GL - ' WS-GL-DEFAULT-USED
                   ' DEPARTMENT(S) POSTED TO THE SHOP DEFAULT'
                   ' ACCOUNTS - SEE DEPTJOB G CARDS'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'LD'            TO GBI-SOURCE.
           MOVE WS-RUN-DATE     TO GBI-RUN-DATE.
           MOVE WS-PERIOD-KEY   TO GBI-PERIOD-KEY.
           MOVE 'N'             TO WS-GL-JOURNAL-TYPE.
           MOVE SPACES          TO WS-GL-REVERSES-ID.
           MOVE SPACES          TO WS-GL-BATCH-DESC.
           STRING 'DAILY LOAD ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-GL-BATCH-DESC.

       ADD-LOAD-JOURNAL-LINES.
           ADD 1 TO WS-MTB-SUB.
           ADD MTB-ACCUMULATOR (WS-MTB-SUB) TO WS-GL-SOURCE-TOTAL.
           IF MTB-ACCUMULATOR (WS-MTB-SUB) NOT = ZERO
               MOVE MTB-DEPT-CODE (WS-MTB-SUB) TO WS-GL-DEPT-CODE
               MOVE 'Y' TO WS-GL-MAPPED-SW
               MOVE WS-GL-DEPT-CODE TO GLA-DEPT-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       PERFORM USE-DEFAULT-GL-ACCOUNTS
               END-READ
               IF WS-GL-MAPPED-SW = 'Y'
                   IF MTB-ACCUMULATOR (WS-MTB-SUB) > ZERO
                       MOVE GLA-EXPENSE-ACCT  TO WS-GL-DR-ACCT
                       MOVE GLA-CLEARING-ACCT TO WS-GL-CR-ACCT
                       MOVE MTB-ACCUMULATOR (WS-MTB-SUB)
                           TO WS-GL-AMOUNT
                   ELSE
                       MOVE GLA-CLEARING-ACCT TO WS-GL-DR-ACCT
                       MOVE GLA-EXPENSE-ACCT  TO WS-GL-CR-ACCT
                       COMPUTE WS-GL-AMOUNT =
                           0 - MTB-ACCUMULATOR (WS-MTB-SUB)
                   END-IF
                   PERFORM ADD-GL-LINE-PAIR
               END-IF
           END-IF.

       USE-DEFAULT-GL-ACCOUNTS.
           IF WS-GL-DEFAULT-SW = 'Y'
               ADD 1 TO WS-GL-DEFAULT-USED
               MOVE GDF-EXPENSE-ACCT  TO GLA-EXPENSE-ACCT
               MOVE GDF-CLEARING-ACCT TO GLA-CLEARING-ACCT
           ELSE
               MOVE 'N' TO WS-GL-MAPPED-SW
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RECON-LINE
               STRING '*** DEPT ' WS-GL-DEPT-CODE
                   ' HAS NO GL ACCOUNTS AND NO SHOP DEFAULT IS SET'
                   ' ***'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 1 LINE
           END-IF.

       ADD-GL-LINE-PAIR.
           IF WS-GJT-COUNT > 998
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RECON-LINE
               MOVE '*** MORE THAN 1000 GL JOURNAL LINES ***'
                   TO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 1 LINE
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
               MOVE SPACES TO RECON-LINE
               STRING '*** GL BATCH ' GL-BATCH-ID-WORK
                   ' DOES NOT BALANCE - DEBITS ' WS-GL-AMOUNT-EDIT-1
                   ' CREDITS ' WS-GL-AMOUNT-EDIT-2
                   ' - NOT WRITTEN ***'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 1 LINE
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
               MOVE SPACES TO RECON-LINE
               STRING 'GL JOURNAL BATCH ' GL-BATCH-ID-WORK
                   ' WRITTEN - LINES ' WS-GJT-COUNT
                   '  DEBITS ' WS-GL-AMOUNT-EDIT-1
                   '  CREDITS ' WS-GL-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 2 LINES
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

       VERIFY-DEPT-RECORDS.
           IF WS-TRAILER-FOUND-SW = 'Y'
               IF WS-DEPTSUM-COUNT NOT = WS-TRAILER-COUNT

           PERFORM REMOVE-BACKOUT-RECORDS.
           PERFORM MARK-LEDGER-BACKED-OUT.
           PERFORM BUILD-REVERSING-JOURNAL.
           IF WS-GL-TARGET-SW = 'Y'
               AND WS-GL-REVERSED-SW NOT = 'Y'
               PERFORM WRITE-GL-JOURNAL-BATCH
           END-IF.

           MOVE WS-BO-REMOVED TO WS-COUNT-EDIT-1.
           MOVE WS-BO-KEPT    TO WS-COUNT-EDIT-2.
           END-IF.
           WRITE RECON-LINE AFTER ADVANCING 2 LINES.

           IF WS-ERROR-COUNT = ZERO
               PERFORM MARK-RUN-BACKED-OUT
           END-IF.

       BACKOUT-END.
           CLOSE RECON-REPORT-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE DOWN-MASTER-RECORD (2:4) TO WS-DWN-REC-PERIOD
           END-IF.

      *    THE REVERSAL IS THE LOAD'S OWN JOURNAL BATCH WITH EVERY
      *    LINE'S SIDE SWAPPED - THE LATEST LD BATCH FOR THE RUN
      *    DATE AND PERIOD THAT NO RV BATCH HAS REVERSED YET. A
      *    LOAD MADE BEFORE THE GL INTERFACE HAS NO BATCH AND
      *    NOTHING TO REVERSE.
       BUILD-REVERSING-JOURNAL.
           MOVE 'N'    TO WS-GL-TARGET-SW.
           MOVE 'N'    TO WS-GL-REVERSED-SW.
           MOVE SPACES TO WS-GL-TARGET-ID.
           MOVE ZERO   TO WS-GJT-COUNT.
           MOVE 'LD'            TO GBI-SOURCE.
           MOVE WS-BACKOUT-DATE TO GBI-RUN-DATE.
           MOVE WS-BO-PERIOD    TO GBI-PERIOD-KEY.
           MOVE 'N' TO WS-GLJ-EOF-SW.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GLJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-GLJ-EOF-SW
           END-IF.
           PERFORM FIND-REVERSAL-TARGET
               UNTIL WS-GLJ-EOF-SW = 'Y'.
           IF WS-GLJ-STATUS = '00' OR WS-GLJ-STATUS = '10'
               CLOSE GL-JOURNAL-FILE
           END-IF.

           IF WS-GL-TARGET-SW NOT = 'Y'
               MOVE SPACES TO RECON-LINE
               STRING 'GL - NO JOURNAL BATCH ON FILE FOR THIS LOAD - '
                   'NO REVERSAL WRITTEN'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 2 LINES
           ELSE
           IF WS-GL-REVERSED-SW = 'Y'
               MOVE SPACES TO RECON-LINE
               STRING 'GL - BATCH ' WS-GL-TARGET-ID
                   ' IS ALREADY REVERSED - NO REVERSAL WRITTEN'
                   DELIMITED BY SIZE INTO RCN-TEXT
               WRITE RECON-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'N' TO WS-GLJ-EOF-SW
               OPEN INPUT GL-JOURNAL-FILE
               PERFORM LOAD-REVERSAL-LINE
                   UNTIL WS-GLJ-EOF-SW = 'Y'
               CLOSE GL-JOURNAL-FILE
               MOVE 'RV'               TO GBI-SOURCE
               MOVE 'R'                TO WS-GL-JOURNAL-TYPE
               MOVE WS-GL-TARGET-ID    TO WS-GL-REVERSES-ID
               MOVE WS-GL-TARGET-TOTAL TO WS-GL-SOURCE-TOTAL
               MOVE SPACES TO WS-GL-BATCH-DESC
               STRING 'REVERSE LOAD ' WS-BACKOUT-DATE
                   DELIMITED BY SIZE INTO WS-GL-BATCH-DESC
           END-IF
           END-IF.

       FIND-REVERSAL-TARGET.
           READ GL-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF-SW
           END-READ.
           IF WS-GLJ-EOF-SW NOT = 'Y'
               AND GLH-RECORD-TYPE = 'H'
               IF GLH-JOURNAL-TYPE = 'N'
                   AND GLH-BATCH-ID (1:12) = GL-BATCH-ID-WORK (1:12)
                   MOVE 'Y'              TO WS-GL-TARGET-SW
                   MOVE 'N'              TO WS-GL-REVERSED-SW
                   MOVE GLH-BATCH-ID     TO WS-GL-TARGET-ID
                   MOVE GLH-SOURCE-TOTAL TO WS-GL-TARGET-TOTAL
               END-IF
               IF GLH-JOURNAL-TYPE = 'R'
                   AND WS-GL-TARGET-SW = 'Y'
                   AND GLH-REVERSES-ID = WS-GL-TARGET-ID
                   MOVE 'Y' TO WS-GL-REVERSED-SW
               END-IF
           END-IF.

       LOAD-REVERSAL-LINE.
           READ GL-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF-SW
           END-READ.
           IF WS-GLJ-EOF-SW NOT = 'Y'
               AND GLL-RECORD-TYPE = 'L'
               AND GLL-BATCH-ID = WS-GL-TARGET-ID
               IF WS-GJT-COUNT < 1000
                   ADD 1 TO WS-GJT-COUNT
                   MOVE GLL-ACCOUNT   TO GJT-ACCOUNT (WS-GJT-COUNT)
                   MOVE GLL-DEPT-CODE TO GJT-DEPT-CODE (WS-GJT-COUNT)
                   MOVE GLL-AMOUNT    TO GJT-AMOUNT (WS-GJT-COUNT)
                   IF GLL-DR-CR = 'D'
                       MOVE 'C' TO GJT-DR-CR (WS-GJT-COUNT)
                   ELSE
                       MOVE 'D' TO GJT-DR-CR (WS-GJT-COUNT)
                   END-IF
               ELSE
               IF WS-GL-REVERSED-SW NOT = 'Y'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'Y' TO WS-GL-REVERSED-SW
                   MOVE SPACES TO RECON-LINE
                   STRING '*** MORE THAN 1000 GL JOURNAL LINES - '
                       'REVERSAL NOT WRITTEN ***'
                       DELIMITED BY SIZE INTO RCN-TEXT
                   WRITE RECON-LINE AFTER ADVANCING 1 LINE
               END-IF
               END-IF
           END-IF.

       MARK-LEDGER-BACKED-OUT.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           END-IF
           END-IF.

      *    RECORD THE START OF THIS STEP UNDER THE BUSINESS DATE
      *    JOBCTL SET. WITHOUT THE RUN-CONTROL FILE OR A BUSINESS
      *    DATE NOTHING IS RECORDED. A STEP THAT NEVER REACHES
      *    RECORD-STEP-END STAYS STARTED.
       RECORD-STEP-START.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RCT-STATUS = '00'
               MOVE '000000CURRENT ' TO RCC-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RCT-STATUS = '00'
                   MOVE RCC-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
                   PERFORM WRITE-STEP-START
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       WRITE-STEP-START.
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE.
           MOVE WS-RCT-PROGRAM       TO RCT-PROGRAM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RCT-FOUND-SW
           END-READ.
           IF WS-RCT-FOUND-SW = 'Y'
               ADD 1 TO RCT-ATTEMPTS
           ELSE
               MOVE SPACES               TO RUN-CONTROL-RECORD
               MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE
               MOVE WS-RCT-PROGRAM       TO RCT-PROGRAM
               MOVE 1                    TO RCT-ATTEMPTS
           END-IF.
           ACCEPT WS-RCT-CLOCK-DATE FROM DATE.
           ACCEPT WS-RCT-CLOCK-TIME FROM TIME.
           MOVE 'S'                    TO RCT-STATUS.
           MOVE WS-RCT-CLOCK-DATE      TO RCT-START-DATE.
           MOVE WS-RCT-CLOCK-TIME (1:6) TO RCT-START-TIME.
           MOVE ZEROS TO RCT-END-DATE  RCT-END-TIME  RCT-COND-CODE.
           MOVE ZEROS TO RCT-COUNT (1) RCT-COUNT (2)
                         RCT-COUNT (3) RCT-COUNT (4).
           IF WS-RCT-FOUND-SW = 'Y'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
           IF WS-RCT-STATUS = '00'
               MOVE 'Y' TO WS-RCT-AVAIL-SW
           END-IF.

      *    RECORD THE END OF THIS STEP - WS-RCT-END-STATUS (C OR F).
      *    WS-RCT-END-CC. AND THE FOUR WS-RCT-END-COUNT ENTRIES ARE
      *    SET BY THE CALLER.
       RECORD-STEP-END.
           IF WS-RCT-AVAIL-SW = 'Y'
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCT-STATUS = '00'
                   PERFORM WRITE-STEP-END
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       WRITE-STEP-END.
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE.
           MOVE WS-RCT-PROGRAM       TO RCT-PROGRAM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RCT-STATUS = '00'
               ACCEPT WS-RCT-CLOCK-DATE FROM DATE
               ACCEPT WS-RCT-CLOCK-TIME FROM TIME
               MOVE WS-RCT-END-STATUS       TO RCT-STATUS
               MOVE WS-RCT-CLOCK-DATE       TO RCT-END-DATE
               MOVE WS-RCT-CLOCK-TIME (1:6) TO RCT-END-TIME
               MOVE WS-RCT-END-CC           TO RCT-COND-CODE
               MOVE WS-RCT-END-COUNT (1)    TO RCT-COUNT (1)
               MOVE WS-RCT-END-COUNT (2)    TO RCT-COUNT (2)
               MOVE WS-RCT-END-COUNT (3)    TO RCT-COUNT (3)
               MOVE WS-RCT-END-COUNT (4)    TO RCT-COUNT (4)
               REWRITE RUN-CONTROL-RECORD
           END-IF.

      *    A LOAD BACKED OUT IS MARKED B ON THE RUN-CONTROL FILE SO
      *    JOBCTL WILL LET AVGJOB RESTART AT THE LOAD STEP FOR THAT
      *    BUSINESS DATE.
       MARK-RUN-BACKED-OUT.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM REWRITE-BACKED-OUT-STATUS
               CLOSE RUN-CONTROL-FILE
           END-IF.

       REWRITE-BACKED-OUT-STATUS.
           MOVE WS-BACKOUT-DATE TO RCT-BUSINESS-DATE.
           MOVE WS-RCT-PROGRAM  TO RCT-PROGRAM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RCT-STATUS = '00'
               AND RCT-STATUS = 'C'
               MOVE 'B' TO RCT-STATUS
               REWRITE RUN-CONTROL-RECORD
               IF WS-RCT-STATUS = '00'
                   MOVE SPACES TO RECON-LINE
                   STRING 'RUN CONTROL - LOAD FOR BUSINESS DATE '
                       WS-BACKOUT-DATE ' MARKED BACKED OUT - AVGJOB'
                       ' MAY RESTART AT STEP030'
                       DELIMITED BY SIZE INTO RCN-TEXT
                   WRITE RECON-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE SPACES TO RECON-LINE.
           STRING '*** INVALID PARAMETER CARD - '
           CLOSE RECON-REPORT-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 16 TO RETURN-CODE
               MOVE 'F' TO WS-RCT-END-STATUS
               MOVE 16  TO WS-RCT-END-CC
           ELSE
               MOVE 'C' TO WS-RCT-END-STATUS
               MOVE ZERO TO WS-RCT-END-CC
           END-IF.
           MOVE WS-DETAIL-COUNT   TO WS-RCT-END-COUNT (1).
           MOVE WS-RECORDS-LOADED TO WS-RCT-END-COUNT (2).
           MOVE WS-GJT-COUNT      TO WS-RCT-END-COUNT (3).
           MOVE WS-ERROR-COUNT    TO WS-RCT-END-COUNT (4).
           PERFORM RECORD-STEP-END.
           STOP RUN.
