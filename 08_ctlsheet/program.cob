      *            THAT DOES NOT CROSS-FOOT IS FLAGGED AND THE JOB
      *            ENDS WITH CC 16 SO THE SCHEDULER PAGES THE
      *            NIGHT OPERATOR.
      *
      *            CARDS AVERAGE HELD FOR REVIEW ARE PART OF THE RUN
      *            PROOF AND MUST AGREE WITH THE REVIEW QUEUE FILE.
      *            THE LAST CONTROL-TOTALS RECORD WRITTEN BY REVREL
      *            IS PROVED THE SAME WAY AS THE REJECT LOOP - ITS
      *            COUNTS AGAINST THE PENDING AND RELEASED FILES AND
      *            TODAY'S DECISIONS ON THE DECISION AUDIT FILE. AND
      *            YESTERDAY'S PENDING PLUS THE QUEUE IT READ AGAINST
      *            RELEASED PLUS DENIED PLUS STILL PENDING.
      *
      *            THE STEP RECORDS ITS START. AND AT ITS END ITS
      *            CONDITION CODE. ON THE AVGJOB RUN-CONTROL FILE
      *            (RUNCTL) UNDER THE BUSINESS DATE SET BY JOBCTL.
      *            AND LISTS EVERY STEP RECORDED FOR THAT DATE WITH
      *            ITS TIMES. CONDITION CODE. AND COUNTS. A STEP NOT
      *            COMPLETED IS MARKED FOR THE OPERATOR.


 02000 ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATED-STATUS.

           SELECT REV-CONTROL-FILE ASSIGN TO "REVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVCTL-STATUS.

           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.

           SELECT REVIEW-PREV-FILE ASSIGN TO "REVPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVPREV-STATUS.

           SELECT RELEASED-FILE ASSIGN TO "RELEASED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-STATUS.

           SELECT REVIEW-PENDING-FILE ASSIGN TO "REVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVPEND-STATUS.

           SELECT DECISION-AUDIT-FILE ASSIGN TO "REVAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAUDT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT CONTROL-SHEET-FILE ASSIGN TO "CTLRPT".


           05 AUD-START-TYPE       PIC X.
           05 AUD-BATCH-EXCLUDED   PIC 9(6).
           05 AUD-CONTROL-CARDS    PIC 9(6).
           05 AUD-CARDS-QUEUED     PIC 9(7).
           05 FILLER               PIC X(3).

       FD REJ-CONTROL-FILE
       LABEL RECORD IS OMITTED.

       01 ESCALATED-RECORD         PIC X(127).

       FD REV-CONTROL-FILE
       LABEL RECORD IS OMITTED.

       01 REV-CONTROL-TOTALS-RECORD.
           05 RVC-RUN-DATE         PIC 9(6).
           05 RVC-PREV-READ        PIC 9(5).
           05 RVC-QUEUED-READ      PIC 9(5).
           05 RVC-RELEASED         PIC 9(5).
           05 RVC-DENIED           PIC 9(5).
           05 RVC-PENDING          PIC 9(5).
           05 FILLER               PIC X(9).

       FD REVIEW-QUEUE-FILE
       LABEL RECORD IS OMITTED.

       01 REVIEW-QUEUE-RECORD      PIC X(130).

       FD REVIEW-PREV-FILE
       LABEL RECORD IS OMITTED.

       01 REVIEW-PREV-RECORD       PIC X(130).

       FD RELEASED-FILE
       LABEL RECORD IS OMITTED.

       01 RELEASED-CARD            PIC X(80).

       FD REVIEW-PENDING-FILE
       LABEL RECORD IS OMITTED.

       01 REVIEW-PENDING-RECORD    PIC X(130).

       FD DECISION-AUDIT-FILE
       LABEL RECORD IS OMITTED.

       01 DECISION-AUDIT-RECORD.
           05 RVA-QUEUE-RECORD     PIC X(130).
           05 RVA-DECISION-DATE    PIC 9(6).
           05 RVA-ACTION           PIC X.
           05 RVA-DECIDED-BY       PIC X(8).
           05 FILLER               PIC X(5).

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

       FD CONTROL-SHEET-FILE
       LABEL RECORD IS OMITTED.

         77 WS-RECYCLE-STATUS        PIC XX    VALUE SPACES.
         77 WS-PENDING-STATUS        PIC XX    VALUE SPACES.
         77 WS-ESCALATED-STATUS      PIC XX    VALUE SPACES.
         77 WS-REVCTL-STATUS         PIC XX    VALUE SPACES.
         77 WS-REVQ-STATUS           PIC XX    VALUE SPACES.
         77 WS-REVPREV-STATUS        PIC XX    VALUE SPACES.
         77 WS-RELEASED-STATUS       PIC XX    VALUE SPACES.
         77 WS-REVPEND-STATUS        PIC XX    VALUE SPACES.
         77 WS-REVAUDT-STATUS        PIC XX    VALUE SPACES.
         77 WS-EOF-SW                PIC X     VALUE 'N'.
         77 WS-AUDIT-FOUND-SW        PIC X     VALUE 'N'.
         77 WS-REJCTL-FOUND-SW       PIC X     VALUE 'N'.
         77 WS-REVCTL-FOUND-SW       PIC X     VALUE 'N'.
         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.

         77 WS-CARDS-READ            PIC 9(7)  VALUE ZERO.
         77 WS-CARDS-REJECTED        PIC 9(7)  VALUE ZERO.
         77 WS-BATCH-EXCLUDED        PIC 9(6)  VALUE ZERO.
         77 WS-CONTROL-CARDS         PIC 9(6)  VALUE ZERO.
         77 WS-CARDS-QUEUED          PIC 9(7)  VALUE ZERO.
         77 WS-AUDIT-DATE            PIC 9(6)  VALUE ZERO.
         77 WS-AUDIT-TIME            PIC 9(6)  VALUE ZERO.
         77 WS-AUDIT-CC              PIC 99    VALUE ZERO.
         77 WS-PENDING-COUNT         PIC 9(5)  VALUE ZERO.
         77 WS-ESCALATED-COUNT       PIC 9(5)  VALUE ZERO.

         77 WS-RVC-PREV-READ         PIC 9(5)  VALUE ZERO.
         77 WS-RVC-QUEUED-READ       PIC 9(5)  VALUE ZERO.
         77 WS-RVC-RELEASED          PIC 9(5)  VALUE ZERO.
         77 WS-RVC-DENIED            PIC 9(5)  VALUE ZERO.
         77 WS-RVC-PENDING           PIC 9(5)  VALUE ZERO.
         77 WS-RVC-DATE              PIC 9(6)  VALUE ZERO.

         77 WS-REVQ-COUNT            PIC 9(7)  VALUE ZERO.
         77 WS-REVPREV-COUNT         PIC 9(5)  VALUE ZERO.
         77 WS-RELEASED-COUNT        PIC 9(5)  VALUE ZERO.
         77 WS-REVPEND-COUNT         PIC 9(5)  VALUE ZERO.
         77 WS-AUDIT-RELEASED        PIC 9(5)  VALUE ZERO.
         77 WS-AUDIT-DENIED          PIC 9(5)  VALUE ZERO.

         77 WS-EXPECTED-READ         PIC 9(8)  VALUE ZERO.
         77 WS-EXPECTED-OUT          PIC 9(6)  VALUE ZERO.
         77 WS-PRESENTED             PIC 9(6)  VALUE ZERO.

         77 WS-COUNT-EDIT-1          PIC ZZZZZZZ9.
         77 WS-COUNT-EDIT-2          PIC ZZZZZZZ9.
         77 WS-COMPARE-LABEL         PIC X(22) VALUE SPACES.

         77 WS-RCT-STATUS            PIC XX    VALUE SPACES.
         77 WS-RCT-PROGRAM           PIC X(8)  VALUE 'CTLSHEET'.
         77 WS-RCT-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-RCT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-RCT-BUSINESS-DATE     PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-DATE        PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-TIME        PIC 9(8)  VALUE ZERO.
         77 WS-RCT-END-STATUS        PIC X     VALUE SPACE.
         77 WS-RCT-END-CC            PIC 999   VALUE ZERO.
         77 WS-STP-SUB               PIC 9     VALUE ZERO.
         77 WS-CNT-SUB               PIC 9     VALUE ZERO.
         77 WS-STEP-COUNT-EDIT       PIC ZZZZZZZZ9.
         77 WS-STEP-CC-EDIT          PIC ZZ9.

       01 RUN-CONTROL-END-COUNTS.
           05 WS-RCT-END-COUNT     PIC 9(9) OCCURS 4 TIMES.

      *    THE RECORDED STEPS OF AVGJOB IN STREAM ORDER AND WHAT
      *    EACH PROGRAM'S FOUR RUN-CONTROL COUNTS ARE.
       01 STEP-TABLE-VALUES.
           05 FILLER               PIC X(16) VALUE 'STEP020 AVERAGE '.
           05 FILLER               PIC X(16) VALUE 'STEP030 EXTLOAD '.
           05 FILLER               PIC X(16) VALUE 'STEP035 GLCTL   '.
           05 FILLER               PIC X(16) VALUE 'STEP040 CTLSHEET'.

       01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STP-ENTRY OCCURS 4 TIMES.
               10 STP-STEP-NAME        PIC X(8).
               10 STP-PROGRAM          PIC X(8).

       01 COUNT-LABEL-VALUES.
           05 FILLER               PIC X(48) VALUE
               'READ        ACCEPTED    REJECTED    HELD        '.
           05 FILLER               PIC X(48) VALUE
               'EXTRACT     LOADED      GL LINES    ERRORS      '.
           05 FILLER               PIC X(48) VALUE
               'BATCHES OK  FAILED      LEDGER      ERRORS      '.
           05 FILLER               PIC X(48) VALUE
               'ERRORS                                          '.

       01 COUNT-LABEL-TABLE REDEFINES COUNT-LABEL-VALUES.
           05 CLB-ENTRY OCCURS 4 TIMES.
               10 CLB-LABEL            PIC X(12) OCCURS 4 TIMES.


 04000 PROCEDURE DIVISION.
               OPEN OUTPUT CONTROL-SHEET-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.
               PERFORM RECORD-STEP-START.

               MOVE SPACES TO SHEET-LINE.
               STRING 'DAILY OPERATIONS CONTROL SHEET - '
               PERFORM COUNT-RECYCLE.
               PERFORM COUNT-PENDING.
               PERFORM COUNT-ESCALATED.
               PERFORM READ-LAST-REVCTL-RECORD.
               PERFORM COUNT-REVIEW-FILES.

               PERFORM WRITE-RUN-SECTION.
               PERFORM WRITE-REJECT-SECTION.
               PERFORM WRITE-REVIEW-SECTION.
               PERFORM WRITE-STEP-HISTORY-SECTION.
               PERFORM WRITE-SHEET-FOOTER.
               GO TO END-OF-JOB.

                   MOVE AUD-BATCH-EXCLUDED TO WS-BATCH-EXCLUDED
                   MOVE AUD-CONTROL-CARDS  TO WS-CONTROL-CARDS
                   MOVE AUD-CONDITION-CODE TO WS-AUDIT-CC
                   IF AUD-CARDS-QUEUED NUMERIC
                       MOVE AUD-CARDS-QUEUED TO WS-CARDS-QUEUED
                   ELSE
                       MOVE ZEROS TO WS-CARDS-QUEUED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
                   DELIMITED BY SIZE INTO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE

               MOVE WS-CARDS-QUEUED TO WS-COUNT-EDIT-1
               MOVE SPACES TO SHEET-LINE
               STRING 'CARDS HELD FOR REVIEW:' WS-COUNT-EDIT-1
                   DELIMITED BY SIZE INTO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE

               MOVE WS-BATCH-EXCLUDED TO WS-COUNT-EDIT-1
               MOVE SPACES TO SHEET-LINE
               STRING 'BATCH-EXCLUDED CARDS: ' WS-COUNT-EDIT-1
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE

               COMPUTE WS-EXPECTED-READ = WS-CARDS-ACCEPTED
                   + WS-CARDS-REJECTED + WS-CARDS-QUEUED
                   + WS-BATCH-EXCLUDED + WS-CONTROL-CARDS
               MOVE SPACES TO SHEET-LINE
               IF WS-EXPECTED-READ = WS-CARDS-READ
                   MOVE 'READ = ACCEPTED + REJECTED + HELD + EXCLUDED'
                       TO SHT-TEXT (1:44)
                   MOVE '+ CONTROL ...... IN BALANCE'
                       TO SHT-TEXT (46:27)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-EXPECTED-READ TO WS-COUNT-EDIT-1
           END-IF.
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE.

       READ-LAST-REVCTL-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REV-CONTROL-FILE.
           IF WS-REVCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM READ-ONE-REVCTL-RECORD
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-REVCTL-STATUS = '00' OR WS-REVCTL-STATUS = '10'
               CLOSE REV-CONTROL-FILE
           END-IF.

       READ-ONE-REVCTL-RECORD.
           READ REV-CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               MOVE 'Y'               TO WS-REVCTL-FOUND-SW
               MOVE RVC-RUN-DATE      TO WS-RVC-DATE
               MOVE RVC-PREV-READ     TO WS-RVC-PREV-READ
               MOVE RVC-QUEUED-READ   TO WS-RVC-QUEUED-READ
               MOVE RVC-RELEASED      TO WS-RVC-RELEASED
               MOVE RVC-DENIED        TO WS-RVC-DENIED
               MOVE RVC-PENDING       TO WS-RVC-PENDING
           END-IF.

      *    THE REVIEW QUEUE IS THE ONE AVERAGE WROTE TODAY. THE
      *    OTHER FILES ARE REVREL'S - YESTERDAY'S PENDING IT READ.
      *    THE CARDS IT RELEASED. AND THE .NEW PENDING IT WROTE.
       COUNT-REVIEW-FILES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REVIEW-QUEUE-FILE.
           IF WS-REVQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM COUNT-ONE-REVIEW-QUEUE
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-REVQ-STATUS = '00' OR WS-REVQ-STATUS = '10'
               CLOSE REVIEW-QUEUE-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REVIEW-PREV-FILE.
           IF WS-REVPREV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM COUNT-ONE-REVIEW-PREV
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-REVPREV-STATUS = '00' OR WS-REVPREV-STATUS = '10'
               CLOSE REVIEW-PREV-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RELEASED-FILE.
           IF WS-RELEASED-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM COUNT-ONE-RELEASED
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-RELEASED-STATUS = '00' OR WS-RELEASED-STATUS = '10'
               CLOSE RELEASED-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REVIEW-PENDING-FILE.
           IF WS-REVPEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM COUNT-ONE-REVIEW-PENDING
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-REVPEND-STATUS = '00' OR WS-REVPEND-STATUS = '10'
               CLOSE REVIEW-PENDING-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DECISION-AUDIT-FILE.
           IF WS-REVAUDT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM COUNT-ONE-DECISION
               UNTIL WS-EOF-SW = 'Y'.
           IF WS-REVAUDT-STATUS = '00' OR WS-REVAUDT-STATUS = '10'
               CLOSE DECISION-AUDIT-FILE
           END-IF.

       COUNT-ONE-REVIEW-QUEUE.
           READ REVIEW-QUEUE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               ADD 1 TO WS-REVQ-COUNT
           END-IF.

       COUNT-ONE-REVIEW-PREV.
           READ REVIEW-PREV-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               ADD 1 TO WS-REVPREV-COUNT
           END-IF.

       COUNT-ONE-RELEASED.
           READ RELEASED-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       COUNT-ONE-REVIEW-PENDING.
           READ REVIEW-PENDING-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               ADD 1 TO WS-REVPEND-COUNT
           END-IF.

      *    ONLY DECISIONS TAKEN ON REVREL'S RUN DATE ARE COUNTED -
      *    THE AUDIT FILE HOLDS EVERY DECISION EVER TAKEN.
       COUNT-ONE-DECISION.
           READ DECISION-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW NOT = 'Y'
               AND WS-REVCTL-FOUND-SW = 'Y'
               AND RVA-DECISION-DATE = WS-RVC-DATE
               IF RVA-ACTION = 'R'
                   ADD 1 TO WS-AUDIT-RELEASED
               ELSE
                   IF RVA-ACTION = 'D'
                       ADD 1 TO WS-AUDIT-DENIED
                   END-IF
               END-IF
           END-IF.

       WRITE-REVIEW-SECTION.
           MOVE SPACES TO SHEET-LINE.
           MOVE 'OUTLIER REVIEW QUEUE' TO SHT-TEXT.
           WRITE SHEET-LINE AFTER ADVANCING 2 LINES.

           IF WS-AUDIT-FOUND-SW = 'Y'
               MOVE WS-CARDS-QUEUED TO WS-COUNT-EDIT-1
               MOVE WS-REVQ-COUNT   TO WS-COUNT-EDIT-2
               MOVE SPACES TO SHEET-LINE
               STRING 'HELD BY AVERAGE:      ' WS-COUNT-EDIT-1
                   '  ON FILE: ' WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO SHT-TEXT
               IF WS-CARDS-QUEUED NOT = WS-REVQ-COUNT
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE '*** FILE MISMATCH ***' TO SHT-TEXT (60:21)
               END-IF
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-REVCTL-FOUND-SW NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO SHEET-LINE
               MOVE '*** NO REVREL CONTROL RECORD - QUEUE NOT PROVED'
                   TO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO SHEET-LINE
               STRING 'RELEASE AND DENY (REVREL RUN ' WS-RVC-DATE ')'
                   DELIMITED BY SIZE INTO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 2 LINES

               IF WS-RVC-DATE NOT = WS-CURRENT-DATE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO SHEET-LINE
                   MOVE '*** CONTROL RECORD IS NOT TODAY''S - REVREL'
                       TO SHT-TEXT (1:43)
                   MOVE 'DID NOT COMPLETE TODAY ***'
                       TO SHT-TEXT (45:26)
                   WRITE SHEET-LINE AFTER ADVANCING 1 LINE
               END-IF

               MOVE WS-RVC-PREV-READ TO WS-COUNT-EDIT-1
               MOVE WS-REVPREV-COUNT TO WS-COUNT-EDIT-2
               PERFORM WRITE-REJECT-COMPARE-LINE-1
               IF WS-RVC-PREV-READ NOT = WS-REVPREV-COUNT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               MOVE WS-RVC-RELEASED   TO WS-COUNT-EDIT-1
               MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT-2
               MOVE 'RELEASED:             ' TO WS-COMPARE-LABEL
               PERFORM WRITE-REVIEW-COMPARE-LINE
               IF WS-RVC-RELEASED NOT = WS-RELEASED-COUNT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               MOVE WS-RVC-RELEASED   TO WS-COUNT-EDIT-1
               MOVE WS-AUDIT-RELEASED TO WS-COUNT-EDIT-2
               MOVE 'RELEASES AUDITED:     ' TO WS-COMPARE-LABEL
               PERFORM WRITE-REVIEW-COMPARE-LINE
               IF WS-RVC-RELEASED NOT = WS-AUDIT-RELEASED
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               MOVE WS-RVC-DENIED   TO WS-COUNT-EDIT-1
               MOVE WS-AUDIT-DENIED TO WS-COUNT-EDIT-2
               MOVE 'DENIALS AUDITED:      ' TO WS-COMPARE-LABEL
               PERFORM WRITE-REVIEW-COMPARE-LINE
               IF WS-RVC-DENIED NOT = WS-AUDIT-DENIED
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               MOVE WS-RVC-PENDING   TO WS-COUNT-EDIT-1
               MOVE WS-REVPEND-COUNT TO WS-COUNT-EDIT-2
               PERFORM WRITE-REJECT-COMPARE-LINE-3
               IF WS-RVC-PENDING NOT = WS-REVPEND-COUNT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               COMPUTE WS-PRESENTED = WS-RVC-PREV-READ
                   + WS-RVC-QUEUED-READ
               COMPUTE WS-EXPECTED-OUT = WS-RVC-RELEASED
                   + WS-RVC-DENIED + WS-RVC-PENDING
               MOVE SPACES TO SHEET-LINE
               IF WS-PRESENTED = WS-EXPECTED-OUT
                   MOVE 'PENDING B/F + QUEUED = RELEASED + DENIED'
                       TO SHT-TEXT (1:40)
                   MOVE '+ PENDING ........ IN BALANCE'
                       TO SHT-TEXT (42:29)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-PRESENTED    TO WS-COUNT-EDIT-1
                   MOVE WS-EXPECTED-OUT TO WS-COUNT-EDIT-2
                   STRING '*** REVIEW QUEUE DOES NOT CROSS-FOOT - IN '
                       WS-COUNT-EDIT-1
                       ' VS OUT ' WS-COUNT-EDIT-2 ' ***'
                       DELIMITED BY SIZE INTO SHT-TEXT
               END-IF
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-REVIEW-COMPARE-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING WS-COMPARE-LABEL WS-COUNT-EDIT-1
               '  ON FILE: ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO SHT-TEXT.
           IF WS-COUNT-EDIT-1 NOT = WS-COUNT-EDIT-2
               MOVE '*** FILE MISMATCH ***' TO SHT-TEXT (60:21)
           END-IF.
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE.

       WRITE-SHEET-FOOTER.
           MOVE SPACES TO SHEET-LINE.
           IF WS-ERROR-COUNT = ZERO
           END-IF.
           WRITE SHEET-LINE AFTER ADVANCING 2 LINES.

      *    THE DAY'S AVGJOB STEPS FROM THE RUN-CONTROL FILE - FOR
      *    INFORMATION. A STEP THAT STARTED AND NEVER ENDED. OR
      *    ENDED WITH A FAILING CODE. IS MARKED BUT DOES NOT FAIL
      *    THE SHEET. THIS STEP SHOWS AS STARTED.
       WRITE-STEP-HISTORY-SECTION.
           MOVE SPACES TO SHEET-LINE.
           IF WS-RCT-AVAIL-SW NOT = 'Y'
               STRING 'STEP HISTORY - NONE. RUN CONTROL FILE OR '
                   'BUSINESS DATE NOT AVAILABLE'
                   DELIMITED BY SIZE INTO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 3 LINES
           ELSE
               STRING 'STEP HISTORY FOR BUSINESS DATE '
                   WS-RCT-BUSINESS-DATE
                   DELIMITED BY SIZE INTO SHT-TEXT
               WRITE SHEET-LINE AFTER ADVANCING 3 LINES
               MOVE SPACES TO SHEET-LINE
               MOVE 'STEP'    TO SHT-TEXT (1:4)
               MOVE 'PROGRAM' TO SHT-TEXT (10:7)
               MOVE 'STATUS'  TO SHT-TEXT (20:6)
               MOVE 'RUNS'    TO SHT-TEXT (31:4)
               MOVE 'STARTED' TO SHT-TEXT (38:7)
               MOVE 'ENDED'   TO SHT-TEXT (55:5)
               MOVE 'CC'      TO SHT-TEXT (72:2)
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
               OPEN INPUT RUN-CONTROL-FILE
               MOVE ZERO TO WS-STP-SUB
               PERFORM WRITE-ONE-STEP-LINE
                   UNTIL WS-STP-SUB NOT < 4
               CLOSE RUN-CONTROL-FILE
           END-IF.

       WRITE-ONE-STEP-LINE.
           ADD 1 TO WS-STP-SUB.
           MOVE SPACES TO SHEET-LINE.
           MOVE STP-STEP-NAME (WS-STP-SUB) TO SHT-TEXT (1:8).
           MOVE STP-PROGRAM (WS-STP-SUB)   TO SHT-TEXT (10:8).
           MOVE WS-RCT-BUSINESS-DATE       TO RCT-BUSINESS-DATE.
           MOVE STP-PROGRAM (WS-STP-SUB)   TO RCT-PROGRAM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RCT-STATUS NOT = '00'
               MOVE 'NOT RUN' TO SHT-TEXT (20:10)
               MOVE '*** NOT RUN' TO SHT-TEXT (76:11)
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           ELSE
               IF RCT-STATUS = 'C'
                   MOVE 'COMPLETED' TO SHT-TEXT (20:10)
               ELSE
               IF RCT-STATUS = 'F'
                   MOVE 'FAILED' TO SHT-TEXT (20:10)
                   MOVE '*** FAILED' TO SHT-TEXT (76:10)
               ELSE
               IF RCT-STATUS = 'B'
                   MOVE 'BACKED OUT' TO SHT-TEXT (20:10)
                   MOVE '*** BACKED OUT' TO SHT-TEXT (76:14)
               ELSE
               IF STP-PROGRAM (WS-STP-SUB) = WS-RCT-PROGRAM
                   MOVE 'THIS RUN' TO SHT-TEXT (20:10)
               ELSE
                   MOVE 'NO END' TO SHT-TEXT (20:10)
                   MOVE '*** NEVER ENDED' TO SHT-TEXT (76:15)
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE RCT-ATTEMPTS   TO WS-STEP-CC-EDIT
               MOVE WS-STEP-CC-EDIT TO SHT-TEXT (32:3)
               MOVE RCT-START-DATE TO SHT-TEXT (38:6)
               MOVE RCT-START-TIME TO SHT-TEXT (45:6)
               IF RCT-STATUS NOT = 'S'
                   MOVE RCT-END-DATE  TO SHT-TEXT (55:6)
                   MOVE RCT-END-TIME  TO SHT-TEXT (62:6)
                   MOVE RCT-COND-CODE TO WS-STEP-CC-EDIT
                   MOVE WS-STEP-CC-EDIT TO SHT-TEXT (71:3)
               END-IF
               WRITE SHEET-LINE AFTER ADVANCING 1 LINE
               IF RCT-STATUS NOT = 'S'
                   MOVE SPACES TO SHEET-LINE
                   MOVE ZERO TO WS-CNT-SUB
                   PERFORM FORMAT-ONE-STEP-COUNT
                       UNTIL WS-CNT-SUB NOT < 4
                   WRITE SHEET-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       FORMAT-ONE-STEP-COUNT.
           ADD 1 TO WS-CNT-SUB.
           IF CLB-LABEL (WS-STP-SUB, WS-CNT-SUB) NOT = SPACES
               MOVE RCT-COUNT (WS-CNT-SUB) TO WS-STEP-COUNT-EDIT
               MOVE CLB-LABEL (WS-STP-SUB, WS-CNT-SUB)
                   TO SHT-TEXT (WS-CNT-SUB * 24 - 14:12)
               MOVE WS-STEP-COUNT-EDIT
                   TO SHT-TEXT (WS-CNT-SUB * 24 - 2:9)
           END-IF.

       END-OF-JOB.
           CLOSE CONTROL-SHEET-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 16 TO RETURN-CODE
               MOVE 'F' TO WS-RCT-END-STATUS
               MOVE 16  TO WS-RCT-END-CC
           ELSE
               MOVE 'C' TO WS-RCT-END-STATUS
               MOVE ZERO TO WS-RCT-END-CC
           END-IF.
           MOVE ZEROS          TO RUN-CONTROL-END-COUNTS.
           MOVE WS-ERROR-COUNT TO WS-RCT-END-COUNT (1).
           PERFORM RECORD-STEP-END.
           STOP RUN.

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
