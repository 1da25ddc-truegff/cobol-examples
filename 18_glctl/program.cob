 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCTL.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    GENERAL-LEDGER INTERFACE CONTROL REPORT. PROVES
      *            THE JOURNAL BATCHES ON THE GL INTERFACE FILE
      *            (GLJRNL) FOR ONE LOAD DATE AGAINST THE LOAD-
      *            CONTROL LEDGER (LOADLDGR) EXTLOAD KEEPS.
      *            EVERY BATCH FOR THE DATE IS PROVED ON ITS OWN -
      *            HEADER DEBITS EQUAL HEADER CREDITS. THE LINES
      *            FOOT TO THE HEADER TOTALS AND LINE COUNT. AND
      *            THE LINES FOLLOW THEIR HEADER IN LINE-NUMBER
      *            ORDER. THEN FOR EACH PERIOD OF THE DATE -
      *              DAILY LOAD BATCHES LESS REVERSING BATCHES
      *              EQUAL THE LEDGER ENTRIES STILL LOADED. IN
      *              COUNT AND IN SOURCE TOTAL.
      *              REVERSING BATCHES EQUAL THE LEDGER ENTRIES
      *              BACKED OUT. IN COUNT AND IN SOURCE TOTAL.
      *            A PERIOD WITH LEDGER ENTRIES BUT NO BATCHES AT
      *            ALL WAS LOADED BEFORE THE GL INTERFACE AND IS
      *            LISTED AS INFORMATION ONLY. SO IS A BACKED-OUT
      *            ENTRY WITH NO REVERSING BATCH WHEN THE LIVE
      *            LOADS TIE - ITS LOAD WAS NEVER JOURNALED.
      *            ACCRUAL BATCHES WRITTEN BY MTHCLOSE ON THE DATE
      *            ARE LISTED AND PROVED BUT HAVE NO LEDGER ENTRY
      *            TO TIE TO. ANY BATCH OR PERIOD THAT DOES NOT
      *            PROVE IS FLAGGED AND THE RUN ENDS WITH CC 16.
      *
      *            PARAMETER CARD (GLCPRM) -
      *              COLS 1-6   LOAD RUN DATE YYMMDD
      *                         (DEFAULT THE RUN DATE OF THE LAST
      *                         ENTRY ON THE LEDGER)
      *
      *            RUN IN AVGJOB THE STEP RECORDS ITS START. AND AT
      *            ITS END ITS CONDITION CODE AND COUNTS. ON THE
      *            RUN-CONTROL FILE (RUNCTL) UNDER THE BUSINESS DATE
      *            SET BY JOBCTL. WITHOUT A RUNCTL DD (GLCJOB.
      *            BACKJOB) NOTHING IS RECORDED.


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LEDGER-FILE ASSIGN TO "LOADLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT PARM-FILE    ASSIGN TO "GLCPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO "GLCRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD LEDGER-FILE
       LABEL RECORD IS OMITTED.

      *    STATUS L = LOADED. B = BACKED OUT.
       01 LEDGER-RECORD.
           05 LGR-RUN-DATE         PIC 9(6).
           05 LGR-PERIOD-KEY       PIC 9(4).
           05 LGR-RECORD-COUNT     PIC 9(7).
           05 LGR-ACCUMULATOR      PIC S9(11)V99.
           05 LGR-QTY-TOTAL        PIC 9(9).
           05 LGR-WTD-ACCUM        PIC S9(13)V99.
           05 LGR-RECORDS-LOADED   PIC 9(7).
           05 LGR-STATUS           PIC X.
           05 LGR-LOAD-DATE        PIC 9(6).
           05 LGR-BACKOUT-DATE     PIC 9(6).

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

       01 PARM-CARD.
           05 PRM-RUN-DATE         PIC 9(6).
           05 FILLER               PIC X(74).

       FD REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 REPORT-LINE.
           05 RPT-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-LEDGER-STATUS         PIC XX    VALUE SPACES.
         77 WS-GLJ-STATUS            PIC XX    VALUE SPACES.
         77 WS-LEDGER-EOF-SW         PIC X     VALUE 'N'.
         77 WS-GLJ-EOF-SW            PIC X     VALUE 'N'.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-DATE-SET-SW           PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-TIE-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-BATCH-OPEN-SW         PIC X     VALUE 'N'.
         77 WS-BATCH-SCOPE-SW        PIC X     VALUE 'N'.
         77 WS-BATCH-ORDER-SW        PIC X     VALUE 'Y'.
         77 WS-BATCH-OK-SW           PIC X     VALUE 'Y'.
         77 WS-TIE-OK-SW             PIC X     VALUE 'Y'.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-TIE-DATE              PIC 9(6)  VALUE ZERO.
         77 WS-THIS-PERIOD           PIC 9(4)  VALUE ZERO.
         77 WS-ERROR-COUNT           PIC 999   VALUE ZERO.

         77 WS-TIE-COUNT             PIC 99    VALUE ZERO.
         77 WS-TIE-SUB               PIC 99    VALUE ZERO.

         77 WS-LEDGER-READ           PIC 9(7)  VALUE ZERO.
         77 WS-LEDGER-USED           PIC 9(7)  VALUE ZERO.
         77 WS-GLJ-READ              PIC 9(7)  VALUE ZERO.
         77 WS-BATCHES-PROVED        PIC 9(5)  VALUE ZERO.
         77 WS-BATCHES-FAILED        PIC 9(5)  VALUE ZERO.
         77 WS-ORPHAN-LINES          PIC 9(7)  VALUE ZERO.

      *    THE BATCH BEING READ - ITS HEADER AND WHAT ITS LINES
      *    HAVE FOOTED TO SO FAR.
         77 WS-BAT-BATCH-ID          PIC X(14) VALUE SPACES.
         77 WS-BAT-JOURNAL-TYPE      PIC X     VALUE SPACE.
         77 WS-BAT-PERIOD-KEY        PIC 9(4)  VALUE ZERO.
         77 WS-BAT-LINE-COUNT        PIC 9(5)  VALUE ZERO.
         77 WS-BAT-DEBIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
         77 WS-BAT-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
         77 WS-BAT-SOURCE-TOTAL      PIC S9(13)V99 VALUE ZERO.
         77 WS-BAT-DESCRIPTION       PIC X(20) VALUE SPACES.
         77 WS-LIN-COUNT             PIC 9(5)  VALUE ZERO.
         77 WS-LIN-DEBITS            PIC 9(13)V99 VALUE ZERO.
         77 WS-LIN-CREDITS           PIC 9(13)V99 VALUE ZERO.

         77 WS-LIVE-COUNT            PIC S9(5) VALUE ZERO.
         77 WS-LIVE-TOTAL            PIC S9(13)V99 VALUE ZERO.
         77 WS-UNJOURNALED           PIC S9(5) VALUE ZERO.

         77 WS-COUNT-EDIT-1          PIC ZZZZ9-.
         77 WS-COUNT-EDIT-2          PIC ZZZZ9-.
         77 WS-LINES-EDIT            PIC ZZZZ9.
         77 WS-AMOUNT-EDIT-1         PIC Z(12)9.99-.
         77 WS-AMOUNT-EDIT-2         PIC Z(12)9.99-.
         77 WS-AMOUNT-EDIT-3         PIC Z(12)9.99-.

         77 WS-RCT-STATUS            PIC XX    VALUE SPACES.
         77 WS-RCT-PROGRAM           PIC X(8)  VALUE 'GLCTL'.
         77 WS-RCT-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-RCT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-RCT-BUSINESS-DATE     PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-DATE        PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-TIME        PIC 9(8)  VALUE ZERO.
         77 WS-RCT-END-STATUS        PIC X     VALUE SPACE.
         77 WS-RCT-END-CC            PIC 999   VALUE ZERO.

       01 RUN-CONTROL-END-COUNTS.
           05 WS-RCT-END-COUNT     PIC 9(9) OCCURS 4 TIMES.

      *    ONE ENTRY PER PERIOD LOADED ON THE DATE - THE LEDGER
      *    SIDE (L LOADED. B BACKED OUT) AND THE JOURNAL SIDE (LD
      *    DAILY LOAD. RV REVERSING) OF THE TIE.
       01 TIE-TABLE.
           05 TIE-ENTRY OCCURS 20 TIMES.
               10 TIE-PERIOD-KEY       PIC 9(4).
               10 TIE-L-COUNT          PIC 9(5).
               10 TIE-L-TOTAL          PIC S9(13)V99.
               10 TIE-B-COUNT          PIC 9(5).
               10 TIE-B-TOTAL          PIC S9(13)V99.
               10 TIE-LD-COUNT         PIC 9(5).
               10 TIE-LD-TOTAL         PIC S9(13)V99.
               10 TIE-RV-COUNT         PIC 9(5).
               10 TIE-RV-TOTAL         PIC S9(13)V99.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-CURRENT-DATE FROM DATE.
               MOVE ZEROS TO TIE-TABLE.

               PERFORM READ-PARM-CARD.
               PERFORM RECORD-STEP-START.

               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** LOAD-CONTROL LEDGER NOT AVAILABLE - '
                       'STATUS ' WS-LEDGER-STATUS ' ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'F' TO WS-RCT-END-STATUS
                   MOVE 16  TO WS-RCT-END-CC
                   MOVE ZEROS TO RUN-CONTROL-END-COUNTS
                   MOVE 1   TO WS-RCT-END-COUNT (4)
                   PERFORM RECORD-STEP-END
                   STOP RUN
               END-IF.
               IF WS-DATE-SET-SW NOT = 'Y'
                   PERFORM FIND-LAST-LOAD-DATE
                       UNTIL WS-LEDGER-EOF-SW = 'Y'
                   CLOSE LEDGER-FILE
                   MOVE 'N' TO WS-LEDGER-EOF-SW
                   MOVE ZERO TO WS-LEDGER-READ
                   OPEN INPUT LEDGER-FILE
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               STRING 'GENERAL-LEDGER INTERFACE CONTROL - LOAD DATE '
                   WS-TIE-DATE ' - RUN DATE ' WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

               PERFORM READ-LEDGER-ENTRY
                   UNTIL WS-LEDGER-EOF-SW = 'Y'.
               CLOSE LEDGER-FILE.

               MOVE SPACES TO REPORT-LINE.
               MOVE 'BATCH ID'     TO RPT-TEXT (1:8).
               MOVE 'TYPE'         TO RPT-TEXT (16:4).
               MOVE 'PERIOD'       TO RPT-TEXT (21:6).
               MOVE 'LINES'        TO RPT-TEXT (28:5).
               MOVE 'DEBITS'       TO RPT-TEXT (46:6).
               MOVE 'CREDITS'      TO RPT-TEXT (64:7).
               MOVE 'SOURCE TOTAL' TO RPT-TEXT (78:12).
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

               OPEN INPUT GL-JOURNAL-FILE.
               IF WS-GLJ-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** GL JOURNAL FILE NOT AVAILABLE - STATUS '
                       WS-GLJ-STATUS ' - NO BATCHES TO PROVE ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM READ-JOURNAL-RECORD
                       UNTIL WS-GLJ-EOF-SW = 'Y'
                   IF WS-BATCH-OPEN-SW = 'Y'
                       PERFORM PROVE-JOURNAL-BATCH
                   END-IF
                   CLOSE GL-JOURNAL-FILE
               END-IF.

               IF WS-TIE-OVERFLOW-SW = 'Y'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** MORE THAN 20 PERIODS ON THE DATE - SOME '
                       'NOT TIED ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.

               PERFORM WRITE-TIE-SECTION.
               PERFORM WRITE-REPORT-TOTALS.
               GO TO END-OF-JOB.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
           IF WS-PARM-EOF-SW NOT = 'Y'
               IF PRM-RUN-DATE NUMERIC
                   AND PRM-RUN-DATE > ZERO
                   MOVE PRM-RUN-DATE TO WS-TIE-DATE
                   MOVE 'Y' TO WS-DATE-SET-SW
               END-IF
           END-IF.
           CLOSE PARM-FILE.

       FIND-LAST-LOAD-DATE.
           READ LEDGER-FILE
               AT END MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-READ.
           IF WS-LEDGER-EOF-SW NOT = 'Y'
               MOVE LGR-RUN-DATE TO WS-TIE-DATE
           END-IF.

       READ-LEDGER-ENTRY.
           READ LEDGER-FILE
               AT END MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-READ.
           IF WS-LEDGER-EOF-SW NOT = 'Y'
               ADD 1 TO WS-LEDGER-READ
               IF LGR-RUN-DATE = WS-TIE-DATE
                   ADD 1 TO WS-LEDGER-USED
                   MOVE LGR-PERIOD-KEY TO WS-THIS-PERIOD
                   PERFORM FIND-TIE-ENTRY
                   IF WS-FOUND-SW = 'Y'
                       IF LGR-STATUS = 'B'
                           ADD 1 TO TIE-B-COUNT (WS-TIE-SUB)
                           ADD LGR-ACCUMULATOR
                               TO TIE-B-TOTAL (WS-TIE-SUB)
                       ELSE
                           ADD 1 TO TIE-L-COUNT (WS-TIE-SUB)
                           ADD LGR-ACCUMULATOR
                               TO TIE-L-TOTAL (WS-TIE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE PERIOD'S TIE ENTRY. ADDED IF IT IS NOT THERE YET.
       FIND-TIE-ENTRY.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-TIE-SUB.
           PERFORM CHECK-ONE-TIE-ENTRY
               UNTIL WS-FOUND-SW = 'Y'
                  OR WS-TIE-SUB NOT < WS-TIE-COUNT.
           IF WS-FOUND-SW NOT = 'Y'
               IF WS-TIE-COUNT < 20
                   ADD 1 TO WS-TIE-COUNT
                   MOVE WS-TIE-COUNT   TO WS-TIE-SUB
                   MOVE WS-THIS-PERIOD TO TIE-PERIOD-KEY (WS-TIE-SUB)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TIE-OVERFLOW-SW
               END-IF
           END-IF.

       CHECK-ONE-TIE-ENTRY.
           ADD 1 TO WS-TIE-SUB.
           IF TIE-PERIOD-KEY (WS-TIE-SUB) = WS-THIS-PERIOD
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *    A HEADER CLOSES THE BATCH BEFORE IT. A LINE BELONGS TO
      *    THE BATCH WHOSE HEADER IT FOLLOWS - ONE THAT DOES NOT IS
      *    OUT OF PLACE AND IS FLAGGED WHEN IT NAMES THE DATE.
       READ-JOURNAL-RECORD.
           READ GL-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF-SW
           END-READ.
           IF WS-GLJ-EOF-SW NOT = 'Y'
               ADD 1 TO WS-GLJ-READ
               IF GLH-RECORD-TYPE = 'H'
                   PERFORM START-JOURNAL-BATCH
               ELSE
                   PERFORM PLACE-JOURNAL-LINE
               END-IF
           END-IF.

       START-JOURNAL-BATCH.
           IF WS-BATCH-OPEN-SW = 'Y'
               PERFORM PROVE-JOURNAL-BATCH
           END-IF.
           MOVE 'Y'              TO WS-BATCH-OPEN-SW.
           MOVE 'Y'              TO WS-BATCH-ORDER-SW.
           MOVE GLH-BATCH-ID     TO WS-BAT-BATCH-ID.
           MOVE GLH-JOURNAL-TYPE TO WS-BAT-JOURNAL-TYPE.
           MOVE GLH-PERIOD-KEY   TO WS-BAT-PERIOD-KEY.
           MOVE GLH-LINE-COUNT   TO WS-BAT-LINE-COUNT.
           MOVE GLH-DEBIT-TOTAL  TO WS-BAT-DEBIT-TOTAL.
           MOVE GLH-CREDIT-TOTAL TO WS-BAT-CREDIT-TOTAL.
           MOVE GLH-SOURCE-TOTAL TO WS-BAT-SOURCE-TOTAL.
           MOVE GLH-DESCRIPTION  TO WS-BAT-DESCRIPTION.
           MOVE ZERO TO WS-LIN-COUNT.
           MOVE ZERO TO WS-LIN-DEBITS.
           MOVE ZERO TO WS-LIN-CREDITS.
           IF GLH-SOURCE-DATE = WS-TIE-DATE
               MOVE 'Y' TO WS-BATCH-SCOPE-SW
           ELSE
               MOVE 'N' TO WS-BATCH-SCOPE-SW
           END-IF.

       PLACE-JOURNAL-LINE.
           IF WS-BATCH-OPEN-SW = 'Y'
               AND GLL-BATCH-ID = WS-BAT-BATCH-ID
               IF WS-BATCH-SCOPE-SW = 'Y'
                   PERFORM FOOT-JOURNAL-LINE
               END-IF
           ELSE
               IF GLL-BATCH-ID (3:6) = WS-TIE-DATE
                   OR WS-BATCH-SCOPE-SW = 'Y'
                   ADD 1 TO WS-ORPHAN-LINES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** RECORD ' WS-GLJ-READ ' - TYPE '
                       GLL-RECORD-TYPE ' BATCH ' GLL-BATCH-ID
                       ' DOES NOT FOLLOW ITS OWN HEADER ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       FOOT-JOURNAL-LINE.
           ADD 1 TO WS-LIN-COUNT.
           IF GLL-LINE-NUMBER NOT = WS-LIN-COUNT
               MOVE 'N' TO WS-BATCH-ORDER-SW
           END-IF.
           IF GLL-DR-CR = 'D'
               ADD GLL-AMOUNT TO WS-LIN-DEBITS
           ELSE
               IF GLL-DR-CR = 'C'
                   ADD GLL-AMOUNT TO WS-LIN-CREDITS
               ELSE
                   MOVE 'N' TO WS-BATCH-ORDER-SW
               END-IF
           END-IF.

      *    ONE BATCH FOR THE DATE PROVED AND LISTED. AND ITS SOURCE
      *    TOTAL CARRIED TO THE PERIOD TIE BY JOURNAL TYPE.
       PROVE-JOURNAL-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SW.
           IF WS-BATCH-SCOPE-SW = 'Y'
               PERFORM LIST-JOURNAL-BATCH
               IF WS-BAT-JOURNAL-TYPE NOT = 'A'
                   PERFORM TIE-JOURNAL-BATCH
               END-IF
           END-IF.

       LIST-JOURNAL-BATCH.
           MOVE WS-BAT-LINE-COUNT   TO WS-LINES-EDIT.
           MOVE WS-BAT-DEBIT-TOTAL  TO WS-AMOUNT-EDIT-1.
           MOVE WS-BAT-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2.
           MOVE WS-BAT-SOURCE-TOTAL TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BAT-BATCH-ID     TO RPT-TEXT (1:14).
           MOVE WS-BAT-JOURNAL-TYPE TO RPT-TEXT (18:1).
           MOVE WS-BAT-PERIOD-KEY   TO RPT-TEXT (22:4).
           MOVE WS-LINES-EDIT       TO RPT-TEXT (28:5).
           MOVE WS-AMOUNT-EDIT-1    TO RPT-TEXT (34:18).
           MOVE WS-AMOUNT-EDIT-2    TO RPT-TEXT (53:18).
           MOVE WS-AMOUNT-EDIT-3    TO RPT-TEXT (72:18).
           MOVE WS-BAT-DESCRIPTION  TO RPT-TEXT (92:20).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'Y' TO WS-BATCH-OK-SW.
           IF WS-BAT-DEBIT-TOTAL NOT = WS-BAT-CREDIT-TOTAL
               MOVE 'N' TO WS-BATCH-OK-SW
               MOVE SPACES TO REPORT-LINE
               STRING '    *** HEADER DEBITS AND CREDITS DO NOT '
                   'BALANCE ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-LIN-DEBITS NOT = WS-BAT-DEBIT-TOTAL
               OR WS-LIN-CREDITS NOT = WS-BAT-CREDIT-TOTAL
               MOVE 'N' TO WS-BATCH-OK-SW
               MOVE WS-LIN-DEBITS  TO WS-AMOUNT-EDIT-1
               MOVE WS-LIN-CREDITS TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING '    *** LINES FOOT TO DEBITS '
                   WS-AMOUNT-EDIT-1 ' CREDITS ' WS-AMOUNT-EDIT-2
                   ' - NOT THE HEADER ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-LIN-COUNT NOT = WS-BAT-LINE-COUNT
               MOVE 'N' TO WS-BATCH-OK-SW
               MOVE WS-LIN-COUNT TO WS-LINES-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '    *** ' WS-LINES-EDIT
                   ' LINES FOLLOW THE HEADER - NOT THE HEADER COUNT'
                   ' ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BATCH-ORDER-SW NOT = 'Y'
               MOVE 'N' TO WS-BATCH-OK-SW
               MOVE SPACES TO REPORT-LINE
               STRING '    *** LINES OUT OF LINE-NUMBER ORDER OR WITH '
                   'NO DEBIT/CREDIT SIDE ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BATCH-OK-SW = 'Y'
               ADD 1 TO WS-BATCHES-PROVED
           ELSE
               ADD 1 TO WS-BATCHES-FAILED
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       TIE-JOURNAL-BATCH.
           MOVE WS-BAT-PERIOD-KEY TO WS-THIS-PERIOD.
           PERFORM FIND-TIE-ENTRY.
           IF WS-FOUND-SW = 'Y'
               IF WS-BAT-JOURNAL-TYPE = 'R'
                   ADD 1 TO TIE-RV-COUNT (WS-TIE-SUB)
                   ADD WS-BAT-SOURCE-TOTAL TO TIE-RV-TOTAL (WS-TIE-SUB)
               ELSE
                   ADD 1 TO TIE-LD-COUNT (WS-TIE-SUB)
                   ADD WS-BAT-SOURCE-TOTAL TO TIE-LD-TOTAL (WS-TIE-SUB)
               END-IF
           END-IF.

       WRITE-TIE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'PERIOD TIE TO THE LOAD-CONTROL LEDGER' TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.
           IF WS-TIE-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING 'NOTHING LOADED OR JOURNALED FOR ' WS-TIE-DATE
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZERO TO WS-TIE-SUB.
           PERFORM WRITE-ONE-PERIOD-TIE
               UNTIL WS-TIE-SUB NOT < WS-TIE-COUNT.

      *    LIVE - LD LESS RV AGAINST THE L ENTRIES. REVERSED - RV
      *    AGAINST THE B ENTRIES. FEWER RV THAN B WITH THE LIVE
      *    SIDE PROVED MEANS LOADS BACKED OUT THAT WERE NEVER
      *    JOURNALED. WHICH IS INFORMATION. NOT AN ERROR.
       WRITE-ONE-PERIOD-TIE.
           ADD 1 TO WS-TIE-SUB.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PERIOD ' TIE-PERIOD-KEY (WS-TIE-SUB)
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           IF TIE-LD-COUNT (WS-TIE-SUB) = ZERO
               AND TIE-RV-COUNT (WS-TIE-SUB) = ZERO
               MOVE TIE-L-COUNT (WS-TIE-SUB) TO WS-COUNT-EDIT-1
               MOVE TIE-B-COUNT (WS-TIE-SUB) TO WS-COUNT-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING '    LOADED BEFORE GL INTERFACE - LEDGER LOADED '
                   WS-COUNT-EDIT-1 ' BACKED OUT ' WS-COUNT-EDIT-2
                   ' - NOT TIED'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM TIE-ONE-PERIOD
           END-IF.

       TIE-ONE-PERIOD.
           COMPUTE WS-LIVE-COUNT = TIE-LD-COUNT (WS-TIE-SUB)
                                 - TIE-RV-COUNT (WS-TIE-SUB).
           COMPUTE WS-LIVE-TOTAL = TIE-LD-TOTAL (WS-TIE-SUB)
                                 - TIE-RV-TOTAL (WS-TIE-SUB).
           IF WS-LIVE-COUNT = TIE-L-COUNT (WS-TIE-SUB)
               AND WS-LIVE-TOTAL = TIE-L-TOTAL (WS-TIE-SUB)
               MOVE 'Y' TO WS-TIE-OK-SW
           ELSE
               MOVE 'N' TO WS-TIE-OK-SW
           END-IF.
           MOVE WS-LIVE-COUNT             TO WS-COUNT-EDIT-1.
           MOVE TIE-L-COUNT (WS-TIE-SUB)  TO WS-COUNT-EDIT-2.
           MOVE WS-LIVE-TOTAL             TO WS-AMOUNT-EDIT-1.
           MOVE TIE-L-TOTAL (WS-TIE-SUB)  TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '    LIVE      LD LESS RV ' WS-COUNT-EDIT-1
               WS-AMOUNT-EDIT-1 '   LEDGER LOADED '
               WS-COUNT-EDIT-2 WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO RPT-TEXT.
           IF WS-TIE-OK-SW NOT = 'Y'
               MOVE '*** DOES NOT TIE ***' TO RPT-TEXT (100:20)
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           COMPUTE WS-UNJOURNALED = TIE-B-COUNT (WS-TIE-SUB)
                                  - TIE-RV-COUNT (WS-TIE-SUB).
           MOVE TIE-RV-COUNT (WS-TIE-SUB) TO WS-COUNT-EDIT-1.
           MOVE TIE-B-COUNT (WS-TIE-SUB)  TO WS-COUNT-EDIT-2.
           MOVE TIE-RV-TOTAL (WS-TIE-SUB) TO WS-AMOUNT-EDIT-1.
           MOVE TIE-B-TOTAL (WS-TIE-SUB)  TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '    REVERSED  RV         ' WS-COUNT-EDIT-1
               WS-AMOUNT-EDIT-1 '   LEDGER BACKED OUT '
               WS-COUNT-EDIT-2 WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO RPT-TEXT.
           IF WS-UNJOURNALED > ZERO
               AND WS-TIE-OK-SW = 'Y'
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE WS-UNJOURNALED TO WS-COUNT-EDIT-1
               MOVE SPACES TO REPORT-LINE
               STRING '    ' WS-COUNT-EDIT-1
                   ' BACKED-OUT LOAD(S) LOADED BEFORE GL INTERFACE'
                   ' - REVERSALS NOT TIED'
                   DELIMITED BY SIZE INTO RPT-TEXT
           ELSE
               IF WS-UNJOURNALED NOT = ZERO
                   OR TIE-RV-TOTAL (WS-TIE-SUB)
                      NOT = TIE-B-TOTAL (WS-TIE-SUB)
                   MOVE '*** DOES NOT TIE ***' TO RPT-TEXT (100:20)
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LEDGER ENTRIES READ: ' WS-LEDGER-READ
               '  FOR THE DATE: ' WS-LEDGER-USED
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES.

           MOVE SPACES TO REPORT-LINE.
           STRING 'GL JOURNAL RECORDS READ: ' WS-GLJ-READ
               '  BATCHES PROVED: ' WS-BATCHES-PROVED
               '  FAILED: ' WS-BATCHES-FAILED
               '  LINES OUT OF PLACE: ' WS-ORPHAN-LINES
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-ERROR-COUNT = ZERO
               MOVE '*** GL INTERFACE PROVED FOR THE DATE ***'
                   TO RPT-TEXT
           ELSE
               STRING '*** ' WS-ERROR-COUNT
                   ' ERROR(S) - GL INTERFACE NOT PROVED ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       END-OF-JOB.
           CLOSE REPORT-FILE.
           IF WS-ERROR-COUNT = ZERO
               MOVE 'C' TO WS-RCT-END-STATUS
               MOVE ZERO TO WS-RCT-END-CC
           ELSE
               MOVE 'F' TO WS-RCT-END-STATUS
               MOVE 16  TO WS-RCT-END-CC
           END-IF.
           MOVE WS-BATCHES-PROVED TO WS-RCT-END-COUNT (1).
           MOVE WS-BATCHES-FAILED TO WS-RCT-END-COUNT (2).
           MOVE WS-LEDGER-USED    TO WS-RCT-END-COUNT (3).
           MOVE WS-ERROR-COUNT    TO WS-RCT-END-COUNT (4).
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
