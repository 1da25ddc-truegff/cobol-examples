 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    YEAR-END CLOSE. RUN AFTER THE DECEMBER MTHCLOSE.
      *            READS THE TWELVE CARRY-FORWARD PERIOD SLOTS OF THE
      *            CLOSING YEAR. EVERY ONE MUST BE CLOSED AND MUST
      *            AGREE TO THE LATEST CLOSE ON THE PERIOD-CLOSE
      *            ARCHIVE (ORIGINAL OR RESTATED) AND TO THE S AND A
      *            RECORDS ON THE RUN-HISTORY FILE FOR THAT PERIOD.
      *            THE TWELVE PERIODS ARE FOOTED TO THE YEAR-TO-DATE
      *            LINE AND PRINTED AS THE ANNUAL STATEMENT FOR
      *            ACCOUNTING SIGN-OFF.
      *
      *            WHEN THE YEAR PROVES. EVERY RECORD ON THE RUN-
      *            HISTORY FILE. THE AUDIT LOG. THE LOAD-CONTROL
      *            LEDGER. AND THE DOWNSTREAM MASTER THAT FALLS
      *            BEFORE THE RETENTION WINDOW IS MOVED TO THAT
      *            FILE'S DATED ARCHIVE DATASET. THE RECORDS KEPT GO
      *            TO A SCRATCH FILE. BOTH ARE READ BACK AND MUST
      *            BALANCE - RECORD COUNT AND CONTROL TOTAL - TO WHAT
      *            WAS READ BEFORE ANY LIVE FILE IS REPLACED. THE
      *            LIVE FILES ARE THEN REWRITTEN FROM THE SCRATCH
      *            FILES AND THE CARRY-FORWARD SLOTS OF THE ARCHIVED
      *            PERIODS ARE DELETED SO THE SLOTS CAN BE REUSED.
      *            A YEAR THAT DOES NOT PROVE OR AN ARCHIVE THAT
      *            DOES NOT BALANCE ENDS WITH CC 16 AND NO LIVE FILE
      *            OR SLOT IS CHANGED.
      *
      *            A RECORD'S PERIOD IS ITS STAMPED POSTING PERIOD
      *            (THE RUN DATE'S YYMM ON RECORDS WRITTEN BEFORE THE
      *            STAMP WAS ADDED. AND ALWAYS ON THE AUDIT LOG).
      *            CONTROL TOTALS - HISTORY AND DOWNSTREAM
      *            ACCUMULATOR. LEDGER ACCUMULATOR. AUDIT CARDS READ.
      *
      *            PARAMETER CARDS (YRENDPRM) -
      *              CLOSE-YEAR=YY      YEAR TO CLOSE (DEFAULT IS THE
      *                                 RUN DATE'S YEAR IN DECEMBER.
      *                                 OTHERWISE THE YEAR BEFORE)
      *              RETAIN-MONTHS=NN   PERIODS LEFT ON THE LIVE
      *                                 FILES. COUNTED BACK FROM
      *                                 DECEMBER OF THE CLOSE YEAR
      *                                 (DEFAULT 12 - THE CLOSE YEAR
      *                                 STAYS LIVE. EARLIER YEARS
      *                                 ARE ARCHIVED)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CARRY-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CARRY-RRN
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT CLOSE-ARCHIVE-FILE ASSIGN TO "CLOSEARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HSTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTARC-STATUS.

           SELECT HISTORY-SCRATCH-FILE ASSIGN TO "HSTSCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARC-STATUS.

           SELECT AUDIT-SCRATCH-FILE ASSIGN TO "AUDSCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO "LOADLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "LDGARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDGARC-STATUS.

           SELECT LEDGER-SCRATCH-FILE ASSIGN TO "LDGSCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOWN-MASTER-FILE ASSIGN TO "DOWNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOWN-STATUS.

           SELECT DOWN-ARCHIVE-FILE ASSIGN TO "DWNARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DWNARC-STATUS.

           SELECT DOWN-SCRATCH-FILE ASSIGN TO "DWNSCR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO "YRENDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT YEAR-REPORT-FILE ASSIGN TO "YRENDRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD CARRY-FILE
       LABEL RECORD IS OMITTED.

       01 CARRY-RECORD.
           05 CARRY-PERIOD-KEY     PIC 9(4).
           05 CARRY-COUNTER        PIC 9(9).
           05 CARRY-ACCUMULATOR    PIC S9(13)V99.
           05 CARRY-QTY-TOTAL      PIC 9(9).
           05 CARRY-WTD-ACCUM      PIC S9(13)V99.
           05 CARRY-CLOSED-FLAG    PIC X.

       FD CLOSE-ARCHIVE-FILE
       LABEL RECORD IS OMITTED.

       01 CLOSE-ARCHIVE-RECORD.
           05 ARC-PERIOD-KEY       PIC 9(4).
           05 ARC-COUNTER          PIC 9(9).
           05 ARC-ACCUMULATOR      PIC S9(13)V99.
           05 ARC-QTY-TOTAL        PIC 9(9).
           05 ARC-WTD-ACCUM        PIC S9(13)V99.
           05 ARC-AVERAGE          PIC S999V9999.
           05 ARC-WTD-AVERAGE      PIC S999V9999.
           05 ARC-CLOSE-DATE       PIC 9(6).
           05 ARC-RECON-FLAG       PIC X.
           05 ARC-RESTATE-SEQ      PIC 99.
           05 FILLER               PIC X(5).

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

       FD HISTORY-ARCHIVE-FILE
       LABEL RECORD IS OMITTED.

       01 HISTORY-ARCHIVE-RECORD   PIC X(89).

       FD HISTORY-SCRATCH-FILE
       LABEL RECORD IS OMITTED.

       01 HISTORY-SCRATCH-RECORD   PIC X(89).

       FD AUDIT-FILE
       LABEL RECORD IS OMITTED.

       01 AUDIT-RECORD.
           05 AUD-RUN-DATE         PIC 9(6).
           05 AUD-RUN-TIME         PIC 9(6).
           05 AUD-CARDS-READ       PIC 9(7).
           05 AUD-CARDS-ACCEPTED   PIC 9(7).
           05 AUD-CARDS-REJECTED   PIC 9(7).
           05 AUD-FINAL-AVERAGE    PIC S999V9999.
           05 AUD-CONDITION-CODE   PIC 99.
           05 AUD-START-TYPE       PIC X.
           05 AUD-BATCH-EXCLUDED   PIC 9(6).
           05 AUD-CONTROL-CARDS    PIC 9(6).
           05 AUD-CARDS-QUEUED     PIC 9(7).
           05 FILLER               PIC X(3).

       FD AUDIT-ARCHIVE-FILE
       LABEL RECORD IS OMITTED.

       01 AUDIT-ARCHIVE-RECORD     PIC X(65).

       FD AUDIT-SCRATCH-FILE
       LABEL RECORD IS OMITTED.

       01 AUDIT-SCRATCH-RECORD     PIC X(65).

       FD LEDGER-FILE
       LABEL RECORD IS OMITTED.

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

       FD LEDGER-ARCHIVE-FILE
       LABEL RECORD IS OMITTED.

       01 LEDGER-ARCHIVE-RECORD    PIC X(74).

       FD LEDGER-SCRATCH-FILE
       LABEL RECORD IS OMITTED.

       01 LEDGER-SCRATCH-RECORD    PIC X(74).

       FD DOWN-MASTER-FILE
       LABEL RECORD IS OMITTED.

       01 DOWN-MASTER-RECORD.
           05 DWN-RECORD-TYPE      PIC X.
           05 DWN-RUN-DATE         PIC 9(6).
           05 DWN-RECORD-COUNT     PIC 9(7).
           05 DWN-ACCUMULATOR      PIC S9(11)V99.
           05 FILLER               PIC X(42).
           05 DWN-PERIOD-KEY       PIC X(4).
           05 FILLER               PIC X(8).

       FD DOWN-ARCHIVE-FILE
       LABEL RECORD IS OMITTED.

       01 DOWN-ARCHIVE-RECORD      PIC X(81).

       FD DOWN-SCRATCH-FILE
       LABEL RECORD IS OMITTED.

       01 DOWN-SCRATCH-RECORD      PIC X(81).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD-REC            PIC X(80).

       FD YEAR-REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 YEAR-LINE.
           05 YRL-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-CARRY-STATUS          PIC XX    VALUE SPACES.
         77 WS-CARRY-RRN             PIC 9(4)  VALUE ZERO.
         77 WS-ARCHIVE-STATUS        PIC XX    VALUE SPACES.
         77 WS-HISTORY-STATUS        PIC XX    VALUE SPACES.
         77 WS-HSTARC-STATUS         PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-AUDARC-STATUS         PIC XX    VALUE SPACES.
         77 WS-LEDGER-STATUS         PIC XX    VALUE SPACES.
         77 WS-LDGARC-STATUS         PIC XX    VALUE SPACES.
         77 WS-DOWN-STATUS           PIC XX    VALUE SPACES.
         77 WS-DWNARC-STATUS         PIC XX    VALUE SPACES.
         77 WS-PARM-STATUS           PIC XX    VALUE SPACES.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-FILE-EOF-SW           PIC X     VALUE 'N'.
         77 WS-CARRY-OPEN-SW         PIC X     VALUE 'N'.
         77 WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-CLOSE-YEAR            PIC 99    VALUE ZERO.
         77 WS-RETAIN-MONTHS         PIC 99    VALUE 12.
         77 WS-PARM-YEAR-SET-SW      PIC X     VALUE 'N'.
         77 WS-CUTOFF-INDEX          PIC S9(5) VALUE ZERO.
         77 WS-CUTOFF-RRN            PIC 9(4)  VALUE ZERO.
         77 WS-CUTOFF-PERIOD         PIC 9(4)  VALUE ZERO.
         77 WS-CUTOFF-REMAINDER      PIC 99    VALUE ZERO.
         77 WS-REC-PERIOD            PIC 9(4)  VALUE ZERO.
         77 WS-REC-AMOUNT            PIC S9(13)V99 VALUE ZERO.
         77 WS-MONTH                 PIC 99    VALUE ZERO.
         77 WS-FCT-SUB               PIC 9     VALUE ZERO.
         77 WS-SLOTS-TO-CLEAR        PIC 9(4)  VALUE ZERO.
         77 WS-SLOTS-CLEARED         PIC 9(4)  VALUE ZERO.
         77 WS-CLEAR-PHASE-SW        PIC X     VALUE 'N'.

         77 WS-ERROR-COUNT           PIC 999   VALUE ZERO.
         77 WS-RETURN-CODE           PIC 99    VALUE ZERO.
         77 WS-SIZE-ERROR-SW         PIC X     VALUE 'N'.

         77 WS-YTD-COUNTER           PIC 9(9)  VALUE ZERO.
         77 WS-YTD-ACCUMULATOR       PIC S9(13)V99 VALUE ZERO.
         77 WS-YTD-QTY-TOTAL         PIC 9(9)  VALUE ZERO.
         77 WS-YTD-WTD-ACCUM         PIC S9(13)V99 VALUE ZERO.
         77 WS-YTD-AVERAGE           PIC S999V9999 VALUE ZERO.
         77 WS-YTD-WTD-AVERAGE       PIC S999V9999 VALUE ZERO.
         77 WS-MONTH-AVERAGE         PIC S999V9999 VALUE ZERO.
         77 WS-MONTH-WTD-AVERAGE     PIC S999V9999 VALUE ZERO.

         77 WS-COUNT-EDIT-1          PIC ZZZZZZZZ9.
         77 WS-COUNT-EDIT-2          PIC ZZZZZZZZ9.
         77 WS-COUNT-EDIT-3          PIC ZZZZZZZZ9.
         77 WS-ACCUM-EDIT-1          PIC -ZZZZZZZZZZZ9.99.
         77 WS-ACCUM-EDIT-2          PIC -ZZZZZZZZZZZ9.99.
         77 WS-ACCUM-EDIT-3          PIC -ZZZZZZZZZZZ9.99.
         77 WS-QTY-EDIT-1            PIC ZZZZZZZZ9.
         77 WS-WTD-EDIT-1            PIC -Z(11)9.99.
         77 WS-AVERAGE-EDIT          PIC -ZZ9.9999.
         77 WS-RETAIN-EDIT           PIC Z9.

       01 PARM-VALUE-FIELDS.
           05 WS-PARM-VALUE        PIC X(20).
           05 FILLER REDEFINES WS-PARM-VALUE.
               10 WS-PARM-VALUE-99     PIC 99.
               10 FILLER               PIC X(18).

       01 PERIOD-WORK-FIELDS.
           05 WS-PERIOD-WORK.
               10 WS-PERIOD-YY         PIC 99.
               10 WS-PERIOD-MM         PIC 99.
           05 WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
                                       PIC 9(4).

      *    ONE ENTRY PER MONTH OF THE CLOSE YEAR - THE CARRY-FORWARD
      *    SLOT. THE LATEST ARCHIVED CLOSE. AND THE HISTORY S AND A
      *    RECORDS POSTED TO THE PERIOD.
       01 YEAR-MONTH-TABLE.
           05 YMT-ENTRY OCCURS 12 TIMES.
               10 YMT-SLOT-FOUND-SW    PIC X.
               10 YMT-SLOT-CLOSED-FLAG PIC X.
               10 YMT-COUNTER          PIC 9(9).
               10 YMT-ACCUMULATOR      PIC S9(13)V99.
               10 YMT-QTY-TOTAL        PIC 9(9).
               10 YMT-WTD-ACCUM        PIC S9(13)V99.
               10 YMT-ARC-FOUND-SW     PIC X.
               10 YMT-ARC-FLAG         PIC X.
               10 YMT-ARC-SEQ          PIC 99.
               10 YMT-ARC-COUNTER      PIC 9(9).
               10 YMT-ARC-ACCUMULATOR  PIC S9(13)V99.
               10 YMT-ARC-QTY-TOTAL    PIC 9(9).
               10 YMT-ARC-WTD-ACCUM    PIC S9(13)V99.
               10 YMT-HST-COUNTER      PIC 9(9).
               10 YMT-HST-ACCUMULATOR  PIC S9(13)V99.

      *    ONE ENTRY PER FILE ARCHIVED - 1 HISTORY. 2 AUDIT LOG.
      *    3 LOAD LEDGER. 4 DOWNSTREAM MASTER. EACH COUNT AND TOTAL
      *    IS TAKEN AS THE RECORD IS WRITTEN AND AGAIN WHEN THE FILE
      *    IS READ BACK.
       01 FILE-CONTROL-TABLE.
           05 FCT-ENTRY OCCURS 4 TIMES.
               10 FCT-FILE-NAME        PIC X(8).
               10 FCT-READ-COUNT       PIC 9(9).
               10 FCT-READ-TOTAL       PIC S9(13)V99.
               10 FCT-ARC-COUNT        PIC 9(9).
               10 FCT-ARC-TOTAL        PIC S9(13)V99.
               10 FCT-KEPT-COUNT       PIC 9(9).
               10 FCT-KEPT-TOTAL       PIC S9(13)V99.
               10 FCT-ARC-BACK-COUNT   PIC 9(9).
               10 FCT-ARC-BACK-TOTAL   PIC S9(13)V99.
               10 FCT-KEPT-BACK-COUNT  PIC 9(9).
               10 FCT-KEPT-BACK-TOTAL  PIC S9(13)V99.
               10 FCT-LIVE-COUNT       PIC 9(9).


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT YEAR-REPORT-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.

               PERFORM READ-PARM-FILE.
               IF WS-PARM-YEAR-SET-SW NOT = 'Y'
                   PERFORM SET-DEFAULT-CLOSE-YEAR
               END-IF.
               PERFORM SET-RETENTION-CUTOFF.
               PERFORM INITIALIZE-CONTROL-TABLES.

               PERFORM WRITE-STATEMENT-HEADER.
               PERFORM READ-CLOSE-ARCHIVE.
               PERFORM SUM-YEAR-HISTORY.
               PERFORM READ-YEAR-SLOTS.
               IF WS-CARRY-OPEN-SW NOT = 'Y'
                   MOVE 16 TO WS-RETURN-CODE
                   PERFORM WRITE-STATEMENT-FOOTER
                   GO TO END-OF-JOB
               END-IF.

               MOVE ZERO TO WS-MONTH.
               PERFORM WRITE-MONTH-LINE
                   UNTIL WS-MONTH NOT < 12.
               PERFORM WRITE-YEAR-TO-DATE-LINE.

               MOVE ZERO TO WS-MONTH.
               PERFORM PROVE-ONE-MONTH
                   UNTIL WS-MONTH NOT < 12.
               MOVE 'N' TO WS-CLEAR-PHASE-SW.
               PERFORM SCAN-SLOTS-TO-CLEAR.
               IF WS-SIZE-ERROR-SW = 'Y'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO YEAR-LINE
                   MOVE '*** SIZE ERROR TOTALLING THE YEAR ***'
                       TO YRL-TEXT
                   WRITE YEAR-LINE AFTER ADVANCING 1 LINE
               END-IF.

               IF WS-ERROR-COUNT NOT = ZERO
                   MOVE 16 TO WS-RETURN-CODE
                   PERFORM WRITE-STATEMENT-FOOTER
                   GO TO END-OF-JOB
               END-IF.

               MOVE SPACES TO YEAR-LINE.
               STRING 'ALL TWELVE PERIODS OF YEAR ' WS-CLOSE-YEAR
                   ' CLOSED. AGREE TO THE CLOSE ARCHIVE AND HISTORY.'
                   ' AND FOOT TO THE YEAR-TO-DATE LINE'
                   DELIMITED BY SIZE INTO YRL-TEXT.
               WRITE YEAR-LINE AFTER ADVANCING 2 LINES.

               PERFORM ARCHIVE-PRIOR-RECORDS.
               PERFORM WRITE-STATEMENT-FOOTER.
               GO TO END-OF-JOB.

      *    RUN IN DECEMBER AFTER THE CLOSE IT IS THIS YEAR - RUN IN
      *    THE NEW YEAR IT IS THE YEAR JUST ENDED.
       SET-DEFAULT-CLOSE-YEAR.
           MOVE WS-CURRENT-DATE (1:4) TO WS-PERIOD-WORK-N.
           IF WS-PERIOD-MM = 12
               MOVE WS-PERIOD-YY TO WS-CLOSE-YEAR
           ELSE
               IF WS-PERIOD-YY = ZERO
                   MOVE 99 TO WS-CLOSE-YEAR
               ELSE
                   COMPUTE WS-CLOSE-YEAR = WS-PERIOD-YY - 1
               END-IF
           END-IF.

      *    THE FIRST PERIOD KEPT LIVE IS RETAIN-MONTHS BACK FROM
      *    DECEMBER OF THE CLOSE YEAR. ITS SLOT NUMBER IS ALSO THE
      *    FIRST SLOT NOT CLEARED.
       SET-RETENTION-CUTOFF.
           COMPUTE WS-CUTOFF-INDEX =
               (WS-CLOSE-YEAR * 12) + 12 - WS-RETAIN-MONTHS + 1.
           IF WS-CUTOFF-INDEX < 1
               MOVE 1 TO WS-CUTOFF-INDEX
           END-IF.
           MOVE WS-CUTOFF-INDEX TO WS-CUTOFF-RRN.
           COMPUTE WS-CUTOFF-INDEX = WS-CUTOFF-INDEX - 1.
           DIVIDE 12 INTO WS-CUTOFF-INDEX
               GIVING WS-PERIOD-YY
               REMAINDER WS-CUTOFF-REMAINDER.
           COMPUTE WS-PERIOD-MM = WS-CUTOFF-REMAINDER + 1.
           MOVE WS-PERIOD-WORK-N TO WS-CUTOFF-PERIOD.

       INITIALIZE-CONTROL-TABLES.
           MOVE ZERO TO WS-MONTH.
           PERFORM CLEAR-ONE-MONTH-ENTRY
               UNTIL WS-MONTH NOT < 12.
           MOVE ZERO TO WS-FCT-SUB.
           PERFORM CLEAR-ONE-FILE-ENTRY
               UNTIL WS-FCT-SUB NOT < 4.
           MOVE 'AVGHIST'  TO FCT-FILE-NAME (1).
           MOVE 'AUDITLOG' TO FCT-FILE-NAME (2).
           MOVE 'LOADLDGR' TO FCT-FILE-NAME (3).
           MOVE 'DOWNMST'  TO FCT-FILE-NAME (4).

       CLEAR-ONE-MONTH-ENTRY.
           ADD 1 TO WS-MONTH.
           MOVE 'N'   TO YMT-SLOT-FOUND-SW (WS-MONTH).
           MOVE SPACE TO YMT-SLOT-CLOSED-FLAG (WS-MONTH).
           MOVE ZEROS TO YMT-COUNTER (WS-MONTH).
           MOVE ZEROS TO YMT-ACCUMULATOR (WS-MONTH).
           MOVE ZEROS TO YMT-QTY-TOTAL (WS-MONTH).
           MOVE ZEROS TO YMT-WTD-ACCUM (WS-MONTH).
           MOVE 'N'   TO YMT-ARC-FOUND-SW (WS-MONTH).
           MOVE SPACE TO YMT-ARC-FLAG (WS-MONTH).
           MOVE ZEROS TO YMT-ARC-SEQ (WS-MONTH).
           MOVE ZEROS TO YMT-ARC-COUNTER (WS-MONTH).
           MOVE ZEROS TO YMT-ARC-ACCUMULATOR (WS-MONTH).
           MOVE ZEROS TO YMT-ARC-QTY-TOTAL (WS-MONTH).
           MOVE ZEROS TO YMT-ARC-WTD-ACCUM (WS-MONTH).
           MOVE ZEROS TO YMT-HST-COUNTER (WS-MONTH).
           MOVE ZEROS TO YMT-HST-ACCUMULATOR (WS-MONTH).

       CLEAR-ONE-FILE-ENTRY.
           ADD 1 TO WS-FCT-SUB.
           MOVE SPACES TO FCT-FILE-NAME (WS-FCT-SUB).
           MOVE ZEROS TO FCT-READ-COUNT (WS-FCT-SUB).
           MOVE ZEROS TO FCT-READ-TOTAL (WS-FCT-SUB).
           MOVE ZEROS TO FCT-ARC-COUNT (WS-FCT-SUB).
           MOVE ZEROS TO FCT-ARC-TOTAL (WS-FCT-SUB).
           MOVE ZEROS TO FCT-KEPT-COUNT (WS-FCT-SUB).
           MOVE ZEROS TO FCT-KEPT-TOTAL (WS-FCT-SUB).
           MOVE ZEROS TO FCT-ARC-BACK-COUNT (WS-FCT-SUB).
           MOVE ZEROS TO FCT-ARC-BACK-TOTAL (WS-FCT-SUB).
           MOVE ZEROS TO FCT-KEPT-BACK-COUNT (WS-FCT-SUB).
           MOVE ZEROS TO FCT-KEPT-BACK-TOTAL (WS-FCT-SUB).
           MOVE ZEROS TO FCT-LIVE-COUNT (WS-FCT-SUB).

       WRITE-STATEMENT-HEADER.
           MOVE WS-RETAIN-MONTHS TO WS-RETAIN-EDIT.
           MOVE SPACES TO YEAR-LINE.
           STRING 'ANNUAL CLOSING STATEMENT - YEAR ' WS-CLOSE-YEAR
               '  PREPARED ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YEAR-LINE.
           STRING 'RETENTION ' WS-RETAIN-EDIT
               ' MONTHS - PERIODS BEFORE ' WS-CUTOFF-PERIOD
               ' ARE ARCHIVED'
               DELIMITED BY SIZE INTO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YEAR-LINE.
           MOVE 'PERIOD' TO YRL-TEXT (1:6).
           MOVE '    CARDS' TO YRL-TEXT (8:9).
           MOVE '           TOTAL' TO YRL-TEXT (18:16).
           MOVE ' QUANTITY' TO YRL-TEXT (35:9).
           MOVE '  WEIGHTED TOTAL' TO YRL-TEXT (45:16).
           MOVE '  AVERAGE' TO YRL-TEXT (62:9).
           MOVE '  WTD AVG' TO YRL-TEXT (72:9).
           MOVE 'ARCHIVED CLOSE' TO YRL-TEXT (83:14).
           WRITE YEAR-LINE AFTER ADVANCING 2 LINES.

      *    THE LATEST ARCHIVE RECORD FOR A PERIOD IS THE CLOSE AS IT
      *    NOW STANDS - THE ORIGINAL OR ITS LAST RESTATEMENT.
       READ-CLOSE-ARCHIVE.
           OPEN INPUT CLOSE-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** PERIOD-CLOSE ARCHIVE NOT AVAILABLE - STATUS '
                   WS-ARCHIVE-STATUS ' ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM READ-ONE-CLOSE-ARCHIVE
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE CLOSE-ARCHIVE-FILE
           END-IF.

       READ-ONE-CLOSE-ARCHIVE.
           READ CLOSE-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               AND ARC-PERIOD-KEY NUMERIC
               MOVE ARC-PERIOD-KEY TO WS-PERIOD-WORK-N
               IF WS-PERIOD-YY = WS-CLOSE-YEAR
                   AND WS-PERIOD-MM > ZERO
                   AND WS-PERIOD-MM NOT > 12
                   MOVE WS-PERIOD-MM TO WS-MONTH
                   MOVE 'Y'   TO YMT-ARC-FOUND-SW (WS-MONTH)
                   MOVE ARC-RECON-FLAG TO YMT-ARC-FLAG (WS-MONTH)
                   MOVE ZEROS TO YMT-ARC-SEQ (WS-MONTH)
                   IF ARC-RESTATE-SEQ NUMERIC
                       MOVE ARC-RESTATE-SEQ TO YMT-ARC-SEQ (WS-MONTH)
                   END-IF
                   MOVE ARC-COUNTER TO YMT-ARC-COUNTER (WS-MONTH)
                   MOVE ARC-ACCUMULATOR
                       TO YMT-ARC-ACCUMULATOR (WS-MONTH)
                   MOVE ARC-QTY-TOTAL TO YMT-ARC-QTY-TOTAL (WS-MONTH)
                   MOVE ARC-WTD-ACCUM TO YMT-ARC-WTD-ACCUM (WS-MONTH)
               END-IF
           END-IF.

      *    THE S RECORD OF EVERY AVERAGE RUN AND THE A RECORDS OF
      *    EVERY PRIOR-PERIOD ADJUSTMENT TOGETHER MAKE UP WHAT WAS
      *    POSTED TO EACH PERIOD'S SLOT.
       SUM-YEAR-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** RUN-HISTORY FILE NOT AVAILABLE - STATUS '
                   WS-HISTORY-STATUS ' ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM SUM-ONE-HISTORY-RECORD
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

       SUM-ONE-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               AND (HST-RECORD-TYPE = 'S' OR HST-RECORD-TYPE = 'A')
               PERFORM SET-HISTORY-PERIOD
               MOVE WS-REC-PERIOD TO WS-PERIOD-WORK-N
               IF WS-PERIOD-YY = WS-CLOSE-YEAR
                   AND WS-PERIOD-MM > ZERO
                   AND WS-PERIOD-MM NOT > 12
                   MOVE WS-PERIOD-MM TO WS-MONTH
                   ADD HST-COUNTER TO YMT-HST-COUNTER (WS-MONTH)
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SIZE-ERROR-SW
                   END-ADD
                   ADD HST-ACCUMULATOR
                       TO YMT-HST-ACCUMULATOR (WS-MONTH)
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SIZE-ERROR-SW
                   END-ADD
               END-IF
           END-IF.

      *    A LATE-POSTED OVERRIDE RUN CARRIES ITS POSTING PERIOD ON
      *    THE RECORD - THE RUN DATE'S PERIOD IS ONLY A FALLBACK.
       SET-HISTORY-PERIOD.
           IF HST-PERIOD-KEY NUMERIC
               AND HST-PERIOD-KEY NOT = ZERO
               MOVE HST-PERIOD-KEY TO WS-REC-PERIOD
           ELSE
               MOVE HST-RUN-DATE (1:4) TO WS-REC-PERIOD
           END-IF.

       READ-YEAR-SLOTS.
           OPEN I-O CARRY-FILE.
           IF WS-CARRY-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** CARRY-FORWARD FILE NOT AVAILABLE - STATUS '
                   WS-CARRY-STATUS ' ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'Y' TO WS-CARRY-OPEN-SW
               MOVE ZERO TO WS-MONTH
               PERFORM READ-ONE-YEAR-SLOT
                   UNTIL WS-MONTH NOT < 12
           END-IF.

       READ-ONE-YEAR-SLOT.
           ADD 1 TO WS-MONTH.
           MOVE WS-CLOSE-YEAR TO WS-PERIOD-YY.
           MOVE WS-MONTH      TO WS-PERIOD-MM.
           COMPUTE WS-CARRY-RRN =
               (WS-PERIOD-YY * 12) + WS-PERIOD-MM.
           READ CARRY-FILE
               INVALID KEY MOVE '23' TO WS-CARRY-STATUS
           END-READ.
           IF WS-CARRY-STATUS = '00'
               AND CARRY-PERIOD-KEY = WS-PERIOD-WORK-N
               MOVE 'Y' TO YMT-SLOT-FOUND-SW (WS-MONTH)
               MOVE CARRY-CLOSED-FLAG
                   TO YMT-SLOT-CLOSED-FLAG (WS-MONTH)
               MOVE CARRY-COUNTER TO YMT-COUNTER (WS-MONTH)
               MOVE CARRY-ACCUMULATOR TO YMT-ACCUMULATOR (WS-MONTH)
               MOVE CARRY-QTY-TOTAL TO YMT-QTY-TOTAL (WS-MONTH)
               MOVE CARRY-WTD-ACCUM TO YMT-WTD-ACCUM (WS-MONTH)
               ADD CARRY-COUNTER TO WS-YTD-COUNTER
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD CARRY-ACCUMULATOR TO WS-YTD-ACCUMULATOR
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD CARRY-QTY-TOTAL TO WS-YTD-QTY-TOTAL
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD CARRY-WTD-ACCUM TO WS-YTD-WTD-ACCUM
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
           END-IF.

       WRITE-MONTH-LINE.
           ADD 1 TO WS-MONTH.
           MOVE WS-CLOSE-YEAR TO WS-PERIOD-YY.
           MOVE WS-MONTH      TO WS-PERIOD-MM.
           MOVE SPACES TO YEAR-LINE.
           MOVE WS-PERIOD-WORK TO YRL-TEXT (1:4).
           IF YMT-SLOT-FOUND-SW (WS-MONTH) NOT = 'Y'
               MOVE 'NO CARRY-FORWARD SLOT' TO YRL-TEXT (8:21)
           ELSE
               MOVE ZEROS TO WS-MONTH-AVERAGE
               IF YMT-COUNTER (WS-MONTH) NOT = ZERO
                   DIVIDE YMT-ACCUMULATOR (WS-MONTH)
                       BY YMT-COUNTER (WS-MONTH)
                       GIVING WS-MONTH-AVERAGE ROUNDED
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SIZE-ERROR-SW
                   END-DIVIDE
               END-IF
               MOVE ZEROS TO WS-MONTH-WTD-AVERAGE
               IF YMT-QTY-TOTAL (WS-MONTH) NOT = ZERO
                   DIVIDE YMT-WTD-ACCUM (WS-MONTH)
                       BY YMT-QTY-TOTAL (WS-MONTH)
                       GIVING WS-MONTH-WTD-AVERAGE ROUNDED
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SIZE-ERROR-SW
                   END-DIVIDE
               END-IF
               MOVE YMT-COUNTER (WS-MONTH) TO WS-COUNT-EDIT-1
               MOVE WS-COUNT-EDIT-1 TO YRL-TEXT (8:9)
               MOVE YMT-ACCUMULATOR (WS-MONTH) TO WS-ACCUM-EDIT-1
               MOVE WS-ACCUM-EDIT-1 TO YRL-TEXT (18:16)
               MOVE YMT-QTY-TOTAL (WS-MONTH) TO WS-QTY-EDIT-1
               MOVE WS-QTY-EDIT-1 TO YRL-TEXT (35:9)
               MOVE YMT-WTD-ACCUM (WS-MONTH) TO WS-WTD-EDIT-1
               MOVE WS-WTD-EDIT-1 TO YRL-TEXT (45:16)
               MOVE WS-MONTH-AVERAGE TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO YRL-TEXT (62:9)
               MOVE WS-MONTH-WTD-AVERAGE TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO YRL-TEXT (72:9)
           END-IF.
           IF YMT-ARC-FOUND-SW (WS-MONTH) NOT = 'Y'
               MOVE 'NONE' TO YRL-TEXT (83:4)
           ELSE
               IF YMT-ARC-FLAG (WS-MONTH) = 'R'
                   MOVE 'RESTATED' TO YRL-TEXT (83:8)
                   MOVE YMT-ARC-SEQ (WS-MONTH) TO YRL-TEXT (92:2)
               ELSE
                   MOVE 'ORIGINAL' TO YRL-TEXT (83:8)
               END-IF
           END-IF.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.

      *    THE YEAR-TO-DATE LINE IS THE SUM OF THE TWELVE SLOTS -
      *    THE SAME FIGURE AVERAGE PRINTS ON ITS YEAR-TO-DATE LINE.
       WRITE-YEAR-TO-DATE-LINE.
           MOVE ZEROS TO WS-YTD-AVERAGE.
           IF WS-YTD-COUNTER NOT = ZERO
               DIVIDE WS-YTD-ACCUMULATOR BY WS-YTD-COUNTER
                   GIVING WS-YTD-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.
           MOVE ZEROS TO WS-YTD-WTD-AVERAGE.
           IF WS-YTD-QTY-TOTAL NOT = ZERO
               DIVIDE WS-YTD-WTD-ACCUM BY WS-YTD-QTY-TOTAL
                   GIVING WS-YTD-WTD-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.
           MOVE SPACES TO YEAR-LINE.
           MOVE ALL '-' TO YRL-TEXT (8:73).
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YEAR-LINE.
           MOVE 'YTD' TO YRL-TEXT (1:3).
           MOVE WS-YTD-COUNTER TO WS-COUNT-EDIT-1.
           MOVE WS-COUNT-EDIT-1 TO YRL-TEXT (8:9).
           MOVE WS-YTD-ACCUMULATOR TO WS-ACCUM-EDIT-1.
           MOVE WS-ACCUM-EDIT-1 TO YRL-TEXT (18:16).
           MOVE WS-YTD-QTY-TOTAL TO WS-QTY-EDIT-1.
           MOVE WS-QTY-EDIT-1 TO YRL-TEXT (35:9).
           MOVE WS-YTD-WTD-ACCUM TO WS-WTD-EDIT-1.
           MOVE WS-WTD-EDIT-1 TO YRL-TEXT (45:16).
           MOVE WS-YTD-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE WS-AVERAGE-EDIT TO YRL-TEXT (62:9).
           MOVE WS-YTD-WTD-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE WS-AVERAGE-EDIT TO YRL-TEXT (72:9).
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.

      *    EVERY PERIOD OF THE YEAR MUST BE CLOSED AND ITS SLOT MUST
      *    AGREE TO ITS LATEST ARCHIVED CLOSE AND TO ITS HISTORY.
       PROVE-ONE-MONTH.
           ADD 1 TO WS-MONTH.
           MOVE WS-CLOSE-YEAR TO WS-PERIOD-YY.
           MOVE WS-MONTH      TO WS-PERIOD-MM.
           IF YMT-SLOT-FOUND-SW (WS-MONTH) NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** NO CARRY-FORWARD SLOT FOR PERIOD '
                   WS-PERIOD-WORK ' ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM PROVE-MONTH-SLOT
           END-IF.

       PROVE-MONTH-SLOT.
           IF YMT-SLOT-CLOSED-FLAG (WS-MONTH) NOT = 'C'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** PERIOD ' WS-PERIOD-WORK
                   ' IS NOT CLOSED - RUN MCLSJOB FIRST ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF YMT-ARC-FOUND-SW (WS-MONTH) NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               STRING '*** PERIOD ' WS-PERIOD-WORK
                   ' HAS NO CLOSE ON THE PERIOD-CLOSE ARCHIVE ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           ELSE
               IF YMT-COUNTER (WS-MONTH)
                       NOT = YMT-ARC-COUNTER (WS-MONTH)
                   OR YMT-ACCUMULATOR (WS-MONTH)
                       NOT = YMT-ARC-ACCUMULATOR (WS-MONTH)
                   OR YMT-QTY-TOTAL (WS-MONTH)
                       NOT = YMT-ARC-QTY-TOTAL (WS-MONTH)
                   OR YMT-WTD-ACCUM (WS-MONTH)
                       NOT = YMT-ARC-WTD-ACCUM (WS-MONTH)
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE YMT-ACCUMULATOR (WS-MONTH) TO WS-ACCUM-EDIT-1
                   MOVE YMT-ARC-ACCUMULATOR (WS-MONTH)
                       TO WS-ACCUM-EDIT-2
                   MOVE SPACES TO YEAR-LINE
                   STRING '*** PERIOD ' WS-PERIOD-WORK
                       ' SLOT ' WS-ACCUM-EDIT-1
                       ' DOES NOT AGREE TO ARCHIVED CLOSE '
                       WS-ACCUM-EDIT-2 ' ***'
                       DELIMITED BY SIZE INTO YRL-TEXT
                   WRITE YEAR-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           IF YMT-COUNTER (WS-MONTH)
                   NOT = YMT-HST-COUNTER (WS-MONTH)
               OR YMT-ACCUMULATOR (WS-MONTH)
                   NOT = YMT-HST-ACCUMULATOR (WS-MONTH)
               ADD 1 TO WS-ERROR-COUNT
               MOVE YMT-ACCUMULATOR (WS-MONTH) TO WS-ACCUM-EDIT-1
               MOVE YMT-HST-ACCUMULATOR (WS-MONTH) TO WS-ACCUM-EDIT-2
               MOVE SPACES TO YEAR-LINE
               STRING '*** PERIOD ' WS-PERIOD-WORK
                   ' SLOT ' WS-ACCUM-EDIT-1
                   ' DOES NOT AGREE TO HISTORY '
                   WS-ACCUM-EDIT-2 ' ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    SLOTS BELOW THE CUTOFF SLOT THAT STILL HOLD AN ARCHIVED
      *    PERIOD ARE CLEARED ONCE THE ARCHIVES BALANCE. EVERY ONE
      *    MUST BE CLOSED - AN OPEN PERIOD THAT OLD IS NEVER PURGED.
       SCAN-SLOTS-TO-CLEAR.
           IF WS-CARRY-OPEN-SW = 'Y'
               MOVE ZERO TO WS-CARRY-RRN
               PERFORM CHECK-ONE-OLD-SLOT
                   UNTIL WS-CARRY-RRN NOT < WS-CUTOFF-RRN - 1
           END-IF.

       CHECK-ONE-OLD-SLOT.
           ADD 1 TO WS-CARRY-RRN.
           READ CARRY-FILE
               INVALID KEY MOVE '23' TO WS-CARRY-STATUS
           END-READ.
           IF WS-CARRY-STATUS = '00'
               AND CARRY-PERIOD-KEY < WS-CUTOFF-PERIOD
               IF WS-CLEAR-PHASE-SW = 'Y'
                   DELETE CARRY-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-SLOTS-CLEARED
                   END-DELETE
               ELSE
                   IF CARRY-CLOSED-FLAG = 'C'
                       ADD 1 TO WS-SLOTS-TO-CLEAR
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO YEAR-LINE
                       STRING '*** PERIOD ' CARRY-PERIOD-KEY
                           ' IS BEFORE THE RETENTION WINDOW BUT NOT'
                           ' CLOSED ***'
                           DELIMITED BY SIZE INTO YRL-TEXT
                       WRITE YEAR-LINE AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.

      *    EACH FILE IS SPLIT INTO ITS ARCHIVE AND A SCRATCH COPY OF
      *    WHAT STAYS LIVE. BOTH ARE READ BACK AND BALANCED. ONLY
      *    WHEN ALL FOUR BALANCE ARE THE LIVE FILES REPLACED.
       ARCHIVE-PRIOR-RECORDS.
           PERFORM SPLIT-HISTORY-FILE.
           PERFORM SPLIT-AUDIT-FILE.
           PERFORM SPLIT-LEDGER-FILE.
           PERFORM SPLIT-DOWN-FILE.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM BALANCE-ARCHIVES
           END-IF.

       BALANCE-ARCHIVES.
           PERFORM READ-BACK-HISTORY.
           PERFORM READ-BACK-AUDIT.
           PERFORM READ-BACK-LEDGER.
           PERFORM READ-BACK-DOWN.

           MOVE SPACES TO YEAR-LINE.
           MOVE 'ARCHIVE BALANCING' TO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 3 LINES.
           MOVE SPACES TO YEAR-LINE.
           MOVE 'FILE' TO YRL-TEXT (1:4).
           MOVE '     READ' TO YRL-TEXT (11:9).
           MOVE ' ARCHIVED' TO YRL-TEXT (21:9).
           MOVE '     KEPT' TO YRL-TEXT (31:9).
           MOVE '      TOTAL READ' TO YRL-TEXT (41:16).
           MOVE '  TOTAL ARCHIVED' TO YRL-TEXT (58:16).
           MOVE '      TOTAL KEPT' TO YRL-TEXT (75:16).
           WRITE YEAR-LINE AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-FCT-SUB.
           PERFORM PROVE-ONE-FILE
               UNTIL WS-FCT-SUB NOT < 4.

           IF WS-SIZE-ERROR-SW = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO YEAR-LINE
               MOVE '*** SIZE ERROR TOTALLING THE ARCHIVES ***'
                   TO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 16 TO WS-RETURN-CODE
               MOVE SPACES TO YEAR-LINE
               STRING '*** ARCHIVES DO NOT BALANCE - LIVE FILES AND '
                   'SLOTS NOT CHANGED ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM REPLACE-LIVE-FILES
           END-IF.

       REPLACE-LIVE-FILES.
           PERFORM REPLACE-LIVE-HISTORY.
           PERFORM REPLACE-LIVE-AUDIT.
           PERFORM REPLACE-LIVE-LEDGER.
           PERFORM REPLACE-LIVE-DOWN.
           MOVE ZERO TO WS-FCT-SUB.
           PERFORM CHECK-ONE-LIVE-FILE
               UNTIL WS-FCT-SUB NOT < 4.

           MOVE 'Y' TO WS-CLEAR-PHASE-SW.
           PERFORM SCAN-SLOTS-TO-CLEAR.
           MOVE SPACES TO YEAR-LINE.
           STRING 'CARRY-FORWARD SLOTS BEFORE PERIOD ' WS-CUTOFF-PERIOD
               ' CLEARED: ' WS-SLOTS-CLEARED
               ' OF ' WS-SLOTS-TO-CLEAR
               DELIMITED BY SIZE INTO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 2 LINES.
           IF WS-SLOTS-CLEARED NOT = WS-SLOTS-TO-CLEAR
               ADD 1 TO WS-ERROR-COUNT
               MOVE 16 TO WS-RETURN-CODE
               MOVE SPACES TO YEAR-LINE
               STRING '*** NOT EVERY ARCHIVED SLOT WAS CLEARED - '
                   'REVIEW THE CARRY-FORWARD FILE ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    COUNT AND TOTAL A RECORD INTO THE ARCHIVE OR KEPT SIDE OF
      *    THE CURRENT FILE'S CONTROL ENTRY.
       ADD-RECORD-TO-CONTROLS.
           ADD 1 TO FCT-READ-COUNT (WS-FCT-SUB).
           ADD WS-REC-AMOUNT TO FCT-READ-TOTAL (WS-FCT-SUB)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-ADD.
           IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
               ADD 1 TO FCT-ARC-COUNT (WS-FCT-SUB)
               ADD WS-REC-AMOUNT TO FCT-ARC-TOTAL (WS-FCT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
           ELSE
               ADD 1 TO FCT-KEPT-COUNT (WS-FCT-SUB)
               ADD WS-REC-AMOUNT TO FCT-KEPT-TOTAL (WS-FCT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
           END-IF.

       WRITE-FILE-NOT-AVAILABLE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO YEAR-LINE.
           STRING '*** ' FCT-FILE-NAME (WS-FCT-SUB)
               ' COULD NOT BE OPENED FOR THE YEAR-END ARCHIVE ***'
               DELIMITED BY SIZE INTO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.

       SPLIT-HISTORY-FILE.
           MOVE 1 TO WS-FCT-SUB.
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT HISTORY-ARCHIVE-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OR WS-HSTARC-STATUS NOT = '00'
               PERFORM WRITE-FILE-NOT-AVAILABLE
               IF WS-HISTORY-STATUS = '00'
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-HSTARC-STATUS = '00'
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           ELSE
               OPEN OUTPUT HISTORY-SCRATCH-FILE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM SPLIT-ONE-HISTORY-RECORD
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE HISTORY-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-SCRATCH-FILE
           END-IF.

       SPLIT-ONE-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               PERFORM SET-HISTORY-PERIOD
               PERFORM SET-HISTORY-AMOUNT
               PERFORM ADD-RECORD-TO-CONTROLS
               IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
                   MOVE HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD
                   WRITE HISTORY-ARCHIVE-RECORD
               ELSE
                   MOVE HISTORY-RECORD TO HISTORY-SCRATCH-RECORD
                   WRITE HISTORY-SCRATCH-RECORD
               END-IF
           END-IF.

       SET-HISTORY-AMOUNT.
           IF HST-ACCUMULATOR NUMERIC
               MOVE HST-ACCUMULATOR TO WS-REC-AMOUNT
           ELSE
               MOVE ZEROS TO WS-REC-AMOUNT
           END-IF.

       SPLIT-AUDIT-FILE.
           MOVE 2 TO WS-FCT-SUB.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-ARCHIVE-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               OR WS-AUDARC-STATUS NOT = '00'
               PERFORM WRITE-FILE-NOT-AVAILABLE
               IF WS-AUDIT-STATUS = '00'
                   CLOSE AUDIT-FILE
               END-IF
               IF WS-AUDARC-STATUS = '00'
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
           ELSE
               OPEN OUTPUT AUDIT-SCRATCH-FILE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM SPLIT-ONE-AUDIT-RECORD
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE AUDIT-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-SCRATCH-FILE
           END-IF.

       SPLIT-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               PERFORM SET-AUDIT-PERIOD-AMOUNT
               PERFORM ADD-RECORD-TO-CONTROLS
               IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
                   MOVE AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD
                   WRITE AUDIT-ARCHIVE-RECORD
               ELSE
                   MOVE AUDIT-RECORD TO AUDIT-SCRATCH-RECORD
                   WRITE AUDIT-SCRATCH-RECORD
               END-IF
           END-IF.

      *    THE AUDIT LOG CARRIES NO POSTING PERIOD - IT GOES BY THE
      *    DATE OF THE RUN.
       SET-AUDIT-PERIOD-AMOUNT.
           MOVE AUD-RUN-DATE (1:4) TO WS-REC-PERIOD.
           IF AUD-CARDS-READ NUMERIC
               MOVE AUD-CARDS-READ TO WS-REC-AMOUNT
           ELSE
               MOVE ZEROS TO WS-REC-AMOUNT
           END-IF.

       SPLIT-LEDGER-FILE.
           MOVE 3 TO WS-FCT-SUB.
           OPEN INPUT LEDGER-FILE.
           OPEN OUTPUT LEDGER-ARCHIVE-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OR WS-LDGARC-STATUS NOT = '00'
               PERFORM WRITE-FILE-NOT-AVAILABLE
               IF WS-LEDGER-STATUS = '00'
                   CLOSE LEDGER-FILE
               END-IF
               IF WS-LDGARC-STATUS = '00'
                   CLOSE LEDGER-ARCHIVE-FILE
               END-IF
           ELSE
               OPEN OUTPUT LEDGER-SCRATCH-FILE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM SPLIT-ONE-LEDGER-RECORD
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE LEDGER-FILE
               CLOSE LEDGER-ARCHIVE-FILE
               CLOSE LEDGER-SCRATCH-FILE
           END-IF.

       SPLIT-ONE-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               PERFORM SET-LEDGER-PERIOD-AMOUNT
               PERFORM ADD-RECORD-TO-CONTROLS
               IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
                   MOVE LEDGER-RECORD TO LEDGER-ARCHIVE-RECORD
                   WRITE LEDGER-ARCHIVE-RECORD
               ELSE
                   MOVE LEDGER-RECORD TO LEDGER-SCRATCH-RECORD
                   WRITE LEDGER-SCRATCH-RECORD
               END-IF
           END-IF.

       SET-LEDGER-PERIOD-AMOUNT.
           IF LGR-PERIOD-KEY NUMERIC
               AND LGR-PERIOD-KEY NOT = ZERO
               MOVE LGR-PERIOD-KEY TO WS-REC-PERIOD
           ELSE
               MOVE LGR-RUN-DATE (1:4) TO WS-REC-PERIOD
           END-IF.
           IF LGR-ACCUMULATOR NUMERIC
               MOVE LGR-ACCUMULATOR TO WS-REC-AMOUNT
           ELSE
               MOVE ZEROS TO WS-REC-AMOUNT
           END-IF.

       SPLIT-DOWN-FILE.
           MOVE 4 TO WS-FCT-SUB.
           OPEN INPUT DOWN-MASTER-FILE.
           OPEN OUTPUT DOWN-ARCHIVE-FILE.
           IF WS-DOWN-STATUS NOT = '00'
               OR WS-DWNARC-STATUS NOT = '00'
               PERFORM WRITE-FILE-NOT-AVAILABLE
               IF WS-DOWN-STATUS = '00'
                   CLOSE DOWN-MASTER-FILE
               END-IF
               IF WS-DWNARC-STATUS = '00'
                   CLOSE DOWN-ARCHIVE-FILE
               END-IF
           ELSE
               OPEN OUTPUT DOWN-SCRATCH-FILE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM SPLIT-ONE-DOWN-RECORD
                   UNTIL WS-FILE-EOF-SW = 'Y'
               CLOSE DOWN-MASTER-FILE
               CLOSE DOWN-ARCHIVE-FILE
               CLOSE DOWN-SCRATCH-FILE
           END-IF.

       SPLIT-ONE-DOWN-RECORD.
           READ DOWN-MASTER-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               PERFORM SET-DOWN-PERIOD-AMOUNT
               PERFORM ADD-RECORD-TO-CONTROLS
               IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
                   MOVE DOWN-MASTER-RECORD TO DOWN-ARCHIVE-RECORD
                   WRITE DOWN-ARCHIVE-RECORD
               ELSE
                   MOVE DOWN-MASTER-RECORD TO DOWN-SCRATCH-RECORD
                   WRITE DOWN-SCRATCH-RECORD
               END-IF
           END-IF.

      *    THE POSTING PERIOD SITS IN COLS 70-73 - BLANK ON RECORDS
      *    LOADED BEFORE THE STAMP WAS ADDED. WHERE THE RUN DATE'S
      *    PREFIX STANDS IN. THE ACCUMULATOR IS IN THE SAME PLACE
      *    IN BOTH LAYOUTS.
       SET-DOWN-PERIOD-AMOUNT.
           IF DWN-PERIOD-KEY NUMERIC
               AND DWN-PERIOD-KEY NOT = '0000'
               MOVE DWN-PERIOD-KEY TO WS-REC-PERIOD
           ELSE
               MOVE DWN-RUN-DATE (1:4) TO WS-REC-PERIOD
           END-IF.
           IF DWN-ACCUMULATOR NUMERIC
               MOVE DWN-ACCUMULATOR TO WS-REC-AMOUNT
           ELSE
               MOVE ZEROS TO WS-REC-AMOUNT
           END-IF.

      *    THE ARCHIVE AND SCRATCH FILES ARE READ BACK THROUGH THE
      *    LIVE FILE'S OWN RECORD SO THE SAME CONTROL FIELDS ARE
      *    TOTALLED A SECOND TIME.
       READ-BACK-HISTORY.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-HISTORY-ARC
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE HISTORY-ARCHIVE-FILE.
           OPEN INPUT HISTORY-SCRATCH-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-HISTORY-SCR
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE HISTORY-SCRATCH-FILE.

       READ-BACK-ONE-HISTORY-ARC.
           READ HISTORY-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE HISTORY-ARCHIVE-RECORD TO HISTORY-RECORD
               PERFORM SET-HISTORY-AMOUNT
               ADD 1 TO FCT-ARC-BACK-COUNT (1)
               ADD WS-REC-AMOUNT TO FCT-ARC-BACK-TOTAL (1)
           END-IF.

       READ-BACK-ONE-HISTORY-SCR.
           READ HISTORY-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE HISTORY-SCRATCH-RECORD TO HISTORY-RECORD
               PERFORM SET-HISTORY-AMOUNT
               ADD 1 TO FCT-KEPT-BACK-COUNT (1)
               ADD WS-REC-AMOUNT TO FCT-KEPT-BACK-TOTAL (1)
           END-IF.

       READ-BACK-AUDIT.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-AUDIT-ARC
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE AUDIT-ARCHIVE-FILE.
           OPEN INPUT AUDIT-SCRATCH-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-AUDIT-SCR
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE AUDIT-SCRATCH-FILE.

       READ-BACK-ONE-AUDIT-ARC.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-RECORD
               PERFORM SET-AUDIT-PERIOD-AMOUNT
               ADD 1 TO FCT-ARC-BACK-COUNT (2)
               ADD WS-REC-AMOUNT TO FCT-ARC-BACK-TOTAL (2)
           END-IF.

       READ-BACK-ONE-AUDIT-SCR.
           READ AUDIT-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE AUDIT-SCRATCH-RECORD TO AUDIT-RECORD
               PERFORM SET-AUDIT-PERIOD-AMOUNT
               ADD 1 TO FCT-KEPT-BACK-COUNT (2)
               ADD WS-REC-AMOUNT TO FCT-KEPT-BACK-TOTAL (2)
           END-IF.

       READ-BACK-LEDGER.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-LEDGER-ARC
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE LEDGER-ARCHIVE-FILE.
           OPEN INPUT LEDGER-SCRATCH-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-LEDGER-SCR
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE LEDGER-SCRATCH-FILE.

       READ-BACK-ONE-LEDGER-ARC.
           READ LEDGER-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE LEDGER-ARCHIVE-RECORD TO LEDGER-RECORD
               PERFORM SET-LEDGER-PERIOD-AMOUNT
               ADD 1 TO FCT-ARC-BACK-COUNT (3)
               ADD WS-REC-AMOUNT TO FCT-ARC-BACK-TOTAL (3)
           END-IF.

       READ-BACK-ONE-LEDGER-SCR.
           READ LEDGER-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE LEDGER-SCRATCH-RECORD TO LEDGER-RECORD
               PERFORM SET-LEDGER-PERIOD-AMOUNT
               ADD 1 TO FCT-KEPT-BACK-COUNT (3)
               ADD WS-REC-AMOUNT TO FCT-KEPT-BACK-TOTAL (3)
           END-IF.

       READ-BACK-DOWN.
           OPEN INPUT DOWN-ARCHIVE-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-DOWN-ARC
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE DOWN-ARCHIVE-FILE.
           OPEN INPUT DOWN-SCRATCH-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM READ-BACK-ONE-DOWN-SCR
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE DOWN-SCRATCH-FILE.

       READ-BACK-ONE-DOWN-ARC.
           READ DOWN-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE DOWN-ARCHIVE-RECORD TO DOWN-MASTER-RECORD
               PERFORM SET-DOWN-PERIOD-AMOUNT
               ADD 1 TO FCT-ARC-BACK-COUNT (4)
               ADD WS-REC-AMOUNT TO FCT-ARC-BACK-TOTAL (4)
           END-IF.

       READ-BACK-ONE-DOWN-SCR.
           READ DOWN-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE DOWN-SCRATCH-RECORD TO DOWN-MASTER-RECORD
               PERFORM SET-DOWN-PERIOD-AMOUNT
               ADD 1 TO FCT-KEPT-BACK-COUNT (4)
               ADD WS-REC-AMOUNT TO FCT-KEPT-BACK-TOTAL (4)
           END-IF.

      *    READ MUST EQUAL ARCHIVED PLUS KEPT. AND WHAT WAS READ
      *    BACK FROM EACH OUTPUT MUST EQUAL WHAT WAS WRITTEN TO IT.
       PROVE-ONE-FILE.
           ADD 1 TO WS-FCT-SUB.
           MOVE SPACES TO YEAR-LINE.
           MOVE FCT-FILE-NAME (WS-FCT-SUB) TO YRL-TEXT (1:8).
           MOVE FCT-READ-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-1.
           MOVE WS-COUNT-EDIT-1 TO YRL-TEXT (11:9).
           MOVE FCT-ARC-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-2.
           MOVE WS-COUNT-EDIT-2 TO YRL-TEXT (21:9).
           MOVE FCT-KEPT-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-3.
           MOVE WS-COUNT-EDIT-3 TO YRL-TEXT (31:9).
           MOVE FCT-READ-TOTAL (WS-FCT-SUB) TO WS-ACCUM-EDIT-1.
           MOVE WS-ACCUM-EDIT-1 TO YRL-TEXT (41:16).
           MOVE FCT-ARC-TOTAL (WS-FCT-SUB) TO WS-ACCUM-EDIT-2.
           MOVE WS-ACCUM-EDIT-2 TO YRL-TEXT (58:16).
           MOVE FCT-KEPT-TOTAL (WS-FCT-SUB) TO WS-ACCUM-EDIT-3.
           MOVE WS-ACCUM-EDIT-3 TO YRL-TEXT (75:16).
           IF FCT-READ-COUNT (WS-FCT-SUB) NOT =
                   FCT-ARC-COUNT (WS-FCT-SUB)
                   + FCT-KEPT-COUNT (WS-FCT-SUB)
               OR FCT-READ-TOTAL (WS-FCT-SUB) NOT =
                   FCT-ARC-TOTAL (WS-FCT-SUB)
                   + FCT-KEPT-TOTAL (WS-FCT-SUB)
               OR FCT-ARC-BACK-COUNT (WS-FCT-SUB) NOT =
                   FCT-ARC-COUNT (WS-FCT-SUB)
               OR FCT-ARC-BACK-TOTAL (WS-FCT-SUB) NOT =
                   FCT-ARC-TOTAL (WS-FCT-SUB)
               OR FCT-KEPT-BACK-COUNT (WS-FCT-SUB) NOT =
                   FCT-KEPT-COUNT (WS-FCT-SUB)
               OR FCT-KEPT-BACK-TOTAL (WS-FCT-SUB) NOT =
                   FCT-KEPT-TOTAL (WS-FCT-SUB)
               ADD 1 TO WS-ERROR-COUNT
               MOVE '*** OUT OF BALANCE' TO YRL-TEXT (93:18)
           ELSE
               MOVE 'BALANCED' TO YRL-TEXT (93:8)
           END-IF.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           IF FCT-ARC-BACK-COUNT (WS-FCT-SUB) NOT =
                   FCT-ARC-COUNT (WS-FCT-SUB)
               OR FCT-KEPT-BACK-COUNT (WS-FCT-SUB) NOT =
                   FCT-KEPT-COUNT (WS-FCT-SUB)
               MOVE FCT-ARC-BACK-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-2
               MOVE FCT-KEPT-BACK-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-3
               MOVE SPACES TO YEAR-LINE
               STRING '    READ BACK - ARCHIVE ' WS-COUNT-EDIT-2
                   '  KEPT ' WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO YRL-TEXT
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

       REPLACE-LIVE-HISTORY.
           OPEN INPUT HISTORY-SCRATCH-FILE.
           OPEN OUTPUT HISTORY-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM COPY-ONE-HISTORY-RECORD
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE HISTORY-SCRATCH-FILE.
           CLOSE HISTORY-FILE.

       COPY-ONE-HISTORY-RECORD.
           READ HISTORY-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE HISTORY-SCRATCH-RECORD TO HISTORY-RECORD
               WRITE HISTORY-RECORD
               ADD 1 TO FCT-LIVE-COUNT (1)
           END-IF.

       REPLACE-LIVE-AUDIT.
           OPEN INPUT AUDIT-SCRATCH-FILE.
           OPEN OUTPUT AUDIT-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM COPY-ONE-AUDIT-RECORD
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE AUDIT-SCRATCH-FILE.
           CLOSE AUDIT-FILE.

       COPY-ONE-AUDIT-RECORD.
           READ AUDIT-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE AUDIT-SCRATCH-RECORD TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO FCT-LIVE-COUNT (2)
           END-IF.

       REPLACE-LIVE-LEDGER.
           OPEN INPUT LEDGER-SCRATCH-FILE.
           OPEN OUTPUT LEDGER-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM COPY-ONE-LEDGER-RECORD
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE LEDGER-SCRATCH-FILE.
           CLOSE LEDGER-FILE.

       COPY-ONE-LEDGER-RECORD.
           READ LEDGER-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE LEDGER-SCRATCH-RECORD TO LEDGER-RECORD
               WRITE LEDGER-RECORD
               ADD 1 TO FCT-LIVE-COUNT (3)
           END-IF.

       REPLACE-LIVE-DOWN.
           OPEN INPUT DOWN-SCRATCH-FILE.
           OPEN OUTPUT DOWN-MASTER-FILE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           PERFORM COPY-ONE-DOWN-RECORD
               UNTIL WS-FILE-EOF-SW = 'Y'.
           CLOSE DOWN-SCRATCH-FILE.
           CLOSE DOWN-MASTER-FILE.

       COPY-ONE-DOWN-RECORD.
           READ DOWN-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF-SW
           END-READ.
           IF WS-FILE-EOF-SW NOT = 'Y'
               MOVE DOWN-SCRATCH-RECORD TO DOWN-MASTER-RECORD
               WRITE DOWN-MASTER-RECORD
               ADD 1 TO FCT-LIVE-COUNT (4)
           END-IF.

       CHECK-ONE-LIVE-FILE.
           ADD 1 TO WS-FCT-SUB.
           MOVE FCT-LIVE-COUNT (WS-FCT-SUB) TO WS-COUNT-EDIT-1.
           MOVE SPACES TO YEAR-LINE.
           STRING FCT-FILE-NAME (WS-FCT-SUB)
               '  LIVE FILE REWRITTEN WITH ' WS-COUNT-EDIT-1
               ' RECORDS'
               DELIMITED BY SIZE INTO YRL-TEXT.
           IF FCT-LIVE-COUNT (WS-FCT-SUB) NOT =
                   FCT-KEPT-COUNT (WS-FCT-SUB)
               ADD 1 TO WS-ERROR-COUNT
               MOVE 16 TO WS-RETURN-CODE
               MOVE '*** DOES NOT AGREE TO RECORDS KEPT - RESTORE'
                   TO YRL-TEXT (60:44)
           END-IF.
           IF WS-FCT-SUB = 1
               WRITE YEAR-LINE AFTER ADVANCING 2 LINES
           ELSE
               WRITE YEAR-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-STATEMENT-FOOTER.
           MOVE SPACES TO YEAR-LINE.
           IF WS-ERROR-COUNT = ZERO
               STRING 'YEAR ' WS-CLOSE-YEAR
                   ' CLOSED - PRIOR RECORDS ARCHIVED - STATEMENT FINAL'
                   DELIMITED BY SIZE INTO YRL-TEXT
           ELSE
               STRING '*** YEAR-END NOT COMPLETE - ' WS-ERROR-COUNT
                   ' ERROR(S) - JOB SET TO CC 16 ***'
                   DELIMITED BY SIZE INTO YRL-TEXT
           END-IF.
           WRITE YEAR-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO YEAR-LINE.
           MOVE 'PREPARED BY: ______________________' TO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 3 LINES.
           MOVE SPACES TO YEAR-LINE.
           MOVE 'APPROVED BY: ______________________  (ACCOUNTING)'
               TO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 2 LINES.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM READ-ONE-PARM-CARD
                   UNTIL WS-PARM-EOF-SW = 'Y'
               CLOSE PARM-FILE
           END-IF.

       READ-ONE-PARM-CARD.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
           IF WS-PARM-EOF-SW NOT = 'Y'
               AND PARM-CARD-REC NOT = SPACES
               AND PARM-CARD-REC (1:1) NOT = '*'
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-CARD-REC DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               PERFORM APPLY-PARM-VALUE
           END-IF.

       APPLY-PARM-VALUE.
           IF WS-PARM-KEYWORD = 'CLOSE-YEAR'
               IF WS-PARM-VALUE-99 NUMERIC
                   AND WS-PARM-VALUE (3:1) = SPACE
                   MOVE WS-PARM-VALUE-99 TO WS-CLOSE-YEAR
                   MOVE 'Y' TO WS-PARM-YEAR-SET-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'RETAIN-MONTHS'
               IF WS-PARM-VALUE-99 NUMERIC
                   AND WS-PARM-VALUE (3:1) = SPACE
                   AND WS-PARM-VALUE-99 > ZERO
                   MOVE WS-PARM-VALUE-99 TO WS-RETAIN-MONTHS
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
               PERFORM ABEND-INVALID-PARM
           END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE SPACES TO YEAR-LINE.
           STRING '*** INVALID PARAMETER CARD - '
               PARM-CARD-REC (1:40)
               DELIMITED BY SIZE INTO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YEAR-LINE.
           MOVE '*** RUN ABORTED - CORRECT YRENDPRM AND RESUBMIT ***'
               TO YRL-TEXT.
           WRITE YEAR-LINE AFTER ADVANCING 1 LINE.
           CLOSE YEAR-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END-OF-JOB.
           IF WS-CARRY-OPEN-SW = 'Y'
               CLOSE CARRY-FILE
           END-IF.
           CLOSE YEAR-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
