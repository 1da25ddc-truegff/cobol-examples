      *            PUNCHED ONE TO EACH CARD. AND. AFTER THE
      *            LAST CARD HAS BEEN READ. COMPUTES THE
      *            AVERAGE VALUE.
      *
      *            EACH DEPARTMENT'S D HISTORY RECORD CARRIES ITS
      *            MINIMUM. MAXIMUM. AND STANDARD DEVIATION FOR THE
      *            RUN. FROM THE MOST RECENT OF THOSE RECORDS A
      *            BASELINE MEAN AND SPREAD IS BUILT PER DEPARTMENT.
      *            AND A VALID CARD LYING MORE THAN OUTLIER-SIGMA
      *            STANDARD DEVIATIONS FROM ITS DEPARTMENT'S MEAN IS
      *            NOT POSTED - IT IS HELD ON THE REVIEW QUEUE
      *            (REVIEWQ) FOR A SUPERVISOR TO RELEASE OR DENY
      *            THROUGH REVJOB. A RELEASED CARD COMES BACK ON THE
      *            NEXT RUN WITH A V IN COLUMN 80 AND IS NOT
      *            SCREENED AGAIN.
      *
      *            THE RUN DATE IS CHECKED AGAINST THE BUSINESS-DAY
      *            CALENDAR (CALMAST). A RUN ON A WEEKEND OR HOLIDAY
      *            THAT IS NOT A WORKED DAY IS WARNED ON PRNTOUT AND
      *            ENDS WITH AT LEAST CC 4.
      *
      *            AT END OF A LIVE RUN EVERY REJECTED CARD (EVENT
      *            J) AND EVERY FAILED BATCH (EVENT B. WITH THE
      *            CARDS IT EXCLUDED) IS ADDED TO THE PERMANENT
      *            REJECT HISTORY FILE (REJHIST) FOR THE MONTHLY
      *            DATA-QUALITY SCORECARD (DQSCORE).
      *
      *            A LIVE RUN RECORDS ITS START. AND AT A NORMAL END
      *            ITS CONDITION CODE AND CARD COUNTS. ON THE AVGJOB
      *            RUN-CONTROL FILE (RUNCTL) UNDER THE BUSINESS DATE
      *            SET BY JOBCTL.


 02000 ENVIRONMENT DIVISION.
           SELECT REJECT-SCRATCH-FILE ASSIGN TO "REJSCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-SCRATCH-FILE ASSIGN TO "REVSCR"
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

           SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRPT".

           SELECT HISTORY-FILE ASSIGN TO "AVGHIST"

           SELECT DIST-INDEX-FILE ASSIGN TO "DISTIDX".

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BREG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT REJECT-HISTORY-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJH-STATUS.

           SELECT CALENDAR-FILE   ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.


 03000 DATA DIVISION.


      *    A CREDIT OR ADJUSTMENT CARD CARRIES ITS SIGN AS A
      *    TRAILING OVERPUNCH IN COLUMN 5 - THE STANDARD ZONED
      *    CONVENTION THE KEYPUNCHES PRODUCE. COLUMN 80 IS R ON A
      *    CARD CORRECTED AND RECYCLED BY REJFIX AND V ON A CARD
      *    RELEASED FROM THE REVIEW QUEUE BY REVREL.
       01 INPUT-CARD.
           05 I-VALUE              PIC S999V99.
           05 DEPT-CODE            PIC 9(4).
           05 CKPT-DRP-OPEN-DEPT    PIC 9(4).
           05 CKPT-CONTROL-CARDS    PIC 9(6).
           05 CKPT-EXT-DEPT-COUNT   PIC 999.
           05 CKPT-DUP-BATCH-COUNT  PIC 999.
           05 CKPT-BAT-COUNT        PIC 999.
           05 CKPT-DEPT-MIN-VALUE   PIC S999V99.
           05 CKPT-DEPT-MAX-VALUE   PIC S999V99.
           05 CKPT-DEPT-SUM-SQUARES PIC 9(13)V9999.
           05 CKPT-REVIEW-COUNTER   PIC 9(7).
           05 CKPT-RELEASED-COUNTER PIC 9(7).
           05 CKPT-FBT-COUNT        PIC 999.

      *    ONE OF THESE FOLLOWS THE CHECKPOINT RECORD FOR EACH
      *    DEPARTMENT ALREADY TOTALLED. SO A RESTART CAN STILL
           05 CKD-WTD-ACCUM         PIC S9(13)V99.
           05 CKD-AVERAGE           PIC S999V9999.
           05 CKD-WTD-AVERAGE       PIC S999V9999.
           05 FILLER                PIC X(176).

      *    AND ONE OF THESE FOR EACH BATCH ACCEPTED BEFORE THE
      *    CHECKPOINT. SO A RESTARTED RUN STILL REGISTERS THEM.
       01 CHECKPOINT-BATCH-RECORD REDEFINES CHECKPOINT-RECORD.
           05 CKB-DEPT-CODE         PIC 9(4).
           05 CKB-BATCH-NUMBER      PIC X(4).
           05 CKB-BATCH-DATE        PIC 9(6).
           05 CKB-CARD-COUNT        PIC 9(6).
           05 CKB-HASH-TOTAL        PIC S9(9)V99.
           05 FILLER                PIC X(207).

      *    THEN ONE OF THESE FOR EACH BATCH FAILED BEFORE THE
      *    CHECKPOINT. SO A RESTARTED RUN STILL FILES ITS REJECT
      *    HISTORY EVENT.
       01 CHECKPOINT-FAIL-RECORD REDEFINES CHECKPOINT-RECORD.
           05 CKF-DEPT-CODE         PIC 9(4).
           05 CKF-BATCH-NUMBER      PIC X(4).
           05 CKF-REASON-CODE       PIC X(4).
           05 CKF-CARD-COUNT        PIC 9(6).
           05 FILLER                PIC X(220).

       FD CARRY-FILE
       LABEL RECORD IS OMITTED.

       01 REJECT-SCRATCH-RECORD    PIC X(118).

      *    A CARD HELD FOR SUPERVISOR REVIEW. WITH THE DEPARTMENT
      *    BASELINE IT WAS TESTED AGAINST AND HOW MANY STANDARD
      *    DEVIATIONS IT LAY FROM THE MEAN. REVREL CARRIES THE
      *    SAME LAYOUT ON ITS PENDING FILE.
       FD REVIEW-FILE
       LABEL RECORD IS OMITTED.

       01 REVIEW-RECORD.
           05 RVQ-CARD-IMAGE       PIC X(80).
           05 FILLER               PIC X(2).
           05 RVQ-REASON-CODE      PIC X(4).
           05 FILLER               PIC X(2).
           05 RVQ-QUEUED-DATE      PIC 9(6).
           05 RVQ-BASE-MEAN        PIC S999V9999.
           05 RVQ-BASE-STD-DEV     PIC 999V9999.
           05 RVQ-BASE-CARDS       PIC 9(7).
           05 RVQ-DEVIATIONS       PIC 999V9.
           05 RVQ-CYCLE-COUNT      PIC 9(3).
           05 FILLER               PIC X(8).

       FD REVIEW-SCRATCH-FILE
       LABEL RECORD IS OMITTED.

       01 REVIEW-SCRATCH-RECORD    PIC X(130).

       FD DEPT-MASTER-FILE
       LABEL RECORD IS OMITTED.

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

       FD BATCH-REPORT-FILE
       LABEL RECORD IS OMITTED.
           05 HST-MAX-VALUE        PIC S999V99.
           05 HST-STD-DEV          PIC 999V9999.
           05 HST-PERIOD-KEY       PIC 9(4).
           05 HST-QTY-TOTAL        PIC 9(9).
           05 HST-WTD-ACCUM        PIC S9(13)V99.
           05 FILLER               PIC X(6).

       FD AUDIT-FILE
           05 AUD-START-TYPE       PIC X.
           05 AUD-BATCH-EXCLUDED   PIC 9(6).
           05 AUD-CONTROL-CARDS    PIC 9(6).
           05 AUD-CARDS-QUEUED     PIC 9(7).
           05 FILLER               PIC X(3).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.
       01 DIST-INDEX-LINE.
           05 DIX-TEXT             PIC X(133).

      *    ONE ENTRY PER BATCH EVER ACCEPTED. KEYED ON DEPARTMENT,
      *    BATCH NUMBER, AND BATCH DATE FROM THE $H CARD. STATUS
      *    A = ACCEPTED. R = RELEASED BY A SUPERVISOR (BREGMNT) SO
      *    THE SAME BATCH MAY BE ACCEPTED ONCE MORE.
       FD BATCH-REGISTER-FILE
       LABEL RECORD IS OMITTED.

       01 BATCH-REGISTER-RECORD.
           05 BRG-KEY.
               10 BRG-DEPT-CODE        PIC 9(4).
               10 BRG-BATCH-NUMBER     PIC X(4).
               10 BRG-BATCH-DATE       PIC 9(6).
           05 BRG-FIRST-ACCEPT-DATE PIC 9(6).
           05 BRG-LAST-ACCEPT-DATE  PIC 9(6).
           05 BRG-ACCEPT-COUNT      PIC 9(3).
           05 BRG-CARD-COUNT        PIC 9(6).
           05 BRG-HASH-TOTAL        PIC S9(9)V99.
           05 BRG-STATUS            PIC X.
           05 BRG-RELEASE-DATE      PIC 9(6).
           05 BRG-RELEASED-BY       PIC X(8).
           05 FILLER                PIC X(9).

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

       FD REJECT-HISTORY-FILE
       LABEL RECORD IS OMITTED.

      *    ONE RECORD PER REJECT EVENT. KEPT PERMANENTLY FOR THE
      *    DATA-QUALITY SCORECARD. THIS PROGRAM FILES THE J
      *    (REJECTED) AND B (BATCH FAILED) EVENTS. REJFIX FILES THE
      *    CORRECTION. RECYCLE. STILL-INVALID AND ESCALATION EVENTS
      *    THAT FOLLOW.
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

       FD CALENDAR-FILE
       LABEL RECORD IS OMITTED.

       01 CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(6).
           05 CAL-DAY-TYPE         PIC X.
           05 CAL-DESCRIPTION      PIC X(25).
           05 CAL-MAINT-DATE       PIC 9(6).
           05 FILLER               PIC X(2).

 03200 WORKING-STORAGE SECTION.

         77 COUNTER                  PIC 9(7).
         77 WS-MEAN-SQUARE           PIC 9(7)V9999 VALUE ZERO.
         77 WS-AVG-SQUARE            PIC 9(7)V9999 VALUE ZERO.

         77 DEPT-MIN-VALUE           PIC S999V99 VALUE ZERO.
         77 DEPT-MAX-VALUE           PIC S999V99 VALUE ZERO.
         77 DEPT-SUM-OF-SQUARES      PIC 9(13)V9999 VALUE ZERO.
         77 DEPT-MEAN-NUM            PIC S999V9999 VALUE ZERO.
         77 DEPT-VARIANCE            PIC S9(7)V9999 VALUE ZERO.
         77 DEPT-STD-DEV             PIC 999V9999 VALUE ZERO.

         77 WS-CARD-QUANTITY         PIC 9(5)  VALUE ZERO.
         77 QTY-TOTAL                PIC 9(9)  VALUE ZERO.
         77 WTD-ACCUMULATOR          PIC S9(13)V99 VALUE ZERO.
         77 WS-RUN-TIME              PIC 9(8)  VALUE ZERO.
         77 WS-RETURN-CODE           PIC 99    VALUE ZERO.

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
         77 WS-RUN-BUSINESS-SW       PIC X     VALUE 'Y'.
         77 WS-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.

         77 WS-CHECKPOINT-INTERVAL   PIC 999   VALUE 100.
         77 WS-PAGE-SIZE             PIC 99    VALUE 60.
         77 WS-VALUE-MIN             PIC S999V99 VALUE -999.99.
         77 WS-PARM-DEFAULT-TAG      PIC X(10) VALUE SPACES.
         77 WS-VALUE-MIN-EDIT        PIC -ZZ9.99.
         77 WS-VALUE-MAX-EDIT        PIC -ZZ9.99.
         77 WS-PARM-SIGMA-SET-SW     PIC X     VALUE 'N'.
         77 WS-PARM-RUNS-SET-SW      PIC X     VALUE 'N'.
         77 WS-PARM-MINCARD-SET-SW   PIC X     VALUE 'N'.

         77 WS-OUTLIER-SIGMA         PIC 9V9   VALUE 3.0.
         77 WS-OUTLIER-RUNS          PIC 99    VALUE 20.
         77 WS-OUTLIER-MIN-CARDS     PIC 999   VALUE 30.
         77 WS-OUTLIER-SIGMA-EDIT    PIC 9.9.
         77 WS-OUTLIER-SW            PIC X     VALUE 'N'.
         77 WS-OUTLIER-DISTANCE      PIC S9(5)V9 VALUE ZERO.
         77 REVIEW-COUNTER           PIC 9(7)  VALUE ZERO.
         77 RELEASED-COUNTER         PIC 9(7)  VALUE ZERO.
         77 WS-HST-EOF-SW            PIC X     VALUE 'N'.
         77 WS-BASE-PASS             PIC X     VALUE SPACE.
         77 WS-BASE-RECORDS          PIC 9(7)  VALUE ZERO.
         77 WS-BASE-SUM-SQUARES      PIC 9(15)V9999 VALUE ZERO.
         77 WS-BASE-VARIANCE         PIC S9(9)V9999 VALUE ZERO.
         77 WS-OBT-COUNT             PIC 999   VALUE ZERO.
         77 WS-OBT-SUB               PIC 999   VALUE ZERO.
         77 WS-OBT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-OBT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-OBT-LOOKUP-CODE       PIC 9(4)  VALUE ZERO.
         77 WS-OBT-CACHED-CODE       PIC 9(4)  VALUE ZERO.
         77 WS-OBT-CACHED-SW         PIC X     VALUE 'N'.

       01 PARM-VALUE-FIELDS.
           05 WS-PARM-VALUE        PIC X(20).
           05 FILLER REDEFINES WS-PARM-VALUE.
               10 WS-PARM-VALUE-999V99 PIC 999V99.
               10 FILLER               PIC X(15).
           05 FILLER REDEFINES WS-PARM-VALUE.
               10 WS-PARM-VALUE-9V9    PIC 9V9.
               10 FILLER               PIC X(18).
           05 FILLER REDEFINES WS-PARM-VALUE.
               10 WS-PARM-SIGN-CHAR    PIC X.
               10 WS-PARM-SIGNED-999V99 PIC 999V99.
         77 WS-BATCH-REJ-CARDS       PIC 9(6)  VALUE ZERO.
         77 WS-BATCH-EXP-HASH-EDIT   PIC -ZZZZZZZ9.99.
         77 WS-BATCH-ACT-HASH-EDIT   PIC -ZZZZZZZ9.99.
         77 WS-BATCH-DATE            PIC 9(6)  VALUE ZERO.
         77 WS-BATCH-FIRST-DATE      PIC 9(6)  VALUE ZERO.
         77 WS-DUP-BATCH-SW          PIC X     VALUE 'N'.
         77 WS-DUP-BATCH-COUNT       PIC 999   VALUE ZERO.
         77 WS-BREG-STATUS           PIC XX    VALUE SPACES.
         77 WS-BREG-WRITTEN          PIC 999   VALUE ZERO.
         77 WS-BAT-COUNT             PIC 999   VALUE ZERO.
         77 WS-BAT-SUB               PIC 999   VALUE ZERO.
         77 WS-BAT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-BATCH-FAIL-CODE       PIC X(4)  VALUE SPACES.
         77 WS-BATCH-FAIL-CARDS      PIC 9(6)  VALUE ZERO.
         77 WS-FBT-COUNT             PIC 999   VALUE ZERO.
         77 WS-FBT-SUB               PIC 999   VALUE ZERO.
         77 WS-FBT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-RJH-STATUS            PIC XX    VALUE SPACES.
         77 WS-RJH-EOF-SW            PIC X     VALUE 'N'.
         77 WS-RJH-WRITTEN           PIC 9(6)  VALUE ZERO.

         77 WS-SNAP-COUNTER          PIC 9(7)  VALUE ZERO.
         77 WS-SNAP-ACCUMULATOR      PIC S9(11)V99 VALUE ZERO.
         77 WS-SNAP-DEPT-QTY         PIC 9(9)  VALUE ZERO.
         77 WS-SNAP-DEPT-WTD         PIC S9(13)V99 VALUE ZERO.
         77 WS-SNAP-REJECT-COUNTER   PIC 9(7)  VALUE ZERO.
         77 WS-SNAP-DEPT-MIN         PIC S999V99 VALUE ZERO.
         77 WS-SNAP-DEPT-MAX         PIC S999V99 VALUE ZERO.
         77 WS-SNAP-DEPT-SUM-SQ      PIC 9(13)V9999 VALUE ZERO.
         77 WS-SNAP-REVIEW-COUNTER   PIC 9(7)  VALUE ZERO.
         77 WS-SNAP-RELEASED         PIC 9(7)  VALUE ZERO.

         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-DEPT-FOUND-SW         PIC X     VALUE 'N'.
         77 WS-DEPT-ACTIVE-FOUND     PIC X     VALUE SPACE.
         77 WS-DEPT-CACHED-CODE      PIC 9(4)  VALUE ZERO.
         77 WS-DEPT-CACHED-SW        PIC X     VALUE 'N'.
         77 WS-DEPT-DIVISION-FOUND   PIC X(3)  VALUE SPACES.

         77 WS-DIV-STATUS            PIC XX    VALUE SPACES.
         77 WS-DIV-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-DIV-NAME-FOUND        PIC X(30) VALUE SPACES.
         77 WS-DVT-COUNT             PIC 999   VALUE ZERO.
         77 WS-DVT-SUB               PIC 999   VALUE ZERO.
         77 WS-DVT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DVT-SWAP-SW           PIC X     VALUE 'N'.
         77 WS-DVT-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-DIV-AVERAGE           PIC -ZZ9.9999.
         77 WS-DIV-WTD-AVERAGE       PIC -ZZ9.9999.
         77 WS-DIV-ACCUM-EDIT        PIC -ZZZZZZZZZ9.99.

         77 WS-DEPT-REPORT-DD        PIC X(8)  VALUE SPACES.
         77 WS-DEPT-REPORT-OPEN-SW   PIC X     VALUE 'N'.
               10 XDT-AVERAGE          PIC S999V9999.
               10 XDT-WTD-AVERAGE      PIC S999V9999.

      *    EACH DEPARTMENT'S BASELINE - THE LAST OUTLIER-RUNS D
      *    HISTORY RECORDS POOLED. THE RUN COUNT AND SKIP COUNT
      *    COME FROM THE FIRST PASS OF THE HISTORY FILE. THE
      *    TOTALS FROM THE SECOND.
       01 OUTLIER-BASELINE-TABLE.
           05 OBT-ENTRY OCCURS 500 TIMES.
               10 OBT-DEPT-CODE        PIC 9(4).
               10 OBT-RUN-COUNT        PIC 9(5).
               10 OBT-SKIP-COUNT       PIC 9(5).
               10 OBT-CARDS            PIC 9(9).
               10 OBT-SUM              PIC S9(13)V99.
               10 OBT-SUM-SQUARES      PIC 9(15)V9999.
               10 OBT-MEAN             PIC S999V9999.
               10 OBT-STD-DEV          PIC 999V9999.

       01 DIVISION-TOTAL-TABLE.
           05 DVT-ENTRY OCCURS 100 TIMES.
               10 DVT-DIVISION-CODE    PIC X(3).
               10 DVT-DEPT-COUNT       PIC 999.
               10 DVT-COUNTER          PIC 9(7).
               10 DVT-ACCUMULATOR      PIC S9(11)V99.
               10 DVT-QTY-TOTAL        PIC 9(9).
               10 DVT-WTD-ACCUM        PIC S9(13)V99.

       01 DIVISION-TOTAL-HOLD.
           05 DVH-DIVISION-CODE    PIC X(3).
           05 DVH-DEPT-COUNT       PIC 999.
           05 DVH-COUNTER          PIC 9(7).
           05 DVH-ACCUMULATOR      PIC S9(11)V99.
           05 DVH-QTY-TOTAL        PIC 9(9).
           05 DVH-WTD-ACCUM        PIC S9(13)V99.

       01 DIST-TABLE.
           05 DIST-ENTRY OCCURS 500 TIMES.
               10 DTX-DEPT-CODE        PIC 9(4).
               10 DTX-CARD-COUNT       PIC 9(7).
               10 DTX-ACCUM            PIC S9(11)V99.

       01 BATCH-ACCEPT-TABLE.
           05 BAT-ENTRY OCCURS 500 TIMES.
               10 BAT-DEPT-CODE        PIC 9(4).
               10 BAT-BATCH-NUMBER     PIC X(4).
               10 BAT-BATCH-DATE       PIC 9(6).
               10 BAT-CARD-COUNT       PIC 9(6).
               10 BAT-HASH-TOTAL       PIC S9(9)V99.

      *    FAILED BATCHES. FILED ON THE REJECT HISTORY AT END OF A
      *    LIVE RUN. REASON BTRL = MISSING TRAILER. BBAL = OUT OF
      *    BALANCE. BHDR = TRAILER WITHOUT HEADER.
       01 FAILED-BATCH-TABLE.
           05 FBT-ENTRY OCCURS 500 TIMES.
               10 FBT-DEPT-CODE        PIC 9(4).
               10 FBT-BATCH-NUMBER     PIC X(4).
               10 FBT-REASON-CODE      PIC X(4).
               10 FBT-CARD-COUNT       PIC 9(6).

         77 WS-RCT-STATUS            PIC XX    VALUE SPACES.
         77 WS-RCT-PROGRAM           PIC X(8)  VALUE 'AVERAGE'.
         77 WS-RCT-AVAIL-SW          PIC X     VALUE 'N'.
         77 WS-RCT-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-RCT-BUSINESS-DATE     PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-DATE        PIC 9(6)  VALUE ZERO.
         77 WS-RCT-CLOCK-TIME        PIC 9(8)  VALUE ZERO.
         77 WS-RCT-END-STATUS        PIC X     VALUE SPACE.
         77 WS-RCT-END-CC            PIC 999   VALUE ZERO.

       01 RUN-CONTROL-END-COUNTS.
           05 WS-RCT-END-COUNT     PIC 9(9) OCCURS 4 TIMES.

      *    THE BUSINESS-DAY CALENDAR EXCEPTIONS IN DATE SEQUENCE.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
               10 CTB-DATE             PIC 9(6).
               10 CTB-DAY-TYPE         PIC X.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN INPUT CARD-FILE.
               OPEN OUTPUT PRINT-FILE.
               OPEN OUTPUT BATCH-REPORT-FILE.
               OPEN OUTPUT DIST-INDEX-FILE.

               MOVE ZEROS TO COUNTER.

               PERFORM READ-PARM-FILE.
               PERFORM ECHO-PARAMETERS.
               PERFORM CHECK-RUN-DATE.
               IF WS-RUN-MODE NOT = 'EDIT'
                   PERFORM RECORD-STEP-START
               END-IF.

               PERFORM LOAD-OUTLIER-BASELINE.
               OPEN EXTEND HISTORY-FILE.
               IF WS-HISTORY-STATUS = '35'
                   OPEN OUTPUT HISTORY-FILE
               END-IF.

               IF WS-RUN-MODE NOT = 'EDIT'
                   OPEN OUTPUT EXTRACT-FILE
               END-IF.

               PERFORM OPEN-DEPT-MASTER.
               PERFORM OPEN-DIVISION-TABLE.
               PERFORM OPEN-BATCH-REGISTER.

               IF WS-RESTART-SW = 'Y'
                   PERFORM RESTART-FROM-CHECKPOINT

               IF WS-CHECKPOINT-FOUND-SW NOT = 'Y'
                   OPEN OUTPUT REJECT-FILE
                   OPEN OUTPUT REVIEW-FILE
                   OPEN OUTPUT DETAIL-FILE
               END-IF.

                   ADD 1 TO WS-CONTROL-CARD-COUNT
                   PERFORM END-BATCH
               ELSE
                   MOVE 'N' TO WS-OUTLIER-SW
                   PERFORM TALLY-BATCH-CARD
                   IF WS-DUP-BATCH-SW NOT = 'Y'
                       PERFORM VALIDATE-VALUE
                   END-IF
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.
       START-BATCH.
           IF WS-IN-BATCH-SW = 'Y'
               MOVE 'MISSING TRAILER' TO WS-BATCH-FAIL-REASON
               MOVE 'BTRL' TO WS-BATCH-FAIL-CODE
               MOVE ZEROS TO WS-BATCH-EXP-COUNT
               MOVE ZEROS TO WS-BATCH-EXP-HASH
               PERFORM FAIL-BATCH
               MOVE ZEROS TO DEPT-ACCUMULATOR
               MOVE ZEROS TO DEPT-QTY-TOTAL
               MOVE ZEROS TO DEPT-WTD-ACCUM
               MOVE ZEROS TO DEPT-SUM-OF-SQUARES
           END-IF.

           MOVE 'Y'             TO WS-IN-BATCH-SW.
           MOVE BH-BATCH-NUMBER TO WS-BATCH-NUMBER.
           MOVE ZEROS           TO WS-BATCH-CARD-COUNT.
           MOVE ZEROS           TO WS-BATCH-HASH-TOTAL.
           IF BH-BATCH-DATE NUMERIC
               MOVE BH-BATCH-DATE TO WS-BATCH-DATE
           ELSE
               MOVE ZEROS TO WS-BATCH-DATE
           END-IF.
           PERFORM CHECK-BATCH-REGISTER.

           MOVE COUNTER             TO WS-SNAP-COUNTER.
           MOVE ACCUMULATOR         TO WS-SNAP-ACCUMULATOR.
           MOVE DEPT-WTD-ACCUM      TO WS-SNAP-DEPT-WTD.
           MOVE WS-DRP-CARD-COUNT   TO WS-SNAP-DRP-CARDS.
           MOVE REJECT-COUNTER      TO WS-SNAP-REJECT-COUNTER.
           MOVE DEPT-MIN-VALUE      TO WS-SNAP-DEPT-MIN.
           MOVE DEPT-MAX-VALUE      TO WS-SNAP-DEPT-MAX.
           MOVE DEPT-SUM-OF-SQUARES TO WS-SNAP-DEPT-SUM-SQ.
           MOVE REVIEW-COUNTER      TO WS-SNAP-REVIEW-COUNTER.
           MOVE RELEASED-COUNTER    TO WS-SNAP-RELEASED.

       END-BATCH.
           IF WS-IN-BATCH-SW NOT = 'Y'
               MOVE ZEROS         TO WS-BATCH-HASH-TOTAL
               ADD 1 TO WS-BAD-BATCH-COUNT
               PERFORM WRITE-BATCH-REPORT-LINE
               MOVE 'BHDR'        TO WS-BATCH-FAIL-CODE
               MOVE ZEROS         TO WS-BATCH-FAIL-CARDS
               PERFORM ADD-FAILED-BATCH-ENTRY
           ELSE
               MOVE BT-EXP-COUNT TO WS-BATCH-EXP-COUNT
               MOVE BT-EXP-HASH  TO WS-BATCH-EXP-HASH
               IF WS-DUP-BATCH-SW = 'Y'
                   PERFORM EXCLUDE-DUPLICATE-BATCH
               ELSE
               IF WS-BATCH-EXP-COUNT = WS-BATCH-CARD-COUNT
                   AND WS-BATCH-EXP-HASH = WS-BATCH-HASH-TOTAL
                   MOVE 'N' TO WS-IN-BATCH-SW
                   PERFORM ADD-ACCEPTED-BATCH-ENTRY
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-BATCH-FAIL-REASON
                   MOVE 'BBAL' TO WS-BATCH-FAIL-CODE
                   PERFORM FAIL-BATCH
               END-IF
               END-IF
           END-IF.

       TALLY-BATCH-CARD.
           MOVE WS-SNAP-DEPT-QTY        TO DEPT-QTY-TOTAL.
           MOVE WS-SNAP-DEPT-WTD        TO DEPT-WTD-ACCUM.
           MOVE WS-SNAP-DRP-CARDS       TO WS-DRP-CARD-COUNT.
           MOVE WS-SNAP-DEPT-MIN        TO DEPT-MIN-VALUE.
           MOVE WS-SNAP-DEPT-MAX        TO DEPT-MAX-VALUE.
           MOVE WS-SNAP-DEPT-SUM-SQ     TO DEPT-SUM-OF-SQUARES.
           MOVE WS-SNAP-RELEASED        TO RELEASED-COUNTER.

           IF WS-DEPT-REPORT-OPEN-SW = 'Y'
               MOVE SPACES TO DEPT-REPORT-LINE
      *    CARDS THE BATCH ALREADY REJECTED STAY COUNTED (AND
      *    FILED) AS REJECTS - ONLY THE BALANCE OF THE BATCH IS
      *    COUNTED AS EXCLUDED. SO THE DAY STILL CROSS-FOOTS.
      *    CARDS ALREADY HELD FOR REVIEW STAY ON THE QUEUE THE
      *    SAME WAY.
           COMPUTE WS-BATCH-REJ-CARDS =
               REJECT-COUNTER - WS-SNAP-REJECT-COUNTER
               + REVIEW-COUNTER - WS-SNAP-REVIEW-COUNTER.
           COMPUTE WS-BATCH-FAIL-CARDS =
               WS-BATCH-CARD-COUNT - WS-BATCH-REJ-CARDS.
           ADD WS-BATCH-FAIL-CARDS TO WS-BATCH-EXCLUDED-CARDS.
           ADD 1 TO WS-BAD-BATCH-COUNT.
           PERFORM WRITE-BATCH-REPORT-LINE.
           PERFORM ADD-FAILED-BATCH-ENTRY.
           MOVE 'N' TO WS-IN-BATCH-SW.
           MOVE 'N' TO WS-DUP-BATCH-SW.

       WRITE-BATCH-REPORT-LINE.
           MOVE WS-BATCH-EXP-HASH  TO WS-BATCH-EXP-HASH-EDIT.
               DELIMITED BY SIZE INTO BRT-TEXT.
           WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    A BATCH ALREADY ACCEPTED - ON AN EARLIER DAY (THE BATCH
      *    REGISTER) OR EARLIER IN THIS RUN (THE ACCEPTED-BATCH
      *    TABLE) - IS A RESUBMISSION. ITS CARDS ARE NOT VALIDATED
      *    OR POSTED. A REGISTER ENTRY RELEASED BY A SUPERVISOR
      *    LETS THE BATCH THROUGH ONE MORE TIME.
       CHECK-BATCH-REGISTER.
           MOVE 'N' TO WS-DUP-BATCH-SW.
           MOVE ZERO TO WS-BAT-SUB.
           PERFORM CHECK-ONE-ACCEPTED-BATCH
               UNTIL WS-BAT-SUB NOT < WS-BAT-COUNT
                  OR WS-DUP-BATCH-SW = 'Y'.
           IF WS-DUP-BATCH-SW NOT = 'Y'
               MOVE WS-BATCH-DEPT   TO BRG-DEPT-CODE
               MOVE WS-BATCH-NUMBER TO BRG-BATCH-NUMBER
               MOVE WS-BATCH-DATE   TO BRG-BATCH-DATE
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BRG-STATUS NOT = 'R'
                           MOVE 'Y' TO WS-DUP-BATCH-SW
                           MOVE BRG-FIRST-ACCEPT-DATE
                               TO WS-BATCH-FIRST-DATE
                       END-IF
               END-READ
           END-IF.

       CHECK-ONE-ACCEPTED-BATCH.
           ADD 1 TO WS-BAT-SUB.
           IF BAT-DEPT-CODE (WS-BAT-SUB) = WS-BATCH-DEPT
               AND BAT-BATCH-NUMBER (WS-BAT-SUB) = WS-BATCH-NUMBER
               AND BAT-BATCH-DATE (WS-BAT-SUB) = WS-BATCH-DATE
               MOVE 'Y' TO WS-DUP-BATCH-SW
               MOVE WS-CURRENT-DATE TO WS-BATCH-FIRST-DATE
           END-IF.

      *    NOTHING IN A DUPLICATE BATCH WAS VALIDATED OR POSTED -
      *    EVERY CARD IN IT IS COUNTED AS EXCLUDED.
       EXCLUDE-DUPLICATE-BATCH.
           ADD WS-BATCH-CARD-COUNT TO WS-BATCH-EXCLUDED-CARDS.
           ADD 1 TO WS-DUP-BATCH-COUNT.
           MOVE WS-BATCH-HASH-TOTAL TO WS-BATCH-ACT-HASH-EDIT.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING 'BATCH ' WS-BATCH-NUMBER
               ' DEPT ' WS-BATCH-DEPT
               ' DUPLICATE BATCH DATED ' WS-BATCH-DATE
               ' - FIRST ACCEPTED ' WS-BATCH-FIRST-DATE
               ' CARDS EXCLUDED ' WS-BATCH-CARD-COUNT
               ' HASH ' WS-BATCH-ACT-HASH-EDIT
               DELIMITED BY SIZE INTO BRT-TEXT.
           WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-DUP-BATCH-SW.
           MOVE 'N' TO WS-IN-BATCH-SW.

      *    BALANCED BATCHES ARE HELD IN A TABLE AND REGISTERED AT
      *    END OF JOB WITH THE CARRY-FORWARD AND EXTRACT - A RUN
      *    THAT DOES NOT FINISH LEAVES NOTHING ON THE REGISTER.
       ADD-ACCEPTED-BATCH-ENTRY.
           IF WS-BAT-COUNT < 500
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BATCH-DEPT   TO BAT-DEPT-CODE (WS-BAT-COUNT)
               MOVE WS-BATCH-NUMBER TO BAT-BATCH-NUMBER (WS-BAT-COUNT)
               MOVE WS-BATCH-DATE   TO BAT-BATCH-DATE (WS-BAT-COUNT)
               MOVE WS-BATCH-CARD-COUNT
                   TO BAT-CARD-COUNT (WS-BAT-COUNT)
               MOVE WS-BATCH-HASH-TOTAL
                   TO BAT-HASH-TOTAL (WS-BAT-COUNT)
           ELSE
               IF WS-BAT-OVERFLOW-SW = 'N'
                   MOVE 'Y' TO WS-BAT-OVERFLOW-SW
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   MOVE '*** MORE THAN 500 BATCHES - BATCH REGISTER'
                       TO OT-TEXT (1:42)
                   MOVE 'INCOMPLETE ***'
                       TO OT-TEXT (44:14)
                   WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *    THE EVENT CARRIES ONLY THE CARDS THE FAILURE EXCLUDED -
      *    CARDS OF THE BATCH ALREADY REJECTED HAVE THEIR OWN J
      *    EVENTS.
       ADD-FAILED-BATCH-ENTRY.
           IF WS-FBT-COUNT < 500
               ADD 1 TO WS-FBT-COUNT
               MOVE WS-BATCH-DEPT   TO FBT-DEPT-CODE (WS-FBT-COUNT)
               MOVE WS-BATCH-NUMBER TO FBT-BATCH-NUMBER (WS-FBT-COUNT)
               MOVE WS-BATCH-FAIL-CODE
                   TO FBT-REASON-CODE (WS-FBT-COUNT)
               MOVE WS-BATCH-FAIL-CARDS
                   TO FBT-CARD-COUNT (WS-FBT-COUNT)
           ELSE
               IF WS-FBT-OVERFLOW-SW = 'N'
                   MOVE 'Y' TO WS-FBT-OVERFLOW-SW
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   MOVE '*** MORE THAN 500 FAILED BATCHES - REJECT'
                       TO OT-TEXT (1:41)
                   MOVE 'HISTORY INCOMPLETE ***'
                       TO OT-TEXT (43:22)
                   WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       OPEN-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BREG-STATUS = '35'
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           IF WS-BREG-STATUS NOT = '00'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING '*** BATCH REGISTER NOT AVAILABLE - STATUS '
                   WS-BREG-STATUS ' ***'
                   DELIMITED BY SIZE INTO OT-TEXT
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
               CLOSE CARD-FILE
               CLOSE PRINT-FILE
               CLOSE DEPT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-BATCH-REGISTER.
           MOVE ZERO TO WS-BAT-SUB.
           PERFORM REGISTER-ONE-BATCH
               UNTIL WS-BAT-SUB NOT < WS-BAT-COUNT.

       REGISTER-ONE-BATCH.
           ADD 1 TO WS-BAT-SUB.
           MOVE BAT-DEPT-CODE (WS-BAT-SUB)    TO BRG-DEPT-CODE.
           MOVE BAT-BATCH-NUMBER (WS-BAT-SUB) TO BRG-BATCH-NUMBER.
           MOVE BAT-BATCH-DATE (WS-BAT-SUB)   TO BRG-BATCH-DATE.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM ADD-REGISTER-ENTRY
               NOT INVALID KEY
                   PERFORM RENEW-REGISTER-ENTRY
           END-READ.

       ADD-REGISTER-ENTRY.
           MOVE SPACES TO BATCH-REGISTER-RECORD.
           MOVE BAT-DEPT-CODE (WS-BAT-SUB)    TO BRG-DEPT-CODE.
           MOVE BAT-BATCH-NUMBER (WS-BAT-SUB) TO BRG-BATCH-NUMBER.
           MOVE BAT-BATCH-DATE (WS-BAT-SUB)   TO BRG-BATCH-DATE.
           MOVE WS-CURRENT-DATE TO BRG-FIRST-ACCEPT-DATE.
           MOVE WS-CURRENT-DATE TO BRG-LAST-ACCEPT-DATE.
           MOVE 1               TO BRG-ACCEPT-COUNT.
           MOVE BAT-CARD-COUNT (WS-BAT-SUB)   TO BRG-CARD-COUNT.
           MOVE BAT-HASH-TOTAL (WS-BAT-SUB)   TO BRG-HASH-TOTAL.
           MOVE 'A'             TO BRG-STATUS.
           MOVE ZEROS           TO BRG-RELEASE-DATE.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   PERFORM WRITE-REGISTER-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-BREG-WRITTEN
           END-WRITE.

      *    A RELEASED ENTRY KEEPS ITS FIRST-ACCEPTED DATE AND THE
      *    RELEASE THAT LET THE BATCH BACK IN.
       RENEW-REGISTER-ENTRY.
           MOVE WS-CURRENT-DATE TO BRG-LAST-ACCEPT-DATE.
           ADD 1                TO BRG-ACCEPT-COUNT.
           MOVE BAT-CARD-COUNT (WS-BAT-SUB)   TO BRG-CARD-COUNT.
           MOVE BAT-HASH-TOTAL (WS-BAT-SUB)   TO BRG-HASH-TOTAL.
           MOVE 'A'             TO BRG-STATUS.
           REWRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   PERFORM WRITE-REGISTER-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-BREG-WRITTEN
           END-REWRITE.

       WRITE-REGISTER-FAILURE.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING '*** BATCH REGISTER UPDATE FAILED - STATUS '
               WS-BREG-STATUS ' BATCH ' BRG-BATCH-NUMBER
               ' DEPT ' BRG-DEPT-CODE ' ***'
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

       VALIDATE-VALUE.
           IF I-VALUE NOT NUMERIC
               MOVE 'NONN' TO WS-REJECT-REASON-CODE
                       TO WS-REJECT-REASON-TEXT
                   PERFORM REJECT-CARD
               ELSE
                   PERFORM SCREEN-OUTLIER
                   IF WS-OUTLIER-SW = 'Y'
                       PERFORM QUEUE-FOR-REVIEW
                   ELSE
                       PERFORM ACCUMULATE-VALUE
                   END-IF
               END-IF
           END-IF.

      *    THE BASELINE IS READ FROM THE HISTORY FILE BEFORE THE
      *    FILE IS OPENED FOR TODAY'S RECORDS. ONLY D RECORDS FROM
      *    EARLIER DAYS COUNT - A RESTARTED RUN MUST SCREEN AGAINST
      *    THE SAME BASELINE AS THE RUN IT REPLACES - AND ONLY
      *    THOSE WHOSE AVERAGE LIES BETWEEN THEIR MINIMUM AND
      *    MAXIMUM. D RECORDS WRITTEN BEFORE THE SPREAD WAS CARRIED
      *    HOLD ZEROS THERE AND DROP OUT. THE FIRST PASS COUNTS
      *    EACH DEPARTMENT'S RUNS. THE SECOND POOLS THE LAST
      *    OUTLIER-RUNS OF THEM - A RUN'S SUM OF SQUARES IS ITS
      *    CARD COUNT TIMES THE SQUARED DEVIATION PLUS THE SQUARED
      *    AVERAGE.
       LOAD-OUTLIER-BASELINE.
           MOVE ZERO TO WS-OBT-COUNT.
           MOVE ZERO TO WS-BASE-RECORDS.
           IF WS-OUTLIER-SIGMA > ZERO
               MOVE '1' TO WS-BASE-PASS
               PERFORM READ-BASELINE-PASS
               MOVE ZERO TO WS-OBT-SUB
               PERFORM SET-BASELINE-SKIP-COUNT
                   UNTIL WS-OBT-SUB NOT < WS-OBT-COUNT
               MOVE '2' TO WS-BASE-PASS
               PERFORM READ-BASELINE-PASS
               MOVE ZERO TO WS-OBT-SUB
               PERFORM FIGURE-BASELINE-ENTRY
                   UNTIL WS-OBT-SUB NOT < WS-OBT-COUNT
               PERFORM WRITE-BASELINE-LINE
           END-IF.

       READ-BASELINE-PASS.
           MOVE 'N' TO WS-HST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO WS-HST-EOF-SW
           END-IF.
           PERFORM READ-BASELINE-RECORD
               UNTIL WS-HST-EOF-SW = 'Y'.
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
               CLOSE HISTORY-FILE
           END-IF.

       READ-BASELINE-RECORD.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HST-EOF-SW
           END-READ.
           IF WS-HST-EOF-SW NOT = 'Y'
               AND HST-RECORD-TYPE = 'D'
               AND HST-RUN-DATE NOT = WS-CURRENT-DATE
               AND HST-DEPT-CODE NUMERIC
               AND HST-COUNTER NUMERIC
               AND HST-ACCUMULATOR NUMERIC
               AND HST-AVERAGE NUMERIC
               AND HST-MIN-VALUE NUMERIC
               AND HST-MAX-VALUE NUMERIC
               AND HST-STD-DEV NUMERIC
               IF HST-COUNTER > ZERO
                   AND HST-AVERAGE NOT < HST-MIN-VALUE
                   AND HST-AVERAGE NOT > HST-MAX-VALUE
                   PERFORM TAKE-BASELINE-RECORD
               END-IF
           END-IF.

       TAKE-BASELINE-RECORD.
           MOVE HST-DEPT-CODE TO WS-OBT-LOOKUP-CODE.
           MOVE 'N'  TO WS-OBT-FOUND-SW.
           MOVE ZERO TO WS-OBT-SUB.
           PERFORM FIND-BASELINE-ENTRY
               UNTIL WS-OBT-FOUND-SW = 'Y'
                  OR WS-OBT-SUB NOT < WS-OBT-COUNT.
           IF WS-BASE-PASS = '1'
               IF WS-OBT-FOUND-SW NOT = 'Y'
                   PERFORM ADD-BASELINE-ENTRY
               END-IF
               IF WS-OBT-FOUND-SW = 'Y'
                   ADD 1 TO OBT-RUN-COUNT (WS-OBT-SUB)
               END-IF
           ELSE
               IF WS-OBT-FOUND-SW = 'Y'
                   IF OBT-SKIP-COUNT (WS-OBT-SUB) > ZERO
                       SUBTRACT 1 FROM OBT-SKIP-COUNT (WS-OBT-SUB)
                   ELSE
                       PERFORM POOL-BASELINE-RECORD
                   END-IF
               END-IF
           END-IF.

       ADD-BASELINE-ENTRY.
           IF WS-OBT-COUNT < 500
               ADD 1 TO WS-OBT-COUNT
               MOVE WS-OBT-COUNT TO WS-OBT-SUB
               MOVE HST-DEPT-CODE TO OBT-DEPT-CODE (WS-OBT-SUB)
               MOVE ZEROS TO OBT-RUN-COUNT (WS-OBT-SUB)
               MOVE ZEROS TO OBT-SKIP-COUNT (WS-OBT-SUB)
               MOVE ZEROS TO OBT-CARDS (WS-OBT-SUB)
               MOVE ZEROS TO OBT-SUM (WS-OBT-SUB)
               MOVE ZEROS TO OBT-SUM-SQUARES (WS-OBT-SUB)
               MOVE ZEROS TO OBT-MEAN (WS-OBT-SUB)
               MOVE ZEROS TO OBT-STD-DEV (WS-OBT-SUB)
               MOVE 'Y' TO WS-OBT-FOUND-SW
           ELSE
               MOVE 'Y' TO WS-OBT-OVERFLOW-SW
           END-IF.

       SET-BASELINE-SKIP-COUNT.
           ADD 1 TO WS-OBT-SUB.
           IF OBT-RUN-COUNT (WS-OBT-SUB) > WS-OUTLIER-RUNS
               COMPUTE OBT-SKIP-COUNT (WS-OBT-SUB) =
                   OBT-RUN-COUNT (WS-OBT-SUB) - WS-OUTLIER-RUNS
           END-IF.

       POOL-BASELINE-RECORD.
           ADD 1 TO WS-BASE-RECORDS.
           ADD HST-COUNTER TO OBT-CARDS (WS-OBT-SUB)
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-ADD.
           ADD HST-ACCUMULATOR TO OBT-SUM (WS-OBT-SUB)
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-ADD.
           COMPUTE WS-BASE-SUM-SQUARES = HST-COUNTER
               * ((HST-STD-DEV * HST-STD-DEV)
                + (HST-AVERAGE * HST-AVERAGE))
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
                   MOVE ZEROS TO WS-BASE-SUM-SQUARES
           END-COMPUTE.
           ADD WS-BASE-SUM-SQUARES TO OBT-SUM-SQUARES (WS-OBT-SUB)
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-ADD.

       FIGURE-BASELINE-ENTRY.
           ADD 1 TO WS-OBT-SUB.
           IF OBT-CARDS (WS-OBT-SUB) > ZERO
               DIVIDE OBT-SUM (WS-OBT-SUB) BY OBT-CARDS (WS-OBT-SUB)
                   GIVING OBT-MEAN (WS-OBT-SUB) ROUNDED
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
               END-DIVIDE
               COMPUTE WS-BASE-VARIANCE ROUNDED =
                   (OBT-SUM-SQUARES (WS-OBT-SUB)
                       / OBT-CARDS (WS-OBT-SUB))
                   - (OBT-MEAN (WS-OBT-SUB) * OBT-MEAN (WS-OBT-SUB))
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
                       MOVE ZEROS TO WS-BASE-VARIANCE
               END-COMPUTE
               IF WS-BASE-VARIANCE > ZERO
                   COMPUTE OBT-STD-DEV (WS-OBT-SUB) ROUNDED =
                       FUNCTION SQRT (WS-BASE-VARIANCE)
                       ON SIZE ERROR
                           PERFORM WRITE-SIZE-ERROR-WARNING
                           MOVE ZEROS TO OBT-STD-DEV (WS-OBT-SUB)
                   END-COMPUTE
               END-IF
           END-IF.

       WRITE-BASELINE-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING 'OUTLIER BASELINE - DEPARTMENTS: ' WS-OBT-COUNT
               '  HISTORY RECORDS POOLED: ' WS-BASE-RECORDS
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.
           IF WS-OBT-OVERFLOW-SW = 'Y'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE '*** MORE THAN 500 DEPARTMENTS ON HISTORY - THE'
                   TO OT-TEXT (1:47)
               MOVE 'REST ARE NOT SCREENED ***'
                   TO OT-TEXT (49:25)
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    A CARD IS ONLY SCREENED WHEN ITS DEPARTMENT HAS A
      *    BASELINE OF AT LEAST OUTLIER-MIN-CARDS CARDS WITH SOME
      *    SPREAD - A DEPARTMENT THAT HAS ALWAYS PUNCHED ONE VALUE
      *    GIVES NOTHING TO MEASURE A DEVIATION BY. A CARD THE
      *    SUPERVISOR RELEASED (V IN COLUMN 80) HAS BEEN LOOKED AT
      *    AND IS NOT HELD AGAIN. OUTLIER-SIGMA=00 TURNS THE
      *    SCREEN OFF.
       SCREEN-OUTLIER.
           MOVE 'N' TO WS-OUTLIER-SW.
           IF WS-OUTLIER-SIGMA > ZERO
               AND I-RECYCLE-FLAG NOT = 'V'
               MOVE DEPT-CODE TO WS-OBT-LOOKUP-CODE
               PERFORM LOOKUP-BASELINE-ENTRY
               IF WS-OBT-FOUND-SW = 'Y'
                   AND OBT-CARDS (WS-OBT-SUB) NOT < WS-OUTLIER-MIN-CARDS
                   AND OBT-STD-DEV (WS-OBT-SUB) > ZERO
                   COMPUTE WS-OUTLIER-DISTANCE ROUNDED =
                       (I-VALUE - OBT-MEAN (WS-OBT-SUB))
                           / OBT-STD-DEV (WS-OBT-SUB)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-OUTLIER-DISTANCE
                   END-COMPUTE
                   IF WS-OUTLIER-DISTANCE < ZERO
                       COMPUTE WS-OUTLIER-DISTANCE =
                           ZERO - WS-OUTLIER-DISTANCE
                   END-IF
                   IF WS-OUTLIER-DISTANCE > 999.9
                       MOVE 999.9 TO WS-OUTLIER-DISTANCE
                   END-IF
                   IF WS-OUTLIER-DISTANCE > WS-OUTLIER-SIGMA
                       MOVE 'Y' TO WS-OUTLIER-SW
                   END-IF
               END-IF
           END-IF.

      *    THE DECK ARRIVES IN DEPARTMENT ORDER. SO THE LAST ENTRY
      *    FOUND IS KEPT THE SAME WAY LOOKUP-DEPT-CODE KEEPS ITS
      *    LAST MASTER RECORD.
       LOOKUP-BASELINE-ENTRY.
           IF WS-OBT-CACHED-SW NOT = 'Y'
               OR WS-OBT-LOOKUP-CODE NOT = WS-OBT-CACHED-CODE
               MOVE 'N'  TO WS-OBT-FOUND-SW
               MOVE ZERO TO WS-OBT-SUB
               PERFORM FIND-BASELINE-ENTRY
                   UNTIL WS-OBT-FOUND-SW = 'Y'
                      OR WS-OBT-SUB NOT < WS-OBT-COUNT
               MOVE WS-OBT-LOOKUP-CODE TO WS-OBT-CACHED-CODE
               MOVE 'Y' TO WS-OBT-CACHED-SW
           END-IF.

       FIND-BASELINE-ENTRY.
           ADD 1 TO WS-OBT-SUB.
           IF OBT-DEPT-CODE (WS-OBT-SUB) = WS-OBT-LOOKUP-CODE
               MOVE 'Y' TO WS-OBT-FOUND-SW
           END-IF.

       QUEUE-FOR-REVIEW.
           ADD 1 TO REVIEW-COUNTER.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE INPUT-CARD                  TO RVQ-CARD-IMAGE.
           MOVE 'OUTL'                      TO RVQ-REASON-CODE.
           MOVE WS-CURRENT-DATE             TO RVQ-QUEUED-DATE.
           MOVE OBT-MEAN (WS-OBT-SUB)       TO RVQ-BASE-MEAN.
           MOVE OBT-STD-DEV (WS-OBT-SUB)    TO RVQ-BASE-STD-DEV.
           MOVE OBT-CARDS (WS-OBT-SUB)      TO RVQ-BASE-CARDS.
           MOVE WS-OUTLIER-DISTANCE         TO RVQ-DEVIATIONS.
           MOVE ZEROS                       TO RVQ-CYCLE-COUNT.
           WRITE REVIEW-RECORD.

       OPEN-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               STOP RUN
           END-IF.

      *    THE DIVISION TABLE ONLY SUPPLIES NAMES FOR THE DIVISION
      *    SUBTOTALS - WITHOUT IT THE SUBTOTALS PRINT BY CODE.
       OPEN-DIVISION-TABLE.
           OPEN INPUT DIVISION-FILE.
           IF WS-DIV-STATUS = '00'
               MOVE 'Y' TO WS-DIV-AVAIL-SW
           ELSE
               MOVE 'N' TO WS-DIV-AVAIL-SW
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING '*** DIVISION TABLE NOT AVAILABLE - STATUS '
                   WS-DIV-STATUS ' - DIVISION NAMES NOT PRINTED ***'
                   DELIMITED BY SIZE INTO OT-TEXT
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    THE CARD DECK ARRIVES SORTED BY DEPARTMENT. SO THE SAME
      *    CODE REPEATS CARD AFTER CARD - THE LAST ANSWER IS KEPT
      *    AND THE MASTER IS ONLY READ WHEN THE CODE CHANGES.
               MOVE 'N'    TO WS-DEPT-FOUND-SW
               MOVE SPACES TO WS-DEPT-NAME-FOUND
               MOVE SPACE  TO WS-DEPT-ACTIVE-FOUND
               MOVE SPACES TO WS-DEPT-DIVISION-FOUND
               MOVE WS-DEPT-LOOKUP-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE 'Y'            TO WS-DEPT-FOUND-SW
                       MOVE DM-DEPT-NAME   TO WS-DEPT-NAME-FOUND
                       MOVE DM-ACTIVE-FLAG TO WS-DEPT-ACTIVE-FOUND
                       MOVE DM-DIVISION-CODE
                           TO WS-DEPT-DIVISION-FOUND
               END-READ
               MOVE WS-DEPT-LOOKUP-CODE TO WS-DEPT-CACHED-CODE
               MOVE 'Y' TO WS-DEPT-CACHED-SW
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-ADD.
           ADD 1       TO COUNTER.
           IF I-RECYCLE-FLAG = 'V'
               ADD 1 TO RELEASED-COUNTER
           END-IF.
           ADD WS-CARD-QUANTITY TO QTY-TOTAL
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
                   MOVE ZEROS TO DEPT-ACCUMULATOR
                   MOVE ZEROS TO DEPT-QTY-TOTAL
                   MOVE ZEROS TO DEPT-WTD-ACCUM
                   MOVE ZEROS TO DEPT-SUM-OF-SQUARES
               END-IF
           END-IF.

           ADD 1       TO DEPT-COUNTER.
           IF DEPT-COUNTER = 1
               MOVE I-VALUE TO DEPT-MIN-VALUE
               MOVE I-VALUE TO DEPT-MAX-VALUE
           ELSE
               IF I-VALUE < DEPT-MIN-VALUE
                   MOVE I-VALUE TO DEPT-MIN-VALUE
               END-IF
               IF I-VALUE > DEPT-MAX-VALUE
                   MOVE I-VALUE TO DEPT-MAX-VALUE
               END-IF
           END-IF.
           COMPUTE DEPT-SUM-OF-SQUARES = DEPT-SUM-OF-SQUARES
               + (I-VALUE * I-VALUE)
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-COMPUTE.
           ADD I-VALUE TO DEPT-ACCUMULATOR
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
               WRITE OUTPUT-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-RUN-MODE NOT = 'EDIT'
                   PERFORM FIGURE-DEPT-STD-DEV
                   PERFORM WRITE-HISTORY-DEPT-RECORD
               END-IF
               PERFORM ADD-EXTRACT-DEPT-ENTRY
           END-IF.

           PERFORM CLOSE-DEPT-REPORT.
      *    THE PER-DEPARTMENT EXTRACT FIGURES ARE HELD IN A TABLE
      *    AND WRITTEN WITH THE D AND T RECORDS AT END OF JOB -
      *    THE TABLE RIDES ON THE CHECKPOINT. SO A RESTARTED RUN
      *    STILL WRITES AN M RECORD FOR EVERY DEPARTMENT. THE
      *    DIVISION SUBTOTALS ARE ROLLED UP FROM THE SAME TABLE.
      *    SO IT IS KEPT IN AN EDIT RUN TOO.
       ADD-EXTRACT-DEPT-ENTRY.
           IF WS-XDT-COUNT < 500
               ADD 1 TO WS-XDT-COUNT
               IF I-RECYCLE-FLAG = 'R'
                   MOVE 'RCY' TO DRP-TEXT (18:3)
               END-IF
               IF I-RECYCLE-FLAG = 'V'
                   MOVE 'REL' TO DRP-TEXT (18:3)
               END-IF
               WRITE DEPT-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DRP-LINE-COUNT
               ADD 1 TO WS-DRP-TOTAL-LINES
               DELIMITED BY SIZE INTO DIX-TEXT.
           WRITE DIST-INDEX-LINE AFTER ADVANCING 2 LINES.

      *    THE SAME MEAN-SQUARE LESS SQUARED-MEAN FIGURE THE RUN'S
      *    OWN STATISTICS LINE USES. TAKEN ON THE UNROUNDED MEAN.
       FIGURE-DEPT-STD-DEV.
           MOVE ZEROS TO DEPT-STD-DEV.
           DIVIDE DEPT-ACCUMULATOR BY DEPT-COUNTER
               GIVING DEPT-MEAN-NUM ROUNDED
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
           END-DIVIDE.
           COMPUTE DEPT-VARIANCE ROUNDED =
               (DEPT-SUM-OF-SQUARES / DEPT-COUNTER)
               - (DEPT-MEAN-NUM * DEPT-MEAN-NUM)
               ON SIZE ERROR
                   PERFORM WRITE-SIZE-ERROR-WARNING
                   MOVE ZEROS TO DEPT-VARIANCE
           END-COMPUTE.
           IF DEPT-VARIANCE > ZERO
               COMPUTE DEPT-STD-DEV ROUNDED =
                   FUNCTION SQRT (DEPT-VARIANCE)
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
                       MOVE ZEROS TO DEPT-STD-DEV
               END-COMPUTE
           END-IF.

       WRITE-HISTORY-DEPT-RECORD.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE 'D'                 TO HST-RECORD-TYPE.
           MOVE DEPT-COUNTER        TO HST-COUNTER.
           MOVE DEPT-ACCUMULATOR    TO HST-ACCUMULATOR.
           MOVE DEPT-AVERAGE        TO HST-AVERAGE.
           MOVE DEPT-MIN-VALUE      TO HST-MIN-VALUE.
           MOVE DEPT-MAX-VALUE      TO HST-MAX-VALUE.
           MOVE DEPT-STD-DEV        TO HST-STD-DEV.
           MOVE WS-PERIOD-KEY       TO HST-PERIOD-KEY.
           MOVE DEPT-QTY-TOTAL      TO HST-QTY-TOTAL.
           MOVE DEPT-WTD-ACCUM      TO HST-WTD-ACCUM.
           WRITE HISTORY-RECORD.

       WRITE-HISTORY-SUMMARY-RECORD.
           MOVE MAX-VALUE           TO HST-MAX-VALUE.
           MOVE WS-STD-DEV          TO HST-STD-DEV.
           MOVE WS-PERIOD-KEY       TO HST-PERIOD-KEY.
           MOVE QTY-TOTAL           TO HST-QTY-TOTAL.
           MOVE WTD-ACCUMULATOR     TO HST-WTD-ACCUM.
           WRITE HISTORY-RECORD.

       WRITE-DETAIL-HEADER.
           IF I-RECYCLE-FLAG = 'R'
               MOVE 'RCY' TO DTL-RECYCLE-FLAG
           END-IF.
           IF I-RECYCLE-FLAG = 'V'
               MOVE 'REL' TO DTL-RECYCLE-FLAG
           END-IF.
           IF WS-OUTLIER-SW = 'Y'
               MOVE 'RVW' TO DTL-RECYCLE-FLAG
           END-IF.
           IF WS-DUP-BATCH-SW = 'Y'
               MOVE 'DUP' TO DTL-RECYCLE-FLAG
           END-IF.
           WRITE DETAIL-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DETAIL-LINE-COUNT.
           ADD 1 TO WS-DETAIL-TOTAL-LINES.
           MOVE WS-DRP-OPEN-DEPT    TO CKPT-DRP-OPEN-DEPT.
           MOVE WS-CONTROL-CARD-COUNT TO CKPT-CONTROL-CARDS.
           MOVE WS-XDT-COUNT        TO CKPT-EXT-DEPT-COUNT.
           MOVE WS-DUP-BATCH-COUNT  TO CKPT-DUP-BATCH-COUNT.
           MOVE WS-BAT-COUNT        TO CKPT-BAT-COUNT.
           MOVE DEPT-MIN-VALUE      TO CKPT-DEPT-MIN-VALUE.
           MOVE DEPT-MAX-VALUE      TO CKPT-DEPT-MAX-VALUE.
           MOVE DEPT-SUM-OF-SQUARES TO CKPT-DEPT-SUM-SQUARES.
           MOVE REVIEW-COUNTER      TO CKPT-REVIEW-COUNTER.
           MOVE RELEASED-COUNTER    TO CKPT-RELEASED-COUNTER.
           MOVE WS-FBT-COUNT        TO CKPT-FBT-COUNT.
           WRITE CHECKPOINT-RECORD.
           PERFORM WRITE-CHECKPOINT-DEPT-ENTRIES.
           PERFORM WRITE-CHECKPOINT-BATCH-ENTRIES.
           PERFORM WRITE-CHECKPOINT-FAIL-ENTRIES.
           CLOSE CHECKPOINT-FILE.

       WRITE-CHECKPOINT-DEPT-ENTRIES.
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

       WRITE-CHECKPOINT-BATCH-ENTRIES.
           MOVE ZERO TO WS-BAT-SUB.
           PERFORM WRITE-ONE-CHECKPOINT-BATCH
               UNTIL WS-BAT-SUB NOT < WS-BAT-COUNT.

       WRITE-ONE-CHECKPOINT-BATCH.
           ADD 1 TO WS-BAT-SUB.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE BAT-DEPT-CODE (WS-BAT-SUB)    TO CKB-DEPT-CODE.
           MOVE BAT-BATCH-NUMBER (WS-BAT-SUB) TO CKB-BATCH-NUMBER.
           MOVE BAT-BATCH-DATE (WS-BAT-SUB)   TO CKB-BATCH-DATE.
           MOVE BAT-CARD-COUNT (WS-BAT-SUB)   TO CKB-CARD-COUNT.
           MOVE BAT-HASH-TOTAL (WS-BAT-SUB)   TO CKB-HASH-TOTAL.
           WRITE CHECKPOINT-RECORD.

       WRITE-CHECKPOINT-FAIL-ENTRIES.
           MOVE ZERO TO WS-FBT-SUB.
           PERFORM WRITE-ONE-CHECKPOINT-FAIL
               UNTIL WS-FBT-SUB NOT < WS-FBT-COUNT.

       WRITE-ONE-CHECKPOINT-FAIL.
           ADD 1 TO WS-FBT-SUB.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE FBT-DEPT-CODE (WS-FBT-SUB)    TO CKF-DEPT-CODE.
           MOVE FBT-BATCH-NUMBER (WS-FBT-SUB) TO CKF-BATCH-NUMBER.
           MOVE FBT-REASON-CODE (WS-FBT-SUB)  TO CKF-REASON-CODE.
           MOVE FBT-CARD-COUNT (WS-FBT-SUB)   TO CKF-CARD-COUNT.
           WRITE CHECKPOINT-RECORD.

       RESTART-FROM-CHECKPOINT.
           MOVE 'N' TO WS-CHECKPOINT-FOUND-SW.
           OPEN INPUT CHECKPOINT-FILE.
               MOVE CKPT-CONTROL-CARDS     TO WS-CONTROL-CARD-COUNT
               MOVE CKPT-DRP-OPEN-SW       TO WS-RESTART-DRP-OPEN-SW
               MOVE CKPT-EXT-DEPT-COUNT    TO WS-XDT-COUNT
               MOVE CKPT-DUP-BATCH-COUNT   TO WS-DUP-BATCH-COUNT
               MOVE CKPT-BAT-COUNT         TO WS-BAT-COUNT
               MOVE CKPT-DEPT-MIN-VALUE    TO DEPT-MIN-VALUE
               MOVE CKPT-DEPT-MAX-VALUE    TO DEPT-MAX-VALUE
               MOVE CKPT-DEPT-SUM-SQUARES  TO DEPT-SUM-OF-SQUARES
               MOVE CKPT-REVIEW-COUNTER    TO REVIEW-COUNTER
               MOVE CKPT-RELEASED-COUNTER  TO RELEASED-COUNTER
               MOVE CKPT-FBT-COUNT         TO WS-FBT-COUNT
               MOVE 'N'                    TO WS-FIRST-RECORD-SW
               MOVE CKPT-RECORD-COUNT      TO WS-SKIP-COUNT
               MOVE CKPT-RECORD-COUNT      TO WS-RECORDS-READ
               END-IF
               PERFORM TRUNCATE-DETAIL-FILE
               PERFORM TRUNCATE-REJECT-FILE
               PERFORM TRUNCATE-REVIEW-FILE
               IF WS-RESTART-DRP-OPEN-SW = 'Y'
                   PERFORM TRUNCATE-DEPT-REPORT
               END-IF
                           TO XDT-WTD-AVERAGE (WS-XDT-SUB)
               END-READ
           END-PERFORM.
           PERFORM READ-CHECKPOINT-BATCH-ENTRIES.
           PERFORM READ-CHECKPOINT-FAIL-ENTRIES.
           CLOSE CHECKPOINT-FILE.

      *    THE ACCEPTED-BATCH ENTRIES FOLLOW THE DEPARTMENT ENTRIES.
       READ-CHECKPOINT-BATCH-ENTRIES.
           MOVE ZERO TO WS-BAT-SUB.
           PERFORM READ-ONE-CHECKPOINT-BATCH
               UNTIL WS-BAT-SUB NOT < WS-BAT-COUNT.

       READ-ONE-CHECKPOINT-BATCH.
           ADD 1 TO WS-BAT-SUB.
           READ CHECKPOINT-FILE
               AT END
                   COMPUTE WS-BAT-COUNT = WS-BAT-SUB - 1
               NOT AT END
                   MOVE CKB-DEPT-CODE    TO BAT-DEPT-CODE (WS-BAT-SUB)
                   MOVE CKB-BATCH-NUMBER
                       TO BAT-BATCH-NUMBER (WS-BAT-SUB)
                   MOVE CKB-BATCH-DATE   TO BAT-BATCH-DATE (WS-BAT-SUB)
                   MOVE CKB-CARD-COUNT   TO BAT-CARD-COUNT (WS-BAT-SUB)
                   MOVE CKB-HASH-TOTAL   TO BAT-HASH-TOTAL (WS-BAT-SUB)
           END-READ.

      *    AND THE FAILED-BATCH ENTRIES FOLLOW THOSE.
       READ-CHECKPOINT-FAIL-ENTRIES.
           MOVE ZERO TO WS-FBT-SUB.
           PERFORM READ-ONE-CHECKPOINT-FAIL
               UNTIL WS-FBT-SUB NOT < WS-FBT-COUNT.

       READ-ONE-CHECKPOINT-FAIL.
           ADD 1 TO WS-FBT-SUB.
           READ CHECKPOINT-FILE
               AT END
                   COMPUTE WS-FBT-COUNT = WS-FBT-SUB - 1
               NOT AT END
                   MOVE CKF-DEPT-CODE    TO FBT-DEPT-CODE (WS-FBT-SUB)
                   MOVE CKF-BATCH-NUMBER
                       TO FBT-BATCH-NUMBER (WS-FBT-SUB)
                   MOVE CKF-REASON-CODE
                       TO FBT-REASON-CODE (WS-FBT-SUB)
                   MOVE CKF-CARD-COUNT   TO FBT-CARD-COUNT (WS-FBT-SUB)
           END-READ.

       TRUNCATE-DETAIL-FILE.
           MOVE ZERO TO WS-TRUNC-INDEX.
           MOVE 'N'  TO WS-SCRATCH-EOF-SW.
           END-PERFORM.
           CLOSE REJECT-SCRATCH-FILE.

       TRUNCATE-REVIEW-FILE.
           MOVE ZERO TO WS-TRUNC-INDEX.
           MOVE 'N'  TO WS-SCRATCH-EOF-SW.
           OPEN OUTPUT REVIEW-SCRATCH-FILE.
           OPEN INPUT REVIEW-FILE.
           PERFORM COPY-REVIEW-TO-SCRATCH
               UNTIL WS-SCRATCH-EOF-SW = 'Y'
                  OR WS-TRUNC-INDEX NOT < REVIEW-COUNTER.
           CLOSE REVIEW-FILE.
           CLOSE REVIEW-SCRATCH-FILE.

           MOVE 'N' TO WS-SCRATCH-EOF-SW.
           OPEN OUTPUT REVIEW-FILE.
           OPEN INPUT REVIEW-SCRATCH-FILE.
           PERFORM COPY-SCRATCH-TO-REVIEW
               UNTIL WS-SCRATCH-EOF-SW = 'Y'.
           CLOSE REVIEW-SCRATCH-FILE.

       COPY-REVIEW-TO-SCRATCH.
           READ REVIEW-FILE
               AT END MOVE 'Y' TO WS-SCRATCH-EOF-SW
           END-READ.
           IF WS-SCRATCH-EOF-SW NOT = 'Y'
               MOVE REVIEW-RECORD TO REVIEW-SCRATCH-RECORD
               WRITE REVIEW-SCRATCH-RECORD
               ADD 1 TO WS-TRUNC-INDEX
           END-IF.

       COPY-SCRATCH-TO-REVIEW.
           READ REVIEW-SCRATCH-FILE
               AT END MOVE 'Y' TO WS-SCRATCH-EOF-SW
           END-READ.
           IF WS-SCRATCH-EOF-SW NOT = 'Y'
               MOVE REVIEW-SCRATCH-RECORD TO REVIEW-RECORD
               WRITE REVIEW-RECORD
           END-IF.

       TRUNCATE-DEPT-REPORT.
           MOVE SPACES TO WS-DEPT-REPORT-DD.
           STRING 'DEPT' WS-DRP-OPEN-DEPT
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           MOVE '*** RUN ABORTED - LATE CARDS GO THROUGH ADJJOB ***'
               TO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.
           CLOSE CARRY-FILE.
           MOVE WS-PERIOD-KEY    TO EXT-PERIOD-KEY.
           WRITE EXTRACT-RECORD.

      *    EVERY DEPARTMENT SUBTOTALLED THIS RUN IS ADDED INTO THE
      *    DIVISION IT CARRIES ON THE MASTER. A DEPARTMENT WITH NO
      *    DIVISION IS GATHERED UNDER A BLANK CODE.
       WRITE-DIVISION-TOTALS.
           MOVE ZERO TO WS-DVT-COUNT.
           MOVE ZERO TO WS-XDT-SUB.
           PERFORM ADD-DEPT-TO-DIVISION
               UNTIL WS-XDT-SUB NOT < WS-XDT-COUNT.
           PERFORM SORT-DIVISION-TABLE.

           MOVE SPACES TO OUTPUT-TEXT-LINE.
           MOVE 'DIVISION SUBTOTALS' TO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 2 LINES.
           IF WS-DVT-OVERFLOW-SW = 'Y'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING '*** MORE THAN 100 DIVISIONS - SUBTOTALS '
                   'INCOMPLETE ***'
                   DELIMITED BY SIZE INTO OT-TEXT
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZERO TO WS-DVT-SUB.
           PERFORM WRITE-ONE-DIVISION-TOTAL
               UNTIL WS-DVT-SUB NOT < WS-DVT-COUNT.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

       ADD-DEPT-TO-DIVISION.
           ADD 1 TO WS-XDT-SUB.
           MOVE XDT-DEPT-CODE (WS-XDT-SUB) TO WS-DEPT-LOOKUP-CODE.
           PERFORM LOOKUP-DEPT-CODE.
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
           IF WS-DVT-FOUND-SW = 'Y'
               ADD 1 TO DVT-DEPT-COUNT (WS-DVT-SUB)
               ADD XDT-COUNTER (WS-XDT-SUB)
                   TO DVT-COUNTER (WS-DVT-SUB)
               ADD XDT-ACCUMULATOR (WS-XDT-SUB)
                   TO DVT-ACCUMULATOR (WS-DVT-SUB)
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
               END-ADD
               ADD XDT-QTY-TOTAL (WS-XDT-SUB)
                   TO DVT-QTY-TOTAL (WS-DVT-SUB)
               ADD XDT-WTD-ACCUM (WS-XDT-SUB)
                   TO DVT-WTD-ACCUM (WS-DVT-SUB)
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
               END-ADD
           END-IF.

       FIND-DIVISION-ENTRY.
           ADD 1 TO WS-DVT-SUB.
           IF DVT-DIVISION-CODE (WS-DVT-SUB) = WS-DEPT-DIVISION-FOUND
               MOVE 'Y' TO WS-DVT-FOUND-SW
           END-IF.

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

       WRITE-ONE-DIVISION-TOTAL.
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
                       PERFORM WRITE-SIZE-ERROR-WARNING
               END-DIVIDE
           END-IF.
           MOVE ZEROS TO WS-DIV-WTD-AVERAGE.
           IF DVT-QTY-TOTAL (WS-DVT-SUB) NOT = ZERO
               DIVIDE DVT-WTD-ACCUM (WS-DVT-SUB)
                   BY DVT-QTY-TOTAL (WS-DVT-SUB)
                   GIVING WS-DIV-WTD-AVERAGE ROUNDED
                   ON SIZE ERROR
                       PERFORM WRITE-SIZE-ERROR-WARNING
               END-DIVIDE
           END-IF.
           MOVE DVT-ACCUMULATOR (WS-DVT-SUB) TO WS-DIV-ACCUM-EDIT.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING 'DIVISION ' DVT-DIVISION-CODE (WS-DVT-SUB)
               ' ' WS-DIV-NAME-FOUND
               ' SUBTOTAL - DEPTS: ' DVT-DEPT-COUNT (WS-DVT-SUB)
               ' CARDS: ' DVT-COUNTER (WS-DVT-SUB)
               ' TOTAL: ' WS-DIV-ACCUM-EDIT
               ' AVERAGE: ' WS-DIV-AVERAGE
               ' WTD AVG: ' WS-DIV-WTD-AVERAGE
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

       WRITE-GRAND-TOTAL.
           MOVE ACCUMULATOR TO WS-ACCUM-EDIT.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
               '  (SEE REJECT-FILE FOR DETAIL)'
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING 'CARDS HELD FOR REVIEW: ' REVIEW-COUNTER
               '  (SEE REVIEWQ)  RELEASED CARDS POSTED: '
               RELEASED-COUNTER
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

       WRITE-STATISTICS-LINE.
           IF COUNTER = ZERO
       FIND-AVERAGE.
           IF WS-IN-BATCH-SW = 'Y'
               MOVE 'MISSING TRAILER' TO WS-BATCH-FAIL-REASON
               MOVE 'BTRL' TO WS-BATCH-FAIL-CODE
               MOVE ZEROS TO WS-BATCH-EXP-COUNT
               MOVE ZEROS TO WS-BATCH-EXP-HASH
               PERFORM FAIL-BATCH
               STRING 'FINAL AVERAGE: ' WS-FINAL-AVERAGE
                   DELIMITED BY SIZE INTO DTL-TEXT
               WRITE DETAIL-LINE AFTER ADVANCING 2 LINES
               PERFORM WRITE-DIVISION-TOTALS
               PERFORM WRITE-GRAND-TOTAL
               PERFORM WRITE-STATISTICS-LINE
           END-IF.
           PERFORM WRITE-REJECT-COUNT-LINE.
           IF WS-RUN-MODE NOT = 'EDIT'
               PERFORM WRITE-EXTRACT-RECORDS
               PERFORM WRITE-BATCH-REGISTER
               PERFORM WRITE-REJECT-HISTORY
           END-IF.
           PERFORM WRITE-CARRY-FORWARD.
           PERFORM WRITE-MTD-LINE.

           MOVE SPACES TO BATCH-REPORT-LINE.
           IF WS-BAD-BATCH-COUNT = ZERO
               AND WS-DUP-BATCH-COUNT = ZERO
               MOVE 'ALL BATCHES IN BALANCE' TO BRT-TEXT
           ELSE
               STRING 'OUT-OF-BALANCE BATCHES: ' WS-BAD-BATCH-COUNT
                   '  DUPLICATE BATCHES: ' WS-DUP-BATCH-COUNT
                   '  CARDS EXCLUDED: ' WS-BATCH-EXCLUDED-CARDS
                   DELIMITED BY SIZE INTO BRT-TEXT
           END-IF.
           WRITE BATCH-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING 'BATCHES ACCEPTED: ' WS-BAT-COUNT
               '  ADDED TO BATCH REGISTER: ' WS-BREG-WRITTEN
               DELIMITED BY SIZE INTO BRT-TEXT.
           WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING 'REJECT HISTORY EVENTS FILED: ' WS-RJH-WRITTEN
               DELIMITED BY SIZE INTO BRT-TEXT.
           WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.

           CLOSE CARD-FILE.
           CLOSE PRINT-FILE.
           CLOSE REJECT-FILE.
           CLOSE REVIEW-FILE.
           CLOSE DETAIL-FILE.
           IF WS-RUN-MODE NOT = 'EDIT'
               CLOSE EXTRACT-FILE
           CLOSE HISTORY-FILE.
           CLOSE DIST-INDEX-FILE.
           CLOSE DEPT-MASTER-FILE.
           IF WS-DIV-AVAIL-SW = 'Y'
               CLOSE DIVISION-FILE
           END-IF.
           CLOSE BATCH-REGISTER-FILE.
           IF WS-RETURN-CODE < 8
               MOVE 'C' TO WS-RCT-END-STATUS
           ELSE
               MOVE 'F' TO WS-RCT-END-STATUS
           END-IF.
           MOVE WS-RETURN-CODE  TO WS-RCT-END-CC.
           MOVE WS-RECORDS-READ TO WS-RCT-END-COUNT (1).
           MOVE COUNTER         TO WS-RCT-END-COUNT (2).
           MOVE REJECT-COUNTER  TO WS-RCT-END-COUNT (3).
           MOVE REVIEW-COUNTER  TO WS-RCT-END-COUNT (4).
           PERFORM RECORD-STEP-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    THE DAY'S REJECTS ARE READ BACK FROM THE REJECT FILE -
      *    ON A RESTART IT HAS ALREADY BEEN CUT BACK TO THE
      *    CHECKPOINT. SO NO REJECT IS FILED TWICE. THE HISTORY
      *    FILE IS CLOSED HERE ONCE BOTH KINDS OF EVENT ARE FILED.
       WRITE-REJECT-HISTORY.
           OPEN EXTEND REJECT-HISTORY-FILE.
           IF WS-RJH-STATUS = '35'
               OPEN OUTPUT REJECT-HISTORY-FILE
           END-IF.
           CLOSE REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           PERFORM FILE-ONE-REJECT
               UNTIL WS-RJH-EOF-SW = 'Y'.
           MOVE ZERO TO WS-FBT-SUB.
           PERFORM FILE-ONE-FAILED-BATCH
               UNTIL WS-FBT-SUB NOT < WS-FBT-COUNT.
           CLOSE REJECT-HISTORY-FILE.

       FILE-ONE-REJECT.
           READ REJECT-FILE
               AT END MOVE 'Y' TO WS-RJH-EOF-SW
           END-READ.
           IF WS-RJH-EOF-SW NOT = 'Y'
               MOVE SPACES TO REJECT-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RJH-EVENT-DATE
               MOVE 'J'             TO RJH-EVENT-TYPE
               IF REJ-CARD-IMAGE (6:4) NUMERIC
                   MOVE REJ-CARD-IMAGE (6:4) TO RJH-DEPT-CODE
               ELSE
                   MOVE ZEROS TO RJH-DEPT-CODE
               END-IF
               MOVE REJ-REASON-CODE TO RJH-REASON-CODE
               MOVE WS-CURRENT-DATE TO RJH-FIRST-REJ-DATE
               MOVE ZEROS           TO RJH-CYCLE-COUNT
               MOVE ZEROS           TO RJH-AGE-DAYS
               MOVE 1               TO RJH-CARD-COUNT
               MOVE REJ-CARD-IMAGE  TO RJH-CARD-IMAGE
               WRITE REJECT-HISTORY-RECORD
               ADD 1 TO WS-RJH-WRITTEN
           END-IF.

       FILE-ONE-FAILED-BATCH.
           ADD 1 TO WS-FBT-SUB.
           MOVE SPACES TO REJECT-HISTORY-RECORD.
           MOVE WS-CURRENT-DATE TO RJH-EVENT-DATE.
           MOVE 'B'             TO RJH-EVENT-TYPE.
           MOVE FBT-DEPT-CODE (WS-FBT-SUB)    TO RJH-DEPT-CODE.
           MOVE FBT-REASON-CODE (WS-FBT-SUB)  TO RJH-REASON-CODE.
           MOVE WS-CURRENT-DATE TO RJH-FIRST-REJ-DATE.
           MOVE ZEROS           TO RJH-CYCLE-COUNT.
           MOVE ZEROS           TO RJH-AGE-DAYS.
           MOVE FBT-CARD-COUNT (WS-FBT-SUB)   TO RJH-CARD-COUNT.
           MOVE FBT-BATCH-NUMBER (WS-FBT-SUB) TO RJH-BATCH-NUMBER.
           WRITE REJECT-HISTORY-RECORD.
           ADD 1 TO WS-RJH-WRITTEN.

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

       SET-ENDING-CONDITION.
           MOVE ZERO TO WS-RETURN-CODE.
           IF REJECT-COUNTER > ZERO
               OR REVIEW-COUNTER > ZERO
               OR WS-BAD-BATCH-COUNT > ZERO
               OR WS-DUP-BATCH-COUNT > ZERO
               OR WS-RUN-BUSINESS-SW NOT = 'Y'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-SIZE-ERROR-SW = 'Y'
           END-IF.
           MOVE WS-BATCH-EXCLUDED-CARDS TO AUD-BATCH-EXCLUDED.
           MOVE WS-CONTROL-CARD-COUNT   TO AUD-CONTROL-CARDS.
           MOVE REVIEW-COUNTER          TO AUD-CARDS-QUEUED.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'OUTLIER-SIGMA'
               IF WS-PARM-VALUE-9V9 NUMERIC
                   MOVE WS-PARM-VALUE-9V9 TO WS-OUTLIER-SIGMA
                   MOVE 'Y' TO WS-PARM-SIGMA-SET-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'OUTLIER-RUNS'
               IF WS-PARM-VALUE-99 NUMERIC
                   AND WS-PARM-VALUE-99 > ZERO
                   MOVE WS-PARM-VALUE-99 TO WS-OUTLIER-RUNS
                   MOVE 'Y' TO WS-PARM-RUNS-SET-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'OUTLIER-MIN-CARDS'
               IF WS-PARM-VALUE-999 NUMERIC
                   AND WS-PARM-VALUE-999 > ZERO
                   MOVE WS-PARM-VALUE-999 TO WS-OUTLIER-MIN-CARDS
                   MOVE 'Y' TO WS-PARM-MINCARD-SET-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
               PERFORM ABEND-INVALID-PARM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    THE DAILY RUN BELONGS ON A BUSINESS DAY. A RUN ON ANY
      *    OTHER DAY STILL POSTS BUT IS WARNED SO OPERATIONS CAN
      *    CONFIRM IT WAS MEANT.
       CHECK-RUN-DATE.
           PERFORM LOAD-CALENDAR.
           IF WS-CAL-AVAILABLE-SW NOT = 'Y'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING '*** WARNING - CALENDAR FILE NOT AVAILABLE '
                   '- STATUS ' WS-CAL-STATUS
                   ' - BUSINESS DAYS ARE WEEKDAYS ONLY ***'
                   DELIMITED BY SIZE INTO OT-TEXT
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-CAL-OVERFLOW-SW = 'Y'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE '*** WARNING - MORE THAN 1000 CALENDAR DAYS -'
                   TO OT-TEXT (1:44)
               MOVE 'LATER DAYS NOT LOADED ***' TO OT-TEXT (46:25)
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-CURRENT-DATE.
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).
           PERFORM TEST-BUSINESS-DAY.
           MOVE WS-BUSINESS-DAY-SW TO WS-RUN-BUSINESS-SW.
           IF WS-RUN-BUSINESS-SW NOT = 'Y'
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING '*** WARNING - RUN DATE ' WS-CURRENT-DATE
                   ' IS NOT A BUSINESS DAY ***'
                   DELIMITED BY SIZE INTO OT-TEXT
               WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE
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

       ECHO-PARAMETERS.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           MOVE 'RUN PARAMETERS FOLLOW -' TO OT-TEXT.
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

           PERFORM SET-DEFAULT-TAG-SIGMA.
           MOVE WS-OUTLIER-SIGMA TO WS-OUTLIER-SIGMA-EDIT.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING '  OUTLIER-SIGMA ' WS-OUTLIER-SIGMA-EDIT
               WS-PARM-DEFAULT-TAG
               DELIMITED BY SIZE INTO OT-TEXT.
           IF WS-OUTLIER-SIGMA = ZERO
               MOVE '(SCREEN OFF)' TO OT-TEXT (32:12)
           END-IF.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

           PERFORM SET-DEFAULT-TAG-RUNS.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING '  OUTLIER-RUNS ' WS-OUTLIER-RUNS
               WS-PARM-DEFAULT-TAG
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

           PERFORM SET-DEFAULT-TAG-MINCARD.
           MOVE SPACES TO OUTPUT-TEXT-LINE.
           STRING '  OUTLIER-MIN-CARDS ' WS-OUTLIER-MIN-CARDS
               WS-PARM-DEFAULT-TAG
               DELIMITED BY SIZE INTO OT-TEXT.
           WRITE OUTPUT-TEXT-LINE AFTER ADVANCING 1 LINE.

       SET-DEFAULT-TAG-CKPT.
           IF WS-PARM-CKPT-SET-SW = 'Y'
               MOVE SPACES TO WS-PARM-DEFAULT-TAG
           ELSE
               MOVE ' (DEFAULT)' TO WS-PARM-DEFAULT-TAG
           END-IF.

       SET-DEFAULT-TAG-SIGMA.
           IF WS-PARM-SIGMA-SET-SW = 'Y'
               MOVE SPACES TO WS-PARM-DEFAULT-TAG
           ELSE
               MOVE ' (DEFAULT)' TO WS-PARM-DEFAULT-TAG
           END-IF.

       SET-DEFAULT-TAG-RUNS.
           IF WS-PARM-RUNS-SET-SW = 'Y'
               MOVE SPACES TO WS-PARM-DEFAULT-TAG
           ELSE
               MOVE ' (DEFAULT)' TO WS-PARM-DEFAULT-TAG
           END-IF.

       SET-DEFAULT-TAG-MINCARD.
           IF WS-PARM-MINCARD-SET-SW = 'Y'
               MOVE SPACES TO WS-PARM-DEFAULT-TAG
           ELSE
               MOVE ' (DEFAULT)' TO WS-PARM-DEFAULT-TAG
           END-IF.
