 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREL.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    OUTLIER REVIEW RELEASE AND DENY. READS THE CARDS
      *            STILL AWAITING A DECISION FROM EARLIER RUNS AND
      *            THE REVIEW QUEUE WRITTEN BY AVERAGE. IN THAT
      *            ORDER. AND A DECK OF SUPERVISOR DECISION CARDS
      *            KEYED TO THE QUEUE SEQUENCE NUMBER (THE ORDINAL
      *            POSITION OF THE CARD ON THE LISTING). A RELEASED
      *            CARD IS WRITTEN TO THE RELEASED FILE WITH A V IN
      *            COLUMN 80. THE AVGJOB SORT STEP MERGES IT IN
      *            AHEAD OF THE NEXT AVERAGE RUN. WHICH POSTS IT
      *            WITHOUT SCREENING IT AGAIN. A DENIED CARD IS NOT
      *            POSTED. EVERY RELEASE AND DENIAL IS WRITTEN TO
      *            THE PERMANENT DECISION AUDIT FILE WITH THE DATE
      *            AND THE SUPERVISOR WHO MADE IT. A CARD WITH NO
      *            DECISION. OR WHOSE DECISION CARD IS NOT
      *            AUTHORIZED. DOES NOT MATCH THE QUEUED CARD. OR
      *            CARRIES NO VALID ACTION. IS CARRIED FORWARD TO
      *            THE PENDING REVIEW FILE WITH ITS CYCLE COUNT
      *            STEPPED.
      *
      *            DECISION CARD LAYOUT (REVDECK) -
      *              COLS 1-5   QUEUE SEQUENCE NUMBER
      *              COL  6     ACTION - R RELEASE. D DENY
      *              COLS 7-14  SUPERVISOR ID (MUST BE NAMED ON AN
      *                         AUTHORIZED-BY PARAMETER CARD)
      *              COLS 15-18 DEPARTMENT CODE AS PUNCHED
      *              COLS 19-23 VALUE AS PUNCHED
      *            THE DEPARTMENT AND VALUE MUST AGREE WITH THE
      *            QUEUED CARD. SO A DECISION KEYED TO THE WRONG
      *            SEQUENCE NUMBER CANNOT RELEASE THE WRONG CARD.
      *
      *            PARAMETER CARDS (REVPRM) -
      *              AUTHORIZED-BY=XXXXXXXX  ONE CARD PER SUPERVISOR
      *                                      ALLOWED TO RELEASE OR
      *                                      DENY (UP TO 20)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REVIEW-FILE     ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-PREV-FILE ASSIGN TO "REVPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.

           SELECT DECISION-FILE   ASSIGN TO "REVDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.

           SELECT PARM-FILE       ASSIGN TO "REVPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RELEASED-FILE   ASSIGN TO "RELEASED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-FILE    ASSIGN TO "REVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECISION-AUDIT-FILE ASSIGN TO "REVAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "REVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LIST-FILE       ASSIGN TO "REVLIST".


 03000 DATA DIVISION.

 03100 FILE SECTION.

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

       FD PENDING-PREV-FILE
       LABEL RECORD IS OMITTED.

       01 PENDING-PREV-RECORD      PIC X(130).

       FD DECISION-FILE
       LABEL RECORD IS OMITTED.

       01 DECISION-CARD.
           05 DEC-SEQUENCE         PIC 9(5).
           05 DEC-ACTION           PIC X.
           05 DEC-SUPERVISOR       PIC X(8).
           05 DEC-DEPT             PIC X(4).
           05 DEC-VALUE            PIC X(5).
           05 FILLER               PIC X(57).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD-REC            PIC X(80).

       FD RELEASED-FILE
       LABEL RECORD IS OMITTED.

       01 RELEASED-CARD            PIC X(80).

       FD PENDING-FILE
       LABEL RECORD IS OMITTED.

       01 PENDING-RECORD           PIC X(130).

      *    ONE RECORD PER DECISION TAKEN - THE QUEUE RECORD AS IT
      *    STOOD. THE DATE. THE ACTION. AND THE SUPERVISOR.
       FD DECISION-AUDIT-FILE
       LABEL RECORD IS OMITTED.

       01 DECISION-AUDIT-RECORD.
           05 RVA-QUEUE-RECORD     PIC X(130).
           05 RVA-DECISION-DATE    PIC 9(6).
           05 RVA-ACTION           PIC X.
           05 RVA-DECIDED-BY       PIC X(8).
           05 FILLER               PIC X(5).

       FD CONTROL-TOTALS-FILE
       LABEL RECORD IS OMITTED.

       01 CONTROL-TOTALS-RECORD.
           05 RVC-RUN-DATE         PIC 9(6).
           05 RVC-PREV-READ        PIC 9(5).
           05 RVC-QUEUED-READ      PIC 9(5).
           05 RVC-RELEASED         PIC 9(5).
           05 RVC-DENIED           PIC 9(5).
           05 RVC-PENDING          PIC 9(5).
           05 FILLER               PIC X(9).

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

       01 LIST-LINE.
           05 LST-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-REVIEW-EOF-SW         PIC X     VALUE 'N'.
         77 WS-PREV-EOF-SW           PIC X     VALUE 'N'.
         77 WS-DECK-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PREV-STATUS           PIC XX    VALUE SPACES.
         77 WS-DECK-STATUS           PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-CONTROL-STATUS        PIC XX    VALUE SPACES.
         77 WS-PARM-STATUS           PIC XX    VALUE SPACES.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
         77 WS-PARM-VALUE            PIC X(20) VALUE SPACES.
         77 WS-QUEUE-SEQUENCE        PIC 9(5)  VALUE ZERO.
         77 WS-DEC-ENTRY-COUNT       PIC 999   VALUE ZERO.
         77 WS-DEC-SUB               PIC 999   VALUE ZERO.
         77 WS-DEC-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DEC-OVERFLOW-SW       PIC X     VALUE 'N'.
         77 WS-QUEUED-READ           PIC 9(5)  VALUE ZERO.
         77 WS-PREV-READ             PIC 9(5)  VALUE ZERO.
         77 WS-CARDS-RELEASED        PIC 9(5)  VALUE ZERO.
         77 WS-CARDS-DENIED          PIC 9(5)  VALUE ZERO.
         77 WS-CARDS-PENDING         PIC 9(5)  VALUE ZERO.
         77 WS-DECISIONS-REFUSED     PIC 999   VALUE ZERO.
         77 WS-DECISIONS-UNMATCHED   PIC 999   VALUE ZERO.
         77 WS-REFUSAL-TEXT          PIC X(30) VALUE SPACES.
         77 WS-SEQUENCE-EDIT         PIC ZZZZ9.
         77 WS-CYCLE-EDIT            PIC ZZ9.
         77 WS-DEVIATIONS-EDIT       PIC ZZ9.9.

         77 WS-AUTH-COUNT            PIC 99    VALUE ZERO.
         77 WS-AUTH-SUB              PIC 99    VALUE ZERO.
         77 WS-AUTH-FOUND-SW         PIC X     VALUE 'N'.
         77 WS-AUTHORIZED-BY         PIC X(8)  VALUE SPACES.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.

      *    THE CARD BEING DECIDED - FROM EITHER INPUT FILE - WITH
      *    ITS QUEUE FIELDS BROKEN OUT.
       01 PRESENTED-QUEUE-RECORD.
           05 WS-PRES-CARD-IMAGE   PIC X(80).
           05 FILLER               PIC X(2).
           05 WS-PRES-REASON-CODE  PIC X(4).
           05 FILLER               PIC X(2).
           05 WS-PRES-QUEUED-DATE  PIC 9(6).
           05 WS-PRES-BASE-MEAN    PIC S999V9999.
           05 WS-PRES-BASE-STD-DEV PIC 999V9999.
           05 WS-PRES-BASE-CARDS   PIC 9(7).
           05 WS-PRES-DEVIATIONS   PIC 999V9.
           05 WS-PRES-CYCLE-COUNT  PIC 9(3).
           05 FILLER               PIC X(8).

       01 WORK-CARD.
           05 WRK-VALUE            PIC X(5).
           05 WRK-DEPT-CODE        PIC X(4).
           05 FILLER               PIC X(70).
           05 WRK-RECYCLE-FLAG     PIC X.

       01 DECISION-TABLE.
           05 DEC-ENTRY OCCURS 500 TIMES.
               10 DTBL-SEQUENCE        PIC 9(5).
               10 DTBL-ACTION          PIC X.
               10 DTBL-SUPERVISOR      PIC X(8).
               10 DTBL-DEPT            PIC X(4).
               10 DTBL-VALUE           PIC X(5).
               10 DTBL-USED-FLAG       PIC X.

       01 AUTHORIZED-TABLE.
           05 AUTH-ENTRY OCCURS 20 TIMES.
               10 AUTH-ID              PIC X(8).


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT RELEASED-FILE.
               OPEN OUTPUT PENDING-FILE.
               OPEN OUTPUT LIST-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.

               MOVE SPACES TO LIST-LINE.
               MOVE 'OUTLIER REVIEW RELEASE AND DENY LISTING'
                   TO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

               PERFORM READ-PARM-FILE.
               PERFORM LOAD-DECISION-TABLE.

               OPEN EXTEND DECISION-AUDIT-FILE.
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT DECISION-AUDIT-FILE
               END-IF.

               OPEN INPUT PENDING-PREV-FILE.
               IF WS-PREV-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PREV-EOF-SW
                   GO TO OPEN-TODAYS-QUEUE
               END-IF.

       GET-A-PREV-PENDING.
           READ PENDING-PREV-FILE
               AT END
                   MOVE 'Y' TO WS-PREV-EOF-SW
                   CLOSE PENDING-PREV-FILE
                   GO TO OPEN-TODAYS-QUEUE
           END-READ.

           ADD 1 TO WS-PREV-READ.
           ADD 1 TO WS-QUEUE-SEQUENCE.
           MOVE PENDING-PREV-RECORD TO PRESENTED-QUEUE-RECORD.
           IF WS-PRES-CYCLE-COUNT NOT NUMERIC
               MOVE ZEROS TO WS-PRES-CYCLE-COUNT
           END-IF.
           PERFORM PROCESS-QUEUED-CARD.
           GO TO GET-A-PREV-PENDING.

       OPEN-TODAYS-QUEUE.
           OPEN INPUT REVIEW-FILE.

       GET-A-QUEUED-CARD.
           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO WS-REVIEW-EOF-SW
                   GO TO WRITE-TOTALS
           END-READ.

           ADD 1 TO WS-QUEUED-READ.
           ADD 1 TO WS-QUEUE-SEQUENCE.
           MOVE REVIEW-RECORD TO PRESENTED-QUEUE-RECORD.
           MOVE ZEROS TO WS-PRES-CYCLE-COUNT.
           PERFORM PROCESS-QUEUED-CARD.
           GO TO GET-A-QUEUED-CARD.

       PROCESS-QUEUED-CARD.
           PERFORM LOOKUP-DECISION.
           IF WS-DEC-FOUND-SW NOT = 'Y'
               PERFORM WRITE-PENDING-RECORD
               PERFORM WRITE-AWAITING-LINE
           ELSE
               MOVE 'Y' TO DTBL-USED-FLAG (WS-DEC-SUB)
               PERFORM CHECK-DECISION
               IF WS-REFUSAL-TEXT NOT = SPACES
                   ADD 1 TO WS-DECISIONS-REFUSED
                   PERFORM WRITE-PENDING-RECORD
                   PERFORM WRITE-REFUSED-LINE
               ELSE
                   IF DTBL-ACTION (WS-DEC-SUB) = 'R'
                       PERFORM RELEASE-CARD
                   ELSE
                       PERFORM DENY-CARD
                   END-IF
               END-IF
           END-IF.

      *    A DECISION IS ONLY TAKEN WHEN IT NAMES AN AUTHORIZED
      *    SUPERVISOR. CARRIES R OR D. AND AGREES WITH THE QUEUED
      *    CARD'S DEPARTMENT AND VALUE.
       CHECK-DECISION.
           MOVE SPACES TO WS-REFUSAL-TEXT.
           MOVE DTBL-SUPERVISOR (WS-DEC-SUB) TO WS-AUTHORIZED-BY.
           MOVE 'N'  TO WS-AUTH-FOUND-SW.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM FIND-AUTHORIZER
               UNTIL WS-AUTH-FOUND-SW = 'Y'
                  OR WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           IF DTBL-ACTION (WS-DEC-SUB) NOT = 'R'
               AND DTBL-ACTION (WS-DEC-SUB) NOT = 'D'
               MOVE 'ACTION NOT R OR D' TO WS-REFUSAL-TEXT
           ELSE
               IF WS-AUTHORIZED-BY = SPACES
                   OR WS-AUTH-FOUND-SW NOT = 'Y'
                   MOVE 'SUPERVISOR NOT AUTHORIZED'
                       TO WS-REFUSAL-TEXT
               ELSE
                   IF DTBL-DEPT (WS-DEC-SUB)
                           NOT = WS-PRES-CARD-IMAGE (6:4)
                       OR DTBL-VALUE (WS-DEC-SUB)
                           NOT = WS-PRES-CARD-IMAGE (1:5)
                       MOVE 'DOES NOT MATCH QUEUED CARD'
                           TO WS-REFUSAL-TEXT
                   END-IF
               END-IF
           END-IF.

       FIND-AUTHORIZER.
           ADD 1 TO WS-AUTH-SUB.
           IF AUTH-ID (WS-AUTH-SUB) = WS-AUTHORIZED-BY
               MOVE 'Y' TO WS-AUTH-FOUND-SW
           END-IF.

       RELEASE-CARD.
           MOVE WS-PRES-CARD-IMAGE TO WORK-CARD.
           MOVE 'V' TO WRK-RECYCLE-FLAG.
           MOVE WORK-CARD TO RELEASED-CARD.
           WRITE RELEASED-CARD.
           ADD 1 TO WS-CARDS-RELEASED.
           PERFORM WRITE-DECISION-AUDIT.
           PERFORM WRITE-DECISION-LINE.

       DENY-CARD.
           ADD 1 TO WS-CARDS-DENIED.
           PERFORM WRITE-DECISION-AUDIT.
           PERFORM WRITE-DECISION-LINE.

       WRITE-DECISION-AUDIT.
           MOVE SPACES TO DECISION-AUDIT-RECORD.
           MOVE PRESENTED-QUEUE-RECORD       TO RVA-QUEUE-RECORD.
           MOVE WS-CURRENT-DATE              TO RVA-DECISION-DATE.
           MOVE DTBL-ACTION (WS-DEC-SUB)     TO RVA-ACTION.
           MOVE DTBL-SUPERVISOR (WS-DEC-SUB) TO RVA-DECIDED-BY.
           WRITE DECISION-AUDIT-RECORD.

       WRITE-PENDING-RECORD.
           ADD 1 TO WS-CARDS-PENDING.
           ADD 1 TO WS-PRES-CYCLE-COUNT.
           MOVE PRESENTED-QUEUE-RECORD TO PENDING-RECORD.
           WRITE PENDING-RECORD.

       WRITE-DECISION-LINE.
           MOVE WS-QUEUE-SEQUENCE  TO WS-SEQUENCE-EDIT.
           MOVE WS-PRES-DEVIATIONS TO WS-DEVIATIONS-EDIT.
           MOVE SPACES TO LIST-LINE.
           IF DTBL-ACTION (WS-DEC-SUB) = 'R'
               STRING 'SEQ ' WS-SEQUENCE-EDIT
                   ' RELEASED      - '
                   DELIMITED BY SIZE INTO LST-TEXT
           ELSE
               STRING 'SEQ ' WS-SEQUENCE-EDIT
                   ' DENIED        - '
                   DELIMITED BY SIZE INTO LST-TEXT
           END-IF.
           MOVE WS-PRES-CARD-IMAGE (1:14) TO LST-TEXT (27:14).
           STRING 'QUEUED ' WS-PRES-QUEUED-DATE
               ' SIGMA ' WS-DEVIATIONS-EDIT
               ' BY ' DTBL-SUPERVISOR (WS-DEC-SUB)
               DELIMITED BY SIZE INTO LST-TEXT (42:40).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-REFUSED-LINE.
           MOVE WS-QUEUE-SEQUENCE TO WS-SEQUENCE-EDIT.
           MOVE SPACES TO LIST-LINE.
           STRING 'SEQ ' WS-SEQUENCE-EDIT
               ' DECISION REFUSED - ' WS-PRES-CARD-IMAGE (1:14)
               ' ' DTBL-ACTION (WS-DEC-SUB)
               ' ' DTBL-SUPERVISOR (WS-DEC-SUB)
               ' ' WS-REFUSAL-TEXT
               ' - STILL HELD'
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-AWAITING-LINE.
           MOVE WS-QUEUE-SEQUENCE   TO WS-SEQUENCE-EDIT.
           MOVE WS-PRES-DEVIATIONS  TO WS-DEVIATIONS-EDIT.
           MOVE WS-PRES-CYCLE-COUNT TO WS-CYCLE-EDIT.
           MOVE SPACES TO LIST-LINE.
           STRING 'SEQ ' WS-SEQUENCE-EDIT
               ' NO DECISION   - '
               DELIMITED BY SIZE INTO LST-TEXT.
           MOVE WS-PRES-CARD-IMAGE (1:14) TO LST-TEXT (27:14).
           STRING 'QUEUED ' WS-PRES-QUEUED-DATE
               ' SIGMA ' WS-DEVIATIONS-EDIT
               ' CYCLES ' WS-CYCLE-EDIT
               DELIMITED BY SIZE INTO LST-TEXT (42:40).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       LOAD-DECISION-TABLE.
           OPEN INPUT DECISION-FILE.
           IF WS-DECK-STATUS = '00'
               PERFORM READ-ONE-DECISION
                   UNTIL WS-DECK-EOF-SW = 'Y'
               CLOSE DECISION-FILE
           END-IF.
           IF WS-DEC-OVERFLOW-SW = 'Y'
               MOVE SPACES TO LIST-LINE
               MOVE '*** MORE THAN 500 DECISION CARDS - THE REST'
                   TO LST-TEXT (1:44)
               MOVE 'WERE NOT READ. RESUBMIT THEM NEXT RUN ***'
                   TO LST-TEXT (46:41)
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       READ-ONE-DECISION.
           READ DECISION-FILE
               AT END MOVE 'Y' TO WS-DECK-EOF-SW
           END-READ.
           IF WS-DECK-EOF-SW NOT = 'Y'
               IF WS-DEC-ENTRY-COUNT < 500
                   ADD 1 TO WS-DEC-ENTRY-COUNT
                   MOVE DEC-SEQUENCE
                       TO DTBL-SEQUENCE (WS-DEC-ENTRY-COUNT)
                   MOVE DEC-ACTION
                       TO DTBL-ACTION (WS-DEC-ENTRY-COUNT)
                   MOVE DEC-SUPERVISOR
                       TO DTBL-SUPERVISOR (WS-DEC-ENTRY-COUNT)
                   MOVE DEC-DEPT
                       TO DTBL-DEPT (WS-DEC-ENTRY-COUNT)
                   MOVE DEC-VALUE
                       TO DTBL-VALUE (WS-DEC-ENTRY-COUNT)
                   MOVE 'N'
                       TO DTBL-USED-FLAG (WS-DEC-ENTRY-COUNT)
               ELSE
                   MOVE 'Y' TO WS-DEC-OVERFLOW-SW
               END-IF
           END-IF.

       LOOKUP-DECISION.
           MOVE 'N'  TO WS-DEC-FOUND-SW.
           MOVE ZERO TO WS-DEC-SUB.
           PERFORM FIND-DECISION
               UNTIL WS-DEC-FOUND-SW = 'Y'
                  OR WS-DEC-SUB NOT < WS-DEC-ENTRY-COUNT.

       FIND-DECISION.
           ADD 1 TO WS-DEC-SUB.
           IF DTBL-SEQUENCE (WS-DEC-SUB) = WS-QUEUE-SEQUENCE
               AND DTBL-USED-FLAG (WS-DEC-SUB) NOT = 'Y'
               MOVE 'Y' TO WS-DEC-FOUND-SW
           END-IF.

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
               IF WS-PARM-KEYWORD = 'AUTHORIZED-BY'
                   AND WS-PARM-VALUE NOT = SPACES
                   AND WS-AUTH-COUNT < 20
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE WS-PARM-VALUE TO AUTH-ID (WS-AUTH-COUNT)
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE SPACES TO LIST-LINE.
           STRING '*** INVALID PARAMETER CARD - '
               PARM-CARD-REC (1:40)
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIST-LINE.
           MOVE '*** RUN ABORTED - CORRECT REVPRM AND RESUBMIT ***'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.
           CLOSE RELEASED-FILE.
           CLOSE PENDING-FILE.
           CLOSE LIST-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-TOTALS.
           MOVE ZERO TO WS-DEC-SUB.
           PERFORM LIST-UNMATCHED-DECISION
               UNTIL WS-DEC-SUB NOT < WS-DEC-ENTRY-COUNT.

           MOVE SPACES TO LIST-LINE.
           STRING 'PENDING BROUGHT FORWARD: ' WS-PREV-READ
               '  QUEUED BY AVERAGE: ' WS-QUEUED-READ
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIST-LINE.
           STRING 'RELEASED: ' WS-CARDS-RELEASED
               '  DENIED: ' WS-CARDS-DENIED
               '  STILL HELD: ' WS-CARDS-PENDING
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIST-LINE.
           STRING 'DECISIONS REFUSED: ' WS-DECISIONS-REFUSED
               '  UNMATCHED DECISIONS: ' WS-DECISIONS-UNMATCHED
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           PERFORM WRITE-CONTROL-TOTALS.
           GO TO END-OF-JOB.

       LIST-UNMATCHED-DECISION.
           ADD 1 TO WS-DEC-SUB.
           IF DTBL-USED-FLAG (WS-DEC-SUB) NOT = 'Y'
               ADD 1 TO WS-DECISIONS-UNMATCHED
               MOVE DTBL-SEQUENCE (WS-DEC-SUB) TO WS-SEQUENCE-EDIT
               MOVE SPACES TO LIST-LINE
               STRING 'SEQ ' WS-SEQUENCE-EDIT
                   ' DECISION MATCHED NO QUEUED CARD'
                   DELIMITED BY SIZE INTO LST-TEXT
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES TO CONTROL-TOTALS-RECORD.
           MOVE WS-CURRENT-DATE    TO RVC-RUN-DATE.
           MOVE WS-PREV-READ       TO RVC-PREV-READ.
           MOVE WS-QUEUED-READ     TO RVC-QUEUED-READ.
           MOVE WS-CARDS-RELEASED  TO RVC-RELEASED.
           MOVE WS-CARDS-DENIED    TO RVC-DENIED.
           MOVE WS-CARDS-PENDING   TO RVC-PENDING.
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS-FILE.

       END-OF-JOB.
           CLOSE REVIEW-FILE.
           CLOSE RELEASED-FILE.
           CLOSE PENDING-FILE.
           CLOSE DECISION-AUDIT-FILE.
           CLOSE LIST-FILE.
           STOP RUN.
