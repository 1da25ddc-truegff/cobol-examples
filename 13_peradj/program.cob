 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. PERADJ.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    PRIOR-PERIOD ADJUSTMENT. AVERAGE WILL NOT POST TO
      *            A PERIOD MTHCLOSE HAS CLOSED. SO LATE CARDS AND
      *            CORRECTIONS FOR A CLOSED MONTH COME THROUGH THIS
      *            RUN ON AN ADJUSTMENT DECK AUTHORIZED BY
      *            ACCOUNTING. THE DECK IS PROVED AGAINST THE
      *            CONTROL COUNT AND HASH TOTAL ON ITS HEADER CARD
      *            AND EVERY CARD IS EDITED BEFORE ANYTHING IS
      *            POSTED - ONE BAD CARD REJECTS THE WHOLE DECK.
      *            A GOOD DECK IS ADDED INTO THE CLOSED PERIOD'S OWN
      *            CARRY-FORWARD SLOT (WHICH STAYS CLOSED). ONE A
      *            ADJUSTMENT RECORD PER DEPARTMENT IS WRITTEN TO
      *            THE RUN-HISTORY FILE AND TO THE DOWNSTREAM
      *            MASTER. A RESTATED CLOSE IS ADDED TO THE
      *            PERIOD-CLOSE ARCHIVE BESIDE THE ORIGINAL. AND A
      *            RESTATED CLOSING STATEMENT SHOWING THE ORIGINAL.
      *            ADJUSTMENT. AND RESTATED FIGURES IS PRINTED FOR
      *            ACCOUNTING TO SIGN AGAIN. NO OTHER PERIOD IS
      *            READ OR WRITTEN.
      *
      *            ADJUSTMENT HEADER CARD (FIRST CARD OF ADJTRAN) -
      *              COLS 1-2   AH
      *              COLS 3-6   CLOSED PERIOD YYMM
      *              COLS 7-14  AUTHORIZATION REFERENCE
      *              COLS 15-22 AUTHORIZED BY (MUST BE NAMED ON AN
      *                         AUTHORIZED-BY PARAMETER CARD)
      *              COLS 23-28 CONTROL COUNT OF ADJUSTMENT CARDS
      *              COLS 29-39 CONTROL HASH TOTAL S9(9)V99 (SIGN
      *                         OVERPUNCHED IN COL 39)
      *
      *            ADJUSTMENT CARDS - THE AVERAGE DATA CARD LAYOUT.
      *              COLS 1-5   VALUE S999V99 (CREDIT SIGN
      *                         OVERPUNCHED IN COL 5)
      *              COLS 6-9   DEPARTMENT CODE
      *              COLS 10-14 QUANTITY (BLANK OR ZERO = 1)
      *
      *            PARAMETER CARDS (ADJPRM) -
      *              AUTHORIZED-BY=XXXXXXXX  ONE CARD PER PERSON
      *                                      ALLOWED TO AUTHORIZE AN
      *                                      ADJUSTMENT (UP TO 20)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRAN-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PARM-FILE ASSIGN TO "ADJPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CARRY-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CARRY-RRN
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DOWN-MASTER-FILE ASSIGN TO "DOWNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOWN-STATUS.

           SELECT CLOSE-ARCHIVE-FILE ASSIGN TO "CLOSEARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "ADJRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD TRAN-FILE
       LABEL RECORD IS OMITTED.

       01 ADJUSTMENT-CARD.
           05 ADJ-VALUE            PIC S999V99.
           05 ADJ-DEPT-CODE        PIC 9(4).
           05 ADJ-QUANTITY         PIC 9(5).
           05 FILLER               PIC X(66).

       01 ADJUSTMENT-CARD-TEXT REDEFINES ADJUSTMENT-CARD.
           05 ADJ-VALUE-TEXT       PIC X(5).
           05 ADJ-DEPT-CODE-TEXT   PIC X(4).
           05 FILLER               PIC X(71).

       01 ADJUSTMENT-HEADER-CARD REDEFINES ADJUSTMENT-CARD.
           05 AH-CARD-TYPE         PIC X(2).
           05 AH-PERIOD-KEY        PIC 9(4).
           05 AH-AUTH-REFERENCE    PIC X(8).
           05 AH-AUTHORIZED-BY     PIC X(8).
           05 AH-CONTROL-COUNT     PIC 9(6).
           05 AH-CONTROL-HASH      PIC S9(9)V99.
           05 FILLER               PIC X(41).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD-REC            PIC X(80).

       FD CARRY-FILE
       LABEL RECORD IS OMITTED.

       01 CARRY-RECORD.
           05 CARRY-PERIOD-KEY     PIC 9(4).
           05 CARRY-COUNTER        PIC 9(9).
           05 CARRY-ACCUMULATOR    PIC S9(13)V99.
           05 CARRY-QTY-TOTAL      PIC 9(9).
           05 CARRY-WTD-ACCUM      PIC S9(13)V99.
           05 CARRY-CLOSED-FLAG    PIC X.

       FD DEPT-MASTER-FILE
       LABEL RECORD IS OMITTED.

       01 DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE         PIC 9(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-ACTIVE-FLAG       PIC X.
           05 DM-DIVISION-CODE     PIC X(3).
           05 FILLER               PIC X(2).

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

       FD DOWN-MASTER-FILE
       LABEL RECORD IS OMITTED.

       01 DOWN-MASTER-RECORD.
           05 DWN-RECORD-TYPE      PIC X.
           05 DWN-RUN-DATE         PIC 9(6).
           05 DWN-RECORD-COUNT     PIC 9(7).
           05 DWN-ACCUMULATOR      PIC S9(11)V99.
           05 DWN-AVERAGE          PIC S999V9999.
           05 DWN-QTY-TOTAL        PIC 9(9).
           05 DWN-WTD-ACCUMULATOR  PIC S9(13)V99.
           05 DWN-WTD-AVERAGE      PIC S999V9999.
           05 DWN-DEPT-CODE        PIC 9(4).
           05 DWN-PERIOD-KEY       PIC 9(4).
           05 FILLER               PIC X(8).

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

       FD CLOSE-REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 CLOSE-LINE.
           05 CLS-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-TRAN-STATUS           PIC XX    VALUE SPACES.
         77 WS-PARM-STATUS           PIC XX    VALUE SPACES.
         77 WS-CARRY-STATUS          PIC XX    VALUE SPACES.
         77 WS-DEPT-STATUS           PIC XX    VALUE SPACES.
         77 WS-HISTORY-STATUS        PIC XX    VALUE SPACES.
         77 WS-DOWN-STATUS           PIC XX    VALUE SPACES.
         77 WS-ARCHIVE-STATUS        PIC XX    VALUE SPACES.
         77 WS-CARRY-RRN             PIC 9(4)  VALUE ZERO.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-TRAN-EOF-SW           PIC X     VALUE 'N'.
         77 WS-ARCHIVE-EOF-SW        PIC X     VALUE 'N'.
         77 WS-CARRY-OPEN-SW         PIC X     VALUE 'N'.
         77 WS-DEPT-OPEN-SW          PIC X     VALUE 'N'.
         77 WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
         77 WS-PARM-VALUE            PIC X(20) VALUE SPACES.

         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-ADJ-PERIOD            PIC 9(4)  VALUE ZERO.
         77 WS-AUTH-REFERENCE        PIC X(8)  VALUE SPACES.
         77 WS-AUTHORIZED-BY         PIC X(8)  VALUE SPACES.
         77 WS-CONTROL-COUNT         PIC 9(6)  VALUE ZERO.
         77 WS-CONTROL-HASH          PIC S9(9)V99 VALUE ZERO.

         77 WS-AUTH-COUNT            PIC 99    VALUE ZERO.
         77 WS-AUTH-SUB              PIC 99    VALUE ZERO.
         77 WS-AUTH-FOUND-SW         PIC X     VALUE 'N'.

         77 WS-CARDS-READ            PIC 9(6)  VALUE ZERO.
         77 WS-CARDS-IN-ERROR        PIC 9(6)  VALUE ZERO.
         77 WS-DECK-HASH             PIC S9(9)V99 VALUE ZERO.
         77 WS-ERROR-COUNT           PIC 999   VALUE ZERO.
         77 WS-CARD-ERROR-MSG        PIC X(30) VALUE SPACES.
         77 WS-CARD-QUANTITY         PIC 9(5)  VALUE ZERO.
         77 WS-SIZE-ERROR-SW         PIC X     VALUE 'N'.

         77 WS-ADT-COUNT             PIC 999   VALUE ZERO.
         77 WS-ADT-SUB               PIC 999   VALUE ZERO.
         77 WS-ADT-FOUND-SW          PIC X     VALUE 'N'.

         77 WS-ORIG-FOUND-SW         PIC X     VALUE 'N'.
         77 WS-LAST-FOUND-SW         PIC X     VALUE 'N'.
         77 WS-RESTATE-SEQ           PIC 99    VALUE ZERO.
         77 WS-DEPT-NAME-FOUND       PIC X(30) VALUE SPACES.
         77 WS-DEPT-AVERAGE          PIC S999V9999 VALUE ZERO.
         77 WS-DEPT-WTD-AVERAGE      PIC S999V9999 VALUE ZERO.
         77 WS-HIST-WRITTEN          PIC 999   VALUE ZERO.
         77 WS-DOWN-WRITTEN          PIC 999   VALUE ZERO.

         77 WS-COUNT-EDIT            PIC ZZZZZZZZ9.
         77 WS-ACCUM-EDIT            PIC -ZZZZZZZZZZZ9.99.
         77 WS-QTY-EDIT              PIC ZZZZZZZZ9.
         77 WS-WTD-EDIT              PIC -Z(11)9.99.
         77 WS-AVERAGE-EDIT          PIC -ZZ9.9999.
         77 WS-HASH-EDIT             PIC -ZZZZZZZZ9.99.
         77 WS-CARDS-EDIT            PIC ZZZZZ9.

         77 WS-COL                   PIC 9     VALUE ZERO.
         77 WS-COL-POS               PIC 999   VALUE ZERO.
         77 WS-LINE-ITEM             PIC 9     VALUE ZERO.

       01 PERIOD-SLOT-FIELDS.
           05 WS-PERIOD-WORK.
               10 WS-PERIOD-YY         PIC 99.
               10 WS-PERIOD-MM         PIC 99.
           05 WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
                                       PIC 9(4).

       01 AUTHORIZED-TABLE.
           05 AUTH-ENTRY OCCURS 20 TIMES.
               10 AUTH-ID              PIC X(8).

      *    THE ADJUSTMENT DECK TOTALLED BY DEPARTMENT.
       01 ADJ-DEPT-TABLE.
           05 ADT-ENTRY OCCURS 500 TIMES.
               10 ADT-DEPT-CODE        PIC 9(4).
               10 ADT-COUNTER          PIC 9(7).
               10 ADT-ACCUMULATOR      PIC S9(11)V99.
               10 ADT-QTY-TOTAL        PIC 9(9).
               10 ADT-WTD-ACCUM        PIC S9(13)V99.

      *    ONE SET OF FIGURES PER COLUMN OF THE RESTATED STATEMENT.
      *    THE ORIGINAL CLOSE. WHAT EARLIER ADJUSTMENTS ADDED TO IT.
      *    THIS DECK. AND THE RESTATED PERIOD.
       01 STATEMENT-FIGURES.
           05 STF-COLUMN OCCURS 4 TIMES.
               10 STF-COUNTER          PIC 9(9).
               10 STF-ACCUMULATOR      PIC S9(13)V99.
               10 STF-QTY-TOTAL        PIC 9(9).
               10 STF-WTD-ACCUM        PIC S9(13)V99.
               10 STF-AVERAGE          PIC S999V9999.
               10 STF-WTD-AVERAGE      PIC S999V9999.

       01 LAST-ARCHIVED-FIGURES.
           05 LST-COUNTER          PIC 9(9).
           05 LST-ACCUMULATOR      PIC S9(13)V99.
           05 LST-QTY-TOTAL        PIC 9(9).
           05 LST-WTD-ACCUM        PIC S9(13)V99.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT CLOSE-REPORT-FILE.
               ACCEPT WS-CURRENT-DATE FROM DATE.

               PERFORM READ-PARM-FILE.
               PERFORM READ-HEADER-CARD.
               IF WS-ERROR-COUNT NOT = ZERO
                   GO TO ADJUSTMENT-REJECTED
               END-IF.

               PERFORM READ-CLOSED-PERIOD.
               IF WS-ERROR-COUNT NOT = ZERO
                   GO TO ADJUSTMENT-REJECTED
               END-IF.

               OPEN INPUT DEPT-MASTER-FILE.
               IF WS-DEPT-STATUS NOT = '00'
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** DEPARTMENT MASTER NOT AVAILABLE - '
                       'STATUS ' WS-DEPT-STATUS ' ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO ADJUSTMENT-REJECTED
               END-IF.
               MOVE 'Y' TO WS-DEPT-OPEN-SW.

               MOVE SPACES TO CLOSE-LINE.
               MOVE 'ADJUSTMENT CARDS' TO CLS-TEXT.
               WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.

       GET-AN-ADJUSTMENT.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SW
                   GO TO DECK-COMPLETE
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           PERFORM EDIT-ADJUSTMENT-CARD.
           GO TO GET-AN-ADJUSTMENT.

       DECK-COMPLETE.
           CLOSE TRAN-FILE.
           PERFORM PROVE-DECK-CONTROLS.
           IF WS-ERROR-COUNT NOT = ZERO
               GO TO ADJUSTMENT-REJECTED
           END-IF.

           PERFORM READ-CLOSE-ARCHIVE.
           IF WS-ERROR-COUNT NOT = ZERO
               GO TO ADJUSTMENT-REJECTED
           END-IF.

           PERFORM OPEN-POSTING-FILES.
           IF WS-ERROR-COUNT NOT = ZERO
               GO TO ADJUSTMENT-REJECTED
           END-IF.

           PERFORM POST-CARRY-FORWARD.
           MOVE ZERO TO WS-ADT-SUB.
           PERFORM WRITE-DEPT-ADJUSTMENT
               UNTIL WS-ADT-SUB NOT < WS-ADT-COUNT.
           PERFORM WRITE-RESTATED-ARCHIVE.
           CLOSE HISTORY-FILE.
           CLOSE DOWN-MASTER-FILE.
           CLOSE CLOSE-ARCHIVE-FILE.

           PERFORM WRITE-RESTATED-STATEMENT.
           GO TO END-OF-JOB.

       ADJUSTMENT-REJECTED.
           MOVE SPACES TO CLOSE-LINE.
           STRING '*** ADJUSTMENT REJECTED - ' WS-ERROR-COUNT
               ' ERROR(S) - NOTHING POSTED - JOB SET TO CC 16 ***'
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.
           IF WS-TRAN-STATUS = '00'
               AND WS-TRAN-EOF-SW NOT = 'Y'
               CLOSE TRAN-FILE
           END-IF.
           IF WS-CARRY-OPEN-SW = 'Y'
               CLOSE CARRY-FILE
           END-IF.
           IF WS-DEPT-OPEN-SW = 'Y'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           CLOSE CLOSE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    THE HEADER NAMES THE PERIOD AND WHO AUTHORIZED THE DECK.
      *    THE AUTHORIZER MUST BE ON THE PARAMETER LIST.
       READ-HEADER-CARD.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** ADJUSTMENT DECK NOT AVAILABLE - STATUS '
                   WS-TRAN-STATUS ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM READ-FIRST-CARD
           END-IF.

       READ-FIRST-CARD.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SW
                   CLOSE TRAN-FILE
                   MOVE SPACES TO CLOSE-LINE
                   MOVE '*** ADJUSTMENT DECK IS EMPTY ***' TO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-READ.
           IF WS-TRAN-EOF-SW NOT = 'Y'
               MOVE SPACES TO CLOSE-LINE
               STRING 'PRIOR-PERIOD ADJUSTMENT - HEADER '
                   ADJUSTMENT-CARD-TEXT (1:39)
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               IF AH-CARD-TYPE NOT = 'AH'
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** FIRST CARD IS NOT AN AH ADJUSTMENT '
                       'HEADER ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM EDIT-HEADER-FIELDS
               END-IF
           END-IF.

       EDIT-HEADER-FIELDS.
           IF AH-PERIOD-KEY NOT NUMERIC
               OR ADJUSTMENT-CARD-TEXT (5:2) < '01'
               OR ADJUSTMENT-CARD-TEXT (5:2) > '12'
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** HEADER PERIOD IS NOT A VALID YYMM ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE AH-PERIOD-KEY TO WS-ADJ-PERIOD
           END-IF.

           IF AH-AUTH-REFERENCE = SPACES
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** HEADER CARRIES NO AUTHORIZATION REFERENCE ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE AH-AUTH-REFERENCE TO WS-AUTH-REFERENCE
           END-IF.

           MOVE AH-AUTHORIZED-BY TO WS-AUTHORIZED-BY.
           MOVE 'N'  TO WS-AUTH-FOUND-SW.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM FIND-AUTHORIZER
               UNTIL WS-AUTH-FOUND-SW = 'Y'
                  OR WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           IF WS-AUTHORIZED-BY = SPACES
               OR WS-AUTH-FOUND-SW NOT = 'Y'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** ' WS-AUTHORIZED-BY
                   ' IS NOT AUTHORIZED TO ADJUST A CLOSED PERIOD ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF AH-CONTROL-COUNT NOT NUMERIC
               OR AH-CONTROL-HASH NOT NUMERIC
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** HEADER CONTROL COUNT OR HASH NOT NUMERIC ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE AH-CONTROL-COUNT TO WS-CONTROL-COUNT
               MOVE AH-CONTROL-HASH  TO WS-CONTROL-HASH
           END-IF.

       FIND-AUTHORIZER.
           ADD 1 TO WS-AUTH-SUB.
           IF AUTH-ID (WS-AUTH-SUB) = WS-AUTHORIZED-BY
               MOVE 'Y' TO WS-AUTH-FOUND-SW
           END-IF.

      *    ONLY A CLOSED PERIOD CAN BE ADJUSTED HERE - AN OPEN ONE
      *    TAKES ITS LATE CARDS THROUGH AVERAGE IN THE ORDINARY WAY.
       READ-CLOSED-PERIOD.
           MOVE WS-ADJ-PERIOD TO WS-PERIOD-WORK-N.
           COMPUTE WS-CARRY-RRN =
               (WS-PERIOD-YY * 12) + WS-PERIOD-MM.
           OPEN I-O CARRY-FILE.
           IF WS-CARRY-STATUS NOT = '00'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** CARRY-FORWARD FILE NOT AVAILABLE - STATUS '
                   WS-CARRY-STATUS ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'Y' TO WS-CARRY-OPEN-SW
               READ CARRY-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CARRY-STATUS
               END-READ
               IF WS-CARRY-STATUS NOT = '00'
                   OR CARRY-PERIOD-KEY NOT = WS-ADJ-PERIOD
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** NO CARRY-FORWARD RECORD FOR PERIOD '
                       WS-ADJ-PERIOD ' - NOTHING TO ADJUST ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF CARRY-CLOSED-FLAG NOT = 'C'
                       MOVE SPACES TO CLOSE-LINE
                       STRING '*** PERIOD ' WS-ADJ-PERIOD
                           ' IS NOT CLOSED - POST THROUGH AVERAGE ***'
                           DELIMITED BY SIZE INTO CLS-TEXT
                       WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

      *    EVERY CARD IS EDITED EVEN AFTER AN ERROR SO THE WHOLE
      *    DECK CAN BE CORRECTED IN ONE PASS.
       EDIT-ADJUSTMENT-CARD.
           MOVE SPACES TO WS-CARD-ERROR-MSG.
           IF ADJ-VALUE NOT NUMERIC
               MOVE 'NON-NUMERIC VALUE' TO WS-CARD-ERROR-MSG
           ELSE
               IF ADJ-DEPT-CODE NOT NUMERIC
                   MOVE 'NON-NUMERIC DEPARTMENT CODE'
                       TO WS-CARD-ERROR-MSG
               ELSE
                   MOVE ADJ-DEPT-CODE TO DM-DEPT-CODE
                   READ DEPT-MASTER-FILE
                       INVALID KEY
                           MOVE 'UNKNOWN DEPARTMENT CODE'
                               TO WS-CARD-ERROR-MSG
                       NOT INVALID KEY
                           IF DM-ACTIVE-FLAG NOT = 'A'
                               MOVE 'INACTIVE DEPARTMENT'
                                   TO WS-CARD-ERROR-MSG
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF WS-CARD-ERROR-MSG = SPACES
               ADD ADJ-VALUE TO WS-DECK-HASH
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               PERFORM ADD-ADJUSTMENT-TO-TABLE
           END-IF.

           MOVE SPACES TO CLOSE-LINE.
           MOVE ADJUSTMENT-CARD-TEXT (1:35) TO CLS-TEXT (1:35).
           IF WS-CARD-ERROR-MSG NOT = SPACES
               ADD 1 TO WS-CARDS-IN-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE '*'               TO CLS-TEXT (37:1)
               MOVE WS-CARD-ERROR-MSG TO CLS-TEXT (39:30)
           END-IF.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

       ADD-ADJUSTMENT-TO-TABLE.
           IF ADJ-QUANTITY NUMERIC
               AND ADJ-QUANTITY > ZERO
               MOVE ADJ-QUANTITY TO WS-CARD-QUANTITY
           ELSE
               MOVE 1 TO WS-CARD-QUANTITY
           END-IF.

           MOVE 'N'  TO WS-ADT-FOUND-SW.
           MOVE ZERO TO WS-ADT-SUB.
           PERFORM FIND-ADJ-DEPT-ENTRY
               UNTIL WS-ADT-FOUND-SW = 'Y'
                  OR WS-ADT-SUB NOT < WS-ADT-COUNT.
           IF WS-ADT-FOUND-SW NOT = 'Y'
               IF WS-ADT-COUNT < 500
                   ADD 1 TO WS-ADT-COUNT
                   MOVE WS-ADT-COUNT TO WS-ADT-SUB
                   MOVE ADJ-DEPT-CODE TO ADT-DEPT-CODE (WS-ADT-SUB)
                   MOVE ZEROS TO ADT-COUNTER (WS-ADT-SUB)
                   MOVE ZEROS TO ADT-ACCUMULATOR (WS-ADT-SUB)
                   MOVE ZEROS TO ADT-QTY-TOTAL (WS-ADT-SUB)
                   MOVE ZEROS TO ADT-WTD-ACCUM (WS-ADT-SUB)
                   MOVE 'Y' TO WS-ADT-FOUND-SW
               ELSE
                   MOVE 'MORE THAN 500 DEPARTMENTS' TO WS-CARD-ERROR-MSG
               END-IF
           END-IF.

           IF WS-ADT-FOUND-SW = 'Y'
               ADD 1 TO ADT-COUNTER (WS-ADT-SUB)
               ADD ADJ-VALUE TO ADT-ACCUMULATOR (WS-ADT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD WS-CARD-QUANTITY TO ADT-QTY-TOTAL (WS-ADT-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               COMPUTE ADT-WTD-ACCUM (WS-ADT-SUB) =
                   ADT-WTD-ACCUM (WS-ADT-SUB)
                   + (ADJ-VALUE * WS-CARD-QUANTITY)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-COMPUTE
               ADD 1 TO STF-COUNTER (3)
               ADD ADJ-VALUE TO STF-ACCUMULATOR (3)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               ADD WS-CARD-QUANTITY TO STF-QTY-TOTAL (3)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-ADD
               COMPUTE STF-WTD-ACCUM (3) = STF-WTD-ACCUM (3)
                   + (ADJ-VALUE * WS-CARD-QUANTITY)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-COMPUTE
           END-IF.

       FIND-ADJ-DEPT-ENTRY.
           ADD 1 TO WS-ADT-SUB.
           IF ADT-DEPT-CODE (WS-ADT-SUB) = ADJ-DEPT-CODE
               MOVE 'Y' TO WS-ADT-FOUND-SW
           END-IF.

      *    THE ADJUSTMENT CARDS MUST AGREE WITH THE CONTROL COUNT
      *    AND HASH TOTAL ACCOUNTING PUT ON THE HEADER.
       PROVE-DECK-CONTROLS.
           MOVE WS-CARDS-READ TO WS-CARDS-EDIT.
           MOVE WS-DECK-HASH TO WS-HASH-EDIT.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'ADJUSTMENT CARDS READ: ' WS-CARDS-EDIT
               '  HASH TOTAL: ' WS-HASH-EDIT
               '  IN ERROR: ' WS-CARDS-IN-ERROR
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.

           IF WS-CARDS-READ = ZERO
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** NO ADJUSTMENT CARDS FOLLOW THE HEADER ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF WS-CARDS-IN-ERROR = ZERO
               IF WS-CARDS-READ NOT = WS-CONTROL-COUNT
                   OR WS-DECK-HASH NOT = WS-CONTROL-HASH
                   MOVE WS-CONTROL-COUNT TO WS-CARDS-EDIT
                   MOVE WS-CONTROL-HASH TO WS-HASH-EDIT
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** DECK DOES NOT AGREE TO HEADER CONTROLS'
                       ' - COUNT ' WS-CARDS-EDIT
                       '  HASH ' WS-HASH-EDIT ' ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

           IF WS-SIZE-ERROR-SW = 'Y'
               MOVE SPACES TO CLOSE-LINE
               MOVE '*** SIZE ERROR TOTALLING THE ADJUSTMENT DECK ***'
                   TO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    THE FIRST ARCHIVE RECORD FOR THE PERIOD IS THE ORIGINAL
      *    CLOSE. THE LAST IS THE CLOSE AS IT STANDS - THE CARRY-
      *    FORWARD SLOT MUST STILL AGREE WITH IT OR SOMETHING HAS
      *    POSTED TO THE PERIOD OUTSIDE THIS RUN.
       READ-CLOSE-ARCHIVE.
           OPEN INPUT CLOSE-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** PERIOD-CLOSE ARCHIVE NOT AVAILABLE - STATUS '
                   WS-ARCHIVE-STATUS ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'N' TO WS-ARCHIVE-EOF-SW
               PERFORM READ-ONE-ARCHIVE-RECORD
                   UNTIL WS-ARCHIVE-EOF-SW = 'Y'
               CLOSE CLOSE-ARCHIVE-FILE
               PERFORM CHECK-CLOSE-ARCHIVE
           END-IF.

       CHECK-CLOSE-ARCHIVE.
           IF WS-ORIG-FOUND-SW NOT = 'Y'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** NO ORIGINAL CLOSE ON THE ARCHIVE FOR PERIOD '
                   WS-ADJ-PERIOD ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF CARRY-COUNTER NOT = LST-COUNTER
               OR CARRY-ACCUMULATOR NOT = LST-ACCUMULATOR
               OR CARRY-QTY-TOTAL NOT = LST-QTY-TOTAL
               OR CARRY-WTD-ACCUM NOT = LST-WTD-ACCUM
               MOVE CARRY-ACCUMULATOR TO WS-ACCUM-EDIT
               MOVE SPACES TO CLOSE-LINE
               STRING '*** CARRY-FORWARD FOR PERIOD ' WS-ADJ-PERIOD
                   ' DOES NOT AGREE TO ITS LAST ARCHIVED CLOSE - TOTAL '
                   WS-ACCUM-EDIT ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF WS-RESTATE-SEQ NOT < 99
               MOVE SPACES TO CLOSE-LINE
               STRING '*** PERIOD ' WS-ADJ-PERIOD
                   ' HAS BEEN RESTATED 99 TIMES - NO FURTHER'
                   ' RESTATEMENT ALLOWED ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM FIGURE-RESTATED-CLOSE
           END-IF
           END-IF
           END-IF.

       FIGURE-RESTATED-CLOSE.
           ADD 1 TO WS-RESTATE-SEQ.
           COMPUTE STF-COUNTER (2) = LST-COUNTER - STF-COUNTER (1).
           COMPUTE STF-ACCUMULATOR (2) =
               LST-ACCUMULATOR - STF-ACCUMULATOR (1).
           COMPUTE STF-QTY-TOTAL (2) =
               LST-QTY-TOTAL - STF-QTY-TOTAL (1).
           COMPUTE STF-WTD-ACCUM (2) =
               LST-WTD-ACCUM - STF-WTD-ACCUM (1).
           COMPUTE STF-COUNTER (4) = LST-COUNTER + STF-COUNTER (3).
           COMPUTE STF-ACCUMULATOR (4) =
               LST-ACCUMULATOR + STF-ACCUMULATOR (3).
           COMPUTE STF-QTY-TOTAL (4) =
               LST-QTY-TOTAL + STF-QTY-TOTAL (3).
           COMPUTE STF-WTD-ACCUM (4) =
               LST-WTD-ACCUM + STF-WTD-ACCUM (3).
           MOVE 4 TO WS-COL.
           PERFORM FIGURE-COLUMN-AVERAGES.

       READ-ONE-ARCHIVE-RECORD.
           READ CLOSE-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-READ.
           IF WS-ARCHIVE-EOF-SW NOT = 'Y'
               AND ARC-PERIOD-KEY = WS-ADJ-PERIOD
               IF WS-ORIG-FOUND-SW NOT = 'Y'
                   AND ARC-RECON-FLAG = 'Y'
                   MOVE 'Y'             TO WS-ORIG-FOUND-SW
                   MOVE ARC-COUNTER     TO STF-COUNTER (1)
                   MOVE ARC-ACCUMULATOR TO STF-ACCUMULATOR (1)
                   MOVE ARC-QTY-TOTAL   TO STF-QTY-TOTAL (1)
                   MOVE ARC-WTD-ACCUM   TO STF-WTD-ACCUM (1)
                   MOVE ARC-AVERAGE     TO STF-AVERAGE (1)
                   MOVE ARC-WTD-AVERAGE TO STF-WTD-AVERAGE (1)
               END-IF
               IF ARC-RECON-FLAG = 'R'
                   AND ARC-RESTATE-SEQ NUMERIC
                   AND ARC-RESTATE-SEQ > WS-RESTATE-SEQ
                   MOVE ARC-RESTATE-SEQ TO WS-RESTATE-SEQ
               END-IF
               MOVE 'Y'             TO WS-LAST-FOUND-SW
               MOVE ARC-COUNTER     TO LST-COUNTER
               MOVE ARC-ACCUMULATOR TO LST-ACCUMULATOR
               MOVE ARC-QTY-TOTAL   TO LST-QTY-TOTAL
               MOVE ARC-WTD-ACCUM   TO LST-WTD-ACCUM
           END-IF.

       FIGURE-COLUMN-AVERAGES.
           MOVE ZEROS TO STF-AVERAGE (WS-COL).
           IF STF-COUNTER (WS-COL) NOT = ZERO
               DIVIDE STF-ACCUMULATOR (WS-COL) BY STF-COUNTER (WS-COL)
                   GIVING STF-AVERAGE (WS-COL) ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.
           MOVE ZEROS TO STF-WTD-AVERAGE (WS-COL).
           IF STF-QTY-TOTAL (WS-COL) NOT = ZERO
               DIVIDE STF-WTD-ACCUM (WS-COL) BY STF-QTY-TOTAL (WS-COL)
                   GIVING STF-WTD-AVERAGE (WS-COL) ROUNDED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-DIVIDE
           END-IF.

      *    ALL THREE OUTPUT FILES ARE OPENED BEFORE THE CARRY-FORWARD
      *    IS TOUCHED SO A MISSING DATASET POSTS NOTHING AT ALL.
       OPEN-POSTING-FILES.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** RUN-HISTORY FILE NOT AVAILABLE - STATUS '
                   WS-HISTORY-STATUS ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               OPEN EXTEND DOWN-MASTER-FILE
               IF WS-DOWN-STATUS NOT = '00'
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** DOWNSTREAM MASTER NOT AVAILABLE - '
                       'STATUS ' WS-DOWN-STATUS ' ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   CLOSE HISTORY-FILE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM OPEN-ARCHIVE-FOR-POSTING
               END-IF
           END-IF.

       OPEN-ARCHIVE-FOR-POSTING.
           OPEN EXTEND CLOSE-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE SPACES TO CLOSE-LINE
               STRING '*** PERIOD-CLOSE ARCHIVE NOT AVAILABLE - STATUS '
                   WS-ARCHIVE-STATUS ' ***'
                   DELIMITED BY SIZE INTO CLS-TEXT
               WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
               CLOSE HISTORY-FILE
               CLOSE DOWN-MASTER-FILE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    THE SLOT KEEPS ITS C FLAG - AVERAGE STILL MAY NOT POST.
       POST-CARRY-FORWARD.
           MOVE STF-COUNTER (4)     TO CARRY-COUNTER.
           MOVE STF-ACCUMULATOR (4) TO CARRY-ACCUMULATOR.
           MOVE STF-QTY-TOTAL (4)   TO CARRY-QTY-TOTAL.
           MOVE STF-WTD-ACCUM (4)   TO CARRY-WTD-ACCUM.
           MOVE 'C'                 TO CARRY-CLOSED-FLAG.
           REWRITE CARRY-RECORD
               INVALID KEY
                   MOVE SPACES TO CLOSE-LINE
                   STRING '*** CARRY-FORWARD REWRITE FAILED - STATUS '
                       WS-CARRY-STATUS ' ***'
                       DELIMITED BY SIZE INTO CLS-TEXT
                   WRITE CLOSE-LINE AFTER ADVANCING 1 LINE
                   CLOSE HISTORY-FILE
                   CLOSE DOWN-MASTER-FILE
                   CLOSE CLOSE-ARCHIVE-FILE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO ADJUSTMENT-REJECTED
           END-REWRITE.

      *    ONE A RECORD PER DEPARTMENT ON EACH FILE. STAMPED WITH
      *    TODAY'S DATE AND THE ADJUSTED PERIOD. NO READER OF THE
      *    D. S. OR M RECORDS PICKS THEM UP.
       WRITE-DEPT-ADJUSTMENT.
           ADD 1 TO WS-ADT-SUB.
           MOVE ZEROS TO WS-DEPT-AVERAGE.
           IF ADT-COUNTER (WS-ADT-SUB) NOT = ZERO
               DIVIDE ADT-ACCUMULATOR (WS-ADT-SUB)
                   BY ADT-COUNTER (WS-ADT-SUB)
                   GIVING WS-DEPT-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-DEPT-AVERAGE
               END-DIVIDE
           END-IF.
           MOVE ZEROS TO WS-DEPT-WTD-AVERAGE.
           IF ADT-QTY-TOTAL (WS-ADT-SUB) NOT = ZERO
               DIVIDE ADT-WTD-ACCUM (WS-ADT-SUB)
                   BY ADT-QTY-TOTAL (WS-ADT-SUB)
                   GIVING WS-DEPT-WTD-AVERAGE ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-DEPT-WTD-AVERAGE
               END-DIVIDE
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE 'A'                          TO HST-RECORD-TYPE.
           MOVE WS-CURRENT-DATE              TO HST-RUN-DATE.
           MOVE ADT-DEPT-CODE (WS-ADT-SUB)   TO HST-DEPT-CODE.
           MOVE ADT-COUNTER (WS-ADT-SUB)     TO HST-COUNTER.
           MOVE ADT-ACCUMULATOR (WS-ADT-SUB) TO HST-ACCUMULATOR.
           MOVE WS-DEPT-AVERAGE              TO HST-AVERAGE.
           MOVE ZEROS                        TO HST-MIN-VALUE.
           MOVE ZEROS                        TO HST-MAX-VALUE.
           MOVE ZEROS                        TO HST-STD-DEV.
           MOVE WS-ADJ-PERIOD                TO HST-PERIOD-KEY.
           MOVE ADT-QTY-TOTAL (WS-ADT-SUB)   TO HST-QTY-TOTAL.
           MOVE ADT-WTD-ACCUM (WS-ADT-SUB)   TO HST-WTD-ACCUM.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-HIST-WRITTEN.

           MOVE SPACES TO DOWN-MASTER-RECORD.
           MOVE 'A'                          TO DWN-RECORD-TYPE.
           MOVE WS-CURRENT-DATE              TO DWN-RUN-DATE.
           MOVE ADT-COUNTER (WS-ADT-SUB)     TO DWN-RECORD-COUNT.
           MOVE ADT-ACCUMULATOR (WS-ADT-SUB) TO DWN-ACCUMULATOR.
           MOVE WS-DEPT-AVERAGE              TO DWN-AVERAGE.
           MOVE ADT-QTY-TOTAL (WS-ADT-SUB)   TO DWN-QTY-TOTAL.
           MOVE ADT-WTD-ACCUM (WS-ADT-SUB)   TO DWN-WTD-ACCUMULATOR.
           MOVE WS-DEPT-WTD-AVERAGE          TO DWN-WTD-AVERAGE.
           MOVE ADT-DEPT-CODE (WS-ADT-SUB)   TO DWN-DEPT-CODE.
           MOVE WS-ADJ-PERIOD                TO DWN-PERIOD-KEY.
           WRITE DOWN-MASTER-RECORD.
           ADD 1 TO WS-DOWN-WRITTEN.

      *    THE RESTATED CLOSE GOES BESIDE THE ORIGINAL - FLAG R AND
      *    A RESTATEMENT NUMBER. THE ORIGINAL IS NEVER REWRITTEN.
       WRITE-RESTATED-ARCHIVE.
           MOVE SPACES TO CLOSE-ARCHIVE-RECORD.
           MOVE WS-ADJ-PERIOD        TO ARC-PERIOD-KEY.
           MOVE STF-COUNTER (4)      TO ARC-COUNTER.
           MOVE STF-ACCUMULATOR (4)  TO ARC-ACCUMULATOR.
           MOVE STF-QTY-TOTAL (4)    TO ARC-QTY-TOTAL.
           MOVE STF-WTD-ACCUM (4)    TO ARC-WTD-ACCUM.
           MOVE STF-AVERAGE (4)      TO ARC-AVERAGE.
           MOVE STF-WTD-AVERAGE (4)  TO ARC-WTD-AVERAGE.
           MOVE WS-CURRENT-DATE      TO ARC-CLOSE-DATE.
           MOVE 'R'                  TO ARC-RECON-FLAG.
           MOVE WS-RESTATE-SEQ       TO ARC-RESTATE-SEQ.
           WRITE CLOSE-ARCHIVE-RECORD.

       WRITE-RESTATED-STATEMENT.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'RESTATED CLOSING STATEMENT - PERIOD ' WS-ADJ-PERIOD
               '  RESTATEMENT ' WS-RESTATE-SEQ
               '  PREPARED ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'AUTHORIZATION ' WS-AUTH-REFERENCE
               '  AUTHORIZED BY ' WS-AUTHORIZED-BY
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CLOSE-LINE.
           MOVE '  ORIGINAL CLOSE' TO CLS-TEXT (22:16).
           MOVE ' PRIOR ADJUSTMNT' TO CLS-TEXT (40:16).
           MOVE ' THIS ADJUSTMENT' TO CLS-TEXT (58:16).
           MOVE '        RESTATED' TO CLS-TEXT (76:16).
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.

           MOVE 1 TO WS-LINE-ITEM.
           PERFORM WRITE-STATEMENT-ITEM
               UNTIL WS-LINE-ITEM > 6.

           MOVE SPACES TO CLOSE-LINE.
           MOVE 'ADJUSTMENT BY DEPARTMENT' TO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CLOSE-LINE.
           MOVE 'DEPT'     TO CLS-TEXT (1:4).
           MOVE 'NAME'     TO CLS-TEXT (6:4).
           MOVE 'CARDS'    TO CLS-TEXT (40:5).
           MOVE 'TOTAL'    TO CLS-TEXT (57:5).
           MOVE 'QUANTITY' TO CLS-TEXT (64:8).
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-ADT-SUB.
           PERFORM WRITE-DEPT-DETAIL-LINE
               UNTIL WS-ADT-SUB NOT < WS-ADT-COUNT.

           MOVE SPACES TO CLOSE-LINE.
           STRING 'HISTORY A RECORDS WRITTEN: ' WS-HIST-WRITTEN
               '  DOWNSTREAM A RECORDS WRITTEN: ' WS-DOWN-WRITTEN
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'PERIOD ' WS-ADJ-PERIOD
               ' RESTATED - CARRY-FORWARD SLOT REMAINS CLOSED.'
               ' NO OTHER PERIOD WAS CHANGED'
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CLOSE-LINE.
           MOVE 'PREPARED BY: ______________________' TO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CLOSE-LINE.
           MOVE 'APPROVED BY: ______________________  (ACCOUNTING)'
               TO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 2 LINES.

      *    ONE LINE PER FIGURE ACROSS THE FOUR COLUMNS. AVERAGES OF
      *    THE ADJUSTMENT COLUMNS MEAN NOTHING AND ARE LEFT BLANK.
       WRITE-STATEMENT-ITEM.
           MOVE SPACES TO CLOSE-LINE.
           IF WS-LINE-ITEM = 1
               MOVE 'CARDS' TO CLS-TEXT (1:20)
           ELSE
           IF WS-LINE-ITEM = 2
               MOVE 'TOTAL' TO CLS-TEXT (1:20)
           ELSE
           IF WS-LINE-ITEM = 3
               MOVE 'QUANTITY' TO CLS-TEXT (1:20)
           ELSE
           IF WS-LINE-ITEM = 4
               MOVE 'WEIGHTED TOTAL' TO CLS-TEXT (1:20)
           ELSE
           IF WS-LINE-ITEM = 5
               MOVE 'AVERAGE' TO CLS-TEXT (1:20)
           ELSE
               MOVE 'WEIGHTED AVERAGE' TO CLS-TEXT (1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE 1 TO WS-COL.
           PERFORM WRITE-STATEMENT-CELL
               UNTIL WS-COL > 4.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-ITEM.

       WRITE-STATEMENT-CELL.
           COMPUTE WS-COL-POS = 22 + ((WS-COL - 1) * 18).
           IF WS-LINE-ITEM = 1
               MOVE STF-COUNTER (WS-COL) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO CLS-TEXT (WS-COL-POS + 7:9)
           ELSE
           IF WS-LINE-ITEM = 2
               MOVE STF-ACCUMULATOR (WS-COL) TO WS-ACCUM-EDIT
               MOVE WS-ACCUM-EDIT TO CLS-TEXT (WS-COL-POS:16)
           ELSE
           IF WS-LINE-ITEM = 3
               MOVE STF-QTY-TOTAL (WS-COL) TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO CLS-TEXT (WS-COL-POS + 7:9)
           ELSE
           IF WS-LINE-ITEM = 4
               MOVE STF-WTD-ACCUM (WS-COL) TO WS-WTD-EDIT
               MOVE WS-WTD-EDIT TO CLS-TEXT (WS-COL-POS:16)
           ELSE
           IF WS-COL = 1 OR WS-COL = 4
               IF WS-LINE-ITEM = 5
                   MOVE STF-AVERAGE (WS-COL) TO WS-AVERAGE-EDIT
               ELSE
                   MOVE STF-WTD-AVERAGE (WS-COL) TO WS-AVERAGE-EDIT
               END-IF
               MOVE WS-AVERAGE-EDIT TO CLS-TEXT (WS-COL-POS + 7:9)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-COL.

       WRITE-DEPT-DETAIL-LINE.
           ADD 1 TO WS-ADT-SUB.
           MOVE ADT-DEPT-CODE (WS-ADT-SUB) TO DM-DEPT-CODE.
           MOVE SPACES TO WS-DEPT-NAME-FOUND.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DEPT-NAME-FOUND
               NOT INVALID KEY
                   MOVE DM-DEPT-NAME TO WS-DEPT-NAME-FOUND
           END-READ.
           MOVE SPACES TO CLOSE-LINE.
           MOVE ADT-DEPT-CODE (WS-ADT-SUB)   TO CLS-TEXT (1:4).
           MOVE WS-DEPT-NAME-FOUND           TO CLS-TEXT (6:30).
           MOVE ADT-COUNTER (WS-ADT-SUB)     TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT                TO CLS-TEXT (36:9).
           MOVE ADT-ACCUMULATOR (WS-ADT-SUB) TO WS-ACCUM-EDIT.
           MOVE WS-ACCUM-EDIT                TO CLS-TEXT (46:16).
           MOVE ADT-QTY-TOTAL (WS-ADT-SUB)   TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT                  TO CLS-TEXT (63:9).
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.

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
           MOVE SPACES TO CLOSE-LINE.
           STRING '*** INVALID PARAMETER CARD - '
               PARM-CARD-REC (1:40)
               DELIMITED BY SIZE INTO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CLOSE-LINE.
           MOVE '*** RUN ABORTED - CORRECT ADJPRM AND RESUBMIT ***'
               TO CLS-TEXT.
           WRITE CLOSE-LINE AFTER ADVANCING 1 LINE.
           CLOSE CLOSE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END-OF-JOB.
           CLOSE CARRY-FILE.
           CLOSE DEPT-MASTER-FILE.
           CLOSE CLOSE-REPORT-FILE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
