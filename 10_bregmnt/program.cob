 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. BREGMNT.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    BATCH REGISTER INQUIRY AND MAINTENANCE. AVERAGE
      *            REGISTERS EVERY BALANCED $H/$T BATCH IT ACCEPTS
      *            ON AN INDEXED FILE KEYED ON DEPARTMENT CODE.
      *            BATCH NUMBER. AND BATCH DATE. AND EXCLUDES ANY
      *            LATER BATCH WITH THE SAME KEY AS A DUPLICATE.
      *            THIS RUN LISTS THE REGISTER. RELEASES A BATCH
      *            THAT REALLY IS MEANT TO BE RESUBMITTED (THE NEXT
      *            AVERAGE RUN ACCEPTS IT ONCE MORE). AND PURGES
      *            ENTRIES LAST ACCEPTED BEFORE A CUTOFF DATE.
      *            EVERY RELEASE AND PURGE WRITES A BEFORE/AFTER
      *            IMAGE TO THE REGISTER AUDIT FILE.
      *
      *            REGISTER CARD LAYOUT -
      *              COL 1      ACTION  I = INQUIRE
      *                                 R = RELEASE
      *                                 P = PURGE
      *              COLS 2-5   DEPARTMENT CODE (INQUIRE - BLANK
      *                         OR ZERO LISTS THE WHOLE REGISTER)
      *              COLS 6-9   BATCH NUMBER (INQUIRE - BLANK
      *                         LISTS EVERY BATCH FOR THE DEPT)
      *              COLS 10-15 BATCH DATE YYMMDD
      *              COLS 16-21 PURGE CUTOFF YYMMDD (PURGE ONLY -
      *                         ENTRIES LAST ACCEPTED BEFORE IT
      *                         ARE DELETED)
      *              COLS 22-29 SUPERVISOR ID (RELEASE AND PURGE)


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REGISTER-FILE   ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRAN-FILE       ASSIGN TO "BREGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE      ASSIGN TO "BREGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LIST-FILE       ASSIGN TO "BREGLIST".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD REGISTER-FILE
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
           05 AUD-BATCH-NUMBER     PIC X(4).
           05 AUD-BATCH-DATE       PIC 9(6).
           05 AUD-OLD-STATUS       PIC X.
           05 AUD-NEW-STATUS       PIC X.
           05 AUD-FIRST-ACCEPT     PIC 9(6).
           05 AUD-LAST-ACCEPT      PIC 9(6).
           05 AUD-SUPERVISOR       PIC X(8).
           05 FILLER               PIC X(11).

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

       01 LIST-LINE.
           05 LST-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-REGISTER-STATUS       PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-REGISTER-EOF-SW       PIC X     VALUE 'N'.
         77 WS-FOUND-SW              PIC X     VALUE 'N'.
         77 WS-TRANS-READ            PIC 999   VALUE ZERO.
         77 WS-TRANS-APPLIED         PIC 999   VALUE ZERO.
         77 WS-TRANS-IN-ERROR        PIC 999   VALUE ZERO.
         77 WS-ENTRIES-LISTED        PIC 9(5)  VALUE ZERO.
         77 WS-ENTRIES-RELEASED      PIC 9(5)  VALUE ZERO.
         77 WS-ENTRIES-PURGED        PIC 9(5)  VALUE ZERO.
         77 WS-CARD-PURGED           PIC 9(5)  VALUE ZERO.
         77 WS-TRAN-ERROR-MSG        PIC X(30) VALUE SPACES.
         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-RUN-TIME              PIC 9(8)  VALUE ZERO.
         77 WS-OLD-STATUS            PIC X     VALUE SPACE.
         77 WS-HASH-EDIT             PIC -ZZZZZZZ9.99.
         77 WS-STATUS-TEXT           PIC X(8)  VALUE SPACES.

       01 WORK-TRAN-CARD.
           05 WT-ACTION            PIC X.
           05 WT-DEPT-CODE         PIC X(4).
           05 WT-DEPT-CODE-N REDEFINES WT-DEPT-CODE
                                   PIC 9(4).
           05 WT-BATCH-NUMBER      PIC X(4).
           05 WT-BATCH-DATE        PIC X(6).
           05 WT-BATCH-DATE-N REDEFINES WT-BATCH-DATE
                                   PIC 9(6).
           05 WT-PURGE-DATE        PIC X(6).
           05 WT-PURGE-DATE-N REDEFINES WT-PURGE-DATE
                                   PIC 9(6).
           05 WT-SUPERVISOR        PIC X(8).
           05 FILLER               PIC X(51).


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN INPUT TRAN-FILE.
               OPEN OUTPUT LIST-FILE.

               ACCEPT WS-CURRENT-DATE FROM DATE.
               ACCEPT WS-RUN-TIME FROM TIME.

               OPEN I-O REGISTER-FILE.
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** BATCH REGISTER NOT AVAILABLE - '
                       'STATUS ' WS-REGISTER-STATUS ' ***'
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
               MOVE 'BATCH REGISTER INQUIRY AND MAINTENANCE'
                   TO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       GET-A-TRAN.
           READ TRAN-FILE
               AT END
                   GO TO WRITE-RUN-TOTALS
           END-READ.

           ADD 1 TO WS-TRANS-READ.
           MOVE TRAN-CARD TO WORK-TRAN-CARD.
           MOVE SPACES TO LIST-LINE.
           MOVE WORK-TRAN-CARD (1:29) TO LST-TEXT (1:29).
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           PERFORM APPLY-TRAN.
           GO TO GET-A-TRAN.

       APPLY-TRAN.
           IF WT-ACTION = 'I'
               PERFORM APPLY-INQUIRE
           ELSE
           IF WT-ACTION = 'R'
               PERFORM APPLY-RELEASE
           ELSE
           IF WT-ACTION = 'P'
               PERFORM APPLY-PURGE
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           END-IF
           END-IF
           END-IF.

      *    A FULL KEY LISTS ONE BATCH. A DEPARTMENT ALONE LISTS
      *    EVERY BATCH ON FILE FOR IT. NO DEPARTMENT LISTS THE
      *    WHOLE REGISTER.
       APPLY-INQUIRE.
           IF WT-DEPT-CODE = SPACES
               OR WT-DEPT-CODE = '0000'
               MOVE LOW-VALUES TO BRG-KEY
               PERFORM WRITE-ENTRY-HEADING
               PERFORM BROWSE-REGISTER
           ELSE
           IF WT-DEPT-CODE NOT NUMERIC
               MOVE 'NON-NUMERIC DEPARTMENT CODE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-BATCH-NUMBER = SPACES
               MOVE LOW-VALUES      TO BRG-KEY
               MOVE WT-DEPT-CODE-N  TO BRG-DEPT-CODE
               PERFORM WRITE-ENTRY-HEADING
               PERFORM BROWSE-REGISTER
           ELSE
               PERFORM READ-REGISTER-BY-KEY
               IF WS-FOUND-SW NOT = 'Y'
                   MOVE 'BATCH NOT ON REGISTER' TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               ELSE
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM WRITE-ENTRY-HEADING
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF
           END-IF
           END-IF.

       BROWSE-REGISTER.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE 'N' TO WS-REGISTER-EOF-SW.
           START REGISTER-FILE KEY NOT < BRG-KEY
               INVALID KEY MOVE 'Y' TO WS-REGISTER-EOF-SW
           END-START.
           PERFORM LIST-NEXT-ENTRY
               UNTIL WS-REGISTER-EOF-SW = 'Y'.

       LIST-NEXT-ENTRY.
           READ REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REGISTER-EOF-SW
           END-READ.
           IF WS-REGISTER-EOF-SW NOT = 'Y'
               IF WT-DEPT-CODE NOT = SPACES
                   AND WT-DEPT-CODE NOT = '0000'
                   AND BRG-DEPT-CODE NOT = WT-DEPT-CODE-N
                   MOVE 'Y' TO WS-REGISTER-EOF-SW
               ELSE
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF.

       APPLY-RELEASE.
           IF WT-DEPT-CODE NOT NUMERIC
               OR WT-BATCH-DATE NOT NUMERIC
               MOVE 'INCOMPLETE BATCH KEY' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-SUPERVISOR = SPACES
               MOVE 'NO SUPERVISOR ID ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM READ-REGISTER-BY-KEY
               IF WS-FOUND-SW NOT = 'Y'
                   MOVE 'BATCH NOT ON REGISTER' TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               ELSE
               IF BRG-STATUS = 'R'
                   MOVE 'BATCH ALREADY RELEASED' TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               ELSE
                   MOVE BRG-STATUS      TO WS-OLD-STATUS
                   MOVE 'R'             TO BRG-STATUS
                   MOVE WS-CURRENT-DATE TO BRG-RELEASE-DATE
                   MOVE WT-SUPERVISOR   TO BRG-RELEASED-BY
                   REWRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED ON REGISTER'
                               TO WS-TRAN-ERROR-MSG
                           PERFORM WRITE-TRAN-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-APPLIED
                           ADD 1 TO WS-ENTRIES-RELEASED
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-ENTRY-HEADING
                           PERFORM WRITE-ENTRY-LINE
                   END-REWRITE
               END-IF
               END-IF
           END-IF
           END-IF.

      *    THE WHOLE REGISTER IS PASSED - ANY ENTRY LAST ACCEPTED
      *    BEFORE THE CUTOFF IS DELETED. A BATCH DATED THAT FAR BACK
      *    IS NO LONGER A RESUBMISSION RISK.
       APPLY-PURGE.
           IF WT-PURGE-DATE NOT NUMERIC
               OR WT-PURGE-DATE-N = ZERO
               MOVE 'NO PURGE CUTOFF DATE ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-PURGE-DATE-N > WS-CURRENT-DATE
               MOVE 'PURGE CUTOFF IS A FUTURE DATE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-SUPERVISOR = SPACES
               MOVE 'NO SUPERVISOR ID ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
               MOVE ZERO TO WS-CARD-PURGED
               PERFORM WRITE-ENTRY-HEADING
               MOVE LOW-VALUES TO BRG-KEY
               MOVE 'N' TO WS-REGISTER-EOF-SW
               START REGISTER-FILE KEY NOT < BRG-KEY
                   INVALID KEY MOVE 'Y' TO WS-REGISTER-EOF-SW
               END-START
               PERFORM PURGE-NEXT-ENTRY
                   UNTIL WS-REGISTER-EOF-SW = 'Y'
               MOVE SPACES TO LIST-LINE
               STRING 'ENTRIES PURGED BY THIS CARD: ' WS-CARD-PURGED
                   DELIMITED BY SIZE INTO LST-TEXT
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF
           END-IF
           END-IF.

       PURGE-NEXT-ENTRY.
           READ REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REGISTER-EOF-SW
           END-READ.
           IF WS-REGISTER-EOF-SW NOT = 'Y'
               AND BRG-LAST-ACCEPT-DATE < WT-PURGE-DATE-N
               MOVE BRG-STATUS TO WS-OLD-STATUS
               DELETE REGISTER-FILE RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED ON REGISTER'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CARD-PURGED
                       ADD 1 TO WS-ENTRIES-PURGED
                       MOVE SPACE TO BRG-STATUS
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-ENTRY-LINE
               END-DELETE
           END-IF.

       READ-REGISTER-BY-KEY.
           MOVE 'N'              TO WS-FOUND-SW.
           MOVE WT-DEPT-CODE-N   TO BRG-DEPT-CODE.
           MOVE WT-BATCH-NUMBER  TO BRG-BATCH-NUMBER.
           IF WT-BATCH-DATE NUMERIC
               MOVE WT-BATCH-DATE-N TO BRG-BATCH-DATE
           ELSE
               MOVE ZEROS TO BRG-BATCH-DATE
           END-IF.
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE       TO AUD-DATE.
           MOVE WS-RUN-TIME (1:6)     TO AUD-TIME.
           MOVE WT-ACTION             TO AUD-ACTION.
           MOVE BRG-DEPT-CODE         TO AUD-DEPT-CODE.
           MOVE BRG-BATCH-NUMBER      TO AUD-BATCH-NUMBER.
           MOVE BRG-BATCH-DATE        TO AUD-BATCH-DATE.
           MOVE WS-OLD-STATUS         TO AUD-OLD-STATUS.
           MOVE BRG-STATUS            TO AUD-NEW-STATUS.
           MOVE BRG-FIRST-ACCEPT-DATE TO AUD-FIRST-ACCEPT.
           MOVE BRG-LAST-ACCEPT-DATE  TO AUD-LAST-ACCEPT.
           MOVE WT-SUPERVISOR         TO AUD-SUPERVISOR.
           WRITE AUDIT-RECORD.

       WRITE-ENTRY-HEADING.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DEPT BTCH BATCH  STATUS   FIRST  LAST   TIMES'
               TO LST-TEXT (1:46).
           MOVE 'CARDS  HASH TOTAL   RELEASED BY'
               TO LST-TEXT (48:31).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-ENTRY-LINE.
           ADD 1 TO WS-ENTRIES-LISTED.
           IF BRG-STATUS = 'A'
               MOVE 'ACCEPTED' TO WS-STATUS-TEXT
           ELSE
           IF BRG-STATUS = 'R'
               MOVE 'RELEASED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'PURGED'   TO WS-STATUS-TEXT
           END-IF
           END-IF.
           MOVE BRG-HASH-TOTAL TO WS-HASH-EDIT.
           MOVE SPACES TO LIST-LINE.
           MOVE BRG-DEPT-CODE         TO LST-TEXT (1:4).
           MOVE BRG-BATCH-NUMBER      TO LST-TEXT (6:4).
           MOVE BRG-BATCH-DATE        TO LST-TEXT (11:6).
           MOVE WS-STATUS-TEXT        TO LST-TEXT (18:8).
           MOVE BRG-FIRST-ACCEPT-DATE TO LST-TEXT (27:6).
           MOVE BRG-LAST-ACCEPT-DATE  TO LST-TEXT (34:6).
           MOVE BRG-ACCEPT-COUNT      TO LST-TEXT (42:3).
           MOVE BRG-CARD-COUNT        TO LST-TEXT (47:6).
           MOVE WS-HASH-EDIT          TO LST-TEXT (54:12).
           IF BRG-RELEASE-DATE NOT = ZERO
               MOVE BRG-RELEASED-BY   TO LST-TEXT (67:8)
               MOVE BRG-RELEASE-DATE  TO LST-TEXT (76:6)
           END-IF.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-TRAN-ERROR.
           ADD 1 TO WS-TRANS-IN-ERROR.
           MOVE SPACES TO LIST-LINE.
           MOVE WORK-TRAN-CARD (1:29) TO LST-TEXT (1:29).
           MOVE '*'                   TO LST-TEXT (37:1).
           MOVE WS-TRAN-ERROR-MSG     TO LST-TEXT (39:30).
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO LIST-LINE.
           STRING 'CARDS READ: ' WS-TRANS-READ
               '  APPLIED: ' WS-TRANS-APPLIED
               '  IN ERROR: ' WS-TRANS-IN-ERROR
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIST-LINE.
           STRING 'ENTRIES LISTED: ' WS-ENTRIES-LISTED
               '  RELEASED: ' WS-ENTRIES-RELEASED
               '  PURGED: ' WS-ENTRIES-PURGED
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       END-OF-JOB.
           CLOSE TRAN-FILE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LIST-FILE.
           STOP RUN.
