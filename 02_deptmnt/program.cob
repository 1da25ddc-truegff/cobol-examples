      *            APPLIED THE FULL MASTER IS LISTED IN KEY
      *            SEQUENCE AS IT STANDS.
      *
      *            EVERY DEPARTMENT ROLLS UP TO A DIVISION. THE
      *            DIVISION CODE IS CARRIED ON THE MASTER AND THE
      *            DIVISION NAMES ARE KEPT ON THEIR OWN INDEXED
      *            TABLE KEYED ON DIVISION CODE. BOTH ARE
      *            MAINTAINED FROM THIS DECK WITH THE SAME AUDIT
      *            TRAIL. A DEPARTMENT CAN ONLY BE PLACED IN A
      *            DIVISION THAT IS ON THE TABLE. THE DIVISION
      *            TABLE IS LISTED AFTER THE MASTER.
      *
      *            MAINTENANCE CARD LAYOUT -
      *              COL 1      ACTION  A = ADD
      *                                 D = DEACTIVATE
      *                                 C = CHANGE NAME
      *                                 R = REACTIVATE
      *                                 V = MOVE TO DIVISION
      *              COLS 2-5   DEPARTMENT CODE
      *              COLS 6-35  DEPARTMENT NAME (ADD AND CHANGE)
      *              COLS 36-41 EFFECTIVE DATE YYMMDD
      *                         (BLANK OR ZERO = APPLY TODAY)
      *              COLS 42-44 DIVISION CODE (MOVE. OPTIONAL ON
      *                         AN ADD)
      *
      *            DIVISION CARD LAYOUT -
      *              COL 1      ACTION  N = NEW DIVISION
      *                                 M = MODIFY DIVISION NAME
      *              COLS 2-4   DIVISION CODE
      *              COLS 6-35  DIVISION NAME
      *              COLS 36-41 EFFECTIVE DATE YYMMDD
      *                         (BLANK OR ZERO = APPLY TODAY)
      *
      *            THE GENERAL-LEDGER ACCOUNTS EACH DEPARTMENT POSTS
      *            TO ARE KEPT ON THEIR OWN INDEXED TABLE KEYED ON
      *            DEPARTMENT CODE - THE EXPENSE ACCOUNT. THE
      *            CLEARING ACCOUNT THE DAILY JOURNAL OFFSETS TO.
      *            AND THE ACCRUAL ACCOUNT THE MONTH-END JOURNAL
      *            CLEARS TO. DEPARTMENT 0000 IS THE SHOP DEFAULT
      *            USED FOR ANY DEPARTMENT WITHOUT ITS OWN ENTRY.
      *            THE TABLE IS LISTED AFTER THE DIVISIONS.
      *
      *            GL ACCOUNT CARD LAYOUT -
      *              COL 1      ACTION  G = SET GL ACCOUNTS
      *              COLS 2-5   DEPARTMENT CODE (0000 = DEFAULT)
      *              COLS 6-15  EXPENSE ACCOUNT
      *              COLS 16-25 CLEARING ACCOUNT
      *              COLS 26-35 ACCRUAL ACCOUNT
      *              COLS 36-41 EFFECTIVE DATE YYMMDD
      *                         (BLANK OR ZERO = APPLY TODAY)


 02000 ENVIRONMENT DIVISION.
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DIVISION-FILE   ASSIGN TO "DIVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-DIVISION-CODE
               FILE STATUS IS WS-DIVISION-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-DEPT-CODE
               FILE STATUS IS WS-GL-ACCOUNT-STATUS.

           SELECT TRAN-FILE       ASSIGN TO "DEPTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD GL-ACCOUNT-FILE
       LABEL RECORD IS OMITTED.

       01 GL-ACCOUNT-RECORD.
           05 GLA-DEPT-CODE        PIC 9(4).
           05 GLA-ACCOUNTS.
               10 GLA-EXPENSE-ACCT     PIC X(10).
               10 GLA-CLEARING-ACCT    PIC X(10).
               10 GLA-ACCRUAL-ACCT     PIC X(10).
           05 GLA-MAINT-DATE       PIC 9(6).

       FD TRAN-FILE
       LABEL RECORD IS OMITTED.
           05 AUD-NEW-NAME         PIC X(30).
           05 AUD-NEW-FLAG         PIC X.
           05 AUD-EFF-DATE         PIC 9(6).
           05 AUD-OLD-DIVISION     PIC X(3).
           05 AUD-NEW-DIVISION     PIC X(3).
           05 FILLER               PIC X(5).

       FD LIST-FILE
 03200 WORKING-STORAGE SECTION.

         77 WS-MASTER-STATUS         PIC XX    VALUE SPACES.
         77 WS-DIVISION-STATUS       PIC XX    VALUE SPACES.
         77 WS-DIVISION-EOF-SW       PIC X     VALUE 'N'.
         77 WS-DIV-FOUND-SW          PIC X     VALUE 'N'.
         77 WS-DIVISION-COUNT        PIC 9(5)  VALUE ZERO.
         77 WS-GL-ACCOUNT-STATUS     PIC XX    VALUE SPACES.
         77 WS-GL-ACCOUNT-EOF-SW     PIC X     VALUE 'N'.
         77 WS-GL-FOUND-SW           PIC X     VALUE 'N'.
         77 WS-GL-ACCOUNT-COUNT      PIC 9(5)  VALUE ZERO.
         77 WS-FUTURE-IN-STATUS      PIC XX    VALUE SPACES.
         77 WS-AUDIT-STATUS          PIC XX    VALUE SPACES.
         77 WS-MASTER-EOF-SW         PIC X     VALUE 'N'.
         77 WS-EFF-DATE              PIC 9(6)  VALUE ZERO.
         77 WS-OLD-NAME              PIC X(30) VALUE SPACES.
         77 WS-OLD-FLAG              PIC X     VALUE SPACE.
         77 WS-OLD-DIVISION          PIC X(3)  VALUE SPACES.

       01 WORK-TRAN-CARD.
           05 WT-ACTION            PIC X.
           05 WT-DEPT-CODE         PIC 9(4).
           05 WT-DIVISION-KEY REDEFINES WT-DEPT-CODE.
               10 WT-DIV-CODE          PIC X(3).
               10 FILLER               PIC X.
           05 WT-DEPT-NAME         PIC X(30).
           05 WT-GL-ACCOUNTS REDEFINES WT-DEPT-NAME.
               10 WT-GL-EXPENSE-ACCT   PIC X(10).
               10 WT-GL-CLEARING-ACCT  PIC X(10).
               10 WT-GL-ACCRUAL-ACCT   PIC X(10).
           05 WT-EFF-DATE          PIC X(6).
           05 WT-DIVISION-CODE     PIC X(3).
           05 FILLER               PIC X(36).


 04000 PROCEDURE DIVISION.
                   STOP RUN
               END-IF.

               OPEN I-O DIVISION-FILE.
               IF WS-DIVISION-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** DIVISION TABLE NOT AVAILABLE - '
                       'STATUS ' WS-DIVISION-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE TRAN-FILE
                   CLOSE FUTURE-OUT-FILE
                   CLOSE MASTER-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN I-O GL-ACCOUNT-FILE.
               IF WS-GL-ACCOUNT-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** GL ACCOUNT TABLE NOT AVAILABLE - '
                       'STATUS ' WS-GL-ACCOUNT-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE TRAN-FILE
                   CLOSE FUTURE-OUT-FILE
                   CLOSE MASTER-FILE
                   CLOSE DIVISION-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
           GO TO GET-A-TRAN.

       APPLY-TRAN.
           IF WT-ACTION = 'N'
               OR WT-ACTION = 'M'
               PERFORM APPLY-DIVISION-TRAN
           ELSE
           IF WT-DEPT-CODE NOT NUMERIC
               MOVE 'NON-NUMERIC DEPARTMENT CODE'
                   TO WS-TRAN-ERROR-MSG
                   ELSE
                   IF WT-ACTION = 'R'
                       PERFORM APPLY-REACTIVATE
                   ELSE
                   IF WT-ACTION = 'V'
                       PERFORM APPLY-MOVE-DIVISION
                   ELSE
                   IF WT-ACTION = 'G'
                       PERFORM APPLY-GL-ACCOUNTS
                   ELSE
                       MOVE 'INVALID ACTION CODE'
                           TO WS-TRAN-ERROR-MSG
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       APPLY-DIVISION-TRAN.
           IF WT-DIV-CODE = SPACES
               MOVE 'NO DIVISION CODE ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM EDIT-EFFECTIVE-DATE
               IF WS-EFF-DATE > WS-CURRENT-DATE
                   PERFORM DEFER-TRAN
               ELSE
                   PERFORM READ-DIVISION-BY-KEY
                   IF WT-ACTION = 'N'
                       PERFORM APPLY-NEW-DIVISION
                   ELSE
                       PERFORM APPLY-RENAME-DIVISION
                   END-IF
               END-IF
           END-IF.

           MOVE 'N'    TO WS-FOUND-SW.
           MOVE SPACES TO WS-OLD-NAME.
           MOVE SPACE  TO WS-OLD-FLAG.
           MOVE SPACES TO WS-OLD-DIVISION.
           MOVE WT-DEPT-CODE TO DM-DEPT-CODE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'Y'            TO WS-FOUND-SW
                   MOVE DM-DEPT-NAME   TO WS-OLD-NAME
                   MOVE DM-ACTIVE-FLAG TO WS-OLD-FLAG
                   MOVE DM-DIVISION-CODE TO WS-OLD-DIVISION
           END-READ.

       READ-DIVISION-BY-KEY.
           MOVE 'N'    TO WS-DIV-FOUND-SW.
           MOVE SPACES TO WS-OLD-NAME.
           MOVE SPACE  TO WS-OLD-FLAG.
           MOVE SPACES TO WS-OLD-DIVISION.
           MOVE WT-DIV-CODE TO DV-DIVISION-CODE.
           READ DIVISION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DIV-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'              TO WS-DIV-FOUND-SW
                   MOVE DV-DIVISION-NAME TO WS-OLD-NAME
                   MOVE DV-DIVISION-CODE TO WS-OLD-DIVISION
           END-READ.

      *    A DEPARTMENT MAY ONLY BE PLACED IN A DIVISION ON THE
      *    TABLE. THE LOOKUP LEAVES THE DIVISION RECORD IN THE
      *    BUFFER - THE MASTER RECORD IS NOT DISTURBED.
       CHECK-DIVISION-ON-TABLE.
           MOVE 'N' TO WS-DIV-FOUND-SW.
           MOVE WT-DIVISION-CODE TO DV-DIVISION-CODE.
           READ DIVISION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DIV-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DIV-FOUND-SW
           END-READ.

       APPLY-ADD.
           MOVE 'Y' TO WS-DIV-FOUND-SW.
           IF WT-DIVISION-CODE NOT = SPACES
               PERFORM CHECK-DIVISION-ON-TABLE
           END-IF.
           IF WS-FOUND-SW = 'Y'
               MOVE 'DEPARTMENT ALREADY ON MASTER'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WS-DIV-FOUND-SW NOT = 'Y'
               MOVE 'DIVISION NOT ON TABLE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE SPACES       TO DEPT-MASTER-RECORD
               MOVE WT-DEPT-CODE TO DM-DEPT-CODE
               MOVE WT-DEPT-NAME TO DM-DEPT-NAME
               MOVE 'A'          TO DM-ACTIVE-FLAG
               MOVE WT-DIVISION-CODE TO DM-DIVISION-CODE
               WRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED ON MASTER'
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF
           END-IF.

       APPLY-DEACTIVATE.
               END-IF
           END-IF.

       APPLY-MOVE-DIVISION.
           IF WS-FOUND-SW NOT = 'Y'
               MOVE 'DEPARTMENT NOT ON MASTER' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-DIVISION-CODE = SPACES
               MOVE 'NO DIVISION CODE ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-DIVISION-CODE = DM-DIVISION-CODE
               MOVE 'DEPARTMENT ALREADY IN DIVISION'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               PERFORM CHECK-DIVISION-ON-TABLE
               IF WS-DIV-FOUND-SW NOT = 'Y'
                   MOVE 'DIVISION NOT ON TABLE' TO WS-TRAN-ERROR-MSG
                   PERFORM WRITE-TRAN-ERROR
               ELSE
                   MOVE WT-DIVISION-CODE TO DM-DIVISION-CODE
                   PERFORM REWRITE-MASTER-RECORD
               END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-NEW-DIVISION.
           IF WS-DIV-FOUND-SW = 'Y'
               MOVE 'DIVISION ALREADY ON TABLE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-DEPT-NAME = SPACES
               MOVE 'NO DIVISION NAME ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE SPACES       TO DIVISION-RECORD
               MOVE WT-DIV-CODE  TO DV-DIVISION-CODE
               MOVE WT-DEPT-NAME TO DV-DIVISION-NAME
               WRITE DIVISION-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED ON DIVISION TABLE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-DIVISION-AUDIT
               END-WRITE
           END-IF
           END-IF.

       APPLY-RENAME-DIVISION.
           IF WS-DIV-FOUND-SW NOT = 'Y'
               MOVE 'DIVISION NOT ON TABLE' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-DEPT-NAME = SPACES
               MOVE 'NO DIVISION NAME ON CARD' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE WT-DEPT-NAME TO DV-DIVISION-NAME
               REWRITE DIVISION-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED ON DIVISION TABLE'
                           TO WS-TRAN-ERROR-MSG
                       PERFORM WRITE-TRAN-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM WRITE-DIVISION-AUDIT
               END-REWRITE
           END-IF
           END-IF.

      *    ADDS THE DEPARTMENT'S GL ENTRY OR REPLACES ALL THREE
      *    ACCOUNTS ON IT. DEPARTMENT 0000 IS THE SHOP DEFAULT AND
      *    NEED NOT BE ON THE MASTER.
       APPLY-GL-ACCOUNTS.
           IF WS-FOUND-SW NOT = 'Y'
               AND WT-DEPT-CODE NOT = ZERO
               MOVE 'DEPARTMENT NOT ON MASTER' TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
           IF WT-GL-EXPENSE-ACCT = SPACES
               OR WT-GL-CLEARING-ACCT = SPACES
               OR WT-GL-ACCRUAL-ACCT = SPACES
               MOVE 'ALL THREE GL ACCOUNTS REQUIRED'
                   TO WS-TRAN-ERROR-MSG
               PERFORM WRITE-TRAN-ERROR
           ELSE
               MOVE SPACES TO WS-OLD-NAME
               MOVE WT-DEPT-CODE TO GLA-DEPT-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GL-FOUND-SW
                       MOVE GLA-ACCOUNTS TO WS-OLD-NAME
               END-READ
               MOVE WT-GL-ACCOUNTS  TO GLA-ACCOUNTS
               MOVE WS-CURRENT-DATE TO GLA-MAINT-DATE
               IF WS-GL-FOUND-SW = 'Y'
                   REWRITE GL-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED ON GL TABLE'
                               TO WS-TRAN-ERROR-MSG
                           PERFORM WRITE-TRAN-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-APPLIED
                           PERFORM WRITE-GL-ACCOUNT-AUDIT
                   END-REWRITE
               ELSE
                   WRITE GL-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'WRITE FAILED ON GL TABLE'
                               TO WS-TRAN-ERROR-MSG
                           PERFORM WRITE-TRAN-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-APPLIED
                           PERFORM WRITE-GL-ACCOUNT-AUDIT
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE DEPT-MASTER-RECORD
               INVALID KEY
           MOVE DM-DEPT-NAME      TO AUD-NEW-NAME.
           MOVE DM-ACTIVE-FLAG    TO AUD-NEW-FLAG.
           MOVE WS-EFF-DATE       TO AUD-EFF-DATE.
           MOVE WS-OLD-DIVISION   TO AUD-OLD-DIVISION.
           MOVE DM-DIVISION-CODE  TO AUD-NEW-DIVISION.
           WRITE AUDIT-RECORD.

      *    A DIVISION ACTION CARRIES A ZERO DEPARTMENT CODE AND THE
      *    DIVISION NAME IN THE NAME FIELDS.
       WRITE-DIVISION-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE   TO AUD-DATE.
           MOVE WS-RUN-TIME (1:6) TO AUD-TIME.
           MOVE WT-ACTION         TO AUD-ACTION.
           MOVE ZEROS             TO AUD-DEPT-CODE.
           MOVE WS-OLD-NAME       TO AUD-OLD-NAME.
           MOVE DV-DIVISION-NAME  TO AUD-NEW-NAME.
           MOVE WS-EFF-DATE       TO AUD-EFF-DATE.
           MOVE WS-OLD-DIVISION   TO AUD-OLD-DIVISION.
           MOVE DV-DIVISION-CODE  TO AUD-NEW-DIVISION.
           WRITE AUDIT-RECORD.

      *    A GL ACCOUNT ACTION CARRIES THE THREE ACCOUNTS BEFORE
      *    AND AFTER IN THE NAME FIELDS.
       WRITE-GL-ACCOUNT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE   TO AUD-DATE.
           MOVE WS-RUN-TIME (1:6) TO AUD-TIME.
           MOVE WT-ACTION         TO AUD-ACTION.
           MOVE WT-DEPT-CODE      TO AUD-DEPT-CODE.
           MOVE WS-OLD-NAME       TO AUD-OLD-NAME.
           MOVE GLA-ACCOUNTS      TO AUD-NEW-NAME.
           MOVE WS-EFF-DATE       TO AUD-EFF-DATE.
           WRITE AUDIT-RECORD.

       WRITE-TRAN-ERROR.
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           MOVE 'CODE NAME                           STATUS   DIV'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

                   ELSE
                       MOVE 'INACTIVE' TO LST-TEXT (37:8)
                   END-IF
                   MOVE DM-DIVISION-CODE TO LST-TEXT (46:3)
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

       WRITE-DIVISION-LISTING.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DIVISION TABLE LISTING AFTER MAINTENANCE'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DIV  NAME' TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE LOW-VALUES TO DV-DIVISION-CODE.
           START DIVISION-FILE KEY NOT < DV-DIVISION-CODE
               INVALID KEY MOVE 'Y' TO WS-DIVISION-EOF-SW
           END-START.
           PERFORM LIST-NEXT-DIVISION
               UNTIL WS-DIVISION-EOF-SW = 'Y'.

           MOVE SPACES TO LIST-LINE.
           STRING 'DIVISIONS ON TABLE: ' WS-DIVISION-COUNT
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.

       WRITE-GL-ACCOUNT-LISTING.
           MOVE SPACES TO LIST-LINE.
           MOVE 'GL ACCOUNT TABLE LISTING AFTER MAINTENANCE'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIST-LINE.
           MOVE 'DEPT EXPENSE    CLEARING   ACCRUAL    UPDATED'
               TO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO GLA-DEPT-CODE.
           START GL-ACCOUNT-FILE KEY NOT < GLA-DEPT-CODE
               INVALID KEY MOVE 'Y' TO WS-GL-ACCOUNT-EOF-SW
           END-START.
           PERFORM LIST-NEXT-GL-ACCOUNT
               UNTIL WS-GL-ACCOUNT-EOF-SW = 'Y'.

           MOVE SPACES TO LIST-LINE.
           STRING 'GL ACCOUNT ENTRIES ON TABLE: ' WS-GL-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.
           GO TO END-OF-JOB.

       LIST-NEXT-DIVISION.
           READ DIVISION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DIVISION-EOF-SW
           END-READ.
           IF WS-DIVISION-EOF-SW NOT = 'Y'
               ADD 1 TO WS-DIVISION-COUNT
               MOVE SPACES TO LIST-LINE
               MOVE DV-DIVISION-CODE TO LST-TEXT (1:3)
               MOVE DV-DIVISION-NAME TO LST-TEXT (6:30)
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       LIST-NEXT-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GL-ACCOUNT-EOF-SW
           END-READ.
           IF WS-GL-ACCOUNT-EOF-SW NOT = 'Y'
               ADD 1 TO WS-GL-ACCOUNT-COUNT
               MOVE SPACES TO LIST-LINE
               MOVE GLA-DEPT-CODE     TO LST-TEXT (1:4)
               MOVE GLA-EXPENSE-ACCT  TO LST-TEXT (6:10)
               MOVE GLA-CLEARING-ACCT TO LST-TEXT (17:10)
               MOVE GLA-ACCRUAL-ACCT  TO LST-TEXT (28:10)
               MOVE GLA-MAINT-DATE    TO LST-TEXT (39:6)
               IF GLA-DEPT-CODE = ZERO
                   MOVE 'SHOP DEFAULT' TO LST-TEXT (47:12)
               END-IF
               WRITE LIST-LINE AFTER ADVANCING 1 LINE
           END-IF.

       END-OF-JOB.
           CLOSE TRAN-FILE.
           CLOSE FUTURE-OUT-FILE.
           CLOSE MASTER-FILE.
           CLOSE DIVISION-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LIST-FILE.
           STOP RUN.
