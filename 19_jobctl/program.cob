 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    RUN CONTROL AND RESTART DRIVER FOR AVGJOB. THE
      *            RUN-CONTROL FILE (RUNCTL) HOLDS ONE RECORD PER
      *            BUSINESS DATE AND PROGRAM. AVERAGE. EXTLOAD.
      *            GLCTL. AND CTLSHEET EACH RECORD THEIR START. AND
      *            AT A NORMAL END THEIR END. CONDITION CODE. AND
      *            KEY COUNTS. A STEP THAT STARTED BUT NEVER ENDED
      *            IS LEFT AS STARTED. EXTLOAD BACKOUT MARKS THE
      *            DAY'S LOAD BACKED OUT SO IT MAY BE LOADED AGAIN.
      *
      *            RUN AS THE FIRST STEP OF AVGJOB THIS PROGRAM
      *            SETS THE BUSINESS DATE EVERY LATER STEP RECORDS
      *            UNDER AND DECIDES WHERE THE JOB STARTS. THE
      *            CONDITION CODE TELLS THE LATER STEPS -
      *               0  FULL RUN FROM STEP010
      *               4  RESTART AT STEP020 (SORT RUNS AGAIN TOO)
      *               8  RESTART AT STEP030
      *              12  RESTART AT STEP035
      *              14  RESTART AT STEP040
      *              16  REFUSED - NO STEP RUNS
      *            A FULL RUN IS REFUSED FOR A DATE ANY STEP HAS
      *            ALREADY STARTED. A RESTART IS REFUSED WHEN THE
      *            STEP NAMED HAS COMPLETED. WHEN AVERAGE OR EXTLOAD
      *            WOULD RUN AGAIN BEHIND IT AFTER COMPLETING. OR
      *            WHEN THE STEP BEFORE IT HAS NOT COMPLETED. GLCTL
      *            AND CTLSHEET ONLY READ AND ALWAYS RUN AGAIN BEHIND
      *            A RESTART. AVERAGE DATES ITS WORK FROM THE CLOCK.
      *            SO A RUN THAT INCLUDES IT MUST BE FOR TODAY.
      *
      *            RUN-MODE=REPORT (RSTJOB) ONLY LISTS THE DAY'S
      *            STEPS AND THE STEP TO RESTART AT. AND CHANGES
      *            NOTHING.
      *
      *            PARAMETER CARDS (JOBCPRM) - KEYWORD=VALUE -
      *              BUSINESS-DATE=YYMMDD  (DEFAULT TODAY FOR A FULL
      *                                    RUN. OTHERWISE THE DATE
      *                                    LAST SET)
      *              RESTART-STEP=STEPNNN  (STEP020. STEP030. STEP035
      *                                    OR STEP040)
      *              RUN-MODE=CONTROL/REPORT
      *              CONFIRM-RERUN=YES     (LETS STEP020 RUN AGAIN
      *                                    AFTER AVERAGE STARTED OR
      *                                    FAILED - SEE BELOW)
      *
      *            AN AVERAGE THAT STARTED AND NEVER ENDED HAS
      *            ALREADY WRITTEN HISTORY D RECORDS. ONE THAT
      *            FAILED HAS ALSO POSTED THE S RECORD. CARRYFWD.
      *            BATCHREG. REJHIST. AND AUDITLOG. A RESTART AT
      *            STEP020 AFTER EITHER IS REFUSED AND THE POSTED
      *            FILES LISTED UNTIL THE RESTART IS RESUBMITTED
      *            WITH CONFIRM-RERUN=YES. AVGJOB DELETES THE DAY'S
      *            REJECTS. REVIEWQ. DETAIL. AND EXTRACT FILES
      *            AHEAD OF A STEP020 RESTART.


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-STATUS.

           SELECT PARM-FILE ASSIGN TO "JOBCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JOBCRPT".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD RUN-CONTROL-FILE
       LABEL RECORD IS OMITTED.

      *    ONE RECORD PER BUSINESS DATE AND PROGRAM. STATUS S =
      *    STARTED AND NOT ENDED. C = COMPLETED. F = ENDED WITH A
      *    FAILING CONDITION CODE. B = LOAD BACKED OUT.
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

      *    THE CURRENT BUSINESS DATE - KEY ZEROS AND CURRENT.
       01 RUN-CONTROL-CURRENT.
           05 RCC-KEY              PIC X(14).
           05 RCC-BUSINESS-DATE    PIC 9(6).
           05 RCC-RESTART-STEP     PIC X(8).
           05 RCC-SET-DATE         PIC 9(6).
           05 RCC-SET-TIME         PIC 9(6).
           05 FILLER               PIC X(60).

       FD PARM-FILE
       LABEL RECORD IS OMITTED.

       01 PARM-CARD-REC            PIC X(80).

       FD REPORT-FILE
       LABEL RECORD IS OMITTED.

       01 REPORT-LINE.
           05 RPT-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-RCT-STATUS            PIC XX    VALUE SPACES.
         77 WS-PARM-STATUS           PIC XX    VALUE SPACES.
         77 WS-PARM-EOF-SW           PIC X     VALUE 'N'.
         77 WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
         77 WS-PARM-DATE-SET-SW      PIC X     VALUE 'N'.
         77 WS-CURRENT-FOUND-SW      PIC X     VALUE 'N'.
         77 WS-REFUSED-SW            PIC X     VALUE 'N'.
         77 WS-ANY-STARTED-SW        PIC X     VALUE 'N'.
         77 WS-CONFIRM-RERUN-SW      PIC X     VALUE 'N'.

         77 WS-RUN-MODE              PIC X(7)  VALUE 'CONTROL'.
         77 WS-RESTART-STEP          PIC X(8)  VALUE SPACES.
         77 WS-CURRENT-DATE          PIC 9(6)  VALUE ZERO.
         77 WS-CURRENT-TIME          PIC 9(8)  VALUE ZERO.
         77 WS-BUSINESS-DATE         PIC 9(6)  VALUE ZERO.
         77 WS-LAST-BUSINESS-DATE    PIC 9(6)  VALUE ZERO.
         77 WS-START-CC              PIC 99    VALUE ZERO.

         77 WS-STP-SUB               PIC 9     VALUE ZERO.
         77 WS-RESTART-SUB           PIC 9     VALUE ZERO.
         77 WS-NEXT-SUB              PIC 9     VALUE ZERO.
         77 WS-CNT-SUB               PIC 9     VALUE ZERO.

         77 WS-COUNT-EDIT            PIC ZZZZZZZZ9.
         77 WS-CC-EDIT               PIC ZZ9.
         77 WS-STATUS-TEXT           PIC X(10) VALUE SPACES.

       01 PARM-VALUE-FIELDS.
           05 WS-PARM-VALUE        PIC X(20).
           05 FILLER REDEFINES WS-PARM-VALUE.
               10 WS-PARM-VALUE-DATE   PIC 9(6).

      *    THE RECORDED STEPS OF AVGJOB IN STREAM ORDER - STEP.
      *    PROGRAM. POSTING STEP (Y) OR READ-ONLY PROOF (N). AND THE
      *    CONDITION CODE THAT STARTS THE JOB AT THE STEP. THE SORT
      *    AT STEP010 IS NOT RECORDED - ITS OUTPUT IS A TEMPORARY
      *    DATASET. SO IT ALWAYS RUNS AGAIN WITH AVERAGE.
       01 STEP-TABLE-VALUES.
           05 FILLER               PIC X(19) VALUE
               'STEP020 AVERAGE Y04'.
           05 FILLER               PIC X(19) VALUE
               'STEP030 EXTLOAD Y08'.
           05 FILLER               PIC X(19) VALUE
               'STEP035 GLCTL   N12'.
           05 FILLER               PIC X(19) VALUE
               'STEP040 CTLSHEETN14'.

       01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STP-ENTRY OCCURS 4 TIMES.
               10 STP-STEP-NAME        PIC X(8).
               10 STP-PROGRAM          PIC X(8).
               10 STP-POSTING          PIC X.
               10 STP-START-CC         PIC 99.

      *    WHAT EACH PROGRAM'S FOUR COUNTS ARE.
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

      *    THE DAY'S RUN-CONTROL RECORD FOR EACH STEP. SPACES WHEN
      *    THE STEP HAS NOT RUN.
       01 STEP-HISTORY-TABLE.
           05 STH-RECORD           PIC X(100) OCCURS 4 TIMES.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-CURRENT-DATE FROM DATE.
               ACCEPT WS-CURRENT-TIME FROM TIME.

               PERFORM READ-PARM-FILE.

               OPEN I-O RUN-CONTROL-FILE.
               IF WS-RCT-STATUS = '35'
                   AND WS-RUN-MODE = 'CONTROL'
                   OPEN OUTPUT RUN-CONTROL-FILE
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF.
               IF WS-RCT-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** RUN CONTROL FILE NOT AVAILABLE - STATUS '
                       WS-RCT-STATUS ' - NO STEP WILL RUN ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

               MOVE '000000CURRENT ' TO RCC-KEY.
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CURRENT-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CURRENT-FOUND-SW
                       MOVE RCC-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
               END-READ.

      *    A RESTART OR A REPORT IS FOR THE DAY LAST STARTED. EVEN
      *    WHEN IT IS RUN AFTER MIDNIGHT. A FULL RUN IS FOR TODAY.
               IF WS-PARM-DATE-SET-SW NOT = 'Y'
                   IF WS-CURRENT-FOUND-SW = 'Y'
                       AND (WS-RUN-MODE = 'REPORT'
                            OR WS-RESTART-STEP NOT = SPACES)
                       MOVE WS-LAST-BUSINESS-DATE TO WS-BUSINESS-DATE
                   ELSE
                       MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
                   END-IF
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               STRING 'AVGJOB RUN CONTROL - BUSINESS DATE '
                   WS-BUSINESS-DATE ' - RUN-MODE ' WS-RUN-MODE
                   ' - RUN DATE ' WS-CURRENT-DATE
                   ' TIME ' WS-CURRENT-TIME (1:6)
                   DELIMITED BY SIZE INTO RPT-TEXT.
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
               IF WS-RESTART-STEP NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RESTART REQUESTED AT ' WS-RESTART-STEP
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF.

               MOVE ZERO TO WS-STP-SUB.
               PERFORM LOAD-STEP-HISTORY
                   UNTIL WS-STP-SUB NOT < 4.
               PERFORM WRITE-STEP-HISTORY.
               PERFORM WRITE-NEXT-STEP.

               IF WS-RUN-MODE = 'CONTROL'
                   PERFORM CHECK-RUN-REQUEST
                   IF WS-REFUSED-SW = 'Y'
                       MOVE SPACES TO REPORT-LINE
                       STRING '*** RUN REFUSED - NO STEP WILL RUN - '
                           'JOB SET TO CC 16 ***'
                           DELIMITED BY SIZE INTO RPT-TEXT
                       WRITE REPORT-LINE AFTER ADVANCING 2 LINES
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM SET-CURRENT-BUSINESS-DATE
                       MOVE WS-START-CC TO RETURN-CODE
                   END-IF
               END-IF.
               GO TO END-OF-JOB.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM READ-PARM-CARD
                   UNTIL WS-PARM-EOF-SW = 'Y'
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-CARD.
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
           IF WS-PARM-KEYWORD = 'BUSINESS-DATE'
               IF WS-PARM-VALUE-DATE NUMERIC
                   AND WS-PARM-VALUE-DATE > ZERO
                   MOVE WS-PARM-VALUE-DATE TO WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-PARM-DATE-SET-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'RESTART-STEP'
               IF WS-PARM-VALUE = 'STEP020' OR 'STEP030'
                               OR 'STEP035' OR 'STEP040'
                   MOVE WS-PARM-VALUE TO WS-RESTART-STEP
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'RUN-MODE'
               IF WS-PARM-VALUE = 'CONTROL' OR 'REPORT'
                   MOVE WS-PARM-VALUE TO WS-RUN-MODE
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
           IF WS-PARM-KEYWORD = 'CONFIRM-RERUN'
               IF WS-PARM-VALUE = 'YES'
                   MOVE 'Y' TO WS-CONFIRM-RERUN-SW
               ELSE
                   PERFORM ABEND-INVALID-PARM
               END-IF
           ELSE
               PERFORM ABEND-INVALID-PARM
           END-IF
           END-IF
           END-IF
           END-IF.

       ABEND-INVALID-PARM.
           MOVE SPACES TO REPORT-LINE.
           STRING '*** INVALID PARAMETER CARD - '
               PARM-CARD-REC (1:40)
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE '*** RUN ABORTED - CORRECT JOBCPRM AND RESUBMIT ***'
               TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       LOAD-STEP-HISTORY.
           ADD 1 TO WS-STP-SUB.
           MOVE WS-BUSINESS-DATE         TO RCT-BUSINESS-DATE.
           MOVE STP-PROGRAM (WS-STP-SUB) TO RCT-PROGRAM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO STH-RECORD (WS-STP-SUB)
               NOT INVALID KEY
                   MOVE RUN-CONTROL-RECORD TO STH-RECORD (WS-STP-SUB)
                   MOVE 'Y' TO WS-ANY-STARTED-SW
           END-READ.

       WRITE-STEP-HISTORY.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'STEP'    TO RPT-TEXT (1:4).
           MOVE 'PROGRAM' TO RPT-TEXT (10:7).
           MOVE 'STATUS'  TO RPT-TEXT (20:6).
           MOVE 'RUNS'    TO RPT-TEXT (31:4).
           MOVE 'STARTED' TO RPT-TEXT (38:7).
           MOVE 'ENDED'   TO RPT-TEXT (55:5).
           MOVE 'CC'      TO RPT-TEXT (72:2).
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STEP010  SORT      NOT RECORDED - RUNS AGAIN WITH '
               'STEP020'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-STP-SUB.
           PERFORM WRITE-ONE-STEP-LINE
               UNTIL WS-STP-SUB NOT < 4.

       WRITE-ONE-STEP-LINE.
           ADD 1 TO WS-STP-SUB.
           MOVE SPACES TO REPORT-LINE.
           MOVE STP-STEP-NAME (WS-STP-SUB) TO RPT-TEXT (1:8).
           MOVE STP-PROGRAM (WS-STP-SUB)   TO RPT-TEXT (10:8).
           IF STH-RECORD (WS-STP-SUB) = SPACES
               MOVE 'NOT RUN' TO RPT-TEXT (20:10)
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE STH-RECORD (WS-STP-SUB) TO RUN-CONTROL-RECORD
               PERFORM SET-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO RPT-TEXT (20:10)
               MOVE RCT-ATTEMPTS   TO WS-CC-EDIT
               MOVE WS-CC-EDIT     TO RPT-TEXT (32:3)
               MOVE RCT-START-DATE TO RPT-TEXT (38:6)
               MOVE RCT-START-TIME TO RPT-TEXT (45:6)
               IF RCT-STATUS NOT = 'S'
                   MOVE RCT-END-DATE  TO RPT-TEXT (55:6)
                   MOVE RCT-END-TIME  TO RPT-TEXT (62:6)
                   MOVE RCT-COND-CODE TO WS-CC-EDIT
                   MOVE WS-CC-EDIT    TO RPT-TEXT (71:3)
               END-IF
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               IF RCT-STATUS NOT = 'S'
                   MOVE SPACES TO REPORT-LINE
                   MOVE ZERO TO WS-CNT-SUB
                   PERFORM FORMAT-ONE-COUNT
                       UNTIL WS-CNT-SUB NOT < 4
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       FORMAT-ONE-COUNT.
           ADD 1 TO WS-CNT-SUB.
           IF CLB-LABEL (WS-STP-SUB, WS-CNT-SUB) NOT = SPACES
               MOVE RCT-COUNT (WS-CNT-SUB) TO WS-COUNT-EDIT
               MOVE CLB-LABEL (WS-STP-SUB, WS-CNT-SUB)
                   TO RPT-TEXT (WS-CNT-SUB * 24 - 14:12)
               MOVE WS-COUNT-EDIT
                   TO RPT-TEXT (WS-CNT-SUB * 24 - 2:9)
           END-IF.

       SET-STATUS-TEXT.
           IF RCT-STATUS = 'C'
               MOVE 'COMPLETED' TO WS-STATUS-TEXT
           ELSE
           IF RCT-STATUS = 'F'
               MOVE 'FAILED' TO WS-STATUS-TEXT
           ELSE
           IF RCT-STATUS = 'B'
               MOVE 'BACKED OUT' TO WS-STATUS-TEXT
           ELSE
               MOVE 'NO END' TO WS-STATUS-TEXT
           END-IF
           END-IF
           END-IF.

      *    THE FIRST STEP IN STREAM ORDER NOT COMPLETED IS WHERE
      *    THE DAY PICKS UP. THE REJJOB AND REVJOB RENAMES WAIT FOR
      *    THE CONTROL SHEET.
       WRITE-NEXT-STEP.
           MOVE ZERO TO WS-NEXT-SUB.
           MOVE ZERO TO WS-STP-SUB.
           PERFORM FIND-NEXT-STEP
               UNTIL WS-NEXT-SUB NOT = ZERO
                  OR WS-STP-SUB NOT < 4.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ANY-STARTED-SW NOT = 'Y'
               STRING 'NOTHING RECORDED FOR ' WS-BUSINESS-DATE
                   ' - SUBMIT AVGJOB WITHOUT A RESTART-STEP'
                   DELIMITED BY SIZE INTO RPT-TEXT
           ELSE
           IF WS-NEXT-SUB = ZERO
               STRING 'EVERY STEP COMPLETED FOR ' WS-BUSINESS-DATE
                   ' - NOTHING TO RESTART'
                   DELIMITED BY SIZE INTO RPT-TEXT
           ELSE
               STRING 'RESTART AT ' STP-STEP-NAME (WS-NEXT-SUB)
                   ' (' STP-PROGRAM (WS-NEXT-SUB) ')'
                   ' - SET RESTART-STEP=' STP-STEP-NAME (WS-NEXT-SUB)
                   ' ON JOBCPRM'
                   DELIMITED BY SIZE INTO RPT-TEXT
           END-IF
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

           MOVE STH-RECORD (4) TO RUN-CONTROL-RECORD.
           MOVE SPACES TO REPORT-LINE.
           IF STH-RECORD (4) NOT = SPACES
               AND RCT-STATUS = 'C'
               STRING 'CONTROL SHEET COMPLETED - THE REJPEND AND '
                   'REVPEND RENAMES MAY BE DONE'
                   DELIMITED BY SIZE INTO RPT-TEXT
           ELSE
               STRING 'HOLD THE REJPEND AND REVPEND RENAMES - CONTROL '
                   'SHEET NOT COMPLETED'
                   DELIMITED BY SIZE INTO RPT-TEXT
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       FIND-NEXT-STEP.
           ADD 1 TO WS-STP-SUB.
           MOVE STH-RECORD (WS-STP-SUB) TO RUN-CONTROL-RECORD.
           IF STH-RECORD (WS-STP-SUB) = SPACES
               OR RCT-STATUS NOT = 'C'
               MOVE WS-STP-SUB TO WS-NEXT-SUB
           END-IF.

       CHECK-RUN-REQUEST.
           IF WS-RESTART-STEP = SPACES
               MOVE 1    TO WS-RESTART-SUB
               MOVE ZERO TO WS-START-CC
               IF WS-ANY-STARTED-SW = 'Y'
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** AVGJOB HAS ALREADY RUN FOR '
                       WS-BUSINESS-DATE ' - A FULL RUN WOULD POST THE'
                       ' DAY TWICE ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               END-IF
           ELSE
               MOVE ZERO TO WS-STP-SUB
               PERFORM FIND-RESTART-STEP
                   UNTIL WS-STP-SUB NOT < 4
               MOVE STP-START-CC (WS-RESTART-SUB) TO WS-START-CC
               PERFORM CHECK-RESTART-STEP
               IF WS-RESTART-SUB = 1
                   PERFORM CHECK-AVERAGE-RERUN
               END-IF
           END-IF.

           IF WS-RESTART-SUB = 1
               AND WS-BUSINESS-DATE NOT = WS-CURRENT-DATE
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE SPACES TO REPORT-LINE
               STRING '*** AVERAGE DATES ITS RUN FROM THE CLOCK - IT '
                   'CANNOT RUN FOR ' WS-BUSINESS-DATE ' ON '
                   WS-CURRENT-DATE ' ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.

           IF WS-REFUSED-SW NOT = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING 'RUN ALLOWED - AVGJOB STARTS AT '
                   STP-STEP-NAME (WS-RESTART-SUB)
                   ' - CONDITION CODE ' WS-START-CC
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.

       FIND-RESTART-STEP.
           ADD 1 TO WS-STP-SUB.
           IF STP-STEP-NAME (WS-STP-SUB) = WS-RESTART-STEP
               MOVE WS-STP-SUB TO WS-RESTART-SUB
           END-IF.

      *    THE STEP NAMED MUST NOT HAVE COMPLETED. NOR ANY POSTING
      *    STEP THAT WOULD RUN AGAIN BEHIND IT. AND THE STEP BEFORE
      *    IT MUST HAVE COMPLETED.
       CHECK-RESTART-STEP.
           MOVE WS-RESTART-SUB TO WS-STP-SUB.
           SUBTRACT 1 FROM WS-STP-SUB.
           PERFORM CHECK-LATER-STEP
               UNTIL WS-STP-SUB NOT < 4.
           IF WS-RESTART-SUB > 1
               MOVE WS-RESTART-SUB TO WS-STP-SUB
               SUBTRACT 1 FROM WS-STP-SUB
               MOVE STH-RECORD (WS-STP-SUB) TO RUN-CONTROL-RECORD
               IF STH-RECORD (WS-STP-SUB) = SPACES
                   OR RCT-STATUS NOT = 'C'
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** ' STP-STEP-NAME (WS-STP-SUB) ' ('
                       STP-PROGRAM (WS-STP-SUB) ') HAS NOT COMPLETED'
                       ' - ' WS-RESTART-STEP ' CANNOT RUN YET ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

       CHECK-LATER-STEP.
           ADD 1 TO WS-STP-SUB.
           MOVE STH-RECORD (WS-STP-SUB) TO RUN-CONTROL-RECORD.
           IF STH-RECORD (WS-STP-SUB) NOT = SPACES
               AND RCT-STATUS = 'C'
               AND (WS-STP-SUB = WS-RESTART-SUB
                    OR STP-POSTING (WS-STP-SUB) = 'Y')
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE SPACES TO REPORT-LINE
               STRING '*** ' STP-STEP-NAME (WS-STP-SUB) ' ('
                   STP-PROGRAM (WS-STP-SUB) ') HAS COMPLETED FOR '
                   WS-BUSINESS-DATE ' - IT IS NOT RUN AGAIN ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               IF STP-PROGRAM (WS-STP-SUB) = 'EXTLOAD'
                   MOVE SPACES TO REPORT-LINE
                   STRING '    BACK THE LOAD OUT WITH BACKJOB FIRST IF '
                       'THE DAY MUST BE LOADED AGAIN'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *    AN AVERAGE THAT STARTED OR FAILED HAS ALREADY POSTED TO
      *    PERMANENT FILES THAT A RERUN POSTS TO AGAIN. LIST THEM AND
      *    RUN IT AGAIN ONLY ON CONFIRM-RERUN=YES.
       CHECK-AVERAGE-RERUN.
           MOVE STH-RECORD (1) TO RUN-CONTROL-RECORD.
           IF STH-RECORD (1) NOT = SPACES
               AND (RCT-STATUS = 'S' OR 'F')
               MOVE SPACES TO REPORT-LINE
               IF RCT-STATUS = 'F'
                   STRING 'STEP020 (AVERAGE) FAILED FOR '
                       WS-BUSINESS-DATE ' - IT HAS ALREADY POSTED -'
                       DELIMITED BY SIZE INTO RPT-TEXT
               ELSE
                   STRING 'STEP020 (AVERAGE) STARTED AND NEVER ENDED '
                       'FOR ' WS-BUSINESS-DATE
                       ' - IT HAS ALREADY POSTED -'
                       DELIMITED BY SIZE INTO RPT-TEXT
               END-IF
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               MOVE SPACES TO REPORT-LINE
               STRING '    PROD.AVERAGE.HISTORY   D RECORDS FOR THE '
                   'DEPARTMENTS IT TOTALLED'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               IF RCT-STATUS = 'F'
                   PERFORM WRITE-FAILED-POSTINGS
               END-IF
               IF WS-CONFIRM-RERUN-SW = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CONFIRM-RERUN=YES SUPPLIED - STEP020 RUNS '
                       'AGAIN AND POSTS THE DAY AFRESH'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 2 LINES
                   MOVE SPACES TO REPORT-LINE
                   STRING '    THE RECORDS ABOVE COUNT TWICE UNLESS '
                       'THEY ARE REMOVED BEFORE THE DAY IS PROVED'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ELSE
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** STEP020 WOULD POST THESE AGAIN - REMOVE '
                       'THEM OR ACCEPT THEM AND RESUBMIT ***'
                       DELIMITED BY SIZE INTO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 2 LINES
                   MOVE SPACES TO REPORT-LINE
                   MOVE '*** WITH CONFIRM-RERUN=YES ON JOBCPRM ***'
                       TO RPT-TEXT
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       WRITE-FAILED-POSTINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING '    PROD.AVERAGE.HISTORY   THE S RECORD FOR THE '
               'RUN'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    PROD.AVERAGE.CARRYFWD  THE RUN ADDED TO MONTH '
               'TO DATE'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    PROD.AVERAGE.BATCHREG  THE BATCHES IT ACCEPTED '
               '- A RERUN EXCLUDES THEM AS DUPLICATES'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    PROD.AVERAGE.REJHIST   ITS REJECTED CARDS AND '
               'FAILED BATCHES'
               DELIMITED BY SIZE INTO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE '    PROD.AVERAGE.AUDITLOG  ITS AUDIT RECORD'
               TO RPT-TEXT.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       SET-CURRENT-BUSINESS-DATE.
           MOVE SPACES               TO RUN-CONTROL-CURRENT.
           MOVE '000000CURRENT '     TO RCC-KEY.
           MOVE WS-BUSINESS-DATE     TO RCC-BUSINESS-DATE.
           MOVE STP-STEP-NAME (WS-RESTART-SUB) TO RCC-RESTART-STEP.
           MOVE WS-CURRENT-DATE      TO RCC-SET-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO RCC-SET-TIME.
           IF WS-CURRENT-FOUND-SW = 'Y'
               REWRITE RUN-CONTROL-CURRENT
           ELSE
               WRITE RUN-CONTROL-CURRENT
           END-IF.
           IF WS-RCT-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING '*** BUSINESS DATE NOT SET ON RUN CONTROL FILE'
                   ' - STATUS ' WS-RCT-STATUS
                   ' - NO STEP WILL RUN ***'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 16 TO WS-START-CC
           END-IF.

       END-OF-JOB.
           CLOSE RUN-CONTROL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
