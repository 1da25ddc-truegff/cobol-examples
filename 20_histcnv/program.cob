 01000 IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCNV.
       AUTHOR. DAVIS & FISHER.

      *REMARKS.    ONE-TIME RUN-HISTORY CONVERSION. THE OLD FILE
      *            HELD 65-BYTE D AND S RECORDS. THE NEW FILE HOLDS
      *            89-BYTE RECORDS - THE QUANTITY TOTAL AND THE
      *            WEIGHTED ACCUMULATOR WERE ADDED AHEAD OF THE
      *            FILLER. EVERY OLD RECORD IS COPIED FORWARD IN
      *            ORDER WITH THE NEW FIELDS SET TO ZERO. SO THE
      *            TREND. VARIANCE. AND CLOSE PROGRAMS SEE THE WHOLE
      *            HISTORY AND THE WEIGHTED FIGURES START FROM THE
      *            FIRST RUN AFTER THE CUTOVER. PRINTS THE RECORDS
      *            READ AND WRITTEN BY TYPE AND THE ACCUMULATOR
      *            TOTAL ON BOTH SIDES. ENDS CC 16 IF THE OLD FILE
      *            CANNOT BE READ OR THE COUNTS OR TOTALS DISAGREE.


 02000 ENVIRONMENT DIVISION.

 02100 CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370-148.
       OBJECT-COMPUTER. IBM-370-148.

 02200 INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT LIST-FILE ASSIGN TO "CNVLIST".


 03000 DATA DIVISION.

 03100 FILE SECTION.

       FD OLD-HISTORY-FILE
       LABEL RECORD IS OMITTED.

       01 OLD-HISTORY-RECORD.
           05 OLD-RECORD-TYPE      PIC X.
           05 OLD-RUN-DATE         PIC 9(6).
           05 OLD-DEPT-CODE        PIC 9(4).
           05 OLD-COUNTER          PIC 9(7).
           05 OLD-ACCUMULATOR      PIC S9(11)V99.
           05 OLD-AVERAGE          PIC S999V9999.
           05 OLD-MIN-VALUE        PIC S999V99.
           05 OLD-MAX-VALUE        PIC S999V99.
           05 OLD-STD-DEV          PIC 999V9999.
           05 OLD-PERIOD-KEY       PIC 9(4).
           05 FILLER               PIC X(6).

       FD NEW-HISTORY-FILE
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

       FD LIST-FILE
       LABEL RECORD IS OMITTED.

       01 LIST-LINE.
           05 LST-TEXT             PIC X(133).

 03200 WORKING-STORAGE SECTION.

         77 WS-OLD-STATUS            PIC XX    VALUE SPACES.
         77 WS-NEW-STATUS            PIC XX    VALUE SPACES.
         77 WS-OLD-EOF-SW            PIC X     VALUE 'N'.
         77 WS-RETURN-CODE           PIC 99    VALUE ZERO.
         77 WS-OLD-READ              PIC 9(7)  VALUE ZERO.
         77 WS-NEW-WRITTEN           PIC 9(7)  VALUE ZERO.
         77 WS-D-RECORDS             PIC 9(7)  VALUE ZERO.
         77 WS-S-RECORDS             PIC 9(7)  VALUE ZERO.
         77 WS-OTHER-RECORDS         PIC 9(7)  VALUE ZERO.
         77 WS-OLD-ACCUM-TOTAL       PIC S9(13)V99 VALUE ZERO.
         77 WS-NEW-ACCUM-TOTAL       PIC S9(13)V99 VALUE ZERO.
         77 WS-COUNT-EDIT-1          PIC ZZZZZZ9.
         77 WS-COUNT-EDIT-2          PIC ZZZZZZ9.
         77 WS-COUNT-EDIT-3          PIC ZZZZZZ9.
         77 WS-ACCUM-EDIT-1          PIC -ZZZZZZZZZZZZ9.99.
         77 WS-ACCUM-EDIT-2          PIC -ZZZZZZZZZZZZ9.99.


 04000 PROCEDURE DIVISION.
           BEGIN.
               OPEN OUTPUT LIST-FILE.

               MOVE SPACES TO LIST-LINE.
               STRING 'RUN-HISTORY CONVERSION - '
                   '65-BYTE TO 89-BYTE RECORDS'
                   DELIMITED BY SIZE INTO LST-TEXT.
               WRITE LIST-LINE AFTER ADVANCING 1 LINE.

               OPEN INPUT OLD-HISTORY-FILE.
               IF WS-OLD-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** OLD HISTORY FILE NOT AVAILABLE'
                       ' - STATUS ' WS-OLD-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO END-OF-JOB
               END-IF.

               OPEN OUTPUT NEW-HISTORY-FILE.
               IF WS-NEW-STATUS NOT = '00'
                   MOVE SPACES TO LIST-LINE
                   STRING '*** NEW HISTORY FILE NOT AVAILABLE'
                       ' - STATUS ' WS-NEW-STATUS ' ***'
                       DELIMITED BY SIZE INTO LST-TEXT
                   WRITE LIST-LINE AFTER ADVANCING 1 LINE
                   CLOSE OLD-HISTORY-FILE
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO END-OF-JOB
               END-IF.

               PERFORM CONVERT-ONE-RECORD
                   UNTIL WS-OLD-EOF-SW = 'Y'.
               CLOSE OLD-HISTORY-FILE.
               CLOSE NEW-HISTORY-FILE.

               PERFORM WRITE-CONVERSION-TOTALS.
               GO TO END-OF-JOB.

       CONVERT-ONE-RECORD.
           READ OLD-HISTORY-FILE
               AT END MOVE 'Y' TO WS-OLD-EOF-SW
           END-READ.
           IF WS-OLD-EOF-SW NOT = 'Y'
               ADD 1 TO WS-OLD-READ
               IF OLD-RECORD-TYPE = 'D'
                   ADD 1 TO WS-D-RECORDS
               ELSE
                   IF OLD-RECORD-TYPE = 'S'
                       ADD 1 TO WS-S-RECORDS
                   ELSE
                       ADD 1 TO WS-OTHER-RECORDS
                   END-IF
               END-IF
               IF OLD-ACCUMULATOR NUMERIC
                   ADD OLD-ACCUMULATOR TO WS-OLD-ACCUM-TOTAL
               END-IF
               MOVE SPACES              TO HISTORY-RECORD
               MOVE OLD-HISTORY-RECORD (1:59)
                                        TO HISTORY-RECORD (1:59)
               MOVE ZEROS               TO HST-QTY-TOTAL
               MOVE ZEROS               TO HST-WTD-ACCUM
               WRITE HISTORY-RECORD
               ADD 1 TO WS-NEW-WRITTEN
               IF HST-ACCUMULATOR NUMERIC
                   ADD HST-ACCUMULATOR TO WS-NEW-ACCUM-TOTAL
               END-IF
           END-IF.

       WRITE-CONVERSION-TOTALS.
           MOVE WS-D-RECORDS     TO WS-COUNT-EDIT-1.
           MOVE WS-S-RECORDS     TO WS-COUNT-EDIT-2.
           MOVE WS-OTHER-RECORDS TO WS-COUNT-EDIT-3.
           MOVE SPACES TO LIST-LINE.
           STRING 'D RECORDS: ' WS-COUNT-EDIT-1
               '  S RECORDS: ' WS-COUNT-EDIT-2
               '  OTHER: ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.

           MOVE WS-OLD-READ        TO WS-COUNT-EDIT-1.
           MOVE WS-OLD-ACCUM-TOTAL TO WS-ACCUM-EDIT-1.
           MOVE SPACES TO LIST-LINE.
           STRING 'OLD RECORDS READ:    ' WS-COUNT-EDIT-1
               '  ACCUMULATOR TOTAL: ' WS-ACCUM-EDIT-1
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE WS-NEW-WRITTEN     TO WS-COUNT-EDIT-2.
           MOVE WS-NEW-ACCUM-TOTAL TO WS-ACCUM-EDIT-2.
           MOVE SPACES TO LIST-LINE.
           STRING 'NEW RECORDS WRITTEN: ' WS-COUNT-EDIT-2
               '  ACCUMULATOR TOTAL: ' WS-ACCUM-EDIT-2
               DELIMITED BY SIZE INTO LST-TEXT.
           WRITE LIST-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIST-LINE.
           IF WS-OLD-READ = WS-NEW-WRITTEN
               AND WS-OLD-ACCUM-TOTAL = WS-NEW-ACCUM-TOTAL
               MOVE 'CONVERSION COMPLETE' TO LST-TEXT
           ELSE
               STRING '*** COUNTS OR TOTALS DISAGREE - '
                   'KEEP THE OLD FILE ***'
                   DELIMITED BY SIZE INTO LST-TEXT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
           WRITE LIST-LINE AFTER ADVANCING 2 LINES.

       END-OF-JOB.
           CLOSE LIST-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
