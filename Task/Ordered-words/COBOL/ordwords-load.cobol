      *    WORD, TYPE AND SOURCE) ALWAYS ARRIVES NEXT TO THE
      *    RECORD IT DUPLICATES AND IS CAUGHT BY A ONE-RECORD
      *    LOOK-BACK, WHATEVER THE EXTRACT SIZE.
      *    EVERY ADD AND UPDATE APPLIED TO THE MASTER IS ALSO
      *    WRITTEN TO THE CHANGE JOURNAL WITH THE RECORD'S BEFORE
      *    AND AFTER IMAGES, SO ABCRPLY CAN SAY WHAT THE MASTER
      *    HELD AS OF ANY RUN AND REBUILD IT IF IT IS LOST.
      *    A WORD SUPPRESSED OR RETIRED BY ABCSMNT IS LEFT EXACTLY
      *    AS IT IS WHEN IT TURNS UP AGAIN IN AN EXTRACT: ONLY A
      *    REINSTATE CARD PUTS IT BACK IN FLOW. SUCH HITS ARE
      *    COUNTED AND LISTED ON LOADRPT AS HELD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SRT-EXT ASSIGN TO SRTEXT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SRTE-STATUS.
           SELECT JRN-FILE ASSIGN TO JRNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE MASTER KEY IS WORD PLUS RECORD TYPE (O = ORDERED,
      *    P = PALINDROME), SO A WORD THAT IS BOTH KINDS AT ONCE
      *    HOLDS TWO MASTER RECORDS AND NEVER COLLIDES WITH
      *    ITSELF. THE STATUS (SPACE OR A = ACTIVE, S = SUPPRESSED,
      *    R = RETIRED) WITH ITS REASON CODE, DATE AND USER ID IS
      *    SET ONLY BY ABCSMNT; THIS PROGRAM ADDS WORDS ACTIVE.
       FD MST-FILE
           LABEL RECORD STANDARD.
       01 MST-RECORD.
          03 MST-LAST-SEEN   PIC X(10).
          03 MST-SOURCE      PIC X(64).
          03 MST-TIMES-SEEN  PIC 9(6).
          03 MST-REC-STATUS  PIC X.
             88 MST-ACTIVE      VALUE 'A' SPACE.
             88 MST-SUPPRESSED  VALUE 'S'.
             88 MST-RETIRED     VALUE 'R'.
          03 MST-STAT-REASON PIC X(4).
          03 MST-STAT-DATE   PIC X(10).
          03 MST-STAT-USER   PIC X(8).

       FD LOAD-RPT
           LABEL RECORD STANDARD.
          03 LCNT-UPDATED     PIC 9(6).
          03 LCNT-DUP         PIC 9(6).
          03 LCNT-ERRORS      PIC 9(6).
          03 LCNT-HELD        PIC 9(6).

       SD SORT-WORK.
       01 SORT-RECORD.
          03 SRTE-TYPE        PIC X.
          03 SRTE-RUN-NBR     PIC 9(6).

      *    CHANGE JOURNAL, ONE RECORD PER MASTER ADD OR UPDATE:
      *    THE RUN THAT MADE THE CHANGE, THE EXTRACT RUN DATE (BY
      *    WHICH THE PURGE JOB AGES JOURNAL RECORDS OFF), THE DATE
      *    AND TIME THE STEP STARTED (WHICH ORDERS THIS STEP'S
      *    CHANGES AGAINST ABCSMNT'S WITHIN THE SAME RUN), THE
      *    RECORD'S POSITION IN THE SORTED EXTRACT, AND THE MASTER
      *    RECORD BEFORE (SPACES FOR AN ADD) AND AFTER THE CHANGE.
      *    ABCSMNT WRITES THE SAME LAYOUT WITH ACTIONS S, R AND I.
       FD JRN-FILE
           LABEL RECORD STANDARD.
       01 JRN-RECORD.
          03 JRN-RUN-NBR      PIC 9(6).
          03 JRN-RUN-DATE     PIC X(10).
          03 JRN-STAMP        PIC X(16).
          03 JRN-SEQ          PIC 9(6).
          03 JRN-REC-TYPE     PIC X.
          03 JRN-ACTION       PIC X.
             88 JRN-ADD          VALUE 'A'.
             88 JRN-UPDATE       VALUE 'U'.
          03 JRN-BEFORE       PIC X(146).
          03 JRN-AFTER        PIC X(146).

       WORKING-STORAGE SECTION.
       01 EXT-STATUS          PIC XX.
       01 MST-STATUS          PIC XX.
       01 SRTE-STATUS         PIC XX.
       01 JRN-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).
       01 WS-LINE-PTR         PIC 9(4).

       01 WS-EXT-EOF-FLAG     PIC X VALUE SPACE.
          88 EXT-EOF             VALUE '*'.
       01 WS-UPDATED-COUNT    PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT        PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01 WS-JRN-COUNT        PIC 9(6) VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(146).
       01 WS-JRN-STAMP.
          03 WS-STAMP-DATE    PIC 9(8).
          03 WS-STAMP-TIME    PIC 9(8).
       01 WS-COUNT-ED         PIC ZZZZZ9.

       01 LCKPT-STATUS        PIC XX.
       01 WS-FIRST-REC-FLAG   PIC X VALUE '*'.
          88 FIRST-RECORD        VALUE '*'.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCLOAD".
          03 TIMR-ROLE        PIC X(10) VALUE "ORDERED".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           OPEN INPUT EXT-FILE.
           IF EXT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCLOAD: UNABLE TO OPEN EXTRACT, STATUS="
                   EXT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           CLOSE EXT-FILE.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-LOAD-CHECKPOINT.
           PERFORM OPEN-MASTER.
           PERFORM OPEN-JOURNAL.
           OPEN OUTPUT LOAD-RPT.
           OPEN INPUT SRT-EXT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE SRT-EXT.
           CLOSE MST-FILE.
           CLOSE JRN-FILE.
           CLOSE LOAD-RPT.
           IF WS-ERROR-COUNT IS GREATER THAN ZERO
                   OR RUN-CONTROL-UPDATE-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

      *    THE MASTER IS A PERMANENT KEYED FILE; ON THE VERY FIRST
               DISPLAY "ABCLOAD: UNABLE TO OPEN MASTER, STATUS="
                   MST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.

      *    EACH LOAD STEP WRITES ITS OWN NEW JOURNAL GENERATION.
      *    NO CHANGE IS APPLIED THAT CANNOT BE JOURNALED, SO A
      *    JOURNAL THAT WILL NOT OPEN STOPS THE LOAD BEFORE THE
      *    FIRST RECORD.
       OPEN-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           OPEN OUTPUT JRN-FILE.
           IF JRN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCLOAD: UNABLE TO OPEN JOURNAL, STATUS="
                   JRN-STATUS
               CLOSE MST-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.

               " LAST LOADED=" WS-LAST-LOADED-RUN.
           CLOSE SRT-EXT.
           CLOSE MST-FILE.
           CLOSE JRN-FILE.
           CLOSE LOAD-RPT.
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       READ-RUN-CONTROL.
      *    I-O: THE INVALID KEY PHRASES COVER ONLY 2X STATUSES, AND
      *    A HARD ERROR (30/9X) MUST STILL LAND IN WS-ERROR-COUNT
      *    SO THE JOB ENDS RC=12 RATHER THAN LOOKING CLEAN. EVERY
      *    RECORD ENDS UP ADDED, UPDATED, HELD, DUP-REJECTED OR IN
      *    ERROR.
       UPDATE-MASTER.
           MOVE SRTE-WORD   TO MST-WORD.
           MOVE WS-EXT-TYPE TO MST-REC-TYPE.
                   CONTINUE
           END-READ.
           IF MST-STATUS IS EQUAL TO "00"
               IF MST-ACTIVE
                   MOVE MST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM REWRITE-MASTER-RECORD
               ELSE
                   PERFORM NOTE-INACTIVE-HIT
               END-IF
           ELSE
               IF MST-STATUS IS EQUAL TO "23"
                   PERFORM ADD-MASTER-RECORD
           MOVE SRTE-RUN-DATE TO MST-LAST-SEEN.
           MOVE SRTE-SOURCE   TO MST-SOURCE.
           MOVE 1            TO MST-TIMES-SEEN.
           MOVE 'A'          TO MST-REC-STATUS.
           MOVE SPACES       TO MST-STAT-REASON.
           MOVE SPACES       TO MST-STAT-DATE.
           MOVE SPACES       TO MST-STAT-USER.
           WRITE MST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF MST-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'A' TO JRN-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               PERFORM WRITE-MASTER-ERROR
           END-IF.
           END-REWRITE.
           IF MST-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-UPDATED-COUNT
               MOVE 'U' TO JRN-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               PERFORM WRITE-MASTER-ERROR
           END-IF.

      *    A SUPPRESSED OR RETIRED WORD IS NOT TOUCHED -- NOT EVEN
      *    ITS LAST-SEEN DATE OR TIMES-SEEN -- SO NOTHING IS
      *    JOURNALED FOR IT; THE HIT IS LISTED WITH THE STATUS
      *    AND WHO SET IT, FOR THE LEXICOGRAPHERS TO REVIEW.
       NOTE-INACTIVE-HIT.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           IF MST-SUPPRESSED
               STRING "  SUPPRESSED WORD SEEN, HELD: "
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           ELSE
               STRING "  RETIRED WORD SEEN, HELD:    "
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           STRING MST-WORD " (" MST-REC-TYPE ")"
               " REASON " MST-STAT-REASON
               " SET " MST-STAT-DATE " BY " MST-STAT-USER
               " FROM " FUNCTION TRIM(SRTE-SOURCE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           WRITE LOAD-LINE FROM WS-RPT-LINE.

      *    A JOURNAL WRITE THAT FAILS LEAVES A MASTER CHANGE WITH
      *    NO RECORD OF IT, SO IT COUNTS AS AN ERROR (RC=12) AND
      *    IS LISTED WITH THE WORD FOR HAND CORRECTION.
       WRITE-JOURNAL-RECORD.
           MOVE WS-EXT-RUN-NBR  TO JRN-RUN-NBR.
           MOVE SRTE-RUN-DATE   TO JRN-RUN-DATE.
           MOVE WS-JRN-STAMP    TO JRN-STAMP.
           MOVE WS-READ-COUNT   TO JRN-SEQ.
           MOVE MST-REC-TYPE    TO JRN-REC-TYPE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE.
           MOVE MST-RECORD      TO JRN-AFTER.
           WRITE JRN-RECORD.
           IF JRN-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-JRN-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  JOURNAL WRITE ERROR, STATUS=" JRN-STATUS
                   " WORD: " FUNCTION TRIM(SRTE-WORD)
                   " (MASTER CHANGED, NOT JOURNALED)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE LOAD-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-MASTER-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-UPDATED-COUNT TO LCNT-UPDATED.
           MOVE WS-DUP-COUNT     TO LCNT-DUP.
           MOVE WS-ERROR-COUNT   TO LCNT-ERRORS.
           MOVE WS-HELD-COUNT    TO LCNT-HELD.
           WRITE LCNT-RECORD.
           CLOSE LCNT-FILE.

           STRING "EXISTING WORDS UPDATED:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE LOAD-LINE FROM WS-RPT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SUPPRESSED/RETIRED HELD:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE LOAD-LINE FROM WS-RPT-LINE.
           MOVE WS-DUP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DUPLICATES REJECTED:       " WS-COUNT-ED
           STRING "MASTER I-O ERRORS:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE LOAD-LINE FROM WS-RPT-LINE.
           MOVE WS-JRN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL RECORDS WRITTEN:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE LOAD-LINE FROM WS-RPT-LINE.
           DISPLAY "ABCLOAD: READ=" WS-READ-COUNT
               " ADDED=" WS-ADDED-COUNT
               " UPDATED=" WS-UPDATED-COUNT
               " HELD=" WS-HELD-COUNT
               " DUPREJ=" WS-DUP-COUNT
               " ERRORS=" WS-ERROR-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " JOURNALED=" WS-JRN-COUNT.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-READ-COUNT TO TIMR-RECORDS.
           IF WS-EXT-TYPE IS EQUAL TO 'P'
               MOVE "PALINDROME" TO TIMR-ROLE
           END-IF.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
