       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSMNT.

      *    BATCH STATUS MAINTENANCE FOR THE PERMANENT KEYED
      *    ORDERED-WORDS MASTER. THE EXCLUSION LIST KEEPS A WORD
      *    OUT AT INTAKE; THIS PROGRAM DEALS WITH A WORD ALREADY ON
      *    THE MASTER THAT MUST STOP FLOWING TO CONSUMERS.
      *    TRANSACTION CARDS SUPPRESS, RETIRE OR REINSTATE A
      *    MASTER RECORD, GIVING A REASON CODE AND THE SUBMITTER'S
      *    USER ID; THE WORD IS VALIDATED THROUGH THE SAME ABCWVAL
      *    INTAKE AS ABCXMNT USES. THE STATUS, REASON, DATE AND
      *    USER ARE SET ON THE MASTER RECORD, AND EVERY CHANGE IS
      *    WRITTEN TO THE CHANGE JOURNAL (ACTIONS S, R AND I) WITH
      *    ITS BEFORE AND AFTER IMAGES SO ABCRPLY STAYS COMPLETE.
      *    ABCLOAD LEAVES SUPPRESSED AND RETIRED WORDS ALONE UNTIL
      *    THEY ARE REINSTATED HERE. AN AUDIT REPORT SHOWS WHO
      *    CHANGED WHAT AND WHEN. RC=4 MEANS AT LEAST ONE CARD WAS
      *    REJECTED; RC=12 A MASTER OR JOURNAL I-O ERROR; RC=16
      *    THAT THE MASTER, JOURNAL OR CARDS COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO MSTFILE
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS MST-KEY
           FILE STATUS IS MST-STATUS.
           SELECT TRN-CARD ASSIGN TO TRNCARDS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRN-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.
           SELECT JRN-FILE ASSIGN TO JRNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.
           SELECT SMNT-RPT ASSIGN TO SMNTRPT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MST-FILE
           LABEL RECORD STANDARD.
       01 MST-RECORD.
          03 MST-KEY.
             05 MST-WORD        PIC X(32).
             05 MST-REC-TYPE    PIC X.
          03 MST-FIRST-SEEN  PIC X(10).
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

      *    ONE TRANSACTION PER CARD: ACTION IN COLUMNS 1-9
      *    (SUPPRESS, RETIRE OR REINSTATE), RECORD TYPE IN COLUMN
      *    11 (O, P, OR BLANK FOR WHICHEVER OF THE TWO ARE ON THE
      *    MASTER), THE WORD IN COLUMNS 13-44, THE REASON CODE IN
      *    COLUMNS 46-49 AND THE SUBMITTER'S USER ID IN COLUMNS
      *    51-58.
       FD TRN-CARD
           LABEL RECORD STANDARD.
       01 TRN-RECORD.
          03 TRN-ACTION      PIC X(9).
             88 TRN-SUPPRESS    VALUE 'SUPPRESS '.
             88 TRN-RETIRE      VALUE 'RETIRE   '.
             88 TRN-REINSTATE   VALUE 'REINSTATE'.
          03 FILLER          PIC X.
          03 TRN-TYPE        PIC X.
             88 TRN-TYPE-OK     VALUE 'O' 'P' SPACE.
          03 FILLER          PIC X.
          03 TRN-WORD        PIC X(32).
          03 FILLER          PIC X.
          03 TRN-REASON      PIC X(4).
          03 FILLER          PIC X.
          03 TRN-USER        PIC X(8).
          03 FILLER          PIC X(22).

      *    RUN CONTROL, READ ONLY: CHANGES MADE HERE ARE JOURNALED
      *    UNDER THE LAST RUN NUMBER ISSUED, SO AN AS-OF REPLAY OF
      *    THAT RUN INCLUDES THEM.
       FD RUN-FILE
           LABEL RECORD STANDARD.
       01 RUN-RECORD.
          03 RUN-NBR         PIC 9(6).
          03 FILLER          PIC X(24).

      *    THE CHANGE JOURNAL, IN THE LAYOUT ABCLOAD WRITES.
       FD JRN-FILE
           LABEL RECORD STANDARD.
       01 JRN-RECORD.
          03 JRN-RUN-NBR      PIC 9(6).
          03 JRN-RUN-DATE     PIC X(10).
          03 JRN-STAMP        PIC X(16).
          03 JRN-SEQ          PIC 9(6).
          03 JRN-REC-TYPE     PIC X.
          03 JRN-ACTION       PIC X.
          03 JRN-BEFORE       PIC X(146).
          03 JRN-AFTER        PIC X(146).

       FD SMNT-RPT
           LABEL RECORD STANDARD.
       01 SMNT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 MST-STATUS          PIC XX.
       01 TRN-STATUS          PIC XX.
       01 RUN-STATUS          PIC XX.
       01 JRN-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).
       01 WS-LINE-PTR         PIC 9(4).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-JRN-STAMP.
          03 WS-STAMP-DATE    PIC 9(8).
          03 WS-STAMP-TIME    PIC 9(8).

       01 WS-TRN-EOF-FLAG     PIC X VALUE SPACE.
          88 TRN-EOF             VALUE '*'.
       01 WS-RUN-EOF-FLAG     PIC X VALUE SPACE.
          88 RUN-EOF             VALUE '*'.

       01 WS-RUN-NBR          PIC 9(6) VALUE 0.
       01 WS-TRY-TYPE         PIC X.
       01 WS-CARD-FOUND       PIC 9.
       01 WS-REJECT-TEXT      PIC X(40) VALUE SPACES.
       01 WS-OLD-STATUS-TEXT  PIC X(10).
       01 WS-NEW-STATUS-TEXT  PIC X(10).
       01 WS-BEFORE-IMAGE     PIC X(146).

       01 WS-CARD-COUNT       PIC 9(6) VALUE 0.
       01 WS-SUPP-COUNT       PIC 9(6) VALUE 0.
       01 WS-RETD-COUNT       PIC 9(6) VALUE 0.
       01 WS-REIN-COUNT       PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT        PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(6) VALUE 0.
       01 WS-JRN-COUNT        PIC 9(6) VALUE 0.
       01 WS-COUNT-ED         PIC ZZZZZ9.
       01 WS-RUN-NBR-ED       PIC ZZZZZ9.

      *    PARAMETER AREA FOR THE ABCWVAL WORD-VALIDATION MODULE;
      *    THE LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCWVAL.
       01 WVAL-PARM.
          03 WVAL-IN-REC.
             05 WVAL-IN-WORD      PIC X(32).
             05 WVAL-IN-OVERFLOW  PIC X(48).
          03 WVAL-IN-DIRECTION  PIC X.
          03 WVAL-IN-STRICTNESS PIC X.
          03 WVAL-IN-CHECK      PIC X.
          03 WVAL-OUT-WORD      PIC X(32).
          03 WVAL-OUT-LEN       PIC 99.
          03 WVAL-OUT-MATCH     PIC X.
          03 WVAL-OUT-NONALPHA  PIC X.
          03 WVAL-OUT-TRUNC     PIC X.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           PERFORM READ-RUN-CONTROL.
           OPEN I-O MST-FILE.
           IF MST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCSMNT: UNABLE TO OPEN MASTER, STATUS="
                   MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO STATUS CHANGE IS MADE THAT CANNOT BE JOURNALED.
           OPEN OUTPUT JRN-FILE.
           IF JRN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCSMNT: UNABLE TO OPEN JOURNAL, STATUS="
                   JRN-STATUS
               CLOSE MST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SMNT-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE SMNT-RPT.
           CLOSE JRN-FILE.
           CLOSE MST-FILE.
           IF WS-ERROR-COUNT IS GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REJ-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE.
           IF RUN-STATUS IS EQUAL TO "00"
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                       AT END
                           MOVE '*' TO WS-RUN-EOF-FLAG
                       NOT AT END
                           IF RUN-NBR IS NUMERIC
                               MOVE RUN-NBR TO WS-RUN-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           ELSE
               DISPLAY "ABCSMNT: NO RUN CONTROL, STATUS="
                   RUN-STATUS ", CHANGES JOURNALED UNDER RUN 0"
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT TRN-CARD.
           IF TRN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCSMNT: UNABLE TO OPEN TRANSACTION CARDS, "
                   "STATUS=" TRN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SMNT-RPT
               CLOSE JRN-FILE
               CLOSE MST-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL TRN-EOF
               READ TRN-CARD
                   AT END
                       MOVE '*' TO WS-TRN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM APPLY-ONE-CARD THRU APPLY-ONE-EXIT
               END-READ
           END-PERFORM.
           CLOSE TRN-CARD.

      *    EVERY CARD GETS AN AUDIT LINE FOR EACH MASTER RECORD IT
      *    CHANGED OR COULD NOT CHANGE, OR ONE REJECT LINE IF IT
      *    NAMED NOTHING ON THE MASTER. A CARD WITH A BLANK TYPE
      *    APPLIES TO THE ORDERED AND THE PALINDROME RECORD ALIKE.
       APPLY-ONE-CARD.
           MOVE SPACE TO WS-TRY-TYPE.
           IF NOT TRN-SUPPRESS AND NOT TRN-RETIRE
                   AND NOT TRN-REINSTATE
               MOVE "ACTION NOT SUPPRESS/RETIRE/REINSTATE"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF NOT TRN-TYPE-OK
               MOVE "TYPE NOT O, P OR BLANK" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF TRN-USER IS EQUAL TO SPACES
               MOVE "NO USER ID" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF TRN-REASON IS EQUAL TO SPACES
                   AND NOT TRN-REINSTATE
               MOVE "NO REASON CODE" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           MOVE TRN-WORD TO WVAL-IN-WORD.
           MOVE SPACES   TO WVAL-IN-OVERFLOW.
           MOVE 'A' TO WVAL-IN-DIRECTION.
           MOVE 'N' TO WVAL-IN-STRICTNESS.
           MOVE 'A' TO WVAL-IN-CHECK.
           CALL 'ABCWVAL' USING WVAL-PARM.
           IF WVAL-OUT-NONALPHA IS EQUAL TO '*'
               MOVE "NON-ALPHABETIC" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF WVAL-OUT-TRUNC IS EQUAL TO '*'
               MOVE "OVER LENGTH" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF WVAL-OUT-LEN IS EQUAL TO ZERO
               MOVE "NO WORD" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           MOVE 0 TO WS-CARD-FOUND.
           IF TRN-TYPE IS EQUAL TO 'O' OR TRN-TYPE IS EQUAL TO SPACE
               MOVE 'O' TO WS-TRY-TYPE
               PERFORM APPLY-TO-ONE-RECORD THRU APPLY-RECORD-EXIT
           END-IF.
           IF TRN-TYPE IS EQUAL TO 'P' OR TRN-TYPE IS EQUAL TO SPACE
               MOVE 'P' TO WS-TRY-TYPE
               PERFORM APPLY-TO-ONE-RECORD THRU APPLY-RECORD-EXIT
           END-IF.
           IF WS-CARD-FOUND IS EQUAL TO ZERO
               MOVE TRN-TYPE TO WS-TRY-TYPE
               MOVE "NOT ON MASTER" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
           END-IF.
       APPLY-ONE-EXIT.
           EXIT.

      *    THE STATUS MOVES ONLY ONE WAY AT A TIME: SUPPRESS AN
      *    ACTIVE WORD, RETIRE AN ACTIVE OR SUPPRESSED ONE, AND
      *    REINSTATE ONE THAT IS SUPPRESSED OR RETIRED. ANYTHING
      *    ELSE IS A REJECT THAT LEAVES THE RECORD AS IT WAS.
       APPLY-TO-ONE-RECORD.
           MOVE WVAL-OUT-WORD TO MST-WORD.
           MOVE WS-TRY-TYPE   TO MST-REC-TYPE.
           READ MST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MST-STATUS IS EQUAL TO "23"
               GO TO APPLY-RECORD-EXIT
           END-IF.
           IF MST-STATUS IS NOT EQUAL TO "00"
               PERFORM WRITE-MASTER-ERROR
               GO TO APPLY-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-CARD-FOUND.
           PERFORM NAME-OLD-STATUS.
           IF TRN-SUPPRESS AND NOT MST-ACTIVE
               STRING "ALREADY " WS-OLD-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-RECORD-EXIT
           END-IF.
           IF TRN-RETIRE AND MST-RETIRED
               MOVE "ALREADY RETIRED" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-RECORD-EXIT
           END-IF.
           IF TRN-REINSTATE AND MST-ACTIVE
               MOVE "ALREADY ACTIVE" TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-AUDIT-LINE
               GO TO APPLY-RECORD-EXIT
           END-IF.
           MOVE MST-RECORD TO WS-BEFORE-IMAGE.
           IF TRN-SUPPRESS
               MOVE 'S' TO MST-REC-STATUS
               MOVE 'S' TO JRN-ACTION
               MOVE "SUPPRESSED" TO WS-NEW-STATUS-TEXT
           END-IF.
           IF TRN-RETIRE
               MOVE 'R' TO MST-REC-STATUS
               MOVE 'R' TO JRN-ACTION
               MOVE "RETIRED" TO WS-NEW-STATUS-TEXT
           END-IF.
           IF TRN-REINSTATE
               MOVE 'A' TO MST-REC-STATUS
               MOVE 'I' TO JRN-ACTION
               MOVE "ACTIVE" TO WS-NEW-STATUS-TEXT
           END-IF.
           MOVE TRN-REASON          TO MST-STAT-REASON.
           MOVE WS-RUN-DATE-DISPLAY TO MST-STAT-DATE.
           MOVE TRN-USER            TO MST-STAT-USER.
           REWRITE MST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF MST-STATUS IS NOT EQUAL TO "00"
               PERFORM WRITE-MASTER-ERROR
               GO TO APPLY-RECORD-EXIT
           END-IF.
           IF TRN-SUPPRESS
               ADD 1 TO WS-SUPP-COUNT
           END-IF.
           IF TRN-RETIRE
               ADD 1 TO WS-RETD-COUNT
           END-IF.
           IF TRN-REINSTATE
               ADD 1 TO WS-REIN-COUNT
           END-IF.
           PERFORM WRITE-APPLIED-AUDIT-LINE.
           PERFORM WRITE-JOURNAL-RECORD.
       APPLY-RECORD-EXIT.
           EXIT.

       NAME-OLD-STATUS.
           IF MST-SUPPRESSED
               MOVE "SUPPRESSED" TO WS-OLD-STATUS-TEXT
           ELSE
               IF MST-RETIRED
                   MOVE "RETIRED" TO WS-OLD-STATUS-TEXT
               ELSE
                   MOVE "ACTIVE" TO WS-OLD-STATUS-TEXT
               END-IF
           END-IF.

      *    A JOURNAL WRITE THAT FAILS LEAVES A MASTER CHANGE WITH
      *    NO RECORD OF IT, SO IT COUNTS AS AN ERROR (RC=12) AND
      *    IS LISTED WITH THE WORD FOR HAND CORRECTION.
       WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-NBR          TO JRN-RUN-NBR.
           MOVE WS-RUN-DATE-DISPLAY TO JRN-RUN-DATE.
           MOVE WS-JRN-STAMP        TO JRN-STAMP.
           MOVE WS-CARD-COUNT       TO JRN-SEQ.
           MOVE MST-REC-TYPE        TO JRN-REC-TYPE.
           MOVE WS-BEFORE-IMAGE     TO JRN-BEFORE.
           MOVE MST-RECORD          TO JRN-AFTER.
           WRITE JRN-RECORD.
           IF JRN-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-JRN-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** JOURNAL WRITE ERROR, STATUS=" JRN-STATUS
                   " WORD: " FUNCTION TRIM(MST-WORD)
                   " (MASTER CHANGED, NOT JOURNALED) ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SMNT-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-MASTER-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  *** MASTER I-O ERROR, STATUS=" MST-STATUS
               " WORD: " FUNCTION TRIM(WVAL-OUT-WORD)
               " (" WS-TRY-TYPE ") ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.

       WRITE-APPLIED-AUDIT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  " WS-RUN-DATE-DISPLAY "  " TRN-USER
               "  " TRN-ACTION "  " TRN-WORD " (" WS-TRY-TYPE ")"
               "  " TRN-REASON "  APPLIED, "
               FUNCTION TRIM(WS-OLD-STATUS-TEXT) " TO "
               FUNCTION TRIM(WS-NEW-STATUS-TEXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           WRITE SMNT-LINE FROM WS-RPT-LINE.

       WRITE-REJECT-AUDIT-LINE.
           ADD 1 TO WS-REJ-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  " WS-RUN-DATE-DISPLAY "  " TRN-USER
               "  " TRN-ACTION "  " TRN-WORD " (" WS-TRY-TYPE ")"
               "  " TRN-REASON "  REJECTED, "
               FUNCTION TRIM(WS-REJECT-TEXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-REJECT-TEXT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MASTER STATUS MAINTENANCE AUDIT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-RUN-NBR TO WS-RUN-NBR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               "  JOURNALED UNDER RUN: " WS-RUN-NBR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-CARD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TRANSACTION CARDS READ:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-SUPP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS SUPPRESSED:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-RETD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS RETIRED:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-REIN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS REINSTATED:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REJECTS:                 " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MASTER/JOURNAL ERRORS:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           MOVE WS-JRN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL RECORDS WRITTEN: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SMNT-LINE FROM WS-RPT-LINE.
           DISPLAY "ABCSMNT: CARDS=" WS-CARD-COUNT
               " SUPPRESSED=" WS-SUPP-COUNT
               " RETIRED=" WS-RETD-COUNT
               " REINSTATED=" WS-REIN-COUNT
               " REJECTS=" WS-REJ-COUNT
               " ERRORS=" WS-ERROR-COUNT.
