       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCJPRG.

      *    AGES OFF THE MASTER CHANGE JOURNAL UNDER THE SAME
      *    RETENTION CARD AS THE HISTORY PURGE. EVERY GENERATION
      *    OF THE JOURNAL IS SORTED ON MASTER KEY, RUN NUMBER,
      *    STEP START TIME AND POSITION; A CHANGE WHOSE RUN DATE
      *    IS OLDER THAN THE CUTOFF GOES TO THE ARCHIVE, EXCEPT
      *    THAT THE NEWEST CHANGE FOR EACH KEY IS ALWAYS KEPT, SO
      *    ABCRPLY CAN STILL REBUILD THE CURRENT MASTER FROM WHAT
      *    REMAINS.
      *    A CHANGE WHOSE RUN DATE CANNOT BE UNDERSTOOD IS KEPT.
      *    THE RETAINED CHANGES ARE WRITTEN TO JRNNEW, WHICH THE
      *    PURGE JOB CATALOGS AS THE SOLE NEW JOURNAL GENERATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.
           SELECT JRN-NEW ASSIGN TO JRNNEW
           ORGANIZATION LINE SEQUENTIAL.
           SELECT ARC-FILE ASSIGN TO ARCFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ARC-STATUS.
           SELECT RET-CARD ASSIGN TO RETCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RET-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD JRN-FILE
           LABEL RECORD STANDARD.
       01 JRN-RECORD          PIC X(332).

       FD JRN-NEW
           LABEL RECORD STANDARD.
       01 JRN-NEW-RECORD      PIC X(332).

       FD ARC-FILE
           LABEL RECORD STANDARD.
       01 ARC-RECORD          PIC X(332).

       FD RET-CARD
           LABEL RECORD STANDARD.
       01 RET-RECORD.
          03 RET-DAYS         PIC 9(4).
          03 FILLER           PIC X(76).

      *    THE JOURNAL LAYOUT ABCLOAD AND ABCSMNT WRITE, WITH THE
      *    AFTER IMAGE OPENED UP FAR ENOUGH TO SORT ON THE KEY.
       SD SORT-WORK.
       01 SORT-RECORD.
          03 SORT-RUN-NBR     PIC 9(6).
          03 SORT-RUN-DATE    PIC X(10).
          03 SORT-STAMP       PIC X(16).
          03 SORT-SEQ         PIC 9(6).
          03 SORT-REC-TYPE    PIC X.
          03 SORT-ACTION      PIC X.
          03 SORT-BEFORE      PIC X(146).
          03 SORT-AFTER.
             05 SORT-KEY      PIC X(33).
             05 FILLER        PIC X(113).

       WORKING-STORAGE SECTION.
       01 JRN-STATUS          PIC XX.
       01 ARC-STATUS          PIC XX.
       01 RET-STATUS          PIC XX.

       01 WS-SORT-EOF-FLAG    PIC X VALUE SPACE.
          88 SORT-EOF            VALUE '*'.
       01 WS-HELD-FLAG        PIC X VALUE SPACE.
          88 CHANGE-HELD         VALUE '*'.
       01 WS-DATE-OK-FLAG     PIC X.
          88 LINE-DATE-OK        VALUE '*'.

      *    ONE CHANGE IS HELD BACK UNTIL THE NEXT ONE SHOWS
      *    WHETHER IT WAS THE NEWEST FOR ITS KEY.
       01 WS-HELD-RECORD.
          03 WS-HELD-RUN-NBR  PIC 9(6).
          03 WS-HELD-RUN-DATE PIC X(10).
          03 FILLER           PIC X(170).
          03 WS-HELD-KEY      PIC X(33).
          03 FILLER           PIC X(113).

       01 WS-RETENTION-DAYS   PIC 9(4) VALUE 400.
       01 WS-TODAY.
          03 WS-TODAY-YYYY    PIC 9(4).
          03 WS-TODAY-MM      PIC 9(2).
          03 WS-TODAY-DD      PIC 9(2).
       01 WS-TODAY-N REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-INT        PIC 9(8).
       01 WS-CUTOFF-INT       PIC 9(8).
       01 WS-LINE-INT         PIC 9(8).

       01 WS-TOK-MM           PIC XX.
       01 WS-TOK-MM-N REDEFINES WS-TOK-MM   PIC 99.
       01 WS-TOK-DD           PIC XX.
       01 WS-TOK-DD-N REDEFINES WS-TOK-DD   PIC 99.
       01 WS-TOK-YYYY         PIC X(4).
       01 WS-TOK-YYYY-N REDEFINES WS-TOK-YYYY PIC 9(4).
       01 WS-LINE-YYYYMMDD    PIC 9(8).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-KEPT-COUNT       PIC 9(9) VALUE 0.
       01 WS-NEWEST-COUNT     PIC 9(9) VALUE 0.
       01 WS-ARCH-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-RETENTION-CARD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETENTION-DAYS.
           OPEN INPUT JRN-FILE.
           IF JRN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCJPRG: UNABLE TO OPEN JOURNAL, STATUS="
                   JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE JRN-FILE.
      *    THE ARCHIVE IS A FRESH DATED GENERATION EACH RUN, SO IT
      *    IS OPENED OUTPUT, NOT EXTEND.
           OPEN OUTPUT JRN-NEW.
           OPEN OUTPUT ARC-FILE.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KEY SORT-RUN-NBR SORT-STAMP
                   SORT-SEQ
               USING JRN-FILE
               OUTPUT PROCEDURE IS DISPOSE-SORTED-JOURNAL
                   THRU DISPOSE-SORTED-EXIT.
           CLOSE JRN-NEW.
           CLOSE ARC-FILE.
           DISPLAY "ABCJPRG: RETENTION=" WS-RETENTION-DAYS
               " DAYS, READ=" WS-READ-COUNT
               " KEPT=" WS-KEPT-COUNT
               " (NEWEST PER KEY=" WS-NEWEST-COUNT
               ") ARCHIVED AND PURGED=" WS-ARCH-COUNT.
           STOP RUN.

       READ-RETENTION-CARD.
           OPEN INPUT RET-CARD.
           IF RET-STATUS IS EQUAL TO "00"
               READ RET-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RET-DAYS IS NUMERIC
                               AND RET-DAYS IS GREATER THAN ZERO
                           MOVE RET-DAYS TO WS-RETENTION-DAYS
                       ELSE
                           DISPLAY "ABCJPRG: INVALID RETENTION "
                               "CARD, USING DEFAULT 0400 DAYS"
                       END-IF
               END-READ
               CLOSE RET-CARD
           ELSE
               DISPLAY "ABCJPRG: NO RETENTION CARD, USING "
                   "DEFAULT 0400 DAYS"
           END-IF.

       DISPOSE-SORTED-JOURNAL.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE '*' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM DISPOSE-HELD-CHANGE
                       MOVE SORT-RECORD TO WS-HELD-RECORD
                       MOVE '*' TO WS-HELD-FLAG
               END-RETURN
           END-PERFORM.
           IF CHANGE-HELD
               PERFORM KEEP-NEWEST-CHANGE
           END-IF.
       DISPOSE-SORTED-EXIT.
           EXIT.

      *    THE HELD CHANGE IS THE NEWEST FOR ITS KEY IF THE CHANGE
      *    JUST RETURNED BELONGS TO ANOTHER KEY. AN OLDER CHANGE
      *    IS ARCHIVED WHEN ITS RUN DATE IS BEFORE THE CUTOFF.
       DISPOSE-HELD-CHANGE.
           IF NOT CHANGE-HELD
               CONTINUE
           ELSE
               IF WS-HELD-KEY IS NOT EQUAL TO SORT-KEY
                   PERFORM KEEP-NEWEST-CHANGE
               ELSE
                   PERFORM PARSE-LINE-DATE
                   IF LINE-DATE-OK
                           AND WS-LINE-INT IS LESS THAN WS-CUTOFF-INT
                       ADD 1 TO WS-ARCH-COUNT
                       WRITE ARC-RECORD FROM WS-HELD-RECORD
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       WRITE JRN-NEW-RECORD FROM WS-HELD-RECORD
                   END-IF
               END-IF
           END-IF.

       KEEP-NEWEST-CHANGE.
           ADD 1 TO WS-KEPT-COUNT.
           ADD 1 TO WS-NEWEST-COUNT.
           WRITE JRN-NEW-RECORD FROM WS-HELD-RECORD.

       PARSE-LINE-DATE.
           MOVE SPACE TO WS-DATE-OK-FLAG.
           MOVE WS-HELD-RUN-DATE(1:2) TO WS-TOK-MM.
           MOVE WS-HELD-RUN-DATE(4:2) TO WS-TOK-DD.
           MOVE WS-HELD-RUN-DATE(7:4) TO WS-TOK-YYYY.
           IF WS-HELD-RUN-DATE(3:1) IS EQUAL TO "/"
                   AND WS-HELD-RUN-DATE(6:1) IS EQUAL TO "/"
                   AND WS-TOK-MM IS NUMERIC
                   AND WS-TOK-DD IS NUMERIC
                   AND WS-TOK-YYYY IS NUMERIC
                   AND WS-TOK-MM-N IS GREATER THAN ZERO
                   AND WS-TOK-MM-N IS LESS THAN 13
                   AND WS-TOK-DD-N IS GREATER THAN ZERO
                   AND WS-TOK-DD-N IS LESS THAN 32
               COMPUTE WS-LINE-YYYYMMDD =
                   WS-TOK-YYYY-N * 10000
                   + WS-TOK-MM-N * 100 + WS-TOK-DD-N
               COMPUTE WS-LINE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LINE-YYYYMMDD)
               IF WS-LINE-INT IS GREATER THAN ZERO
                   MOVE '*' TO WS-DATE-OK-FLAG
               END-IF
           END-IF.
