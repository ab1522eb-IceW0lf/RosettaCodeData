      *    DATE IS OLDER THAN THE DORMANCY THRESHOLD (DAYS FROM
      *    AGECARD, LIKE ABCPURGE'S RETCARD), A RANKING OF WORDS BY
      *    TIMES-SEEN, AND A FIRST-SEEN COHORT BREAKDOWN BY MONTH
      *    SHOWING HOW MUCH OF THE MASTER ARRIVED WHEN. EVERY
      *    LISTED WORD CARRIES ITS MASTER STATUS (ACTIVE, OR
      *    SUPPRESSED / RETIRED BY ABCSMNT), AND THE FOOTER COUNTS
      *    THE MASTER BY STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD AGE-CARD
           LABEL RECORD STANDARD.
       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-DORMANT-COUNT    PIC 9(9) VALUE 0.
       01 WS-BAD-DATE-COUNT   PIC 9(6) VALUE 0.
       01 WS-ACTIVE-COUNT     PIC 9(9) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE 0.
       01 WS-RETIRED-COUNT    PIC 9(9) VALUE 0.
       01 WS-STATUS-TEXT      PIC X(10).
       01 WS-COUNT-ED         PIC ZZZZZZZZ9.
       01 WS-TIMES-ED         PIC ZZZZZ9.
       01 WS-DAYS-ED          PIC ZZZ9.
             05 WS-RK-WORD   PIC X(32).
             05 WS-RK-TYPE   PIC X.
             05 WS-RK-TIMES  PIC 9(6).
             05 WS-RK-STATUS PIC X(10).
       01 WS-RK-IDX           PIC 9(5).
       01 WS-RK-BEST-IDX      PIC 9(5).
       01 WS-RK-BEST-TIMES    PIC 9(6).
           CLOSE AGE-RPT.
           DISPLAY "ABCAGE: READ=" WS-READ-COUNT
               " DORMANT=" WS-DORMANT-COUNT
               " SUPPRESSED=" WS-SUPPRESSED-COUNT
               " RETIRED=" WS-RETIRED-COUNT
               " BADDATES=" WS-BAD-DATE-COUNT.
           STOP RUN.

      *    THE RANKING AND COHORT TABLES ARE PRINTED AT END OF RUN.
       EXAMINE-ONE-RECORD.
           MOVE SPACE TO WS-REC-BAD-FLAG.
           PERFORM NOTE-RECORD-STATUS.
           MOVE MST-LAST-SEEN TO WS-PARSE-DATE.
           PERFORM PARSE-RECORD-DATE.
           IF REC-DATE-OK
               ADD 1 TO WS-BAD-DATE-COUNT
           END-IF.

       NOTE-RECORD-STATUS.
           IF MST-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE "SUPPRESSED" TO WS-STATUS-TEXT
           ELSE
               IF MST-RETIRED
                   ADD 1 TO WS-RETIRED-COUNT
                   MOVE "RETIRED" TO WS-STATUS-TEXT
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               END-IF
           END-IF.

       PARSE-RECORD-DATE.
           MOVE SPACE TO WS-DATE-OK-FLAG.
           MOVE WS-PARSE-DATE(1:2) TO WS-TOK-MM.
           STRING "  " MST-WORD " (" MST-REC-TYPE ")"
               "  LAST SEEN " MST-LAST-SEEN
               "  TIMES SEEN=" WS-TIMES-ED
               "  " WS-STATUS-TEXT
               "  " FUNCTION TRIM(MST-SOURCE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
               MOVE MST-WORD       TO WS-RK-WORD(WS-RANK-COUNT)
               MOVE MST-REC-TYPE   TO WS-RK-TYPE(WS-RANK-COUNT)
               MOVE MST-TIMES-SEEN TO WS-RK-TIMES(WS-RANK-COUNT)
               MOVE WS-STATUS-TEXT TO WS-RK-STATUS(WS-RANK-COUNT)
           ELSE
               MOVE '*' TO WS-RANK-TRUNC-FLAG
           END-IF.
                   WS-RK-WORD(WS-RK-BEST-IDX)
                   " (" WS-RK-TYPE(WS-RK-BEST-IDX) ")"
                   "  TIMES SEEN=" WS-TIMES-ED
                   "  " WS-RK-STATUS(WS-RK-BEST-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE AGE-LINE FROM WS-RPT-LINE
               MOVE 0 TO WS-RK-TIMES(WS-RK-BEST-IDX)
           STRING "MASTER RECORDS READ:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AGE-LINE FROM WS-RPT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ACTIVE:                " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AGE-LINE FROM WS-RPT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SUPPRESSED:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AGE-LINE FROM WS-RPT-LINE.
           MOVE WS-RETIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RETIRED:               " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AGE-LINE FROM WS-RPT-LINE.
           MOVE WS-DORMANT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DORMANT WORDS LISTED:    " WS-COUNT-ED
