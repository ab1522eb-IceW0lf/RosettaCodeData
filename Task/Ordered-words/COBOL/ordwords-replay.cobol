       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRPLY.

      *    POINT-IN-TIME RECONSTRUCTION OF THE PERMANENT KEYED
      *    ORDERED-WORDS MASTER FROM THE CHANGE JOURNAL ABCLOAD
      *    AND ABCSMNT WRITE. THE JOURNAL (EVERY GENERATION) IS
      *    SORTED ON MASTER KEY, RUN NUMBER, STEP START TIME AND
      *    POSITION, AND FOR EACH KEY THE AFTER IMAGE OF THE LAST
      *    CHANGE MADE BY THE AS-OF RUN OR EARLIER IS WHAT THE
      *    MASTER HELD AT THE END OF THAT RUN (STATUS CHANGES
      *    ABCSMNT MADE BEFORE THE NEXT RUN COUNT AS PART OF IT).
      *    THE RESULT IS LISTED ON RPLYRPT, AND WITH R ON THE
      *    REPLAY CARD IT IS ALSO WRITTEN, IN KEY ORDER, TO AN
      *    EMPTY CLUSTER ON MSTFILE TO REBUILD A LOST MASTER.
      *    EACH KEY'S CHAIN OF CHANGES IS CHECKED ON THE WAY PAST:
      *    AN UPDATE'S BEFORE IMAGE MUST BE THE PREVIOUS CHANGE'S
      *    AFTER IMAGE. A BROKEN CHAIN ENDS THE STEP RC=4, MASTER
      *    WRITE ERRORS RC=12, AND AN UNUSABLE CLUSTER RC=16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.
           SELECT RPL-CARD ASSIGN TO RPLYCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RPL-STATUS.
           SELECT MST-FILE ASSIGN TO MSTFILE
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS MST-KEY
           FILE STATUS IS MST-STATUS.
           SELECT RPL-RPT ASSIGN TO RPLYRPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      *    THE CHANGE JOURNAL, IN THE LAYOUT ABCLOAD AND ABCSMNT
      *    WRITE.
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

      *    COLS 1-6 THE AS-OF RUN NUMBER (ZEROS OR BLANK FOR THE
      *    LATEST RUN JOURNALED); COL 8 L TO LIST ONLY (THE
      *    DEFAULT) OR R TO LIST AND REBUILD THE MASTER.
       FD RPL-CARD
           LABEL RECORD STANDARD.
       01 RPL-RECORD.
          03 RPL-AS-OF-RUN    PIC X(6).
          03 RPL-AS-OF-RUN-N REDEFINES RPL-AS-OF-RUN PIC 9(6).
          03 FILLER           PIC X.
          03 RPL-MODE         PIC X.
             88 RPL-MODE-OK      VALUE 'L' 'R' SPACE.
          03 FILLER           PIC X(72).

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
          03 MST-STAT-REASON PIC X(4).
          03 MST-STAT-DATE   PIC X(10).
          03 MST-STAT-USER   PIC X(8).

       FD RPL-RPT
           LABEL RECORD STANDARD.
       01 RPL-LINE            PIC X(132).

       SD SORT-WORK.
       01 SORT-RECORD.
          03 SORT-RUN-NBR     PIC 9(6).
          03 SORT-RUN-DATE    PIC X(10).
          03 SORT-STAMP       PIC X(16).
          03 SORT-SEQ         PIC 9(6).
          03 SORT-REC-TYPE    PIC X.
          03 SORT-ACTION      PIC X.
             88 SORT-ADD         VALUE 'A'.
          03 SORT-BEFORE      PIC X(146).
          03 SORT-AFTER.
             05 SORT-KEY      PIC X(33).
             05 FILLER        PIC X(113).

       WORKING-STORAGE SECTION.
       01 JRN-STATUS          PIC XX.
       01 RPL-STATUS          PIC XX.
       01 MST-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY      PIC 9(4).
          03 WS-RUN-MM        PIC 9(2).
          03 WS-RUN-DD        PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-AS-OF-RUN        PIC 9(6) VALUE 999999.
       01 WS-REBUILD-FLAG     PIC X VALUE SPACE.
          88 REBUILD-MASTER      VALUE '*'.
       01 WS-SORT-EOF-FLAG    PIC X VALUE SPACE.
          88 SORT-EOF            VALUE '*'.

      *    THE KEY IN HAND AND ITS STATE: THE IMAGE AS OF THE
      *    AS-OF RUN (IF ANY CHANGE FELL ON OR BEFORE IT), THE
      *    LAST AFTER IMAGE SEEN (FOR THE CHAIN CHECK), AND
      *    WHETHER ITS EARLIEST SURVIVING CHANGE IS AN UPDATE
      *    (THE ADD HAVING BEEN AGED OFF THE JOURNAL).
       01 WS-CURR-KEY         PIC X(33).
       01 WS-IMAGE-FLAG       PIC X.
          88 HAVE-AS-OF-IMAGE    VALUE '*'.
       01 WS-AGED-FLAG        PIC X.
          88 KEY-ADD-AGED-OFF    VALUE '*'.
       01 WS-GROUP-COUNT      PIC 9(6).
       01 WS-LAST-AFTER       PIC X(146).
       01 WS-IMAGE-RUN        PIC 9(6).
       01 WS-MST-IMAGE.
          03 WS-IMG-KEY.
             05 WS-IMG-WORD     PIC X(32).
             05 WS-IMG-REC-TYPE PIC X.
          03 WS-IMG-FIRST-SEEN  PIC X(10).
          03 WS-IMG-LAST-SEEN   PIC X(10).
          03 WS-IMG-SOURCE      PIC X(64).
          03 WS-IMG-TIMES-SEEN  PIC 9(6).
          03 WS-IMG-STATUS      PIC X.
             88 IMG-SUPPRESSED     VALUE 'S'.
             88 IMG-RETIRED        VALUE 'R'.
          03 WS-IMG-REASON      PIC X(4).
          03 WS-IMG-STAT-DATE   PIC X(10).
          03 WS-IMG-STAT-USER   PIC X(8).

       01 WS-JRN-READ         PIC 9(9) VALUE 0.
       01 WS-KEY-COUNT        PIC 9(9) VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-LISTED-O         PIC 9(9) VALUE 0.
       01 WS-LISTED-P         PIC 9(9) VALUE 0.
       01 WS-STATUS-SHOWN     PIC X.
       01 WS-LISTED-SUPP      PIC 9(9) VALUE 0.
       01 WS-LISTED-RETD      PIC 9(9) VALUE 0.
       01 WS-LATER-COUNT      PIC 9(9) VALUE 0.
       01 WS-NOT-YET-COUNT    PIC 9(9) VALUE 0.
       01 WS-AGED-COUNT       PIC 9(9) VALUE 0.
       01 WS-BREAK-COUNT      PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT    PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(6) VALUE 0.
       01 WS-LOW-RUN          PIC 9(6) VALUE 999999.
       01 WS-HIGH-RUN         PIC 9(6) VALUE 0.
       01 WS-COUNT-ED         PIC ZZZZZZZZ9.
       01 WS-TIMES-ED         PIC ZZZZZ9.
       01 WS-RUN-NBR-ED       PIC ZZZZZ9.
       01 WS-RUN-NBR-ED2      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-REPLAY-CARD.
           OPEN INPUT JRN-FILE.
           IF JRN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCRPLY: UNABLE TO OPEN JOURNAL, STATUS="
                   JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE JRN-FILE.
           IF REBUILD-MASTER
               OPEN OUTPUT MST-FILE
               IF MST-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "ABCRPLY: UNABLE TO OPEN THE CLUSTER TO "
                       "REBUILD, STATUS=" MST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RPL-RPT.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KEY SORT-RUN-NBR SORT-STAMP
                   SORT-SEQ
               USING JRN-FILE
               OUTPUT PROCEDURE IS REPLAY-JOURNAL
                   THRU REPLAY-JOURNAL-EXIT.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE RPL-RPT.
           IF REBUILD-MASTER
               CLOSE MST-FILE
           END-IF.
           IF WS-ERROR-COUNT IS GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-BREAK-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "ABCRPLY: AS-OF=" WS-AS-OF-RUN
               " JOURNAL=" WS-JRN-READ
               " LISTED=" WS-LISTED-COUNT
               " WRITTEN=" WS-WRITTEN-COUNT
               " BREAKS=" WS-BREAK-COUNT
               " ERRORS=" WS-ERROR-COUNT.
           STOP RUN.

       READ-REPLAY-CARD.
           OPEN INPUT RPL-CARD.
           IF RPL-STATUS IS EQUAL TO "00"
               READ RPL-CARD
                   AT END
                       DISPLAY "ABCRPLY: EMPTY REPLAY CARD, LISTING "
                           "AS OF THE LATEST RUN"
                   NOT AT END
                       IF RPL-AS-OF-RUN IS NUMERIC
                               AND RPL-AS-OF-RUN-N IS GREATER THAN 0
                           MOVE RPL-AS-OF-RUN-N TO WS-AS-OF-RUN
                       ELSE
                           IF RPL-AS-OF-RUN IS NOT EQUAL TO SPACES
                                   AND RPL-AS-OF-RUN IS NOT EQUAL
                                       TO ZEROS
                               DISPLAY "ABCRPLY: INVALID AS-OF RUN "
                                   RPL-AS-OF-RUN ", USING THE LATEST"
                           END-IF
                       END-IF
                       IF RPL-MODE IS EQUAL TO 'R'
                           MOVE '*' TO WS-REBUILD-FLAG
                       END-IF
                       IF NOT RPL-MODE-OK
                           DISPLAY "ABCRPLY: INVALID MODE " RPL-MODE
                               ", LISTING ONLY"
                       END-IF
               END-READ
               CLOSE RPL-CARD
           ELSE
               DISPLAY "ABCRPLY: NO REPLAY CARD, LISTING AS OF THE "
                   "LATEST RUN"
           END-IF.

      *    THE SORTED JOURNAL ARRIVES ONE KEY AT A TIME, OLDEST
      *    CHANGE FIRST; EACH KEY IS SETTLED WHEN THE NEXT BEGINS.
       REPLAY-JOURNAL.
           MOVE SPACE TO WS-SORT-EOF-FLAG.
           MOVE LOW-VALUES TO WS-CURR-KEY.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE '*' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM REPLAY-ONE-CHANGE
               END-RETURN
           END-PERFORM.
           IF WS-KEY-COUNT IS GREATER THAN ZERO
               PERFORM SETTLE-ONE-KEY THRU SETTLE-ONE-EXIT
           END-IF.
       REPLAY-JOURNAL-EXIT.
           EXIT.

       REPLAY-ONE-CHANGE.
           ADD 1 TO WS-JRN-READ.
           IF SORT-RUN-NBR IS LESS THAN WS-LOW-RUN
               MOVE SORT-RUN-NBR TO WS-LOW-RUN
           END-IF.
           IF SORT-RUN-NBR IS GREATER THAN WS-HIGH-RUN
               MOVE SORT-RUN-NBR TO WS-HIGH-RUN
           END-IF.
           IF SORT-KEY IS NOT EQUAL TO WS-CURR-KEY
               IF WS-KEY-COUNT IS GREATER THAN ZERO
                   PERFORM SETTLE-ONE-KEY THRU SETTLE-ONE-EXIT
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE SORT-KEY TO WS-CURR-KEY
               MOVE SPACE TO WS-IMAGE-FLAG
               MOVE SPACE TO WS-AGED-FLAG
               MOVE 0 TO WS-GROUP-COUNT
               MOVE SPACES TO WS-LAST-AFTER
               IF NOT SORT-ADD
                   MOVE '*' TO WS-AGED-FLAG
               END-IF
           ELSE
               PERFORM CHECK-CHANGE-CHAIN
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE SORT-AFTER TO WS-LAST-AFTER.
           IF SORT-RUN-NBR IS GREATER THAN WS-AS-OF-RUN
               ADD 1 TO WS-LATER-COUNT
           ELSE
               MOVE '*' TO WS-IMAGE-FLAG
               MOVE SORT-AFTER TO WS-MST-IMAGE
               MOVE SORT-RUN-NBR TO WS-IMAGE-RUN
           END-IF.

      *    EVERY CHANGE AFTER A KEY'S FIRST MUST START FROM WHERE
      *    THE ONE BEFORE IT LEFT THE RECORD; AN ADD PART-WAY
      *    THROUGH A KEY'S CHAIN IS EQUALLY OUT OF PLACE.
       CHECK-CHANGE-CHAIN.
           IF SORT-ADD
                   OR SORT-BEFORE IS NOT EQUAL TO WS-LAST-AFTER
               ADD 1 TO WS-BREAK-COUNT
               MOVE SORT-RUN-NBR TO WS-RUN-NBR-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** CHAIN BREAK: "
                   FUNCTION TRIM(SORT-KEY(1:32))
                   " (" SORT-REC-TYPE ") CHANGE " SORT-ACTION
                   " IN RUN " WS-RUN-NBR-ED
                   " DOES NOT FOLLOW FROM THE PRIOR IMAGE ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
           END-IF.

      *    A KEY WITH NO CHANGE ON OR BEFORE THE AS-OF RUN WAS NOT
      *    YET ON THE MASTER THEN -- UNLESS ITS ADD HAS BEEN AGED
      *    OFF THE JOURNAL, IN WHICH CASE ITS STATE AT THAT RUN
      *    CANNOT BE KNOWN FROM THE JOURNAL AND IS COUNTED APART.
       SETTLE-ONE-KEY.
           IF NOT HAVE-AS-OF-IMAGE
               IF KEY-ADD-AGED-OFF
                   ADD 1 TO WS-AGED-COUNT
               ELSE
                   ADD 1 TO WS-NOT-YET-COUNT
               END-IF
               GO TO SETTLE-ONE-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-IMG-REC-TYPE IS EQUAL TO 'P'
               ADD 1 TO WS-LISTED-P
           ELSE
               ADD 1 TO WS-LISTED-O
           END-IF.
           IF IMG-SUPPRESSED
               MOVE 'S' TO WS-STATUS-SHOWN
               ADD 1 TO WS-LISTED-SUPP
           ELSE
               IF IMG-RETIRED
                   MOVE 'R' TO WS-STATUS-SHOWN
                   ADD 1 TO WS-LISTED-RETD
               ELSE
                   MOVE 'A' TO WS-STATUS-SHOWN
               END-IF
           END-IF.
           MOVE WS-IMG-TIMES-SEEN TO WS-TIMES-ED.
           MOVE WS-IMAGE-RUN TO WS-RUN-NBR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-IMG-WORD " " WS-IMG-REC-TYPE
               " " WS-STATUS-SHOWN
               "  " WS-IMG-FIRST-SEEN "  " WS-IMG-LAST-SEEN
               "  " WS-TIMES-ED "  " WS-RUN-NBR-ED
               "  " WS-IMG-SOURCE(1:40)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           IF REBUILD-MASTER
               PERFORM WRITE-REBUILT-RECORD
           END-IF.
       SETTLE-ONE-EXIT.
           EXIT.

      *    THE SORT DELIVERS THE KEYS IN ASCENDING ORDER, SO THE
      *    CLUSTER IS LOADED SEQUENTIALLY. SUPPRESSED AND RETIRED
      *    WORDS ARE REBUILT WITH THEIR STATUS, NOT LEFT OUT.
       WRITE-REBUILT-RECORD.
           WRITE MST-RECORD FROM WS-MST-IMAGE.
           IF MST-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** MASTER WRITE ERROR, STATUS=" MST-STATUS
                   " WORD: " FUNCTION TRIM(WS-IMG-WORD) " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MASTER RECONSTRUCTION FROM THE CHANGE "
               "JOURNAL" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-AS-OF-RUN IS EQUAL TO 999999
               STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
                   "  AS OF: THE LATEST RUN JOURNALED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-AS-OF-RUN TO WS-RUN-NBR-ED
               STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
                   "  AS OF: END OF RUN " WS-RUN-NBR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF REBUILD-MASTER
               STRING "MODE: LIST AND REBUILD THE MASTER ON MSTFILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "MODE: LIST ONLY" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  WORD                             T S  FIRST "
               "SEEN  LAST SEEN    TIMES  BY RUN  SOURCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-JRN-READ TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL RECORDS READ:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           IF WS-JRN-READ IS GREATER THAN ZERO
               MOVE WS-LOW-RUN TO WS-RUN-NBR-ED
               MOVE WS-HIGH-RUN TO WS-RUN-NBR-ED2
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUNS JOURNALED:                "
                   WS-RUN-NBR-ED " TO " WS-RUN-NBR-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-KEY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DISTINCT MASTER KEYS:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LISTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS ON THE MASTER AS OF:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LISTED-O TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ORDERED (O):                 " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LISTED-P TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PALINDROME (P):              " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LISTED-SUPP TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OF WHICH SUPPRESSED (S):     " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LISTED-RETD TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OF WHICH RETIRED (R):        " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-NOT-YET-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "KEYS NOT YET ADDED BY THEN:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           MOVE WS-LATER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LATER CHANGES NOT APPLIED:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           IF WS-AGED-COUNT IS GREATER THAN ZERO
               MOVE WS-AGED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** " WS-COUNT-ED " KEY(S) WHOSE HISTORY "
                   "BEFORE THE AS-OF RUN HAS BEEN AGED OFF THE "
                   "JOURNAL ARE NOT LISTED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-BREAK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHAIN BREAKS:                  " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPL-LINE FROM WS-RPT-LINE.
           IF REBUILD-MASTER
               MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "MASTER RECORDS REBUILT:        " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
               MOVE WS-ERROR-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "MASTER WRITE ERRORS:           " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPL-LINE FROM WS-RPT-LINE
           END-IF.
