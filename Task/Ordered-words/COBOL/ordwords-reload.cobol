       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRELD.

      *    RELOADS THE PERMANENT KEYED ORDERED-WORDS MASTER FROM ONE
      *    GENERATION WRITTEN BY ABCUNLD. THE GENERATION IS READ
      *    TWICE. THE FIRST PASS RECONCILES IT: THERE MUST BE
      *    EXACTLY ONE TRAILER, IT MUST BE THE LAST RECORD, THE
      *    MASTER IMAGES MUST BE IN ASCENDING KEY ORDER, AND THE
      *    COUNTS BY RECORD TYPE AND THE TIMES-SEEN HASH MUST AGREE
      *    WITH THE TRAILER. A GENERATION THAT DOES NOT RECONCILE IS
      *    REFUSED (RC=8) AND NOTHING IS WRITTEN. THE SECOND PASS
      *    LOADS THE IMAGES, UNCHANGED, INTO THE EMPTY CLUSTER ON
      *    MSTFILE.
      *    THE RUN NUMBERS THE TRAILER CARRIES ARE THEN COMPARED
      *    WITH RUNCTL'S RUN-LAST-LOAD-O AND RUN-LAST-LOAD-P; FOR
      *    EACH RECORD TYPE THE REPORT SAYS WHETHER THE GENERATION
      *    IS CURRENT OR WHICH RUNS WERE LOADED AFTER IT WAS TAKEN
      *    AND MUST BE RELOADED (RC=4). RC=12 IS A WRITE ERROR ON
      *    THE CLUSTER, RC=16 THAT THE GENERATION OR THE CLUSTER
      *    COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL-FILE ASSIGN TO UNLFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS UNL-STATUS.
           SELECT MST-FILE ASSIGN TO MSTFILE
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS MST-KEY
           FILE STATUS IS MST-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.
           SELECT RELD-RPT ASSIGN TO RELDRPT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE UNLOAD GENERATION AS ABCUNLD WRITES IT: MASTER
      *    IMAGES, THEN ONE "$$TRL " TRAILER.
       FD UNL-FILE
           LABEL RECORD STANDARD.
       01 UNL-RECORD.
          03 UNL-KEY.
             05 UNL-WORD        PIC X(32).
             05 UNL-REC-TYPE    PIC X.
          03 FILLER          PIC X(84).
          03 UNL-TIMES-SEEN  PIC 9(6).
          03 FILLER          PIC X(23).
       01 UNL-TRAILER.
          03 UNL-CTL-ID       PIC X(6).
          03 UNL-TRL-DATE     PIC X(10).
          03 UNL-TRL-COUNT-O  PIC 9(9).
          03 UNL-TRL-COUNT-P  PIC 9(9).
          03 UNL-TRL-COUNT-X  PIC 9(9).
          03 UNL-TRL-HASH     PIC 9(15).
          03 UNL-TRL-RUN-NBR  PIC 9(6).
          03 UNL-TRL-LOAD-O   PIC 9(6).
          03 UNL-TRL-LOAD-P   PIC 9(6).
          03 FILLER           PIC X(70).

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

      *    RUN CONTROL, READ ONLY; THE LAST RECORD IS CURRENT.
       FD RUN-FILE
           LABEL RECORD STANDARD.
       01 RUN-RECORD.
          03 RUN-NBR         PIC 9(6).
          03 RUN-LAST-LOAD-O PIC 9(6).
          03 RUN-LAST-LOAD-P PIC 9(6).
          03 RUN-LAST-HIST-O PIC 9(6).
          03 RUN-LAST-HIST-P PIC 9(6).

       FD RELD-RPT
           LABEL RECORD STANDARD.
       01 RELD-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 UNL-STATUS          PIC XX.
       01 MST-STATUS          PIC XX.
       01 RUN-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-UNL-EOF-FLAG     PIC X VALUE SPACE.
          88 UNL-EOF             VALUE '*'.
       01 WS-RUN-EOF-FLAG     PIC X VALUE SPACE.
          88 RUN-EOF             VALUE '*'.
       01 WS-TRAILER-FLAG     PIC X VALUE SPACE.
          88 TRAILER-SEEN        VALUE '*'.
       01 WS-TRAILER-OK-FLAG  PIC X VALUE SPACE.
          88 TRAILER-USABLE      VALUE '*'.
       01 WS-WRITE-ERROR-FLAG PIC X VALUE SPACE.
          88 MST-WRITE-ERROR     VALUE '*'.

       01 WS-RUN-LAST-LOAD-O  PIC 9(6) VALUE 0.
       01 WS-RUN-LAST-LOAD-P  PIC 9(6) VALUE 0.
       01 WS-PREV-KEY         PIC X(33) VALUE LOW-VALUES.

      *    THE TRAILER AS FOUND, KEPT FOR THE RECONCILIATION.
       01 WS-TRL-DATE         PIC X(10) VALUE SPACES.
       01 WS-TRL-COUNT-O      PIC 9(9) VALUE 0.
       01 WS-TRL-COUNT-P      PIC 9(9) VALUE 0.
       01 WS-TRL-COUNT-X      PIC 9(9) VALUE 0.
       01 WS-TRL-HASH         PIC 9(15) VALUE 0.
       01 WS-TRL-RUN-NBR      PIC 9(6) VALUE 0.
       01 WS-TRL-LOAD-O       PIC 9(6) VALUE 0.
       01 WS-TRL-LOAD-P       PIC 9(6) VALUE 0.

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-COUNT-O          PIC 9(9) VALUE 0.
       01 WS-COUNT-P          PIC 9(9) VALUE 0.
       01 WS-COUNT-X          PIC 9(9) VALUE 0.
       01 WS-HASH-TOTAL       PIC 9(15) VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(9) VALUE 0.
       01 WS-PROBLEM-COUNT    PIC 9(6) VALUE 0.
       01 WS-PROBLEM-TEXT     PIC X(60).
       01 WS-BEHIND-COUNT     PIC 9 VALUE 0.

      *    ONE FIGURE OF THE RECONCILIATION: WHAT THE GENERATION
      *    HELD AGAINST WHAT ITS TRAILER SAYS.
       01 WS-RECON-LABEL      PIC X(24).
       01 WS-RECON-FOUND      PIC 9(15).
       01 WS-RECON-TRAILER    PIC 9(15).

      *    ONE RECORD TYPE'S RUN POSITION: THE GENERATION'S LAST
      *    LOADED RUN AGAINST RUN CONTROL'S.
       01 WS-POS-LABEL        PIC X(20).
       01 WS-POS-GEN-RUN      PIC 9(6).
       01 WS-POS-CTL-RUN      PIC 9(6).
       01 WS-POS-FIRST-RUN    PIC 9(6).

       01 WS-COUNT-ED         PIC ZZZZZZZZ9.
       01 WS-HASH-ED          PIC ZZZZZZZZZZZZZZ9.
       01 WS-HASH-ED2         PIC ZZZZZZZZZZZZZZ9.
       01 WS-RUN-NBR-ED       PIC ZZZZZ9.
       01 WS-RUN-NBR-ED2      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-RUN-CONTROL.
           OPEN INPUT UNL-FILE.
           IF UNL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCRELD: UNABLE TO OPEN UNLOAD GENERATION, "
                   "STATUS=" UNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELD-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RECONCILE-GENERATION.
           CLOSE UNL-FILE.
           IF WS-PROBLEM-COUNT IS EQUAL TO ZERO
               PERFORM LOAD-GENERATION
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               WRITE RELD-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GENERATION DOES NOT RECONCILE - RELOAD "
                   "REFUSED, NOTHING WRITTEN ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RELD-LINE FROM WS-RPT-LINE
           END-IF.
           IF TRAILER-USABLE
               PERFORM REPORT-RUN-POSITION
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE RELD-RPT.
           DISPLAY "ABCRELD: READ=" WS-READ-COUNT
               " PROBLEMS=" WS-PROBLEM-COUNT
               " LOADED=" WS-LOADED-COUNT
               " GEN-LOADED-O=" WS-TRL-LOAD-O
               " GEN-LOADED-P=" WS-TRL-LOAD-P
               " RUNCTL-O=" WS-RUN-LAST-LOAD-O
               " RUNCTL-P=" WS-RUN-LAST-LOAD-P.
           IF RETURN-CODE IS EQUAL TO 16
               STOP RUN
           END-IF.
           IF WS-PROBLEM-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MST-WRITE-ERROR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-BEHIND-COUNT IS GREATER THAN ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
                           IF RUN-LAST-LOAD-O IS NUMERIC
                               MOVE RUN-LAST-LOAD-O
                                   TO WS-RUN-LAST-LOAD-O
                           END-IF
                           IF RUN-LAST-LOAD-P IS NUMERIC
                               MOVE RUN-LAST-LOAD-P
                                   TO WS-RUN-LAST-LOAD-P
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           ELSE
               DISPLAY "ABCRELD: NO RUN CONTROL, STATUS="
                   RUN-STATUS ", RUN POSITION NOT VERIFIED"
           END-IF.

      *    FIRST PASS. EVERY PROBLEM FOUND IS LISTED; ANY PROBLEM
      *    AT ALL REFUSES THE GENERATION.
       RECONCILE-GENERATION.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECONCILIATION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           PERFORM UNTIL UNL-EOF
               READ UNL-FILE
                   AT END
                       MOVE '*' TO WS-UNL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM.
           IF NOT TRAILER-SEEN
               MOVE "NO TRAILER RECORD - UNLOAD DID NOT COMPLETE"
                   TO WS-PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           ELSE
               MOVE "ORDERED RECORDS (O)" TO WS-RECON-LABEL
               MOVE WS-COUNT-O TO WS-RECON-FOUND
               MOVE WS-TRL-COUNT-O TO WS-RECON-TRAILER
               PERFORM RECONCILE-ONE-FIGURE
               MOVE "PALINDROME RECORDS (P)" TO WS-RECON-LABEL
               MOVE WS-COUNT-P TO WS-RECON-FOUND
               MOVE WS-TRL-COUNT-P TO WS-RECON-TRAILER
               PERFORM RECONCILE-ONE-FIGURE
               MOVE "OTHER RECORD TYPES" TO WS-RECON-LABEL
               MOVE WS-COUNT-X TO WS-RECON-FOUND
               MOVE WS-TRL-COUNT-X TO WS-RECON-TRAILER
               PERFORM RECONCILE-ONE-FIGURE
               MOVE "TIMES-SEEN HASH TOTAL" TO WS-RECON-LABEL
               MOVE WS-HASH-TOTAL TO WS-RECON-FOUND
               MOVE WS-TRL-HASH TO WS-RECON-TRAILER
               PERFORM RECONCILE-ONE-FIGURE
           END-IF.

       CHECK-ONE-RECORD.
           IF TRAILER-SEEN
               IF UNL-CTL-ID IS EQUAL TO "$$TRL "
                   MOVE "SECOND TRAILER RECORD"
                       TO WS-PROBLEM-TEXT
               ELSE
                   MOVE "MASTER RECORD AFTER THE TRAILER"
                       TO WS-PROBLEM-TEXT
               END-IF
               PERFORM NOTE-PROBLEM
           ELSE
               IF UNL-CTL-ID IS EQUAL TO "$$TRL "
                   PERFORM TAKE-TRAILER
               ELSE
                   PERFORM CHECK-ONE-IMAGE
               END-IF
           END-IF.

       CHECK-ONE-IMAGE.
           IF UNL-KEY IS NOT GREATER THAN WS-PREV-KEY
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "OUT OF KEY SEQUENCE: " UNL-WORD
                   " (" UNL-REC-TYPE ")"
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           ELSE
               MOVE UNL-KEY TO WS-PREV-KEY
           END-IF.
           EVALUATE UNL-REC-TYPE
               WHEN 'O'
                   ADD 1 TO WS-COUNT-O
               WHEN 'P'
                   ADD 1 TO WS-COUNT-P
               WHEN OTHER
                   ADD 1 TO WS-COUNT-X
           END-EVALUATE.
           IF UNL-TIMES-SEEN IS NUMERIC
               ADD UNL-TIMES-SEEN TO WS-HASH-TOTAL
           END-IF.

      *    A TRAILER WHOSE FIGURES ARE NOT ALL NUMERIC CANNOT BE
      *    RECONCILED AND ITS RUN NUMBERS CANNOT BE TRUSTED.
       TAKE-TRAILER.
           MOVE '*' TO WS-TRAILER-FLAG.
           IF UNL-TRL-COUNT-O IS NUMERIC
                   AND UNL-TRL-COUNT-P IS NUMERIC
                   AND UNL-TRL-COUNT-X IS NUMERIC
                   AND UNL-TRL-HASH IS NUMERIC
                   AND UNL-TRL-RUN-NBR IS NUMERIC
                   AND UNL-TRL-LOAD-O IS NUMERIC
                   AND UNL-TRL-LOAD-P IS NUMERIC
               MOVE '*' TO WS-TRAILER-OK-FLAG
               MOVE UNL-TRL-DATE TO WS-TRL-DATE
               MOVE UNL-TRL-COUNT-O TO WS-TRL-COUNT-O
               MOVE UNL-TRL-COUNT-P TO WS-TRL-COUNT-P
               MOVE UNL-TRL-COUNT-X TO WS-TRL-COUNT-X
               MOVE UNL-TRL-HASH TO WS-TRL-HASH
               MOVE UNL-TRL-RUN-NBR TO WS-TRL-RUN-NBR
               MOVE UNL-TRL-LOAD-O TO WS-TRL-LOAD-O
               MOVE UNL-TRL-LOAD-P TO WS-TRL-LOAD-P
           ELSE
               MOVE "TRAILER FIGURES NOT NUMERIC"
                   TO WS-PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           END-IF.

       RECONCILE-ONE-FIGURE.
           IF NOT TRAILER-USABLE
               MOVE 0 TO WS-RECON-TRAILER
           END-IF.
           MOVE WS-RECON-FOUND TO WS-HASH-ED.
           MOVE WS-RECON-TRAILER TO WS-HASH-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-RECON-LABEL
               " FOUND " WS-HASH-ED
               "  TRAILER " WS-HASH-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF TRAILER-USABLE
               IF WS-RECON-FOUND IS EQUAL TO WS-RECON-TRAILER
                   MOVE "  AGREES" TO WS-RPT-LINE(80:8)
               ELSE
                   MOVE "  *** DOES NOT AGREE ***"
                       TO WS-RPT-LINE(80:24)
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
           WRITE RELD-LINE FROM WS-RPT-LINE.

       NOTE-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  *** " WS-PROBLEM-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.

      *    SECOND PASS. THE CLUSTER MUST BE EMPTY; A LOADED CLUSTER
      *    FAILS THE OPEN AND IS LEFT ALONE.
       LOAD-GENERATION.
           OPEN OUTPUT MST-FILE.
           IF MST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCRELD: UNABLE TO OPEN MASTER FOR LOAD, "
                   "STATUS=" MST-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** MASTER CLUSTER COULD NOT BE OPENED FOR "
                   "LOAD, STATUS=" MST-STATUS " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RELD-LINE FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACE TO WS-UNL-EOF-FLAG
               OPEN INPUT UNL-FILE
               PERFORM UNTIL UNL-EOF
                   READ UNL-FILE
                       AT END
                           MOVE '*' TO WS-UNL-EOF-FLAG
                       NOT AT END
                           IF UNL-CTL-ID IS NOT EQUAL TO "$$TRL "
                               PERFORM LOAD-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNL-FILE
               CLOSE MST-FILE
               MOVE SPACES TO WS-RPT-LINE
               WRITE RELD-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF MST-WRITE-ERROR
                   STRING "*** RELOAD INCOMPLETE - THE CLUSTER MUST "
                       "BE REDEFINED BEFORE IT IS RELOADED ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "GENERATION RECONCILED AND RELOADED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE RELD-LINE FROM WS-RPT-LINE
           END-IF.

      *    A WRITE ERROR ENDS THE LOAD; THE REST OF THE GENERATION
      *    IS READ BUT NOT WRITTEN.
       LOAD-ONE-IMAGE.
           IF NOT MST-WRITE-ERROR
               WRITE MST-RECORD FROM UNL-RECORD
               IF MST-STATUS IS EQUAL TO "00"
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   MOVE '*' TO WS-WRITE-ERROR-FLAG
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** WRITE ERROR ON " UNL-WORD
                       " (" UNL-REC-TYPE "), STATUS=" MST-STATUS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RELD-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.

      *    A GENERATION TAKEN BEFORE THE LATEST LOAD OF A RECORD
      *    TYPE IS MISSING THAT TYPE'S LATER RUNS.
       REPORT-RUN-POSITION.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN POSITION AGAINST RUN CONTROL"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE "ORDERED WORDS (O)" TO WS-POS-LABEL.
           MOVE WS-TRL-LOAD-O TO WS-POS-GEN-RUN.
           MOVE WS-RUN-LAST-LOAD-O TO WS-POS-CTL-RUN.
           PERFORM REPORT-ONE-POSITION.
           MOVE "PALINDROMES (P)" TO WS-POS-LABEL.
           MOVE WS-TRL-LOAD-P TO WS-POS-GEN-RUN.
           MOVE WS-RUN-LAST-LOAD-P TO WS-POS-CTL-RUN.
           PERFORM REPORT-ONE-POSITION.

       REPORT-ONE-POSITION.
           MOVE WS-POS-GEN-RUN TO WS-RUN-NBR-ED.
           MOVE WS-POS-CTL-RUN TO WS-RUN-NBR-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-POS-LABEL
               " GENERATION LOADED THROUGH RUN " WS-RUN-NBR-ED
               ", RUNCTL THROUGH RUN " WS-RUN-NBR-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-POS-GEN-RUN IS LESS THAN WS-POS-CTL-RUN
               ADD 1 TO WS-BEHIND-COUNT
               COMPUTE WS-POS-FIRST-RUN = WS-POS-GEN-RUN + 1
               MOVE WS-POS-FIRST-RUN TO WS-RUN-NBR-ED
               STRING "    *** BEHIND - RUNS " WS-RUN-NBR-ED
                   " THROUGH " WS-RUN-NBR-ED2
                   " MUST BE RELOADED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-POS-GEN-RUN IS GREATER THAN WS-POS-CTL-RUN
                   ADD 1 TO WS-BEHIND-COUNT
                   STRING "    *** GENERATION IS AHEAD OF RUN "
                       "CONTROL - CHECK RUNCTL ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "    CURRENT - NOTHING TO RELOAD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           WRITE RELD-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MASTER RELOAD"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF TRAILER-USABLE
               MOVE WS-TRL-RUN-NBR TO WS-RUN-NBR-ED
               STRING "GENERATION UNLOADED: " WS-TRL-DATE
                   "  AFTER RUN " WS-RUN-NBR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "GENERATION UNLOADED: UNKNOWN (NO USABLE "
                   "TRAILER)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS READ:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECONCILIATION PROBLEMS: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS LOADED:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RELD-LINE FROM WS-RPT-LINE.
