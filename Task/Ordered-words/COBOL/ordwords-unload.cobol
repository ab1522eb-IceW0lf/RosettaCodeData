       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCUNLD.

      *    UNLOADS THE PERMANENT KEYED ORDERED-WORDS MASTER TO A
      *    SEQUENTIAL GENERATION (UNLFILE) IN KEY ORDER, ONE
      *    146-BYTE MASTER IMAGE PER RECORD, FOLLOWED BY A SINGLE
      *    TRAILER RECORD ("$$TRL " IN COLS 1-6, THE SAME MARKER THE
      *    INBOUND FEEDS USE; NO MASTER WORD CAN BEGIN WITH IT). THE
      *    TRAILER CARRIES THE UNLOAD DATE, RECORD COUNTS BY
      *    MST-REC-TYPE (O, P AND ANY OTHER), THE TIMES-SEEN HASH
      *    TOTAL, AND THE RUN NUMBERS FROM RUNCTL: THE LAST RUN
      *    ISSUED AND THE LAST RUN LOADED FOR EACH RECORD TYPE.
      *    ABCRELD WILL ONLY RELOAD A GENERATION WHOSE TRAILER
      *    RECONCILES WITH ITS DETAIL, SO A MASTER READ ERROR STOPS
      *    THE UNLOAD WITHOUT A TRAILER (RC=12) AND THE PARTIAL
      *    GENERATION CAN NEVER BE RELOADED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO MSTFILE
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS MST-KEY
           FILE STATUS IS MST-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.
           SELECT UNL-FILE ASSIGN TO UNLFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS UNL-STATUS.
           SELECT UNLD-RPT ASSIGN TO UNLDRPT
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

      *    RUN CONTROL, READ ONLY; THE LAST RECORD IS CURRENT.
       FD RUN-FILE
           LABEL RECORD STANDARD.
       01 RUN-RECORD.
          03 RUN-NBR         PIC 9(6).
          03 RUN-LAST-LOAD-O PIC 9(6).
          03 RUN-LAST-LOAD-P PIC 9(6).
          03 RUN-LAST-HIST-O PIC 9(6).
          03 RUN-LAST-HIST-P PIC 9(6).

      *    THE UNLOAD GENERATION: MASTER IMAGES, THEN THE TRAILER.
      *    THE SAME LAYOUT IS DECLARED IN ABCRELD.
       FD UNL-FILE
           LABEL RECORD STANDARD.
       01 UNL-RECORD          PIC X(146).
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

       FD UNLD-RPT
           LABEL RECORD STANDARD.
       01 UNLD-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 MST-STATUS          PIC XX.
       01 RUN-STATUS          PIC XX.
       01 UNL-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-MST-EOF-FLAG     PIC X VALUE SPACE.
          88 MST-EOF             VALUE '*'.
       01 WS-RUN-EOF-FLAG     PIC X VALUE SPACE.
          88 RUN-EOF             VALUE '*'.
       01 WS-READ-ERROR-FLAG  PIC X VALUE SPACE.
          88 MST-READ-ERROR      VALUE '*'.

       01 WS-RUN-NBR          PIC 9(6) VALUE 0.
       01 WS-RUN-LAST-LOAD-O  PIC 9(6) VALUE 0.
       01 WS-RUN-LAST-LOAD-P  PIC 9(6) VALUE 0.

       01 WS-COUNT-O          PIC 9(9) VALUE 0.
       01 WS-COUNT-P          PIC 9(9) VALUE 0.
       01 WS-COUNT-X          PIC 9(9) VALUE 0.
       01 WS-COUNT-TOTAL      PIC 9(9) VALUE 0.
       01 WS-HASH-TOTAL       PIC 9(15) VALUE 0.
       01 WS-BAD-TIMES-COUNT  PIC 9(9) VALUE 0.
       01 WS-COUNT-ED         PIC ZZZZZZZZ9.
       01 WS-HASH-ED          PIC ZZZZZZZZZZZZZZ9.
       01 WS-RUN-NBR-ED       PIC ZZZZZ9.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCUNLD".
          03 TIMR-ROLE        PIC X(10) VALUE "UNLOAD".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-RUN-CONTROL.
           OPEN INPUT MST-FILE.
           IF MST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCUNLD: UNABLE TO OPEN MASTER, STATUS="
                   MST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN OUTPUT UNL-FILE.
           IF UNL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCUNLD: UNABLE TO OPEN UNLOAD FILE, STATUS="
                   UNL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MST-FILE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN OUTPUT UNLD-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL MST-EOF
               READ MST-FILE
                   AT END
                       MOVE '*' TO WS-MST-EOF-FLAG
                   NOT AT END
                       PERFORM UNLOAD-ONE-RECORD
               END-READ
               IF NOT MST-EOF
                       AND MST-STATUS(1:1) IS NOT EQUAL TO "0"
                   MOVE '*' TO WS-READ-ERROR-FLAG
                   MOVE '*' TO WS-MST-EOF-FLAG
               END-IF
           END-PERFORM.
           CLOSE MST-FILE.
           IF MST-READ-ERROR
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** MASTER READ ERROR, STATUS=" MST-STATUS
                   ", NO TRAILER WRITTEN - THIS GENERATION CANNOT "
                   "BE RELOADED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE UNLD-LINE FROM WS-RPT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRAILER
           END-IF.
           CLOSE UNL-FILE.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE UNLD-RPT.
           DISPLAY "ABCUNLD: UNLOADED=" WS-COUNT-TOTAL
               " O=" WS-COUNT-O
               " P=" WS-COUNT-P
               " OTHER=" WS-COUNT-X
               " HASH=" WS-HASH-TOTAL
               " LOADED-O=" WS-RUN-LAST-LOAD-O
               " LOADED-P=" WS-RUN-LAST-LOAD-P.
           PERFORM RECORD-STEP-TIMING
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
               DISPLAY "ABCUNLD: NO RUN CONTROL, STATUS="
                   RUN-STATUS ", TRAILER CARRIES RUN 0"
           END-IF.

      *    THE HASH IS THE SUM OF TIMES-SEEN OVER EVERY RECORD
      *    UNLOADED; A NON-NUMERIC COUNT ADDS NOTHING (THE RELOAD
      *    DOES THE SAME) AND IS COUNTED FOR THE FOOTER.
       UNLOAD-ONE-RECORD.
           WRITE UNL-RECORD FROM MST-RECORD.
           ADD 1 TO WS-COUNT-TOTAL.
           EVALUATE MST-REC-TYPE
               WHEN 'O'
                   ADD 1 TO WS-COUNT-O
               WHEN 'P'
                   ADD 1 TO WS-COUNT-P
               WHEN OTHER
                   ADD 1 TO WS-COUNT-X
           END-EVALUATE.
           IF MST-TIMES-SEEN IS NUMERIC
               ADD MST-TIMES-SEEN TO WS-HASH-TOTAL
           ELSE
               ADD 1 TO WS-BAD-TIMES-COUNT
           END-IF.

       WRITE-TRAILER.
           MOVE SPACES TO UNL-TRAILER.
           MOVE "$$TRL " TO UNL-CTL-ID.
           MOVE WS-RUN-DATE-DISPLAY TO UNL-TRL-DATE.
           MOVE WS-COUNT-O TO UNL-TRL-COUNT-O.
           MOVE WS-COUNT-P TO UNL-TRL-COUNT-P.
           MOVE WS-COUNT-X TO UNL-TRL-COUNT-X.
           MOVE WS-HASH-TOTAL TO UNL-TRL-HASH.
           MOVE WS-RUN-NBR TO UNL-TRL-RUN-NBR.
           MOVE WS-RUN-LAST-LOAD-O TO UNL-TRL-LOAD-O.
           MOVE WS-RUN-LAST-LOAD-P TO UNL-TRL-LOAD-P.
           WRITE UNL-TRAILER.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MASTER UNLOAD"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNLOAD DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-COUNT-O TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERED RECORDS (O):       " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-COUNT-P TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PALINDROME RECORDS (P):    " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-COUNT-X TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OTHER RECORD TYPES:        " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-COUNT-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL RECORDS UNLOADED:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-HASH-TOTAL TO WS-HASH-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TIMES-SEEN HASH TOTAL:     " WS-HASH-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           IF WS-BAD-TIMES-COUNT IS GREATER THAN ZERO
               MOVE WS-BAD-TIMES-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NON-NUMERIC TIMES-SEEN:    " WS-COUNT-ED
                   " (NOT IN HASH)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE UNLD-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-RUN-NBR TO WS-RUN-NBR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN CONTROL: LAST RUN " WS-RUN-NBR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-RUN-LAST-LOAD-O TO WS-RUN-NBR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "             LAST LOADED (O) " WS-RUN-NBR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE WS-RUN-LAST-LOAD-P TO WS-RUN-NBR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "             LAST LOADED (P) " WS-RUN-NBR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE UNLD-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF MST-READ-ERROR
               STRING "TRAILER: NOT WRITTEN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "TRAILER: WRITTEN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE UNLD-LINE FROM WS-RPT-LINE.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-COUNT-TOTAL TO TIMR-RECORDS.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
