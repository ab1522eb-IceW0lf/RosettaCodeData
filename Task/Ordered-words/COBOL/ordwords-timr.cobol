       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTIMR.

      *    STEP TIMING FOR THE ABC-WORDS SUBSYSTEM. EACH PROGRAM IN
      *    THE NIGHTLY CHAIN CALLS THIS MODULE TWICE: WITH FUNCTION S
      *    AS ITS FIRST STATEMENT, WHICH TAKES THE START TIME, AND
      *    WITH FUNCTION E JUST BEFORE IT STOPS, WHICH APPENDS ONE
      *    RECORD TO THE SHARED TIMING FILE (TIMEFILE): RUN NUMBER,
      *    PROGRAM ID, STEP ROLE, START AND END TIMESTAMPS, RECORDS
      *    PROCESSED AND THE STEP'S RETURN CODE. ABCSLA REPORTS
      *    FROM IT.
      *    A CALLER THAT DOES NOT KNOW ITS RUN NUMBER PASSES ZERO AND
      *    THE MODULE TAKES RUN-NBR FROM RUNCTL; A STEP THAT RUNS
      *    BEFORE ABC-WORDS HAS NUMBERED THE RUN ALSO PASSES BASIS N,
      *    MEANING THE NEXT RUN. THE CALLER PASSES ITS RETURN CODE
      *    IN THE PARAMETER AREA AND MOVES IT BACK AFTER THE CALL.
      *    TIMING IS NEVER ALLOWED TO FAIL A STEP: A TIMING FILE
      *    THAT CANNOT BE OPENED IS ONLY REPORTED ON SYSOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIM-FILE ASSIGN TO TIMEFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TIM-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER PROGRAM EXECUTION. STAMPS ARE
      *    YYYYMMDDHHMMSSHH.
       FD TIM-FILE
           LABEL RECORD STANDARD.
       01 TIM-RECORD.
          03 TIM-RUN-NBR      PIC 9(6).
          03 TIM-PROGRAM      PIC X(8).
          03 TIM-ROLE         PIC X(10).
          03 TIM-START        PIC X(16).
          03 TIM-END          PIC X(16).
          03 TIM-RECORDS      PIC 9(9).
          03 TIM-RETURN-CODE  PIC 9(4).
          03 FILLER           PIC X(11).

       FD RUN-FILE
           LABEL RECORD STANDARD.
       01 RUN-RECORD.
          03 RUN-NBR         PIC 9(6).
          03 RUN-LAST-LOAD-O PIC 9(6).
          03 RUN-LAST-LOAD-P PIC 9(6).
          03 RUN-LAST-HIST-O PIC 9(6).
          03 RUN-LAST-HIST-P PIC 9(6).

       WORKING-STORAGE SECTION.
       01 TIM-STATUS          PIC XX.
       01 RUN-STATUS          PIC XX.
       01 WS-RUN-EOF-FLAG     PIC X.
          88 RUN-EOF             VALUE '*'.
       01 WS-RUN-NBR          PIC 9(6).

      *    KEPT BETWEEN THE START AND END CALLS.
       01 WS-START-STAMP      PIC X(16) VALUE SPACES.
       01 WS-STAMP.
          03 WS-STAMP-DATE    PIC 9(8).
          03 WS-STAMP-TIME    PIC 9(8).
       01 WS-CHECK-DATE       PIC 9(8).

       LINKAGE SECTION.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
             88 TIMR-START       VALUE 'S'.
             88 TIMR-END         VALUE 'E'.
          03 TIMR-PROGRAM     PIC X(8).
          03 TIMR-ROLE        PIC X(10).
          03 TIMR-RUN-NBR     PIC 9(6).
          03 TIMR-RUN-BASIS   PIC X.
             88 TIMR-NEXT-RUN    VALUE 'N'.
          03 TIMR-RECORDS     PIC 9(9).
          03 TIMR-RETURN-CODE PIC 9(4).

       PROCEDURE DIVISION USING TIMR-PARM.
       TAKE-TIMING.
           PERFORM TAKE-STAMP.
           IF TIMR-START
               MOVE WS-STAMP TO WS-START-STAMP
           ELSE
               PERFORM WRITE-TIMING-RECORD
           END-IF.
           GOBACK.

      *    THE DATE IS TAKEN AGAIN AFTER THE TIME SO A STAMP TAKEN
      *    ACROSS MIDNIGHT IS NOT DATED THE DAY BEFORE.
       TAKE-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD.
           IF WS-CHECK-DATE IS NOT EQUAL TO WS-STAMP-DATE
               MOVE WS-CHECK-DATE TO WS-STAMP-DATE
               ACCEPT WS-STAMP-TIME FROM TIME
           END-IF.

       WRITE-TIMING-RECORD.
           IF TIMR-RUN-NBR IS NUMERIC
                   AND TIMR-RUN-NBR IS GREATER THAN ZERO
               MOVE TIMR-RUN-NBR TO WS-RUN-NBR
           ELSE
               PERFORM READ-RUN-CONTROL
               IF TIMR-NEXT-RUN
                   ADD 1 TO WS-RUN-NBR
               END-IF
           END-IF.
           IF WS-START-STAMP IS EQUAL TO SPACES
               MOVE WS-STAMP TO WS-START-STAMP
           END-IF.
           OPEN EXTEND TIM-FILE.
           IF TIM-STATUS IS EQUAL TO "35"
               OPEN OUTPUT TIM-FILE
           END-IF.
           IF TIM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCTIMR: TIMING NOT RECORDED FOR "
                   TIMR-PROGRAM ", TIMEFILE STATUS=" TIM-STATUS
           ELSE
               MOVE SPACES TO TIM-RECORD
               MOVE WS-RUN-NBR TO TIM-RUN-NBR
               MOVE TIMR-PROGRAM TO TIM-PROGRAM
               MOVE TIMR-ROLE TO TIM-ROLE
               MOVE WS-START-STAMP TO TIM-START
               MOVE WS-STAMP TO TIM-END
               MOVE TIMR-RECORDS TO TIM-RECORDS
               MOVE TIMR-RETURN-CODE TO TIM-RETURN-CODE
               WRITE TIM-RECORD
               CLOSE TIM-FILE
           END-IF.

       READ-RUN-CONTROL.
           MOVE 0 TO WS-RUN-NBR.
           MOVE SPACE TO WS-RUN-EOF-FLAG.
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
           END-IF.
