      *    APPLIES THE REQUESTED CHECK: O = LETTERS IN ORDER PER THE
      *    DIRECTION AND STRICTNESS GIVEN, P = PALINDROME, A = ANY
      *    VALID WORD (INTAKE AND VALIDATION ONLY, EVERY CLEAN WORD
      *    MATCHES), N = NEAR-MISS (THE ORDER CHECK OF O, BUT EVERY
      *    ADJACENT PAIR IS EXAMINED AND THE NUMBER OF PAIRS THAT
      *    BREAK THE ORDER IS RETURNED WITH THE POSITION OF THE
      *    FIRST BREAK; THE WORD MATCHES ONLY WITH NO BREAKS, SO N
      *    ANSWERS EVERYTHING O DOES). CALLERS OWN ALL REPORTING;
      *    THIS MODULE ONLY JUDGES THE WORD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          03 WVAL-IN-CHECK      PIC X.
             88 WVAL-CHECK-PALIN    VALUE 'P'.
             88 WVAL-CHECK-ANY      VALUE 'A'.
             88 WVAL-CHECK-NEAR     VALUE 'N'.
          03 WVAL-OUT-WORD      PIC X(32).
          03 WVAL-OUT-LETTERS REDEFINES WVAL-OUT-WORD
             PIC X OCCURS 32 TIMES.
             88 WVAL-TRUNCATED      VALUE '*'.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
      *    SET BY CHECK N ONLY: PAIRS OUT OF ORDER, AND THE
      *    POSITION OF THE FIRST LETTER OF THE FIRST SUCH PAIR.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

       PROCEDURE DIVISION USING WVAL-PARM.
       JUDGE-WORD.
           MOVE SPACE TO WVAL-OUT-TRUNC.
           MOVE 0 TO WVAL-OUT-EXTRA-LEN.
           MOVE 0 TO WVAL-OUT-TRUE-LEN.
           MOVE 0 TO WVAL-OUT-BREAKS.
           MOVE 0 TO WVAL-OUT-FIRST-BREAK.
           MOVE FUNCTION UPPER-CASE(WVAL-IN-WORD) TO WVAL-OUT-WORD.
           INSPECT WVAL-OUT-WORD TALLYING WVAL-OUT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WVAL-CHECK-PALIN
               PERFORM JUDGE-PALINDROME
           ELSE
               IF WVAL-CHECK-NEAR
                   PERFORM JUDGE-NEAR-MISS
               ELSE
                   IF NOT WVAL-CHECK-ANY
                       PERFORM JUDGE-CHAR-PAIR
                           VARYING I FROM 2 BY 1
                           UNTIL NOT WVAL-MATCH
                           OR I IS GREATER THAN WVAL-OUT-LEN
                   END-IF
               END-IF
           END-IF.
       JUDGE-WORD-EXIT.
               END-IF
           END-IF.

      *    THE SAME PAIR TEST AS THE ORDER CHECK, RUN OVER EVERY
      *    PAIR RATHER THAN STOPPING AT THE FIRST BREAK.
       JUDGE-NEAR-MISS.
           PERFORM JUDGE-BREAK-PAIR
               VARYING I FROM 2 BY 1
               UNTIL I IS GREATER THAN WVAL-OUT-LEN.
           IF WVAL-OUT-BREAKS IS GREATER THAN ZERO
               MOVE SPACE TO WVAL-OUT-MATCH
           ELSE
               MOVE '*' TO WVAL-OUT-MATCH
           END-IF.

       JUDGE-BREAK-PAIR.
           MOVE '*' TO WVAL-OUT-MATCH.
           PERFORM JUDGE-CHAR-PAIR.
           IF NOT WVAL-MATCH
               ADD 1 TO WVAL-OUT-BREAKS
               IF WVAL-OUT-BREAKS IS EQUAL TO 1
                   COMPUTE WVAL-OUT-FIRST-BREAK = I - 1
               END-IF
           END-IF.

       JUDGE-PALINDROME.
           MOVE WVAL-OUT-LEN TO K.
           PERFORM VARYING I FROM 1 BY 1
