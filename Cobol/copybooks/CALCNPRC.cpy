      *> THE CALCULATOR'S OPERAND EDIT - SEE CALCNUM.CPY FOR THE
      *> FIELDS. AN OPERAND IS OPTIONAL LEADING SPACES, AN OPTIONAL
      *> SIGN (+ OR -), UP TO FIVE WHOLE DIGITS, AN OPTIONAL DECIMAL
      *> POINT WITH UP TO FOUR DECIMAL DIGITS, THEN TRAILING SPACES -
      *> '3.75', '-120', '+0.0025', '00042' ALL PASS. AT LEAST ONE
      *> DIGIT IS REQUIRED; ANYTHING ELSE (EMBEDDED SPACES, A SECOND
      *> SIGN OR POINT, A SIXTH WHOLE OR FIFTH DECIMAL DIGIT) FAILS
      *> THE EDIT RATHER THAN BEING TRUNCATED INTO A DIFFERENT NUMBER.
       CALC-NUM-EDIT-PARA.
           MOVE 'Y' TO CN-EDIT-OK.
           MOVE 'N' TO CN-NEGATIVE.
           MOVE ZERO TO CN-EDIT-VALUE.
           MOVE ZERO TO CN-WHOLE-DIGITS.
           MOVE ZERO TO CN-DEC-DIGITS.
           MOVE 1 TO CN-ZONE.
           MOVE 0.1 TO CN-SCALE.
           PERFORM CALC-NUM-CHAR-PARA
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > 11 OR NOT CN-EDIT-OK-Y.
           IF CN-WHOLE-DIGITS + CN-DEC-DIGITS = ZERO
               MOVE 'N' TO CN-EDIT-OK
           END-IF.
           IF CN-EDIT-OK-Y AND CN-NEGATIVE-Y
               COMPUTE CN-EDIT-VALUE = ZERO - CN-EDIT-VALUE
           END-IF.
       CALC-NUM-CHAR-PARA.
           MOVE CN-EDIT-TEXT (CN-IDX:1) TO CN-CHAR.
           EVALUATE TRUE
               WHEN CN-CHAR = SPACE
                   IF CN-ZONE = 2 OR CN-ZONE = 3
                       MOVE 4 TO CN-ZONE
                   END-IF
               WHEN CN-ZONE = 4
                   MOVE 'N' TO CN-EDIT-OK
               WHEN (CN-CHAR = '-' OR CN-CHAR = '+') AND CN-ZONE = 1
                   IF CN-CHAR = '-'
                       MOVE 'Y' TO CN-NEGATIVE
                   END-IF
                   MOVE 2 TO CN-ZONE
               WHEN CN-CHAR = '.' AND CN-ZONE < 3
                   MOVE 3 TO CN-ZONE
               WHEN CN-CHAR NOT NUMERIC
                   MOVE 'N' TO CN-EDIT-OK
               WHEN CN-ZONE < 3
                   MOVE 2 TO CN-ZONE
                   ADD 1 TO CN-WHOLE-DIGITS
                   IF CN-WHOLE-DIGITS > 5
                       MOVE 'N' TO CN-EDIT-OK
                   ELSE
                       MOVE CN-CHAR TO CN-DIGIT
                       COMPUTE CN-EDIT-VALUE =
                           CN-EDIT-VALUE * 10 + CN-DIGIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO CN-DEC-DIGITS
                   IF CN-DEC-DIGITS > 4
                       MOVE 'N' TO CN-EDIT-OK
                   ELSE
                       MOVE CN-CHAR TO CN-DIGIT
                       COMPUTE CN-EDIT-VALUE =
                           CN-EDIT-VALUE + CN-DIGIT * CN-SCALE
                       COMPUTE CN-SCALE = CN-SCALE / 10
                   END-IF
           END-EVALUATE.
