      *> WORKING-STORAGE FIELDS FOR CALC-NUM-EDIT-PARA (SEE
      *> CALCNPRC.CPY) - THE CALCULATOR'S OPERAND EDIT, SHARED BY THE
      *> PROGAB54 SCREEN AND THE CALCBAT REQUEST FILE SO BOTH ACCEPT
      *> EXACTLY THE SAME OPERANDS. MOVE THE 11-CHARACTER OPERAND AS
      *> KEYED TO CN-EDIT-TEXT, PERFORM CALC-NUM-EDIT-PARA, THEN TEST
      *> CN-EDIT-OK-Y AND TAKE THE VALUE FROM CN-EDIT-VALUE.
       01  CALC-NUM-EDIT-FIELDS.
           05 CN-EDIT-TEXT        PIC X(11).
           05 CN-EDIT-VALUE       PIC S9(05)V9(04).
           05 CN-EDIT-OK          PIC X(01).
              88 CN-EDIT-OK-Y     VALUE 'Y'.
      *> 1 = LEADING SPACES, 2 = WHOLE DIGITS, 3 = DECIMAL DIGITS,
      *> 4 = TRAILING SPACES
           05 CN-ZONE             PIC 9(01).
           05 CN-IDX              PIC 9(02) COMP.
           05 CN-CHAR             PIC X(01).
           05 CN-DIGIT            PIC 9(01).
           05 CN-WHOLE-DIGITS     PIC 9(02) COMP.
           05 CN-DEC-DIGITS       PIC 9(02) COMP.
           05 CN-SCALE            PIC 9V9(04).
           05 CN-NEGATIVE         PIC X(01).
              88 CN-NEGATIVE-Y    VALUE 'Y'.
