      *> GRADE FEED RECORD (GRADEDD) - ONE SCORE FOR ONE STUDENT ON ONE
      *> PAPER. A PAPER IS A TERM CODE PLUS A SUBJECT CODE; TERM CODES
      *> ARE THE YEAR AND THE TERM (2026T1, 2026T2 ...) SO THEY SORT IN
      *> TIME ORDER. READ BY VARGRADE, GRADSTAT AND GRADMERG. 24 BYTES.
       01  GRADE-INPUT-REC.
           05 GRADE-IN-STUDENT-ID PIC X(9).
           05 GRADE-IN-TERM       PIC X(6).
           05 GRADE-IN-SUBJECT    PIC X(6).
           05 GRADE-IN-SCORE      PIC 9(3).
