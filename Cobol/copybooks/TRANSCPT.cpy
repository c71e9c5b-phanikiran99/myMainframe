      *> STUDENT TRANSCRIPT MASTER RECORD - THE TRANSCRIPT KSDS, KEYED
      *> ON STUDENT + TERM + SUBJECT, ONE RECORD PER PAPER EVER GRADED.
      *> VARGRADE POSTS EVERY GRADING RUN INTO IT (A RERUN OF THE SAME
      *> PAPER REPLACES THE SCORE AND KEEPS FIRST-POSTED); GRADMERG
      *> READS A STUDENT'S TERM BACK FOR THE RESULT LETTER AND TRANSRPT
      *> PRINTS THE FULL TRANSCRIPT. LETTER AND PASS/FAIL ARE VARGRADE'S
      *> BANDS AS AT THE LAST POSTING. A PAPER RE-MARKED ON APPEAL
      *> (GRADAPPL) IS FLAGGED AMENDED AND KEEPS ITS ORIGINAL MARK;
      *> VARGRADE NEVER OVERWRITES AN AMENDED PAPER. 60 BYTES.
       01  TRANSCRIPT-REC.
           05 TR-KEY.
              10 TR-STUDENT-ID    PIC X(9).
              10 TR-TERM          PIC X(6).
              10 TR-SUBJECT       PIC X(6).
           05 TR-SCORE            PIC 9(3).
           05 TR-PASS-FAIL        PIC X(4).
           05 TR-LETTER           PIC X(1).
           05 TR-FIRST-POSTED     PIC 9(8).
           05 TR-LAST-POSTED      PIC 9(8).
           05 TR-AMEND-FLAG       PIC X(1).
              88 TR-AMENDED       VALUE 'Y'.
           05 TR-ORIG-SCORE       PIC 9(3).
           05 TR-AMENDED-ON       PIC 9(8).
           05 FILLER              PIC X(3).
