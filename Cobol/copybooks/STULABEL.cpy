      *> THE STUDENT'S POSTAL LABEL, BUILT FROM STUDENT-MASTER-REC (SEE
      *> STUMAST.CPY) BY STU-BUILD-LABEL-PARA (SEE STULBPRC.CPY) - THE
      *> ONE LABEL LAYOUT VARMAIL WRITES AND GRADMERG PUTS AT THE FRONT
      *> OF EVERY RESULT LETTER, SO THE TWO NEVER ADDRESS THE SAME
      *> STUDENT DIFFERENTLY. READ THE STUDENT MASTER RECORD, PERFORM
      *> STU-BUILD-LABEL-PARA, THEN MOVE STUDENT-LABEL (316 BYTES).
      *> THE NAME IS SPLIT AT THE FIRST SPACE FOR THE SALUTATION; THE
      *> ADDRESS LINES ARE PRINTED TOP TO BOTTOM - FULL NAME, STREET
      *> LINE 1, STREET LINE 2 (OMITTED WHEN BLANK), 'TOWN, DISTRICT'
      *> AND 'STATE - PIN' - WITH LBL-LINE-COUNT SAYING HOW MANY.
       01  STUDENT-LABEL.
           05 LBL-STUDENT-ID      PIC X(9).
           05 LBL-FIRST-NAME      PIC X(20).
           05 LBL-LAST-NAME       PIC X(30).
           05 LBL-LINE-COUNT      PIC 9(1).
           05 LBL-LINE            PIC X(50) OCCURS 5 TIMES.
           05 LBL-PIN             PIC 9(6).
       01  STUDENT-LABEL-WORK.
           05 LBL-POINTER         PIC 9(3).
           05 LBL-TEXT            PIC X(50).
