      *> WORKING-STORAGE FIELDS FOR PIN-CHECK-PARA (SEE PINCHPRC.CPY) -
      *> THE POSTAL PIN CHECK, SHARED BY VARMAIL AND GRADMERG SO THE
      *> LABEL RUN AND THE LETTER RUN MAIL EXACTLY THE SAME ADDRESSES.
      *> THE ADOPTING PROGRAM SELECTS PIN-DIRECTORY-FILE (PINDIR.CPY)
      *> WITH FILE STATUS PC-DIR-STATUS, RANDOM OR DYNAMIC ACCESS.
      *> WITH STUDENT-MASTER-REC READ, PERFORM PIN-CHECK-PARA, THEN
      *> TEST PC-PIN-OK; OTHERWISE PC-PIN-UNKNOWN OR PC-PIN-WRONG-STATE
      *> SAYS WHY, AND PC-EXC-DETAIL IS READY FOR AN EXCEPTION LINE.
       01  PIN-CHECK-FIELDS.
           05 PC-DIR-STATUS       PIC X(2).
           05 PC-RESULT           PIC X(1).
              88 PC-PIN-OK          VALUE 'Y'.
              88 PC-PIN-UNKNOWN     VALUE 'U'.
              88 PC-PIN-WRONG-STATE VALUE 'S'.
           05 PC-EXC-TEXT         PIC X(30).
           05 PC-EXC-DETAIL       PIC X(40).
