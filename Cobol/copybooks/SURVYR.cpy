      *>            CHANGE THEM. A YEAR NOT ON THE MASTER AT ALL IS
      *>            REFUSED EVERYWHERE (THAT IS HOW A MISTYPED 2061
      *>            IS CAUGHT).
      *> HONORED BY CENSEDIT ON THE FEED, PROGAB57 ONLINE AND DB2CORR
      *> ON A CORRECTION UPLOAD;
      *> OPENED AND CLOSED BY THE DB2YRCL CLOSE-OUT RUN (CENSYRCL),
      *> WHICH ALSO CUTS THE FINAL FROZEN EXTRACT AT CLOSE TIME.
       01  SURVEY-YEAR-REC.
