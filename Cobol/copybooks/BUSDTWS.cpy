       01  WS-BUSDATE-SOURCE      PIC X(1) VALUE 'S'.
           88 BUSDATE-FROM-CARD   VALUE 'B'.
           88 BUSDATE-FROM-SYSTEM VALUE 'S'.
      *> THE RECORD'S PERIOD-END FLAGS, KEPT AFTER THE FILE IS CLOSED -
      *> ALL 'N' WHEN THE DATE FELL BACK TO THE SYSTEM DATE.
       01  WS-BUS-PERIOD-FLAGS.
           05 WS-BUS-MONTH-END    PIC X(1) VALUE 'N'.
           05 WS-BUS-QTR-END      PIC X(1) VALUE 'N'.
           05 WS-BUS-YEAR-END     PIC X(1) VALUE 'N'.
           05 WS-BUS-PRIOR-MONTH-END PIC X(1) VALUE 'N'.
           05 WS-BUS-PRIOR-QTR-END PIC X(1) VALUE 'N'.
           05 WS-BUS-PRIOR-YEAR-END PIC X(1) VALUE 'N'.
