      *> SET WS-RUNCTL-COUNT AND PERFORM RUNCTL-WRITE-END-PARA AT END.
      *> THE REGISTRY FILE IS OPTIONAL - A JOB WITHOUT A RUNCTLDD DD
      *> RUNS EXACTLY AS IT ALWAYS DID, WITH NO DOUBLE-RUN PROTECTION.
      *> RUNCTL-SKIP-Y COMES BACK WITH RUNCTL-DUPRUN-Y WHEN THE RESTART
      *> PLANNER (CENSRSTP) MARKED THE STEP COMPLETE BEFORE A RESTART -
      *> THE WORK IS STILL SKIPPED, BUT WITH RC 0 INSTEAD OF RC 12.
       01  WS-RUNCTL-FIELDS.
           05 WS-RUNCTL-PROGRAM   PIC X(8).
           05 WS-RUNCTL-COUNT     PIC 9(9) VALUE ZERO.
           88 RUNCTL-IN-EOF-Y     VALUE 'Y'.
       01  WS-RUNCTL-DUPRUN       PIC X(01) VALUE 'N'.
           88 RUNCTL-DUPRUN-Y     VALUE 'Y'.
       01  WS-RUNCTL-SKIP         PIC X(01) VALUE 'N'.
           88 RUNCTL-SKIP-Y       VALUE 'Y'.
       01  WS-RUNCTL-STAMP        PIC X(26).
      *> HIGHEST EVENT SEQUENCE SEEN FOR THIS PROGRAM AND DATE - THE
      *> NEXT ENTRY WRITTEN TAKES THE ONE AFTER IT.
       01  WS-RUNCTL-SEQ          PIC 9(4) VALUE ZERO.
      *> REGISTRY OPEN RETRY - SEE RUNCTL-OPEN-PARA. THE PARTITION LOAD
      *> JOBS SHARE THE FILE, SO AN OPEN MAY HAVE TO WAIT ITS TURN.
      *> THE PAUSE IS A TIMED WAIT (CEE3DLY) OF ONE SECOND MORE PER
      *> TRY - 20 TRIES OUTWAIT ANOTHER JOB'S ENTRY BY FAR.
       01  WS-RUNCTL-OPEN-MODE    PIC X(01).
       01  WS-RUNCTL-TRIES        PIC 9(2) VALUE ZERO.
       01  WS-RUNCTL-TRY-MAX      PIC 9(2) VALUE 20.
       01  WS-RUNCTL-DELAY-SECS   PIC S9(9) USAGE BINARY.
       01  WS-RUNCTL-DELAY-FC     PIC X(12).
