      *> OPERATOR SHIFT-HANDOVER LOG RECORD - THE CENSUS.HANDOVER KSDS
      *> (HANDOVR TO CICS). ONE FREE-TEXT NOTE PER ENTRY RECORDING WHAT
      *> THE OPERATOR DID ABOUT A STREAM STEP OR AN ALERT - A RERUN, A
      *> CALL TO THE DBA, A FEED HELD BACK BY PHONE - SO IT SURVIVES
      *> THE SHIFT CHANGE. KEYED ON THE BUSINESS DATE THE NOTE BELONGS
      *> TO (THE LATEST DATE IN THE RUN-CONTROL REGISTRY WHEN IT WAS
      *> MADE), THEN THE CLOCK TIME IT WAS ENTERED, THEN THE OPERATOR,
      *> SO A NIGHT'S ENTRIES READ IN THE ORDER THEY WERE MADE EVEN
      *> ACROSS MIDNIGHT. AN ENTRY IS OPEN UNTIL SOMEONE MARKS IT
      *> RESOLVED; OPEN ENTRIES FROM EARLIER DATES CARRY FORWARD - THEY
      *> ARE COUNTED AND LISTED WITH EVERY LATER DATE UNTIL RESOLVED.
      *> ENTRIES ARE NEVER DELETED.
      *> WRITTEN AND RESOLVED BY PROGAB64, COUNTED BY PROGAB60, PRINTED
      *> EACH MORNING BY HANDRPT (CENSMORN).
      *> 250 BYTES, KEY 30 AT OFFSET 0.
       01  HANDOVER-REC.
           05 HO-KEY.
              10 HO-BUS-DATE      PIC X(8).
      *> YYYYMMDDHHMMSS - WALL-CLOCK DATE AND TIME OF ENTRY
              10 HO-ENTRY-TS      PIC X(14).
              10 HO-OPERATOR      PIC X(8).
           05 HO-REF-TYPE         PIC X(1).
              88 HO-REF-STEP      VALUE 'S'.
              88 HO-REF-ALERT     VALUE 'A'.
              88 HO-REF-GENERAL   VALUE 'G'.
      *> THE STEP'S PROGRAM, OR THE PROGRAM THAT RAISED THE ALERT
           05 HO-REF-NAME         PIC X(8).
           05 HO-NOTE             PIC X(120).
           05 HO-NOTE-LINES REDEFINES HO-NOTE.
              10 HO-NOTE-LINE     PIC X(60) OCCURS 2 TIMES.
           05 HO-STATUS           PIC X(1).
              88 HO-OPEN          VALUE 'O'.
              88 HO-RESOLVED      VALUE 'R'.
           05 HO-RESOLVED-BY      PIC X(8).
           05 HO-RESOLVED-TS      PIC X(14).
           05 HO-RESOLVE-NOTE     PIC X(60).
           05 FILLER              PIC X(8).
