      *> SHARED RUN-CONTROL REGISTRY RECORD (RUNCTLDD). EVERY STEP OF
      *> THE CENSUSJB STREAM APPENDS A START ENTRY WHEN IT BEGINS AND AN
      *> END ENTRY (WITH ITS RECORD COUNT AND RETURN CODE) WHEN IT
      *> FINISHES - SEE RUNCTPRC.CPY FOR THE PARAGRAPHS AND RUNCRPT
      *> FOR THE MORNING STATUS REPORT. A STEP
      *> THAT FINDS ITS OWN CLEAN END ENTRY FOR THE DATE REFUSES TO
      *> START, SO A DOUBLE-SUBMITTED JOB CANNOT RELOAD THE SAME FEED.
      *> THE RESTART PLANNER (CENSRSTP) ALSO APPENDS SKIP ENTRIES, ONE
      *> PER STEP ALREADY COMPLETE WHEN A FAILED NIGHT IS RESTARTED -
      *> READERS OF THE REGISTRY MUST NOT TAKE THEM FOR END ENTRIES.
      *> CENSUS.RUNCTL IS A KSDS KEYED ON RC-KEY - BUSINESS DATE, THEN
      *> PROGRAM, THEN AN EVENT SEQUENCE NUMBERED FROM 0001 PER PROGRAM
      *> PER DATE IN THE ORDER THE ENTRIES WERE WRITTEN - SO A DAY'S
      *> ENTRIES, AND ONE PROGRAM'S ENTRIES WITHIN THE DAY, ARE READ
      *> DIRECTLY BY START / READ NEXT RATHER THAN BY SCANNING THE FILE.
      *> COPY THIS INTO AN FD RUN-CONTROL-FILE IN THE FILE SECTION AND
      *> SELECT THE FILE AS:
      *>     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
      *>     ORGANIZATION IS INDEXED
      *>     ACCESS MODE IS DYNAMIC
      *>     RECORD KEY IS RC-KEY
      *>     FILE STATUS WS-RUNCTL-STATUS.
      *> 62 BYTES, KEY 20 AT OFFSET 0.
       01  RUN-CONTROL-REC.
           05 RC-KEY.
              10 RC-BUS-DATE      PIC X(8).
              10 RC-PROGRAM       PIC X(8).
              10 RC-EVENT-SEQ     PIC 9(4).
           05 RC-EVENT            PIC X(5).
           05 RC-RECORD-COUNT     PIC 9(9).
           05 RC-RETURN-CODE      PIC 9(2).
