      *> SAMPLE KSDS BEFORE/AFTER IMAGE RECORD. KSDSMNT WRITES ONE PER
      *> BATCH TRANSACTION AND PROGAB63 ONE PER APPLIED ONLINE CHANGE;
      *> KSDSBKO READS THEM BACK TO UNDO A RUN. ACTION IS A/U/D, RESULT
      *> IS APPLIED OR REJECTED - ONLY APPLIED IMAGES ARE BACKED OUT.
      *> 172 BYTES.
       01  IMAGE-REC.
           05 IMG-ACTION PIC X(1).
           05 FILLER     PIC X(1).
           05 IMG-RESULT PIC X(8).
           05 FILLER     PIC X(1).
           05 IMG-BEFORE PIC X(80).
           05 FILLER     PIC X(1).
           05 IMG-AFTER  PIC X(80).
