      *> STATE LINEAGE MASTER RECORD - THE STLINEAG KSDS, KEYED ON THE
      *> PARENT STATE-UT FOLLOWED BY THE CHILD STATE-UT. ONE RECORD PER
      *> BOUNDARY CHANGE BETWEEN TWO STATES:
      *>   SPLIT - A NEW STATE (THE CHILD) CARVED OUT OF AN EXISTING
      *>           ONE (THE PARENT); LN-SHARE-PCT IS THE SHARE OF THE
      *>           PARENT'S POPULATION THAT MOVED TO THE CHILD
      *>   MERGE - THE PARENT FOLDED WHOLLY INTO THE CHILD; THE SHARE
      *>           IS ALWAYS 100.00 AND THE PARENT STOPS REPORTING
      *> LN-EFF-YEAR IS THE FIRST SURVEY YEAR TAKEN ON THE NEW
      *> BOUNDARIES - EVERY EARLIER SURVEY IS RESTATED ONTO THEM BY
      *> DB2BNDS. NAMES ARE THE OFFICIAL STATE-UT SPELLINGS (SEE
      *> STALIAS.CPY). MAINTAINED BY THE STLNMNT BATCH JOB (CENSLNMT).
       01  STATE-LINEAGE-REC.
           05 LN-KEY.
              10 LN-PARENT-STATE  PIC X(30).
              10 LN-CHILD-STATE   PIC X(30).
           05 LN-EFF-YEAR         PIC 9(04).
           05 LN-SHARE-PCT        PIC 9(03)V99.
           05 LN-EVENT            PIC X(01).
              88 LN-SPLIT         VALUE 'S'.
              88 LN-MERGE         VALUE 'M'.
