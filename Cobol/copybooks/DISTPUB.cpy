      *> PROTECTED DISTRICT RECORD FOR PUBLIC RELEASE - ONE PER
      *> CENSUS_DISTRICT ROW FOR THE SURVEY YEAR, WRITTEN BY DB2DSC
      *> (CENSDSC) TO THE CENSUS.DIST.PUBLIC GDG AFTER DISCLOSURE
      *> CONTROL. NOTHING DISTRICT-LEVEL GOES OUT EXCEPT FROM HERE.
      *> EACH CELL IS A VALUE AND A MARKER BYTE -
      *>   SPACE  PUBLISH THE VALUE
      *>   'X'    CONFIDENTIAL - VALUE IS ZERO ON FILE, PRINT THE
      *>          MARKER, NEVER A NUMBER (PRIMARY AND SECONDARY
      *>          SUPPRESSIONS LOOK THE SAME SO ONE CANNOT BE TOLD
      *>          FROM THE OTHER)
      *>   'U'    NOT KNOWN - NO RURAL/URBAN SPLIT ON FILE
      *> WHY EACH CELL WAS SUPPRESSED IS ON THE INTERNAL DSCRPT ONLY.
      *> COPY THIS INTO AN FD IN THE FILE SECTION. 100 BYTES.
       01  DIST-PUB-REC.
           05 DP-STATE-UT          PIC X(30).
           05 DP-DISTRICT          PIC X(30).
           05 DP-YEAR-OF-SUR       PIC 9(4).
           05 DP-POP-CELL.
              10 DP-POPULATION     PIC 9(9).
              10 DP-POP-MARK       PIC X(1).
                 88 DP-POP-SUPPRESSED   VALUE 'X'.
           05 DP-RURAL-CELL.
              10 DP-RURAL-POP      PIC 9(9).
              10 DP-RURAL-MARK     PIC X(1).
                 88 DP-RURAL-SUPPRESSED VALUE 'X'.
                 88 DP-RURAL-UNKNOWN    VALUE 'U'.
           05 DP-URBAN-CELL.
              10 DP-URBAN-POP      PIC 9(9).
              10 DP-URBAN-MARK     PIC X(1).
                 88 DP-URBAN-SUPPRESSED VALUE 'X'.
                 88 DP-URBAN-UNKNOWN    VALUE 'U'.
           05 FILLER               PIC X(6).
      *> THE THREE CELLS AS A TABLE - 1 POPULATION, 2 RURAL, 3 URBAN
       01  DIST-PUB-CELLS.
           05 FILLER               PIC X(64).
           05 DP-CELL OCCURS 3 TIMES.
              10 DP-CELL-VALUE     PIC 9(9).
              10 DP-CELL-MARK      PIC X(1).
           05 FILLER               PIC X(6).
