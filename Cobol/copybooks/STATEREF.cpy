      *> STATE REFERENCE MASTER RECORD - THE STATEREF KSDS, KEYED ON THE
      *> OFFICIAL STATE-UT NAME (ONE OF THE STALIAS AL-OFFICIAL SET -
      *> SEE STALIAS.CPY). CARRIES WHAT CENSUS ITSELF DOES NOT KNOW
      *> ABOUT A STATE: THE ZONE IT IS BRIEFED UNDER, ITS AREA IN
      *> SQUARE KILOMETRES AND WHETHER IT IS A STATE OR A UNION
      *> TERRITORY. READ BY DB2ZONE FOR THE ZONAL ROLL-UP AND THE
      *> DENSITY RANKING; MAINTAINED BY THE STRFMNT BATCH JOB
      *> (CENSREFM).
       01  STATE-REF-REC.
           05 RF-STATE-UT         PIC X(30).
           05 RF-ZONE             PIC X(02).
              88 RF-ZONE-NORTH    VALUE 'N '.
              88 RF-ZONE-SOUTH    VALUE 'S '.
              88 RF-ZONE-EAST     VALUE 'E '.
              88 RF-ZONE-WEST     VALUE 'W '.
              88 RF-ZONE-NEAST    VALUE 'NE'.
              88 RF-ZONE-CENTRAL  VALUE 'C '.
              88 RF-ZONE-VALID    VALUE 'N ' 'S ' 'E ' 'W ' 'NE' 'C '.
           05 RF-AREA-SQKM        PIC 9(07).
           05 RF-TYPE             PIC X(01).
              88 RF-TYPE-STATE    VALUE 'S'.
              88 RF-TYPE-UT       VALUE 'U'.
