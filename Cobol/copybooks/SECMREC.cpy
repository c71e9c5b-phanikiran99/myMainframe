      *> SECURITY MASTER RECORD - THE VARAPP.SECMAST.KSDS, KEYED ON THE
      *> 12-BYTE IDENTIFIER (CUSIP, ISIN OR SEDOL), ONE RECORD PER
      *> IDENTIFIER SPECIAL HAS EVER JUDGED. MAINTAINED AND LOOKED UP BY
      *> SECMAST (CENSSECM) - ONE LAYOUT, CHANGED ONLY HERE.
      *> SM-SECURITY-NO GROUPS THE IDENTIFIERS OF ONE INSTRUMENT - EVERY
      *> CUSIP, ISIN AND SEDOL OF THE SAME SECURITY CARRIES THE SAME
      *> NUMBER. EVERY IDENTIFIER IS ISSUED A NUMBER OF ITS OWN WHEN IT
      *> IS FIRST WRITTEN, SO ONE ALONE ON ITS NUMBER IS UNGROUPED; A
      *> LINK MOVES IT ONTO ITS SIBLING'S NUMBER. ONLY THE CONTROL
      *> RECORD CARRIES ZERO, SO NO NUMBER GATHERS MORE THAN ONE
      *> INSTRUMENT'S IDENTIFIERS. THE ALTERNATE INDEX OVER IT
      *> (NONUNIQUE, PATH DD = BASE DD + '1') FINDS EVERY SIBLING OF AN
      *> IDENTIFIER. 43 BYTES.
      *> THE RECORD KEYED ON LOW-VALUES IS THE CONTROL RECORD HOLDING
      *> THE LAST SECURITY NUMBER ISSUED (SECMAST-CTL-REC) - IT SORTS
      *> FIRST AND IS NEVER A SECURITY.
      *> SM-STATUS R = A GENERATED ISIN THE CUSTODIAN REJECTED (SET BY
      *> ISINRECN); IT STANDS THROUGH LATER VALIDATIONS UNTIL THE
      *> CUSTODIAN ACCEPTS THE ISIN.
       01  SECMAST-REC.
           05 SM-IDENTIFIER       PIC X(12).
           05 SM-TYPE             PIC X(5).
           05 SM-STATUS           PIC X(1).
              88 SM-VALID         VALUE 'V'.
              88 SM-FAILED        VALUE 'F'.
              88 SM-SUPERSEDED    VALUE 'S'.
              88 SM-CUST-REJECTED VALUE 'R'.
           05 SM-FIRST-SEEN       PIC 9(8).
           05 SM-LAST-VALIDATED   PIC 9(8).
           05 SM-SECURITY-NO      PIC 9(9).
       01  SECMAST-CTL-REC.
           05 SMC-KEY             PIC X(12).
           05 SMC-TYPE            PIC X(5).
           05 FILLER              PIC X(1).
           05 SMC-LAST-SECURITY-NO PIC 9(9).
           05 FILLER              PIC X(7).
           05 SMC-SECURITY-NO     PIC 9(9).
