      *> PRESORTED BULK-MAIL OUTPUT - THE POST OFFICE'S BULK DISCOUNT
      *> NEEDS THE PIECES IN PIN ORDER, BUNDLED, WITH A BREAK SHEET ON
      *> EACH BUNDLE. VARMAIL'S LABEL FILE AND GRADMERG'S LETTER FILE
      *> BOTH CARRY A 1-BYTE RECORD TYPE IN FRONT OF EVERY RECORD -
      *>   H = BUNDLE HEADER, THIS LAYOUT, LEFT-JUSTIFIED IN THE BODY
      *>   P = A MAIL PIECE (THE LABEL OR THE LETTER) FOR THAT BUNDLE
      *> EVERY BUNDLE IS ONE PIN; A PIN WITH MORE PIECES THAN ONE BUNDLE
      *> HOLDS IS SPLIT INTO SEVERAL BUNDLES, EACH WITH ITS OWN HEADER.
      *> THE HEADER CARRIES THE PIECE COUNT OF ITS OWN BUNDLE.
       01  BUNDLE-HEADER.
           05 BH-PIN              PIC 9(6).
           05 BH-DISTRICT         PIC X(30).
           05 BH-STATE            PIC X(30).
           05 BH-BUNDLE-SEQ       PIC 9(4).
           05 BH-PIECE-COUNT      PIC 9(5).
