      *****************************************************************
      *  EXPRESLT - RECORD LAYOUT FOR THE CONTENT-REPOSITORY RESOURCE *
      *  LIST WRITTEN BY ACIFOTXX WITH AN EXPORTED GENERATION.  ONE   *
      *  RECORD PER DISTINCT FORMDEF, PAGEDEF AND CODED FONT NAMED    *
      *  BY THE PAGEATTR ROWS OF THE EXPORTED PAGES, WITH THE NUMBER  *
      *  OF EXPORTED PAGES THAT USE IT AND THE FINGERPRINT RESSNAP    *
      *  HOLDS FOR IT, SO THE REPOSITORY IS LOADED WITH THE SAME      *
      *  RESOURCE LEVELS THE PAGES WERE COMPOSED WITH.                *
      *                                                               *
      *  EXPRES-SNAP-FLAG IS 'Y' WHEN RESSNAP HOLDS A FINGERPRINT,    *
      *  'M' WHEN THE MEMBER WAS ALREADY MISSING FROM THE LIBRARIES   *
      *  AT SNAPSHOT TIME, AND 'N' WHEN THE GENERATION HAS NO         *
      *  SNAPSHOT ROW FOR IT; THE LAST TWO CARRY NO FINGERPRINT.      *
      *****************************************************************
       01  EXPRES-RECORD.
           05  EXPRES-STREAM-CODE             PIC 9.
           05  EXPRES-RUN-DATE                PIC 9(6).
           05  EXPRES-RESOURCE-TYPE           PIC X(8).
               88  EXPRES-FORMDEF             VALUE 'FORMDEF'.
               88  EXPRES-PAGEDEF             VALUE 'PAGEDEF'.
               88  EXPRES-CODED-FONT          VALUE 'FONT'.
           05  EXPRES-MEMBER                  PIC X(8).
           05  EXPRES-PAGE-COUNT              PIC 9(8).
           05  EXPRES-SNAP-FLAG               PIC X.
               88  EXPRES-SNAPSHOTTED         VALUE 'Y'.
               88  EXPRES-MISSING-AT-SNAP     VALUE 'M'.
               88  EXPRES-NOT-SNAPSHOTTED     VALUE 'N'.
           05  EXPRES-MEMBER-DATE             PIC X(8).
           05  EXPRES-MEMBER-SIZE             PIC 9(8).
           05  EXPRES-DSNAME                  PIC X(44).
           05  FILLER                         PIC X(8).
