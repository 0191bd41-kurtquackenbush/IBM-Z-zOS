      *****************************************************************
      *  STORMAST - RECORD LAYOUT FOR THE DIVISION/STORE MASTER FILE. *
      *  A KSDS WITH ONE RECORD PER DIVISION/STORE, KEYED BY DIVISION *
      *  + STORE CODE, CARRYING THE OFFICIAL DIVISION AND STORE NAMES *
      *  AND THE DATES THE STORE OPENED AND CLOSED.  IT IS THE ONE    *
      *  AUTHORITY FOR WHAT A DIVISION/STORE CODE MEANS: ACIFOTX      *
      *  CHECKS EVERY INDEX NOP TAG AGAINST IT AND ARCHIVES THE       *
      *  OFFICIAL NAMES, NOT WHATEVER THE FEED CARRIED THAT NIGHT,    *
      *  AND THE REPORTS PRINT THEIR NAMES FROM IT.                   *
      *                                                               *
      *  MAINTAINED ONLY THROUGH ACIFOTXD, WHICH AUDITS EVERY ADD,    *
      *  RENAME AND CLOSE - NEVER BY EDITING THE CLUSTER BY HAND.     *
      *  THE DIVISION NAME IS CARRIED ON EVERY STORE ROW OF THE       *
      *  DIVISION; ACIFOTXD RENAMES A DIVISION ON ALL ITS ROWS AT     *
      *  ONCE, SO THE ROWS NEVER DISAGREE.                            *
      *                                                               *
      *  STORMAST-CLOSE-DATE IS ZERO WHILE THE STORE IS OPEN; ONCE    *
      *  SET, ARCHIVE RUNS DATED AFTER IT TREAT THE STORE AS CLOSED.  *
      *  STORMAST-MAINT-DATE/USERID RECORD THE LAST CHANGE TO THE ROW.*
      *****************************************************************
       01  STORMAST-RECORD.
           05  STORMAST-KEY.
               10  STORMAST-DIVISION-CODE     PIC 99.
               10  STORMAST-STORE-CODE        PIC 99.
           05  STORMAST-DIVISION-NAME         PIC X(12).
           05  STORMAST-STORE-NAME            PIC X(12).
           05  STORMAST-OPEN-DATE             PIC 9(6).
           05  STORMAST-CLOSE-DATE            PIC 9(6).
           05  STORMAST-MAINT-DATE            PIC 9(6).
           05  STORMAST-MAINT-USERID          PIC X(8).
