      *****************************************************************
      *  EXPINDEX - RECORD LAYOUT FOR THE CONTENT-REPOSITORY GENERIC  *
      *  INDEX FILE WRITTEN BY ACIFOTXX BESIDE THE EXPORTED PRINT     *
      *  FILE.  ONE 'S' ENTRY PER STORE SEGMENT OF THE GENERATION,    *
      *  FOLLOWED BY ONE 'D' ENTRY PER DOCUMENT IN THAT SEGMENT, IN   *
      *  THE ORDER THE PAGES APPEAR IN THE PRINT FILE.  EVERY FIELD   *
      *  IS CHARACTER OR ZONED DECIMAL SO THE REPOSITORY LOADER CAN   *
      *  READ THE FILE AS PLAIN TEXT.                                 *
      *                                                               *
      *  EXPIDX-PAGE-OFFSET IS THE PRINT-FILE PAGE NUMBER (FROM 1)    *
      *  OF THE ENTRY'S FIRST PAGE.  EXPIDX-BYTE-OFFSET (FROM 0) AND  *
      *  EXPIDX-BYTE-LENGTH COUNT RECORD DATA ONLY, NOT RECORD        *
      *  DESCRIPTOR WORDS.  A SEGMENT ENTRY HAS A BLANK DOCUMENT      *
      *  NUMBER; EXPIDX-HOLD-FLAG CARRIES THE SEGMENT'S LEGAL-HOLD    *
      *  FLAG SO THE REPOSITORY CAN KEEP THE HOLD ON ITS OWN COPY.    *
      *****************************************************************
       01  EXPIDX-RECORD.
           05  EXPIDX-ENTRY-TYPE              PIC X.
               88  EXPIDX-SEGMENT-ENTRY       VALUE 'S'.
               88  EXPIDX-DOCUMENT-ENTRY      VALUE 'D'.
           05  EXPIDX-STREAM-CODE             PIC 9.
           05  EXPIDX-RUN-DATE                PIC 9(6).
           05  EXPIDX-DIVISION-CODE           PIC 99.
           05  EXPIDX-DIVISION-NAME           PIC X(12).
           05  EXPIDX-STORE-CODE              PIC 99.
           05  EXPIDX-STORE-NAME              PIC X(12).
           05  EXPIDX-DOC-NUMBER              PIC X(10).
           05  EXPIDX-PAGE-OFFSET             PIC 9(8).
           05  EXPIDX-PAGE-COUNT              PIC 9(8).
           05  EXPIDX-BYTE-OFFSET             PIC 9(12).
           05  EXPIDX-BYTE-LENGTH             PIC 9(12).
           05  EXPIDX-HOLD-FLAG               PIC X.
           05  FILLER                         PIC X(13).
