      *  THE RECORD SO A RESTART CAN PROVE IT READ ITS OWN RECORD.    *
      *  CHKPT-BYTES-BEFORE/AFTER CARRY THE RUN'S COMPRESSION BYTE    *
      *  TOTALS, SO A RESTART'S JOB SUMMARY STILL REPORTS THE WHOLE   *
      *  RUN'S SAVINGS.  CHKPT-STORE-EXCP-COUNT CARRIES THE COUNT OF  *
      *  STORE-MASTER EXCEPTIONS WRITTEN SO FAR, SO A RESTARTED RUN   *
      *  STILL ENDS WITH A WARNING FOR THOSE FOUND BEFORE THE ABEND.  *
      *  CHKPT-FP-SEG-xxx/CHKPT-FP-DOC-xxx CARRY THE RUNNING CONTENT  *
      *  FINGERPRINT (LAYOUT IN FPRINT) OF THE OPEN STORE SEGMENT AND *
      *  THE OPEN DOCUMENT, SO A RESTART MID-SEGMENT STILL CATALOGS   *
      *  THE FINGERPRINT OF THE WHOLE SEGMENT, NOT JUST OF THE PART   *
      *  ARCHIVED AFTER THE ABEND.  CHKPT-PAGE-OPEN-FLAG AND          *
      *  CHKPT-OPEN-PAGE-DATA CARRY THE PAGE-STRUCTURE CHECK'S OPEN   *
      *  PAGE, SO A RESTART MID-PAGE DOES NOT REPORT THE PAGE'S EPG   *
      *  AS AN EPG WITHOUT A BPG, AND CHKPT-PAGE-EXCP-COUNTS CARRIES  *
      *  THE PAGE-STRUCTURE EXCEPTION COUNTS (LAYOUT IN PAGEXCP) SO   *
      *  THE RESTARTED RUN'S LIMITS STILL SEE THE WHOLE RUN.          *
      *****************************************************************
       01  CHKPT-RECORD.
           05  CHKPT-DDNAME            PIC X(8).
           05  CHKPT-STREAM-CODE       PIC 9.
           05  CHKPT-BYTES-BEFORE      PIC S9(18) BINARY.
           05  CHKPT-BYTES-AFTER       PIC S9(18) BINARY.
           05  CHKPT-STORE-EXCP-COUNT  PIC S9(8) BINARY.
           05  CHKPT-FP-SEG-HASH       PIC S9(18) BINARY.
           05  CHKPT-FP-SEG-RECORDS    PIC S9(8) BINARY.
           05  CHKPT-FP-SEG-BYTES      PIC S9(18) BINARY.
           05  CHKPT-FP-DOC-HASH       PIC S9(18) BINARY.
           05  CHKPT-FP-DOC-RECORDS    PIC S9(8) BINARY.
           05  CHKPT-FP-DOC-BYTES      PIC S9(18) BINARY.
           05  CHKPT-PAGE-OPEN-FLAG    PIC X.
           05  CHKPT-OPEN-PAGE-DATA.
               10  CHKPT-OPEN-PAGE-DDNAME   PIC X(8).
               10  CHKPT-OPEN-PAGE-REC      PIC 9(8) BINARY.
               10  CHKPT-OPEN-PAGE-NUMBER   PIC S9(8) BINARY.
               10  CHKPT-OPEN-PAGE-DIVISION PIC 99.
               10  CHKPT-OPEN-PAGE-STORE    PIC 99.
               10  CHKPT-OPEN-PAGE-ITEMS    PIC S9(8) BINARY.
           05  CHKPT-PAGE-EXCP-COUNTS.
               10  CHKPT-PAGE-EXCP-TOTAL    PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-NO-EPG   PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-NO-BPG   PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-EMPTY    PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-OUTSIDE  PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-INDEX    PIC S9(8) BINARY.
               10  CHKPT-PAGE-EXCP-DOC      PIC S9(8) BINARY.
