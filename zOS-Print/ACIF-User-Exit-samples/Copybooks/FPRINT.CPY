      *****************************************************************
      *  FPRINT - RECORD LAYOUT FOR THE CONTENT FINGERPRINT FILE.     *
      *  A KSDS WITH ONE RECORD PER STORE SEGMENT ('S') AND ONE PER   *
      *  DOCUMENT ('D') ARCHIVED, WRITTEN BY ACIFOTX AS EACH SEGMENT  *
      *  OR DOCUMENT IS CLOSED.  FPRINT-HASH IS A CHECK VALUE TAKEN   *
      *  OVER EVERY BYTE OF EVERY RECORD ARCHIVED FOR THE SEGMENT OR  *
      *  DOCUMENT, AS RECEIVED FROM ACIF AND BEFORE COMPRESSION, IN   *
      *  ORDER; WITH THE RECORD, BYTE AND PAGE COUNTS IT IDENTIFIES   *
      *  THE CONTENT, SO THE SAME FEED ARCHIVED TWICE GIVES THE SAME  *
      *  FINGERPRINTS UNDER TWO RUN DATES.                            *
      *                                                               *
      *  KEYED BY STREAM + TYPE + ITEM + RUN DATE, SO ALL THE         *
      *  GENERATIONS OF ONE SEGMENT (ITEM = DIVISION + STORE CODE)    *
      *  OR OF ONE DOCUMENT (ITEM = DOCUMENT NUMBER) COLLATE TOGETHER *
      *  IN ASCENDING RUN-DATE ORDER.  ACIFOTXN COMPARES EACH NEW     *
      *  GENERATION'S ROWS WITH THOSE OF THE EARLIER GENERATIONS      *
      *  STILL ONLINE AND DELETES THE ROWS OF GENERATIONS THE         *
      *  RETENTION PURGE HAS SINCE REMOVED FROM STOREIDX/DOCIDX.      *
      *  FPRINT-DIVISION-CODE/STORE-CODE REPEAT THE OWNING SEGMENT    *
      *  ON DOCUMENT ROWS AS WELL, FOR THE DUPLICATE REPORT.          *
      *****************************************************************
       01  FPRINT-RECORD.
           05  FPRINT-KEY.
               10  FPRINT-STREAM-CODE         PIC 9.
               10  FPRINT-TYPE                PIC X.
                   88  FPRINT-SEGMENT         VALUE 'S'.
                   88  FPRINT-DOCUMENT        VALUE 'D'.
               10  FPRINT-ITEM                PIC X(10).
               10  FPRINT-SEGMENT-ITEM        REDEFINES FPRINT-ITEM.
                   15  FPRINT-ITEM-DIVISION   PIC 99.
                   15  FPRINT-ITEM-STORE      PIC 99.
                   15  FILLER                 PIC X(6).
               10  FPRINT-RUN-DATE            PIC 9(6).
           05  FPRINT-DIVISION-CODE           PIC 99.
           05  FPRINT-STORE-CODE              PIC 99.
           05  FPRINT-HASH                    PIC 9(9).
           05  FPRINT-RECORD-COUNT            PIC S9(8) BINARY.
           05  FPRINT-BYTE-COUNT              PIC S9(15) BINARY.
           05  FPRINT-PAGE-COUNT              PIC S9(8) BINARY.
