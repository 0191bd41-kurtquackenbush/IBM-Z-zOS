      *  WHEN.  'M' ROWS ARE WRITTEN BY ACIFOTXM, ONE PER CHANGE TO   *
      *  THE REPRINT AUTHORIZATION FILE, WITH AUDIT-DISPOSITION 'A'   *
      *  (GRANT ADDED) OR 'D' (GRANT DELETED) AND AUDIT-TARGET-ID     *
      *  NAMING THE REQUESTOR WHOSE GRANT CHANGED.  'S' ROWS ARE      *
      *  WRITTEN BY ACIFOTXD, ONE PER CHANGE TO THE DIVISION/STORE    *
      *  MASTER, WITH AUDIT-DISPOSITION 'A' (STORE ADDED), 'N' (STORE *
      *  OR DIVISION RENAMED) OR 'C' (STORE CLOSED) AND THE CODES OF  *
      *  THE ROW CHANGED; A DIVISION RENAME WRITES ONE ROW PER STORE  *
      *  OF THE DIVISION.  'R' ROWS WITH AUDIT-TARGET-ID 'SEARCH'    *
      *  ARE WRITTEN BY ACIFOTXT, THE ARCHIVE CONTENT SEARCH, ONE PER *
      *  SEGMENT SEARCHED OR REFUSED, WITH THE SEGMENT'S WHOLE RECORD *
      *  RANGE (EVERY PAGE OF IT WAS READ) AND THE NUMBER OF PAGES    *
      *  THAT MATCHED IN AUDIT-PAGE-COUNT.                            *
      *  AUDIT-RUN-DATE/TIME ARE THE                                  *
      *  DATE AND TIME OF THE RUN THAT WROTE THE ROW; AUDIT-GEN-DATE  *
      *  IS THE ARCHIVE GENERATION THE ROW REFERS TO (FOR 'A' ROWS    *
      *  ROW BELONGS TO (1 = THE ORIGINAL SINGLE-STREAM ARCHIVE), OR  *
      *  0 ON ROWS THAT ARE NOT STREAM-SPECIFIC ('M' AUTHORIZATION    *
      *  MAINTENANCE ROWS: GRANTS COVER A DIVISION ACROSS ALL         *
      *  STREAMS; 'S' STORE MASTER ROWS LIKEWISE).  ROWS WRITTEN      *
      *  BEFORE THE FIELD EXISTED MUST BE CONVERTED TO STREAM 1 WHEN  *
      *  THE TRAIL IS MIGRATED TO THIS LAYOUT.                        *
      *                                                               *
      *  EVERY WRITER STAMPS AUDIT-SEQ-NUMBER, ONE ABOVE THE LAST ROW *
      *  ON THE TRAIL, AND AUDIT-CHAIN-VALUE, A CHECK VALUE COMPUTED  *
      *  OVER THE WHOLE ROW AHEAD OF IT AND SEEDED WITH THE PREVIOUS  *
      *  ROW'S CHAIN VALUE (ALGORITHM AND WORK FIELDS IN AUDCHAIN),   *
      *  SO A DELETED, INSERTED, REORDERED OR EDITED ROW BREAKS THE   *
      *  CHAIN.  ACIFOTXW VERIFIES THE CHAIN.  ROWS WRITTEN BEFORE    *
      *  THE FIELDS EXISTED ARE CONVERTED WITH BOTH FIELDS ZERO; THE  *
      *  CHAIN STARTS AT SEQUENCE 1 WITH THE FIRST ROW WRITTEN AFTER. *
      *  'Y' ROWS ARE WRITTEN BY ACIFOTXY, THE YEAR-END ROLLOVER, ONE *
      *  PER ROLLOVER AT THE END OF THE NEW CURRENT TRAIL, WITH       *
      *  AUDIT-DISPOSITION 'C' (CHAIN CARRIED FORWARD), THE LAST DAY  *
      *  OF THE CLOSED YEAR IN AUDIT-GEN-DATE, THE ROWS MOVED TO      *
      *  HISTORY IN AUDIT-PAGE-COUNT, THE FIRST AND LAST SEQUENCE     *
      *  NUMBERS MOVED IN AUDIT-START-REC/END-REC, AND THE SIGN-OFF   *
      *  USERID IN AUDIT-USERID.                                      *
      *  'V' ROWS ARE WRITTEN BY ACIFOTXO, THE HOLD VAULT             *
      *  CONSOLIDATION, TWO PER STORE SEGMENT MOVED INTO A HOLD       *
      *  VAULT: AUDIT-DISPOSITION 'O' (MOVED OUT) WITH THE EXTENT     *
      *  DDNAME THE SEGMENT LEFT IN AUDIT-TARGET-ID AND ITS OLD       *
      *  RECORD RANGE, THEN 'I' (MOVED IN) WITH THE VAULT DDNAME AND  *
      *  ITS NEW RECORD RANGE; BOTH CARRY THE SEGMENT'S PAGE COUNT,   *
      *  GENERATION AND THE USERID WHO RAN THE CONSOLIDATION.         *
      *  'O' ROWS ARE WRITTEN BY ACIFOTXP WHEN A SUPERVISOR OVERRIDE *
      *  CARD LETS THE RETENTION PURGE DESTROY SEGMENTS OF A STREAM   *
      *  THAT HAS NO LATER GENERATION VERIFIED, RECONCILED AND        *
      *  UNLOADED: ONE PER STREAM, AHEAD OF ITS 'P' ROWS, WITH THE    *
      *  SUPERVISOR IN AUDIT-USERID, THE ADMINISTRATOR RUNNING THE    *
      *  PURGE IN AUDIT-TARGET-ID, THE OVERRIDE REASON CODE, AND THE  *
      *  NEWEST SAFE GENERATION OF THE STREAM (ZERO IF NONE) IN       *
      *  AUDIT-GEN-DATE.                                              *
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TYPE              PIC X.
               88  AUDIT-RETRIEVAL-ROW VALUE 'R'.
               88  AUDIT-HOLD-ROW      VALUE 'H'.
               88  AUDIT-MAINT-ROW     VALUE 'M'.
               88  AUDIT-STORE-ROW     VALUE 'S'.
               88  AUDIT-ROLLOVER-ROW  VALUE 'Y'.
               88  AUDIT-VAULT-ROW     VALUE 'V'.
               88  AUDIT-OVERRIDE-ROW  VALUE 'O'.
           05  AUDIT-DIVISION-CODE     PIC 99.
           05  AUDIT-STORE-CODE        PIC 99.
           05  AUDIT-RUN-DATE          PIC 9(6).
               88  AUDIT-HOLD-RELEASED VALUE 'L'.
               88  AUDIT-GRANT-ADDED   VALUE 'A'.
               88  AUDIT-GRANT-DELETED VALUE 'D'.
               88  AUDIT-STORE-ADDED   VALUE 'A'.
               88  AUDIT-STORE-RENAMED VALUE 'N'.
               88  AUDIT-STORE-CLOSED  VALUE 'C'.
               88  AUDIT-CHAIN-CARRIED VALUE 'C'.
               88  AUDIT-MOVED-OUT     VALUE 'O'.
               88  AUDIT-MOVED-IN      VALUE 'I'.
           05  AUDIT-START-REC         PIC 9(8) BINARY.
           05  AUDIT-END-REC           PIC 9(8) BINARY.
           05  AUDIT-STREAM-CODE       PIC 9.
           05  AUDIT-TARGET-ID         PIC X(8).
           05  AUDIT-SEQ-NUMBER        PIC 9(9).
           05  AUDIT-CHAIN-VALUE       PIC 9(9).
