      *  INSTEAD OF A CORRELATION OF STOREIDX, AUDITLOG AND JOB LOGS. *
      *                                                               *
      *  ACIFOTX WRITES THE ROW AT END OF JOB WITH THE EXTENT LIST    *
      *  AND THE RUN'S RECORD/PAGE/LINE TOTALS, UNLESS THE RUN'S      *
      *  PAGE-STRUCTURE EXCEPTIONS (PAGEXCP) REACHED THE STRMCTL STOP *
      *  LIMIT, WHEN THE GENERATION IS WITHHELD.  ACIFOTXV MARKS IT   *
      *  VERIFIED WHEN THE GENERATION VERIFIES CLEAN.  ACIFOTXB       *
      *  RECORDS THE OUTCOME OF THE CONTROL-TOTAL RECONCILIATION:     *
      *  'Y' RECONCILED CLEAN, 'F' FAILED, 'N' NEVER RUN.  ACIFOTXU   *
      *  MARKS IT UNLOADED WITH THE UNLOAD DATASET NAME, AND ACIFOTXX *
      *  MARKS IT EXPORTED WITH THE CONTENT-REPOSITORY EXPORT DATASET *
      *  NAME ONCE THE EXPORT RECONCILES.  ACIFOTXP COUNTS THE        *
      *  SEGMENTS IT PURGES INTO IT, AND PURGES NOTHING FROM A STREAM *
      *  UNLESS A LATER GENERATION OF THE STREAM IS VERIFIED,         *
      *  RECONCILED AND UNLOADED.  ACIFOTXI PRINTS THE INVENTORY      *
      *  REPORT FROM IT AND FLAGS THE GAPS.                           *
      *                                                               *
      *  AFTER A RESTARTED ARCHIVE RUN THE EXTENT LIST CARRIES THE    *
      *  EXTENTS OPENED FROM THE RESTART POINT ONWARD (INCLUDING THE  *
      *  EXTENT THE RESTART RESUMED); THE RUN TOTALS ARE ALWAYS THE   *
      *  WHOLE RUN'S, FROM THE CHECKPOINT.                            *
      *                                                               *
      *  THE RECONCILIATION FIELDS FOLLOW GENCAT-VERIFY-DATE AND THE  *
      *  EXPORT FIELDS FOLLOW GENCAT-UNLOAD-DSNAME, SO ROWS WRITTEN   *
      *  BEFORE THEY EXISTED MUST BE RELOADED INTO THIS LAYOUT WHEN   *
      *  THE CATALOG IS MIGRATED, WITH GENCAT-RECON-FLAG 'N',         *
      *  GENCAT-EXPORT-FLAG 'N', ZERO RECONCILIATION AND EXPORT DATES *
      *  AND A BLANK GENCAT-EXPORT-DSNAME.                            *
      *****************************************************************
       01  GENCAT-RECORD.
           05  GENCAT-KEY.
               88  GENCAT-VERIFIED         VALUE 'Y'.
               88  GENCAT-NOT-VERIFIED     VALUE 'N'.
           05  GENCAT-VERIFY-DATE          PIC 9(6).
           05  GENCAT-RECON-FLAG           PIC X.
               88  GENCAT-RECONCILED       VALUE 'Y'.
               88  GENCAT-RECON-FAILED     VALUE 'F'.
               88  GENCAT-NOT-RECONCILED   VALUE 'N'.
           05  GENCAT-RECON-DATE           PIC 9(6).
           05  GENCAT-UNLOAD-FLAG          PIC X.
               88  GENCAT-UNLOADED         VALUE 'Y'.
               88  GENCAT-NOT-UNLOADED     VALUE 'N'.
           05  GENCAT-UNLOAD-DATE          PIC 9(6).
           05  GENCAT-UNLOAD-DSNAME        PIC X(44).
           05  GENCAT-EXPORT-FLAG          PIC X.
               88  GENCAT-EXPORTED         VALUE 'Y'.
               88  GENCAT-NOT-EXPORTED     VALUE 'N'.
           05  GENCAT-EXPORT-DATE          PIC 9(6).
           05  GENCAT-EXPORT-DSNAME        PIC X(44).
           05  GENCAT-PURGED-SEGS          PIC 9(8) BINARY.
           05  GENCAT-PURGE-DATE           PIC 9(6).
           05  GENCAT-EXTENT-COUNT         PIC 9(4) BINARY.
