      *  READERS REJECT THEM BY VERSION.  A VERSION 01 IMAGE MUST    *
      *  BE RELOADED WITH THE VERSION 01 ACIFOTXL AND THE CLUSTERS   *
      *  CONVERTED, THEN RE-UNLOADED AT THIS LEVEL.                  *
      *  VERSION 03 ADDED THE TRAIL SEQUENCE NUMBER AND CHAINED      *
      *  CHECK VALUE TO THE EMBEDDED AUDIT ROWS AND CHANGED NOTHING  *
      *  ELSE, SO THE READERS STILL ACCEPT VERSION 02: ACIFOTXL      *
      *  RELOADS ITS AUDIT ROWS WITH BOTH FIELDS ZERO AND ACIFOTXC   *
      *  DOES NOT READ AUDIT ROWS AT ALL.                            *
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-TYPE           PIC X(3).
