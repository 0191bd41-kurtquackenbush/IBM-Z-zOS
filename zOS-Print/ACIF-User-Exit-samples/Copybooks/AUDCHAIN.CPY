      *****************************************************************
      *  AUDCHAIN - WORK FIELDS FOR STAMPING AND PROVING THE AUDIT    *
      *  TRAIL CHAIN (AUDIT-SEQ-NUMBER/AUDIT-CHAIN-VALUE IN AUDIT).   *
      *  COPIED INTO WORKING-STORAGE OF EVERY PROGRAM THAT WRITES OR  *
      *  VERIFIES AUDIT-RECORD, SO THE ALGORITHM CONSTANTS ARE THE    *
      *  SAME EVERYWHERE.                                             *
      *                                                               *
      *  THE CHAIN VALUE OF A ROW IS FOUND BY STARTING FROM THE       *
      *  PREVIOUS ROW'S CHAIN VALUE (ZERO BEFORE SEQUENCE 1) AND, FOR *
      *  EACH BYTE OF THE ROW AHEAD OF AUDIT-CHAIN-VALUE IN TURN,     *
      *  MULTIPLYING BY AUDIT-CHAIN-MULTIPLIER, ADDING THE BYTE'S     *
      *  VALUE PLUS ONE, AND KEEPING THE REMAINDER AFTER DIVIDING BY  *
      *  AUDIT-CHAIN-MODULUS.  THE BYTE VALUE IS TAKEN THROUGH        *
      *  AUDIT-CHAIN-HALF-X, WHOSE FIRST BYTE STAYS LOW-VALUE.        *
      *  AUDIT-LAST-SEQ/AUDIT-LAST-CHAIN HOLD THE LAST ROW WRITTEN OR *
      *  READ, WHICH THE NEXT ROW CHAINS ON.                          *
      *****************************************************************
       01  AUDIT-CHAIN-DATA.
           05  AUDIT-LAST-SEQ          PIC 9(9)  VALUE ZERO.
           05  AUDIT-LAST-CHAIN        PIC 9(9)  VALUE ZERO.
           05  AUDIT-CHAIN-ACCUM       PIC S9(18) BINARY VALUE ZERO.
           05  AUDIT-CHAIN-QUOT        PIC S9(18) BINARY VALUE ZERO.
           05  AUDIT-CHAIN-MODULUS     PIC S9(18) BINARY
                                       VALUE 999999937.
           05  AUDIT-CHAIN-MULTIPLIER  PIC S9(4) BINARY VALUE 257.
           05  AUDIT-CHAIN-SUB         PIC S9(4) BINARY VALUE ZERO.
           05  AUDIT-CHAIN-BYTES       PIC S9(4) BINARY VALUE ZERO.
           05  AUDIT-CHAIN-EOF-SWITCH  PIC X     VALUE 'N'.
               88  AUDIT-CHAIN-EOF     VALUE 'Y'.
       01  AUDIT-CHAIN-HALF            PIC 9(4) BINARY VALUE ZERO.
       01  AUDIT-CHAIN-HALF-X          REDEFINES AUDIT-CHAIN-HALF
                                       PIC XX.
