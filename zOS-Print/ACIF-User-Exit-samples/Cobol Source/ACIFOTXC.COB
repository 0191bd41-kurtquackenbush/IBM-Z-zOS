000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXC.
000500 AUTHOR. MAINTENANCE.
028600     05  FILLER              PIC X(7)  VALUE ' PAGES '.
028700     05  RPT-PAGES           PIC Z(5)9.
028800     05  FILLER              PIC X(33) VALUE SPACES.              !@02
028810     SKIP1                                                         !@03
028820* Sequence and check-value chaining of the audit rows written.     !@03
028830     COPY AUDCHAIN.                                                !@03
028900     EJECT
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
033600        MOVE 16 TO RETURN-CODE;
033700        STOP RUN
033800     END-IF;
033810     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@03
033900     OPEN EXTEND AUDIT-FILE.
034000     IF NOT AUDIT-OK
034100        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
043700        MOVE 16 TO RETURN-CODE;
043800        STOP RUN
043900     END-IF;
043903* Versions 02 and 03 differ only in the audit rows, which a        !@03
043906* retrieval passes over, so either is served.                      !@03
043910     IF HDR-VERSION NOT = 02 AND HDR-VERSION NOT = 03              !@03
043920        DISPLAY PGMNAME, ' UNLOAD IMAGE IS FORMAT VERSION ',       !@02
043930                HDR-VERSION, ' - THIS PROGRAM READS VERSION '      !@02
043940                '02 OR 03. RETRIEVE WITH THE MATCHING LEVEL.';     !@03
043950        MOVE 16 TO RETURN-CODE;                                    !@02
043960        STOP RUN                                                   !@02
043970     END-IF;                                                       !@02
083700     MOVE EXTRACT-END-REC   TO AUDIT-END-REC.
083800     MOVE REQUEST-STREAM    TO AUDIT-STREAM-CODE.
083900     MOVE SPACES            TO AUDIT-TARGET-ID.
083910     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@03
084000     WRITE AUDIT-RECORD.
084100     SKIP1
084200 5200-LOG-REFUSED-RETRIEVAL.
086600     MOVE ZERO              TO AUDIT-START-REC AUDIT-END-REC.
086700     MOVE REQUEST-STREAM    TO AUDIT-STREAM-CODE.
086800     MOVE SPACES            TO AUDIT-TARGET-ID.
086810     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@03
086900     WRITE AUDIT-RECORD.
087000     SKIP1
087100 6000-TERMINATE.
090300        COMPUTE WORK-DATE-INT =
090400           FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
090500     END-IF.
090510     SKIP1                                                         !@03
090520 8800-FIND-AUDIT-CHAIN-END.                                        !@03
090530* The trail is sequential, so the last row - the one this run's    !@03
090540* rows chain on - is found by one pass before it is extended.      !@03
090550* Rows carried from before the chain existed have sequence zero    !@03
090560* and are passed over.                                             !@03
090570     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@03
090580     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@03
090590     OPEN INPUT AUDIT-FILE.                                        !@03
090600     IF AUDIT-OK                                                   !@03
090610        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@03
090620           UNTIL AUDIT-CHAIN-EOF;                                  !@03
090630        CLOSE AUDIT-FILE                                           !@03
090640     END-IF.                                                       !@03
090650     SKIP1                                                         !@03
090660 8810-READ-ONE-AUDIT-ROW.                                          !@03
090670     READ AUDIT-FILE                                               !@03
090680       AT END                                                      !@03
090690        SET AUDIT-CHAIN-EOF TO TRUE                                !@03
090700       NOT AT END                                                  !@03
090710        IF AUDIT-SEQ-NUMBER > ZERO                                 !@03
090720           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@03
090730           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@03
090740        END-IF                                                     !@03
090750     END-READ.                                                     !@03
090760     SKIP1                                                         !@03
090770 8850-STAMP-AUDIT-ROW.                                             !@03
090780* Give the row built in AUDIT-RECORD the next sequence number      !@03
090790* and its check value, chained on the row before it.               !@03
090800     ADD 1 TO AUDIT-LAST-SEQ.                                      !@03
090810     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@03
090820     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@03
090830     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@03
090840                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@03
090850     PERFORM 8860-CHAIN-ONE-BYTE                                   !@03
090860        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@03
090870        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@03
090880     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@03
090890     SKIP1                                                         !@03
090900 8860-CHAIN-ONE-BYTE.                                              !@03
090910     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@03
090920       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@03
090930     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@03
090940             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@03
090950           + AUDIT-CHAIN-HALF + 1.                                 !@03
090960     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@03
090970        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@03
