000293* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 13  *     !@13
000294* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 14  *     !@14
000295* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 15  *     !@15
000297* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 16  *    !@16
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXR.
000500 AUTHOR. MAINTENANCE.
010214         'REQUESTS PROCESSED : '.                                  !@03
010215     05  RPT-TOTAL-REQUESTS  PIC Z(3)9.                            !@03
010216     05  FILLER              PIC X(98) VALUE SPACES.               !@03
010217     SKIP1                                                         !@16
010218* Sequence and check-value chaining of the audit rows written.     !@16
010219     COPY AUDCHAIN.                                                !@16
010220     EJECT                                                         !@03
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
013889        MOVE RUN-RETURN-CODE TO RETURN-CODE;                       !@06
013889        STOP RUN                                                   !@06
013889     END-IF;                                                       !@06
013889     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@16
013889     OPEN EXTEND AUDIT-FILE.                                       !@06
013889     IF NOT AUDIT-OK                                               !@06
013889        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '          !@06
015684     MOVE EXTRACT-END-REC        TO AUDIT-END-REC.                 !@06
015685     MOVE REQUEST-STREAM         TO AUDIT-STREAM-CODE.             !@10
015685     MOVE SPACES                 TO AUDIT-TARGET-ID.               !@11
015685     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@16
015686     WRITE AUDIT-RECORD.                                           !@06
015688     SKIP1                                                         !@06
015690 2970-REFUSE-RETRIEVAL.                                            !@06
015699     MOVE ZERO TO AUDIT-START-REC AUDIT-END-REC.                   !@08
015699     MOVE REQUEST-STREAM         TO AUDIT-STREAM-CODE.             !@10
015699     MOVE SPACES                 TO AUDIT-TARGET-ID.               !@11
015699     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@16
015699     WRITE AUDIT-RECORD.                                           !@08
015699     SKIP1                                                         !@08
015702 2500-GATHER-PAGE-ATTRS.                                           !@02
020628     MOVE ZERO TO AUDIT-START-REC AUDIT-END-REC.                   !@06
020629     MOVE REQUEST-STREAM   TO AUDIT-STREAM-CODE.                   !@10
020629     MOVE SPACES           TO AUDIT-TARGET-ID.                     !@11
020629     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@16
020630     WRITE AUDIT-RECORD.                                           !@06
020640     SKIP1                                                         !@11
020650 7800-YYMMDD-TO-INTEGER.                                           !@11
020662        COMPUTE WORK-DATE-INT =                                    !@11
020663                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)             !@11
020664     END-IF.                                                       !@11
020674     SKIP1                                                         !@16
020684 8800-FIND-AUDIT-CHAIN-END.                                        !@16
020694* The trail is sequential, so the last row - the one this run's    !@16
020704* rows chain on - is found by one pass before it is extended.      !@16
020714* Rows carried from before the chain existed have sequence zero    !@16
020724* and are passed over.                                             !@16
020734     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@16
020744     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@16
020754     OPEN INPUT AUDIT-FILE.                                        !@16
020764     IF AUDIT-OK                                                   !@16
020774        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@16
020784           UNTIL AUDIT-CHAIN-EOF;                                  !@16
020794        CLOSE AUDIT-FILE                                           !@16
020804     END-IF.                                                       !@16
020814     SKIP1                                                         !@16
020824 8810-READ-ONE-AUDIT-ROW.                                          !@16
020834     READ AUDIT-FILE                                               !@16
020844       AT END                                                      !@16
020854        SET AUDIT-CHAIN-EOF TO TRUE                                !@16
020864       NOT AT END                                                  !@16
020874        IF AUDIT-SEQ-NUMBER > ZERO                                 !@16
020884           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@16
020894           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@16
020904        END-IF                                                     !@16
020914     END-READ.                                                     !@16
020924     SKIP1                                                         !@16
020934 8850-STAMP-AUDIT-ROW.                                             !@16
020944* Give the row built in AUDIT-RECORD the next sequence number      !@16
020954* and its check value, chained on the row before it.               !@16
020964     ADD 1 TO AUDIT-LAST-SEQ.                                      !@16
020974     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@16
020984     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@16
020994     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@16
021004                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@16
021014     PERFORM 8860-CHAIN-ONE-BYTE                                   !@16
021024        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@16
021034        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@16
021044     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@16
021054     SKIP1                                                         !@16
021064 8860-CHAIN-ONE-BYTE.                                              !@16
021074     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@16
021084       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@16
021094     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@16
021104             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@16
021114           + AUDIT-CHAIN-HALF + 1.                                 !@16
021124     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@16
021134        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@16
