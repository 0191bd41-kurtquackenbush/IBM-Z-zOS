000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 03  *     !@03
000230* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 04  *    !@04
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXH.
000500 AUTHOR. MAINTENANCE.
025300     05  RPL-LABEL           PIC X(22).
025400     05  RPL-VALUE           PIC Z(7)9.
025500     05  FILLER              PIC X(93) VALUE SPACES.
025510     SKIP1                                                         !@04
025520* Sequence and check-value chaining of the audit rows written.     !@04
025530     COPY AUDCHAIN.                                                !@04
025600     EJECT
025700 PROCEDURE DIVISION.
025800 0000-MAINLINE.
033700           STOP RUN
033800        END-IF
033900     END-IF;
033910     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@04
034000     OPEN EXTEND AUDIT-FILE.
034100     IF NOT AUDIT-OK
034200        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
057500     MOVE STOREIDX-END-REC       TO AUDIT-END-REC.
057600     MOVE STOREIDX-STREAM-CODE   TO AUDIT-STREAM-CODE.
057650     MOVE SPACES                 TO AUDIT-TARGET-ID.               !@02
057660     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@04
057700     WRITE AUDIT-RECORD.
057800     SKIP1
057900 5000-WARN-EXPIRING-SEGMENTS.
074000        COMPUTE WORK-DATE-INT =
074100                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
074200     END-IF.
074210     SKIP1                                                         !@04
074220 8800-FIND-AUDIT-CHAIN-END.                                        !@04
074230* The trail is sequential, so the last row - the one this run's    !@04
074240* rows chain on - is found by one pass before it is extended.      !@04
074250* Rows carried from before the chain existed have sequence zero    !@04
074260* and are passed over.                                             !@04
074270     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@04
074280     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@04
074290     OPEN INPUT AUDIT-FILE.                                        !@04
074300     IF AUDIT-OK                                                   !@04
074310        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@04
074320           UNTIL AUDIT-CHAIN-EOF;                                  !@04
074330        CLOSE AUDIT-FILE                                           !@04
074340     END-IF.                                                       !@04
074350     SKIP1                                                         !@04
074360 8810-READ-ONE-AUDIT-ROW.                                          !@04
074370     READ AUDIT-FILE                                               !@04
074380       AT END                                                      !@04
074390        SET AUDIT-CHAIN-EOF TO TRUE                                !@04
074400       NOT AT END                                                  !@04
074410        IF AUDIT-SEQ-NUMBER > ZERO                                 !@04
074420           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@04
074430           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@04
074440        END-IF                                                     !@04
074450     END-READ.                                                     !@04
074460     SKIP1                                                         !@04
074470 8850-STAMP-AUDIT-ROW.                                             !@04
074480* Give the row built in AUDIT-RECORD the next sequence number      !@04
074490* and its check value, chained on the row before it.               !@04
074500     ADD 1 TO AUDIT-LAST-SEQ.                                      !@04
074510     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@04
074520     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@04
074530     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@04
074540                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@04
074550     PERFORM 8860-CHAIN-ONE-BYTE                                   !@04
074560        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@04
074570        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@04
074580     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@04
074590     SKIP1                                                         !@04
074600 8860-CHAIN-ONE-BYTE.                                              !@04
074610     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@04
074620       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@04
074630     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@04
074640             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@04
074650           + AUDIT-CHAIN-HALF + 1.                                 !@04
074660     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@04
074670        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@04
