000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXM.
000500 AUTHOR. MAINTENANCE.
020400     05  RPL-LABEL           PIC X(22).
020500     05  RPL-VALUE           PIC Z(7)9.
020600     05  FILLER              PIC X(93) VALUE SPACES.
020610     SKIP1                                                         !@03
020620* Sequence and check-value chaining of the audit rows written.     !@03
020630     COPY AUDCHAIN.                                                !@03
020700     EJECT
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
026500        MOVE 16 TO RETURN-CODE;
026600        STOP RUN
026700     END-IF;
026710     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@03
026800     OPEN EXTEND AUDIT-FILE.
026900     IF NOT AUDIT-OK
027000        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
041900     MOVE ZERO                 TO AUDIT-START-REC AUDIT-END-REC.
042000     MOVE ZERO                 TO AUDIT-STREAM-CODE.
042100     MOVE AC-REQUESTOR-ID      TO AUDIT-TARGET-ID.
042110     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@03
042200     WRITE AUDIT-RECORD.
042300     SKIP1
042400 4000-LIST-GRANTS.
056000        COMPUTE WORK-DATE-INT =
056100                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
056200     END-IF.
056210     SKIP1                                                         !@03
056220 8800-FIND-AUDIT-CHAIN-END.                                        !@03
056230* The trail is sequential, so the last row - the one this run's    !@03
056240* rows chain on - is found by one pass before it is extended.      !@03
056250* Rows carried from before the chain existed have sequence zero    !@03
056260* and are passed over.                                             !@03
056270     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@03
056280     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@03
056290     OPEN INPUT AUDIT-FILE.                                        !@03
056300     IF AUDIT-OK                                                   !@03
056310        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@03
056320           UNTIL AUDIT-CHAIN-EOF;                                  !@03
056330        CLOSE AUDIT-FILE                                           !@03
056340     END-IF.                                                       !@03
056350     SKIP1                                                         !@03
056360 8810-READ-ONE-AUDIT-ROW.                                          !@03
056370     READ AUDIT-FILE                                               !@03
056380       AT END                                                      !@03
056390        SET AUDIT-CHAIN-EOF TO TRUE                                !@03
056400       NOT AT END                                                  !@03
056410        IF AUDIT-SEQ-NUMBER > ZERO                                 !@03
056420           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@03
056430           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@03
056440        END-IF                                                     !@03
056450     END-READ.                                                     !@03
056460     SKIP1                                                         !@03
056470 8850-STAMP-AUDIT-ROW.                                             !@03
056480* Give the row built in AUDIT-RECORD the next sequence number      !@03
056490* and its check value, chained on the row before it.               !@03
056500     ADD 1 TO AUDIT-LAST-SEQ.                                      !@03
056510     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@03
056520     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@03
056530     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@03
056540                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@03
056550     PERFORM 8860-CHAIN-ONE-BYTE                                   !@03
056560        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@03
056570        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@03
056580     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@03
056590     SKIP1                                                         !@03
056600 8860-CHAIN-ONE-BYTE.                                              !@03
056610     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@03
056620       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@03
056630     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@03
056640             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@03
056650           + AUDIT-CHAIN-HALF + 1.                                 !@03
056660     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@03
056670        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@03
