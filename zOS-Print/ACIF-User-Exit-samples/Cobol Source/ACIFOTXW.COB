000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXW.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program verifies the archive audit trail:
000900               it proves that no row has been deleted, inserted,
001000               moved or edited since it was written.
001100
001200               Every program that writes AUDIT-RECORD stamps the
001300               row with the next sequence number and a check
001400               value chained on the row before it (see the AUDIT
001500               and AUDCHAIN copybooks).  This program reads the
001600               trail front to back and reports, one line per
001700               row, every:
001800
001900               - gap in the sequence numbers (rows deleted), with
002000                 the number of rows missing;
002100               - row whose number is lower than one already seen
002200                 (rows reordered or inserted), or repeats the
002300                 row before it (row duplicated);
002400               - row whose check value does not match the value
002500                 recomputed from the row and its predecessor
002600                 (row altered in place);
002700               - row with no sequence number after the chain has
002800                 started (row inserted by something other than an
002900                 archive program).
003000
003100               Rows converted from the layout before chaining
003200               carry sequence zero; those at the front of the
003300               trail are counted, not checked.  The check value
003400               of a row can only be proven when its predecessor
003500               is present and in sequence, so after a gap or an
003600               out-of-order row the chain picks up again from
003700               the next row in sequence.
003800
003900               After a year-end rollover (ACIFOTXY) the current
004000               trail starts part way through the sequence.  The
004100               rollover summary prints the first sequence number
004200               of the current trail and the check value carried
004300               forward; given on the control card, they link the
004400               current trail to the history.  Without the card
004500               the first row's check value cannot be proven and
004600               the run ends with return code 4.  The history
004700               datasets and the current trail may also be
004800               concatenated under AUDITLOG, oldest first, and
004900               verified as one trail from sequence 1; no card is
005000               then needed.
005100
005200               The control card (SYSIN, optional):
005300
005400                  COLUMNS  1 -  9  FIRST SEQUENCE NUMBER EXPECTED
005500                  COLUMNS 10 - 18  CHECK VALUE CARRIED FORWARD
005600
005700               Rollover rows ('Y') are listed for information.
005800
005900               Return code 0 means the chain verified, 4 means
006000               the trail verified but its link to the history was
006100               not proven (or it has no chained rows yet), 12
006200               means the chain is broken and the exceptions must
006300               be investigated, 16 means a file could not be
006400               processed.
006500
006600 DATE-WRITTEN. 14 OCT 26.
006700 DATE-COMPILED.
006800 SECURITY. IBM SAMPLE CODE ONLY.
006900 TITLE 'ACIF Archive Audit Trail Verification'.
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER. IBM-370.
007300 OBJECT-COMPUTER. IBM-370.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
007700                                 ORGANIZATION SEQUENTIAL,
007800                                 FILE STATUS CONTROL-STATUS.
007900     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
008000                                 ORGANIZATION SEQUENTIAL,
008100                                 FILE STATUS AUDIT-STATUS.
008200     SELECT REPORT-FILE          ASSIGN TO VERIFRPT,
008300                                 ORGANIZATION SEQUENTIAL,
008400                                 FILE STATUS REPORT-STATUS.
008500     EJECT
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CONTROL-FILE.
008900 01  CONTROL-RECORD.
009000     05  CC-FIRST-SEQ            PIC X(9).
009100     05  CC-FIRST-SEQ-NUM        REDEFINES CC-FIRST-SEQ
009200                                 PIC 9(9).
009300     05  CC-PRIOR-CHAIN          PIC X(9).
009400     05  CC-PRIOR-CHAIN-NUM      REDEFINES CC-PRIOR-CHAIN
009500                                 PIC 9(9).
009600     05  FILLER                  PIC X(62).
009700 FD  AUDIT-FILE.
009800     COPY AUDIT.
009900 FD  REPORT-FILE.
010000 01  REPORT-RECORD               PIC X(132).
010100     EJECT
010200 WORKING-STORAGE SECTION.
010300 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXW'.
010400 77  CONTROL-STATUS          PIC 99.
010500     88  CONTROL-OK          VALUE 00.
010600 77  AUDIT-STATUS            PIC 99.
010700     88  AUDIT-OK            VALUE 00.
010800     88  AUDIT-AT-END        VALUE 10.
010900 77  REPORT-STATUS           PIC 99.
011000     88  REPORT-OK           VALUE 00.
011100 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
011200 77  AUDIT-EOF-SWITCH        PIC X    VALUE 'N'.
011300     88  AUDIT-EOF           VALUE 'Y'.
011400 77  CARD-GIVEN-SWITCH       PIC X    VALUE 'N'.
011500     88  CARD-GIVEN          VALUE 'Y'.
011600 77  CHAIN-STARTED-SWITCH    PIC X    VALUE 'N'.
011700     88  CHAIN-STARTED       VALUE 'Y'.
011800 77  LINK-UNPROVEN-SWITCH    PIC X    VALUE 'N'.
011900     88  LINK-UNPROVEN       VALUE 'Y'.
012000 77  ROWS-READ               PIC S9(9) BINARY VALUE ZERO.
012100 77  LEGACY-ROWS             PIC S9(9) BINARY VALUE ZERO.
012200 77  CHAINED-ROWS            PIC S9(9) BINARY VALUE ZERO.
012300 77  ROLLOVER-ROWS           PIC S9(9) BINARY VALUE ZERO.
012400 77  GAPS-FOUND              PIC S9(9) BINARY VALUE ZERO.
012500 77  ROWS-MISSING            PIC S9(9) BINARY VALUE ZERO.
012600 77  ROWS-OUT-OF-ORDER       PIC S9(9) BINARY VALUE ZERO.
012700 77  ROWS-ALTERED            PIC S9(9) BINARY VALUE ZERO.
012800 77  ROWS-UNCHAINED          PIC S9(9) BINARY VALUE ZERO.
012900 77  EXCEPTIONS-LISTED       PIC S9(9) BINARY VALUE ZERO.
013000 77  EXPECTED-SEQ            PIC 9(9)  VALUE ZERO.
013100 77  FIRST-SEQ               PIC 9(9)  VALUE ZERO.
013200 77  MISSING-COUNT           PIC S9(9) BINARY VALUE ZERO.
013300     SKIP1
013400 01  DATE-DATA.
013500   05  RUN-DATE              PIC 9(6).
013600     SKIP1
013700* Sequence and check-value chaining of the audit rows read.
013800     COPY AUDCHAIN.
013900     SKIP1
014000 01  REPORT-HEADING-LINE.
014100     05  FILLER              PIC X(9)  VALUE 'ACIFOTXW '.
014200     05  FILLER              PIC X(38) VALUE
014300         'AUDIT TRAIL CHAIN VERIFICATION        '.
014400     05  FILLER              PIC X(9)  VALUE 'RUN DATE '.
014500     05  RPH-RUN-DATE        PIC 9(6).
014600     05  FILLER              PIC X(70) VALUE SPACES.
014700 01  REPORT-LINK-LINE.
014800     05  FILLER              PIC X(9)  VALUE SPACES.
014900     05  FILLER              PIC X(30) VALUE
015000         'LINKED TO HISTORY AT SEQUENCE '.
015100     05  RPK-FIRST-SEQ       PIC Z(8)9.
015200     05  FILLER              PIC X(28) VALUE
015300         ', CHECK VALUE CARRIED FWD   '.
015400     05  RPK-PRIOR-CHAIN     PIC 9(9).
015500     05  FILLER              PIC X(47) VALUE SPACES.
015600 01  COLUMN-HEADING-LINE.
015700     05  FILLER              PIC X(44) VALUE
015800         '   TRAIL ROW   SEQUENCE T RUN DATE/TIME     '.
015900     05  FILLER              PIC X(50) VALUE 'EXCEPTION'.
016000     05  FILLER              PIC X(38) VALUE '     COUNT'.
016100 01  REPORT-EXCEPTION-LINE.
016200     05  FILLER              PIC X(3)  VALUE SPACES.
016300     05  RPX-ROW             PIC Z(8)9.
016400     05  FILLER              PIC X(2)  VALUE SPACES.
016500     05  RPX-SEQ             PIC Z(8)9.
016600     05  FILLER              PIC X     VALUE SPACE.
016700     05  RPX-TYPE            PIC X.
016800     05  FILLER              PIC X     VALUE SPACE.
016900     05  RPX-RUN-DATE        PIC 9(6).
017000     05  FILLER              PIC X     VALUE SPACE.
017100     05  RPX-RUN-TIME        PIC 9(8).
017200     05  FILLER              PIC X(3)  VALUE SPACES.
017300     05  RPX-DESC            PIC X(50).
017400     05  RPX-COUNT           PIC Z(8)9.
017500     05  FILLER              PIC X(29) VALUE SPACES.
017600 01  REPORT-ROLLOVER-LINE.
017700     05  FILLER              PIC X(3)  VALUE SPACES.
017800     05  RPY-ROW             PIC Z(8)9.
017900     05  FILLER              PIC X(2)  VALUE SPACES.
018000     05  RPY-SEQ             PIC Z(8)9.
018100     05  FILLER              PIC X(20) VALUE
018200         ' ROLLOVER OF YEAR TO'.
018300     05  RPY-CLOSE-DATE      PIC 9(6).
018400     05  FILLER              PIC X(7)  VALUE ' MOVED '.
018500     05  RPY-MOVED           PIC Z(8)9.
018600     05  FILLER              PIC X(11) VALUE ' ROWS, SEQ '.
018700     05  RPY-FROM-SEQ        PIC Z(8)9.
018800     05  FILLER              PIC X(3)  VALUE ' - '.
018900     05  RPY-TO-SEQ          PIC Z(8)9.
019000     05  FILLER              PIC X(15) VALUE ' SIGNED OFF BY '.
019100     05  RPY-USERID          PIC X(8).
019200     05  FILLER              PIC X(12) VALUE SPACES.
019300 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
019400 01  REPORT-TOTAL-LINE.
019500     05  FILLER              PIC X(9)  VALUE 'ACIFOTXW '.
019600     05  RPL-LABEL           PIC X(22).
019700     05  RPL-VALUE           PIC Z(8)9.
019800     05  FILLER              PIC X(92) VALUE SPACES.
019900 01  REPORT-RESULT-LINE.
020000     05  FILLER              PIC X(9)  VALUE 'ACIFOTXW '.
020100     05  FILLER              PIC X(14) VALUE 'CHAIN STATUS: '.
020200     05  RPR-RESULT          PIC X(50).
020300     05  FILLER              PIC X(59) VALUE SPACES.
020400     EJECT
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE.
020800     PERFORM 2000-READ-ONE-AUDIT-ROW
020900        UNTIL AUDIT-EOF.
021000     PERFORM 6000-TERMINATE.
021100     MOVE RUN-RETURN-CODE TO RETURN-CODE.
021200     STOP RUN.
021300     SKIP1
021400 1000-INITIALIZE.
021500     ACCEPT RUN-DATE FROM DATE.
021600     OPEN INPUT CONTROL-FILE.
021700     IF CONTROL-OK
021800        READ CONTROL-FILE
021900          AT END
022000           CONTINUE
022100          NOT AT END
022200           IF CONTROL-RECORD (1 : 18) NOT = SPACES
022300              IF CC-FIRST-SEQ NUMERIC AND CC-PRIOR-CHAIN NUMERIC
022400                 AND CC-FIRST-SEQ-NUM > 1
022500                 SET CARD-GIVEN TO TRUE
022600              ELSE
022700                 DISPLAY PGMNAME, ' INVALID CONTROL CARD: ',
022800                         CONTROL-RECORD (1 : 18);
022900                 MOVE 16 TO RETURN-CODE;
023000                 STOP RUN
023100              END-IF
023200           END-IF
023300        END-READ;
023400        CLOSE CONTROL-FILE
023500     END-IF.
023600     OPEN INPUT AUDIT-FILE.
023700     IF NOT AUDIT-OK
023800        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
023900                AUDIT-STATUS;
024000        MOVE 16 TO RETURN-CODE;
024100        STOP RUN
024200     END-IF.
024300     OPEN OUTPUT REPORT-FILE.
024400     IF NOT REPORT-OK
024500        DISPLAY PGMNAME, ' VERIFRPT OPEN FAILED, STATUS '
024600                REPORT-STATUS;
024700        MOVE 16 TO RETURN-CODE;
024800        STOP RUN
024900     END-IF.
025000     MOVE RUN-DATE TO RPH-RUN-DATE.
025100     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
025200     IF CARD-GIVEN
025300        MOVE CC-FIRST-SEQ-NUM   TO RPK-FIRST-SEQ;
025400        MOVE CC-PRIOR-CHAIN-NUM TO RPK-PRIOR-CHAIN;
025500        WRITE REPORT-RECORD FROM REPORT-LINK-LINE
025600     END-IF.
025700     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
025800     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE.
025900     SKIP1
026000 2000-READ-ONE-AUDIT-ROW.
026100     READ AUDIT-FILE
026200       AT END
026300        SET AUDIT-EOF TO TRUE
026400       NOT AT END
026500        ADD 1 TO ROWS-READ;
026600        PERFORM 2100-CHECK-ONE-ROW
026700     END-READ.
026800     IF NOT AUDIT-OK AND NOT AUDIT-AT-END
026900        DISPLAY PGMNAME, ' AUDITLOG READ FAILED, STATUS '
027000                AUDIT-STATUS, ' AFTER ROW ', ROWS-READ;
027100        MOVE 16 TO RUN-RETURN-CODE;
027200        SET AUDIT-EOF TO TRUE
027300     END-IF.
027400     SKIP1
027500 2100-CHECK-ONE-ROW.
027600* A row whose chain fields are not even numeric has been edited
027700* with something other than an archive program.
027800     IF AUDIT-SEQ-NUMBER NOT NUMERIC
027900        OR AUDIT-CHAIN-VALUE NOT NUMERIC
028000        MOVE 'SEQUENCE OR CHECK VALUE NOT NUMERIC - ALTERED'
028100          TO RPX-DESC;
028200        MOVE ZERO TO MISSING-COUNT;
028300        PERFORM 2900-LIST-EXCEPTION;
028400        ADD 1 TO ROWS-ALTERED
028500     ELSE
028600        IF AUDIT-SEQ-NUMBER = ZERO
028700           PERFORM 2200-CHECK-UNCHAINED-ROW
028800        ELSE
028900           ADD 1 TO CHAINED-ROWS;
029000           IF AUDIT-ROLLOVER-ROW
029100              PERFORM 2800-LIST-ROLLOVER-ROW
029200           END-IF;
029300           IF CHAIN-STARTED
029400              PERFORM 2400-CHECK-SEQUENCE
029500           ELSE
029600              PERFORM 2300-START-CHAIN
029700           END-IF
030000        END-IF
030100     END-IF.
030200     SKIP1
030300 2200-CHECK-UNCHAINED-ROW.
030400* Converted rows ahead of the chain are expected; one after the
030500* chain has started was not written by an archive program.
030600     IF CHAIN-STARTED
030700        MOVE 'NO SEQUENCE NUMBER AFTER CHAIN START - INSERTED'
030800          TO RPX-DESC;
030900        MOVE ZERO TO MISSING-COUNT;
031000        PERFORM 2900-LIST-EXCEPTION;
031100        ADD 1 TO ROWS-UNCHAINED
031200     ELSE
031300        ADD 1 TO LEGACY-ROWS
031400     END-IF.
031500     SKIP1
031600 2300-START-CHAIN.
031700* The first chained row is sequence 1 on a trail that has never
031800* been rolled over, or the number on the control card.  Its
031900* predecessor's check value is zero or the one carried forward.
032000     SET CHAIN-STARTED TO TRUE.
032100     MOVE AUDIT-SEQ-NUMBER TO FIRST-SEQ.
032200     IF CARD-GIVEN
032300        MOVE CC-FIRST-SEQ-NUM   TO EXPECTED-SEQ;
032400        MOVE CC-PRIOR-CHAIN-NUM TO AUDIT-LAST-CHAIN
032500     ELSE
032600        MOVE 1    TO EXPECTED-SEQ;
032700        MOVE ZERO TO AUDIT-LAST-CHAIN
032800     END-IF.
032900     IF NOT CARD-GIVEN AND AUDIT-SEQ-NUMBER > 1
033000        SET LINK-UNPROVEN TO TRUE;
033100        MOVE 'TRAIL STARTS AFTER SEQ 1 - LINK TO HISTORY UNPROVEN'
033200          TO RPX-DESC;
033300        MOVE ZERO TO MISSING-COUNT;
033400        PERFORM 2900-LIST-EXCEPTION;
033500        PERFORM 2450-ADVANCE-CHAIN
033600     ELSE
033700        PERFORM 2400-CHECK-SEQUENCE
033800     END-IF.
033900     SKIP1
034000 2400-CHECK-SEQUENCE.
034100     EVALUATE TRUE
034200      WHEN AUDIT-SEQ-NUMBER = EXPECTED-SEQ
034300       PERFORM 2500-CHECK-CHAIN-VALUE;
034400       PERFORM 2450-ADVANCE-CHAIN
034500      WHEN AUDIT-SEQ-NUMBER > EXPECTED-SEQ
034600       COMPUTE MISSING-COUNT = AUDIT-SEQ-NUMBER - EXPECTED-SEQ;
034700       MOVE 'SEQUENCE GAP - ROWS MISSING AHEAD OF THIS ROW'
034800         TO RPX-DESC;
034900       PERFORM 2900-LIST-EXCEPTION;
035000       ADD 1 TO GAPS-FOUND;
035100       ADD MISSING-COUNT TO ROWS-MISSING;
035200       PERFORM 2450-ADVANCE-CHAIN
035300      WHEN AUDIT-SEQ-NUMBER = AUDIT-LAST-SEQ
035400       MOVE 'SEQUENCE REPEATS PREVIOUS ROW - DUPLICATED'
035500         TO RPX-DESC;
035600       MOVE ZERO TO MISSING-COUNT;
035700       PERFORM 2900-LIST-EXCEPTION;
035800       ADD 1 TO ROWS-OUT-OF-ORDER
035900      WHEN OTHER
036000       MOVE 'SEQUENCE LOWER THAN EXPECTED - OUT OF ORDER'
036100         TO RPX-DESC;
036200       MOVE ZERO TO MISSING-COUNT;
036300       PERFORM 2900-LIST-EXCEPTION;
036400       ADD 1 TO ROWS-OUT-OF-ORDER
036500     END-EVALUATE.
036600     SKIP1
036640 2450-ADVANCE-CHAIN.
036645* Only a row that moves the sequence on becomes the row the next
036650* one must follow; a duplicate or out-of-order row is reported
036655* and leaves the chain where it was.
036660     COMPUTE EXPECTED-SEQ = AUDIT-SEQ-NUMBER + 1.
036665     MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN.
036670     MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ.
036675     SKIP1
036700 2500-CHECK-CHAIN-VALUE.
036800* Recompute the value the writer stamped, chaining on the stored
036900* value of the row before; any difference means this row's
037000* contents are not what was written.
037100     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.
037200     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD
037300                               - LENGTH OF AUDIT-CHAIN-VALUE.
037400     PERFORM 2510-CHAIN-ONE-BYTE
037500        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1
037600        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.
037700     IF AUDIT-CHAIN-ACCUM NOT = AUDIT-CHAIN-VALUE
037800        MOVE 'CHECK VALUE MISMATCH - ROW ALTERED' TO RPX-DESC;
037900        MOVE ZERO TO MISSING-COUNT;
038000        PERFORM 2900-LIST-EXCEPTION;
038100        ADD 1 TO ROWS-ALTERED
038200     END-IF.
038300     SKIP1
038400 2510-CHAIN-ONE-BYTE.
038500     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)
038600       TO AUDIT-CHAIN-HALF-X (2 : 1).
038700     COMPUTE AUDIT-CHAIN-ACCUM = AUDIT-CHAIN-ACCUM
038800                               * AUDIT-CHAIN-MULTIPLIER
038900                               + AUDIT-CHAIN-HALF + 1.
039000     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS
039100        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.
039200     SKIP1
039300 2800-LIST-ROLLOVER-ROW.
039400     ADD 1 TO ROLLOVER-ROWS.
039500     MOVE ROWS-READ         TO RPY-ROW.
039600     MOVE AUDIT-SEQ-NUMBER  TO RPY-SEQ.
039700     MOVE AUDIT-GEN-DATE    TO RPY-CLOSE-DATE.
039800     MOVE AUDIT-PAGE-COUNT  TO RPY-MOVED.
039900     MOVE AUDIT-START-REC   TO RPY-FROM-SEQ.
040000     MOVE AUDIT-END-REC     TO RPY-TO-SEQ.
040100     MOVE AUDIT-USERID      TO RPY-USERID.
040200     WRITE REPORT-RECORD FROM REPORT-ROLLOVER-LINE.
040300     SKIP1
040400 2900-LIST-EXCEPTION.
040500     ADD 1 TO EXCEPTIONS-LISTED.
040600     MOVE ROWS-READ      TO RPX-ROW.
040700     MOVE ZERO           TO RPX-SEQ.
040800     IF AUDIT-SEQ-NUMBER NUMERIC
040900        MOVE AUDIT-SEQ-NUMBER TO RPX-SEQ
041000     END-IF.
041100     MOVE AUDIT-TYPE     TO RPX-TYPE.
041200     MOVE AUDIT-RUN-DATE TO RPX-RUN-DATE.
041300     MOVE AUDIT-RUN-TIME TO RPX-RUN-TIME.
041400     MOVE MISSING-COUNT  TO RPX-COUNT.
041500     WRITE REPORT-RECORD FROM REPORT-EXCEPTION-LINE.
041600     SKIP1
041700 6000-TERMINATE.
041800     CLOSE AUDIT-FILE.
041900     IF EXCEPTIONS-LISTED = ZERO
042000        MOVE SPACES TO REPORT-RECORD;
042100        MOVE '   NO EXCEPTIONS' TO REPORT-RECORD;
042200        WRITE REPORT-RECORD
042300     END-IF.
042400     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
042500     MOVE 'AUDIT ROWS READ     : ' TO RPL-LABEL.
042600     MOVE ROWS-READ TO RPL-VALUE.
042700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
042800     MOVE 'ROWS BEFORE CHAIN   : ' TO RPL-LABEL.
042900     MOVE LEGACY-ROWS TO RPL-VALUE.
043000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
043100     MOVE 'CHAINED ROWS        : ' TO RPL-LABEL.
043200     MOVE CHAINED-ROWS TO RPL-VALUE.
043300     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
043400     MOVE 'FIRST SEQUENCE      : ' TO RPL-LABEL.
043500     MOVE FIRST-SEQ TO RPL-VALUE.
043600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
043700     MOVE 'LAST SEQUENCE       : ' TO RPL-LABEL.
043800     MOVE AUDIT-LAST-SEQ TO RPL-VALUE.
043900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
044000     MOVE 'LAST CHECK VALUE    : ' TO RPL-LABEL.
044100     MOVE AUDIT-LAST-CHAIN TO RPL-VALUE.
044200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
044300     MOVE 'ROLLOVER ROWS       : ' TO RPL-LABEL.
044400     MOVE ROLLOVER-ROWS TO RPL-VALUE.
044500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
044600     MOVE 'SEQUENCE GAPS       : ' TO RPL-LABEL.
044700     MOVE GAPS-FOUND TO RPL-VALUE.
044800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
044900     MOVE 'ROWS MISSING        : ' TO RPL-LABEL.
045000     MOVE ROWS-MISSING TO RPL-VALUE.
045100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
045200     MOVE 'ROWS OUT OF ORDER   : ' TO RPL-LABEL.
045300     MOVE ROWS-OUT-OF-ORDER TO RPL-VALUE.
045400     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
045500     MOVE 'ROWS ALTERED        : ' TO RPL-LABEL.
045600     MOVE ROWS-ALTERED TO RPL-VALUE.
045700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
045800     MOVE 'ROWS NOT CHAINED    : ' TO RPL-LABEL.
045900     MOVE ROWS-UNCHAINED TO RPL-VALUE.
046000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
046100     PERFORM 6100-SET-RESULT.
046200     WRITE REPORT-RECORD FROM REPORT-RESULT-LINE.
046300     CLOSE REPORT-FILE.
046400     DISPLAY PGMNAME, ' CHAIN STATUS: ', RPR-RESULT.
046500     SKIP1
046600 6100-SET-RESULT.
046700     IF GAPS-FOUND > ZERO OR ROWS-OUT-OF-ORDER > ZERO
046800        OR ROWS-ALTERED > ZERO OR ROWS-UNCHAINED > ZERO
046900        MOVE 'BROKEN - SEE EXCEPTIONS' TO RPR-RESULT;
047000        IF RUN-RETURN-CODE < 12
047100           MOVE 12 TO RUN-RETURN-CODE
047200        END-IF
047300     ELSE
047400        IF CHAINED-ROWS = ZERO
047500           MOVE 'NO CHAINED ROWS ON TRAIL' TO RPR-RESULT;
047600           IF RUN-RETURN-CODE < 4
047700              MOVE 4 TO RUN-RETURN-CODE
047800           END-IF
047900        ELSE
048000           IF LINK-UNPROVEN
048100              MOVE 'VERIFIED, LINK TO HISTORY NOT PROVEN'
048200                TO RPR-RESULT;
048300              IF RUN-RETURN-CODE < 4
048400                 MOVE 4 TO RUN-RETURN-CODE
048500              END-IF
048600           ELSE
048700              MOVE 'VERIFIED' TO RPR-RESULT
048800           END-IF
048900        END-IF
049000     END-IF.
049100     IF RUN-RETURN-CODE = 16
049200        MOVE 'NOT VERIFIED - TRAIL COULD NOT BE READ'
049300          TO RPR-RESULT
049400     END-IF.
