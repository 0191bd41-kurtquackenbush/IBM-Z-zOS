000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 02  *    !@02
000220* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXY.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program is the year-end rollover of the
000900               archive audit trail.  It moves the rows of a
001000               closed year from the current trail to a history
001100               dataset, carries the check-value chain forward so
001200               the history and the current trail still verify as
001300               one, and prints a summary for sign-off.
001400
001500               AUDITLOG is read front to back.  The leading rows
001600               whose run date falls in the closing year or
001700               before are copied to AUDHIST, a new dataset
001800               catalogued for that year; the first row of a
001900               later year ends the move and it and every row
002000               after it are copied to AUDNEW, the new current
002100               trail.  A closed-year row found after that point
002200               (a clock set back, a trail restored out of order)
002300               stays on the current trail and is counted; the
002400               run then ends with return code 4.  No row is
002500               changed: each keeps its sequence number and check
002600               value, so the first row of the new current trail
002700               still chains on the last row of the history.
002800
002900               While copying, the chain is verified as ACIFOTXW
003000               does it, so a trail that is already broken is not
003100               signed off.  A 'Y' rollover row is then appended
003200               to AUDNEW, stamped and chained on the last row of
003300               the whole trail: AUDIT-GEN-DATE is the last day of
003400               the closing year, AUDIT-PAGE-COUNT the rows moved,
003500               AUDIT-START-REC/END-REC the first and last sequence
003600               numbers moved, AUDIT-USERID the person signing off
003700               and AUDIT-TARGET-ID 'AUDHIST'.
003800
003900               The summary (ROLLRPT) counts the rows moved and
004000               kept by type, prints the first and last sequence
004100               numbers of the history, the check value carried
004200               forward, the first sequence number of the new
004300               current trail, the chain status, and the sign-off
004400               line, with space for the reviewer's signature.  It
004500               also prints the control card ACIFOTXW needs to
004600               verify the new current trail on its own; keep the
004700               summary with the history dataset.
004800
004900               The job replaces AUDITLOG with AUDNEW in a later
005000               step, which must not run when this step ends with
005100               return code 12 or more.  Run the rollover after
005200               the December chargeback (ACIFOTXG) and the last
005300               reprint access review of the year, both of which
005400               read the closing year's rows from AUDITLOG.  The
005500               online copy (AUDITESD) is reloaded from the new
005600               trail as usual.
005700
005800               The control card (SYSIN, required):
005900
006000                  COLUMNS  1 -  2  CLOSING YEAR (YY); SPACES FOR
006100                                   THE YEAR BEFORE TODAY
006200                  COLUMNS  3 - 10  USERID SIGNING OFF (REQUIRED)
006300                  COLUMNS 11 - 19  FIRST SEQUENCE NUMBER OF THE
006400                                   TRAIL, FROM LAST YEAR'S SUMMARY
006500                  COLUMNS 20 - 28  CHECK VALUE CARRIED FORWARD,
006600                                   FROM LAST YEAR'S SUMMARY
006700
006800               Columns 11-28 are only needed once the trail has
006900               been rolled over before; without them the link to
007000               the earlier history is not proven and the run
007100               ends with return code 4.
007200
007300               Return code 0 means the rollover is complete and
007400               the chain verified, 4 means it is complete with a
007500               warning on the summary, 12 means the chain is
007600               broken and the new trail must not replace the old
007700               one, 16 means the card was invalid or a file could
007800               not be processed.
007900
008000 DATE-WRITTEN. 14 OCT 26.
008100 DATE-COMPILED.
008200 SECURITY. IBM SAMPLE CODE ONLY.
008300 TITLE 'ACIF Archive Audit Trail Year-End Rollover'.
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER. IBM-370.
008700 OBJECT-COMPUTER. IBM-370.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
009100                                 ORGANIZATION SEQUENTIAL,
009200                                 FILE STATUS CONTROL-STATUS.
009300     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
009400                                 ORGANIZATION SEQUENTIAL,
009500                                 FILE STATUS AUDIT-STATUS.
009600     SELECT HISTORY-FILE         ASSIGN TO AUDHIST,
009700                                 ORGANIZATION SEQUENTIAL,
009800                                 FILE STATUS HISTORY-STATUS.
009900     SELECT NEW-FILE             ASSIGN TO AUDNEW,
010000                                 ORGANIZATION SEQUENTIAL,
010100                                 FILE STATUS NEW-STATUS.
010200     SELECT REPORT-FILE          ASSIGN TO ROLLRPT,
010300                                 ORGANIZATION SEQUENTIAL,
010400                                 FILE STATUS REPORT-STATUS.
010500     EJECT
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  CONTROL-FILE.
010900 01  CONTROL-RECORD.
011000     05  CC-CLOSE-YY             PIC XX.
011100     05  CC-CLOSE-YY-NUM         REDEFINES CC-CLOSE-YY
011200                                 PIC 99.
011300     05  CC-USERID               PIC X(8).
011400     05  CC-FIRST-SEQ            PIC X(9).
011500     05  CC-FIRST-SEQ-NUM        REDEFINES CC-FIRST-SEQ
011600                                 PIC 9(9).
011700     05  CC-PRIOR-CHAIN          PIC X(9).
011800     05  CC-PRIOR-CHAIN-NUM      REDEFINES CC-PRIOR-CHAIN
011900                                 PIC 9(9).
012000     05  FILLER                  PIC X(52).
012100 FD  AUDIT-FILE.
012200     COPY AUDIT.
012300* History and new current trail rows are written from
012400* AUDIT-RECORD unchanged.
012500 FD  HISTORY-FILE.
012600 01  HISTORY-RECORD              PIC X(76).
012700 FD  NEW-FILE.
012800 01  NEW-RECORD                  PIC X(76).
012900 FD  REPORT-FILE.
013000 01  REPORT-RECORD               PIC X(132).
013100     EJECT
013200 WORKING-STORAGE SECTION.
013300 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXY'.
013400 77  CONTROL-STATUS          PIC 99.
013500     88  CONTROL-OK          VALUE 00.
013600 77  AUDIT-STATUS            PIC 99.
013700     88  AUDIT-OK            VALUE 00.
013800     88  AUDIT-AT-END        VALUE 10.
013900 77  HISTORY-STATUS          PIC 99.
014000     88  HISTORY-OK          VALUE 00.
014100 77  NEW-STATUS              PIC 99.
014200     88  NEW-OK              VALUE 00.
014300 77  REPORT-STATUS           PIC 99.
014400     88  REPORT-OK           VALUE 00.
014500 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
014600 77  AUDIT-EOF-SWITCH        PIC X    VALUE 'N'.
014700     88  AUDIT-EOF           VALUE 'Y'.
014800 77  MOVING-SWITCH           PIC X    VALUE 'Y'.
014900     88  STILL-MOVING        VALUE 'Y'.
015000 77  LINK-GIVEN-SWITCH       PIC X    VALUE 'N'.
015100     88  LINK-GIVEN          VALUE 'Y'.
015200 77  CHAIN-STARTED-SWITCH    PIC X    VALUE 'N'.
015300     88  CHAIN-STARTED       VALUE 'Y'.
015400 77  LINK-UNPROVEN-SWITCH    PIC X    VALUE 'N'.
015500     88  LINK-UNPROVEN       VALUE 'Y'.
015600 77  ROWS-READ               PIC S9(9) BINARY VALUE ZERO.
015700 77  ROWS-MOVED              PIC S9(9) BINARY VALUE ZERO.
015800 77  ROWS-KEPT               PIC S9(9) BINARY VALUE ZERO.
015900 77  CLOSED-ROWS-KEPT        PIC S9(9) BINARY VALUE ZERO.
016000 77  CHAIN-EXCEPTIONS        PIC S9(9) BINARY VALUE ZERO.
016100 77  EXPECTED-SEQ            PIC 9(9)  VALUE ZERO.
016200 77  HIST-FIRST-SEQ          PIC 9(9)  VALUE ZERO.
016300 77  HIST-LAST-SEQ           PIC 9(9)  VALUE ZERO.
016400 77  HIST-LAST-CHAIN         PIC 9(9)  VALUE ZERO.
016500 77  CURR-FIRST-SEQ          PIC 9(9)  VALUE ZERO.
016600 77  ROW-YEAR                PIC 9(4)  VALUE ZERO.
016700 77  CLOSE-YEAR              PIC 9(4)  VALUE ZERO.
016800 77  RUN-YEAR                PIC 9(4)  VALUE ZERO.
016900 77  TYPE-SUB                PIC S9(4) BINARY VALUE ZERO.
017000 77  TYPE-CUR                PIC S9(4) BINARY VALUE ZERO.
017100 77  TYPE-MAX                PIC S9(4) BINARY VALUE 10.            !@03
017200     SKIP1
017300 01  DATE-DATA.
017400   05  RUN-DATE              PIC 9(6).
017500   05  RUN-DATE-X            REDEFINES RUN-DATE.
017600     10  RUN-YY              PIC 99.
017700     10  RUN-MMDD            PIC 9(4).
017800   05  RUN-TIME              PIC 9(8).
017900   05  CLOSE-DATE            PIC 9(6).
018000   05  CLOSE-DATE-X          REDEFINES CLOSE-DATE.
018100     10  CLOSE-YY            PIC 99.
018200     10  CLOSE-MMDD          PIC 9(4).
018300   05  WORK-DATE-6           PIC 9(6).
018400   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
018500     10  WORK-YY             PIC 99.
018600     10  FILLER              PIC 9(4).
018700     SKIP1
018800* Rows moved and kept by audit row type; the last entry takes
018900* any type not listed.
019000 01  TYPE-CODE-VALUES.
019100     05  FILLER              PIC X(10) VALUE 'APRHMSYVO*'.         !@03
019200 01  TYPE-CODE-TABLE         REDEFINES TYPE-CODE-VALUES.
019300     05  TYPE-CODE           PIC X     OCCURS 10 TIMES.            !@03
019400 01  TYPE-DESC-VALUES.
019500     05  FILLER              PIC X(20) VALUE
019600         'ARCHIVE             '.
019700     05  FILLER              PIC X(20) VALUE
019800         'PURGE               '.
019900     05  FILLER              PIC X(20) VALUE
020000         'RETRIEVAL           '.
020100     05  FILLER              PIC X(20) VALUE
020200         'LEGAL HOLD          '.
020300     05  FILLER              PIC X(20) VALUE
020400         'AUTHORIZATION MAINT '.
020500     05  FILLER              PIC X(20) VALUE
020600         'STORE MASTER        '.
020700     05  FILLER              PIC X(20) VALUE
020800         'ROLLOVER            '.
020810     05  FILLER              PIC X(20) VALUE                       !@02
020820         'HOLD VAULT MOVE     '.                                   !@02
020830     05  FILLER              PIC X(20) VALUE                       !@03
020840         'PURGE OVERRIDE      '.                                   !@03
020900     05  FILLER              PIC X(20) VALUE
021000         'OTHER               '.
021100 01  TYPE-DESC-TABLE         REDEFINES TYPE-DESC-VALUES.
021200     05  TYPE-DESC           PIC X(20) OCCURS 10 TIMES.            !@03
021300 01  TYPE-COUNTS.
021400     05  TYPE-COUNT-ENTRY        OCCURS 10 TIMES.                  !@03
021500         10  TC-MOVED            PIC S9(9) BINARY.
021600         10  TC-KEPT             PIC S9(9) BINARY.
021700     SKIP1
021800* Sequence and check-value chaining of the audit rows read and
021900* of the rollover row written.
022000     COPY AUDCHAIN.
022100     SKIP1
022200 01  REPORT-HEADING-LINE.
022300     05  FILLER              PIC X(9)  VALUE 'ACIFOTXY '.
022400     05  FILLER              PIC X(34) VALUE
022500         'AUDIT TRAIL YEAR-END ROLLOVER     '.
022600     05  FILLER              PIC X(13) VALUE 'CLOSING YEAR '.
022700     05  RPH-CLOSE-YEAR      PIC 9(4).
022800     05  FILLER              PIC X(10) VALUE ' RUN DATE '.
022900     05  RPH-RUN-DATE        PIC 9(6).
023000     05  FILLER              PIC X(56) VALUE SPACES.
023100 01  COLUMN-HEADING-LINE.
023200     05  FILLER              PIC X(28) VALUE
023300         '  ROW TYPE'.
023400     05  FILLER              PIC X(30) VALUE
023500         ' MOVED TO HISTORY  KEPT      '.
023600     05  FILLER              PIC X(74) VALUE SPACES.
023700 01  REPORT-TYPE-LINE.
023800     05  FILLER              PIC XX    VALUE SPACES.
023900     05  RPT-CODE            PIC X.
024000     05  FILLER              PIC X     VALUE SPACE.
024100     05  RPT-DESC            PIC X(20).
024200     05  FILLER              PIC X(4)  VALUE SPACES.
024300     05  RPT-MOVED           PIC Z(8)9.
024400     05  FILLER              PIC X(4)  VALUE SPACES.
024500     05  RPT-KEPT            PIC Z(8)9.
024600     05  FILLER              PIC X(82) VALUE SPACES.
024700 01  REPORT-INFO-LINE.
024800     05  FILLER              PIC XX    VALUE SPACES.
024900     05  RPN-LABEL           PIC X(40).
025000     05  RPN-VALUE           PIC Z(8)9.
025100     05  FILLER              PIC X(81) VALUE SPACES.
025200 01  REPORT-CHAIN-LINE.
025300     05  FILLER              PIC XX    VALUE SPACES.
025400     05  RPC-LABEL           PIC X(40).
025500     05  RPC-VALUE           PIC 9(9).
025600     05  FILLER              PIC X(81) VALUE SPACES.
025700 01  REPORT-EXCEPTION-LINE.
025800     05  FILLER              PIC X(20) VALUE
025900         '  CHAIN EXCEPTION AT'.
026000     05  FILLER              PIC X(5)  VALUE ' ROW '.
026100     05  RPX-ROW             PIC Z(8)9.
026200     05  FILLER              PIC X(5)  VALUE ' SEQ '.
026300     05  RPX-SEQ             PIC Z(8)9.
026400     05  FILLER              PIC X(2)  VALUE SPACES.
026500     05  RPX-DESC            PIC X(40).
026600     05  FILLER              PIC X(42) VALUE SPACES.
026700 01  REPORT-CARD-LINE.
026800     05  FILLER              PIC XX    VALUE SPACES.
026900     05  FILLER              PIC X(40) VALUE
027000         'ACIFOTXW CONTROL CARD FOR CURRENT TRAIL '.
027100     05  RPK-FIRST-SEQ       PIC 9(9).
027200     05  RPK-PRIOR-CHAIN     PIC 9(9).
027300     05  FILLER              PIC X(72) VALUE SPACES.
027400 01  REPORT-SIGNOFF-LINE.
027500     05  FILLER              PIC X(16) VALUE '  SIGNED OFF BY '.
027600     05  RPS-USERID          PIC X(8).
027700     05  FILLER              PIC X(4)  VALUE ' ON '.
027800     05  RPS-RUN-DATE        PIC 9(6).
027900     05  FILLER              PIC X     VALUE SPACE.
028000     05  RPS-RUN-TIME        PIC 9(8).
028100     05  FILLER              PIC X(89) VALUE SPACES.
028200 01  REPORT-REVIEW-LINE.
028300     05  FILLER              PIC X(48) VALUE
028400         '  REVIEWED BY ______________________  DATE     '.
028500     05  FILLER              PIC X(84) VALUE '________'.
028600 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
028700 01  REPORT-RESULT-LINE.
028800     05  FILLER              PIC X(9)  VALUE 'ACIFOTXY '.
028900     05  FILLER              PIC X(14) VALUE 'CHAIN STATUS: '.
029000     05  RPR-RESULT          PIC X(50).
029100     05  FILLER              PIC X(59) VALUE SPACES.
029200 01  REPORT-WARNING-LINE.
029300     05  FILLER              PIC X(9)  VALUE 'ACIFOTXY '.
029400     05  FILLER              PIC X(9)  VALUE 'WARNING: '.
029500     05  RPW-TEXT            PIC X(60).
029600     05  FILLER              PIC X(54) VALUE SPACES.
029700     EJECT
029800 PROCEDURE DIVISION.
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE.
030100     PERFORM 2000-READ-ONE-AUDIT-ROW
030200        UNTIL AUDIT-EOF.
030300     IF RUN-RETURN-CODE < 16
030400        PERFORM 4000-WRITE-ROLLOVER-ROW
030500     END-IF.
030600     PERFORM 5000-PRINT-SUMMARY.
030700     PERFORM 6000-TERMINATE.
030800     MOVE RUN-RETURN-CODE TO RETURN-CODE.
030900     STOP RUN.
031000     SKIP1
031100 1000-INITIALIZE.
031200     ACCEPT RUN-DATE FROM DATE.
031300     ACCEPT RUN-TIME FROM TIME.
031400     INITIALIZE TYPE-COUNTS.
031500     MOVE SPACES TO CONTROL-RECORD.
031600     OPEN INPUT CONTROL-FILE.
031700     IF CONTROL-OK
031800        READ CONTROL-FILE
031900          AT END
032000           MOVE SPACES TO CONTROL-RECORD
032100        END-READ;
032200        CLOSE CONTROL-FILE
032300     END-IF.
032400     PERFORM 1100-CHECK-CONTROL-CARD.
032500     OPEN INPUT AUDIT-FILE.
032600     IF NOT AUDIT-OK
032700        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
032800                AUDIT-STATUS;
032900        MOVE 16 TO RETURN-CODE;
033000        STOP RUN
033100     END-IF.
033200     OPEN OUTPUT HISTORY-FILE.
033300     IF NOT HISTORY-OK
033400        DISPLAY PGMNAME, ' AUDHIST OPEN FAILED, STATUS '
033500                HISTORY-STATUS;
033600        MOVE 16 TO RETURN-CODE;
033700        STOP RUN
033800     END-IF.
033900     OPEN OUTPUT NEW-FILE.
034000     IF NOT NEW-OK
034100        DISPLAY PGMNAME, ' AUDNEW OPEN FAILED, STATUS '
034200                NEW-STATUS;
034300        MOVE 16 TO RETURN-CODE;
034400        STOP RUN
034500     END-IF.
034600     OPEN OUTPUT REPORT-FILE.
034700     IF NOT REPORT-OK
034800        DISPLAY PGMNAME, ' ROLLRPT OPEN FAILED, STATUS '
034900                REPORT-STATUS;
035000        MOVE 16 TO RETURN-CODE;
035100        STOP RUN
035200     END-IF.
035300     MOVE CLOSE-YEAR TO RPH-CLOSE-YEAR.
035400     MOVE RUN-DATE   TO RPH-RUN-DATE.
035500     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
035600     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
035700     DISPLAY PGMNAME, ' CLOSING YEAR ', CLOSE-YEAR,
035800             ' SIGNED OFF BY ', CC-USERID.
035900     SKIP1
036000 1100-CHECK-CONTROL-CARD.
036100* Only a year already over can be closed, and the rollover is not
036200* valid without the name of the person signing it off.
036300     IF CC-USERID = SPACES
036400        DISPLAY PGMNAME, ' SIGN-OFF USERID MISSING FROM CONTROL '
036500                'CARD.';
036600        MOVE 16 TO RETURN-CODE;
036700        STOP RUN
036800     END-IF.
036900     MOVE RUN-DATE TO WORK-DATE-6.
037000     PERFORM 7800-WINDOW-YEAR.
037100     MOVE ROW-YEAR TO RUN-YEAR.
037200     IF CC-CLOSE-YY = SPACES
037300        COMPUTE CLOSE-YEAR = RUN-YEAR - 1
037400     ELSE
037500        IF CC-CLOSE-YY NOT NUMERIC
037600           DISPLAY PGMNAME, ' INVALID CLOSING YEAR ON CONTROL '
037700                   'CARD: ', CC-CLOSE-YY;
037800           MOVE 16 TO RETURN-CODE;
037900           STOP RUN
038000        END-IF;
038100        COMPUTE WORK-DATE-6 = CC-CLOSE-YY-NUM * 10000 + 1231;
038200        PERFORM 7800-WINDOW-YEAR;
038300        MOVE ROW-YEAR TO CLOSE-YEAR
038400     END-IF.
038500     IF CLOSE-YEAR NOT < RUN-YEAR
038600        DISPLAY PGMNAME, ' YEAR ', CLOSE-YEAR, ' IS NOT CLOSED.';
038700        MOVE 16 TO RETURN-CODE;
038800        STOP RUN
038900     END-IF.
039000     COMPUTE CLOSE-YY = CLOSE-YEAR - (CLOSE-YEAR / 100) * 100.
039100     MOVE 1231 TO CLOSE-MMDD.
039200     IF CC-FIRST-SEQ NOT = SPACES OR CC-PRIOR-CHAIN NOT = SPACES
039300        IF CC-FIRST-SEQ NUMERIC AND CC-PRIOR-CHAIN NUMERIC
039400           AND CC-FIRST-SEQ-NUM > 1
039500           SET LINK-GIVEN TO TRUE
039600        ELSE
039700           DISPLAY PGMNAME, ' INVALID CARRIED-FORWARD VALUES ON '
039800                   'CONTROL CARD: ', CONTROL-RECORD (11 : 18);
039900           MOVE 16 TO RETURN-CODE;
040000           STOP RUN
040100        END-IF
040200     END-IF.
040300     SKIP1
040400 2000-READ-ONE-AUDIT-ROW.
040500     READ AUDIT-FILE
040600       AT END
040700        SET AUDIT-EOF TO TRUE
040800       NOT AT END
040900        ADD 1 TO ROWS-READ;
041000        PERFORM 2100-VERIFY-ONE-ROW;
041100        PERFORM 3000-COPY-ONE-ROW
041200     END-READ.
041300     IF NOT AUDIT-OK AND NOT AUDIT-AT-END
041400        DISPLAY PGMNAME, ' AUDITLOG READ FAILED, STATUS '
041500                AUDIT-STATUS, ' AFTER ROW ', ROWS-READ;
041600        MOVE 16 TO RUN-RETURN-CODE;
041700        SET AUDIT-EOF TO TRUE
041800     END-IF.
041900     SKIP1
042000 2100-VERIFY-ONE-ROW.
042100* The same checks as ACIFOTXW, reported more briefly: ACIFOTXW
042200* is the tool for investigating a broken chain.
042300     IF AUDIT-SEQ-NUMBER NOT NUMERIC
042400        OR AUDIT-CHAIN-VALUE NOT NUMERIC
042500        MOVE 'SEQUENCE OR CHECK VALUE NOT NUMERIC' TO RPX-DESC;
042600        PERFORM 2900-LIST-EXCEPTION
042700     ELSE
042800        IF AUDIT-SEQ-NUMBER = ZERO
042900           IF CHAIN-STARTED
043000              MOVE 'NO SEQUENCE NUMBER AFTER CHAIN START'
043100                TO RPX-DESC;
043200              PERFORM 2900-LIST-EXCEPTION
043300           END-IF
043400        ELSE
043500           IF CHAIN-STARTED
043600              PERFORM 2300-CHECK-SEQUENCE
043700           ELSE
043800              PERFORM 2200-START-CHAIN
043900           END-IF
044200        END-IF
044300     END-IF.
044400     SKIP1
044500 2200-START-CHAIN.
044600     SET CHAIN-STARTED TO TRUE.
044700     IF LINK-GIVEN
044800        MOVE CC-FIRST-SEQ-NUM   TO EXPECTED-SEQ;
044900        MOVE CC-PRIOR-CHAIN-NUM TO AUDIT-LAST-CHAIN
045000     ELSE
045100        MOVE 1    TO EXPECTED-SEQ;
045200        MOVE ZERO TO AUDIT-LAST-CHAIN
045300     END-IF.
045400     IF NOT LINK-GIVEN AND AUDIT-SEQ-NUMBER > 1
045500        SET LINK-UNPROVEN TO TRUE;
045600        PERFORM 2350-ADVANCE-CHAIN
045700     ELSE
045800        PERFORM 2300-CHECK-SEQUENCE
045900     END-IF.
046000     SKIP1
046100 2300-CHECK-SEQUENCE.
046200     EVALUATE TRUE
046300      WHEN AUDIT-SEQ-NUMBER = EXPECTED-SEQ
046400       MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM;
046500       PERFORM 8870-COMPUTE-CHAIN-VALUE;
046600       IF AUDIT-CHAIN-ACCUM NOT = AUDIT-CHAIN-VALUE
046700          MOVE 'CHECK VALUE MISMATCH - ROW ALTERED' TO RPX-DESC;
046800          PERFORM 2900-LIST-EXCEPTION
046900       END-IF;
047000       PERFORM 2350-ADVANCE-CHAIN
047100      WHEN AUDIT-SEQ-NUMBER > EXPECTED-SEQ
047200       MOVE 'SEQUENCE GAP - ROWS MISSING' TO RPX-DESC;
047300       PERFORM 2900-LIST-EXCEPTION;
047400       PERFORM 2350-ADVANCE-CHAIN
047500      WHEN OTHER
047600       MOVE 'SEQUENCE OUT OF ORDER OR DUPLICATED' TO RPX-DESC;
047700       PERFORM 2900-LIST-EXCEPTION
047800     END-EVALUATE.
047900     SKIP1
047940 2350-ADVANCE-CHAIN.
047945* Only a row that moves the sequence on becomes the row the next
047950* one must follow; a duplicate or out-of-order row is reported
047955* and leaves the chain where it was.
047960     COMPUTE EXPECTED-SEQ = AUDIT-SEQ-NUMBER + 1.
047965     MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN.
047970     MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ.
047975     SKIP1
048000 2900-LIST-EXCEPTION.
048100     ADD 1 TO CHAIN-EXCEPTIONS.
048200     MOVE ROWS-READ TO RPX-ROW.
048300     MOVE ZERO      TO RPX-SEQ.
048400     IF AUDIT-SEQ-NUMBER NUMERIC
048500        MOVE AUDIT-SEQ-NUMBER TO RPX-SEQ
048600     END-IF.
048700     WRITE REPORT-RECORD FROM REPORT-EXCEPTION-LINE.
048800     SKIP1
048900 3000-COPY-ONE-ROW.
049000* The move stops at the first row of a later year; from there on
049100* every row stays on the current trail.
049200     MOVE AUDIT-RUN-DATE TO WORK-DATE-6.
049300     PERFORM 7800-WINDOW-YEAR.
049400     IF STILL-MOVING AND ROW-YEAR > CLOSE-YEAR
049500        MOVE 'N' TO MOVING-SWITCH
049600     END-IF.
049700     PERFORM 3100-FIND-TYPE.
049800     IF STILL-MOVING
049900        PERFORM 3200-MOVE-TO-HISTORY
050000     ELSE
050100        PERFORM 3300-KEEP-ON-CURRENT
050200     END-IF.
050300     SKIP1
050400 3100-FIND-TYPE.
050500     MOVE TYPE-MAX TO TYPE-CUR.
050600     PERFORM 3110-MATCH-TYPE
050700        VARYING TYPE-SUB FROM 1 BY 1
050800        UNTIL TYPE-SUB NOT < TYPE-MAX.
050900     SKIP1
051000 3110-MATCH-TYPE.
051100     IF TYPE-CODE (TYPE-SUB) = AUDIT-TYPE
051200        MOVE TYPE-SUB TO TYPE-CUR
051300     END-IF.
051400     SKIP1
051500 3200-MOVE-TO-HISTORY.
051600     WRITE HISTORY-RECORD FROM AUDIT-RECORD.
051700     IF NOT HISTORY-OK
051800        DISPLAY PGMNAME, ' AUDHIST WRITE FAILED, STATUS '
051900                HISTORY-STATUS;
052000        MOVE 16 TO RUN-RETURN-CODE;
052100        SET AUDIT-EOF TO TRUE
052200     ELSE
052300        ADD 1 TO ROWS-MOVED;
052400        ADD 1 TO TC-MOVED (TYPE-CUR);
052500        IF AUDIT-SEQ-NUMBER NUMERIC AND AUDIT-SEQ-NUMBER > ZERO
052600           IF HIST-FIRST-SEQ = ZERO
052700              MOVE AUDIT-SEQ-NUMBER TO HIST-FIRST-SEQ
052800           END-IF;
052900           MOVE AUDIT-SEQ-NUMBER  TO HIST-LAST-SEQ;
053000           MOVE AUDIT-CHAIN-VALUE TO HIST-LAST-CHAIN
053100        END-IF
053200     END-IF.
053300     SKIP1
053400 3300-KEEP-ON-CURRENT.
053500     WRITE NEW-RECORD FROM AUDIT-RECORD.
053600     IF NOT NEW-OK
053700        DISPLAY PGMNAME, ' AUDNEW WRITE FAILED, STATUS '
053800                NEW-STATUS;
053900        MOVE 16 TO RUN-RETURN-CODE;
054000        SET AUDIT-EOF TO TRUE
054100     ELSE
054200        ADD 1 TO ROWS-KEPT;
054300        ADD 1 TO TC-KEPT (TYPE-CUR);
054400        IF CURR-FIRST-SEQ = ZERO AND AUDIT-SEQ-NUMBER NUMERIC
054500           MOVE AUDIT-SEQ-NUMBER TO CURR-FIRST-SEQ
054600        END-IF;
054700        IF ROW-YEAR NOT > CLOSE-YEAR
054800           ADD 1 TO CLOSED-ROWS-KEPT
054900        END-IF
055000     END-IF.
055100     SKIP1
055200 4000-WRITE-ROLLOVER-ROW.
055300* The rollover row chains on the last row of the whole trail,
055400* whichever dataset that row is now in.  Nothing moved means no
055500* rollover took place, so no row is written.
055600     IF ROWS-MOVED > ZERO
055700        INITIALIZE AUDIT-RECORD;
055800        SET AUDIT-ROLLOVER-ROW  TO TRUE;
055900        SET AUDIT-CHAIN-CARRIED TO TRUE;
056000        MOVE ZERO            TO AUDIT-DIVISION-CODE
056100                                AUDIT-STORE-CODE
056200                                AUDIT-STREAM-CODE;
056300        MOVE RUN-DATE        TO AUDIT-RUN-DATE;
056400        MOVE RUN-TIME        TO AUDIT-RUN-TIME;
056500        MOVE ROWS-MOVED      TO AUDIT-PAGE-COUNT;
056600        MOVE CLOSE-DATE      TO AUDIT-GEN-DATE;
056700        MOVE CC-USERID       TO AUDIT-USERID;
056800        MOVE SPACES          TO AUDIT-REASON-CODE;
056900        MOVE HIST-FIRST-SEQ  TO AUDIT-START-REC;
057000        MOVE HIST-LAST-SEQ   TO AUDIT-END-REC;
057100        MOVE 'AUDHIST'       TO AUDIT-TARGET-ID;
057200        PERFORM 8850-STAMP-AUDIT-ROW;
057300        MOVE RUN-YEAR TO ROW-YEAR;
057400        PERFORM 3100-FIND-TYPE;
057500        PERFORM 3300-KEEP-ON-CURRENT
057600     END-IF.
057700     SKIP1
057800 5000-PRINT-SUMMARY.
057900     IF CHAIN-EXCEPTIONS > ZERO
058000        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE
058100     END-IF.
058200     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE.
058300     PERFORM 5100-PRINT-ONE-TYPE
058400        VARYING TYPE-SUB FROM 1 BY 1
058500        UNTIL TYPE-SUB > TYPE-MAX.
058600     MOVE SPACES     TO RPT-CODE.
058700     MOVE 'TOTAL'    TO RPT-DESC.
058800     MOVE ROWS-MOVED TO RPT-MOVED.
058900     MOVE ROWS-KEPT  TO RPT-KEPT.
059000     WRITE REPORT-RECORD FROM REPORT-TYPE-LINE.
059100     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
059200     MOVE 'HISTORY FIRST SEQUENCE NUMBER' TO RPN-LABEL.
059300     MOVE HIST-FIRST-SEQ TO RPN-VALUE.
059400     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
059500     MOVE 'HISTORY LAST SEQUENCE NUMBER' TO RPN-LABEL.
059600     MOVE HIST-LAST-SEQ TO RPN-VALUE.
059700     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
059800     MOVE 'CHECK VALUE CARRIED FORWARD' TO RPC-LABEL.
059900     MOVE HIST-LAST-CHAIN TO RPC-VALUE.
060000     WRITE REPORT-RECORD FROM REPORT-CHAIN-LINE.
060100     MOVE 'CURRENT TRAIL FIRST SEQUENCE NUMBER' TO RPN-LABEL.
060200     MOVE CURR-FIRST-SEQ TO RPN-VALUE.
060300     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
060400     MOVE 'ROLLOVER ROW SEQUENCE NUMBER' TO RPN-LABEL.
060500     MOVE ZERO TO RPN-VALUE.
060600     IF ROWS-MOVED > ZERO AND RUN-RETURN-CODE < 16
060700        MOVE AUDIT-SEQ-NUMBER TO RPN-VALUE
060800     END-IF.
060900     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
061000     MOVE 'CLOSED-YEAR ROWS LEFT ON CURRENT TRAIL' TO RPN-LABEL.
061100     MOVE CLOSED-ROWS-KEPT TO RPN-VALUE.
061200     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
061300     IF HIST-LAST-SEQ > ZERO
061400        COMPUTE RPK-FIRST-SEQ = HIST-LAST-SEQ + 1;
061500        MOVE HIST-LAST-CHAIN TO RPK-PRIOR-CHAIN;
061600        WRITE REPORT-RECORD FROM REPORT-CARD-LINE
061700     END-IF.
061800     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
061900     PERFORM 5200-SET-RESULT.
062000     WRITE REPORT-RECORD FROM REPORT-RESULT-LINE.
062100     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
062200     IF RUN-RETURN-CODE < 12
062300        MOVE CC-USERID TO RPS-USERID;
062400        MOVE RUN-DATE  TO RPS-RUN-DATE;
062500        MOVE RUN-TIME  TO RPS-RUN-TIME;
062600        WRITE REPORT-RECORD FROM REPORT-SIGNOFF-LINE;
062700        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE;
062800        WRITE REPORT-RECORD FROM REPORT-REVIEW-LINE
062900     ELSE
063000        MOVE 'NOT SIGNED OFF - AUDITLOG MUST NOT BE REPLACED'
063100          TO RPW-TEXT;
063200        WRITE REPORT-RECORD FROM REPORT-WARNING-LINE
063300     END-IF.
063400     SKIP1
063500 5100-PRINT-ONE-TYPE.
063600     IF TC-MOVED (TYPE-SUB) > ZERO OR TC-KEPT (TYPE-SUB) > ZERO
063700        MOVE TYPE-CODE (TYPE-SUB)  TO RPT-CODE;
063800        MOVE TYPE-DESC (TYPE-SUB)  TO RPT-DESC;
063900        MOVE TC-MOVED (TYPE-SUB)   TO RPT-MOVED;
064000        MOVE TC-KEPT (TYPE-SUB)    TO RPT-KEPT;
064100        WRITE REPORT-RECORD FROM REPORT-TYPE-LINE
064200     END-IF.
064300     SKIP1
064400 5200-SET-RESULT.
064500* Warnings first, so the chain status line is the last word.
064600     IF ROWS-MOVED = ZERO
064700        MOVE 'NO ROWS OF THE CLOSING YEAR - NOTHING ROLLED OVER'
064800          TO RPW-TEXT;
064900        WRITE REPORT-RECORD FROM REPORT-WARNING-LINE;
065000        IF RUN-RETURN-CODE < 4
065100           MOVE 4 TO RUN-RETURN-CODE
065200        END-IF
065300     END-IF.
065400     IF CLOSED-ROWS-KEPT > ZERO
065500        MOVE 'CLOSED-YEAR ROWS AFTER A LATER YEAR KEPT ON CURRENT'
065600          TO RPW-TEXT;
065700        WRITE REPORT-RECORD FROM REPORT-WARNING-LINE;
065800        IF RUN-RETURN-CODE < 4
065900           MOVE 4 TO RUN-RETURN-CODE
066000        END-IF
066100     END-IF.
066200     IF LINK-UNPROVEN
066300        MOVE 'LINK TO EARLIER HISTORY NOT PROVEN'
066400          TO RPW-TEXT;
066500        WRITE REPORT-RECORD FROM REPORT-WARNING-LINE;
066600        IF RUN-RETURN-CODE < 4
066700           MOVE 4 TO RUN-RETURN-CODE
066800        END-IF
066900     END-IF.
067000     IF CHAIN-EXCEPTIONS > ZERO
067100        MOVE 'BROKEN - RUN ACIFOTXW ON THE TRAIL' TO RPR-RESULT;
067200        IF RUN-RETURN-CODE < 12
067300           MOVE 12 TO RUN-RETURN-CODE
067400        END-IF
067500     ELSE
067600        MOVE 'VERIFIED' TO RPR-RESULT
067700     END-IF.
067800     IF RUN-RETURN-CODE = 16
067900        MOVE 'NOT VERIFIED - TRAIL COULD NOT BE COPIED'
068000          TO RPR-RESULT
068100     END-IF.
068200     SKIP1
068300 6000-TERMINATE.
068400     CLOSE AUDIT-FILE.
068500     CLOSE HISTORY-FILE.
068600     CLOSE NEW-FILE.
068700     CLOSE REPORT-FILE.
068800     DISPLAY PGMNAME, ' ROWS MOVED TO HISTORY : ', ROWS-MOVED.
068900     DISPLAY PGMNAME, ' ROWS KEPT ON CURRENT  : ', ROWS-KEPT.
069000     DISPLAY PGMNAME, ' CHAIN STATUS: ', RPR-RESULT.
069100     SKIP1
069200 7800-WINDOW-YEAR.
069300* Two-digit years are windowed: years above 70 are 19xx, the
069400* rest 20xx, as everywhere else in the archive.
069500     IF WORK-YY > 70
069600        COMPUTE ROW-YEAR = 1900 + WORK-YY
069700     ELSE
069800        COMPUTE ROW-YEAR = 2000 + WORK-YY
069900     END-IF.
070000     SKIP1
070100 8850-STAMP-AUDIT-ROW.
070200* Number the row one above the last row on the trail and chain
070300* its check value on that row's.
070400     ADD 1 TO AUDIT-LAST-SEQ.
070500     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.
070600     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.
070700     PERFORM 8870-COMPUTE-CHAIN-VALUE.
070800     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN.
070900     SKIP1
071000 8860-CHAIN-ONE-BYTE.
071100     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)
071200       TO AUDIT-CHAIN-HALF-X (2 : 1).
071300     COMPUTE AUDIT-CHAIN-ACCUM = AUDIT-CHAIN-ACCUM
071400                               * AUDIT-CHAIN-MULTIPLIER
071500                               + AUDIT-CHAIN-HALF + 1.
071600     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS
071700        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.
071800     SKIP1
071900 8870-COMPUTE-CHAIN-VALUE.
072000* AUDIT-CHAIN-ACCUM holds the previous row's check value on entry
072100* and this row's on exit.
072200     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD
072300                               - LENGTH OF AUDIT-CHAIN-VALUE.
072400     PERFORM 8860-CHAIN-ONE-BYTE
072500        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1
072600        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.
