000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 02  *    !@02
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXD.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program maintains the division/store
000900               master file (STORMAST): the official code,
001000               division name, store name, open date and close
001100               date of every store the archive may receive.
001200               ACIFOTX checks every index NOP tag against this
001300               file, and the reports print their names from it,
001400               so it is the one place a store is added, renamed
001500               or closed.  Every change is written to the audit
001600               trail as an 'S' row with the administrator
001700               userid, so it can be proven who changed which
001800               store and when.
001900
002000               ADD creates a store.  The division name may be
002100               left blank when the division already has stores
002200               on the file (it is taken from them); a name that
002300               differs from the one already on file is refused -
002400               divisions are renamed with RENAME, not by adding
002500               a store.
002600
002700               RENAME changes the store name, the division name,
002800               or both.  A blank name is left unchanged.  A
002900               division name change is applied to every store
003000               row of the division so the rows never disagree;
003100               '**' in the store code columns renames the
003200               division alone.
003300
003400               CLOSE sets the close date.  Archive runs dated
003500               after it report the store as closed.  A store
003600               cannot be closed twice, or closed before it
003700               opened.
003800
003900               A LIST card prints the whole file grouped by
004000               division.
004100
004200               SYSIN header card (first card, required):
004300                 COLUMNS  1- 8   ADMINISTRATOR USERID (REQUIRED)
004400
004500               SYSIN action cards (zero or more):
004600                 COLUMNS  1- 6   ACTION: ADD, RENAME, CLOSE
004700                                 OR LIST
004800                 COLUMNS  9-10   DIVISION CODE
004900                 COLUMNS 11-12   STORE CODE ('**' = WHOLE
005000                                 DIVISION, RENAME ONLY)
005100                 COLUMNS 13-24   DIVISION NAME (ADD/RENAME)
005200                 COLUMNS 25-36   STORE NAME (ADD/RENAME)
005300                 COLUMNS 37-42   DATE YYMMDD: OPEN DATE (ADD)
005400                                 OR CLOSE DATE (CLOSE);
005500                                 SPACES = TODAY
005600
005700               Actions and the listing go to STMRPT.
005800               RETURN-CODE 8 = an action card was invalid or
005900               matched nothing, 16 = a file could not be
006000               processed.
006100
006200 DATE-WRITTEN. 14 OCT 26.
006300 DATE-COMPILED.
006400 SECURITY. IBM SAMPLE CODE ONLY.
006500 TITLE 'ACIF Division/Store Master Maintenance'.
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. IBM-370.
006900 OBJECT-COMPUTER. IBM-370.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
007300                                 ORGANIZATION SEQUENTIAL,
007400                                 FILE STATUS CONTROL-STATUS.
007500     SELECT STORMAST-FILE        ASSIGN TO STORMAST,
007600                                 ORGANIZATION INDEXED,
007700                                 ACCESS MODE DYNAMIC,
007800                                 RECORD KEY STORMAST-KEY,
007900                                 FILE STATUS STORMAST-STATUS.
008000     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
008100                                 ORGANIZATION SEQUENTIAL,
008200                                 FILE STATUS AUDIT-STATUS.
008300     SELECT REPORT-FILE          ASSIGN TO STMRPT,
008400                                 ORGANIZATION SEQUENTIAL,
008500                                 FILE STATUS REPORT-STATUS.
008600     EJECT
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CONTROL-FILE.
009000 01  CONTROL-RECORD              PIC X(80).
009100 FD  STORMAST-FILE.
009200     COPY STORMAST.
009300 FD  AUDIT-FILE.
009400     COPY AUDIT.
009500 FD  REPORT-FILE.
009600 01  REPORT-RECORD               PIC X(132).
009700     EJECT
009800 WORKING-STORAGE SECTION.
009900 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXD'.
010000 77  CONTROL-STATUS          PIC 99.
010100     88  CONTROL-OK          VALUE 00.
010200 77  STORMAST-STATUS         PIC 99.
010300     88  STORMAST-OK         VALUE 00.
010400     88  STORMAST-DUPKEY     VALUE 22.
010500     88  STORMAST-NOTLOADED  VALUE 35.
010600 77  STORMAST-LOAD-MODE-SWITCH PIC X  VALUE 'N'.
010700     88  STORMAST-LOAD-MODE  VALUE 'Y'.
010800 77  AUDIT-STATUS            PIC 99.
010900     88  AUDIT-OK            VALUE 00.
011000 77  REPORT-STATUS           PIC 99.
011100     88  REPORT-OK           VALUE 00.
011200 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
011300 77  CONTROL-EOF-SWITCH      PIC X    VALUE 'N'.
011400     88  CONTROL-EOF         VALUE 'Y'.
011500 77  STORMAST-BROWSE-SWITCH  PIC X    VALUE 'N'.
011600     88  STORMAST-BROWSE-DONE VALUE 'Y'.
011700 77  DIVISION-FOUND-SWITCH   PIC X    VALUE 'N'.
011800     88  DIVISION-FOUND      VALUE 'Y'.
011900 77  STORES-ADDED            PIC S9(8) BINARY VALUE ZERO.
012000 77  STORES-RENAMED          PIC S9(8) BINARY VALUE ZERO.
012100 77  STORES-CLOSED           PIC S9(8) BINARY VALUE ZERO.
012200 77  STORES-LISTED           PIC S9(8) BINARY VALUE ZERO.
012300 77  DIVISION-ROW-COUNT      PIC S9(8) BINARY VALUE ZERO.
012400 77  LIST-DIVISION           PIC S9(4) BINARY VALUE ZERO.
012500 77  OPEN-INTEGER            PIC S9(9) BINARY VALUE ZERO.
012600     SKIP1
012700* Image of the SYSIN header card.
012800 01  HEADER-CARD.
012900     05  HC-USERID               PIC X(8).
013000     05  FILLER                  PIC X(72).
013100* Image of one SYSIN action card.
013200 01  ACTION-CARD.
013300     05  AC-ACTION               PIC X(6).
013400         88  AC-ADD              VALUE 'ADD   '.
013500         88  AC-RENAME           VALUE 'RENAME'.
013600         88  AC-CLOSE            VALUE 'CLOSE '.
013700         88  AC-LIST             VALUE 'LIST  '.
013800     05  FILLER                  PIC XX.
013900     05  AC-DIVISION-CODE        PIC XX.
014000     05  AC-DIVISION-CODE-NUM    REDEFINES AC-DIVISION-CODE
014100                                 PIC 99.
014200     05  AC-STORE-CODE           PIC XX.
014300         88  AC-WHOLE-DIVISION   VALUE '**'.
014400     05  AC-STORE-CODE-NUM       REDEFINES AC-STORE-CODE
014500                                 PIC 99.
014600     05  AC-DIVISION-NAME        PIC X(12).
014700     05  AC-STORE-NAME           PIC X(12).
014800     05  AC-DATE                 PIC X(6).
014900     05  AC-DATE-NUM             REDEFINES AC-DATE
015000                                 PIC 9(6).
015100     05  FILLER                  PIC X(38).
015200     SKIP1
015300 01  DATE-DATA.
015400   05  RUN-DATE              PIC 9(6).
015500   05  RUN-TIME              PIC 9(8).
015600   05  ACTION-DATE           PIC 9(6).
015700     SKIP1
015800* The division name already on file for the division of an ADD
015900* card, found by 2550-FIND-DIVISION-NAME.
016000 01  FILE-DIVISION-NAME      PIC X(12).
016100     SKIP1
016200* Work fields for turning a windowed YYMMDD date into a day
016300* number so a close date can be checked against the open date.
016400 01  WORK-DATE-DATA.
016500   05  WORK-DATE-6           PIC 9(6).
016600   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
016700     10  WORK-YY             PIC 99.
016800     10  FILLER              PIC 9(4).
016900   05  WORK-DATE-8           PIC 9(8).
017000   05  WORK-DATE-INT         PIC S9(9) BINARY.
017100     SKIP1
017200 01  REPORT-HEADING-LINE.
017300     05  FILLER              PIC X(9)  VALUE 'ACIFOTXD '.
017400     05  FILLER              PIC X(33) VALUE
017500         'DIVISION/STORE MASTER MAINTENANCE'.
017600     05  FILLER              PIC X(10) VALUE ' RUN DATE '.
017700     05  RPH-RUN-DATE        PIC 9(6).
017800     05  FILLER              PIC X(9)  VALUE ' USERID '.
017900     05  RPH-USERID          PIC X(8).
018000     05  FILLER              PIC X(57) VALUE SPACES.
018100 01  REPORT-ACTION-LINE.
018200     05  RPA-ACTION          PIC X(6).
018300     05  FILLER              PIC X(10) VALUE ' DIVISION '.
018400     05  RPA-DIVISION        PIC XX.
018500     05  FILLER              PIC X(7)  VALUE ' STORE '.
018600     05  RPA-STORE           PIC XX.
018700     05  FILLER              PIC X     VALUE SPACE.
018800     05  RPA-DIVISION-NAME   PIC X(12).
018900     05  FILLER              PIC X     VALUE SPACE.
019000     05  RPA-STORE-NAME      PIC X(12).
019100     05  FILLER              PIC X(6)  VALUE ' DATE '.
019200     05  RPA-DATE            PIC X(6).
019300     05  FILLER              PIC X     VALUE SPACE.
019400     05  RPA-TEXT            PIC X(40).
019500     05  FILLER              PIC X(26) VALUE SPACES.
019600 01  DIVISION-HEADING-LINE.
019700     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
019800     05  RPD-DIVISION        PIC 99.
019900     05  FILLER              PIC X     VALUE SPACE.
020000     05  RPD-DIVISION-NAME   PIC X(12).
020100     05  FILLER              PIC X(108) VALUE SPACES.
020200 01  REPORT-STORE-LINE.
020300     05  FILLER              PIC X(2)  VALUE SPACES.
020400     05  FILLER              PIC X(6)  VALUE 'STORE '.
020500     05  RPS-STORE           PIC 99.
020600     05  FILLER              PIC X     VALUE SPACE.
020700     05  RPS-STORE-NAME      PIC X(12).
020800     05  FILLER              PIC X(8)  VALUE ' OPENED '.
020900     05  RPS-OPEN-DATE       PIC 9(6).
021000     05  FILLER              PIC X(8)  VALUE ' CLOSED '.
021100     05  RPS-CLOSE-DATE      PIC X(6).
021200     05  FILLER              PIC X(9)  VALUE ' CHANGED '.
021300     05  RPS-MAINT-DATE      PIC 9(6).
021400     05  FILLER              PIC X(4)  VALUE ' BY '.
021500     05  RPS-MAINT-USERID    PIC X(8).
021600     05  FILLER              PIC X(56) VALUE SPACES.
021700 01  REPORT-MESSAGE-LINE.
021800     05  FILLER              PIC X(9)  VALUE 'ACIFOTXD '.
021900     05  RPM-TEXT            PIC X(60).
022000     05  RPM-CARD            PIC X(63).
022100 01  REPORT-TOTAL-LINE.
022200     05  FILLER              PIC X(9)  VALUE 'ACIFOTXD '.
022300     05  RPL-LABEL           PIC X(22).
022400     05  RPL-VALUE           PIC Z(7)9.
022500     05  FILLER              PIC X(93) VALUE SPACES.
022510     SKIP1                                                         !@02
022520* Sequence and check-value chaining of the audit rows written.     !@02
022530     COPY AUDCHAIN.                                                !@02
022600     EJECT
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE.
023000     PERFORM 1500-READ-NEXT-ACTION
023100        UNTIL CONTROL-EOF.
023200     PERFORM 6000-TERMINATE.
023300     MOVE RUN-RETURN-CODE TO RETURN-CODE.
023400     STOP RUN.
023500     SKIP1
023600 1000-INITIALIZE.
023700     ACCEPT RUN-DATE FROM DATE.
023800     ACCEPT RUN-TIME FROM TIME.
023900     OPEN INPUT CONTROL-FILE.
024000     IF NOT CONTROL-OK
024100        DISPLAY PGMNAME, ' CONTROL-FILE OPEN FAILED, STATUS '
024200                CONTROL-STATUS;
024300        MOVE 16 TO RETURN-CODE;
024400        STOP RUN
024500     END-IF;
024600     READ CONTROL-FILE INTO HEADER-CARD
024700       AT END
024800        DISPLAY PGMNAME, ' NO HEADER CARD SUPPLIED ON SYSIN.';
024900        MOVE 16 TO RETURN-CODE;
025000        STOP RUN
025100     END-READ;
025200     IF HC-USERID = SPACES
025300        DISPLAY PGMNAME, ' ADMINISTRATOR USERID MISSING FROM '
025400                'HEADER CARD.';
025500        MOVE 16 TO RETURN-CODE;
025600        STOP RUN
025700     END-IF;
025800* A never-loaded cluster can still take its first ADDs: fall
025900* back to a load-mode open, under which RENAME, CLOSE and LIST
026000* are refused individually (there is nothing on file yet).
026100     OPEN I-O STORMAST-FILE.
026200     IF STORMAST-NOTLOADED
026300        OPEN OUTPUT STORMAST-FILE;
026400        SET STORMAST-LOAD-MODE TO TRUE
026500     END-IF;
026600     IF NOT STORMAST-OK
026700        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '
026800                STORMAST-STATUS;
026900        MOVE 16 TO RETURN-CODE;
027000        STOP RUN
027100     END-IF;
027110     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@02
027200     OPEN EXTEND AUDIT-FILE.
027300     IF NOT AUDIT-OK
027400        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
027500                AUDIT-STATUS;
027600        MOVE 16 TO RETURN-CODE;
027700        STOP RUN
027800     END-IF;
027900     OPEN OUTPUT REPORT-FILE.
028000     IF NOT REPORT-OK
028100        DISPLAY PGMNAME, ' STMRPT OPEN FAILED, STATUS '
028200                REPORT-STATUS;
028300        MOVE 16 TO RETURN-CODE;
028400        STOP RUN
028500     END-IF;
028600     MOVE RUN-DATE  TO RPH-RUN-DATE.
028700     MOVE HC-USERID TO RPH-USERID.
028800     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
028900     SKIP1
029000 1500-READ-NEXT-ACTION.
029100     READ CONTROL-FILE INTO ACTION-CARD
029200       AT END
029300        SET CONTROL-EOF TO TRUE
029400       NOT AT END
029500        PERFORM 2000-EXECUTE-ONE-ACTION
029600     END-READ.
029700     SKIP1
029800 2000-EXECUTE-ONE-ACTION.
029900     EVALUATE TRUE
030000      WHEN AC-LIST
030100       PERFORM 4000-LIST-STORES
030200      WHEN AC-ADD
030300       PERFORM 2500-ADD-STORE
030400      WHEN AC-RENAME
030500       PERFORM 3000-RENAME-STORE
030600      WHEN AC-CLOSE
030700       PERFORM 3600-CLOSE-STORE
030800      WHEN OTHER
030900       PERFORM 2100-REJECT-ACTION-CARD
031000     END-EVALUATE.
031100     SKIP1
031200 2100-REJECT-ACTION-CARD.
031300     DISPLAY PGMNAME, ' INVALID ACTION CARD: ', ACTION-CARD.
031400     MOVE 'INVALID ACTION CARD: ' TO RPM-TEXT.
031500     MOVE ACTION-CARD TO RPM-CARD.
031600     WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE.
031700     IF RUN-RETURN-CODE < 8
031800        MOVE 8 TO RUN-RETURN-CODE
031900     END-IF.
032000     SKIP1
032100 2200-REFUSE-ACTION.
032200* The card was valid but cannot be applied: RPA-TEXT already
032300* says why.
032400     PERFORM 2700-WRITE-ACTION-LINE.
032500     IF RUN-RETURN-CODE < 8
032600        MOVE 8 TO RUN-RETURN-CODE
032700     END-IF.
032800     SKIP1
032900 2500-ADD-STORE.
033000     IF AC-DIVISION-CODE-NUM NOT NUMERIC
033100        OR AC-STORE-CODE-NUM NOT NUMERIC
033200        OR AC-STORE-NAME = SPACES
033300        OR (AC-DATE NOT = SPACES
033400            AND AC-DATE-NUM NOT NUMERIC)
033500        PERFORM 2100-REJECT-ACTION-CARD
033600     ELSE
033700        PERFORM 2550-FIND-DIVISION-NAME;
033800        EVALUATE TRUE
033900         WHEN DIVISION-FOUND
034000              AND AC-DIVISION-NAME NOT = SPACES
034100              AND AC-DIVISION-NAME NOT = FILE-DIVISION-NAME
034200          MOVE 'DIVISION NAME DIFFERS - USE RENAME'
034300            TO RPA-TEXT;
034400          PERFORM 2200-REFUSE-ACTION
034500         WHEN NOT DIVISION-FOUND
034600              AND AC-DIVISION-NAME = SPACES
034700          MOVE 'NEW DIVISION - DIVISION NAME REQUIRED'
034800            TO RPA-TEXT;
034900          PERFORM 2200-REFUSE-ACTION
035000         WHEN OTHER
035100          PERFORM 2600-WRITE-STORE-RECORD
035200        END-EVALUATE
035300     END-IF.
035400     SKIP1
035500 2550-FIND-DIVISION-NAME.
035600* Position on the first store of the card's division, if any,
035700* and pick up the division name already on file for it.
035800     MOVE 'N' TO DIVISION-FOUND-SWITCH.
035900     MOVE SPACES TO FILE-DIVISION-NAME.
036000     IF NOT STORMAST-LOAD-MODE
036100        MOVE AC-DIVISION-CODE-NUM TO STORMAST-DIVISION-CODE;
036200        MOVE ZERO TO STORMAST-STORE-CODE;
036300        START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY
036400          INVALID KEY
036500           CONTINUE
036600          NOT INVALID KEY
036700           READ STORMAST-FILE NEXT RECORD
036800             AT END
036900              CONTINUE
037000             NOT AT END
037100              IF STORMAST-DIVISION-CODE = AC-DIVISION-CODE-NUM
037200                 SET DIVISION-FOUND TO TRUE;
037300                 MOVE STORMAST-DIVISION-NAME
037400                   TO FILE-DIVISION-NAME
037500              END-IF
037600           END-READ
037700        END-START
037800     END-IF.
037900     SKIP1
038000 2600-WRITE-STORE-RECORD.
038100     MOVE AC-DIVISION-CODE-NUM TO STORMAST-DIVISION-CODE.
038200     MOVE AC-STORE-CODE-NUM    TO STORMAST-STORE-CODE.
038300     IF DIVISION-FOUND
038400        MOVE FILE-DIVISION-NAME TO STORMAST-DIVISION-NAME
038500     ELSE
038600        MOVE AC-DIVISION-NAME TO STORMAST-DIVISION-NAME
038700     END-IF;
038800     MOVE AC-STORE-NAME TO STORMAST-STORE-NAME.
038900     IF AC-DATE = SPACES
039000        MOVE RUN-DATE TO STORMAST-OPEN-DATE
039100     ELSE
039200        MOVE AC-DATE-NUM TO STORMAST-OPEN-DATE
039300     END-IF;
039400     MOVE ZERO      TO STORMAST-CLOSE-DATE.
039500     MOVE RUN-DATE  TO STORMAST-MAINT-DATE.
039600     MOVE HC-USERID TO STORMAST-MAINT-USERID.
039700     WRITE STORMAST-RECORD
039800       INVALID KEY
039900        IF STORMAST-DUPKEY
040000           MOVE 'STORE ALREADY ON FILE - NOT ADDED' TO RPA-TEXT;
040100           PERFORM 2200-REFUSE-ACTION
040200        ELSE
040300           DISPLAY PGMNAME, ' STORMAST WRITE FAILED, STATUS '
040400                   STORMAST-STATUS;
040500           MOVE 16 TO RETURN-CODE;
040600           STOP RUN
040700        END-IF
040800       NOT INVALID KEY
040900        ADD 1 TO STORES-ADDED;
041000        MOVE 'ADDED' TO RPA-TEXT;
041100        PERFORM 2700-WRITE-ACTION-LINE;
041200        PERFORM 3500-WRITE-STORE-AUDIT
041300     END-WRITE.
041400     SKIP1
041500 2700-WRITE-ACTION-LINE.
041600     MOVE AC-ACTION        TO RPA-ACTION.
041700     MOVE AC-DIVISION-CODE TO RPA-DIVISION.
041800     MOVE AC-STORE-CODE    TO RPA-STORE.
041900     MOVE AC-DIVISION-NAME TO RPA-DIVISION-NAME.
042000     MOVE AC-STORE-NAME    TO RPA-STORE-NAME.
042100     MOVE AC-DATE          TO RPA-DATE.
042200     WRITE REPORT-RECORD FROM REPORT-ACTION-LINE.
042300     SKIP1
042400 3000-RENAME-STORE.
042500     IF AC-DIVISION-CODE-NUM NOT NUMERIC
042600        OR (AC-STORE-CODE-NUM NOT NUMERIC
042700            AND NOT AC-WHOLE-DIVISION)
042800        OR (AC-DIVISION-NAME = SPACES
042900            AND AC-STORE-NAME = SPACES)
043000        OR (AC-WHOLE-DIVISION
043100            AND AC-STORE-NAME NOT = SPACES)
043200        PERFORM 2100-REJECT-ACTION-CARD
043300     ELSE
043400        IF STORMAST-LOAD-MODE
043500           MOVE 'FILE NEVER LOADED - NOTHING TO RENAME'
043600             TO RPA-TEXT;
043700           PERFORM 2200-REFUSE-ACTION
043800        ELSE
043900           IF AC-WHOLE-DIVISION
044000              PERFORM 3200-RENAME-DIVISION
044100           ELSE
044200              PERFORM 3100-RENAME-STORE-RECORD
044300           END-IF
044400        END-IF
044500     END-IF.
044600     SKIP1
044700 3100-RENAME-STORE-RECORD.
044800     MOVE AC-DIVISION-CODE-NUM TO STORMAST-DIVISION-CODE.
044900     MOVE AC-STORE-CODE-NUM    TO STORMAST-STORE-CODE.
045000     READ STORMAST-FILE
045100       INVALID KEY
045200        MOVE 'NO SUCH STORE' TO RPA-TEXT;
045300        PERFORM 2200-REFUSE-ACTION
045400       NOT INVALID KEY
045500        IF AC-STORE-NAME NOT = SPACES
045600           MOVE AC-STORE-NAME TO STORMAST-STORE-NAME;
045700           PERFORM 3150-REWRITE-STORE-RECORD
045800        END-IF;
045900        IF AC-DIVISION-NAME NOT = SPACES
046000           PERFORM 3200-RENAME-DIVISION
046100        ELSE
046200           MOVE 'STORE RENAMED' TO RPA-TEXT;
046300           PERFORM 2700-WRITE-ACTION-LINE
046400        END-IF
046500     END-READ.
046600     SKIP1
046700 3150-REWRITE-STORE-RECORD.
046800     MOVE RUN-DATE  TO STORMAST-MAINT-DATE.
046900     MOVE HC-USERID TO STORMAST-MAINT-USERID.
047000     REWRITE STORMAST-RECORD
047100       INVALID KEY
047200        DISPLAY PGMNAME, ' STORMAST REWRITE FAILED, STATUS '
047300                STORMAST-STATUS;
047400        MOVE 16 TO RETURN-CODE;
047500        STOP RUN
047600     END-REWRITE.
047700     IF AC-CLOSE
047800        ADD 1 TO STORES-CLOSED
047900     ELSE
048000        ADD 1 TO STORES-RENAMED
048100     END-IF.
048200     PERFORM 3500-WRITE-STORE-AUDIT.
048300     SKIP1
048400 3200-RENAME-DIVISION.
048500* The division name is carried on every store row of the
048600* division: browse them all and rewrite each one still showing
048700* another name, so the rows never disagree.
048800     MOVE ZERO TO DIVISION-ROW-COUNT.
048900     MOVE 'N' TO STORMAST-BROWSE-SWITCH.
049000     MOVE AC-DIVISION-CODE-NUM TO STORMAST-DIVISION-CODE.
049100     MOVE ZERO TO STORMAST-STORE-CODE.
049200     START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY
049300       INVALID KEY
049400        SET STORMAST-BROWSE-DONE TO TRUE
049500     END-START.
049600     PERFORM 3300-RENAME-ONE-DIVISION-ROW
049700        UNTIL STORMAST-BROWSE-DONE.
049800     IF DIVISION-ROW-COUNT = ZERO
049900        MOVE 'NO SUCH DIVISION' TO RPA-TEXT;
050000        PERFORM 2200-REFUSE-ACTION
050100     ELSE
050200        MOVE 'DIVISION RENAMED ON ALL ITS STORES' TO RPA-TEXT;
050300        PERFORM 2700-WRITE-ACTION-LINE
050400     END-IF.
050500     SKIP1
050600 3300-RENAME-ONE-DIVISION-ROW.
050700     READ STORMAST-FILE NEXT RECORD
050800       AT END
050900        SET STORMAST-BROWSE-DONE TO TRUE
051000       NOT AT END
051100        IF STORMAST-DIVISION-CODE NOT = AC-DIVISION-CODE-NUM
051200           SET STORMAST-BROWSE-DONE TO TRUE
051300        ELSE
051400           ADD 1 TO DIVISION-ROW-COUNT;
051500           IF STORMAST-DIVISION-NAME NOT = AC-DIVISION-NAME
051600              MOVE AC-DIVISION-NAME TO STORMAST-DIVISION-NAME;
051700              PERFORM 3150-REWRITE-STORE-RECORD
051800           END-IF
051900        END-IF
052000     END-READ.
052100     SKIP1
052200 3500-WRITE-STORE-AUDIT.
052300* One 'S' row per master row changed, naming the row's codes -
052400* a division rename therefore leaves one row per store.
052500     SET AUDIT-STORE-ROW TO TRUE.
052600     MOVE STORMAST-DIVISION-CODE TO AUDIT-DIVISION-CODE.
052700     MOVE STORMAST-STORE-CODE    TO AUDIT-STORE-CODE.
052800     MOVE RUN-DATE               TO AUDIT-RUN-DATE.
052900     MOVE RUN-TIME               TO AUDIT-RUN-TIME.
053000     MOVE ZERO                   TO AUDIT-PAGE-COUNT.
053100     MOVE ZERO                   TO AUDIT-GEN-DATE.
053200     MOVE HC-USERID              TO AUDIT-USERID.
053300     MOVE SPACES                 TO AUDIT-REASON-CODE.
053400     EVALUATE TRUE
053500      WHEN AC-ADD
053600       SET AUDIT-STORE-ADDED TO TRUE
053700      WHEN AC-CLOSE
053800       SET AUDIT-STORE-CLOSED TO TRUE
053900      WHEN OTHER
054000       SET AUDIT-STORE-RENAMED TO TRUE
054100     END-EVALUATE.
054200     MOVE ZERO                   TO AUDIT-START-REC AUDIT-END-REC.
054300     MOVE ZERO                   TO AUDIT-STREAM-CODE.
054400     MOVE SPACES                 TO AUDIT-TARGET-ID.
054410     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@02
054500     WRITE AUDIT-RECORD.
054600     SKIP1
054700 3600-CLOSE-STORE.
054800     IF AC-DIVISION-CODE-NUM NOT NUMERIC
054900        OR AC-STORE-CODE-NUM NOT NUMERIC
055000        OR (AC-DATE NOT = SPACES
055100            AND AC-DATE-NUM NOT NUMERIC)
055200        PERFORM 2100-REJECT-ACTION-CARD
055300     ELSE
055400        IF STORMAST-LOAD-MODE
055500           MOVE 'FILE NEVER LOADED - NOTHING TO CLOSE'
055600             TO RPA-TEXT;
055700           PERFORM 2200-REFUSE-ACTION
055800        ELSE
055900           PERFORM 3700-CLOSE-STORE-RECORD
056000        END-IF
056100     END-IF.
056200     SKIP1
056300 3700-CLOSE-STORE-RECORD.
056400     IF AC-DATE = SPACES
056500        MOVE RUN-DATE TO ACTION-DATE
056600     ELSE
056700        MOVE AC-DATE-NUM TO ACTION-DATE
056800     END-IF.
056900     MOVE AC-DIVISION-CODE-NUM TO STORMAST-DIVISION-CODE.
057000     MOVE AC-STORE-CODE-NUM    TO STORMAST-STORE-CODE.
057100     READ STORMAST-FILE
057200       INVALID KEY
057300        MOVE 'NO SUCH STORE' TO RPA-TEXT;
057400        PERFORM 2200-REFUSE-ACTION
057500       NOT INVALID KEY
057600        PERFORM 3800-APPLY-CLOSE-DATE
057700     END-READ.
057800     SKIP1
057900 3800-APPLY-CLOSE-DATE.
058000     MOVE STORMAST-OPEN-DATE TO WORK-DATE-6.
058100     PERFORM 7800-YYMMDD-TO-INTEGER.
058200     MOVE WORK-DATE-INT TO OPEN-INTEGER.
058300     MOVE ACTION-DATE TO WORK-DATE-6.
058400     PERFORM 7800-YYMMDD-TO-INTEGER.
058500     EVALUATE TRUE
058600      WHEN STORMAST-CLOSE-DATE NOT = ZERO
058700       MOVE 'STORE ALREADY CLOSED' TO RPA-TEXT;
058800       PERFORM 2200-REFUSE-ACTION
058900      WHEN WORK-DATE-INT < OPEN-INTEGER
059000       MOVE 'CLOSE DATE BEFORE OPEN DATE' TO RPA-TEXT;
059100       PERFORM 2200-REFUSE-ACTION
059200      WHEN OTHER
059300       MOVE ACTION-DATE TO STORMAST-CLOSE-DATE;
059400       PERFORM 3150-REWRITE-STORE-RECORD;
059500       MOVE 'CLOSED' TO RPA-TEXT;
059600       PERFORM 2700-WRITE-ACTION-LINE
059700     END-EVALUATE.
059800     SKIP1
059900 4000-LIST-STORES.
060000* The file collates by division then store, so a straight
060100* browse is already grouped by division.
060200     IF STORMAST-LOAD-MODE
060300        MOVE 'FILE NEVER LOADED - NOTHING TO LIST' TO RPM-TEXT;
060400        MOVE SPACES TO RPM-CARD;
060500        WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE;
060600        IF RUN-RETURN-CODE < 8
060700           MOVE 8 TO RUN-RETURN-CODE
060800        END-IF
060900     ELSE
061000        MOVE -1 TO LIST-DIVISION;
061100        MOVE 'N' TO STORMAST-BROWSE-SWITCH;
061200        MOVE LOW-VALUES TO STORMAST-KEY;
061300        START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY
061400          INVALID KEY
061500           SET STORMAST-BROWSE-DONE TO TRUE
061600        END-START;
061700        PERFORM 4100-LIST-ONE-STORE
061800           UNTIL STORMAST-BROWSE-DONE
061900     END-IF.
062000     SKIP1
062100 4100-LIST-ONE-STORE.
062200     READ STORMAST-FILE NEXT RECORD
062300       AT END
062400        SET STORMAST-BROWSE-DONE TO TRUE
062500       NOT AT END
062600        IF STORMAST-DIVISION-CODE NOT = LIST-DIVISION
062700           MOVE STORMAST-DIVISION-CODE TO LIST-DIVISION;
062800           MOVE STORMAST-DIVISION-CODE TO RPD-DIVISION;
062900           MOVE STORMAST-DIVISION-NAME TO RPD-DIVISION-NAME;
063000           WRITE REPORT-RECORD FROM DIVISION-HEADING-LINE
063100        END-IF;
063200        ADD 1 TO STORES-LISTED;
063300        MOVE STORMAST-STORE-CODE   TO RPS-STORE;
063400        MOVE STORMAST-STORE-NAME   TO RPS-STORE-NAME;
063500        MOVE STORMAST-OPEN-DATE    TO RPS-OPEN-DATE;
063600        IF STORMAST-CLOSE-DATE = ZERO
063700           MOVE 'OPEN  ' TO RPS-CLOSE-DATE
063800        ELSE
063900           MOVE STORMAST-CLOSE-DATE TO RPS-CLOSE-DATE
064000        END-IF;
064100        MOVE STORMAST-MAINT-DATE   TO RPS-MAINT-DATE;
064200        MOVE STORMAST-MAINT-USERID TO RPS-MAINT-USERID;
064300        WRITE REPORT-RECORD FROM REPORT-STORE-LINE
064400     END-READ.
064500     SKIP1
064600 6000-TERMINATE.
064700     CLOSE CONTROL-FILE.
064800     CLOSE STORMAST-FILE.
064900     CLOSE AUDIT-FILE.
065000     MOVE 'STORES ADDED        : ' TO RPL-LABEL.
065100     MOVE STORES-ADDED TO RPL-VALUE.
065200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
065300     MOVE 'STORE ROWS RENAMED  : ' TO RPL-LABEL.
065400     MOVE STORES-RENAMED TO RPL-VALUE.
065500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
065600     MOVE 'STORES CLOSED       : ' TO RPL-LABEL.
065700     MOVE STORES-CLOSED TO RPL-VALUE.
065800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
065900     MOVE 'STORES LISTED       : ' TO RPL-LABEL.
066000     MOVE STORES-LISTED TO RPL-VALUE.
066100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
066200     CLOSE REPORT-FILE.
066300     DISPLAY PGMNAME, ' STORES ADDED   : ', STORES-ADDED.
066400     DISPLAY PGMNAME, ' ROWS RENAMED   : ', STORES-RENAMED.
066500     DISPLAY PGMNAME, ' STORES CLOSED  : ', STORES-CLOSED.
066600     DISPLAY PGMNAME, ' STORES LISTED  : ', STORES-LISTED.
066700     SKIP1
066800 7800-YYMMDD-TO-INTEGER.
066900* Two-digit years are windowed: years above 70 are 19xx, the
067000* rest 20xx, matching the earliest possible archive content.
067100* An undatable value leaves zero.
067200     MOVE ZERO TO WORK-DATE-INT.
067300     IF WORK-DATE-6 NUMERIC
067400        IF WORK-YY > 70
067500           COMPUTE WORK-DATE-8 = 19000000 + WORK-DATE-6
067600        ELSE
067700           COMPUTE WORK-DATE-8 = 20000000 + WORK-DATE-6
067800        END-IF;
067900        COMPUTE WORK-DATE-INT =
068000                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
068100     END-IF.
068110     SKIP1                                                         !@02
068120 8800-FIND-AUDIT-CHAIN-END.                                        !@02
068130* The trail is sequential, so the last row - the one this run's    !@02
068140* rows chain on - is found by one pass before it is extended.      !@02
068150* Rows carried from before the chain existed have sequence zero    !@02
068160* and are passed over.                                             !@02
068170     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@02
068180     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@02
068190     OPEN INPUT AUDIT-FILE.                                        !@02
068200     IF AUDIT-OK                                                   !@02
068210        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@02
068220           UNTIL AUDIT-CHAIN-EOF;                                  !@02
068230        CLOSE AUDIT-FILE                                           !@02
068240     END-IF.                                                       !@02
068250     SKIP1                                                         !@02
068260 8810-READ-ONE-AUDIT-ROW.                                          !@02
068270     READ AUDIT-FILE                                               !@02
068280       AT END                                                      !@02
068290        SET AUDIT-CHAIN-EOF TO TRUE                                !@02
068300       NOT AT END                                                  !@02
068310        IF AUDIT-SEQ-NUMBER > ZERO                                 !@02
068320           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@02
068330           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@02
068340        END-IF                                                     !@02
068350     END-READ.                                                     !@02
068360     SKIP1                                                         !@02
068370 8850-STAMP-AUDIT-ROW.                                             !@02
068380* Give the row built in AUDIT-RECORD the next sequence number      !@02
068390* and its check value, chained on the row before it.               !@02
068400     ADD 1 TO AUDIT-LAST-SEQ.                                      !@02
068410     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@02
068420     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@02
068430     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@02
068440                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@02
068450     PERFORM 8860-CHAIN-ONE-BYTE                                   !@02
068460        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@02
068470        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@02
068480     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@02
068490     SKIP1                                                         !@02
068500 8860-CHAIN-ONE-BYTE.                                              !@02
068510     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@02
068520       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@02
068530     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@02
068540             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@02
068550           + AUDIT-CHAIN-HALF + 1.                                 !@02
068560     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@02
068570        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@02
