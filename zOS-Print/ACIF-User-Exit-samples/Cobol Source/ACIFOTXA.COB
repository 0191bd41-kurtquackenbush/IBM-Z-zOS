000200* UPDATE ON 22 Aug 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 22 Aug 2026 AT 00:00:00 BY  MAINT     VERSION 02  *    !@02
000220* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 03  *     !@03
000230* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 04  *    !@04
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXA.
000500 AUTHOR. MAINTENANCE.
002800
002900               Only archive ('A') audit rows are reported;
003000               purge and retrieval rows are passed over.
003010                                                                   !@04
003020               Division and store names are printed from the       !@04
003030               division/store master (STORMAST), so the report     !@04
003040               shows the official names whatever the feed said;    !@04
003050               a code not on the master prints as *UNKNOWN*.       !@04
003060               Without the master the report still runs, with      !@04
003070               the names left blank.                               !@04
003100
003200               SYSIN control card layout (the card is optional):
003300                 COLUMNS  1- 3   VOLUME SWING THRESHOLD AS A
005000     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
005100                                 ORGANIZATION SEQUENTIAL,
005200                                 FILE STATUS AUDIT-STATUS.
005210     SELECT STORMAST-FILE        ASSIGN TO STORMAST,               !@04
005220                                 ORGANIZATION INDEXED,             !@04
005230                                 ACCESS MODE DYNAMIC,              !@04
005240                                 RECORD KEY STORMAST-KEY,          !@04
005250                                 FILE STATUS STORMAST-STATUS.      !@04
005300     SELECT REPORT-FILE          ASSIGN TO OPSREPT,
005400                                 ORGANIZATION SEQUENTIAL,
005500                                 FILE STATUS REPORT-STATUS.
006400     05  FILLER                  PIC X(76).                        !@03
006500 FD  AUDIT-FILE.
006600     COPY AUDIT.
006610 FD  STORMAST-FILE.                                                !@04
006620     COPY STORMAST.                                                !@04
006700 FD  REPORT-FILE.
006800 01  REPORT-RECORD               PIC X(132).
006900     EJECT
007300     88  CONTROL-OK          VALUE 00.
007400 77  AUDIT-STATUS            PIC 99.
007500     88  AUDIT-OK            VALUE 00.
007510 77  STORMAST-STATUS         PIC 99.                               !@04
007520     88  STORMAST-OK         VALUE 00.                             !@04
007530 77  STORMAST-AVAILABLE-SWITCH PIC X  VALUE 'N'.                   !@04
007540     88  STORMAST-AVAILABLE  VALUE 'Y'.                            !@04
007600 77  REPORT-STATUS           PIC 99.
007700     88  REPORT-OK           VALUE 00.
007800 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
009200 77  EXCEPTION-COUNT         PIC S9(8) BINARY VALUE ZERO.
009300 77  SWING-PERCENT           PIC S9(8) BINARY VALUE ZERO.
009400 77  PAGE-DIFFERENCE         PIC S9(8) BINARY VALUE ZERO.
009410* Codes to look up on the store master, and the names found.       !@04
009420 01  NAME-LOOKUP-DATA.                                             !@04
009430     05  LOOKUP-DIVISION     PIC 99.                               !@04
009440     05  LOOKUP-STORE        PIC 99.                               !@04
009450     05  LOOKUP-DIVISION-NAME PIC X(12).                           !@04
009460     05  LOOKUP-STORE-NAME   PIC X(12).                            !@04
009500     SKIP1
009600* One cell per possible division/store pair, addressed directly
009700* by division code + 1 and store code + 1, accumulating the
011800 01  DIVISION-HEADING-LINE.
011900     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
012000     05  RPD-DIVISION        PIC 99.
012010     05  FILLER              PIC X     VALUE SPACE.                !@04
012020     05  RPD-DIVISION-NAME   PIC X(12).                            !@04
012100     05  FILLER              PIC X(108) VALUE SPACES.              !@04
012200 01  REPORT-DETAIL-LINE.
012300     05  FILLER              PIC X(8)  VALUE '  STORE '.
012400     05  RPT-STORE           PIC 99.
012410     05  FILLER              PIC X     VALUE SPACE.                !@04
012420     05  RPT-STORE-NAME      PIC X(12).                            !@04
012500     05  FILLER              PIC X(7)  VALUE ' PAGES '.
012600     05  RPT-CUR-PAGES       PIC Z(7)9.
012700     05  FILLER              PIC X(10) VALUE ' PREVIOUS '.
012800     05  RPT-PREV-PAGES      PIC Z(7)9.
012900     05  FILLER              PIC X(12) VALUE ' DIFFERENCE '.
013000     05  RPT-DIFFERENCE      PIC -(7)9.
013100     05  FILLER              PIC X(56) VALUE SPACES.               !@04
013200 01  REPORT-SUBTOTAL-LINE.
013300     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
013400     05  RPS-DIVISION        PIC 99.
015200     05  RPM-DIVISION        PIC 99.
015300     05  FILLER              PIC X(7)  VALUE ' STORE '.
015400     05  RPM-STORE           PIC 99.
015410     05  FILLER              PIC X     VALUE SPACE.                !@04
015420     05  RPM-STORE-NAME      PIC X(12).                            !@04
015500     05  FILLER              PIC X(26) VALUE
015600         ' MISSING FROM CURRENT RUN '.
015700     05  FILLER              PIC X(11) VALUE '- ARCHIVED '.
015800     05  RPM-PREV-PAGES      PIC Z(7)9.
015900     05  FILLER              PIC X(19) VALUE
016000         ' PAGES PREVIOUS RUN'.
016100     05  FILLER              PIC X(35) VALUE SPACES.               !@04
016200 01  EXCEPTION-SWING-LINE.
016300     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
016400     05  RPW-DIVISION        PIC 99.
016500     05  FILLER              PIC X(7)  VALUE ' STORE '.
016600     05  RPW-STORE           PIC 99.
016610     05  FILLER              PIC X     VALUE SPACE.                !@04
016620     05  RPW-STORE-NAME      PIC X(12).                            !@04
016700     05  FILLER              PIC X(14) VALUE ' VOLUME SWING '.
016800     05  RPW-PERCENT         PIC Z(3)9.
016900     05  FILLER              PIC X(15) VALUE ' PCT (PREVIOUS '.
017100     05  FILLER              PIC X(9)  VALUE ' CURRENT '.
017200     05  RPW-CUR-PAGES       PIC Z(7)9.
017300     05  FILLER              PIC X     VALUE ')'.
017400     05  FILLER              PIC X(40) VALUE SPACES.               !@04
017500 01  NO-EXCEPTION-LINE.
017600     05  FILLER              PIC X(13) VALUE 'NO EXCEPTIONS'.
017700     05  FILLER              PIC X(119) VALUE SPACES.
020900                REPORT-STATUS;
021000        MOVE 16 TO RETURN-CODE;
021100        STOP RUN
021200     END-IF;                                                       !@04
021210     OPEN INPUT STORMAST-FILE.                                     !@04
021220     IF STORMAST-OK                                                !@04
021230        SET STORMAST-AVAILABLE TO TRUE                             !@04
021240     ELSE                                                          !@04
021250        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '          !@04
021260                STORMAST-STATUS, ' - NAMES NOT PRINTED.'           !@04
021270     END-IF.                                                       !@04
021300     SKIP1
021400 2000-FIND-RUN-DATES.
021500* First pass over the audit file: find the two most recent
031300        UNTIL SUB-STORE > 100.
031400     IF DIV-HAS-DATA
031500        COMPUTE RPD-DIVISION = SUB-DIV - 1;
031510        MOVE RPD-DIVISION TO LOOKUP-DIVISION;                      !@04
031520        PERFORM 7100-LOOKUP-DIVISION-NAME;                         !@04
031530        MOVE LOOKUP-DIVISION-NAME TO RPD-DIVISION-NAME;            !@04
031600        WRITE REPORT-RECORD FROM BLANK-LINE;
031700        WRITE REPORT-RECORD FROM DIVISION-HEADING-LINE;
031800        PERFORM 4300-PRINT-ONE-STORE
033900 4300-PRINT-ONE-STORE.
034000     IF STAT-CUR-SEEN (SUB-DIV, SUB-STORE)
034100        COMPUTE RPT-STORE = SUB-STORE - 1;
034110        PERFORM 7000-LOOKUP-STORE-NAME;                            !@04
034120        MOVE LOOKUP-STORE-NAME TO RPT-STORE-NAME;                  !@04
034200        MOVE STAT-CUR-PAGES (SUB-DIV, SUB-STORE)
034300          TO RPT-CUR-PAGES;
034400        MOVE STAT-PREV-PAGES (SUB-DIV, SUB-STORE)
037400        AND NOT STAT-CUR-SEEN (SUB-DIV, SUB-STORE)
037500        COMPUTE RPM-DIVISION = SUB-DIV - 1;
037600        COMPUTE RPM-STORE    = SUB-STORE - 1;
037610        PERFORM 7000-LOOKUP-STORE-NAME;                            !@04
037620        MOVE LOOKUP-STORE-NAME TO RPM-STORE-NAME;                  !@04
037700        MOVE STAT-PREV-PAGES (SUB-DIV, SUB-STORE)
037800          TO RPM-PREV-PAGES;
037900        WRITE REPORT-RECORD FROM EXCEPTION-MISSING-LINE;
039800        IF SWING-PERCENT > SWING-THRESHOLD
039900           COMPUTE RPW-DIVISION = SUB-DIV - 1;
040000           COMPUTE RPW-STORE    = SUB-STORE - 1;
040010           PERFORM 7000-LOOKUP-STORE-NAME;                         !@04
040020           MOVE LOOKUP-STORE-NAME TO RPW-STORE-NAME;               !@04
040100           MOVE SWING-PERCENT TO RPW-PERCENT;
040200           MOVE STAT-PREV-PAGES (SUB-DIV, SUB-STORE)
040300             TO RPW-PREV-PAGES;
041000     SKIP1
041100 6000-TERMINATE.
041200     CLOSE REPORT-FILE.
041210     IF STORMAST-AVAILABLE                                         !@04
041220        CLOSE STORMAST-FILE                                        !@04
041230     END-IF.                                                       !@04
041300     DISPLAY PGMNAME, ' CURRENT RUN DATE  : ', CURRENT-RUN-DATE.
041400     DISPLAY PGMNAME, ' PREVIOUS RUN DATE : ', PREVIOUS-RUN-DATE.
041500     DISPLAY PGMNAME, ' EXCEPTIONS FLAGGED: ', EXCEPTION-COUNT.
041600     SKIP1                                                         !@04
041700 7000-LOOKUP-STORE-NAME.                                           !@04
041800* Official store name for the cell at SUB-DIV/SUB-STORE.           !@04
041900     MOVE SPACES TO LOOKUP-STORE-NAME.                             !@04
042000     IF STORMAST-AVAILABLE                                         !@04
042100        COMPUTE STORMAST-DIVISION-CODE = SUB-DIV - 1;              !@04
042200        COMPUTE STORMAST-STORE-CODE    = SUB-STORE - 1;            !@04
042300        READ STORMAST-FILE                                         !@04
042400          INVALID KEY                                              !@04
042500           MOVE '*UNKNOWN*' TO LOOKUP-STORE-NAME                   !@04
042600          NOT INVALID KEY                                          !@04
042700           MOVE STORMAST-STORE-NAME TO LOOKUP-STORE-NAME           !@04
042800        END-READ                                                   !@04
042900     END-IF.                                                       !@04
043000     SKIP1                                                         !@04
043100 7100-LOOKUP-DIVISION-NAME.                                        !@04
043200* Every store row of a division carries the division's official    !@04
043300* name, so the first row of the division supplies it.              !@04
043400     MOVE SPACES TO LOOKUP-DIVISION-NAME.                          !@04
043500     IF STORMAST-AVAILABLE                                         !@04
043600        MOVE '*UNKNOWN*' TO LOOKUP-DIVISION-NAME;                  !@04
043700        MOVE LOOKUP-DIVISION TO STORMAST-DIVISION-CODE;            !@04
043800        MOVE ZERO TO STORMAST-STORE-CODE;                          !@04
043900        START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY      !@04
044000          INVALID KEY                                              !@04
044100           CONTINUE                                                !@04
044200          NOT INVALID KEY                                          !@04
044300           READ STORMAST-FILE NEXT RECORD                          !@04
044400             AT END                                                !@04
044500              CONTINUE                                             !@04
044600             NOT AT END                                            !@04
044700              IF STORMAST-DIVISION-CODE = LOOKUP-DIVISION          !@04
044800                 MOVE STORMAST-DIVISION-NAME                       !@04
044900                   TO LOOKUP-DIVISION-NAME                         !@04
045000              END-IF                                               !@04
045100           END-READ                                                !@04
045200        END-START                                                  !@04
045300     END-IF.                                                       !@04
