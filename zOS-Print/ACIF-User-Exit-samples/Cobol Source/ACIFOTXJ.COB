000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXJ.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program prints the reprint access review:
000900               what each requestor actually pulled from the
001000               archive during a review period, for internal
001100               audit's monthly or quarterly sign-off.  ACIFOTXM
001200               recertifies who holds a grant; this report shows
001300               how the grants were used.
001400
001500               It is built from the 'R' audit rows ACIFOTXR and
001600               ACIFOTXC write for every retrieval attempt, and
001700               the 'R' rows with AUDIT-TARGET-ID 'SEARCH' that
001800               ACIFOTXT writes for every segment searched.  The
001900               report is grouped by division so each division
002000               head signs off a section of their own.  Each
002100               section holds a statement per requestor - every
002200               attempt in the period with its date and time,
002300               store, stream, generation, records extracted (or
002400               searched), reason code and disposition, and the
002500               requestor's totals - then the division's
002600               exceptions:
002700
002800               - a requestor whose granted reprints in the
002900                 division extracted more records than the volume
003000                 threshold;
003100               - a requestor refused at least the refusal
003200                 threshold number of times in the division;
003300               - each granted retrieval or search run outside
003400                 business hours (before the start time, at or
003500                 after the end time, or on a Saturday or
003600                 Sunday);
003700               - each granted retrieval or search of a segment
003800                 that was on legal hold when it was pulled;
003900               - each AUTHFILE grant for the division that was
004000                 not used once in the period, as a candidate for
004100                 removal (grants created after the period are
004200                 passed over).
004300
004400               Whether a segment was held when it was pulled is
004500               taken from the 'H' hold rows on the trail, read in
004600               order; a segment with no hold row on the trail is
004700               taken to have had its STOREIDX hold state
004800               throughout.
004900
005000               Division names are printed from the division/store
005100               master (STORMAST) when it is allocated.
005200
005300               SYSIN control card layout (the card is optional):
005400                 COLUMNS  1- 6   PERIOD START YYMMDD
005500                 COLUMNS  7-12   PERIOD END YYMMDD
005600                                 (BOTH SPACES OR NO CARD = THE
005700                                 CALENDAR MONTH BEFORE TODAY)
005800                 COLUMNS 13-20   VOLUME THRESHOLD, RECORDS PER
005900                                 REQUESTOR AND DIVISION 9(8)
006000                                 (SPACES = 00010000)
006100                 COLUMNS 21-23   REFUSAL THRESHOLD 9(3)
006200                                 (SPACES = 003)
006300                 COLUMNS 24-27   BUSINESS DAY START HHMM
006400                                 (SPACES = 0700)
006500                 COLUMNS 28-31   BUSINESS DAY END HHMM
006600                                 (SPACES = 1900)
006700
006800               The review is written to ACCRPT.  RETURN-CODE 4
006900               means at least one exception was flagged, 8 means
007000               the review is incomplete (a table overflowed; the
007100               job log says which), 16 means an invalid card or
007200               a file that could not be processed.
007300
007400 DATE-WRITTEN. 15 OCT 26.
007500 DATE-COMPILED.
007600 SECURITY. IBM SAMPLE CODE ONLY.
007700 TITLE 'ACIF Archive Reprint Access Review'.
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-370.
008100 OBJECT-COMPUTER. IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
008500                                 ORGANIZATION SEQUENTIAL,
008600                                 FILE STATUS CONTROL-STATUS.
008700     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
008800                                 ORGANIZATION SEQUENTIAL,
008900                                 FILE STATUS AUDIT-STATUS.
009000     SELECT AUTH-FILE            ASSIGN TO AUTHFILE,
009100                                 ORGANIZATION INDEXED,
009200                                 ACCESS MODE DYNAMIC,
009300                                 RECORD KEY AUTH-KEY,
009400                                 FILE STATUS AUTH-STATUS.
009500     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
009600                                 ORGANIZATION INDEXED,
009700                                 ACCESS MODE DYNAMIC,
009800                                 RECORD KEY STOREIDX-KEY,
009900                                 FILE STATUS STOREIDX-STATUS.
010000     SELECT STORMAST-FILE        ASSIGN TO STORMAST,
010100                                 ORGANIZATION INDEXED,
010200                                 ACCESS MODE DYNAMIC,
010300                                 RECORD KEY STORMAST-KEY,
010400                                 FILE STATUS STORMAST-STATUS.
010500     SELECT REPORT-FILE          ASSIGN TO ACCRPT,
010600                                 ORGANIZATION SEQUENTIAL,
010700                                 FILE STATUS REPORT-STATUS.
010800     EJECT
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  CONTROL-FILE.
011200 01  CONTROL-RECORD.
011300     05  CC-FROM-DATE            PIC X(6).
011400     05  CC-FROM-DATE-NUM        REDEFINES CC-FROM-DATE
011500                                 PIC 9(6).
011600     05  CC-TO-DATE              PIC X(6).
011700     05  CC-TO-DATE-NUM          REDEFINES CC-TO-DATE
011800                                 PIC 9(6).
011900     05  CC-VOLUME               PIC X(8).
012000     05  CC-VOLUME-NUM           REDEFINES CC-VOLUME
012100                                 PIC 9(8).
012200     05  CC-REFUSALS             PIC X(3).
012300     05  CC-REFUSALS-NUM         REDEFINES CC-REFUSALS
012400                                 PIC 9(3).
012500     05  CC-HOURS-START          PIC X(4).
012600     05  CC-HOURS-START-NUM      REDEFINES CC-HOURS-START.
012700         10  CC-START-HH         PIC 99.
012800         10  CC-START-MM         PIC 99.
012900     05  CC-HOURS-END            PIC X(4).
013000     05  CC-HOURS-END-NUM        REDEFINES CC-HOURS-END.
013100         10  CC-END-HH           PIC 99.
013200         10  CC-END-MM           PIC 99.
013300     05  FILLER                  PIC X(49).
013400 FD  AUDIT-FILE.
013500     COPY AUDIT.
013600 FD  AUTH-FILE.
013700     COPY AUTHFILE.
013800 FD  STOREIDX-FILE.
013900     COPY STOREIDX.
014000 FD  STORMAST-FILE.
014100     COPY STORMAST.
014200 FD  REPORT-FILE.
014300 01  REPORT-RECORD               PIC X(132).
014400     EJECT
014500 WORKING-STORAGE SECTION.
014600 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXJ'.
014700 77  CONTROL-STATUS          PIC 99.
014800     88  CONTROL-OK          VALUE 00.
014900 77  AUDIT-STATUS            PIC 99.
015000     88  AUDIT-OK            VALUE 00.
015100 77  AUTH-STATUS             PIC 99.
015200     88  AUTH-OK             VALUE 00.
015300     88  AUTH-NOTLOADED      VALUE 35.
015400 77  STOREIDX-STATUS         PIC 99.
015500     88  STOREIDX-OK         VALUE 00.
015600 77  STORMAST-STATUS         PIC 99.
015700     88  STORMAST-OK         VALUE 00.
015800 77  STORMAST-AVAILABLE-SWITCH PIC X  VALUE 'N'.
015900     88  STORMAST-AVAILABLE  VALUE 'Y'.
016000 77  REPORT-STATUS           PIC 99.
016100     88  REPORT-OK           VALUE 00.
016200 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
016300 77  AUDIT-EOF-SWITCH        PIC X    VALUE 'N'.
016400     88  AUDIT-EOF           VALUE 'Y'.
016500 77  AUTH-BROWSE-SWITCH      PIC X    VALUE 'N'.
016600     88  AUTH-BROWSE-DONE    VALUE 'Y'.
016700 77  REQ-PLACE-SWITCH        PIC X    VALUE 'N'.
016800     88  REQ-PLACE-FOUND     VALUE 'Y'.
016900 77  HOLD-FULL-SWITCH        PIC X    VALUE 'N'.
017000     88  HOLD-TABLE-FULL     VALUE 'Y'.
017100 77  REQ-FULL-SWITCH         PIC X    VALUE 'N'.
017200     88  REQ-TABLE-FULL      VALUE 'Y'.
017300 77  ROW-FULL-SWITCH         PIC X    VALUE 'N'.
017400     88  ROW-TABLE-FULL      VALUE 'Y'.
017500 77  SEGMENT-HELD-SWITCH     PIC X    VALUE 'N'.
017600     88  SEGMENT-HELD        VALUE 'Y'.
017700 77  OUT-OF-HOURS-SWITCH     PIC X    VALUE 'N'.
017800     88  OUT-OF-HOURS        VALUE 'Y'.
017900 77  VOLUME-THRESHOLD        PIC 9(8) VALUE 10000.
018000 77  REFUSAL-THRESHOLD       PIC 9(3) VALUE 3.
018100 77  HOURS-START             PIC 9(4) VALUE 0700.
018200 77  HOURS-END               PIC 9(4) VALUE 1900.
018300 77  REVIEW-DIVISION         PIC S9(4) BINARY VALUE ZERO.
018400 77  DIV-SUB                 PIC S9(4) BINARY VALUE ZERO.
018500 77  HOLD-COUNT              PIC S9(4) BINARY VALUE ZERO.
018600 77  HOLD-MAX                PIC S9(4) BINARY VALUE 500.
018700 77  HOLD-SUB                PIC S9(4) BINARY VALUE ZERO.
018800 77  HOLD-CUR                PIC S9(4) BINARY VALUE ZERO.
018900 77  REQ-COUNT               PIC S9(4) BINARY VALUE ZERO.
019000 77  REQ-MAX                 PIC S9(4) BINARY VALUE 2000.
019100 77  REQ-SUB                 PIC S9(4) BINARY VALUE ZERO.
019200 77  REQ-CUR                 PIC S9(4) BINARY VALUE ZERO.
019300 77  REQ-POS                 PIC S9(4) BINARY VALUE ZERO.
019400 77  ROW-COUNT               PIC S9(4) BINARY VALUE ZERO.
019500 77  ROW-MAX                 PIC S9(4) BINARY VALUE 9999.
019600 77  ROW-SUB                 PIC S9(4) BINARY VALUE ZERO.
019700 77  GRANT-COUNT             PIC S9(4) BINARY VALUE ZERO.
019800 77  GRANT-MAX               PIC S9(4) BINARY VALUE 2000.
019900 77  GRANT-SUB               PIC S9(4) BINARY VALUE ZERO.
020000 77  AUDIT-ROWS-READ         PIC S9(8) BINARY VALUE ZERO.
020100 77  RETRIEVALS-IN-PERIOD    PIC S9(8) BINARY VALUE ZERO.
020200 77  RETRIEVALS-NOT-LISTED   PIC S9(8) BINARY VALUE ZERO.
020300 77  DIVISIONS-REVIEWED      PIC S9(8) BINARY VALUE ZERO.
020400 77  GRANTS-UNUSED           PIC S9(8) BINARY VALUE ZERO.
020500 77  EXCEPTIONS-FLAGGED      PIC S9(8) BINARY VALUE ZERO.
020600 77  DIV-EXCEPTIONS          PIC S9(8) BINARY VALUE ZERO.
020700 77  DIV-REQUESTORS          PIC S9(8) BINARY VALUE ZERO.
020800 77  ROW-RECORDS             PIC S9(8) BINARY VALUE ZERO.
020900 77  ROW-INTEGER             PIC S9(9) BINARY VALUE ZERO.
021000 77  DAY-QUOTIENT            PIC S9(9) BINARY VALUE ZERO.
021100 77  WEEKDAY-REM             PIC S9(4) BINARY VALUE ZERO.
021200     SKIP1
021300 01  DATE-DATA.
021400   05  RUN-DATE              PIC 9(6).
021500   05  RUN-DATE-X            REDEFINES RUN-DATE.
021600     10  RUN-YY              PIC 99.
021700     10  RUN-MM              PIC 99.
021800     10  RUN-DD              PIC 99.
021900     SKIP1
022000* The review period as dates for the heading and as day numbers
022100* for the comparisons, which must survive the century window.
022200 01  PERIOD-DATA.
022300   05  PERIOD-START-DATE     PIC 9(6).
022400   05  PERIOD-START-X        REDEFINES PERIOD-START-DATE.
022500     10  PERIOD-YY           PIC 99.
022600     10  PERIOD-MM           PIC 99.
022700     10  PERIOD-DD           PIC 99.
022800   05  PERIOD-END-DATE       PIC 9(6).
022900   05  PERIOD-START-INT      PIC S9(9) BINARY.
023000   05  PERIOD-END-INT        PIC S9(9) BINARY.
023100     SKIP1
023200* Work fields for turning a windowed YYMMDD date into a day
023300* number, for the period and business-day tests.
023400 01  WORK-DATE-DATA.
023500   05  WORK-DATE-6           PIC 9(6).
023600   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
023700     10  WORK-YY             PIC 99.
023800     10  FILLER              PIC 9(4).
023900   05  WORK-DATE-8           PIC 9(8).
024000   05  WORK-DATE-INT         PIC S9(9) BINARY.
024100     SKIP1
024200* An audit row's run time as ACCEPT FROM TIME gave it, HHMMSShh.
024300 01  TIME-WORK.
024400   05  TIME-HHMMSSHH         PIC 9(8).
024500   05  TIME-PARTS            REDEFINES TIME-HHMMSSHH.
024600     10  TIME-HHMM           PIC 9(4).
024700     10  TIME-HHMM-X         REDEFINES TIME-HHMM.
024800       15  TIME-HH           PIC 99.
024900       15  TIME-MM           PIC 99.
025000     10  FILLER              PIC 9(4).
025100     SKIP1
025200* One entry per division code 00-99, subscripted by code + 1.
025300* A division is reviewed when it had a retrieval attempt in the
025400* period or holds a grant that existed in the period.
025500 01  DIVISION-TABLE.
025600     05  DIV-ENTRY               OCCURS 100 TIMES.
025700         10  DV-ACTIVE-FLAG      PIC X.
025800             88  DV-ACTIVE       VALUE 'Y'.
025900         10  DV-NAME             PIC X(12).
026000     SKIP1
026100* Every segment with an 'H' row on the trail.  The first action
026200* on the trail fixes the state the segment was in before it: a
026300* release means it was held, a placement that it was not.  The
026400* current state follows the actions as the trail is read again.
026500 01  HOLD-TABLE.
026600     05  HOLD-ENTRY              OCCURS 500 TIMES.
026700         10  HD-KEY.
026800             15  HD-STREAM-CODE  PIC 9.
026900             15  HD-DIVISION     PIC 99.
027000             15  HD-STORE        PIC 99.
027100             15  HD-GEN-DATE     PIC 9(6).
027200         10  HD-INITIAL-FLAG     PIC X.
027300         10  HD-CURRENT-FLAG     PIC X.
027400             88  HD-HELD         VALUE 'Y'.
027500 01  NEW-HOLD-KEY.
027600     05  NH-STREAM-CODE          PIC 9.
027700     05  NH-DIVISION             PIC 99.
027800     05  NH-STORE                PIC 99.
027900     05  NH-GEN-DATE             PIC 9(6).
028000     SKIP1
028100* One entry per requestor and division with activity in the
028200* period, kept in division/requestor order as entries arrive so
028300* each division's statements print in requestor order.
028400 01  REQUESTOR-TABLE.
028500     05  REQ-ENTRY               OCCURS 2000 TIMES.
028600         10  RQ-KEY.
028700             15  RQ-DIVISION     PIC 99.
028800             15  RQ-REQUESTOR    PIC X(8).
028900         10  RQ-GRANTED          PIC S9(8) BINARY.
029000         10  RQ-REFUSED          PIC S9(8) BINARY.
029100         10  RQ-SEARCHES         PIC S9(8) BINARY.
029200         10  RQ-RECORDS          PIC S9(9) BINARY.
029300 01  NEW-REQ-KEY.
029400     05  NR-DIVISION             PIC 99.
029500     05  NR-REQUESTOR            PIC X(8).
029600     SKIP1
029700* Every retrieval attempt in the period, in trail order.
029800 01  RETRIEVAL-TABLE.
029900     05  ROW-ENTRY               OCCURS 9999 TIMES.
030000         10  RW-DIVISION         PIC 99.
030100         10  RW-REQUESTOR        PIC X(8).
030200         10  RW-STORE            PIC 99.
030300         10  RW-STREAM-CODE      PIC 9.
030400         10  RW-GEN-DATE         PIC 9(6).
030500         10  RW-RUN-DATE         PIC 9(6).
030600         10  RW-RUN-TIME         PIC 9(8).
030700         10  RW-RECORDS          PIC S9(8) BINARY.
030800         10  RW-REASON-CODE      PIC X(3).
030900         10  RW-DISPOSITION      PIC X.
031000             88  RW-GRANTED      VALUE 'G'.
031100         10  RW-SEARCH-FLAG      PIC X.
031200             88  RW-SEARCH       VALUE 'Y'.
031300         10  RW-HELD-FLAG        PIC X.
031400             88  RW-HELD         VALUE 'Y'.
031500         10  RW-HOURS-FLAG       PIC X.
031600             88  RW-OUT-OF-HOURS VALUE 'Y'.
031700     SKIP1
031800* Every AUTHFILE grant that existed during the period.
031900 01  GRANT-TABLE.
032000     05  GRANT-ENTRY             OCCURS 2000 TIMES.
032100         10  GT-REQUESTOR-ID     PIC X(8).
032200         10  GT-DIVISION         PIC 99.
032300         10  GT-GRANT-DATE       PIC 9(6).
032400         10  GT-EXPIRY-DATE      PIC 9(6).
032500     SKIP1
032600 01  REPORT-HEADING-LINE.
032700     05  FILLER              PIC X(9)  VALUE 'ACIFOTXJ '.
032800     05  FILLER              PIC X(22) VALUE
032900         'REPRINT ACCESS REVIEW '.
033000     05  FILLER              PIC X(7)  VALUE 'PERIOD '.
033100     05  RPH-START-DATE      PIC 9(6).
033200     05  FILLER              PIC X(4)  VALUE ' TO '.
033300     05  RPH-END-DATE        PIC 9(6).
033400     05  FILLER              PIC X(10) VALUE ' RUN DATE '.
033500     05  RPH-RUN-DATE        PIC 9(6).
033600     05  FILLER              PIC X(62) VALUE SPACES.
033700 01  REPORT-RULES-LINE.
033800     05  FILLER              PIC X(17) VALUE 'VOLUME THRESHOLD '.
033900     05  RPU-VOLUME          PIC Z(7)9.
034000     05  FILLER              PIC X(28) VALUE
034100         ' RECORDS  REFUSAL THRESHOLD '.
034200     05  RPU-REFUSALS        PIC ZZ9.
034300     05  FILLER              PIC X(17) VALUE
034400         '  BUSINESS HOURS '.
034500     05  RPU-HOURS-START     PIC 9(4).
034600     05  FILLER              PIC X     VALUE '-'.
034700     05  RPU-HOURS-END       PIC 9(4).
034800     05  FILLER              PIC X(8)  VALUE ' MON-FRI'.
034900     05  FILLER              PIC X(42) VALUE SPACES.
035000 01  DIVISION-HEADING-LINE.
035100     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
035200     05  RPD-DIVISION        PIC 99.
035300     05  FILLER              PIC X     VALUE SPACE.
035400     05  RPD-DIVISION-NAME   PIC X(12).
035500     05  FILLER              PIC X(39) VALUE
035600         ' - REPRINT ACCESS FOR DIVISION SIGN-OFF'.
035700     05  FILLER              PIC X(69) VALUE SPACES.
035800 01  REPORT-SECTION-LINE.
035900     05  FILLER              PIC XX    VALUE SPACES.
036000     05  RPC-TEXT            PIC X(60).
036100     05  FILLER              PIC X(70) VALUE SPACES.
036200 01  REQUESTOR-HEADING-LINE.
036300     05  FILLER              PIC X(14) VALUE '    REQUESTOR '.
036400     05  RPQ-REQUESTOR       PIC X(8).
036500     05  FILLER              PIC X(110) VALUE SPACES.
036600 01  REPORT-STATEMENT-LINE.
036700     05  FILLER              PIC X(6)  VALUE SPACES.
036800     05  RPS-RUN-DATE        PIC 9(6).
036900     05  FILLER              PIC X     VALUE SPACE.
037000     05  RPS-RUN-HH          PIC 99.
037100     05  FILLER              PIC X     VALUE ':'.
037200     05  RPS-RUN-MM          PIC 99.
037300     05  FILLER              PIC X(7)  VALUE ' STORE '.
037400     05  RPS-STORE           PIC 99.
037500     05  FILLER              PIC X(8)  VALUE ' STREAM '.
037600     05  RPS-STREAM          PIC 9.
037700     05  FILLER              PIC X(5)  VALUE ' GEN '.
037800     05  RPS-GEN-DATE        PIC 9(6).
037900     05  FILLER              PIC X(9)  VALUE ' RECORDS '.
038000     05  RPS-RECORDS         PIC Z(7)9.
038100     05  FILLER              PIC X(8)  VALUE ' REASON '.
038200     05  RPS-REASON          PIC X(3).
038300     05  FILLER              PIC X     VALUE SPACE.
038400     05  RPS-DISPOSITION     PIC X(7).
038500     05  FILLER              PIC X     VALUE SPACE.
038600     05  RPS-KIND            PIC X(6).
038700     05  FILLER              PIC X     VALUE SPACE.
038800     05  RPS-HELD-NOTE       PIC X(10).
038900     05  FILLER              PIC X     VALUE SPACE.
039000     05  RPS-HOURS-NOTE      PIC X(13).
039100     05  FILLER              PIC X(17) VALUE SPACES.
039200 01  REQUESTOR-TOTAL-LINE.
039300     05  FILLER              PIC X(15) VALUE '      TOTAL    '.
039400     05  FILLER              PIC X(8)  VALUE 'GRANTED '.
039500     05  RPT-GRANTED         PIC Z(5)9.
039600     05  FILLER              PIC X(9)  VALUE ' REFUSED '.
039700     05  RPT-REFUSED         PIC Z(5)9.
039800     05  FILLER              PIC X(10) VALUE ' SEARCHES '.
039900     05  RPT-SEARCHES        PIC Z(5)9.
040000     05  FILLER              PIC X(9)  VALUE ' RECORDS '.
040100     05  RPT-RECORDS         PIC Z(7)9.
040200     05  FILLER              PIC X(55) VALUE SPACES.
040300 01  REPORT-EXCEPTION-LINE.
040400     05  FILLER              PIC X(6)  VALUE '  *** '.
040500     05  RPX-REQUESTOR       PIC X(8).
040600     05  FILLER              PIC X     VALUE SPACE.
040700     05  RPX-TEXT            PIC X(44).
040800     05  RPX-VALUE           PIC Z(7)9.
040900     05  FILLER              PIC X(11) VALUE ' THRESHOLD '.
041000     05  RPX-LIMIT           PIC Z(7)9.
041100     05  FILLER              PIC X(46) VALUE SPACES.
041200 01  REPORT-ROW-EXCEPTION-LINE.
041300     05  FILLER              PIC X(6)  VALUE '  *** '.
041400     05  RPW-REQUESTOR       PIC X(8).
041500     05  FILLER              PIC X     VALUE SPACE.
041600     05  RPW-TEXT            PIC X(44).
041700     05  FILLER              PIC X(4)  VALUE ' ON '.
041800     05  RPW-RUN-DATE        PIC 9(6).
041900     05  FILLER              PIC X(4)  VALUE ' AT '.
042000     05  RPW-RUN-HH          PIC 99.
042100     05  FILLER              PIC X     VALUE ':'.
042200     05  RPW-RUN-MM          PIC 99.
042300     05  FILLER              PIC X(7)  VALUE ' STORE '.
042400     05  RPW-STORE           PIC 99.
042500     05  FILLER              PIC X(5)  VALUE ' GEN '.
042600     05  RPW-GEN-DATE        PIC 9(6).
042700     05  FILLER              PIC X(34) VALUE SPACES.
042800 01  REPORT-GRANT-EXCEPTION-LINE.
042900     05  FILLER              PIC X(6)  VALUE '  *** '.
043000     05  RPG-REQUESTOR       PIC X(8).
043100     05  FILLER              PIC X     VALUE SPACE.
043200     05  RPG-TEXT            PIC X(44).
043300     05  FILLER              PIC X(9)  VALUE ' GRANTED '.
043400     05  RPG-GRANT-DATE      PIC 9(6).
043500     05  FILLER              PIC X(9)  VALUE ' EXPIRES '.
043600     05  RPG-EXPIRY          PIC X(6).
043700     05  FILLER              PIC X(43) VALUE SPACES.
043800 01  REPORT-SIGNOFF-LINE.
043900     05  FILLER              PIC X(27) VALUE
044000         '  DIVISION HEAD SIGN-OFF:  '.
044100     05  FILLER              PIC X(30) VALUE
044200         'NAME ____________________  '.
044300     05  FILLER              PIC X(36) VALUE
044400         'SIGNATURE ____________________  '.
044500     05  FILLER              PIC X(14) VALUE 'DATE ________'.
044600     05  FILLER              PIC X(25) VALUE SPACES.
044700 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
044800 01  REPORT-TOTAL-LINE.
044900     05  FILLER              PIC X(9)  VALUE 'ACIFOTXJ '.
045000     05  RPL-LABEL           PIC X(22).
045100     05  RPL-VALUE           PIC Z(7)9.
045200     05  FILLER              PIC X(93) VALUE SPACES.
045300     EJECT
045400 PROCEDURE DIVISION.
045500 0000-MAINLINE.
045600     PERFORM 1000-INITIALIZE.
045700     PERFORM 1500-LOAD-GRANTS.
045800     PERFORM 2000-FIND-HOLD-HISTORY.
045900     PERFORM 3000-COLLECT-RETRIEVALS.
046000     PERFORM 4000-PRINT-DIVISION-REVIEW
046100        VARYING REVIEW-DIVISION FROM 0 BY 1
046200        UNTIL REVIEW-DIVISION > 99.
046300     PERFORM 6000-TERMINATE.
046400     MOVE RUN-RETURN-CODE TO RETURN-CODE.
046500     STOP RUN.
046600     SKIP1
046700 1000-INITIALIZE.
046800     ACCEPT RUN-DATE FROM DATE.
046900     INITIALIZE DIVISION-TABLE.
047000     MOVE ZERO TO PERIOD-START-DATE PERIOD-END-DATE.
047100     OPEN INPUT CONTROL-FILE.
047200     IF CONTROL-OK
047300        READ CONTROL-FILE INTO CONTROL-RECORD
047400          AT END
047500           CONTINUE
047600          NOT AT END
047700           PERFORM 1100-CHECK-CONTROL-CARD
047800        END-READ;
047900        CLOSE CONTROL-FILE
048000     END-IF;
048100     IF PERIOD-START-DATE = ZERO
048200        PERFORM 1200-DEFAULT-PERIOD
048300     END-IF;
048400     DISPLAY PGMNAME, ' REVIEW PERIOD ', PERIOD-START-DATE,
048500             ' TO ', PERIOD-END-DATE.
048600     OPEN INPUT AUDIT-FILE.
048700     IF NOT AUDIT-OK
048800        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
048900                AUDIT-STATUS;
049000        MOVE 16 TO RETURN-CODE;
049100        STOP RUN
049200     END-IF;
049300     OPEN INPUT STOREIDX-FILE.
049400     IF NOT STOREIDX-OK
049500        DISPLAY PGMNAME, ' STOREIDX-FILE OPEN FAILED, STATUS '
049600                STOREIDX-STATUS;
049700        MOVE 16 TO RETURN-CODE;
049800        STOP RUN
049900     END-IF;
050000     OPEN INPUT STORMAST-FILE.
050100     IF STORMAST-OK
050200        SET STORMAST-AVAILABLE TO TRUE
050300     ELSE
050400        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '
050500                STORMAST-STATUS, ' - DIVISION NAMES NOT PRINTED.'
050600     END-IF;
050700     OPEN OUTPUT REPORT-FILE.
050800     IF NOT REPORT-OK
050900        DISPLAY PGMNAME, ' ACCRPT OPEN FAILED, STATUS '
051000                REPORT-STATUS;
051100        MOVE 16 TO RETURN-CODE;
051200        STOP RUN
051300     END-IF;
051400     MOVE PERIOD-START-DATE TO RPH-START-DATE.
051500     MOVE PERIOD-END-DATE   TO RPH-END-DATE.
051600     MOVE RUN-DATE          TO RPH-RUN-DATE.
051700     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
051800     MOVE VOLUME-THRESHOLD  TO RPU-VOLUME.
051900     MOVE REFUSAL-THRESHOLD TO RPU-REFUSALS.
052000     MOVE HOURS-START       TO RPU-HOURS-START.
052100     MOVE HOURS-END         TO RPU-HOURS-END.
052200     WRITE REPORT-RECORD FROM REPORT-RULES-LINE.
052300     SKIP1
052400 1100-CHECK-CONTROL-CARD.
052500* A period is given whole or not at all; a start with no end is a
052600* mistake, not a request for an open-ended review.
052700     IF CC-FROM-DATE NOT = SPACES OR CC-TO-DATE NOT = SPACES
052800        MOVE ZERO TO PERIOD-START-INT PERIOD-END-INT;
052900        IF CC-FROM-DATE-NUM NUMERIC
053000           MOVE CC-FROM-DATE-NUM TO WORK-DATE-6;
053100           PERFORM 7800-YYMMDD-TO-INTEGER;
053200           MOVE WORK-DATE-INT TO PERIOD-START-INT
053300        END-IF;
053400        IF CC-TO-DATE-NUM NUMERIC
053500           MOVE CC-TO-DATE-NUM TO WORK-DATE-6;
053600           PERFORM 7800-YYMMDD-TO-INTEGER;
053700           MOVE WORK-DATE-INT TO PERIOD-END-INT
053800        END-IF;
053900        IF PERIOD-START-INT = ZERO OR PERIOD-END-INT = ZERO
054000           OR PERIOD-END-INT < PERIOD-START-INT
054100           DISPLAY PGMNAME, ' INVALID REVIEW PERIOD ON CONTROL '
054200                   'CARD: ', CC-FROM-DATE, ' ', CC-TO-DATE;
054300           MOVE 16 TO RETURN-CODE;
054400           STOP RUN
054500        END-IF;
054600        MOVE CC-FROM-DATE-NUM TO PERIOD-START-DATE;
054700        MOVE CC-TO-DATE-NUM   TO PERIOD-END-DATE
054800     END-IF.
054900     IF CC-VOLUME NOT = SPACES
055000        IF CC-VOLUME-NUM NUMERIC
055100           MOVE CC-VOLUME-NUM TO VOLUME-THRESHOLD
055200        ELSE
055300           DISPLAY PGMNAME, ' INVALID VOLUME THRESHOLD ON '
055400                   'CONTROL CARD: ', CC-VOLUME;
055500           MOVE 16 TO RETURN-CODE;
055600           STOP RUN
055700        END-IF
055800     END-IF.
055900     IF CC-REFUSALS NOT = SPACES
056000        IF CC-REFUSALS-NUM NUMERIC AND CC-REFUSALS-NUM > ZERO
056100           MOVE CC-REFUSALS-NUM TO REFUSAL-THRESHOLD
056200        ELSE
056300           DISPLAY PGMNAME, ' INVALID REFUSAL THRESHOLD ON '
056400                   'CONTROL CARD: ', CC-REFUSALS;
056500           MOVE 16 TO RETURN-CODE;
056600           STOP RUN
056700        END-IF
056800     END-IF.
056900     IF CC-HOURS-START NOT = SPACES
057000        IF CC-HOURS-START NUMERIC
057100           AND CC-START-HH < 24 AND CC-START-MM < 60
057200           MOVE CC-HOURS-START TO HOURS-START
057300        ELSE
057400           DISPLAY PGMNAME, ' INVALID BUSINESS DAY START ON '
057500                   'CONTROL CARD: ', CC-HOURS-START;
057600           MOVE 16 TO RETURN-CODE;
057700           STOP RUN
057800        END-IF
057900     END-IF.
058000     IF CC-HOURS-END NOT = SPACES
058100        IF CC-HOURS-END NUMERIC
058200           AND (CC-END-HH < 24 OR CC-HOURS-END = '2400')
058300           AND CC-END-MM < 60
058400           MOVE CC-HOURS-END TO HOURS-END
058500        ELSE
058600           DISPLAY PGMNAME, ' INVALID BUSINESS DAY END ON '
058700                   'CONTROL CARD: ', CC-HOURS-END;
058800           MOVE 16 TO RETURN-CODE;
058900           STOP RUN
059000        END-IF
059100     END-IF.
059200     IF HOURS-END NOT > HOURS-START
059300        DISPLAY PGMNAME, ' BUSINESS DAY ENDS BEFORE IT STARTS: ',
059400                HOURS-START, '-', HOURS-END;
059500        MOVE 16 TO RETURN-CODE;
059600        STOP RUN
059700     END-IF.
059800     SKIP1
059900 1200-DEFAULT-PERIOD.
060000* Without a period the job reviews the calendar month before
060100* today, which is what a run early in the new month wants.  The
060200* month ends the day before the first of this month.
060300     IF RUN-MM = 1
060400        MOVE 12 TO PERIOD-MM;
060500        IF RUN-YY = ZERO
060600           MOVE 99 TO PERIOD-YY
060700        ELSE
060800           COMPUTE PERIOD-YY = RUN-YY - 1
060900        END-IF
061000     ELSE
061100        MOVE RUN-YY TO PERIOD-YY;
061200        COMPUTE PERIOD-MM = RUN-MM - 1
061300     END-IF.
061400     MOVE 1 TO PERIOD-DD.
061500     MOVE PERIOD-START-DATE TO WORK-DATE-6.
061600     PERFORM 7800-YYMMDD-TO-INTEGER.
061700     MOVE WORK-DATE-INT TO PERIOD-START-INT.
061800     COMPUTE WORK-DATE-6 = RUN-YY * 10000 + RUN-MM * 100 + 1.
061900     PERFORM 7800-YYMMDD-TO-INTEGER.
062000     COMPUTE PERIOD-END-INT = WORK-DATE-INT - 1.
062100     COMPUTE PERIOD-END-DATE = PERIOD-START-DATE
062200             + PERIOD-END-INT - PERIOD-START-INT.
062300     SKIP1
062400 1500-LOAD-GRANTS.
062500* Every grant that existed during the period is a candidate for
062600* the unused-grant exception; the file collates by requestor, so
062700* the table is searched by division when the sections print.  A
062800* never-loaded file simply has no grants.
062900     OPEN INPUT AUTH-FILE.
063000     IF AUTH-NOTLOADED
063100        DISPLAY PGMNAME, ' AUTHFILE NOT LOADED - NO GRANTS '
063200                'TO REVIEW.'
063300     ELSE
063400        IF NOT AUTH-OK
063500           DISPLAY PGMNAME, ' AUTHFILE OPEN FAILED, STATUS '
063600                   AUTH-STATUS;
063700           MOVE 16 TO RETURN-CODE;
063800           STOP RUN
063900        END-IF;
064000        MOVE 'N' TO AUTH-BROWSE-SWITCH;
064100        MOVE LOW-VALUES TO AUTH-KEY;
064200        START AUTH-FILE KEY IS NOT LESS THAN AUTH-KEY
064300          INVALID KEY
064400           SET AUTH-BROWSE-DONE TO TRUE
064500        END-START;
064600        PERFORM 1600-LOAD-ONE-GRANT
064700           UNTIL AUTH-BROWSE-DONE;
064800        CLOSE AUTH-FILE
064900     END-IF.
065000     SKIP1
065100 1600-LOAD-ONE-GRANT.
065200     READ AUTH-FILE NEXT RECORD
065300       AT END
065400        SET AUTH-BROWSE-DONE TO TRUE
065500       NOT AT END
065600        MOVE AUTH-GRANT-DATE TO WORK-DATE-6;
065700        PERFORM 7800-YYMMDD-TO-INTEGER;
065800        IF WORK-DATE-INT NOT > PERIOD-END-INT
065900           PERFORM 1700-KEEP-ONE-GRANT
066000        END-IF
066100     END-READ.
066200     SKIP1
066300 1700-KEEP-ONE-GRANT.
066400     IF GRANT-COUNT < GRANT-MAX
066500        ADD 1 TO GRANT-COUNT;
066600        MOVE AUTH-REQUESTOR-ID  TO GT-REQUESTOR-ID (GRANT-COUNT);
066700        MOVE AUTH-DIVISION-CODE TO GT-DIVISION (GRANT-COUNT);
066800        MOVE AUTH-GRANT-DATE    TO GT-GRANT-DATE (GRANT-COUNT);
066900        MOVE AUTH-EXPIRY-DATE   TO GT-EXPIRY-DATE (GRANT-COUNT);
067000        COMPUTE DIV-SUB = AUTH-DIVISION-CODE + 1;
067100        SET DV-ACTIVE (DIV-SUB) TO TRUE
067200     ELSE
067300        DISPLAY PGMNAME, ' GRANT TABLE FULL - GRANTS PAST ',
067400                GRANT-MAX, ' NOT REVIEWED.';
067500        SET AUTH-BROWSE-DONE TO TRUE;
067600        IF RUN-RETURN-CODE < 8
067700           MOVE 8 TO RUN-RETURN-CODE
067800        END-IF
067900     END-IF.
068000     SKIP1
068100 2000-FIND-HOLD-HISTORY.
068200* First pass over the trail: note every segment a hold row names
068300* and the state it was in before its first hold action.
068400     PERFORM 2100-READ-HOLD-ROW
068500        UNTIL AUDIT-EOF.
068600     CLOSE AUDIT-FILE.
068700     SKIP1
068800 2100-READ-HOLD-ROW.
068900     READ AUDIT-FILE
069000       AT END
069100        SET AUDIT-EOF TO TRUE
069200       NOT AT END
069300        ADD 1 TO AUDIT-ROWS-READ;
069400        IF AUDIT-HOLD-ROW
069500           PERFORM 2200-NOTE-HOLD-SEGMENT
069600        END-IF
069700     END-READ.
069800     SKIP1
069900 2200-NOTE-HOLD-SEGMENT.
070000     PERFORM 2250-FIND-HOLD-ENTRY.
070100     IF HOLD-CUR = ZERO
070200        IF HOLD-COUNT < HOLD-MAX
070300           ADD 1 TO HOLD-COUNT;
070400           MOVE NEW-HOLD-KEY TO HD-KEY (HOLD-COUNT);
070500           IF AUDIT-HOLD-RELEASED
070600              MOVE 'Y' TO HD-INITIAL-FLAG (HOLD-COUNT)
070700           ELSE
070800              MOVE 'N' TO HD-INITIAL-FLAG (HOLD-COUNT)
070900           END-IF
071000        ELSE
071100           IF NOT HOLD-TABLE-FULL
071200              SET HOLD-TABLE-FULL TO TRUE;
071300              DISPLAY PGMNAME, ' MORE THAN ', HOLD-MAX,
071400                      ' SEGMENTS WITH HOLD ACTIONS - LATER ONES '
071500                      'TAKE THEIR STOREIDX HOLD STATE.';
071600              IF RUN-RETURN-CODE < 8
071700                 MOVE 8 TO RUN-RETURN-CODE
071800              END-IF
071900           END-IF
072000        END-IF
072100     END-IF.
072200     SKIP1
072300 2250-FIND-HOLD-ENTRY.
072400     MOVE AUDIT-STREAM-CODE   TO NH-STREAM-CODE.
072500     MOVE AUDIT-DIVISION-CODE TO NH-DIVISION.
072600     MOVE AUDIT-STORE-CODE    TO NH-STORE.
072700     MOVE AUDIT-GEN-DATE      TO NH-GEN-DATE.
072800     MOVE ZERO TO HOLD-CUR.
072900     PERFORM 2260-MATCH-HOLD-ENTRY
073000        VARYING HOLD-SUB FROM 1 BY 1
073100        UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-CUR > ZERO.
073200     SKIP1
073300 2260-MATCH-HOLD-ENTRY.
073400     IF HD-KEY (HOLD-SUB) = NEW-HOLD-KEY
073500        MOVE HOLD-SUB TO HOLD-CUR
073600     END-IF.
073700     SKIP1
073800 3000-COLLECT-RETRIEVALS.
073900* Second pass: follow each held segment's state row by row and
074000* take every retrieval attempt made during the period.
074100     PERFORM 3050-RESET-HOLD-STATE
074200        VARYING HOLD-SUB FROM 1 BY 1
074300        UNTIL HOLD-SUB > HOLD-COUNT.
074400     MOVE 'N' TO AUDIT-EOF-SWITCH.
074500     OPEN INPUT AUDIT-FILE.
074600     IF NOT AUDIT-OK
074700        DISPLAY PGMNAME, ' AUDITLOG REOPEN FAILED, STATUS '
074800                AUDIT-STATUS;
074900        MOVE 16 TO RETURN-CODE;
075000        STOP RUN
075100     END-IF.
075200     PERFORM 3100-READ-ONE-AUDIT-ROW
075300        UNTIL AUDIT-EOF.
075400     SKIP1
075500 3050-RESET-HOLD-STATE.
075600     MOVE HD-INITIAL-FLAG (HOLD-SUB)
075700       TO HD-CURRENT-FLAG (HOLD-SUB).
075800     SKIP1
075900 3100-READ-ONE-AUDIT-ROW.
076000     READ AUDIT-FILE
076100       AT END
076200        SET AUDIT-EOF TO TRUE
076300       NOT AT END
076400        EVALUATE TRUE
076500         WHEN AUDIT-HOLD-ROW
076600          PERFORM 3200-APPLY-HOLD-ACTION
076700         WHEN AUDIT-RETRIEVAL-ROW
076800          MOVE AUDIT-RUN-DATE TO WORK-DATE-6;
076900          PERFORM 7800-YYMMDD-TO-INTEGER;
077000          MOVE WORK-DATE-INT TO ROW-INTEGER;
077100          IF ROW-INTEGER NOT < PERIOD-START-INT
077200             AND ROW-INTEGER NOT > PERIOD-END-INT
077300             PERFORM 3300-TAKE-ONE-RETRIEVAL
077400          END-IF
077500         WHEN OTHER
077600          CONTINUE
077700        END-EVALUATE
077800     END-READ.
077900     SKIP1
078000 3200-APPLY-HOLD-ACTION.
078100     PERFORM 2250-FIND-HOLD-ENTRY.
078200     IF HOLD-CUR > ZERO
078300        IF AUDIT-HOLD-PLACED
078400           MOVE 'Y' TO HD-CURRENT-FLAG (HOLD-CUR)
078500        ELSE
078600           MOVE 'N' TO HD-CURRENT-FLAG (HOLD-CUR)
078700        END-IF
078800     END-IF.
078900     SKIP1
079000 3300-TAKE-ONE-RETRIEVAL.
079100     ADD 1 TO RETRIEVALS-IN-PERIOD.
079200     COMPUTE DIV-SUB = AUDIT-DIVISION-CODE + 1.
079300     SET DV-ACTIVE (DIV-SUB) TO TRUE.
079400     MOVE ZERO TO ROW-RECORDS.
079500     IF AUDIT-END-REC NOT < AUDIT-START-REC
079600        AND AUDIT-START-REC > ZERO
079700        COMPUTE ROW-RECORDS = AUDIT-END-REC - AUDIT-START-REC + 1
079800     END-IF.
079900     MOVE 'N' TO SEGMENT-HELD-SWITCH OUT-OF-HOURS-SWITCH.
080000     IF AUDIT-GRANTED
080100        PERFORM 3400-FIND-HOLD-STATE;
080200        PERFORM 3500-CHECK-BUSINESS-HOURS
080300     END-IF.
080400     PERFORM 3600-NOTE-REQUESTOR.
080500     IF REQ-CUR > ZERO
080600        PERFORM 3700-KEEP-ONE-RETRIEVAL
080700     ELSE
080800        ADD 1 TO RETRIEVALS-NOT-LISTED
080900     END-IF.
081000     SKIP1
081100 3400-FIND-HOLD-STATE.
081200* A segment whose hold changed on the trail was held when pulled
081300* if its state at this row says so; any other segment has had
081400* its STOREIDX hold state all along.  A segment no longer indexed
081500* was purged, and a held segment is never purged.
081600     PERFORM 2250-FIND-HOLD-ENTRY.
081700     IF HOLD-CUR > ZERO
081800        IF HD-HELD (HOLD-CUR)
081900           SET SEGMENT-HELD TO TRUE
082000        END-IF
082100     ELSE
082200        MOVE AUDIT-STREAM-CODE   TO STOREIDX-STREAM-CODE;
082300        MOVE AUDIT-DIVISION-CODE TO STOREIDX-DIVISION-CODE;
082400        MOVE AUDIT-STORE-CODE    TO STOREIDX-STORE-CODE;
082500        MOVE AUDIT-GEN-DATE      TO STOREIDX-RUN-DATE;
082600        READ STOREIDX-FILE
082700          INVALID KEY
082800           CONTINUE
082900          NOT INVALID KEY
083000           IF STOREIDX-HELD
083100              SET SEGMENT-HELD TO TRUE
083200           END-IF
083300        END-READ
083400     END-IF.
083500     SKIP1
083600 3500-CHECK-BUSINESS-HOURS.
083700* Day number 1 is Monday 1 January 1601, so the remainder after
083800* dividing by seven is 6 on a Saturday and 0 on a Sunday.
083900     MOVE AUDIT-RUN-TIME TO TIME-HHMMSSHH.
084000     DIVIDE ROW-INTEGER BY 7 GIVING DAY-QUOTIENT
084100            REMAINDER WEEKDAY-REM.
084200     IF WEEKDAY-REM = 6 OR WEEKDAY-REM = 0
084300        OR TIME-HHMM < HOURS-START
084400        OR TIME-HHMM NOT < HOURS-END
084500        SET OUT-OF-HOURS TO TRUE
084600     END-IF.
084700     SKIP1
084800 3600-NOTE-REQUESTOR.
084900     MOVE AUDIT-DIVISION-CODE TO NR-DIVISION.
085000     MOVE AUDIT-USERID        TO NR-REQUESTOR.
085100     PERFORM 3610-FIND-REQUESTOR.
085200     IF REQ-CUR = ZERO
085300        IF REQ-COUNT < REQ-MAX
085400           ADD 1 TO REQ-COUNT;
085500           MOVE REQ-COUNT TO REQ-POS;
085600           MOVE 'N' TO REQ-PLACE-SWITCH;
085700           PERFORM 3650-SHIFT-ONE-REQUESTOR
085800              UNTIL REQ-PLACE-FOUND;
085900           MOVE REQ-POS TO REQ-CUR;
086000           MOVE NEW-REQ-KEY TO RQ-KEY (REQ-CUR);
086100           MOVE ZERO TO RQ-GRANTED (REQ-CUR)
086200                        RQ-REFUSED (REQ-CUR)
086300                        RQ-SEARCHES (REQ-CUR)
086400                        RQ-RECORDS (REQ-CUR)
086500        ELSE
086600           IF NOT REQ-TABLE-FULL
086700              SET REQ-TABLE-FULL TO TRUE;
086800              DISPLAY PGMNAME, ' MORE THAN ', REQ-MAX,
086900                      ' REQUESTOR/DIVISION PAIRS - REVIEW '
087000                      'INCOMPLETE.';
087100              IF RUN-RETURN-CODE < 8
087200                 MOVE 8 TO RUN-RETURN-CODE
087300              END-IF
087400           END-IF
087500        END-IF
087600     END-IF.
087700     IF REQ-CUR > ZERO
087800        EVALUATE TRUE
087900         WHEN NOT AUDIT-GRANTED
088000          ADD 1 TO RQ-REFUSED (REQ-CUR)
088100         WHEN AUDIT-TARGET-ID = 'SEARCH'
088200          ADD 1 TO RQ-SEARCHES (REQ-CUR)
088300         WHEN OTHER
088400          ADD 1 TO RQ-GRANTED (REQ-CUR);
088500          ADD ROW-RECORDS TO RQ-RECORDS (REQ-CUR)
088600        END-EVALUATE
088700     END-IF.
088800     SKIP1
088900 3610-FIND-REQUESTOR.
089000     MOVE ZERO TO REQ-CUR.
089100     PERFORM 3620-MATCH-REQUESTOR
089200        VARYING REQ-SUB FROM 1 BY 1
089300        UNTIL REQ-SUB > REQ-COUNT OR REQ-CUR > ZERO.
089400     SKIP1
089500 3620-MATCH-REQUESTOR.
089600     IF RQ-KEY (REQ-SUB) = NEW-REQ-KEY
089700        MOVE REQ-SUB TO REQ-CUR
089800     END-IF.
089900     SKIP1
090000 3650-SHIFT-ONE-REQUESTOR.
090100* Open a slot for the new pair at its place in key order.
090200     IF REQ-POS = 1
090300        SET REQ-PLACE-FOUND TO TRUE
090400     ELSE
090500        IF RQ-KEY (REQ-POS - 1) > NEW-REQ-KEY
090600           MOVE REQ-ENTRY (REQ-POS - 1) TO REQ-ENTRY (REQ-POS);
090700           SUBTRACT 1 FROM REQ-POS
090800        ELSE
090900           SET REQ-PLACE-FOUND TO TRUE
091000        END-IF
091100     END-IF.
091200     SKIP1
091300 3700-KEEP-ONE-RETRIEVAL.
091400     IF ROW-COUNT < ROW-MAX
091500        ADD 1 TO ROW-COUNT;
091600        MOVE AUDIT-DIVISION-CODE TO RW-DIVISION (ROW-COUNT);
091700        MOVE AUDIT-USERID        TO RW-REQUESTOR (ROW-COUNT);
091800        MOVE AUDIT-STORE-CODE    TO RW-STORE (ROW-COUNT);
091900        MOVE AUDIT-STREAM-CODE   TO RW-STREAM-CODE (ROW-COUNT);
092000        MOVE AUDIT-GEN-DATE      TO RW-GEN-DATE (ROW-COUNT);
092100        MOVE AUDIT-RUN-DATE      TO RW-RUN-DATE (ROW-COUNT);
092200        MOVE AUDIT-RUN-TIME      TO RW-RUN-TIME (ROW-COUNT);
092300        MOVE ROW-RECORDS         TO RW-RECORDS (ROW-COUNT);
092400        MOVE AUDIT-REASON-CODE   TO RW-REASON-CODE (ROW-COUNT);
092500        MOVE AUDIT-DISPOSITION   TO RW-DISPOSITION (ROW-COUNT);
092600        MOVE 'N' TO RW-SEARCH-FLAG (ROW-COUNT);
092700        IF AUDIT-TARGET-ID = 'SEARCH'
092800           SET RW-SEARCH (ROW-COUNT) TO TRUE
092900        END-IF;
093000        MOVE SEGMENT-HELD-SWITCH TO RW-HELD-FLAG (ROW-COUNT);
093100        MOVE OUT-OF-HOURS-SWITCH TO RW-HOURS-FLAG (ROW-COUNT)
093200     ELSE
093300        ADD 1 TO RETRIEVALS-NOT-LISTED;
093400        IF NOT ROW-TABLE-FULL
093500           SET ROW-TABLE-FULL TO TRUE;
093600           DISPLAY PGMNAME, ' MORE THAN ', ROW-MAX,
093700                   ' RETRIEVALS IN THE PERIOD - LATER ONES ARE '
093800                   'COUNTED BUT NOT LISTED.';
093900           IF RUN-RETURN-CODE < 8
094000              MOVE 8 TO RUN-RETURN-CODE
094100           END-IF
094200        END-IF
094300     END-IF.
094400     SKIP1
094500 4000-PRINT-DIVISION-REVIEW.
094600     COMPUTE DIV-SUB = REVIEW-DIVISION + 1.
094700     IF DV-ACTIVE (DIV-SUB)
094800        ADD 1 TO DIVISIONS-REVIEWED;
094900        PERFORM 4100-SET-DIVISION-NAME;
095000        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE;
095100        MOVE REVIEW-DIVISION   TO RPD-DIVISION;
095200        MOVE DV-NAME (DIV-SUB) TO RPD-DIVISION-NAME;
095300        WRITE REPORT-RECORD FROM DIVISION-HEADING-LINE;
095400        MOVE 'RETRIEVAL STATEMENT BY REQUESTOR' TO RPC-TEXT;
095500        WRITE REPORT-RECORD FROM REPORT-SECTION-LINE;
095600        MOVE ZERO TO DIV-REQUESTORS DIV-EXCEPTIONS;
095700        PERFORM 4200-PRINT-ONE-REQUESTOR
095800           VARYING REQ-SUB FROM 1 BY 1
095900           UNTIL REQ-SUB > REQ-COUNT;
096000        IF DIV-REQUESTORS = ZERO
096100           MOVE '  NO RETRIEVAL ATTEMPTS IN THE PERIOD'
096200             TO RPC-TEXT;
096300           WRITE REPORT-RECORD FROM REPORT-SECTION-LINE
096400        END-IF;
096500        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE;
096600        MOVE 'EXCEPTIONS' TO RPC-TEXT;
096700        WRITE REPORT-RECORD FROM REPORT-SECTION-LINE;
096800        PERFORM 4500-FLAG-REQUESTOR-EXCEPTIONS
096900           VARYING REQ-SUB FROM 1 BY 1
097000           UNTIL REQ-SUB > REQ-COUNT;
097100        PERFORM 4600-FLAG-RETRIEVAL-EXCEPTIONS
097200           VARYING ROW-SUB FROM 1 BY 1
097300           UNTIL ROW-SUB > ROW-COUNT;
097400        PERFORM 4700-FLAG-UNUSED-GRANT
097500           VARYING GRANT-SUB FROM 1 BY 1
097600           UNTIL GRANT-SUB > GRANT-COUNT;
097700        IF DIV-EXCEPTIONS = ZERO
097800           MOVE '  NO EXCEPTIONS' TO RPC-TEXT;
097900           WRITE REPORT-RECORD FROM REPORT-SECTION-LINE
098000        END-IF;
098100        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE;
098200        WRITE REPORT-RECORD FROM REPORT-SIGNOFF-LINE
098300     END-IF.
098400     SKIP1
098500 4100-SET-DIVISION-NAME.
098600* Every store row of a division carries the division's official
098700* name, so the first master row of the division supplies it.
098800     IF STORMAST-AVAILABLE
098900        MOVE REVIEW-DIVISION TO STORMAST-DIVISION-CODE;
099000        MOVE ZERO TO STORMAST-STORE-CODE;
099100        START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY
099200          INVALID KEY
099300           CONTINUE
099400          NOT INVALID KEY
099500           READ STORMAST-FILE NEXT RECORD
099600             AT END
099700              CONTINUE
099800             NOT AT END
099900              IF STORMAST-DIVISION-CODE = REVIEW-DIVISION
100000                 MOVE STORMAST-DIVISION-NAME TO DV-NAME (DIV-SUB)
100100              END-IF
100200           END-READ
100300        END-START
100400     END-IF.
100500     IF DV-NAME (DIV-SUB) = SPACES
100600        MOVE '*UNKNOWN*' TO DV-NAME (DIV-SUB)
100700     END-IF.
100800     SKIP1
100900 4200-PRINT-ONE-REQUESTOR.
101000     IF RQ-DIVISION (REQ-SUB) = REVIEW-DIVISION
101100        ADD 1 TO DIV-REQUESTORS;
101200        MOVE RQ-REQUESTOR (REQ-SUB) TO RPQ-REQUESTOR;
101300        WRITE REPORT-RECORD FROM REQUESTOR-HEADING-LINE;
101400        PERFORM 4300-PRINT-ONE-RETRIEVAL
101500           VARYING ROW-SUB FROM 1 BY 1
101600           UNTIL ROW-SUB > ROW-COUNT;
101700        MOVE RQ-GRANTED (REQ-SUB)  TO RPT-GRANTED;
101800        MOVE RQ-REFUSED (REQ-SUB)  TO RPT-REFUSED;
101900        MOVE RQ-SEARCHES (REQ-SUB) TO RPT-SEARCHES;
102000        MOVE RQ-RECORDS (REQ-SUB)  TO RPT-RECORDS;
102100        WRITE REPORT-RECORD FROM REQUESTOR-TOTAL-LINE
102200     END-IF.
102300     SKIP1
102400 4300-PRINT-ONE-RETRIEVAL.
102500     IF RW-DIVISION (ROW-SUB) = REVIEW-DIVISION
102600        AND RW-REQUESTOR (ROW-SUB) = RQ-REQUESTOR (REQ-SUB)
102700        MOVE RW-RUN-DATE (ROW-SUB)    TO RPS-RUN-DATE;
102800        MOVE RW-RUN-TIME (ROW-SUB)    TO TIME-HHMMSSHH;
102900        MOVE TIME-HH                  TO RPS-RUN-HH;
103000        MOVE TIME-MM                  TO RPS-RUN-MM;
103100        MOVE RW-STORE (ROW-SUB)       TO RPS-STORE;
103200        MOVE RW-STREAM-CODE (ROW-SUB) TO RPS-STREAM;
103300        MOVE RW-GEN-DATE (ROW-SUB)    TO RPS-GEN-DATE;
103400        MOVE RW-RECORDS (ROW-SUB)     TO RPS-RECORDS;
103500        MOVE RW-REASON-CODE (ROW-SUB) TO RPS-REASON;
103600        IF RW-GRANTED (ROW-SUB)
103700           MOVE 'GRANTED' TO RPS-DISPOSITION
103800        ELSE
103900           MOVE 'REFUSED' TO RPS-DISPOSITION
104000        END-IF;
104100        IF RW-SEARCH (ROW-SUB)
104200           MOVE 'SEARCH' TO RPS-KIND
104300        ELSE
104400           MOVE SPACES TO RPS-KIND
104500        END-IF;
104600        IF RW-HELD (ROW-SUB)
104700           MOVE 'LEGAL HOLD' TO RPS-HELD-NOTE
104800        ELSE
104900           MOVE SPACES TO RPS-HELD-NOTE
105000        END-IF;
105100        IF RW-OUT-OF-HOURS (ROW-SUB)
105200           MOVE 'OUTSIDE HOURS' TO RPS-HOURS-NOTE
105300        ELSE
105400           MOVE SPACES TO RPS-HOURS-NOTE
105500        END-IF;
105600        WRITE REPORT-RECORD FROM REPORT-STATEMENT-LINE
105700     END-IF.
105800     SKIP1
105900 4500-FLAG-REQUESTOR-EXCEPTIONS.
106000     IF RQ-DIVISION (REQ-SUB) = REVIEW-DIVISION
106100        MOVE RQ-REQUESTOR (REQ-SUB) TO RPX-REQUESTOR;
106200        IF RQ-RECORDS (REQ-SUB) > VOLUME-THRESHOLD
106300           MOVE 'RECORDS RETRIEVED ABOVE VOLUME THRESHOLD'
106400             TO RPX-TEXT;
106500           MOVE RQ-RECORDS (REQ-SUB) TO RPX-VALUE;
106600           MOVE VOLUME-THRESHOLD     TO RPX-LIMIT;
106700           WRITE REPORT-RECORD FROM REPORT-EXCEPTION-LINE;
106800           PERFORM 7900-COUNT-EXCEPTION
106900        END-IF;
107000        IF RQ-REFUSED (REQ-SUB) NOT < REFUSAL-THRESHOLD
107100           MOVE 'REPEATED REFUSED ATTEMPTS' TO RPX-TEXT;
107200           MOVE RQ-REFUSED (REQ-SUB) TO RPX-VALUE;
107300           MOVE REFUSAL-THRESHOLD    TO RPX-LIMIT;
107400           WRITE REPORT-RECORD FROM REPORT-EXCEPTION-LINE;
107500           PERFORM 7900-COUNT-EXCEPTION
107600        END-IF
107700     END-IF.
107800     SKIP1
107900 4600-FLAG-RETRIEVAL-EXCEPTIONS.
108000     IF RW-DIVISION (ROW-SUB) = REVIEW-DIVISION
108100        MOVE RW-REQUESTOR (ROW-SUB) TO RPW-REQUESTOR;
108200        MOVE RW-RUN-DATE (ROW-SUB)  TO RPW-RUN-DATE;
108300        MOVE RW-RUN-TIME (ROW-SUB)  TO TIME-HHMMSSHH;
108400        MOVE TIME-HH                TO RPW-RUN-HH;
108500        MOVE TIME-MM                TO RPW-RUN-MM;
108600        MOVE RW-STORE (ROW-SUB)     TO RPW-STORE;
108700        MOVE RW-GEN-DATE (ROW-SUB)  TO RPW-GEN-DATE;
108800        IF RW-OUT-OF-HOURS (ROW-SUB)
108900           IF RW-SEARCH (ROW-SUB)
109000              MOVE 'SEARCHED OUTSIDE BUSINESS HOURS' TO RPW-TEXT
109100           ELSE
109200              MOVE 'RETRIEVED OUTSIDE BUSINESS HOURS' TO RPW-TEXT
109300           END-IF;
109400           WRITE REPORT-RECORD FROM REPORT-ROW-EXCEPTION-LINE;
109500           PERFORM 7900-COUNT-EXCEPTION
109600        END-IF;
109700        IF RW-HELD (ROW-SUB)
109800           IF RW-SEARCH (ROW-SUB)
109900              MOVE 'SEARCHED A SEGMENT ON LEGAL HOLD' TO RPW-TEXT
110000           ELSE
110100              MOVE 'RETRIEVED FROM A SEGMENT ON LEGAL HOLD'
110200                TO RPW-TEXT
110300           END-IF;
110400           WRITE REPORT-RECORD FROM REPORT-ROW-EXCEPTION-LINE;
110500           PERFORM 7900-COUNT-EXCEPTION
110600        END-IF
110700     END-IF.
110800     SKIP1
110900 4700-FLAG-UNUSED-GRANT.
111000* A grant is used by any granted reprint or search under it.  One
111100* that had already expired before the period began is still on
111200* the file and is reported as such.
111300     IF GT-DIVISION (GRANT-SUB) = REVIEW-DIVISION
111400        MOVE GT-DIVISION (GRANT-SUB)     TO NR-DIVISION;
111500        MOVE GT-REQUESTOR-ID (GRANT-SUB) TO NR-REQUESTOR;
111600        PERFORM 3610-FIND-REQUESTOR;
111700        IF REQ-CUR > ZERO
111800           IF RQ-GRANTED (REQ-CUR) + RQ-SEARCHES (REQ-CUR) = ZERO
111900              MOVE ZERO TO REQ-CUR
112000           END-IF
112100        END-IF;
112200        IF REQ-CUR = ZERO
112300           ADD 1 TO GRANTS-UNUSED;
112400           MOVE GT-REQUESTOR-ID (GRANT-SUB) TO RPG-REQUESTOR;
112500           MOVE GT-GRANT-DATE (GRANT-SUB)   TO RPG-GRANT-DATE;
112600           MOVE 'GRANT UNUSED IN PERIOD - REMOVAL CANDIDATE'
112700             TO RPG-TEXT;
112800           IF GT-EXPIRY-DATE (GRANT-SUB) = ZERO
112900              MOVE 'NONE  ' TO RPG-EXPIRY
113000           ELSE
113100              MOVE GT-EXPIRY-DATE (GRANT-SUB) TO RPG-EXPIRY;
113200              MOVE GT-EXPIRY-DATE (GRANT-SUB) TO WORK-DATE-6;
113300              PERFORM 7800-YYMMDD-TO-INTEGER;
113400              IF WORK-DATE-INT < PERIOD-START-INT
113500                 MOVE
113600                 'GRANT EXPIRED AND UNUSED - REMOVAL CANDIDATE'
113700                   TO RPG-TEXT
113800              END-IF
113900           END-IF;
114000           WRITE REPORT-RECORD FROM REPORT-GRANT-EXCEPTION-LINE;
114100           PERFORM 7900-COUNT-EXCEPTION
114200        END-IF
114300     END-IF.
114400     SKIP1
114500 6000-TERMINATE.
114600     CLOSE AUDIT-FILE.
114700     CLOSE STOREIDX-FILE.
114800     IF STORMAST-AVAILABLE
114900        CLOSE STORMAST-FILE
115000     END-IF.
115100     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
115200     MOVE 'AUDIT ROWS READ     : ' TO RPL-LABEL.
115300     MOVE AUDIT-ROWS-READ TO RPL-VALUE.
115400     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
115500     MOVE 'RETRIEVALS IN PERIOD: ' TO RPL-LABEL.
115600     MOVE RETRIEVALS-IN-PERIOD TO RPL-VALUE.
115700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
115800     MOVE 'RETRIEVALS NOT LISTED ' TO RPL-LABEL.
115900     MOVE RETRIEVALS-NOT-LISTED TO RPL-VALUE.
116000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
116100     MOVE 'DIVISIONS REVIEWED  : ' TO RPL-LABEL.
116200     MOVE DIVISIONS-REVIEWED TO RPL-VALUE.
116300     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
116400     MOVE 'GRANTS REVIEWED     : ' TO RPL-LABEL.
116500     MOVE GRANT-COUNT TO RPL-VALUE.
116600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
116700     MOVE 'GRANTS UNUSED       : ' TO RPL-LABEL.
116800     MOVE GRANTS-UNUSED TO RPL-VALUE.
116900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
117000     MOVE 'EXCEPTIONS FLAGGED  : ' TO RPL-LABEL.
117100     MOVE EXCEPTIONS-FLAGGED TO RPL-VALUE.
117200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
117300     CLOSE REPORT-FILE.
117400     DISPLAY PGMNAME, ' RETRIEVALS IN PERIOD: ',
117500             RETRIEVALS-IN-PERIOD.
117600     DISPLAY PGMNAME, ' EXCEPTIONS FLAGGED  : ',
117700             EXCEPTIONS-FLAGGED.
117800     SKIP1
117900 7800-YYMMDD-TO-INTEGER.
118000* Two-digit years are windowed: years above 70 are 19xx, the
118100* rest 20xx, matching the earliest possible archive content.
118200* An undatable value leaves zero.
118300     MOVE ZERO TO WORK-DATE-INT.
118400     IF WORK-DATE-6 NUMERIC
118500        IF WORK-YY > 70
118600           COMPUTE WORK-DATE-8 = 19000000 + WORK-DATE-6
118700        ELSE
118800           COMPUTE WORK-DATE-8 = 20000000 + WORK-DATE-6
118900        END-IF;
119000        COMPUTE WORK-DATE-INT =
119100                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
119200     END-IF.
119300     SKIP1
119400 7900-COUNT-EXCEPTION.
119500     ADD 1 TO DIV-EXCEPTIONS EXCEPTIONS-FLAGGED.
119600     IF RUN-RETURN-CODE < 4
119700        MOVE 4 TO RUN-RETURN-CODE
119800     END-IF.
