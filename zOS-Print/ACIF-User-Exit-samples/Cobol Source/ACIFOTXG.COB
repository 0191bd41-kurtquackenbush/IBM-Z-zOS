000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXG.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program produces the month-end archive
000900               chargeback: each division's share of what the
001000               ACIFOTX archive cost to keep and to use during
001100               one calendar month, priced from a rate card,
001200               with a statement per division, a grand total,
001300               and a flat extract finance loads into the
001400               general ledger feed.
001500
001600               Every stream is charged together; the division
001700               is the unit finance bills.  For each division
001800               the month's charges are:
001900
002000               - archived records and pages of every store
002100                 segment in STOREIDX whose generation was
002200                 created in the month;
002300               - compressed kilobytes those segments actually
002400                 occupy in the AFPPDnn extents, measured by
002500                 reading each segment's record range (the
002600                 extents must be allocated to the job, as for
002700                 ACIFOTXV);
002800               - segment-days online: every day of the month
002900                 each segment was in the archive, from its
003000                 generation date (or the first of the month)
003100                 to the end of the month, or to the day before
003200                 it was purged for segments the retention purge
003300                 removed ('P' audit rows).  Segments on legal
003400                 hold are counted separately as held
003500                 segment-days, since keeping them is not the
003600                 division's choice;
003700               - reprints pulled in the month, from the 'R'
003800                 audit rows, granted and refused, each also
003900                 broken down by reason code on the statement;
003910                 the 'R' rows ACIFOTXT writes for a text
003920                 search (AUDIT-TARGET-ID 'SEARCH') are not
003930                 reprints: they are counted on the statement
003940                 but not charged.
004000
004100               RATECARD cards, one per charge item (a card
004200               with '*' in column 1 is a comment):
004300                 COLUMNS  1- 8   ITEM: RECORDS, PAGES, KBYTES,
004400                                 SEGDAYS, HELDDAYS, REPRINTG
004500                                 (GRANTED) OR REPRINTF (REFUSED)
004600                 COLUMNS  9-18   RATE PER UNIT 9(4)V9(6)
004700                 COLUMNS 19-28   GENERAL LEDGER ACCOUNT
004800               An item with no card is priced at zero.
004900
005000               SYSIN control card layout (the card is optional):
005100                 COLUMNS  1- 4   CHARGE MONTH YYMM
005200                                 (SPACES OR NO CARD = THE
005300                                 CALENDAR MONTH BEFORE TODAY)
005400
005500               The statement is written to CHGRPT and the
005600               extract to GLEXTR: one 'D' record per division
005700               and charge item with a quantity, then one 'T'
005800               trailer with the record count and total amount.
005900               RETURN-CODE 4 means a charge item had no rate,
006000               8 means a rate card was invalid or some segment
006100               could not be measured (its kilobytes are not
006200               charged and the statement says so), 16 means a
006300               file could not be processed.
006400
006500 DATE-WRITTEN. 14 OCT 26.
006600 DATE-COMPILED.
006700 SECURITY. IBM SAMPLE CODE ONLY.
006800 TITLE 'ACIF Archive Monthly Chargeback'.
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER. IBM-370.
007200 OBJECT-COMPUTER. IBM-370.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
007600                                 ORGANIZATION SEQUENTIAL,
007700                                 FILE STATUS CONTROL-STATUS.
007800     SELECT RATE-FILE            ASSIGN TO RATECARD,
007900                                 ORGANIZATION SEQUENTIAL,
008000                                 FILE STATUS RATE-STATUS.
008100     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
008200                                 ORGANIZATION INDEXED,
008300                                 ACCESS MODE DYNAMIC,
008400                                 RECORD KEY STOREIDX-KEY,
008500                                 FILE STATUS STOREIDX-STATUS.
008600     SELECT STORMAST-FILE        ASSIGN TO STORMAST,
008700                                 ORGANIZATION INDEXED,
008800                                 ACCESS MODE DYNAMIC,
008900                                 RECORD KEY STORMAST-KEY,
009000                                 FILE STATUS STORMAST-STATUS.
009100     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
009200                                 ORGANIZATION SEQUENTIAL,
009300                                 FILE STATUS AUDIT-STATUS.
009400     SELECT AFPPAGOT-FILE        ASSIGN TO DYNAMIC
009500                                 AFPPAGOT-DDNAME,
009600                                 ORGANIZATION RELATIVE,
009700                                 ACCESS MODE SEQUENTIAL,
009800                                 FILE STATUS AFPPAGOT-STATUS
009900                                             VSAM-STATUS,
010000                                 RELATIVE KEY AFPPAGOT-REC.
010100     SELECT REPORT-FILE          ASSIGN TO CHGRPT,
010200                                 ORGANIZATION SEQUENTIAL,
010300                                 FILE STATUS REPORT-STATUS.
010400     SELECT GL-FILE              ASSIGN TO GLEXTR,
010500                                 ORGANIZATION SEQUENTIAL,
010600                                 FILE STATUS GL-STATUS.
010700     EJECT
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CONTROL-FILE.
011100 01  CONTROL-RECORD.
011200     05  CC-PERIOD               PIC X(4).
011300     05  CC-PERIOD-NUM           REDEFINES CC-PERIOD.
011400         10  CC-PERIOD-YY        PIC 99.
011500         10  CC-PERIOD-MM        PIC 99.
011600     05  FILLER                  PIC X(76).
011700 FD  RATE-FILE.
011800 01  RATE-RECORD.
011900     05  RR-ITEM-CODE            PIC X(8).
012000     05  RR-RATE                 PIC X(10).
012100     05  RR-RATE-NUM             REDEFINES RR-RATE
012200                                 PIC 9(4)V9(6).
012300     05  RR-GL-ACCOUNT           PIC X(10).
012400     05  FILLER                  PIC X(52).
012500 FD  STOREIDX-FILE.
012600     COPY STOREIDX.
012700 FD  STORMAST-FILE.
012800     COPY STORMAST.
012900 FD  AUDIT-FILE.
013000     COPY AUDIT.
013100 FD  AFPPAGOT-FILE,
013200     RECORD VARYING DEPENDING ON AFPPAGOT-LENGTH.
013300     COPY AFPAGOT
013400          REPLACING ==:PREFIX:== BY ==AFPPAGOT==.
013500 FD  REPORT-FILE.
013600 01  REPORT-RECORD               PIC X(132).
013700* The general ledger extract.  'D' records carry one division's
013800* quantity and amount for one charge item; the single 'T' record
013900* at the end carries the count of 'D' records and their total.
014000 FD  GL-FILE.
014100 01  GL-RECORD.
014200     05  GLX-RECORD-TYPE         PIC X.
014300         88  GLX-DETAIL          VALUE 'D'.
014400         88  GLX-TRAILER         VALUE 'T'.
014500     05  GLX-PERIOD              PIC 9(4).
014600     05  GLX-BODY                PIC X(75).
014700     05  GLX-DETAIL-BODY         REDEFINES GLX-BODY.
014800         10  GLX-DIVISION-CODE   PIC 99.
014900         10  GLX-DIVISION-NAME   PIC X(12).
015000         10  GLX-ITEM-CODE       PIC X(8).
015100         10  GLX-GL-ACCOUNT      PIC X(10).
015200         10  GLX-QUANTITY        PIC 9(12).
015300         10  GLX-AMOUNT          PIC S9(11)V99
015400                                 SIGN LEADING SEPARATE.
015500         10  GLX-RUN-DATE        PIC 9(6).
015600         10  FILLER              PIC X(11).
015700     05  GLX-TRAILER-BODY        REDEFINES GLX-BODY.
015800         10  GLT-RECORD-COUNT    PIC 9(8).
015900         10  GLT-TOTAL-AMOUNT    PIC S9(11)V99
016000                                 SIGN LEADING SEPARATE.
016100         10  GLT-RUN-DATE        PIC 9(6).
016200         10  FILLER              PIC X(47).
016300     EJECT
016400 WORKING-STORAGE SECTION.
016500 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXG'.
016600 77  CONTROL-STATUS          PIC 99.
016700     88  CONTROL-OK          VALUE 00.
016800 77  RATE-STATUS             PIC 99.
016900     88  RATE-OK             VALUE 00.
017000 77  STOREIDX-STATUS         PIC 99.
017100     88  STOREIDX-OK         VALUE 00.
017200 77  STORMAST-STATUS         PIC 99.
017300     88  STORMAST-OK         VALUE 00.
017400 77  STORMAST-AVAILABLE-SWITCH PIC X  VALUE 'N'.
017500     88  STORMAST-AVAILABLE  VALUE 'Y'.
017600 77  AUDIT-STATUS            PIC 99.
017700     88  AUDIT-OK            VALUE 00.
017800 77  AFPPAGOT-STATUS         PIC 99.
017900     88  AFPPAGOT-OK         VALUE 00.
018000 77  REPORT-STATUS           PIC 99.
018100     88  REPORT-OK           VALUE 00.
018200 77  GL-STATUS               PIC 99.
018300     88  GL-OK               VALUE 00.
018400 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
018500 77  RATE-EOF-SWITCH         PIC X    VALUE 'N'.
018600     88  RATE-EOF            VALUE 'Y'.
018700 77  STOREIDX-BROWSE-SWITCH  PIC X    VALUE 'N'.
018800     88  STOREIDX-BROWSE-DONE VALUE 'Y'.
018900 77  AUDIT-EOF-SWITCH        PIC X    VALUE 'N'.
019000     88  AUDIT-EOF           VALUE 'Y'.
019100 77  EXTENT-OPEN-SWITCH      PIC X    VALUE 'N'.
019200     88  EXTENT-OPEN         VALUE 'Y'.
019300 77  AFPPAGOT-RANGE-SWITCH   PIC X    VALUE 'N'.
019400     88  AFPPAGOT-RANGE-DONE VALUE 'Y'.
019500 77  DIV-SUB                 PIC S9(4) BINARY VALUE ZERO.
019600 77  ITEM-SUB                PIC S9(4) BINARY VALUE ZERO.
019700 77  ITEM-CUR                PIC S9(4) BINARY VALUE ZERO.
019800 77  ITEM-MAX                PIC S9(4) BINARY VALUE 7.
019900 77  REASON-SUB              PIC S9(4) BINARY VALUE ZERO.
020000 77  REASON-CUR              PIC S9(4) BINARY VALUE ZERO.
020100 77  REASON-COUNT            PIC S9(4) BINARY VALUE ZERO.
020200 77  REASON-MAX              PIC S9(4) BINARY VALUE 500.
020300 77  REASON-FULL-SWITCH      PIC X    VALUE 'N'.
020400     88  REASON-TABLE-FULL   VALUE 'Y'.
020500 77  RATE-CARDS-READ         PIC S9(4) BINARY VALUE ZERO.
020600 77  SEGMENTS-READ           PIC S9(8) BINARY VALUE ZERO.
020700 77  AUDIT-ROWS-READ         PIC S9(8) BINARY VALUE ZERO.
020800 77  DIVISIONS-CHARGED       PIC S9(8) BINARY VALUE ZERO.
020900 77  GL-RECORDS-WRITTEN      PIC S9(8) BINARY VALUE ZERO.
021000 77  EXTENTS-NOT-OPENED      PIC S9(8) BINARY VALUE ZERO.
021100 77  SEGMENT-BYTES           PIC S9(15) BINARY VALUE ZERO.
021200 77  SEGMENT-RECORDS         PIC S9(9) BINARY VALUE ZERO.
021300 77  SEGMENT-PAGES           PIC S9(9) BINARY VALUE ZERO.
021400 77  ROW-YYMM                PIC 9(4) VALUE ZERO.
021500 77  GEN-INTEGER             PIC S9(9) BINARY VALUE ZERO.
021600 77  GONE-INTEGER            PIC S9(9) BINARY VALUE ZERO.
021700 77  FROM-INTEGER            PIC S9(9) BINARY VALUE ZERO.
021800 77  TO-INTEGER              PIC S9(9) BINARY VALUE ZERO.
021900 77  DAYS-ONLINE             PIC S9(9) BINARY VALUE ZERO.
022000 77  DIVISION-AMOUNT         PIC S9(11)V99 VALUE ZERO.
022100 77  GRAND-AMOUNT            PIC S9(11)V99 VALUE ZERO.
022200     SKIP1
022300 01  VSAM-STATUS.
022400     05  VSAM-RC                 PIC 9(4) COMP.
022500     05  VSAM-FCT-CODE           PIC 9(1) COMP.
022600     05  VSAM-FDBK-CODE          PIC 9(3) COMP.
022700     SKIP1
022800 01  AFPPAGOT-LENGTH             PIC 9(8) BINARY.
022900 01  AFPPAGOT-REC                PIC 9(8) BINARY.
023000 01  AFPPAGOT-DDNAME             PIC X(8) VALUE SPACES.
023100     SKIP1
023200 01  DATE-DATA.
023300   05  RUN-DATE              PIC 9(6).
023400   05  RUN-DATE-X            REDEFINES RUN-DATE.
023500     10  RUN-YY              PIC 99.
023600     10  RUN-MM              PIC 99.
023700     10  RUN-DD              PIC 99.
023800     SKIP1
023900* The charge month, the month after it, and the month's first
024000* and last days as day numbers for the segment-day arithmetic.
024100 01  PERIOD-DATA.
024200   05  PERIOD-YYMM           PIC 9(4).
024300   05  PERIOD-YYMM-X         REDEFINES PERIOD-YYMM.
024400     10  PERIOD-YY           PIC 99.
024500     10  PERIOD-MM           PIC 99.
024600   05  NEXT-YYMM             PIC 9(4).
024700   05  NEXT-YYMM-X           REDEFINES NEXT-YYMM.
024800     10  NEXT-YY             PIC 99.
024900     10  NEXT-MM             PIC 99.
025000   05  PERIOD-START-DATE     PIC 9(6).
025100   05  PERIOD-END-DATE       PIC 9(6).
025200   05  PERIOD-DAYS           PIC S9(4) BINARY.
025300   05  PERIOD-START-INT      PIC S9(9) BINARY.
025400   05  PERIOD-END-INT        PIC S9(9) BINARY.
025500     SKIP1
025600* Work fields for turning a windowed YYMMDD date into a day
025700* number so segment-days can be computed by subtraction.
025800 01  WORK-DATE-DATA.
025900   05  WORK-DATE-6           PIC 9(6).
026000   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
026100     10  WORK-YY             PIC 99.
026200     10  FILLER              PIC 9(4).
026300   05  WORK-DATE-8           PIC 9(8).
026400   05  WORK-DATE-INT         PIC S9(9) BINARY.
026500     SKIP1
026600* The charge items, in statement order.  The code is what the
026700* RATECARD card and the GL extract carry.
026800 01  ITEM-CODE-VALUES.
026900     05  FILLER              PIC X(8)  VALUE 'RECORDS '.
027000     05  FILLER              PIC X(8)  VALUE 'PAGES   '.
027100     05  FILLER              PIC X(8)  VALUE 'KBYTES  '.
027200     05  FILLER              PIC X(8)  VALUE 'SEGDAYS '.
027300     05  FILLER              PIC X(8)  VALUE 'HELDDAYS'.
027400     05  FILLER              PIC X(8)  VALUE 'REPRINTG'.
027500     05  FILLER              PIC X(8)  VALUE 'REPRINTF'.
027600 01  ITEM-CODE-TABLE         REDEFINES ITEM-CODE-VALUES.
027700     05  ITEM-CODE           PIC X(8)  OCCURS 7 TIMES.
027800 01  ITEM-DESC-VALUES.
027900     05  FILLER              PIC X(24) VALUE
028000         'ARCHIVED RECORDS        '.
028100     05  FILLER              PIC X(24) VALUE
028200         'ARCHIVED PAGES          '.
028300     05  FILLER              PIC X(24) VALUE
028400         'COMPRESSED KILOBYTES    '.
028500     05  FILLER              PIC X(24) VALUE
028600         'SEGMENT-DAYS ONLINE     '.
028700     05  FILLER              PIC X(24) VALUE
028800         'HELD SEGMENT-DAYS       '.
028900     05  FILLER              PIC X(24) VALUE
029000         'REPRINTS GRANTED        '.
029100     05  FILLER              PIC X(24) VALUE
029200         'REPRINTS REFUSED        '.
029300 01  ITEM-DESC-TABLE         REDEFINES ITEM-DESC-VALUES.
029400     05  ITEM-DESC           PIC X(24) OCCURS 7 TIMES.
029500     SKIP1
029600* Rates as loaded from RATECARD, one entry per charge item.
029700 01  RATE-TABLE.
029800     05  RATE-ENTRY              OCCURS 7 TIMES.
029900         10  RT-RATE             PIC 9(4)V9(6).
030000         10  RT-GL-ACCOUNT       PIC X(10).
030100         10  RT-FOUND-FLAG       PIC X.
030200             88  RT-FOUND        VALUE 'Y'.
030300     SKIP1
030400* One division's quantities and amounts while its statement is
030500* printed, and the same summed over all divisions.
030600 01  ITEM-WORK.
030700     05  ITEM-QTY                PIC S9(15) BINARY OCCURS 7 TIMES.
030800     05  ITEM-AMOUNT             PIC S9(11)V99     OCCURS 7 TIMES.
030900 01  GRAND-TOTALS.
031000     05  GT-QTY                  PIC S9(15) BINARY OCCURS 7 TIMES.
031100     05  GT-AMOUNT               PIC S9(11)V99     OCCURS 7 TIMES.
031200     SKIP1
031300* One entry per division code 00-99, subscripted by code + 1.
031400 01  DIVISION-TABLE.
031500     05  DIV-ENTRY               OCCURS 100 TIMES.
031600         10  DT-ACTIVE-FLAG      PIC X.
031700             88  DT-ACTIVE       VALUE 'Y'.
031800         10  DT-NAME             PIC X(12).
031900         10  DT-NEW-SEGS         PIC S9(8) BINARY.
032000         10  DT-RECORDS          PIC S9(9) BINARY.
032100         10  DT-PAGES            PIC S9(9) BINARY.
032200         10  DT-BYTES            PIC S9(15) BINARY.
032300         10  DT-UNMEASURED-SEGS  PIC S9(8) BINARY.
032400         10  DT-ONLINE-SEGS      PIC S9(8) BINARY.
032500         10  DT-ONLINE-DAYS      PIC S9(9) BINARY.
032600         10  DT-HELD-SEGS        PIC S9(8) BINARY.
032700         10  DT-HELD-DAYS        PIC S9(9) BINARY.
032800         10  DT-PURGED-SEGS      PIC S9(8) BINARY.
032900         10  DT-GRANTED          PIC S9(8) BINARY.
033000         10  DT-REFUSED          PIC S9(8) BINARY.
033100         10  DT-REPRINT-RECORDS  PIC S9(9) BINARY.
033110         10  DT-SEARCHES         PIC S9(8) BINARY.
033200     SKIP1
033300* Reprints by division and reason code, in order of first use.
033400 01  REASON-TABLE.
033500     05  REASON-ENTRY            OCCURS 500 TIMES.
033600         10  RS-DIVISION         PIC 99.
033700         10  RS-CODE             PIC X(3).
033800         10  RS-GRANTED          PIC S9(8) BINARY.
033900         10  RS-REFUSED          PIC S9(8) BINARY.
034000     SKIP1
034100 01  REPORT-HEADING-LINE.
034200     05  FILLER              PIC X(9)  VALUE 'ACIFOTXG '.
034300     05  FILLER              PIC X(29) VALUE
034400         'ARCHIVE CHARGEBACK STATEMENT '.
034500     05  FILLER              PIC X(7)  VALUE 'PERIOD '.
034600     05  RPH-START-DATE      PIC 9(6).
034700     05  FILLER              PIC X(4)  VALUE ' TO '.
034800     05  RPH-END-DATE        PIC 9(6).
034900     05  FILLER              PIC X(10) VALUE ' RUN DATE '.
035000     05  RPH-RUN-DATE        PIC 9(6).
035100     05  FILLER              PIC X(55) VALUE SPACES.
035200 01  DIVISION-HEADING-LINE.
035300     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
035400     05  RPD-DIVISION        PIC 99.
035500     05  FILLER              PIC X     VALUE SPACE.
035600     05  RPD-DIVISION-NAME   PIC X(12).
035700     05  FILLER              PIC X(108) VALUE SPACES.
035800 01  COLUMN-HEADING-LINE.
035900     05  FILLER              PIC X(32) VALUE
036000         '  CHARGE ITEM'.
036100     05  FILLER              PIC X(8)  VALUE 'QUANTITY'.
036200     05  FILLER              PIC X(15) VALUE
036300         '      UNIT RATE'.
036400     05  FILLER              PIC X(15) VALUE
036500         '         AMOUNT'.
036600     05  FILLER              PIC X(12) VALUE
036700         '  GL ACCOUNT'.
036800     05  FILLER              PIC X(50) VALUE SPACES.
036900 01  REPORT-ITEM-LINE.
037000     05  FILLER              PIC XX    VALUE SPACES.
037100     05  RPI-DESC            PIC X(24).
037200     05  FILLER              PIC XX    VALUE SPACES.
037300     05  RPI-QUANTITY        PIC Z(11)9.
037400     05  FILLER              PIC X(4)  VALUE ' AT '.
037500     05  RPI-RATE            PIC Z(3)9.9(6).
037600     05  FILLER              PIC X(3)  VALUE SPACES.
037700     05  RPI-AMOUNT          PIC Z(8)9.99-.
037800     05  FILLER              PIC X     VALUE SPACE.
037900     05  RPI-GL-ACCOUNT      PIC X(10).
038000     05  FILLER              PIC X     VALUE SPACE.
038100     05  RPI-NOTE            PIC X(20).
038200     05  FILLER              PIC X(29) VALUE SPACES.
038300 01  REPORT-INFO-LINE.
038400     05  FILLER              PIC XX    VALUE SPACES.
038500     05  RPN-LABEL           PIC X(36).
038600     05  RPN-VALUE           PIC Z(7)9.
038700     05  FILLER              PIC X(86) VALUE SPACES.
038800 01  REPORT-REASON-LINE.
038900     05  FILLER              PIC X(4)  VALUE SPACES.
039000     05  FILLER              PIC X(15) VALUE 'REPRINT REASON '.
039100     05  RPR-CODE            PIC X(3).
039200     05  FILLER              PIC X(9)  VALUE ' GRANTED '.
039300     05  RPR-GRANTED         PIC Z(7)9.
039400     05  FILLER              PIC X(9)  VALUE ' REFUSED '.
039500     05  RPR-REFUSED         PIC Z(7)9.
039600     05  FILLER              PIC X(76) VALUE SPACES.
039700 01  REPORT-AMOUNT-LINE.
039800     05  FILLER              PIC XX    VALUE SPACES.
039900     05  RPV-LABEL           PIC X(24).
040000     05  FILLER              PIC X(30) VALUE SPACES.
040100     05  RPV-AMOUNT          PIC Z(10)9.99-.
040200     05  FILLER              PIC X(61) VALUE SPACES.
040300 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
040400 01  REPORT-TOTAL-LINE.
040500     05  FILLER              PIC X(9)  VALUE 'ACIFOTXG '.
040600     05  RPL-LABEL           PIC X(22).
040700     05  RPL-VALUE           PIC Z(7)9.
040800     05  FILLER              PIC X(93) VALUE SPACES.
040900     EJECT
041000 PROCEDURE DIVISION.
041100 0000-MAINLINE.
041200     PERFORM 1000-INITIALIZE.
041300     PERFORM 1500-LOAD-RATE-CARD.
041400     PERFORM 2000-SCAN-STORE-INDEX.
041500     PERFORM 3000-SCAN-AUDIT-TRAIL.
041600     PERFORM 4000-PRINT-DIVISION-STATEMENT
041700        VARYING DIV-SUB FROM 1 BY 1
041800        UNTIL DIV-SUB > 100.
041900     PERFORM 5000-PRINT-GRAND-TOTAL.
042000     PERFORM 6000-TERMINATE.
042100     MOVE RUN-RETURN-CODE TO RETURN-CODE.
042200     STOP RUN.
042300     SKIP1
042400 1000-INITIALIZE.
042500     ACCEPT RUN-DATE FROM DATE.
042600     INITIALIZE DIVISION-TABLE GRAND-TOTALS.
042700     MOVE ZERO TO PERIOD-YYMM.
042800     OPEN INPUT CONTROL-FILE.
042900     IF CONTROL-OK
043000        READ CONTROL-FILE INTO CONTROL-RECORD
043100          AT END
043200           CONTINUE
043300          NOT AT END
043400           IF CC-PERIOD NOT = SPACES
043500              IF CC-PERIOD NUMERIC
043600                 AND CC-PERIOD-MM > ZERO AND CC-PERIOD-MM < 13
043700                 MOVE CC-PERIOD TO PERIOD-YYMM
043800              ELSE
043900                 DISPLAY PGMNAME, ' INVALID CHARGE MONTH ON '
044000                         'CONTROL CARD: ', CC-PERIOD;
044100                 MOVE 16 TO RETURN-CODE;
044200                 STOP RUN
044300              END-IF
044400           END-IF
044500        END-READ;
044600        CLOSE CONTROL-FILE
044700     END-IF;
044800     IF PERIOD-YYMM = ZERO
044900        PERFORM 1100-DEFAULT-PERIOD
045000     END-IF;
045100     PERFORM 1200-SET-PERIOD-BOUNDS.
045200     DISPLAY PGMNAME, ' CHARGING PERIOD ', PERIOD-START-DATE,
045300             ' TO ', PERIOD-END-DATE.
045400     OPEN INPUT STOREIDX-FILE.
045500     IF NOT STOREIDX-OK
045600        DISPLAY PGMNAME, ' STOREIDX-FILE OPEN FAILED, STATUS '
045700                STOREIDX-STATUS;
045800        MOVE 16 TO RETURN-CODE;
045900        STOP RUN
046000     END-IF;
046100     OPEN INPUT AUDIT-FILE.
046200     IF NOT AUDIT-OK
046300        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
046400                AUDIT-STATUS;
046500        MOVE 16 TO RETURN-CODE;
046600        STOP RUN
046700     END-IF;
046800     OPEN INPUT STORMAST-FILE.
046900     IF STORMAST-OK
047000        SET STORMAST-AVAILABLE TO TRUE
047100     ELSE
047200        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '
047300                STORMAST-STATUS, ' - INDEX NAMES PRINTED.'
047400     END-IF;
047500     OPEN OUTPUT REPORT-FILE.
047600     IF NOT REPORT-OK
047700        DISPLAY PGMNAME, ' CHGRPT OPEN FAILED, STATUS '
047800                REPORT-STATUS;
047900        MOVE 16 TO RETURN-CODE;
048000        STOP RUN
048100     END-IF;
048200     OPEN OUTPUT GL-FILE.
048300     IF NOT GL-OK
048400        DISPLAY PGMNAME, ' GLEXTR OPEN FAILED, STATUS '
048500                GL-STATUS;
048600        MOVE 16 TO RETURN-CODE;
048700        STOP RUN
048800     END-IF;
048900     MOVE PERIOD-START-DATE TO RPH-START-DATE.
049000     MOVE PERIOD-END-DATE   TO RPH-END-DATE.
049100     MOVE RUN-DATE          TO RPH-RUN-DATE.
049200     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
049300     SKIP1
049400 1100-DEFAULT-PERIOD.
049500* Without a card the job charges the calendar month before today,
049600* which is what a run early in the new month wants.
049700     IF RUN-MM = 1
049800        MOVE 12 TO PERIOD-MM;
049900        IF RUN-YY = ZERO
050000           MOVE 99 TO PERIOD-YY
050100        ELSE
050200           COMPUTE PERIOD-YY = RUN-YY - 1
050300        END-IF
050400     ELSE
050500        MOVE RUN-YY TO PERIOD-YY;
050600        COMPUTE PERIOD-MM = RUN-MM - 1
050700     END-IF.
050800     SKIP1
050900 1200-SET-PERIOD-BOUNDS.
051000* The month ends the day before the first of the next month, so
051100* the day numbers give its length without a table of month sizes.
051200     IF PERIOD-MM = 12
051300        MOVE 1 TO NEXT-MM;
051400        IF PERIOD-YY = 99
051500           MOVE ZERO TO NEXT-YY
051600        ELSE
051700           COMPUTE NEXT-YY = PERIOD-YY + 1
051800        END-IF
051900     ELSE
052000        MOVE PERIOD-YY TO NEXT-YY;
052100        COMPUTE NEXT-MM = PERIOD-MM + 1
052200     END-IF.
052300     COMPUTE PERIOD-START-DATE = PERIOD-YYMM * 100 + 1.
052400     MOVE PERIOD-START-DATE TO WORK-DATE-6.
052500     PERFORM 7800-YYMMDD-TO-INTEGER.
052600     MOVE WORK-DATE-INT TO PERIOD-START-INT.
052700     COMPUTE WORK-DATE-6 = NEXT-YYMM * 100 + 1.
052800     PERFORM 7800-YYMMDD-TO-INTEGER.
052900     COMPUTE PERIOD-END-INT = WORK-DATE-INT - 1.
053000     COMPUTE PERIOD-DAYS = PERIOD-END-INT - PERIOD-START-INT + 1.
053100     COMPUTE PERIOD-END-DATE = PERIOD-YYMM * 100 + PERIOD-DAYS.
053200     SKIP1
053300 1500-LOAD-RATE-CARD.
053400* Every item is priced from its RATECARD card; without the file
053500* there is nothing to price, so the run stops.
053600     PERFORM 1510-CLEAR-ONE-RATE
053700        VARYING ITEM-SUB FROM 1 BY 1
053800        UNTIL ITEM-SUB > ITEM-MAX.
053900     OPEN INPUT RATE-FILE.
054000     IF NOT RATE-OK
054100        DISPLAY PGMNAME, ' RATECARD OPEN FAILED, STATUS '
054200                RATE-STATUS;
054300        MOVE 16 TO RETURN-CODE;
054400        STOP RUN
054500     END-IF;
054600     PERFORM 1600-READ-ONE-RATE
054700        UNTIL RATE-EOF.
054800     CLOSE RATE-FILE.
054900     PERFORM 1700-CHECK-ONE-RATE
055000        VARYING ITEM-SUB FROM 1 BY 1
055100        UNTIL ITEM-SUB > ITEM-MAX.
055200     SKIP1
055300 1510-CLEAR-ONE-RATE.
055400     MOVE ZERO   TO RT-RATE (ITEM-SUB).
055500     MOVE SPACES TO RT-GL-ACCOUNT (ITEM-SUB).
055600     MOVE 'N'    TO RT-FOUND-FLAG (ITEM-SUB).
055700     SKIP1
055800 1600-READ-ONE-RATE.
055900     READ RATE-FILE
056000       AT END
056100        SET RATE-EOF TO TRUE
056200       NOT AT END
056300        IF RATE-RECORD (1 : 1) NOT = '*'
056400           AND RATE-RECORD NOT = SPACES
056500           ADD 1 TO RATE-CARDS-READ;
056600           PERFORM 1650-APPLY-ONE-RATE
056700        END-IF
056800     END-READ.
056900     SKIP1
057000 1650-APPLY-ONE-RATE.
057100     MOVE ZERO TO ITEM-CUR.
057200     PERFORM 1660-MATCH-ITEM-CODE
057300        VARYING ITEM-SUB FROM 1 BY 1
057400        UNTIL ITEM-SUB > ITEM-MAX.
057500     IF ITEM-CUR = ZERO OR RR-RATE NOT NUMERIC
057600        DISPLAY PGMNAME, ' INVALID RATE CARD IGNORED: ',
057700                RATE-RECORD (1 : 28);
057800        IF RUN-RETURN-CODE < 8
057900           MOVE 8 TO RUN-RETURN-CODE
058000        END-IF
058100     ELSE
058200        MOVE RR-RATE-NUM   TO RT-RATE (ITEM-CUR);
058300        MOVE RR-GL-ACCOUNT TO RT-GL-ACCOUNT (ITEM-CUR);
058400        SET RT-FOUND (ITEM-CUR) TO TRUE
058500     END-IF.
058600     SKIP1
058700 1660-MATCH-ITEM-CODE.
058800     IF ITEM-CODE (ITEM-SUB) = RR-ITEM-CODE
058900        MOVE ITEM-SUB TO ITEM-CUR
059000     END-IF.
059100     SKIP1
059200 1700-CHECK-ONE-RATE.
059300     IF NOT RT-FOUND (ITEM-SUB)
059400        DISPLAY PGMNAME, ' NO RATE FOR ', ITEM-CODE (ITEM-SUB),
059500                ' - PRICED AT ZERO.';
059600        IF RUN-RETURN-CODE < 4
059700           MOVE 4 TO RUN-RETURN-CODE
059800        END-IF
059900     END-IF.
060000     SKIP1
060100 2000-SCAN-STORE-INDEX.
060200* One pass over the whole index, all streams.  Every segment
060300* online during the month earns segment-days; a segment whose
060400* generation was created in the month is also charged for its
060500* records, pages and compressed bytes.
060600     MOVE LOW-VALUES TO STOREIDX-KEY.
060700     START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
060800       INVALID KEY
060900        SET STOREIDX-BROWSE-DONE TO TRUE
061000     END-START.
061100     PERFORM 2100-READ-ONE-SEGMENT
061200        UNTIL STOREIDX-BROWSE-DONE.
061300     IF EXTENT-OPEN
061400        CLOSE AFPPAGOT-FILE;
061500        MOVE 'N' TO EXTENT-OPEN-SWITCH
061600     END-IF.
061700     SKIP1
061800 2100-READ-ONE-SEGMENT.
061900     READ STOREIDX-FILE NEXT RECORD
062000       AT END
062100        SET STOREIDX-BROWSE-DONE TO TRUE
062200       NOT AT END
062300        ADD 1 TO SEGMENTS-READ;
062400        PERFORM 2200-CHARGE-ONE-SEGMENT
062500     END-READ.
062600     SKIP1
062700 2200-CHARGE-ONE-SEGMENT.
062800     MOVE STOREIDX-RUN-DATE TO WORK-DATE-6.
062900     PERFORM 7800-YYMMDD-TO-INTEGER.
063000     MOVE WORK-DATE-INT TO GEN-INTEGER.
063100     IF GEN-INTEGER > ZERO AND GEN-INTEGER NOT > PERIOD-END-INT
063200        COMPUTE DIV-SUB = STOREIDX-DIVISION-CODE + 1;
063300        PERFORM 2250-ACTIVATE-DIVISION;
063400        IF DT-NAME (DIV-SUB) = SPACES
063500           MOVE STOREIDX-DIVISION-NAME TO DT-NAME (DIV-SUB)
063600        END-IF;
063700        IF GEN-INTEGER > PERIOD-START-INT
063800           MOVE GEN-INTEGER TO FROM-INTEGER
063900        ELSE
064000           MOVE PERIOD-START-INT TO FROM-INTEGER
064100        END-IF;
064200        COMPUTE DAYS-ONLINE = PERIOD-END-INT - FROM-INTEGER + 1;
064300        IF STOREIDX-HELD
064400           ADD 1           TO DT-HELD-SEGS (DIV-SUB);
064500           ADD DAYS-ONLINE TO DT-HELD-DAYS (DIV-SUB)
064600        ELSE
064700           ADD 1           TO DT-ONLINE-SEGS (DIV-SUB);
064800           ADD DAYS-ONLINE TO DT-ONLINE-DAYS (DIV-SUB)
064900        END-IF;
065000        COMPUTE ROW-YYMM = STOREIDX-RUN-DATE / 100;
065100        IF ROW-YYMM = PERIOD-YYMM
065200           PERFORM 2300-CHARGE-NEW-SEGMENT
065300        END-IF
065400     END-IF.
065500     SKIP1
065600 2250-ACTIVATE-DIVISION.
065700     IF NOT DT-ACTIVE (DIV-SUB)
065800        SET DT-ACTIVE (DIV-SUB) TO TRUE;
065900        ADD 1 TO DIVISIONS-CHARGED
066000     END-IF.
066100     SKIP1
066200 2300-CHARGE-NEW-SEGMENT.
066300     ADD 1 TO DT-NEW-SEGS (DIV-SUB).
066400     MOVE ZERO TO SEGMENT-RECORDS SEGMENT-PAGES.
066500     IF STOREIDX-END-REC NOT < STOREIDX-START-REC
066600        COMPUTE SEGMENT-RECORDS =
066700           STOREIDX-END-REC - STOREIDX-START-REC + 1
066800     END-IF.
066900     IF STOREIDX-END-PAGE > ZERO
067000        COMPUTE SEGMENT-PAGES =
067100           STOREIDX-END-PAGE - STOREIDX-START-PAGE + 1
067200     END-IF.
067300     ADD SEGMENT-RECORDS TO DT-RECORDS (DIV-SUB).
067400     ADD SEGMENT-PAGES   TO DT-PAGES (DIV-SUB).
067500     PERFORM 2400-MEASURE-SEGMENT-BYTES.
067600     SKIP1
067700 2400-MEASURE-SEGMENT-BYTES.
067800* The bytes a segment occupies are the lengths of its records as
067900* stored - compressed where ACIFOTX compressed them - read from
068000* the extent the index names.  The extent stays open while the
068100* following segments live on it.
068200     IF STOREIDX-START-REC < 1
068300        OR STOREIDX-END-REC < STOREIDX-START-REC
068400        ADD 1 TO DT-UNMEASURED-SEGS (DIV-SUB)
068500     ELSE
068600        IF STOREIDX-DDNAME NOT = AFPPAGOT-DDNAME
068700           PERFORM 2410-SWITCH-EXTENT
068800        END-IF;
068900        IF EXTENT-OPEN
069000           PERFORM 2420-SUM-SEGMENT-RANGE
069100        ELSE
069200           ADD 1 TO DT-UNMEASURED-SEGS (DIV-SUB)
069300        END-IF
069400     END-IF.
069500     IF DT-UNMEASURED-SEGS (DIV-SUB) > ZERO
069600        AND RUN-RETURN-CODE < 8
069700        MOVE 8 TO RUN-RETURN-CODE
069800     END-IF.
069900     SKIP1
070000 2410-SWITCH-EXTENT.
070100     IF EXTENT-OPEN
070200        CLOSE AFPPAGOT-FILE;
070300        MOVE 'N' TO EXTENT-OPEN-SWITCH
070400     END-IF.
070500     MOVE STOREIDX-DDNAME TO AFPPAGOT-DDNAME.
070600     OPEN INPUT AFPPAGOT-FILE.
070700     IF AFPPAGOT-OK
070800        SET EXTENT-OPEN TO TRUE
070900     ELSE
071000        ADD 1 TO EXTENTS-NOT-OPENED;
071100        DISPLAY PGMNAME, ' EXTENT ', AFPPAGOT-DDNAME,
071200                ' OPEN FAILED, STATUS ', AFPPAGOT-STATUS,
071300                ' - BYTES NOT MEASURED.'
071400     END-IF.
071500     SKIP1
071600 2420-SUM-SEGMENT-RANGE.
071700     MOVE ZERO TO SEGMENT-BYTES.
071800     MOVE 'N' TO AFPPAGOT-RANGE-SWITCH.
071900     MOVE STOREIDX-START-REC TO AFPPAGOT-REC.
072000     START AFPPAGOT-FILE KEY IS EQUAL TO AFPPAGOT-REC
072100       INVALID KEY
072200        DISPLAY PGMNAME, ' START FAILED FOR RECORD ',
072300                AFPPAGOT-REC, ' ON ', AFPPAGOT-DDNAME;
072400        ADD 1 TO DT-UNMEASURED-SEGS (DIV-SUB)
072500       NOT INVALID KEY
072600        PERFORM 2430-SUM-ONE-RECORD
072700           UNTIL AFPPAGOT-RANGE-DONE;
072800        ADD SEGMENT-BYTES TO DT-BYTES (DIV-SUB)
072900     END-START.
073000     SKIP1
073100 2430-SUM-ONE-RECORD.
073200     READ AFPPAGOT-FILE
073300       AT END
073400        SET AFPPAGOT-RANGE-DONE TO TRUE
073500       NOT AT END
073600        IF AFPPAGOT-REC > STOREIDX-END-REC
073700           SET AFPPAGOT-RANGE-DONE TO TRUE
073800        ELSE
073900           ADD AFPPAGOT-LENGTH TO SEGMENT-BYTES
074000        END-IF
074100     END-READ.
074200     SKIP1
074300 3000-SCAN-AUDIT-TRAIL.
074400* The retrieval rows give the month's reprints; the purge rows
074500* give the segment-days of segments that were online for part of
074600* the month but are no longer in the index.
074700     PERFORM 3100-READ-ONE-AUDIT-ROW
074800        UNTIL AUDIT-EOF.
074900     SKIP1
075000 3100-READ-ONE-AUDIT-ROW.
075100     READ AUDIT-FILE
075200       AT END
075300        SET AUDIT-EOF TO TRUE
075400       NOT AT END
075500        ADD 1 TO AUDIT-ROWS-READ;
075600        EVALUATE TRUE
075695         WHEN AUDIT-RETRIEVAL-ROW AND AUDIT-TARGET-ID = 'SEARCH'
075696          PERFORM 3250-COUNT-ONE-SEARCH
075700         WHEN AUDIT-RETRIEVAL-ROW
075800          PERFORM 3200-COUNT-ONE-REPRINT
075900         WHEN AUDIT-PURGE-ROW
076000          PERFORM 3400-CHARGE-PURGED-SEGMENT
076100         WHEN OTHER
076200          CONTINUE
076300        END-EVALUATE
076400     END-READ.
076500     SKIP1
076600 3200-COUNT-ONE-REPRINT.
076700     COMPUTE ROW-YYMM = AUDIT-RUN-DATE / 100.
076800     IF ROW-YYMM = PERIOD-YYMM
076900        COMPUTE DIV-SUB = AUDIT-DIVISION-CODE + 1;
077000        PERFORM 2250-ACTIVATE-DIVISION;
077100        IF AUDIT-GRANTED
077200           ADD 1 TO DT-GRANTED (DIV-SUB);
077300           IF AUDIT-END-REC NOT < AUDIT-START-REC
077400              AND AUDIT-START-REC > ZERO
077500              COMPUTE DT-REPRINT-RECORDS (DIV-SUB) =
077600                 DT-REPRINT-RECORDS (DIV-SUB)
077700                 + AUDIT-END-REC - AUDIT-START-REC + 1
077800           END-IF
077900        ELSE
078000           ADD 1 TO DT-REFUSED (DIV-SUB)
078100        END-IF;
078200        PERFORM 3300-COUNT-REPRINT-REASON
078300     END-IF.
078400     SKIP1
078410 3250-COUNT-ONE-SEARCH.
078411* A text search reads the archive but pulls no reprint; it is
078412* shown on the statement and left out of the reprint charges
078413* and the reason breakdown.
078414     COMPUTE ROW-YYMM = AUDIT-RUN-DATE / 100.
078415     IF ROW-YYMM = PERIOD-YYMM
078416        COMPUTE DIV-SUB = AUDIT-DIVISION-CODE + 1;
078417        PERFORM 2250-ACTIVATE-DIVISION;
078418        ADD 1 TO DT-SEARCHES (DIV-SUB)
078419     END-IF.
078420     SKIP1
078500 3300-COUNT-REPRINT-REASON.
078600     MOVE ZERO TO REASON-CUR.
078700     PERFORM 3350-MATCH-REASON
078800        VARYING REASON-SUB FROM 1 BY 1
078900        UNTIL REASON-SUB > REASON-COUNT.
079000     IF REASON-CUR = ZERO
079100        IF REASON-COUNT < REASON-MAX
079200           ADD 1 TO REASON-COUNT;
079300           MOVE REASON-COUNT        TO REASON-CUR;
079400           MOVE AUDIT-DIVISION-CODE TO RS-DIVISION (REASON-CUR);
079500           MOVE AUDIT-REASON-CODE   TO RS-CODE (REASON-CUR);
079600           MOVE ZERO TO RS-GRANTED (REASON-CUR)
079700                        RS-REFUSED (REASON-CUR)
079800        ELSE
079900           IF NOT REASON-TABLE-FULL
080000              SET REASON-TABLE-FULL TO TRUE;
080100              DISPLAY PGMNAME, ' MORE THAN ', REASON-MAX,
080200                      ' DIVISION/REASON PAIRS - BREAKDOWN '
080300                      'INCOMPLETE.';
080400              IF RUN-RETURN-CODE < 4
080500                 MOVE 4 TO RUN-RETURN-CODE
080600              END-IF
080700           END-IF
080800        END-IF
080900     END-IF.
081000     IF REASON-CUR > ZERO
081100        IF AUDIT-GRANTED
081200           ADD 1 TO RS-GRANTED (REASON-CUR)
081300        ELSE
081400           ADD 1 TO RS-REFUSED (REASON-CUR)
081500        END-IF
081600     END-IF.
081700     SKIP1
081800 3350-MATCH-REASON.
081900     IF RS-DIVISION (REASON-SUB) = AUDIT-DIVISION-CODE
082000        AND RS-CODE (REASON-SUB) = AUDIT-REASON-CODE
082100        MOVE REASON-SUB TO REASON-CUR
082200     END-IF.
082300     SKIP1
082400 3400-CHARGE-PURGED-SEGMENT.
082500* A purged segment was online from its generation date up to the
082600* day before the purge; only the part inside the month counts.
082700* Held segments are never purged, so these are ordinary days.
082800     MOVE AUDIT-GEN-DATE TO WORK-DATE-6.
082900     PERFORM 7800-YYMMDD-TO-INTEGER.
083000     MOVE WORK-DATE-INT TO GEN-INTEGER.
083100     MOVE AUDIT-RUN-DATE TO WORK-DATE-6.
083200     PERFORM 7800-YYMMDD-TO-INTEGER.
083300     MOVE WORK-DATE-INT TO GONE-INTEGER.
083400     IF GEN-INTEGER > ZERO AND GONE-INTEGER > ZERO
083500        IF GEN-INTEGER > PERIOD-START-INT
083600           MOVE GEN-INTEGER TO FROM-INTEGER
083700        ELSE
083800           MOVE PERIOD-START-INT TO FROM-INTEGER
083900        END-IF;
084000        IF GONE-INTEGER - 1 < PERIOD-END-INT
084100           COMPUTE TO-INTEGER = GONE-INTEGER - 1
084200        ELSE
084300           MOVE PERIOD-END-INT TO TO-INTEGER
084400        END-IF;
084500        IF TO-INTEGER NOT < FROM-INTEGER
084600           COMPUTE DIV-SUB = AUDIT-DIVISION-CODE + 1;
084700           PERFORM 2250-ACTIVATE-DIVISION;
084800           ADD 1 TO DT-PURGED-SEGS (DIV-SUB);
084900           COMPUTE DT-ONLINE-DAYS (DIV-SUB) =
085000              DT-ONLINE-DAYS (DIV-SUB)
085100              + TO-INTEGER - FROM-INTEGER + 1
085200        END-IF
085300     END-IF.
085400     SKIP1
085500 4000-PRINT-DIVISION-STATEMENT.
085600     IF DT-ACTIVE (DIV-SUB)
085700        PERFORM 4100-SET-DIVISION-NAME;
085800        WRITE REPORT-RECORD FROM REPORT-BLANK-LINE;
085900        COMPUTE RPD-DIVISION = DIV-SUB - 1;
086000        MOVE DT-NAME (DIV-SUB) TO RPD-DIVISION-NAME;
086100        WRITE REPORT-RECORD FROM DIVISION-HEADING-LINE;
086200        WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE;
086300        COMPUTE ITEM-QTY (1) = DT-RECORDS (DIV-SUB);
086400        COMPUTE ITEM-QTY (2) = DT-PAGES (DIV-SUB);
086500        COMPUTE ITEM-QTY (3) = (DT-BYTES (DIV-SUB) + 1023) / 1024;
086600        COMPUTE ITEM-QTY (4) = DT-ONLINE-DAYS (DIV-SUB);
086700        COMPUTE ITEM-QTY (5) = DT-HELD-DAYS (DIV-SUB);
086800        COMPUTE ITEM-QTY (6) = DT-GRANTED (DIV-SUB);
086900        COMPUTE ITEM-QTY (7) = DT-REFUSED (DIV-SUB);
087000        MOVE ZERO TO DIVISION-AMOUNT;
087100        PERFORM 4200-PRICE-ONE-ITEM
087200           VARYING ITEM-SUB FROM 1 BY 1
087300           UNTIL ITEM-SUB > ITEM-MAX;
087400        MOVE 'TOTAL FOR DIVISION      ' TO RPV-LABEL;
087500        MOVE DIVISION-AMOUNT TO RPV-AMOUNT;
087600        WRITE REPORT-RECORD FROM REPORT-AMOUNT-LINE;
087700        ADD DIVISION-AMOUNT TO GRAND-AMOUNT;
087800        PERFORM 4400-PRINT-DIVISION-DETAIL
087900     END-IF.
088000     SKIP1
088100 4100-SET-DIVISION-NAME.
088200* Every store row of a division carries the division's official
088300* name, so the first master row of the division supplies it;
088400* a division not on the master keeps the name from its index.
088500     IF STORMAST-AVAILABLE
088600        COMPUTE STORMAST-DIVISION-CODE = DIV-SUB - 1;
088700        MOVE ZERO TO STORMAST-STORE-CODE;
088800        START STORMAST-FILE KEY IS NOT LESS THAN STORMAST-KEY
088900          INVALID KEY
089000           CONTINUE
089100          NOT INVALID KEY
089200           READ STORMAST-FILE NEXT RECORD
089300             AT END
089400              CONTINUE
089500             NOT AT END
089600              IF STORMAST-DIVISION-CODE = DIV-SUB - 1
089700                 MOVE STORMAST-DIVISION-NAME TO DT-NAME (DIV-SUB)
089800              END-IF
089900           END-READ
090000        END-START
090100     END-IF.
090200     IF DT-NAME (DIV-SUB) = SPACES
090300        MOVE '*UNKNOWN*' TO DT-NAME (DIV-SUB)
090400     END-IF.
090500     SKIP1
090600 4200-PRICE-ONE-ITEM.
090700     COMPUTE ITEM-AMOUNT (ITEM-SUB) ROUNDED =
090800        ITEM-QTY (ITEM-SUB) * RT-RATE (ITEM-SUB).
090900     ADD ITEM-AMOUNT (ITEM-SUB) TO DIVISION-AMOUNT.
091000     ADD ITEM-QTY (ITEM-SUB)    TO GT-QTY (ITEM-SUB).
091100     ADD ITEM-AMOUNT (ITEM-SUB) TO GT-AMOUNT (ITEM-SUB).
091200     MOVE ITEM-DESC (ITEM-SUB)     TO RPI-DESC.
091300     MOVE ITEM-QTY (ITEM-SUB)      TO RPI-QUANTITY.
091400     MOVE RT-RATE (ITEM-SUB)       TO RPI-RATE.
091500     MOVE ITEM-AMOUNT (ITEM-SUB)   TO RPI-AMOUNT.
091600     MOVE RT-GL-ACCOUNT (ITEM-SUB) TO RPI-GL-ACCOUNT.
091700     MOVE SPACES TO RPI-NOTE.
091800     IF NOT RT-FOUND (ITEM-SUB)
091900        MOVE 'NO RATE ON RATECARD' TO RPI-NOTE
092000     END-IF.
092100     IF ITEM-SUB = 3 AND DT-UNMEASURED-SEGS (DIV-SUB) > ZERO
092200        MOVE 'SEE UNREAD SEGMENTS' TO RPI-NOTE
092300     END-IF.
092400     WRITE REPORT-RECORD FROM REPORT-ITEM-LINE.
092500     IF ITEM-QTY (ITEM-SUB) > ZERO
092600        PERFORM 4300-WRITE-GL-DETAIL
092700     END-IF.
092800     SKIP1
092900 4300-WRITE-GL-DETAIL.
093000     MOVE SPACES TO GL-RECORD.
093100     SET GLX-DETAIL TO TRUE.
093200     MOVE PERIOD-YYMM              TO GLX-PERIOD.
093300     COMPUTE GLX-DIVISION-CODE = DIV-SUB - 1.
093400     MOVE DT-NAME (DIV-SUB)        TO GLX-DIVISION-NAME.
093500     MOVE ITEM-CODE (ITEM-SUB)     TO GLX-ITEM-CODE.
093600     MOVE RT-GL-ACCOUNT (ITEM-SUB) TO GLX-GL-ACCOUNT.
093700     MOVE ITEM-QTY (ITEM-SUB)      TO GLX-QUANTITY.
093800     MOVE ITEM-AMOUNT (ITEM-SUB)   TO GLX-AMOUNT.
093900     MOVE RUN-DATE                 TO GLX-RUN-DATE.
094000     WRITE GL-RECORD.
094100     IF NOT GL-OK
094200        DISPLAY PGMNAME, ' GLEXTR WRITE FAILED, STATUS ',
094300                GL-STATUS;
094400        MOVE 16 TO RUN-RETURN-CODE
094500     ELSE
094600        ADD 1 TO GL-RECORDS-WRITTEN
094700     END-IF.
094800     SKIP1
094900 4400-PRINT-DIVISION-DETAIL.
095000* What the quantities were built from, so a division can check
095100* its own bill, then its reprints by reason code.
095200     MOVE 'SEGMENTS ARCHIVED IN PERIOD' TO RPN-LABEL.
095300     MOVE DT-NEW-SEGS (DIV-SUB) TO RPN-VALUE.
095400     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
095500     MOVE 'SEGMENTS ONLINE, NOT HELD' TO RPN-LABEL.
095600     MOVE DT-ONLINE-SEGS (DIV-SUB) TO RPN-VALUE.
095700     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
095800     MOVE 'SEGMENTS ON LEGAL HOLD' TO RPN-LABEL.
095900     MOVE DT-HELD-SEGS (DIV-SUB) TO RPN-VALUE.
096000     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
096100     MOVE 'SEGMENTS PURGED DURING PERIOD' TO RPN-LABEL.
096200     MOVE DT-PURGED-SEGS (DIV-SUB) TO RPN-VALUE.
096300     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
096400     MOVE 'RECORDS EXTRACTED BY REPRINTS' TO RPN-LABEL.
096500     MOVE DT-REPRINT-RECORDS (DIV-SUB) TO RPN-VALUE.
096600     WRITE REPORT-RECORD FROM REPORT-INFO-LINE.
096610     IF DT-SEARCHES (DIV-SUB) > ZERO
096611        MOVE 'TEXT SEARCHES, NOT CHARGED' TO RPN-LABEL;
096612        MOVE DT-SEARCHES (DIV-SUB) TO RPN-VALUE;
096613        WRITE REPORT-RECORD FROM REPORT-INFO-LINE
096614     END-IF.
096700     IF DT-UNMEASURED-SEGS (DIV-SUB) > ZERO
096800        MOVE 'SEGMENTS WHOSE BYTES WERE NOT READ' TO RPN-LABEL;
096900        MOVE DT-UNMEASURED-SEGS (DIV-SUB) TO RPN-VALUE;
097000        WRITE REPORT-RECORD FROM REPORT-INFO-LINE
097100     END-IF.
097200     PERFORM 4500-PRINT-ONE-REASON
097300        VARYING REASON-SUB FROM 1 BY 1
097400        UNTIL REASON-SUB > REASON-COUNT.
097500     SKIP1
097600 4500-PRINT-ONE-REASON.
097700     IF RS-DIVISION (REASON-SUB) = DIV-SUB - 1
097800        MOVE RS-CODE (REASON-SUB)    TO RPR-CODE;
097900        MOVE RS-GRANTED (REASON-SUB) TO RPR-GRANTED;
098000        MOVE RS-REFUSED (REASON-SUB) TO RPR-REFUSED;
098100        WRITE REPORT-RECORD FROM REPORT-REASON-LINE
098200     END-IF.
098300     SKIP1
098400 5000-PRINT-GRAND-TOTAL.
098500     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
098600     MOVE SPACES TO REPORT-RECORD.
098700     MOVE 'GRAND TOTAL, ALL DIVISIONS' TO REPORT-RECORD.
098800     WRITE REPORT-RECORD.
098900     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE.
099000     PERFORM 5100-PRINT-ONE-GRAND-ITEM
099100        VARYING ITEM-SUB FROM 1 BY 1
099200        UNTIL ITEM-SUB > ITEM-MAX.
099300     MOVE 'GRAND TOTAL             ' TO RPV-LABEL.
099400     MOVE GRAND-AMOUNT TO RPV-AMOUNT.
099500     WRITE REPORT-RECORD FROM REPORT-AMOUNT-LINE.
099600     MOVE SPACES TO GL-RECORD.
099700     SET GLX-TRAILER TO TRUE.
099800     MOVE PERIOD-YYMM        TO GLX-PERIOD.
099900     MOVE GL-RECORDS-WRITTEN TO GLT-RECORD-COUNT.
100000     MOVE GRAND-AMOUNT       TO GLT-TOTAL-AMOUNT.
100100     MOVE RUN-DATE           TO GLT-RUN-DATE.
100200     WRITE GL-RECORD.
100300     IF NOT GL-OK
100400        DISPLAY PGMNAME, ' GLEXTR WRITE FAILED, STATUS ',
100500                GL-STATUS;
100600        MOVE 16 TO RUN-RETURN-CODE
100700     END-IF.
100800     SKIP1
100900 5100-PRINT-ONE-GRAND-ITEM.
101000     MOVE ITEM-DESC (ITEM-SUB)     TO RPI-DESC.
101100     MOVE GT-QTY (ITEM-SUB)        TO RPI-QUANTITY.
101200     MOVE RT-RATE (ITEM-SUB)       TO RPI-RATE.
101300     MOVE GT-AMOUNT (ITEM-SUB)     TO RPI-AMOUNT.
101400     MOVE RT-GL-ACCOUNT (ITEM-SUB) TO RPI-GL-ACCOUNT.
101500     MOVE SPACES TO RPI-NOTE.
101600     WRITE REPORT-RECORD FROM REPORT-ITEM-LINE.
101700     SKIP1
101800 6000-TERMINATE.
101900     CLOSE STOREIDX-FILE.
102000     CLOSE AUDIT-FILE.
102100     IF STORMAST-AVAILABLE
102200        CLOSE STORMAST-FILE
102300     END-IF.
102400     CLOSE GL-FILE.
102500     MOVE 'DIVISIONS CHARGED   : ' TO RPL-LABEL.
102600     MOVE DIVISIONS-CHARGED TO RPL-VALUE.
102700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
102800     MOVE 'INDEX SEGMENTS READ : ' TO RPL-LABEL.
102900     MOVE SEGMENTS-READ TO RPL-VALUE.
103000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
103100     MOVE 'AUDIT ROWS READ     : ' TO RPL-LABEL.
103200     MOVE AUDIT-ROWS-READ TO RPL-VALUE.
103300     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
103400     MOVE 'EXTENTS NOT OPENED  : ' TO RPL-LABEL.
103500     MOVE EXTENTS-NOT-OPENED TO RPL-VALUE.
103600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
103700     MOVE 'GL RECORDS WRITTEN  : ' TO RPL-LABEL.
103800     MOVE GL-RECORDS-WRITTEN TO RPL-VALUE.
103900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
104000     CLOSE REPORT-FILE.
104100     DISPLAY PGMNAME, ' DIVISIONS CHARGED   : ',
104200             DIVISIONS-CHARGED.
104300     DISPLAY PGMNAME, ' GL RECORDS WRITTEN  : ',
104400             GL-RECORDS-WRITTEN.
104500     SKIP1
104600 7800-YYMMDD-TO-INTEGER.
104700* Two-digit years are windowed: years above 70 are 19xx, the
104800* rest 20xx, matching the earliest possible archive content.
104900* An undatable value leaves zero.
105000     MOVE ZERO TO WORK-DATE-INT.
105100     IF WORK-DATE-6 NUMERIC
105200        IF WORK-YY > 70
105300           COMPUTE WORK-DATE-8 = 19000000 + WORK-DATE-6
105400        ELSE
105500           COMPUTE WORK-DATE-8 = 20000000 + WORK-DATE-6
105600        END-IF;
105700        COMPUTE WORK-DATE-INT =
105800                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
105900     END-IF.
