000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXO.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program consolidates the legal-held store
000900               segments of one purged archive generation into a
001000               hold vault, so the generation's AFPPDnn extents
001100               can be deleted instead of being kept whole for a
001200               handful of held stores.
001300
001400               ACIFOTXP never purges a held segment, and an
001500               extent with one held segment left in it cannot be
001600               deleted.  For the generation named on the control
001700               card, this program finds every extent whose only
001800               surviving STOREIDX segments are held ones, and
001900               copies each of those segments, record for record
002000               and byte for byte (compressed records stay
002100               compressed), to the end of the hold vault, a VSAM
002200               RRDS allocated to DDNAME AFPVLTnn.  For each
002300               segment moved it then re-points the PAGEATTR rows
002400               of its pages, its STOREIDX entry and the DOCIDX
002500               rows of its documents to the vault DDNAME and the
002600               new relative record numbers; page numbers are not
002700               changed, so a reprint through ACIFOTXR before and
002800               after the move is byte-identical.  Record gaps
002900               within a segment are kept as gaps.  A segment
002910               that cannot be copied whole, or whose STOREIDX
002920               entry cannot be re-pointed, is taken back out
002930               of the vault, so the next segment reuses its
002940               records; any that cannot be removed are
002950               reported as orphaned vault records.
003000
003100               Every segment moved is written to the audit trail
003200               as a pair of 'V' rows: moved out (the extent
003300               DDNAME and old record range) and moved in (the
003400               vault DDNAME and new record range).  The GENCAT
003500               extent list of the generation loses each extent
003600               emptied and gains the vault.  The vault ends with
003700               a TRAILER* record counting everything in it; a
003800               later run removes that trailer, appends, and
003900               writes a new one, so one vault serves many
004000               generations of a stream.  Its trailer carries the
004100               date of the last consolidation, not a generation.
004200
004300               The report (VAULTRPT) lists each segment moved and
004400               then every extent of the generation with its
004500               disposition; an extent reported as MAY BE DELETED
004600               has nothing left that the index points at, and
004700               the storage administrator deletes that cluster.
004800               Vault DDNAMEs always begin AFPVLT, are never
004900               consolidated themselves, and are never reported
005000               deletable.
005100
005200               Only a generation the retention purge has reached
005300               (GENCAT purged segments above zero) is
005400               consolidated.  The job allocates that
005500               generation's extents to their AFPPDnn DDNAMEs, as
005600               for a reprint of the generation.
005700
005800               SYSIN control card layout:
005900                 COLUMNS  1- 8   ADMINISTRATOR USERID (REQUIRED)
006000                 COLUMNS  9-14   GENERATION RUN DATE YYMMDD
006100                                 (REQUIRED)
006200                 COLUMN  15      ARCHIVE STREAM CODE 1-9
006300                                 (SPACE = STREAM 1)
006400                 COLUMNS 16-17   HOLD VAULT NUMBER nn, THE VAULT
006500                                 DDNAME IS AFPVLTnn (SPACES = 01);
006600                                 USE ONE VAULT PER STREAM
006700
006800               RETURN-CODE 0 means the run completed, 4 that the
006900               generation is not yet purged or something was
007000               left in place (see the report), 12 that a segment
007100               could not be copied or re-pointed and its extent
007200               is retained, or that a moved segment's PAGEATTR
007210               rows did not all move (MOVED, ATTRIBUTES FAILED
007220               on the report), 16 that a file or the control
007300               card could not be processed.
007400
007500 DATE-WRITTEN. 14 OCT 26.
007600 DATE-COMPILED.
007700 SECURITY. IBM SAMPLE CODE ONLY.
007800 TITLE 'ACIF Archive Hold Vault Consolidation'.
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
008600                                 ORGANIZATION SEQUENTIAL,
008700                                 FILE STATUS CONTROL-STATUS.
008800     SELECT GENCAT-FILE          ASSIGN TO GENCAT,
008900                                 ORGANIZATION INDEXED,
009000                                 ACCESS MODE RANDOM,
009100                                 RECORD KEY GENCAT-KEY,
009200                                 FILE STATUS GENCAT-STATUS.
009300     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
009400                                 ORGANIZATION INDEXED,
009500                                 ACCESS MODE DYNAMIC,
009600                                 RECORD KEY STOREIDX-KEY,
009700                                 FILE STATUS STOREIDX-STATUS.
009800     SELECT PAGEATTR-FILE        ASSIGN TO PAGEATTR,
009900                                 ORGANIZATION INDEXED,
010000                                 ACCESS MODE DYNAMIC,
010100                                 RECORD KEY PAGEATTR-KEY,
010200                                 FILE STATUS PAGEATTR-STATUS.
010300     SELECT DOCIDX-FILE          ASSIGN TO DOCIDX,
010400                                 ORGANIZATION INDEXED,
010500                                 ACCESS MODE DYNAMIC,
010600                                 RECORD KEY DOCIDX-KEY,
010700                                 FILE STATUS DOCIDX-STATUS.
010800     SELECT AFPPAGOT-FILE        ASSIGN TO DYNAMIC
010900                                 AFPPAGOT-DDNAME,
011000                                 ORGANIZATION RELATIVE,
011100                                 ACCESS MODE SEQUENTIAL,
011200                                 FILE STATUS AFPPAGOT-STATUS,
011300                                 RELATIVE KEY AFPPAGOT-REC.
011400     SELECT VAULT-FILE           ASSIGN TO DYNAMIC
011500                                 VAULT-DDNAME,
011600                                 ORGANIZATION RELATIVE,
011700                                 ACCESS MODE DYNAMIC,
011800                                 FILE STATUS VAULT-STATUS,
011900                                 RELATIVE KEY VAULT-REC.
012000     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
012100                                 ORGANIZATION SEQUENTIAL,
012200                                 FILE STATUS AUDIT-STATUS.
012300     SELECT REPORT-FILE          ASSIGN TO VAULTRPT,
012400                                 ORGANIZATION SEQUENTIAL,
012500                                 FILE STATUS REPORT-STATUS.
012600     EJECT
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  CONTROL-FILE.
013000 01  CONTROL-RECORD.
013100     05  CC-USERID               PIC X(8).
013200     05  CC-RUN-DATE             PIC X(6).
013300     05  CC-RUN-DATE-NUM         REDEFINES CC-RUN-DATE
013400                                 PIC 9(6).
013500     05  CC-STREAM               PIC X.
013600     05  CC-VAULT-NUMBER         PIC XX.
013700     05  FILLER                  PIC X(63).
013800 FD  GENCAT-FILE.
013900     COPY GENCAT.
014000 FD  STOREIDX-FILE.
014100     COPY STOREIDX.
014200 FD  PAGEATTR-FILE.
014300     COPY PAGEATTR.
014400 FD  DOCIDX-FILE.
014500     COPY DOCIDX.
014600 FD  AFPPAGOT-FILE,
014700     RECORD VARYING DEPENDING ON AFPPAGOT-LENGTH.
014800     COPY AFPAGOT
014900          REPLACING ==:PREFIX:== BY ==AFPPAGOT==.
015000 FD  VAULT-FILE,
015100     RECORD VARYING DEPENDING ON VAULT-LENGTH.
015200     COPY AFPAGOT
015300          REPLACING ==:PREFIX:== BY ==VAULT==.
015400 FD  AUDIT-FILE.
015500     COPY AUDIT.
015600 FD  REPORT-FILE.
015700 01  REPORT-RECORD               PIC X(132).
015800     EJECT
015900 WORKING-STORAGE SECTION.
016000 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXO'.
016100 77  CONTROL-STATUS          PIC 99.
016200     88  CONTROL-OK          VALUE 00.
016300 77  GENCAT-STATUS           PIC 99.
016400     88  GENCAT-OK           VALUE 00.
016500 77  STOREIDX-STATUS         PIC 99.
016600     88  STOREIDX-OK         VALUE 00.
016700 77  PAGEATTR-STATUS         PIC 99.
016800     88  PAGEATTR-OK         VALUE 00.
016900     88  PAGEATTR-DUPKEY     VALUE 22.
017000 77  DOCIDX-STATUS           PIC 99.
017100     88  DOCIDX-OK           VALUE 00.
017200     88  DOCIDX-NOTLOADED    VALUE 35.
017300 77  AFPPAGOT-STATUS         PIC 99.
017400     88  AFPPAGOT-OK         VALUE 00.
017500     88  AFPPAGOT-EOF        VALUE 10.
017600 77  VAULT-STATUS            PIC 99.
017700     88  VAULT-OK            VALUE 00.
017800     88  VAULT-NOTLOADED     VALUE 35.
017850     88  VAULT-NOTFOUND      VALUE 23.
017900 77  AUDIT-STATUS            PIC 99.
018000     88  AUDIT-OK            VALUE 00.
018100 77  REPORT-STATUS           PIC 99.
018200     88  REPORT-OK           VALUE 00.
018300 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
018400 77  DOCIDX-AVAIL-SWITCH     PIC X    VALUE 'N'.
018500     88  DOCIDX-AVAILABLE    VALUE 'Y'.
018600 77  GEN-PURGED-SWITCH       PIC X    VALUE 'N'.
018700     88  GENERATION-PURGED   VALUE 'Y'.
018800 77  STOREIDX-BROWSE-SWITCH  PIC X    VALUE 'N'.
018900     88  STOREIDX-BROWSE-DONE VALUE 'Y'.
019000 77  ATTR-MOVE-SWITCH        PIC X    VALUE 'N'.
019100     88  ATTR-MOVE-DONE      VALUE 'Y'.
019200 77  DOC-BROWSE-SWITCH       PIC X    VALUE 'N'.
019300     88  DOC-BROWSE-DONE     VALUE 'Y'.
019400 77  AFPPAGOT-RANGE-SWITCH   PIC X    VALUE 'N'.
019500     88  AFPPAGOT-RANGE-DONE VALUE 'Y'.
019600 77  AFPPAGOT-OPEN-SWITCH    PIC X    VALUE 'N'.
019700     88  AFPPAGOT-OPENED     VALUE 'Y'.
019800 77  VAULT-OPEN-SWITCH       PIC X    VALUE 'N'.
019900     88  VAULT-OPENED        VALUE 'Y'.
020000 77  VAULT-SCAN-SWITCH       PIC X    VALUE 'N'.
020100     88  VAULT-SCAN-DONE     VALUE 'Y'.
020200 77  VAULT-TRAILER-SWITCH    PIC X    VALUE 'N'.
020300     88  VAULT-TRAILER-FOUND VALUE 'Y'.
020400 77  COPY-FAIL-SWITCH        PIC X    VALUE 'N'.
020500     88  COPY-FAILED         VALUE 'Y'.
020600 77  VAULT-LISTED-SWITCH     PIC X    VALUE 'N'.
020700     88  VAULT-LISTED        VALUE 'Y'.
020710 77  ATTR-PUT-SWITCH         PIC X    VALUE 'N'.
020720     88  ATTR-PUT-FAILED     VALUE 'Y'.
020730 77  ATTR-FAIL-SWITCH        PIC X    VALUE 'N'.
020740     88  ATTR-ROWS-FAILED    VALUE 'Y'.
020800 77  TARGET-STREAM           PIC 9    VALUE 1.
020900 77  TARGET-RUN-DATE         PIC 9(6) VALUE ZERO.
021000 77  VAULT-PREFIX            PIC X(6) VALUE 'AFPVLT'.
021100 77  EXTENT-COUNT            PIC S9(4) BINARY VALUE ZERO.
021200 77  EXTENT-MAX              PIC S9(4) BINARY VALUE 100.
021300 77  EXTENT-SUB              PIC S9(4) BINARY VALUE ZERO.
021400 77  EXTENT-CUR              PIC S9(4) BINARY VALUE ZERO.
021500 77  MOVED-COUNT             PIC S9(4) BINARY VALUE ZERO.
021600 77  MOVED-MAX               PIC S9(4) BINARY VALUE 500.
021700 77  MOVED-SUB               PIC S9(4) BINARY VALUE ZERO.
021800 77  MOVED-CUR               PIC S9(4) BINARY VALUE ZERO.
021900 77  GCX-SUB                 PIC S9(4) BINARY VALUE ZERO.
022000 77  NEW-EXTENT-COUNT        PIC S9(4) BINARY VALUE ZERO.
022100 77  LOOKUP-DDNAME           PIC X(8) VALUE SPACES.
022200 77  SEGMENTS-MOVED          PIC S9(8) BINARY VALUE ZERO.
022300 77  SEGMENTS-NOT-MOVED      PIC S9(8) BINARY VALUE ZERO.
022400 77  PAGES-MOVED             PIC S9(8) BINARY VALUE ZERO.
022500 77  RECORDS-COPIED          PIC S9(8) BINARY VALUE ZERO.
022600 77  ATTR-ROWS-MOVED         PIC S9(8) BINARY VALUE ZERO.
022700 77  DOC-ROWS-MOVED          PIC S9(8) BINARY VALUE ZERO.
022800 77  EXTENTS-DELETABLE       PIC S9(8) BINARY VALUE ZERO.
022810 77  ORPHAN-RECS             PIC S9(8) BINARY VALUE ZERO.
022900     SKIP1
023000 01  DATE-DATA.
023100   05  RUN-DATE              PIC 9(6).
023200   05  RUN-TIME              PIC 9(8).
023300     SKIP1
023400 01  AFPPAGOT-LENGTH             PIC 9(8) BINARY.
023500 01  AFPPAGOT-REC                PIC 9(8) BINARY.
023600 01  AFPPAGOT-DDNAME             PIC X(8) VALUE SPACES.
023700 01  VAULT-LENGTH                PIC 9(8) BINARY.
023800 01  VAULT-REC                   PIC 9(8) BINARY.
023900 01  VAULT-DDNAME.
024000     05  VAULT-DDNAME-PREFIX     PIC X(6) VALUE 'AFPVLT'.
024100     05  VAULT-DDNAME-NUMBER     PIC XX   VALUE '01'.
024200     SKIP1
024300* Where the vault stands: the highest relative record in it, the
024400* slot the next record goes to, and the physical counts its
024500* TRAILER* record will carry.
024600 01  VAULT-POSITION.
024700     05  VAULT-HIGH-REC          PIC 9(8) BINARY VALUE ZERO.
024800     05  VAULT-NEXT-REC          PIC 9(8) BINARY VALUE ZERO.
024900     05  VAULT-TRAILER-REC       PIC 9(8) BINARY VALUE ZERO.
025000     05  VAULT-DATA-RECS         PIC S9(8) BINARY VALUE ZERO.
025100     05  VAULT-PAGES             PIC S9(8) BINARY VALUE ZERO.
025200     05  VAULT-LINES             PIC S9(8) BINARY VALUE ZERO.
025210* The same, as they stood before the segment being copied.
025220 01  SAVE-VAULT-POSITION         PIC X(24).
025300     SKIP1
025400* The segment being moved: where it was and where it goes.  A
025500* record keeps its offset from the start of its segment.
025600 01  SEGMENT-DATA.
025700     05  SEG-OLD-DDNAME          PIC X(8).
025800     05  SEG-OLD-START           PIC 9(8) BINARY.
025900     05  SEG-OLD-END             PIC 9(8) BINARY.
026000     05  SEG-NEW-START           PIC 9(8) BINARY.
026100     05  SEG-NEW-END             PIC 9(8) BINARY.
026200     05  SEG-RECORDS             PIC S9(8) BINARY.
026300     05  SEG-PAGES               PIC S9(8) BINARY.
026400     SKIP1
026500* PAGEATTR key to resume the attribute move from; the browse is
026600* restarted after every row moved, so the rows written under the
026700* vault DDNAME never disturb it.
026800 01  ATTR-RESUME-KEY.
026900     05  ATTR-RESUME-DDNAME      PIC X(8).
027000     05  ATTR-RESUME-RUN-DATE    PIC 9(6).
027100     05  ATTR-RESUME-REC         PIC 9(8) BINARY.
027200 01  SAVE-ATTR-RECORD            PIC X(70).
027300     SKIP1
027400* One entry per extent of the generation, from the GENCAT extent
027500* list and the generation's STOREIDX segments.
027600 01  EXTENT-TABLE.
027700     05  EXTENT-ENTRY            OCCURS 100 TIMES.
027800         10  EXT-DDNAME          PIC X(8).
027900         10  EXT-HELD-SEGS       PIC S9(8) BINARY.
028000         10  EXT-OPEN-SEGS       PIC S9(8) BINARY.
028100         10  EXT-MOVED-SEGS      PIC S9(8) BINARY.
028200         10  EXT-MOVABLE-FLAG    PIC X.
028300             88  EXT-MOVABLE     VALUE 'Y'.
028400     SKIP1
028500* One entry per segment moved this run, so the document rows of
028600* the segment can be re-pointed by the same record offset.
028700 01  MOVED-TABLE.
028800     05  MOVED-ENTRY             OCCURS 500 TIMES.
028900         10  MV-DIVISION-CODE    PIC 99.
029000         10  MV-STORE-CODE       PIC 99.
029100         10  MV-OLD-DDNAME       PIC X(8).
029200         10  MV-OLD-START        PIC 9(8) BINARY.
029300         10  MV-OLD-END          PIC 9(8) BINARY.
029400         10  MV-NEW-START        PIC 9(8) BINARY.
029500     SKIP1
029600 01  NEW-EXTENT-LIST.
029700     05  NEW-EXTENT-DDNAME       PIC X(8) OCCURS 20 TIMES.
029800     SKIP1
029900* Header of a record archived compressed (layout in CMPREC); its
030000* CMP-INTRO carries the raw introducer, so the vault counts need
030100* no expansion.
030200     COPY CMPREC.
030300     SKIP1
030400* Leading bytes of one archived structured-field record, enough
030500* to classify it by its structured-field type.
030600 01  ARCH-LINE.
030700     05  ARCH-CCVAL          PIC X.
030800     05  ARCH-SFINTRO.
030900         10  ARCH-SFLEN      PIC 9(4) BINARY.
031000         10  ARCH-SFTYPE     PIC XXX.
031100         10  ARCH-SFFLAG     PIC X.
031200         10  ARCH-SFSEQ      PIC 9(4) BINARY.
031300     COPY STRFLDS SUPPRESS.
031400     SKIP1
031500* The TRAILER* record that closes the vault, in the layout
031600* ACIFOTX appends to every extent.
031700 01  TRAILER-RECORD.
031800     05  TRLR-EYECATCHER         PIC X(8) VALUE 'TRAILER*'.
031900     05  TRLR-REC-COUNT          PIC 9(8) BINARY.
032000     05  TRLR-PAGE-COUNT         PIC S9(8) BINARY.
032100     05  TRLR-LINE-COUNT         PIC S9(8) BINARY.
032200     05  TRLR-RUN-DATE           PIC 9(6).
032300     05  TRLR-RUN-TIME           PIC 9(8).
032400     SKIP1
032500 01  REPORT-HEADING-LINE.
032600     05  FILLER              PIC X(9)  VALUE 'ACIFOTXO '.
032700     05  FILLER              PIC X(25) VALUE
032800         'HOLD VAULT CONSOLIDATION '.
032900     05  FILLER              PIC X(7)  VALUE 'STREAM '.
033000     05  RPH-STREAM          PIC 9.
033100     05  FILLER              PIC X(12) VALUE ' GENERATION '.
033200     05  RPH-RUN-DATE        PIC 9(6).
033300     05  FILLER              PIC X(7)  VALUE ' VAULT '.
033400     05  RPH-VAULT           PIC X(8).
033500     05  FILLER              PIC X(8)  VALUE ' USERID '.
033600     05  RPH-USERID          PIC X(8).
033700     05  FILLER              PIC X(10) VALUE ' RUN DATE '.
033800     05  RPH-TODAY           PIC 9(6).
033900     05  FILLER              PIC X(25) VALUE SPACES.
034000 01  REPORT-DETAIL-LINE.
034100     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
034200     05  RPT-DIVISION        PIC 99.
034300     05  FILLER              PIC X(7)  VALUE ' STORE '.
034400     05  RPT-STORE           PIC 99.
034500     05  FILLER              PIC X(6)  VALUE ' FROM '.
034600     05  RPT-OLD-DDNAME      PIC X(8).
034700     05  FILLER              PIC X     VALUE SPACE.
034800     05  RPT-OLD-START       PIC Z(7)9.
034900     05  FILLER              PIC X     VALUE '-'.
035000     05  RPT-OLD-END         PIC Z(7)9.
035100     05  FILLER              PIC X(4)  VALUE ' TO '.
035200     05  RPT-NEW-DDNAME      PIC X(8).
035300     05  FILLER              PIC X     VALUE SPACE.
035400     05  RPT-NEW-START       PIC Z(7)9.
035500     05  FILLER              PIC X     VALUE '-'.
035600     05  RPT-NEW-END         PIC Z(7)9.
035700     05  FILLER              PIC X(7)  VALUE ' PAGES '.
035800     05  RPT-PAGES           PIC Z(5)9.
035900     05  FILLER              PIC X     VALUE SPACE.
036000     05  RPT-ACTION          PIC X(24).
036100     05  FILLER              PIC X(12) VALUE SPACES.
036200 01  REPORT-EXTENT-LINE.
036300     05  FILLER              PIC X(7)  VALUE 'EXTENT '.
036400     05  RPX-DDNAME          PIC X(8).
036500     05  FILLER              PIC X(5)  VALUE ' GEN '.
036600     05  RPX-GEN-DATE        PIC 9(6).
036700     05  FILLER              PIC X     VALUE SPACE.
036800     05  RPX-TEXT            PIC X(52).
036900     05  FILLER              PIC X(53) VALUE SPACES.
037000 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
037100 01  REPORT-TOTAL-LINE.
037200     05  FILLER              PIC X(9)  VALUE 'ACIFOTXO '.
037300     05  RPL-LABEL           PIC X(22).
037400     05  RPL-VALUE           PIC Z(7)9.
037500     05  FILLER              PIC X(93) VALUE SPACES.
037600     SKIP1
037700* Sequence and check-value chaining of the audit rows written.
037800     COPY AUDCHAIN.
037900     EJECT
038000 PROCEDURE DIVISION.
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE.
038300     PERFORM 2000-SURVEY-GENERATION.
038400     IF GENERATION-PURGED
038500        PERFORM 3000-MOVE-HELD-SEGMENTS
038600     END-IF.
038700     IF SEGMENTS-MOVED > ZERO
038800        IF DOCIDX-AVAILABLE
038900           PERFORM 4000-REPOINT-DOC-ROWS
039000        END-IF;
039100        PERFORM 4500-CATALOG-VAULT
039200     END-IF.
039300     PERFORM 5000-REPORT-EXTENTS.
039400     PERFORM 6000-TERMINATE.
039500     MOVE RUN-RETURN-CODE TO RETURN-CODE.
039600     STOP RUN.
039700     SKIP1
039800 1000-INITIALIZE.
039900     ACCEPT RUN-DATE FROM DATE.
040000     ACCEPT RUN-TIME FROM TIME.
040100     OPEN INPUT CONTROL-FILE.
040200     IF NOT CONTROL-OK
040300        DISPLAY PGMNAME, ' CONTROL-FILE OPEN FAILED, STATUS '
040400                CONTROL-STATUS;
040500        MOVE 16 TO RETURN-CODE;
040600        STOP RUN
040700     END-IF;
040800     READ CONTROL-FILE
040900       AT END
041000        DISPLAY PGMNAME, ' NO CONTROL CARD SUPPLIED ON SYSIN.';
041100        MOVE 16 TO RETURN-CODE;
041200        STOP RUN
041300     END-READ;
041400     CLOSE CONTROL-FILE.
041500     PERFORM 1050-EDIT-CONTROL-CARD.
041600     OPEN I-O GENCAT-FILE.
041700     IF NOT GENCAT-OK
041800        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',
041900                GENCAT-STATUS;
042000        MOVE 16 TO RETURN-CODE;
042100        STOP RUN
042200     END-IF;
042300     MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE.
042400     MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE.
042500     READ GENCAT-FILE
042600       INVALID KEY
042700        DISPLAY PGMNAME, ' NO GENCAT ROW FOR STREAM ',
042800                TARGET-STREAM, ' RUN DATE ', TARGET-RUN-DATE;
042900        MOVE 16 TO RETURN-CODE;
043000        STOP RUN
043100     END-READ.
043200     IF GENCAT-PURGED-SEGS > ZERO
043300        SET GENERATION-PURGED TO TRUE
043400     END-IF.
043500     OPEN I-O STOREIDX-FILE.
043600     IF NOT STOREIDX-OK
043700        DISPLAY PGMNAME, ' STOREIDX-FILE OPEN FAILED, STATUS '
043800                STOREIDX-STATUS;
043900        MOVE 16 TO RETURN-CODE;
044000        STOP RUN
044100     END-IF;
044200     OPEN I-O PAGEATTR-FILE.
044300     IF NOT PAGEATTR-OK
044400        DISPLAY PGMNAME, ' PAGEATTR-FILE OPEN FAILED, STATUS '
044500                PAGEATTR-STATUS;
044600        MOVE 16 TO RETURN-CODE;
044700        STOP RUN
044800     END-IF;
044900* A never-loaded document index simply has no rows to re-point;
045000* anything else wrong with it stops the run.
045100     OPEN I-O DOCIDX-FILE.
045200     IF DOCIDX-OK
045300        SET DOCIDX-AVAILABLE TO TRUE
045400     ELSE
045500        IF NOT DOCIDX-NOTLOADED
045600           DISPLAY PGMNAME, ' DOCIDX-FILE OPEN FAILED, STATUS '
045700                   DOCIDX-STATUS;
045800           MOVE 16 TO RETURN-CODE;
045900           STOP RUN
046000        END-IF
046100     END-IF;
046200     PERFORM 8800-FIND-AUDIT-CHAIN-END.
046300     OPEN EXTEND AUDIT-FILE.
046400     IF NOT AUDIT-OK
046500        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
046600                AUDIT-STATUS;
046700        MOVE 16 TO RETURN-CODE;
046800        STOP RUN
046900     END-IF;
047000     OPEN OUTPUT REPORT-FILE.
047100     IF NOT REPORT-OK
047200        DISPLAY PGMNAME, ' VAULTRPT OPEN FAILED, STATUS '
047300                REPORT-STATUS;
047400        MOVE 16 TO RETURN-CODE;
047500        STOP RUN
047600     END-IF;
047700     MOVE TARGET-STREAM   TO RPH-STREAM.
047800     MOVE TARGET-RUN-DATE TO RPH-RUN-DATE.
047900     MOVE VAULT-DDNAME    TO RPH-VAULT.
048000     MOVE CC-USERID       TO RPH-USERID.
048100     MOVE RUN-DATE        TO RPH-TODAY.
048200     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
048300     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
048400     SKIP1
048500 1050-EDIT-CONTROL-CARD.
048600     IF CC-USERID = SPACES
048700        DISPLAY PGMNAME, ' ADMINISTRATOR USERID MISSING FROM '
048800                'CONTROL CARD.';
048900        MOVE 16 TO RETURN-CODE;
049000        STOP RUN
049100     END-IF.
049200     IF CC-RUN-DATE NUMERIC
049300        MOVE CC-RUN-DATE-NUM TO TARGET-RUN-DATE
049400     ELSE
049500        DISPLAY PGMNAME, ' INVALID GENERATION RUN DATE ON '
049600                'CONTROL CARD: ', CC-RUN-DATE;
049700        MOVE 16 TO RETURN-CODE;
049800        STOP RUN
049900     END-IF.
050000     IF CC-STREAM NOT = SPACE
050100        IF CC-STREAM NUMERIC AND CC-STREAM NOT = '0'
050200           MOVE CC-STREAM TO TARGET-STREAM
050300        ELSE
050400           DISPLAY PGMNAME, ' INVALID STREAM ON CONTROL CARD: ',
050500                   CC-STREAM;
050600           MOVE 16 TO RETURN-CODE;
050700           STOP RUN
050800        END-IF
050900     END-IF.
051000     IF CC-VAULT-NUMBER NOT = SPACES
051100        IF CC-VAULT-NUMBER NUMERIC
051200           MOVE CC-VAULT-NUMBER TO VAULT-DDNAME-NUMBER
051300        ELSE
051400           DISPLAY PGMNAME, ' INVALID VAULT NUMBER ON CONTROL '
051500                   'CARD: ', CC-VAULT-NUMBER;
051600           MOVE 16 TO RETURN-CODE;
051700           STOP RUN
051800        END-IF
051900     END-IF.
052000     SKIP1
052100 1200-OPEN-VAULT.
052200* Opened at the first segment to move, so a run with nothing to
052300* move leaves the vault alone.  An existing vault is scanned for
052400* its counts and its TRAILER*, which is removed: the records
052500* appended go after everything already there, and a new trailer
052600* is written at end of run.
052700     OPEN I-O VAULT-FILE.
052800     IF VAULT-OK
052900        PERFORM 1210-SCAN-VAULT
053000     ELSE
053100        IF VAULT-NOTLOADED
053200           OPEN OUTPUT VAULT-FILE;
053210* A new vault is created empty and reopened for update, so a
053220* segment that fails part way can be deleted from it again.
053230           IF VAULT-OK
053240              CLOSE VAULT-FILE;
053250              OPEN I-O VAULT-FILE
053260           END-IF;
053300           IF NOT VAULT-OK
053400              DISPLAY PGMNAME, ' VAULT OPEN FAILED, STATUS ',
053500                      VAULT-STATUS, ' DDNAME ', VAULT-DDNAME;
053600              MOVE 16 TO RETURN-CODE;
053700              STOP RUN
053800           END-IF
053900        ELSE
054000           DISPLAY PGMNAME, ' VAULT OPEN FAILED, STATUS ',
054100                   VAULT-STATUS, ' DDNAME ', VAULT-DDNAME;
054200           MOVE 16 TO RETURN-CODE;
054300           STOP RUN
054400        END-IF
054500     END-IF.
054600     SET VAULT-OPENED TO TRUE.
054700     COMPUTE VAULT-NEXT-REC = VAULT-HIGH-REC + 1.
054800     IF VAULT-TRAILER-FOUND
054900        MOVE VAULT-TRAILER-REC TO VAULT-REC;
055000        DELETE VAULT-FILE RECORD
055100          INVALID KEY
055200           DISPLAY PGMNAME, ' VAULT TRAILER DELETE FAILED, '
055300                   'STATUS ', VAULT-STATUS, ' DDNAME ',
055400                   VAULT-DDNAME;
055500           MOVE 16 TO RETURN-CODE;
055600           STOP RUN
055700        END-DELETE;
055800        IF VAULT-TRAILER-REC = VAULT-HIGH-REC
055900           MOVE VAULT-TRAILER-REC TO VAULT-NEXT-REC
056000        END-IF
056100     END-IF.
056200     SKIP1
056300 1210-SCAN-VAULT.
056400     MOVE 1 TO VAULT-REC.
056500     START VAULT-FILE KEY IS NOT LESS THAN VAULT-REC
056600       INVALID KEY
056700        SET VAULT-SCAN-DONE TO TRUE
056800     END-START.
056900     PERFORM 1220-SCAN-ONE-VAULT-RECORD
057000        UNTIL VAULT-SCAN-DONE.
057100     SKIP1
057200 1220-SCAN-ONE-VAULT-RECORD.
057300     READ VAULT-FILE NEXT RECORD
057400       AT END
057500        SET VAULT-SCAN-DONE TO TRUE
057600       NOT AT END
057700        MOVE VAULT-REC TO VAULT-HIGH-REC;
057800        IF VAULT-LENGTH = LENGTH OF TRAILER-RECORD
057900           AND VAULT-RECORD (1 : 8) = 'TRAILER*'
058000           SET VAULT-TRAILER-FOUND TO TRUE;
058100           MOVE VAULT-REC TO VAULT-TRAILER-REC
058200        ELSE
058300           PERFORM 7000-COUNT-VAULT-RECORD
058400        END-IF
058500     END-READ.
058600     SKIP1
058700 2000-SURVEY-GENERATION.
058800* Every extent the catalog lists for the generation, then every
058900* STOREIDX segment of the generation, counted held or not held
059000* against its extent.  An extent can be emptied only when all
059100* its surviving segments are held.
059200     PERFORM 2050-NOTE-CATALOG-EXTENT
059300        VARYING GCX-SUB FROM 1 BY 1
059400        UNTIL GCX-SUB > GENCAT-EXTENT-COUNT
059500           OR GCX-SUB > 20.
059600     PERFORM 2100-START-STREAM-BROWSE.
059700     PERFORM 2200-SURVEY-ONE-SEGMENT
059800        UNTIL STOREIDX-BROWSE-DONE.
059900     PERFORM 2400-MARK-MOVABLE
060000        VARYING EXTENT-SUB FROM 1 BY 1
060100        UNTIL EXTENT-SUB > EXTENT-COUNT.
060200     SKIP1
060300 2050-NOTE-CATALOG-EXTENT.
060400     IF GENCAT-EXTENT-DDNAME (GCX-SUB) NOT = SPACES
060500        MOVE GENCAT-EXTENT-DDNAME (GCX-SUB) TO LOOKUP-DDNAME;
060600        PERFORM 2300-NOTE-EXTENT
060700     END-IF.
060800     SKIP1
060900 2100-START-STREAM-BROWSE.
061000     MOVE 'N' TO STOREIDX-BROWSE-SWITCH.
061100     MOVE LOW-VALUES    TO STOREIDX-KEY.
061200     MOVE TARGET-STREAM TO STOREIDX-STREAM-CODE.
061300     START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
061400       INVALID KEY
061500        SET STOREIDX-BROWSE-DONE TO TRUE
061600     END-START.
061700     SKIP1
061800 2150-READ-NEXT-SEGMENT.
061900     READ STOREIDX-FILE NEXT RECORD
062000       AT END
062100        SET STOREIDX-BROWSE-DONE TO TRUE
062200     END-READ.
062300     IF NOT STOREIDX-BROWSE-DONE
062400        IF STOREIDX-STREAM-CODE NOT = TARGET-STREAM
062500           SET STOREIDX-BROWSE-DONE TO TRUE
062600        END-IF
062700     END-IF.
062800     SKIP1
062900 2200-SURVEY-ONE-SEGMENT.
063000     PERFORM 2150-READ-NEXT-SEGMENT.
063100     IF NOT STOREIDX-BROWSE-DONE
063200        AND STOREIDX-RUN-DATE = TARGET-RUN-DATE
063300        MOVE STOREIDX-DDNAME TO LOOKUP-DDNAME;
063400        PERFORM 2300-NOTE-EXTENT;
063500        IF EXTENT-CUR > ZERO
063600           IF STOREIDX-HELD
063700              ADD 1 TO EXT-HELD-SEGS (EXTENT-CUR)
063800           ELSE
063900              ADD 1 TO EXT-OPEN-SEGS (EXTENT-CUR)
064000           END-IF
064100        END-IF
064200     END-IF.
064300     SKIP1
064400 2300-NOTE-EXTENT.
064500     PERFORM 2350-FIND-EXTENT.
064600     IF EXTENT-CUR = ZERO
064700        IF EXTENT-COUNT < EXTENT-MAX
064800           ADD 1 TO EXTENT-COUNT;
064900           MOVE LOOKUP-DDNAME TO EXT-DDNAME (EXTENT-COUNT);
065000           MOVE ZERO TO EXT-HELD-SEGS (EXTENT-COUNT)
065100                        EXT-OPEN-SEGS (EXTENT-COUNT)
065200                        EXT-MOVED-SEGS (EXTENT-COUNT);
065300           MOVE 'N' TO EXT-MOVABLE-FLAG (EXTENT-COUNT);
065400           MOVE EXTENT-COUNT TO EXTENT-CUR
065500        ELSE
065600* Leave EXTENT-CUR zero: the extent is neither emptied nor
065700* reported, so nothing in it is put at risk.
065800           DISPLAY PGMNAME, ' EXTENT TABLE FULL - ',
065900                   LOOKUP-DDNAME, ' NOT CONSOLIDATED.';
066000           IF RUN-RETURN-CODE < 4
066100              MOVE 4 TO RUN-RETURN-CODE
066200           END-IF
066300        END-IF
066400     END-IF.
066500     SKIP1
066600 2350-FIND-EXTENT.
066700     MOVE ZERO TO EXTENT-CUR.
066800     PERFORM 2360-MATCH-EXTENT
066900        VARYING EXTENT-SUB FROM 1 BY 1
067000        UNTIL EXTENT-SUB > EXTENT-COUNT.
067100     SKIP1
067200 2360-MATCH-EXTENT.
067300     IF EXT-DDNAME (EXTENT-SUB) = LOOKUP-DDNAME
067400        MOVE EXTENT-SUB TO EXTENT-CUR
067500     END-IF.
067600     SKIP1
067700 2400-MARK-MOVABLE.
067800     IF EXT-HELD-SEGS (EXTENT-SUB) > ZERO
067900        AND EXT-OPEN-SEGS (EXTENT-SUB) = ZERO
068000        AND EXT-DDNAME (EXTENT-SUB) (1 : 6) NOT = VAULT-PREFIX
068100        SET EXT-MOVABLE (EXTENT-SUB) TO TRUE
068200     END-IF.
068300     SKIP1
068400 3000-MOVE-HELD-SEGMENTS.
068500     PERFORM 2100-START-STREAM-BROWSE.
068600     PERFORM 3050-MOVE-IF-MOVABLE
068700        UNTIL STOREIDX-BROWSE-DONE.
068800     IF AFPPAGOT-OPENED
068900        CLOSE AFPPAGOT-FILE;
069000        MOVE 'N' TO AFPPAGOT-OPEN-SWITCH
069100     END-IF.
069200     SKIP1
069300 3050-MOVE-IF-MOVABLE.
069400     PERFORM 2150-READ-NEXT-SEGMENT.
069500     IF NOT STOREIDX-BROWSE-DONE
069600        AND STOREIDX-RUN-DATE = TARGET-RUN-DATE
069700        MOVE STOREIDX-DDNAME TO LOOKUP-DDNAME;
069800        PERFORM 2350-FIND-EXTENT;
069900        IF EXTENT-CUR > ZERO
070000           IF EXT-MOVABLE (EXTENT-CUR)
070100              PERFORM 3100-MOVE-ONE-SEGMENT
070200           END-IF
070300        END-IF
070400     END-IF.
070500     SKIP1
070600 3100-MOVE-ONE-SEGMENT.
070700* Copy first, then re-point the index entry, then the attribute
070800* rows: until the STOREIDX entry is rewritten every reprint still
070900* reads the original extent, which is never touched, and a
070910* segment whose entry cannot be rewritten is backed out of the
070920* vault with its attribute rows still where they were.
071000     MOVE STOREIDX-DIVISION-CODE TO RPT-DIVISION.
071100     MOVE STOREIDX-STORE-CODE    TO RPT-STORE.
071200     MOVE STOREIDX-DDNAME        TO SEG-OLD-DDNAME RPT-OLD-DDNAME.
071300     MOVE STOREIDX-START-REC     TO SEG-OLD-START RPT-OLD-START.
071400     MOVE STOREIDX-END-REC       TO SEG-OLD-END RPT-OLD-END.
071500     MOVE VAULT-DDNAME           TO RPT-NEW-DDNAME.
071600     MOVE ZERO TO RPT-NEW-START RPT-NEW-END RPT-PAGES.
071700     IF MOVED-COUNT NOT < MOVED-MAX
071800        ADD 1 TO SEGMENTS-NOT-MOVED;
071900        MOVE 'NOT MOVED - RUN AGAIN' TO RPT-ACTION;
072000        WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE;
072100        IF RUN-RETURN-CODE < 4
072200           MOVE 4 TO RUN-RETURN-CODE
072300        END-IF
072400     ELSE
072500        IF NOT VAULT-OPENED
072600           PERFORM 1200-OPEN-VAULT
072700        END-IF;
072800        MOVE VAULT-NEXT-REC TO SEG-NEW-START;
072810        MOVE VAULT-POSITION TO SAVE-VAULT-POSITION;
072900        MOVE ZERO TO SEG-RECORDS SEG-PAGES;
073000        MOVE 'N' TO COPY-FAIL-SWITCH;
073100        PERFORM 3200-COPY-SEGMENT-RECORDS;
073200        IF COPY-FAILED
073300           PERFORM 3150-BACK-OUT-SEGMENT;
073400           ADD 1 TO SEGMENTS-NOT-MOVED;
073500           MOVE 'NOT MOVED - COPY FAILED' TO RPT-ACTION;
073600           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE;
073700           IF RUN-RETURN-CODE < 12
073800              MOVE 12 TO RUN-RETURN-CODE
073900           END-IF
074000        ELSE
074100           COMPUTE SEG-NEW-END =
074200                   SEG-NEW-START + SEG-OLD-END - SEG-OLD-START;
074300           COMPUTE VAULT-NEXT-REC = SEG-NEW-END + 1;
074500           PERFORM 3400-REPOINT-STORE-ROW
074600        END-IF
074700     END-IF.
074800     SKIP1
074803 3150-BACK-OUT-SEGMENT.
074806* Whatever of the segment reached the vault is deleted again and
074809* the vault counts put back, so the next segment is copied into
074812* the same slots.  A record that will not delete is an orphan:
074815* the vault then goes on after it and the report says so.
074818     MOVE ZERO TO SEG-RECORDS.
074821     PERFORM 3160-DELETE-ONE-VAULT-RECORD
074824        VARYING VAULT-REC FROM SEG-NEW-START BY 1
074827        UNTIL VAULT-REC > VAULT-HIGH-REC.
074830     IF SEG-RECORDS = ZERO
074833        MOVE SAVE-VAULT-POSITION TO VAULT-POSITION
074836     ELSE
074839        ADD SEG-RECORDS TO ORPHAN-RECS;
074842        COMPUTE VAULT-NEXT-REC = VAULT-HIGH-REC + 1
074845     END-IF.
074848     SKIP1
074851 3160-DELETE-ONE-VAULT-RECORD.
074854     DELETE VAULT-FILE RECORD
074857       INVALID KEY
074860        CONTINUE
074863     END-DELETE.
074866* An empty slot (status 23) is a record never written.
074869     IF NOT VAULT-OK AND NOT VAULT-NOTFOUND
074872        DISPLAY PGMNAME, ' VAULT DELETE FAILED, STATUS ',
074875                VAULT-STATUS, ' RECORD ', VAULT-REC;
074878        ADD 1 TO SEG-RECORDS
074881     END-IF.
074884     SKIP1
074900 3200-COPY-SEGMENT-RECORDS.
075000     IF AFPPAGOT-OPENED
075100        AND AFPPAGOT-DDNAME NOT = SEG-OLD-DDNAME
075200        CLOSE AFPPAGOT-FILE;
075300        MOVE 'N' TO AFPPAGOT-OPEN-SWITCH
075400     END-IF.
075500     IF NOT AFPPAGOT-OPENED
075600        MOVE SEG-OLD-DDNAME TO AFPPAGOT-DDNAME;
075700        OPEN INPUT AFPPAGOT-FILE;
075800        IF AFPPAGOT-OK
075900           SET AFPPAGOT-OPENED TO TRUE
076000        ELSE
076100           DISPLAY PGMNAME, ' AFPPAGOT-FILE OPEN FAILED, STATUS '
076200                   AFPPAGOT-STATUS, ' DDNAME ', AFPPAGOT-DDNAME;
076300           SET COPY-FAILED TO TRUE
076400        END-IF
076500     END-IF.
076600     IF NOT COPY-FAILED
076700        MOVE SEG-OLD-START TO AFPPAGOT-REC;
076800        START AFPPAGOT-FILE KEY IS EQUAL TO AFPPAGOT-REC
076900          INVALID KEY
077000           DISPLAY PGMNAME, ' START FAILED FOR RECORD ',
077100                   AFPPAGOT-REC, ' DDNAME ', AFPPAGOT-DDNAME;
077200           SET COPY-FAILED TO TRUE
077300          NOT INVALID KEY
077400           MOVE 'N' TO AFPPAGOT-RANGE-SWITCH;
077500           PERFORM 3250-COPY-ONE-RECORD
077600              UNTIL AFPPAGOT-RANGE-DONE
077700        END-START
077800     END-IF.
077900     SKIP1
078000 3250-COPY-ONE-RECORD.
078100* The segment's records go across exactly as archived; the
078200* extent's own TRAILER* never belongs to a segment.
078300     READ AFPPAGOT-FILE
078400       AT END
078500        SET AFPPAGOT-RANGE-DONE TO TRUE
078600     END-READ.
078700     IF NOT AFPPAGOT-RANGE-DONE
078800        IF NOT AFPPAGOT-OK
078900           DISPLAY PGMNAME, ' AFPPAGOT-FILE READ FAILED, STATUS '
079000                   AFPPAGOT-STATUS, ' DDNAME ', AFPPAGOT-DDNAME;
079100           SET COPY-FAILED TO TRUE;
079200           SET AFPPAGOT-RANGE-DONE TO TRUE
079300        ELSE
079400           IF AFPPAGOT-REC > SEG-OLD-END
079500              OR (AFPPAGOT-LENGTH = LENGTH OF TRAILER-RECORD
079600                  AND AFPPAGOT-RECORD (1 : 8) = 'TRAILER*')
079700              SET AFPPAGOT-RANGE-DONE TO TRUE
079800           ELSE
079900              PERFORM 3270-WRITE-VAULT-RECORD
080000           END-IF
080100        END-IF
080200     END-IF.
080300     SKIP1
080400 3270-WRITE-VAULT-RECORD.
080500     COMPUTE VAULT-REC = SEG-NEW-START + AFPPAGOT-REC
080600                       - SEG-OLD-START.
080700     MOVE AFPPAGOT-LENGTH TO VAULT-LENGTH.
080800     MOVE AFPPAGOT-RECORD (1 : AFPPAGOT-LENGTH)
080900       TO VAULT-RECORD (1 : VAULT-LENGTH).
081000     WRITE VAULT-RECORD
081100       INVALID KEY
081200        DISPLAY PGMNAME, ' VAULT WRITE FAILED, STATUS ',
081300                VAULT-STATUS, ' RECORD ', VAULT-REC;
081400        SET COPY-FAILED TO TRUE;
081500        SET AFPPAGOT-RANGE-DONE TO TRUE
081600       NOT INVALID KEY
081700        ADD 1 TO SEG-RECORDS;
081800        PERFORM 7000-COUNT-VAULT-RECORD;
081900        IF VAULT-REC > VAULT-HIGH-REC
082000           MOVE VAULT-REC TO VAULT-HIGH-REC
082100        END-IF
082200     END-WRITE.
082300     SKIP1
082400 3300-MOVE-ATTR-ROWS.
082500     MOVE 'N' TO ATTR-MOVE-SWITCH.
082510     MOVE 'N' TO ATTR-FAIL-SWITCH.
082600     MOVE SEG-OLD-DDNAME  TO ATTR-RESUME-DDNAME.
082700     MOVE TARGET-RUN-DATE TO ATTR-RESUME-RUN-DATE.
082800     MOVE SEG-OLD-START   TO ATTR-RESUME-REC.
082900     PERFORM 3350-MOVE-ONE-ATTR-ROW
083000        UNTIL ATTR-MOVE-DONE.
083100     SKIP1
083200 3350-MOVE-ONE-ATTR-ROW.
083300* Write the row again under the vault DDNAME and new relative
083400* record, then delete the original.  A segment where either
083410* step fails is flagged on the report; its attribute rows
083420* need putting right by hand before any reprint.
083500     MOVE ATTR-RESUME-KEY TO PAGEATTR-KEY.
083600     START PAGEATTR-FILE KEY IS NOT LESS THAN PAGEATTR-KEY
083700       INVALID KEY
083800        SET ATTR-MOVE-DONE TO TRUE
083900     END-START.
084000     IF NOT ATTR-MOVE-DONE
084100        READ PAGEATTR-FILE NEXT RECORD
084200          AT END
084300           SET ATTR-MOVE-DONE TO TRUE
084400        END-READ
084500     END-IF.
084600     IF NOT ATTR-MOVE-DONE
084700        IF PAGEATTR-DDNAME NOT = SEG-OLD-DDNAME
084800           OR PAGEATTR-RUN-DATE NOT = TARGET-RUN-DATE
084900           OR PAGEATTR-REC > SEG-OLD-END
085000           SET ATTR-MOVE-DONE TO TRUE
085100        ELSE
085200           MOVE PAGEATTR-RECORD TO SAVE-ATTR-RECORD;
085300           COMPUTE ATTR-RESUME-REC = PAGEATTR-REC + 1;
085400           MOVE VAULT-DDNAME TO PAGEATTR-DDNAME;
085500           COMPUTE PAGEATTR-REC = SEG-NEW-START + PAGEATTR-REC
085600                                - SEG-OLD-START;
085700           PERFORM 3370-PUT-VAULT-ATTR-ROW;
085800           IF ATTR-PUT-FAILED
085810              SET ATTR-ROWS-FAILED TO TRUE;
085820              IF RUN-RETURN-CODE < 12
085830                 MOVE 12 TO RUN-RETURN-CODE
085840              END-IF
085850           ELSE
085860              MOVE SAVE-ATTR-RECORD TO PAGEATTR-RECORD;
085900              DELETE PAGEATTR-FILE RECORD
086000                INVALID KEY
086100                 DISPLAY PGMNAME, ' PAGEATTR DELETE FAILED, '
086200                         'STATUS ', PAGEATTR-STATUS;
086210                 SET ATTR-ROWS-FAILED TO TRUE;
086220                 IF RUN-RETURN-CODE < 12
086230                    MOVE 12 TO RUN-RETURN-CODE
086240                 END-IF
086300              END-DELETE;
086400              ADD 1 TO SEG-PAGES ATTR-ROWS-MOVED
086450           END-IF
086500        END-IF
086600     END-IF.
086700     SKIP1
086800 3370-PUT-VAULT-ATTR-ROW.
086900* A row already there under the new key can only be left from an
087000* interrupted run; the row being moved replaces it.  A row that
087010* cannot be put under the vault is left where it was.
087100     MOVE 'N' TO ATTR-PUT-SWITCH.
087150     WRITE PAGEATTR-RECORD
087200       INVALID KEY
087300        IF PAGEATTR-DUPKEY
087400           REWRITE PAGEATTR-RECORD
087500             INVALID KEY
087600              DISPLAY PGMNAME, ' PAGEATTR REWRITE FAILED, '
087700                      'STATUS ', PAGEATTR-STATUS;
087750              SET ATTR-PUT-FAILED TO TRUE
087800           END-REWRITE
087900        ELSE
088000           DISPLAY PGMNAME, ' PAGEATTR WRITE FAILED, STATUS ',
088100                   PAGEATTR-STATUS;
088150           SET ATTR-PUT-FAILED TO TRUE
088200        END-IF
088300     END-WRITE.
088400     SKIP1
088500 3400-REPOINT-STORE-ROW.
088600     MOVE VAULT-DDNAME  TO STOREIDX-DDNAME.
088700     MOVE SEG-NEW-START TO STOREIDX-START-REC.
088800     MOVE SEG-NEW-END   TO STOREIDX-END-REC.
088900     REWRITE STOREIDX-RECORD
089000       INVALID KEY
089100        DISPLAY PGMNAME, ' STOREIDX REWRITE FAILED, STATUS '
089200                STOREIDX-STATUS;
089300        SET COPY-FAILED TO TRUE
089400     END-REWRITE.
089800     IF COPY-FAILED
089900* Nothing points at the copy yet, so it is taken back out and
090000* the segment stays whole on its old extent.
090050        PERFORM 3150-BACK-OUT-SEGMENT;
090100        ADD 1 TO SEGMENTS-NOT-MOVED;
090200        MOVE 'NOT MOVED - INDEX FAILED' TO RPT-ACTION;
090300        IF RUN-RETURN-CODE < 12
090400           MOVE 12 TO RUN-RETURN-CODE
090500        END-IF
090600     ELSE
090610        PERFORM 3300-MOVE-ATTR-ROWS;
090620        MOVE SEG-NEW-START TO RPT-NEW-START;
090630        MOVE SEG-NEW-END   TO RPT-NEW-END;
090640        MOVE SEG-PAGES     TO RPT-PAGES;
090700        ADD 1 TO SEGMENTS-MOVED EXT-MOVED-SEGS (EXTENT-CUR);
090800        ADD SEG-PAGES   TO PAGES-MOVED;
090900        ADD SEG-RECORDS TO RECORDS-COPIED;
091000        PERFORM 3500-REMEMBER-MOVE;
091100        PERFORM 3600-WRITE-MOVE-AUDIT;
091200        IF ATTR-ROWS-FAILED
091210           MOVE 'MOVED, ATTRIBUTES FAILED' TO RPT-ACTION
091220        ELSE
091230           MOVE 'MOVED TO HOLD VAULT' TO RPT-ACTION
091240        END-IF
091300     END-IF.
091400     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
091500     SKIP1
091600 3500-REMEMBER-MOVE.
091700     ADD 1 TO MOVED-COUNT.
091800     MOVE STOREIDX-DIVISION-CODE
091900       TO MV-DIVISION-CODE (MOVED-COUNT).
092000     MOVE STOREIDX-STORE-CODE    TO MV-STORE-CODE (MOVED-COUNT).
092100     MOVE SEG-OLD-DDNAME         TO MV-OLD-DDNAME (MOVED-COUNT).
092200     MOVE SEG-OLD-START          TO MV-OLD-START (MOVED-COUNT).
092300     MOVE SEG-OLD-END            TO MV-OLD-END (MOVED-COUNT).
092400     MOVE SEG-NEW-START          TO MV-NEW-START (MOVED-COUNT).
092500     SKIP1
092600 3600-WRITE-MOVE-AUDIT.
092700* One row for where the segment was, one for where it now is.
092800     SET AUDIT-VAULT-ROW TO TRUE.
092900     SET AUDIT-MOVED-OUT TO TRUE.
093000     MOVE STOREIDX-DIVISION-CODE TO AUDIT-DIVISION-CODE.
093100     MOVE STOREIDX-STORE-CODE    TO AUDIT-STORE-CODE.
093200     MOVE RUN-DATE               TO AUDIT-RUN-DATE.
093300     MOVE RUN-TIME               TO AUDIT-RUN-TIME.
093400     MOVE SEG-PAGES              TO AUDIT-PAGE-COUNT.
093500     MOVE TARGET-RUN-DATE        TO AUDIT-GEN-DATE.
093600     MOVE CC-USERID              TO AUDIT-USERID.
093700     MOVE SPACES                 TO AUDIT-REASON-CODE.
093800     MOVE SEG-OLD-START          TO AUDIT-START-REC.
093900     MOVE SEG-OLD-END            TO AUDIT-END-REC.
094000     MOVE TARGET-STREAM          TO AUDIT-STREAM-CODE.
094100     MOVE SEG-OLD-DDNAME         TO AUDIT-TARGET-ID.
094200     PERFORM 8850-STAMP-AUDIT-ROW.
094300     WRITE AUDIT-RECORD.
094400     SET AUDIT-MOVED-IN TO TRUE.
094500     MOVE SEG-NEW-START          TO AUDIT-START-REC.
094600     MOVE SEG-NEW-END            TO AUDIT-END-REC.
094700     MOVE VAULT-DDNAME           TO AUDIT-TARGET-ID.
094800     PERFORM 8850-STAMP-AUDIT-ROW.
094900     WRITE AUDIT-RECORD.
095000     SKIP1
095100 4000-REPOINT-DOC-ROWS.
095200* (performed only when the document index is loaded.)
095300* The document index is keyed by document number, so the
095400* stream's rows are read once and every row of the generation
095500* that lay in a moved segment is moved by the segment's offset.
095600     MOVE LOW-VALUES    TO DOCIDX-KEY.
095700     MOVE TARGET-STREAM TO DOCIDX-STREAM-CODE.
095800     START DOCIDX-FILE KEY IS NOT LESS THAN DOCIDX-KEY
095900       INVALID KEY
096000        SET DOC-BROWSE-DONE TO TRUE
096100     END-START.
096200     PERFORM 4100-CHECK-ONE-DOC-ROW
096300        UNTIL DOC-BROWSE-DONE.
096400     SKIP1
096500 4100-CHECK-ONE-DOC-ROW.
096600     READ DOCIDX-FILE NEXT RECORD
096700       AT END
096800        SET DOC-BROWSE-DONE TO TRUE
096900     END-READ.
097000     IF NOT DOC-BROWSE-DONE
097100        IF DOCIDX-STREAM-CODE NOT = TARGET-STREAM
097200           SET DOC-BROWSE-DONE TO TRUE
097300        ELSE
097400           IF DOCIDX-RUN-DATE = TARGET-RUN-DATE
097500              MOVE ZERO TO MOVED-CUR;
097600              PERFORM 4150-MATCH-MOVED-SEGMENT
097700                 VARYING MOVED-SUB FROM 1 BY 1
097800                 UNTIL MOVED-SUB > MOVED-COUNT;
097900              IF MOVED-CUR > ZERO
098000                 PERFORM 4200-REPOINT-ONE-DOC-ROW
098100              END-IF
098200           END-IF
098300        END-IF
098400     END-IF.
098500     SKIP1
098600 4150-MATCH-MOVED-SEGMENT.
098700     IF MV-DIVISION-CODE (MOVED-SUB) = DOCIDX-DIVISION-CODE
098800        AND MV-STORE-CODE (MOVED-SUB) = DOCIDX-STORE-CODE
098900        AND MV-OLD-DDNAME (MOVED-SUB) = DOCIDX-DDNAME
098910        AND DOCIDX-START-REC NOT < MV-OLD-START (MOVED-SUB)
098920        AND DOCIDX-START-REC NOT > MV-OLD-END (MOVED-SUB)
099000        MOVE MOVED-SUB TO MOVED-CUR
099100     END-IF.
099200     SKIP1
099300 4200-REPOINT-ONE-DOC-ROW.
099400     IF DOCIDX-START-REC < MV-OLD-START (MOVED-CUR)
099500        OR DOCIDX-END-REC > MV-OLD-END (MOVED-CUR)
099600        DISPLAY PGMNAME, ' DOCUMENT ', DOCIDX-DOC-NUMBER,
099700                ' LIES OUTSIDE ITS STORE SEGMENT - ',
099800                'NOT RE-POINTED.';
099900        IF RUN-RETURN-CODE < 4
100000           MOVE 4 TO RUN-RETURN-CODE
100100        END-IF
100200     ELSE
100300        MOVE VAULT-DDNAME TO DOCIDX-DDNAME;
100400        COMPUTE DOCIDX-START-REC = MV-NEW-START (MOVED-CUR)
100500                + DOCIDX-START-REC - MV-OLD-START (MOVED-CUR);
100600        COMPUTE DOCIDX-END-REC = MV-NEW-START (MOVED-CUR)
100700                + DOCIDX-END-REC - MV-OLD-START (MOVED-CUR);
100800        REWRITE DOCIDX-RECORD
100900          INVALID KEY
101000           DISPLAY PGMNAME, ' DOCIDX REWRITE FAILED, STATUS '
101100                   DOCIDX-STATUS;
101200           IF RUN-RETURN-CODE < 12
101300              MOVE 12 TO RUN-RETURN-CODE
101400           END-IF
101500          NOT INVALID KEY
101600           ADD 1 TO DOC-ROWS-MOVED
101700        END-REWRITE
101800     END-IF.
101900     SKIP1
102000 4500-CATALOG-VAULT.
102100* The generation's extent list loses every extent now emptied
102200* and names the vault instead.
102300     MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE.
102400     MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE.
102500     READ GENCAT-FILE
102600       INVALID KEY
102700        DISPLAY PGMNAME, ' GENCAT ROW NO LONGER FOUND, STATUS ',
102800                GENCAT-STATUS, ' - EXTENT LIST NOT UPDATED.';
102900        IF RUN-RETURN-CODE < 12
103000           MOVE 12 TO RUN-RETURN-CODE
103100        END-IF
103200       NOT INVALID KEY
103300        PERFORM 4550-REBUILD-EXTENT-LIST
103400     END-READ.
103500     SKIP1
103600 4550-REBUILD-EXTENT-LIST.
103700     MOVE SPACES TO NEW-EXTENT-LIST.
103800     MOVE ZERO TO NEW-EXTENT-COUNT.
103900     MOVE 'N' TO VAULT-LISTED-SWITCH.
104000     PERFORM 4560-KEEP-OR-DROP-EXTENT
104100        VARYING GCX-SUB FROM 1 BY 1
104200        UNTIL GCX-SUB > GENCAT-EXTENT-COUNT
104300           OR GCX-SUB > 20.
104400     IF NOT VAULT-LISTED AND NEW-EXTENT-COUNT < 20
104500        ADD 1 TO NEW-EXTENT-COUNT;
104600        MOVE VAULT-DDNAME TO NEW-EXTENT-DDNAME (NEW-EXTENT-COUNT)
104700     END-IF.
104800     MOVE NEW-EXTENT-COUNT TO GENCAT-EXTENT-COUNT.
104900     PERFORM 4570-COPY-BACK-EXTENT
105000        VARYING GCX-SUB FROM 1 BY 1
105100        UNTIL GCX-SUB > 20.
105200     REWRITE GENCAT-RECORD
105300       INVALID KEY
105400        DISPLAY PGMNAME, ' GENCAT REWRITE FAILED, STATUS '
105500                GENCAT-STATUS;
105600        IF RUN-RETURN-CODE < 12
105700           MOVE 12 TO RUN-RETURN-CODE
105800        END-IF
105900     END-REWRITE.
106000     SKIP1
106100 4560-KEEP-OR-DROP-EXTENT.
106200     MOVE GENCAT-EXTENT-DDNAME (GCX-SUB) TO LOOKUP-DDNAME.
106300     IF LOOKUP-DDNAME = VAULT-DDNAME
106400        SET VAULT-LISTED TO TRUE
106500     END-IF.
106600     PERFORM 2350-FIND-EXTENT.
106700     IF EXTENT-CUR > ZERO
106800        IF EXT-MOVED-SEGS (EXTENT-CUR) > ZERO
106900           AND EXT-MOVED-SEGS (EXTENT-CUR) =
107000               EXT-HELD-SEGS (EXTENT-CUR)
107100           MOVE SPACES TO LOOKUP-DDNAME
107200        END-IF
107300     END-IF.
107400     IF LOOKUP-DDNAME NOT = SPACES
107500        ADD 1 TO NEW-EXTENT-COUNT;
107600        MOVE LOOKUP-DDNAME TO NEW-EXTENT-DDNAME (NEW-EXTENT-COUNT)
107700     END-IF.
107800     SKIP1
107900 4570-COPY-BACK-EXTENT.
108000     MOVE NEW-EXTENT-DDNAME (GCX-SUB)
108100       TO GENCAT-EXTENT-DDNAME (GCX-SUB).
108200     SKIP1
108300 5000-REPORT-EXTENTS.
108400     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
108500     PERFORM 5100-REPORT-ONE-EXTENT
108600        VARYING EXTENT-CUR FROM 1 BY 1
108700        UNTIL EXTENT-CUR > EXTENT-COUNT.
108800     SKIP1
108900 5100-REPORT-ONE-EXTENT.
109000     MOVE EXT-DDNAME (EXTENT-CUR) TO RPX-DDNAME.
109100     MOVE TARGET-RUN-DATE         TO RPX-GEN-DATE.
109200     EVALUATE TRUE
109300       WHEN EXT-DDNAME (EXTENT-CUR) (1 : 6) = VAULT-PREFIX
109400        MOVE 'HOLD VAULT - RETAINED' TO RPX-TEXT
109500       WHEN EXT-HELD-SEGS (EXTENT-CUR) = ZERO
109600            AND EXT-OPEN-SEGS (EXTENT-CUR) = ZERO
109700        MOVE 'NO SEGMENTS REMAIN - CLUSTER MAY BE DELETED'
109800          TO RPX-TEXT;
109900        ADD 1 TO EXTENTS-DELETABLE
110000       WHEN EXT-OPEN-SEGS (EXTENT-CUR) > ZERO
110100        MOVE 'RETAINED - UNEXPIRED SEGMENTS REMAIN' TO RPX-TEXT
110200       WHEN NOT GENERATION-PURGED
110300        MOVE 'RETAINED - GENERATION NOT YET PURGED' TO RPX-TEXT
110400       WHEN EXT-MOVED-SEGS (EXTENT-CUR) =
110500            EXT-HELD-SEGS (EXTENT-CUR)
110600        MOVE 'HELD SEGMENTS IN VAULT - CLUSTER MAY BE DELETED'
110700          TO RPX-TEXT;
110800        ADD 1 TO EXTENTS-DELETABLE
110900       WHEN OTHER
111000        MOVE 'RETAINED - NOT EVERY HELD SEGMENT MOVED' TO RPX-TEXT
111100     END-EVALUATE.
111200     WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE.
111300     SKIP1
111400 6000-TERMINATE.
111500     IF VAULT-OPENED
111600        PERFORM 6100-WRITE-VAULT-TRAILER;
111700        CLOSE VAULT-FILE
111800     END-IF.
111900     IF NOT GENERATION-PURGED
112000        DISPLAY PGMNAME, ' GENERATION ', TARGET-RUN-DATE,
112100                ' HAS NO PURGED SEGMENTS - NOTHING CONSOLIDATED.';
112200        IF RUN-RETURN-CODE < 4
112300           MOVE 4 TO RUN-RETURN-CODE
112400        END-IF
112500     END-IF.
112600     CLOSE GENCAT-FILE.
112700     CLOSE STOREIDX-FILE.
112800     CLOSE PAGEATTR-FILE.
112900     IF DOCIDX-AVAILABLE
113000        CLOSE DOCIDX-FILE
113100     END-IF.
113200     CLOSE AUDIT-FILE.
113300     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
113400     MOVE 'SEGMENTS MOVED      : ' TO RPL-LABEL.
113500     MOVE SEGMENTS-MOVED TO RPL-VALUE.
113600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
113700     MOVE 'SEGMENTS NOT MOVED  : ' TO RPL-LABEL.
113800     MOVE SEGMENTS-NOT-MOVED TO RPL-VALUE.
113900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
114000     MOVE 'RECORDS COPIED      : ' TO RPL-LABEL.
114100     MOVE RECORDS-COPIED TO RPL-VALUE.
114200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
114300     MOVE 'PAGES MOVED         : ' TO RPL-LABEL.
114400     MOVE PAGES-MOVED TO RPL-VALUE.
114500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
114600     MOVE 'DOCUMENT ROWS MOVED : ' TO RPL-LABEL.
114700     MOVE DOC-ROWS-MOVED TO RPL-VALUE.
114800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
114900     MOVE 'CLUSTERS DELETABLE  : ' TO RPL-LABEL.
115000     MOVE EXTENTS-DELETABLE TO RPL-VALUE.
115100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
115110     IF ORPHAN-RECS > ZERO
115120        MOVE 'ORPHANED VAULT RECS : ' TO RPL-LABEL;
115130        MOVE ORPHAN-RECS TO RPL-VALUE;
115140        WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE
115150     END-IF.
115200     CLOSE REPORT-FILE.
115300     DISPLAY PGMNAME, ' SEGMENTS MOVED  : ', SEGMENTS-MOVED.
115400     DISPLAY PGMNAME, ' PAGES MOVED     : ', PAGES-MOVED.
115500     DISPLAY PGMNAME, ' DOC ROWS MOVED  : ', DOC-ROWS-MOVED.
115600     DISPLAY PGMNAME, ' DELETABLE       : ', EXTENTS-DELETABLE.
115700     SKIP1
115800 6100-WRITE-VAULT-TRAILER.
115900     MOVE VAULT-DATA-RECS TO TRLR-REC-COUNT.
116000     MOVE VAULT-PAGES     TO TRLR-PAGE-COUNT.
116100     MOVE VAULT-LINES     TO TRLR-LINE-COUNT.
116200     MOVE RUN-DATE        TO TRLR-RUN-DATE.
116300     MOVE RUN-TIME        TO TRLR-RUN-TIME.
116400     MOVE VAULT-NEXT-REC  TO VAULT-REC.
116500     MOVE LENGTH OF TRAILER-RECORD TO VAULT-LENGTH.
116600     WRITE VAULT-RECORD FROM TRAILER-RECORD
116700       INVALID KEY
116800        DISPLAY PGMNAME, ' VAULT TRAILER WRITE FAILED, STATUS '
116900                VAULT-STATUS;
117000        IF RUN-RETURN-CODE < 12
117100           MOVE 12 TO RUN-RETURN-CODE
117200        END-IF
117300     END-WRITE.
117400     SKIP1
117500 7000-COUNT-VAULT-RECORD.
117600* Count one data record of the vault the way ACIFOTXV counts an
117700* extent: a BPG is a page, a NOP is neither, anything else is a
117800* line.  A compressed record classifies by its CMP-INTRO.
117900     ADD 1 TO VAULT-DATA-RECS.
118000     IF VAULT-LENGTH > 18
118100        AND VAULT-RECORD (1 : 1) = LOW-VALUE
118200        AND VAULT-RECORD (2 : 4) = 'CPR*'
118300        MOVE VAULT-RECORD (1 : 18) TO CMP-HEADER;
118400        MOVE CMP-INTRO TO ARCH-LINE
118500     ELSE
118600        MOVE VAULT-RECORD (1 : LENGTH OF ARCH-LINE) TO ARCH-LINE
118700     END-IF.
118800     EVALUATE ARCH-SFTYPE
118900      WHEN SF-BPG
119000       ADD 1 TO VAULT-PAGES
119100      WHEN SF-NOP
119200       CONTINUE
119300      WHEN OTHER
119400       ADD 1 TO VAULT-LINES
119500     END-EVALUATE.
119600     SKIP1
119700 8800-FIND-AUDIT-CHAIN-END.
119800* The trail is sequential, so the last row - the one this run's
119900* rows chain on - is found by one pass before it is extended.
120000* Rows carried from before the chain existed have sequence zero
120100* and are passed over.
120200     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.
120300     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.
120400     OPEN INPUT AUDIT-FILE.
120500     IF AUDIT-OK
120600        PERFORM 8810-READ-ONE-AUDIT-ROW
120700           UNTIL AUDIT-CHAIN-EOF;
120800        CLOSE AUDIT-FILE
120900     END-IF.
121000     SKIP1
121100 8810-READ-ONE-AUDIT-ROW.
121200     READ AUDIT-FILE
121300       AT END
121400        SET AUDIT-CHAIN-EOF TO TRUE
121500       NOT AT END
121600        IF AUDIT-SEQ-NUMBER > ZERO
121700           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;
121800           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN
121900        END-IF
122000     END-READ.
122100     SKIP1
122200 8850-STAMP-AUDIT-ROW.
122300* Give the row built in AUDIT-RECORD the next sequence number
122400* and its check value, chained on the row before it.
122500     ADD 1 TO AUDIT-LAST-SEQ.
122600     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.
122700     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.
122800     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD
122900                               - LENGTH OF AUDIT-CHAIN-VALUE.
123000     PERFORM 8860-CHAIN-ONE-BYTE
123100        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1
123200        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.
123300     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN.
123400     SKIP1
123500 8860-CHAIN-ONE-BYTE.
123600     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)
123700       TO AUDIT-CHAIN-HALF-X (2 : 1).
123800     COMPUTE AUDIT-CHAIN-ACCUM =
123900             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER
124000           + AUDIT-CHAIN-HALF + 1.
124100     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS
124200        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.
