000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXX.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program exports one archive run generation
000900               of one stream to the load format of the corporate
001000               content repository, so long-term retention can be
001100               moved off the RRDS archive.  The repository loads
001200               a print file plus a generic index with one entry
001300               per store segment and per document; this job
001400               writes both, a list of the AFP resources the
001500               pages need, and a reconciliation report proving
001600               the export whole.
001700
001800               Every store segment of the generation in STOREIDX
001900               is copied, in index key order, from its AFPPDnn
002000               (or AFPVLTnn) extent to DD EXPAFP, each record
002100               expanded from the compressed archive form exactly
002200               as ACIFOTXR expands it, so the print file is the
002300               pages as they were printed.  The extents must be
002400               allocated to the job, as for ACIFOTXV.
002500
002600               DD EXPIDX receives the generic index (layout in
002700               EXPINDEX): for each segment an 'S' entry, then a
002800               'D' entry for each of its DOCIDX documents, each
002900               carrying the division and store codes and their
003000               official names from the division/store master
003100               (STORMAST - the index row's names without it),
003200               the document number, the run date, and the
003300               page and byte offsets of the entry in EXPAFP.
003400
003500               DD EXPRES receives the resource list (layout in
003600               EXPRESLT): every FORMDEF, PAGEDEF and coded font
003700               named by the PAGEATTR rows of the exported pages,
003800               with the fingerprint ACIFOTXS stored for it in
003900               RESSNAP.
004000
004100               EXPRPT proves the export: the pages exported for
004200               each segment against the pages its index row
004300               declares, the pages of each document against its
004400               DOCIDX row, every DOCIDX row of the generation
004500               exported once, and each extent's TRAILER* page
004600               count against the pages exported from it.  A
004700               trailer that counts more pages than were
004800               exported is accepted only when the catalog shows
004900               segments purged from the generation.  A vault
005000               extent (AFPVLTnn) holds segments of several
005100               generations, so its trailer is not compared.
005200
005300               When the export reconciles, the generation's
005400               catalog row (GENCAT) is marked exported with the
005500               export dataset name from the control card.
005600
005700               SYSIN control card layout:
005800                 COLUMNS  1- 6   ARCHIVE RUN DATE YYMMDD
005900                                 (SPACES = MOST RECENT RUN DATE
006000                                 OF THE STREAM IN STOREIDX)
006100                 COLUMN   7      ARCHIVE STREAM CODE 1-9
006200                                 (SPACE = STREAM 1)
006300                 COLUMNS  8-51   EXPORT DATASET NAME (REQUIRED),
006400                                 RECORDED ON THE GENERATION'S
006500                                 CATALOG ROW
006600
006700               RETURN-CODE 4 means the export reconciled but a
006800               resource has no fingerprint, a page has no
006900               PAGEATTR row, or the catalog row could not be
007000               marked; 8 means a count disagreed or nothing was
007100               indexed for the generation, and the catalog is
007200               not marked; 12 means a damaged compressed record
007300               cut a segment short; 16 means an invalid card or
007400               a file error.
007500
007600 DATE-WRITTEN. 15 OCT 26.
007700 DATE-COMPILED.
007800 SECURITY. IBM SAMPLE CODE ONLY.
007900 TITLE 'ACIF Archive Content Repository Export'.
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER. IBM-370.
008300 OBJECT-COMPUTER. IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
008700                                 ORGANIZATION SEQUENTIAL,
008800                                 FILE STATUS CONTROL-STATUS.
008900     SELECT GENCAT-FILE          ASSIGN TO GENCAT,
009000                                 ORGANIZATION INDEXED,
009100                                 ACCESS MODE RANDOM,
009200                                 RECORD KEY GENCAT-KEY,
009300                                 FILE STATUS GENCAT-STATUS.
009400     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
009500                                 ORGANIZATION INDEXED,
009600                                 ACCESS MODE DYNAMIC,
009700                                 RECORD KEY STOREIDX-KEY,
009800                                 FILE STATUS STOREIDX-STATUS.
009900     SELECT PAGEATTR-FILE        ASSIGN TO PAGEATTR,
010000                                 ORGANIZATION INDEXED,
010100                                 ACCESS MODE DYNAMIC,
010200                                 RECORD KEY PAGEATTR-KEY,
010300                                 FILE STATUS PAGEATTR-STATUS.
010400     SELECT DOCIDX-FILE          ASSIGN TO DOCIDX,
010500                                 ORGANIZATION INDEXED,
010600                                 ACCESS MODE DYNAMIC,
010700                                 RECORD KEY DOCIDX-KEY,
010800                                 FILE STATUS DOCIDX-STATUS.
010900     SELECT RESSNAP-FILE         ASSIGN TO RESSNAP,
011000                                 ORGANIZATION INDEXED,
011100                                 ACCESS MODE RANDOM,
011200                                 RECORD KEY RESSNAP-KEY,
011300                                 FILE STATUS RESSNAP-STATUS.
011400     SELECT STORMAST-FILE        ASSIGN TO STORMAST,
011500                                 ORGANIZATION INDEXED,
011600                                 ACCESS MODE RANDOM,
011700                                 RECORD KEY STORMAST-KEY,
011800                                 FILE STATUS STORMAST-STATUS.
011900     SELECT AFPPAGOT-FILE        ASSIGN TO DYNAMIC
012000                                 AFPPAGOT-DDNAME,
012100                                 ORGANIZATION RELATIVE,
012200                                 ACCESS MODE SEQUENTIAL,
012300                                 FILE STATUS AFPPAGOT-STATUS
012400                                             VSAM-STATUS,
012500                                 RELATIVE KEY AFPPAGOT-REC.
012600     SELECT EXPAFP-FILE          ASSIGN TO EXPAFP,
012700                                 ORGANIZATION SEQUENTIAL,
012800                                 FILE STATUS EXPAFP-STATUS.
012900     SELECT EXPIDX-FILE          ASSIGN TO EXPIDX,
013000                                 ORGANIZATION SEQUENTIAL,
013100                                 FILE STATUS EXPIDX-STATUS.
013200     SELECT EXPRES-FILE          ASSIGN TO EXPRES,
013300                                 ORGANIZATION SEQUENTIAL,
013400                                 FILE STATUS EXPRES-STATUS.
013500     SELECT REPORT-FILE          ASSIGN TO EXPRPT,
013600                                 ORGANIZATION SEQUENTIAL,
013700                                 FILE STATUS REPORT-STATUS.
013800     EJECT
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  CONTROL-FILE.
014200 01  CONTROL-RECORD.
014300     05  CC-RUN-DATE             PIC X(6).
014400     05  CC-RUN-DATE-NUM         REDEFINES CC-RUN-DATE
014500                                 PIC 9(6).
014600     05  CC-STREAM               PIC X.
014700     05  CC-EXPORT-DSNAME        PIC X(44).
014800     05  FILLER                  PIC X(29).
014900 FD  GENCAT-FILE.
015000     COPY GENCAT.
015100 FD  STOREIDX-FILE.
015200     COPY STOREIDX.
015300 FD  PAGEATTR-FILE.
015400     COPY PAGEATTR.
015500 FD  DOCIDX-FILE.
015600     COPY DOCIDX.
015700 FD  RESSNAP-FILE.
015800     COPY RESSNAP.
015900 FD  STORMAST-FILE.
016000     COPY STORMAST.
016100 FD  AFPPAGOT-FILE,
016200     RECORD VARYING DEPENDING ON AFPPAGOT-LENGTH.
016300     COPY AFPAGOT
016400          REPLACING ==:PREFIX:== BY ==AFPPAGOT==.
016500 FD  EXPAFP-FILE,
016600     RECORD VARYING DEPENDING ON EXPAFP-LENGTH.
016700     COPY AFPAGOT
016800          REPLACING ==:PREFIX:== BY ==EXPAFP==.
016900 FD  EXPIDX-FILE.
017000     COPY EXPINDEX.
017100 FD  EXPRES-FILE.
017200     COPY EXPRESLT.
017300 FD  REPORT-FILE.
017400 01  REPORT-RECORD               PIC X(132).
017500     EJECT
017600 WORKING-STORAGE SECTION.
017700 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXX'.
017800 77  CONTROL-STATUS          PIC 99.
017900     88  CONTROL-OK          VALUE 00.
018000 77  GENCAT-STATUS           PIC 99.
018100     88  GENCAT-OK           VALUE 00.
018200 77  STOREIDX-STATUS         PIC 99.
018300     88  STOREIDX-OK         VALUE 00.
018400 77  PAGEATTR-STATUS         PIC 99.
018500     88  PAGEATTR-OK         VALUE 00.
018600 77  DOCIDX-STATUS           PIC 99.
018700     88  DOCIDX-OK           VALUE 00.
018800     88  DOCIDX-NOTLOADED    VALUE 35.
018900 77  RESSNAP-STATUS          PIC 99.
019000     88  RESSNAP-OK          VALUE 00.
019100 77  STORMAST-STATUS         PIC 99.
019200     88  STORMAST-OK         VALUE 00.
019300 77  AFPPAGOT-STATUS         PIC 99.
019400     88  AFPPAGOT-OK         VALUE 00.
019500 77  EXPAFP-STATUS           PIC 99.
019600     88  EXPAFP-OK           VALUE 00.
019700 77  EXPIDX-STATUS           PIC 99.
019800     88  EXPIDX-OK           VALUE 00.
019900 77  EXPRES-STATUS           PIC 99.
020000     88  EXPRES-OK           VALUE 00.
020100 77  REPORT-STATUS           PIC 99.
020200     88  REPORT-OK           VALUE 00.
020300 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
020400 77  DATE-GIVEN-SWITCH       PIC X    VALUE 'N'.
020500     88  RUN-DATE-GIVEN      VALUE 'Y'.
020600 77  DOCIDX-AVAIL-SWITCH     PIC X    VALUE 'N'.
020700     88  DOCIDX-AVAILABLE    VALUE 'Y'.
020800 77  RESSNAP-AVAIL-SWITCH    PIC X    VALUE 'N'.
020900     88  RESSNAP-AVAILABLE   VALUE 'Y'.
021000 77  STORMAST-AVAIL-SWITCH   PIC X    VALUE 'N'.
021100     88  STORMAST-AVAILABLE  VALUE 'Y'.
021200 77  CATALOG-ROW-SWITCH      PIC X    VALUE 'N'.
021300     88  CATALOG-ROW-FOUND   VALUE 'Y'.
021400 77  STOREIDX-BROWSE-SWITCH  PIC X    VALUE 'N'.
021500     88  STOREIDX-BROWSE-DONE VALUE 'Y'.
021600 77  DOC-BROWSE-SWITCH       PIC X    VALUE 'N'.
021700     88  DOC-BROWSE-DONE     VALUE 'Y'.
021800 77  DOC-FULL-SWITCH         PIC X    VALUE 'N'.
021900     88  DOC-TABLE-FULL      VALUE 'Y'.
022000 77  SDOC-PLACE-SWITCH       PIC X    VALUE 'N'.
022100     88  SDOC-PLACE-FOUND    VALUE 'Y'.
022200 77  SEGMENT-FAILED-SWITCH   PIC X    VALUE 'N'.
022300     88  SEGMENT-FAILED      VALUE 'Y'.
022400 77  AFPPAGOT-RANGE-SWITCH   PIC X    VALUE 'N'.
022500     88  AFPPAGOT-RANGE-DONE VALUE 'Y'.
022600 77  EXTENT-SCAN-SWITCH      PIC X    VALUE 'N'.
022700     88  EXTENT-SCAN-DONE    VALUE 'Y'.
022800 77  TRAILER-FOUND-SWITCH    PIC X    VALUE 'N'.
022900     88  TRAILER-FOUND       VALUE 'Y'.
023000 77  NAME-KNOWN-SWITCH       PIC X    VALUE 'N'.
023100     88  NAME-KNOWN          VALUE 'Y'.
023200 77  TARGET-RUN-DATE         PIC 9(6) VALUE ZERO.
023300 77  EXPORT-DSNAME           PIC X(44) VALUE SPACES.
023400 77  CATALOG-PAGE-COUNT      PIC S9(8) BINARY VALUE ZERO.
023500 77  CATALOG-PURGED-SEGS     PIC 9(8) BINARY VALUE ZERO.
023600 77  SEGMENTS-INDEXED        PIC S9(8) BINARY VALUE ZERO.
023700 77  SEGMENTS-EXPORTED       PIC S9(8) BINARY VALUE ZERO.
023800 77  INDEX-PAGES             PIC S9(8) BINARY VALUE ZERO.
023900 77  EXPORT-PAGES            PIC S9(8) BINARY VALUE ZERO.
024000 77  RECORDS-EXPORTED        PIC S9(8) BINARY VALUE ZERO.
024100 77  DOC-ENTRIES-WRITTEN     PIC S9(8) BINARY VALUE ZERO.
024200 77  EXTENTS-PROVEN          PIC S9(8) BINARY VALUE ZERO.
024300 77  PAGES-WITHOUT-ATTR      PIC S9(8) BINARY VALUE ZERO.
024400 77  RESOURCES-UNPROVEN      PIC S9(8) BINARY VALUE ZERO.
024500 77  MISMATCHES              PIC S9(8) BINARY VALUE ZERO.
024600 77  SEG-INDEX-PAGES         PIC S9(8) BINARY VALUE ZERO.
024700 77  SEG-EXPORT-PAGES        PIC S9(8) BINARY VALUE ZERO.
024800 77  SEG-FIRST-PAGE          PIC S9(8) BINARY VALUE ZERO.
024900 77  DOC-INDEX-PAGES         PIC S9(8) BINARY VALUE ZERO.
025000 77  EXPORT-BYTES            PIC 9(12) BINARY VALUE ZERO.
025100 77  SEG-FIRST-BYTE          PIC 9(12) BINARY VALUE ZERO.
025200 77  EXTENT-COUNT            PIC S9(4) BINARY VALUE ZERO.
025300 77  EXTENT-MAX              PIC S9(4) BINARY VALUE 100.
025400 77  EXTENT-SUB              PIC S9(4) BINARY VALUE ZERO.
025500 77  EXTENT-CUR              PIC S9(4) BINARY VALUE ZERO.
025600 77  TOKEN-SUB               PIC S9(4) BINARY VALUE ZERO.
025700 77  CANDIDATE-TYPE          PIC X(8)  VALUE SPACES.
025800 77  CANDIDATE-NAME          PIC X(8)  VALUE SPACES.
025900     SKIP1
026000* Archive stream being exported; space on the card is stream 1.
026100 01  TARGET-STREAM           PIC 9    VALUE 1.
026200 01  TARGET-STREAM-X         REDEFINES TARGET-STREAM PIC X.
026300 01  DATE-DATA.
026400   05  RUN-DATE              PIC 9(6).
026500   05  RUN-TIME              PIC 9(8).
026600     SKIP1
026700 01  VSAM-STATUS.
026800     05  VSAM-RC                 PIC 9(4) COMP.
026900     05  VSAM-FCT-CODE           PIC 9(1) COMP.
027000     05  VSAM-FDBK-CODE          PIC 9(3) COMP.
027100     SKIP1
027200 01  AFPPAGOT-LENGTH             PIC 9(8) BINARY.
027300 01  AFPPAGOT-REC                PIC 9(8) BINARY.
027400 01  AFPPAGOT-DDNAME             PIC X(8).
027500 01  EXPAFP-LENGTH               PIC 9(8) BINARY.
027600     SKIP1
027700* Names carried on the segment's index entries: the official
027800* names from the master when the store is on it, otherwise the
027900* names in the segment's index row.
028000 01  SEGMENT-NAMES.
028100     05  SEG-DIVISION-NAME       PIC X(12).
028200     05  SEG-STORE-NAME          PIC X(12).
028300     SKIP1
028400* Every DOCIDX row of the generation.  As its segment is copied
028500* each document is given its first page and first byte in the
028600* print file, and once its last record is written, the pages
028700* and bytes it occupies there.
028800 01  DOCUMENT-TABLE.
028900     05  DOC-COUNT               PIC S9(4) BINARY VALUE ZERO.
029000     05  DOC-MAX                 PIC S9(4) BINARY VALUE 9999.
029100     05  DOC-SUB                 PIC S9(4) BINARY VALUE ZERO.
029200     05  DOC-ENTRY               OCCURS 9999 TIMES.
029300         10  DOC-TAB-NUMBER      PIC X(10).
029400         10  DOC-TAB-DIVISION    PIC 99.
029500         10  DOC-TAB-STORE       PIC 99.
029600         10  DOC-TAB-DDNAME      PIC X(8).
029700         10  DOC-TAB-START-REC   PIC 9(8) BINARY.
029800         10  DOC-TAB-END-REC     PIC 9(8) BINARY.
029900         10  DOC-TAB-INDEX-PAGES PIC S9(8) BINARY.
030000         10  DOC-TAB-STATE       PIC X.
030100             88  DOC-NOT-REACHED VALUE 'N'.
030200             88  DOC-STARTED     VALUE 'S'.
030300             88  DOC-ENDED       VALUE 'E'.
030400         10  DOC-TAB-EXP-PAGE    PIC S9(8) BINARY.
030500         10  DOC-TAB-EXP-PAGES   PIC S9(8) BINARY.
030600         10  DOC-TAB-EXP-BYTE    PIC 9(12) BINARY.
030700         10  DOC-TAB-EXP-LENGTH  PIC 9(12) BINARY.
030800     SKIP1
030900* The documents of the segment being copied, as subscripts into
031000* DOCUMENT-TABLE in ascending starting-record order, so the copy
031100* meets them one after another.
031200 01  SEGMENT-DOC-LIST.
031300     05  SDOC-COUNT              PIC S9(4) BINARY VALUE ZERO.
031400     05  SDOC-CUR                PIC S9(4) BINARY VALUE ZERO.
031500     05  SDOC-SUB                PIC S9(4) BINARY VALUE ZERO.
031600     05  SDOC-POS                PIC S9(4) BINARY VALUE ZERO.
031700     05  SDOC-PREV               PIC S9(4) BINARY VALUE ZERO.
031800     05  SDOC-ENTRY              OCCURS 9999 TIMES.
031900         10  SDOC-DOC-SUB        PIC S9(4) BINARY.
032000     SKIP1
032100* One entry per distinct extent the generation's segments were
032200* copied from, with the pages the index places on it and the
032300* pages actually exported from it.
032400 01  EXTENT-TABLE.
032500     05  EXTENT-ENTRY            OCCURS 100 TIMES.
032600         10  EXT-DDNAME          PIC X(8).
032700         10  EXT-INDEX-PAGES     PIC S9(8) BINARY.
032800         10  EXT-EXPORT-PAGES    PIC S9(8) BINARY.
032900     SKIP1
033000* Every distinct resource named by an exported page's PAGEATTR
033100* row, with the number of exported pages that name it.
033200 01  RESOURCE-TABLE.
033300     05  RES-COUNT               PIC S9(4) BINARY VALUE ZERO.
033400     05  RES-MAX                 PIC S9(4) BINARY VALUE 200.
033500     05  RES-SUB                 PIC S9(4) BINARY VALUE ZERO.
033600     05  RES-CUR                 PIC S9(4) BINARY VALUE ZERO.
033700     05  RES-ENTRY               OCCURS 200 TIMES.
033800         10  RES-TYPE            PIC X(8).
033900         10  RES-NAME            PIC X(8).
034000         10  RES-PAGES           PIC S9(8) BINARY.
034100 01  CHARS-TOKEN-TABLE.
034200     05  CHARS-TOKEN             PIC X(8) OCCURS 4 TIMES.
034300     SKIP1
034400* Image of the TRAILER* record appended by ACIFOTX at the end
034500* of each extent.
034600 01  TRAILER-RECORD.
034700     05  TRLR-EYECATCHER         PIC X(8).
034800     05  TRLR-REC-COUNT          PIC 9(8) BINARY.
034900     05  TRLR-PAGE-COUNT         PIC S9(8) BINARY.
035000     05  TRLR-LINE-COUNT         PIC S9(8) BINARY.
035100     05  TRLR-RUN-DATE           PIC 9(6).
035200     05  TRLR-RUN-TIME           PIC 9(8).
035300     SKIP1
035400* Leading bytes of one archived structured-field record, laid
035500* out the way ACIFOTX wrote it.
035600 01  ARCH-LINE.
035700     05  ARCH-CCVAL          PIC X.
035800     05  ARCH-SFINTRO.
035900         10  ARCH-SFLEN      PIC 9(4) BINARY.
036000         10  ARCH-SFTYPE     PIC XXX.
036100         10  ARCH-SFFLAG     PIC X.
036200         10  ARCH-SFSEQ      PIC 9(4) BINARY.
036300     SKIP1
036400* Expansion state for records archived compressed (layout in
036500* CMPREC): every record is materialized raw in EXP-RECORD before
036600* it is exported, so the print file is byte-identical to a
036700* reprint.
036800     COPY CMPREC.
036900 01  EXP-RECORD              PIC X(32761).
037000 01  EXP-LENGTH              PIC 9(8) BINARY.
037100 77  EXP-IN-POS              PIC 9(8) BINARY VALUE ZERO.
037200 77  EXP-OUT-POS             PIC 9(8) BINARY VALUE ZERO.
037300 77  EXP-TOK-LEN             PIC 9(8) BINARY VALUE ZERO.
037400 77  EXP-RUN-SUB             PIC 9(8) BINARY VALUE ZERO.
037500 77  EXP-FAIL-SWITCH         PIC X    VALUE 'N'.
037600     88  EXP-FAILED          VALUE 'Y'.
037700 01  EXP-HALF                PIC 9(4) BINARY VALUE ZERO.
037800 01  EXP-HALF-X              REDEFINES EXP-HALF PIC XX.
037900     SKIP1
038000 01  REPORT-HEADING-LINE.
038100     05  FILLER              PIC X(9)  VALUE 'ACIFOTXX '.
038200     05  FILLER              PIC X(28) VALUE
038300         'CONTENT REPOSITORY EXPORT - '.
038400     05  FILLER              PIC X(4)  VALUE 'GEN '.
038500     05  RPH-GEN-DATE        PIC 9(6).
038600     05  FILLER              PIC X(8)  VALUE ' STREAM '.
038700     05  RPH-STREAM          PIC 9.
038800     05  FILLER              PIC X(5)  VALUE ' DSN '.
038900     05  RPH-DSNAME          PIC X(44).
039000     05  FILLER              PIC X(27) VALUE SPACES.
039100 01  REPORT-DETAIL-LINE.
039200     05  FILLER              PIC X(9)  VALUE 'DIVISION '.
039300     05  RPT-DIVISION        PIC 99.
039400     05  FILLER              PIC X(7)  VALUE ' STORE '.
039500     05  RPT-STORE           PIC 99.
039600     05  FILLER              PIC X     VALUE SPACE.
039700     05  RPT-TEXT            PIC X(42).
039800     05  RPT-EXPECTED        PIC Z(7)9.
039900     05  FILLER              PIC X(9)  VALUE ' INDEX   '.
040000     05  FILLER              PIC X     VALUE SPACE.
040100     05  RPT-ACTUAL          PIC Z(7)9.
040200     05  FILLER              PIC X(9)  VALUE ' EXPORTED'.
040300     05  FILLER              PIC X(34) VALUE SPACES.
040400 01  REPORT-DOCUMENT-LINE.
040500     05  FILLER              PIC X(9)  VALUE 'DOCUMENT '.
040600     05  RPD-DOC-NUMBER      PIC X(10).
040700     05  FILLER              PIC X     VALUE SPACE.
040800     05  RPD-TEXT            PIC X(42).
040900     05  RPD-EXPECTED        PIC Z(7)9.
041000     05  FILLER              PIC X(9)  VALUE ' INDEX   '.
041100     05  FILLER              PIC X     VALUE SPACE.
041200     05  RPD-ACTUAL          PIC Z(7)9.
041300     05  FILLER              PIC X(9)  VALUE ' EXPORTED'.
041400     05  FILLER              PIC X(35) VALUE SPACES.
041500 01  REPORT-EXTENT-LINE.
041600     05  FILLER              PIC X(7)  VALUE 'EXTENT '.
041700     05  RPX-DDNAME          PIC X(8).
041800     05  FILLER              PIC X     VALUE SPACE.
041900     05  RPX-TEXT            PIC X(42).
042000     05  RPX-EXPECTED        PIC Z(7)9.
042100     05  FILLER              PIC X(9)  VALUE ' TRAILER '.
042200     05  FILLER              PIC X     VALUE SPACE.
042300     05  RPX-ACTUAL          PIC Z(7)9.
042400     05  FILLER              PIC X(9)  VALUE ' EXPORTED'.
042500     05  FILLER              PIC X(39) VALUE SPACES.
042600 01  REPORT-RESOURCE-LINE.
042700     05  FILLER              PIC X(9)  VALUE 'RESOURCE '.
042800     05  RPR-TYPE            PIC X(8).
042900     05  FILLER              PIC X     VALUE SPACE.
043000     05  RPR-NAME            PIC X(8).
043100     05  FILLER              PIC X     VALUE SPACE.
043200     05  RPR-TEXT            PIC X(42).
043300     05  RPR-PAGES           PIC Z(7)9.
043400     05  FILLER              PIC X(6)  VALUE ' PAGES'.
043500     05  FILLER              PIC X(49) VALUE SPACES.
043600 01  REPORT-TOTAL-LINE.
043700     05  FILLER              PIC X(9)  VALUE 'ACIFOTXX '.
043800     05  RPL-LABEL           PIC X(22).
043900     05  RPL-VALUE           PIC Z(7)9.
044000     05  FILLER              PIC X(93) VALUE SPACES.
044100/ AFP STRUCTURED FIELD DEFINITIONS.
044200     COPY STRFLDS SUPPRESS.
044300     EJECT
044400 PROCEDURE DIVISION.
044500 0000-MAINLINE.
044600     PERFORM 1000-INITIALIZE.
044700     PERFORM 1500-DETERMINE-RUN-DATE.
044800     PERFORM 1600-READ-CATALOG-ROW.
044900     PERFORM 1700-LOAD-DOCUMENT-TABLE.
045000     PERFORM 2000-EXPORT-SEGMENTS.
045100     PERFORM 4000-PROVE-EXTENTS.
045200     PERFORM 4500-PROVE-DOCUMENTS.
045300     PERFORM 5000-WRITE-RESOURCE-LIST.
045400     PERFORM 6000-TERMINATE.
045500     MOVE RUN-RETURN-CODE TO RETURN-CODE.
045600     STOP RUN.
045700     SKIP1
045800 1000-INITIALIZE.
045900     ACCEPT RUN-DATE FROM DATE.
046000     ACCEPT RUN-TIME FROM TIME.
046100     OPEN INPUT CONTROL-FILE.
046200     IF NOT CONTROL-OK
046300        DISPLAY PGMNAME, ' CONTROL-FILE OPEN FAILED, STATUS '
046400                CONTROL-STATUS;
046500        MOVE 16 TO RETURN-CODE;
046600        STOP RUN
046700     END-IF;
046800     READ CONTROL-FILE
046900       AT END
047000        DISPLAY PGMNAME, ' NO CONTROL CARD SUPPLIED ON SYSIN.';
047100        MOVE 16 TO RETURN-CODE;
047200        STOP RUN
047300     END-READ;
047400     PERFORM 1100-CHECK-CONTROL-CARD.
047500     CLOSE CONTROL-FILE.
047600     OPEN INPUT STOREIDX-FILE.
047700     IF NOT STOREIDX-OK
047800        DISPLAY PGMNAME, ' STOREIDX-FILE OPEN FAILED, STATUS '
047900                STOREIDX-STATUS;
048000        MOVE 16 TO RETURN-CODE;
048100        STOP RUN
048200     END-IF;
048300     OPEN INPUT PAGEATTR-FILE.
048400     IF NOT PAGEATTR-OK
048500        DISPLAY PGMNAME, ' PAGEATTR-FILE OPEN FAILED, STATUS '
048600                PAGEATTR-STATUS;
048700        MOVE 16 TO RETURN-CODE;
048800        STOP RUN
048900     END-IF;
049000* A never-loaded document index (nothing with document tags
049100* archived yet) is tolerated: the export then carries segment
049200* entries only.
049300     OPEN INPUT DOCIDX-FILE.
049400     IF DOCIDX-OK
049500        SET DOCIDX-AVAILABLE TO TRUE
049600     ELSE
049700        IF NOT DOCIDX-NOTLOADED
049800           DISPLAY PGMNAME, ' DOCIDX-FILE OPEN FAILED, STATUS '
049900                   DOCIDX-STATUS;
050000           MOVE 16 TO RETURN-CODE;
050100           STOP RUN
050200        ELSE
050300           DISPLAY PGMNAME, ' DOCUMENT INDEX NOT LOADED - '
050400                   'NO DOCUMENT ENTRIES EXPORTED.'
050500        END-IF
050600     END-IF;
050700* Without the snapshot every resource is listed without its
050800* fingerprint; without the master the index rows' names are
050900* exported.
051000     OPEN INPUT RESSNAP-FILE.
051100     IF RESSNAP-OK
051200        SET RESSNAP-AVAILABLE TO TRUE
051300     ELSE
051400        DISPLAY PGMNAME, ' RESSNAP OPEN FAILED, STATUS '
051500                RESSNAP-STATUS, ' - NO RESOURCE FINGERPRINTS.'
051600     END-IF;
051700     OPEN INPUT STORMAST-FILE.
051800     IF STORMAST-OK
051900        SET STORMAST-AVAILABLE TO TRUE
052000     ELSE
052100        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '
052200                STORMAST-STATUS, ' - INDEX NAMES EXPORTED.'
052300     END-IF;
052400     OPEN OUTPUT EXPAFP-FILE.
052500     IF NOT EXPAFP-OK
052600        DISPLAY PGMNAME, ' EXPAFP OPEN FAILED, STATUS '
052700                EXPAFP-STATUS;
052800        MOVE 16 TO RETURN-CODE;
052900        STOP RUN
053000     END-IF;
053100     OPEN OUTPUT EXPIDX-FILE.
053200     IF NOT EXPIDX-OK
053300        DISPLAY PGMNAME, ' EXPIDX OPEN FAILED, STATUS '
053400                EXPIDX-STATUS;
053500        MOVE 16 TO RETURN-CODE;
053600        STOP RUN
053700     END-IF;
053800     OPEN OUTPUT EXPRES-FILE.
053900     IF NOT EXPRES-OK
054000        DISPLAY PGMNAME, ' EXPRES OPEN FAILED, STATUS '
054100                EXPRES-STATUS;
054200        MOVE 16 TO RETURN-CODE;
054300        STOP RUN
054400     END-IF;
054500     OPEN OUTPUT REPORT-FILE.
054600     IF NOT REPORT-OK
054700        DISPLAY PGMNAME, ' EXPRPT OPEN FAILED, STATUS '
054800                REPORT-STATUS;
054900        MOVE 16 TO RETURN-CODE;
055000        STOP RUN
055100     END-IF.
055200     SKIP1
055300 1100-CHECK-CONTROL-CARD.
055400     IF CC-RUN-DATE NOT = SPACES
055500        IF CC-RUN-DATE-NUM NUMERIC
055600           MOVE CC-RUN-DATE-NUM TO TARGET-RUN-DATE;
055700           SET RUN-DATE-GIVEN TO TRUE
055800        ELSE
055900           DISPLAY PGMNAME, ' INVALID RUN DATE ON CONTROL '
056000                   'CARD: ', CC-RUN-DATE;
056100           MOVE 16 TO RETURN-CODE;
056200           STOP RUN
056300        END-IF
056400     END-IF;
056500     IF CC-STREAM NOT = SPACE
056600        IF CC-STREAM NUMERIC AND CC-STREAM NOT = '0'
056700           MOVE CC-STREAM TO TARGET-STREAM-X
056800        ELSE
056900           DISPLAY PGMNAME, ' INVALID STREAM CODE ON CONTROL '
057000                   'CARD: ', CC-STREAM;
057100           MOVE 16 TO RETURN-CODE;
057200           STOP RUN
057300        END-IF
057400     END-IF;
057500     IF CC-EXPORT-DSNAME = SPACES
057600        DISPLAY PGMNAME, ' EXPORT DATASET NAME MISSING ON '
057700                'CONTROL CARD.';
057800        MOVE 16 TO RETURN-CODE;
057900        STOP RUN
058000     END-IF;
058100     MOVE CC-EXPORT-DSNAME TO EXPORT-DSNAME.
058200     SKIP1
058300 1500-DETERMINE-RUN-DATE.
058400* Without a run date on SYSIN, export the most recent generation
058500* of the stream in the index.
058600     IF NOT RUN-DATE-GIVEN
058700        MOVE 'N' TO STOREIDX-BROWSE-SWITCH;
058800        MOVE LOW-VALUES TO STOREIDX-KEY;
058900        MOVE TARGET-STREAM TO STOREIDX-STREAM-CODE;
059000        START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
059100          INVALID KEY
059200           SET STOREIDX-BROWSE-DONE TO TRUE
059300        END-START;
059400        PERFORM 1510-SCAN-ONE-RUN-DATE
059500           UNTIL STOREIDX-BROWSE-DONE
059600     END-IF;
059700     DISPLAY PGMNAME, ' EXPORTING RUN DATE ', TARGET-RUN-DATE,
059800             ' STREAM ', TARGET-STREAM.
059900     MOVE TARGET-RUN-DATE TO RPH-GEN-DATE.
060000     MOVE TARGET-STREAM   TO RPH-STREAM.
060100     MOVE EXPORT-DSNAME   TO RPH-DSNAME.
060200     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
060300     SKIP1
060400 1510-SCAN-ONE-RUN-DATE.
060500     READ STOREIDX-FILE NEXT RECORD
060600       AT END
060700        SET STOREIDX-BROWSE-DONE TO TRUE
060800       NOT AT END
060900        IF STOREIDX-STREAM-CODE NOT = TARGET-STREAM
061000           SET STOREIDX-BROWSE-DONE TO TRUE
061100        ELSE
061200           IF STOREIDX-RUN-DATE > TARGET-RUN-DATE
061300              MOVE STOREIDX-RUN-DATE TO TARGET-RUN-DATE
061400           END-IF
061500        END-IF
061600     END-READ.
061700     SKIP1
061800 1600-READ-CATALOG-ROW.
061900* The catalog row gives the run's page total, proven against the
062000* export, and the count of segments since purged, which is what
062100* lets a trailer count more pages than the index still holds.
062200* A missing row only costs that proof and the export mark.
062300     OPEN INPUT GENCAT-FILE.
062400     IF NOT GENCAT-OK
062500        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',
062600                GENCAT-STATUS, ' - EXPORT WILL NOT BE RECORDED.'
062700     ELSE
062800        MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE;
062900        MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE;
063000        READ GENCAT-FILE
063100          INVALID KEY
063200           DISPLAY PGMNAME, ' NO GENCAT ROW FOR STREAM ',
063300                   TARGET-STREAM, ' RUN DATE ', TARGET-RUN-DATE,
063400                   ' - EXPORT WILL NOT BE RECORDED.'
063500          NOT INVALID KEY
063600           SET CATALOG-ROW-FOUND TO TRUE;
063700           MOVE GENCAT-PAGE-COUNT  TO CATALOG-PAGE-COUNT;
063800           MOVE GENCAT-PURGED-SEGS TO CATALOG-PURGED-SEGS
063900        END-READ;
064000        CLOSE GENCAT-FILE
064100     END-IF.
064200     IF NOT CATALOG-ROW-FOUND AND RUN-RETURN-CODE < 4
064300        MOVE 4 TO RUN-RETURN-CODE
064400     END-IF.
064500     SKIP1
064600 1700-LOAD-DOCUMENT-TABLE.
064700* The document index is keyed by document number, not by where
064800* the document lies, so the generation's rows are gathered once
064900* here and given to their segments by record range.
065000     IF DOCIDX-AVAILABLE
065100        MOVE 'N' TO DOC-BROWSE-SWITCH;
065200        MOVE LOW-VALUES TO DOCIDX-KEY;
065300        MOVE TARGET-STREAM TO DOCIDX-STREAM-CODE;
065400        START DOCIDX-FILE KEY IS NOT LESS THAN DOCIDX-KEY
065500          INVALID KEY
065600           SET DOC-BROWSE-DONE TO TRUE
065700        END-START;
065800        PERFORM 1710-LOAD-ONE-DOCUMENT
065900           UNTIL DOC-BROWSE-DONE
066000     END-IF.
066100     SKIP1
066200 1710-LOAD-ONE-DOCUMENT.
066300     READ DOCIDX-FILE NEXT RECORD
066400       AT END
066500        SET DOC-BROWSE-DONE TO TRUE
066600       NOT AT END
066700        IF DOCIDX-STREAM-CODE NOT = TARGET-STREAM
066800           SET DOC-BROWSE-DONE TO TRUE
066900        ELSE
067000           IF DOCIDX-RUN-DATE = TARGET-RUN-DATE
067100              PERFORM 1720-KEEP-ONE-DOCUMENT
067200           END-IF
067300        END-IF
067400     END-READ.
067500     SKIP1
067600 1720-KEEP-ONE-DOCUMENT.
067700* A document that cannot be tabled cannot be proven exported,
067800* so a full table fails the reconciliation.
067900     IF DOC-COUNT < DOC-MAX
068000        ADD 1 TO DOC-COUNT;
068100        MOVE DOCIDX-DOC-NUMBER    TO DOC-TAB-NUMBER (DOC-COUNT);
068200        MOVE DOCIDX-DIVISION-CODE TO DOC-TAB-DIVISION (DOC-COUNT);
068300        MOVE DOCIDX-STORE-CODE    TO DOC-TAB-STORE (DOC-COUNT);
068400        MOVE DOCIDX-DDNAME        TO DOC-TAB-DDNAME (DOC-COUNT);
068500        MOVE DOCIDX-START-REC   TO DOC-TAB-START-REC (DOC-COUNT);
068600        MOVE DOCIDX-END-REC     TO DOC-TAB-END-REC (DOC-COUNT);
068700        COMPUTE DOC-TAB-INDEX-PAGES (DOC-COUNT) =
068800                DOCIDX-END-PAGE - DOCIDX-START-PAGE + 1;
068900        IF DOC-TAB-INDEX-PAGES (DOC-COUNT) < ZERO
069000           MOVE ZERO TO DOC-TAB-INDEX-PAGES (DOC-COUNT)
069100        END-IF;
069200        SET DOC-NOT-REACHED (DOC-COUNT) TO TRUE;
069300        MOVE ZERO TO DOC-TAB-EXP-PAGE (DOC-COUNT)
069400                     DOC-TAB-EXP-PAGES (DOC-COUNT)
069500                     DOC-TAB-EXP-BYTE (DOC-COUNT)
069600                     DOC-TAB-EXP-LENGTH (DOC-COUNT)
069700     ELSE
069800        IF NOT DOC-TABLE-FULL
069900           DISPLAY PGMNAME, ' DOCUMENT TABLE FULL AT ', DOC-MAX,
070000                   ' - LATER DOCUMENTS ARE NOT EXPORTED.';
070100           SET DOC-TABLE-FULL TO TRUE;
070200           ADD 1 TO MISMATCHES;
070300           IF RUN-RETURN-CODE < 8
070400              MOVE 8 TO RUN-RETURN-CODE
070500           END-IF
070600        END-IF
070700     END-IF.
070800     SKIP1
070900 2000-EXPORT-SEGMENTS.
071000     MOVE 'N' TO STOREIDX-BROWSE-SWITCH.
071100     MOVE LOW-VALUES TO STOREIDX-KEY.
071200     MOVE TARGET-STREAM TO STOREIDX-STREAM-CODE.
071300     IF TARGET-RUN-DATE = ZERO
071400        SET STOREIDX-BROWSE-DONE TO TRUE
071500     ELSE
071600        START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
071700          INVALID KEY
071800           SET STOREIDX-BROWSE-DONE TO TRUE
071900        END-START
072000     END-IF.
072100     PERFORM 2100-READ-ONE-INDEX-ROW
072200        UNTIL STOREIDX-BROWSE-DONE.
072300     IF SEGMENTS-INDEXED = ZERO
072400        DISPLAY PGMNAME, ' NO STOREIDX ROWS FOR RUN DATE ',
072500                TARGET-RUN-DATE, ' STREAM ', TARGET-STREAM;
072600        MOVE ZERO TO RPT-DIVISION RPT-STORE
072700                     RPT-EXPECTED RPT-ACTUAL;
072800        MOVE 'NO SEGMENT INDEXED FOR THE GENERATION'
072900          TO RPT-TEXT;
073000        PERFORM 7000-WRITE-SEGMENT-MISMATCH
073100     END-IF.
073200     SKIP1
073300 2100-READ-ONE-INDEX-ROW.
073400     READ STOREIDX-FILE NEXT RECORD
073500       AT END
073600        SET STOREIDX-BROWSE-DONE TO TRUE
073700       NOT AT END
073800        IF STOREIDX-STREAM-CODE NOT = TARGET-STREAM
073900           SET STOREIDX-BROWSE-DONE TO TRUE
074000        ELSE
074100           IF STOREIDX-RUN-DATE = TARGET-RUN-DATE
074200              PERFORM 2200-EXPORT-ONE-SEGMENT
074300           END-IF
074400        END-IF
074500     END-READ.
074600     SKIP1
074700 2200-EXPORT-ONE-SEGMENT.
074800* The segment's pages run from its START-PAGE to its END-PAGE
074900* within the extent; a segment that never reached a page has an
075000* END-PAGE below its START-PAGE and declares none.
075100     ADD 1 TO SEGMENTS-INDEXED.
075200     COMPUTE SEG-INDEX-PAGES =
075300             STOREIDX-END-PAGE - STOREIDX-START-PAGE + 1.
075400     IF SEG-INDEX-PAGES < ZERO
075500        MOVE ZERO TO SEG-INDEX-PAGES
075600     END-IF.
075700     ADD SEG-INDEX-PAGES TO INDEX-PAGES.
075800     MOVE STOREIDX-DIVISION-NAME TO SEG-DIVISION-NAME.
075900     MOVE STOREIDX-STORE-NAME    TO SEG-STORE-NAME.
076000     PERFORM 2250-LOOKUP-MASTER-NAMES.
076100     PERFORM 2300-NOTE-EXTENT-NAME.
076200     PERFORM 2400-LIST-SEGMENT-DOCUMENTS.
076300     COMPUTE SEG-FIRST-PAGE = EXPORT-PAGES + 1.
076400     MOVE EXPORT-BYTES TO SEG-FIRST-BYTE.
076500     MOVE ZERO TO SEG-EXPORT-PAGES.
076600     MOVE 'N' TO SEGMENT-FAILED-SWITCH.
076700     IF STOREIDX-END-REC NOT < STOREIDX-START-REC
076800        PERFORM 2500-COPY-SEGMENT
076900     END-IF.
077000* A document still open when the segment's records run out ends
077100* with the segment.
077200     IF SDOC-CUR NOT > SDOC-COUNT
077300        MOVE SDOC-DOC-SUB (SDOC-CUR) TO DOC-SUB;
077400        IF DOC-STARTED (DOC-SUB)
077500           PERFORM 2670-CLOSE-DOCUMENT
077600        END-IF
077700     END-IF.
077800     PERFORM 2700-WRITE-SEGMENT-ENTRY.
077900     PERFORM 2750-WRITE-DOCUMENT-ENTRY
078000        VARYING SDOC-SUB FROM 1 BY 1
078100        UNTIL SDOC-SUB > SDOC-COUNT.
078200     MOVE STOREIDX-DIVISION-CODE TO RPT-DIVISION.
078300     MOVE STOREIDX-STORE-CODE    TO RPT-STORE.
078400     IF SEGMENT-FAILED
078500        MOVE 'SEGMENT NOT EXPORTED WHOLE - SEE JOB LOG'
078600          TO RPT-TEXT;
078700        MOVE SEG-INDEX-PAGES  TO RPT-EXPECTED;
078800        MOVE SEG-EXPORT-PAGES TO RPT-ACTUAL;
078900        PERFORM 7000-WRITE-SEGMENT-MISMATCH
079000     ELSE
079100        ADD 1 TO SEGMENTS-EXPORTED;
079200        IF SEG-EXPORT-PAGES NOT = SEG-INDEX-PAGES
079300           MOVE 'SEGMENT PAGES EXPORTED DISAGREE WITH INDEX'
079400             TO RPT-TEXT;
079500           MOVE SEG-INDEX-PAGES  TO RPT-EXPECTED;
079600           MOVE SEG-EXPORT-PAGES TO RPT-ACTUAL;
079700           PERFORM 7000-WRITE-SEGMENT-MISMATCH
079800        END-IF
079900     END-IF.
080000     SKIP1
080100 2250-LOOKUP-MASTER-NAMES.
080200* Export the official names when the store is on the master; a
080300* store not on it (the 00/00 PRE-INDEX segment among them) keeps
080400* the names in its index row.
080500     IF STORMAST-AVAILABLE
080600        MOVE STOREIDX-DIVISION-CODE TO STORMAST-DIVISION-CODE;
080700        MOVE STOREIDX-STORE-CODE    TO STORMAST-STORE-CODE;
080800        READ STORMAST-FILE
080900          INVALID KEY
081000           CONTINUE
081100          NOT INVALID KEY
081200           MOVE STORMAST-DIVISION-NAME TO SEG-DIVISION-NAME;
081300           MOVE STORMAST-STORE-NAME    TO SEG-STORE-NAME
081400        END-READ
081500     END-IF.
081600     SKIP1
081700 2300-NOTE-EXTENT-NAME.
081800     MOVE ZERO TO EXTENT-CUR.
081900     PERFORM 2350-MATCH-EXTENT-NAME
082000        VARYING EXTENT-SUB FROM 1 BY 1
082100        UNTIL EXTENT-SUB > EXTENT-COUNT.
082200     IF EXTENT-CUR = ZERO
082300        IF EXTENT-COUNT < EXTENT-MAX
082400           ADD 1 TO EXTENT-COUNT;
082500           MOVE EXTENT-COUNT TO EXTENT-CUR;
082600           MOVE STOREIDX-DDNAME TO EXT-DDNAME (EXTENT-CUR);
082700           MOVE ZERO TO EXT-INDEX-PAGES (EXTENT-CUR)
082800                        EXT-EXPORT-PAGES (EXTENT-CUR)
082900        ELSE
083000           DISPLAY PGMNAME, ' EXTENT TABLE FULL - ',
083100                   STOREIDX-DDNAME, ' TRAILER NOT PROVEN.';
083200           ADD 1 TO MISMATCHES;
083300           IF RUN-RETURN-CODE < 8
083400              MOVE 8 TO RUN-RETURN-CODE
083500           END-IF
083600        END-IF
083700     END-IF.
083800     IF EXTENT-CUR > ZERO
083900        ADD SEG-INDEX-PAGES TO EXT-INDEX-PAGES (EXTENT-CUR)
084000     END-IF.
084100     SKIP1
084200 2350-MATCH-EXTENT-NAME.
084300     IF EXT-DDNAME (EXTENT-SUB) = STOREIDX-DDNAME
084400        MOVE EXTENT-SUB TO EXTENT-CUR
084500     END-IF.
084600     SKIP1
084700 2400-LIST-SEGMENT-DOCUMENTS.
084800* Every document of the generation that starts on this segment's
084900* extent within its record range, in starting-record order.
085000     MOVE ZERO TO SDOC-COUNT.
085100     MOVE 1 TO SDOC-CUR.
085200     PERFORM 2410-TEST-ONE-DOCUMENT
085300        VARYING DOC-SUB FROM 1 BY 1
085400        UNTIL DOC-SUB > DOC-COUNT.
085500     SKIP1
085600 2410-TEST-ONE-DOCUMENT.
085700     IF DOC-NOT-REACHED (DOC-SUB)
085800        AND DOC-TAB-DDNAME (DOC-SUB) = STOREIDX-DDNAME
085900        AND DOC-TAB-START-REC (DOC-SUB) NOT < STOREIDX-START-REC
086000        AND DOC-TAB-START-REC (DOC-SUB) NOT > STOREIDX-END-REC
086100        ADD 1 TO SDOC-COUNT;
086200        MOVE SDOC-COUNT TO SDOC-POS;
086300        MOVE 'N' TO SDOC-PLACE-SWITCH;
086400        PERFORM 2420-SHIFT-ONE-ENTRY
086500           UNTIL SDOC-PLACE-FOUND;
086600        MOVE DOC-SUB TO SDOC-DOC-SUB (SDOC-POS)
086700     END-IF.
086800     SKIP1
086900 2420-SHIFT-ONE-ENTRY.
087000     IF SDOC-POS = 1
087100        SET SDOC-PLACE-FOUND TO TRUE
087200     ELSE
087300        MOVE SDOC-DOC-SUB (SDOC-POS - 1) TO SDOC-PREV;
087400        IF DOC-TAB-START-REC (SDOC-PREV)
087500           > DOC-TAB-START-REC (DOC-SUB)
087600           MOVE SDOC-PREV TO SDOC-DOC-SUB (SDOC-POS);
087700           SUBTRACT 1 FROM SDOC-POS
087800        ELSE
087900           SET SDOC-PLACE-FOUND TO TRUE
088000        END-IF
088100     END-IF.
088200     SKIP1
088300 2500-COPY-SEGMENT.
088400     MOVE STOREIDX-DDNAME TO AFPPAGOT-DDNAME.
088500     OPEN INPUT AFPPAGOT-FILE.
088600     IF NOT AFPPAGOT-OK
088700        DISPLAY PGMNAME, ' AFPPAGOT-FILE OPEN FAILED, STATUS '
088800                AFPPAGOT-STATUS, ' DDNAME ', AFPPAGOT-DDNAME;
088900        SET SEGMENT-FAILED TO TRUE;
089000        IF RUN-RETURN-CODE < 16
089100           MOVE 16 TO RUN-RETURN-CODE
089200        END-IF
089300     ELSE
089400        PERFORM 2510-COPY-OPENED-SEGMENT;
089500        CLOSE AFPPAGOT-FILE
089600     END-IF.
089700     SKIP1
089800 2510-COPY-OPENED-SEGMENT.
089900     MOVE STOREIDX-START-REC TO AFPPAGOT-REC.
090000     START AFPPAGOT-FILE KEY IS EQUAL TO AFPPAGOT-REC
090100       INVALID KEY
090200        DISPLAY PGMNAME, ' START FAILED FOR RECORD '
090300                AFPPAGOT-REC, ' DDNAME ', AFPPAGOT-DDNAME;
090400        SET SEGMENT-FAILED TO TRUE;
090500        IF RUN-RETURN-CODE < 16
090600           MOVE 16 TO RUN-RETURN-CODE
090700        END-IF
090800       NOT INVALID KEY
090900        MOVE 'N' TO AFPPAGOT-RANGE-SWITCH;
091000        PERFORM 2520-COPY-ONE-RECORD
091100           UNTIL AFPPAGOT-RANGE-DONE
091200     END-START.
091300     SKIP1
091400 2520-COPY-ONE-RECORD.
091500     READ AFPPAGOT-FILE
091600       AT END
091700        SET AFPPAGOT-RANGE-DONE TO TRUE
091800       NOT AT END
091900        IF AFPPAGOT-REC > STOREIDX-END-REC
092000           SET AFPPAGOT-RANGE-DONE TO TRUE
092100        ELSE
092200           PERFORM 3150-EXPAND-ARCHIVE-RECORD;
092300           IF EXP-FAILED
092400              DISPLAY PGMNAME, ' DIVISION ',
092500                      STOREIDX-DIVISION-CODE, ' STORE ',
092600                      STOREIDX-STORE-CODE, ' - REST OF SEGMENT '
092700                      'NOT EXPORTED.';
092800              SET SEGMENT-FAILED TO TRUE;
092900              SET AFPPAGOT-RANGE-DONE TO TRUE;
093000              IF RUN-RETURN-CODE < 12
093100                 MOVE 12 TO RUN-RETURN-CODE
093200              END-IF
093300           ELSE
093400              PERFORM 2600-WRITE-EXPORT-RECORD
093500           END-IF
093600        END-IF
093700     END-READ.
093800     SKIP1
093900 2600-WRITE-EXPORT-RECORD.
094000* A document starts before its first record is counted, so its
094100* first page is the next page the print file receives; a BPG
094200* opens a page and names the resources the page needs.
094300     PERFORM 2650-START-DOCUMENT.
094400     IF EXP-RECORD (1 : 1) = SF-CC-BYTE
094500        AND EXP-LENGTH NOT < LENGTH OF ARCH-LINE
094600        MOVE EXP-RECORD (1 : LENGTH OF ARCH-LINE) TO ARCH-LINE;
094700        IF ARCH-SFTYPE = SF-BPG
094800           ADD 1 TO EXPORT-PAGES SEG-EXPORT-PAGES;
094900           IF EXTENT-CUR > ZERO
095000              ADD 1 TO EXT-EXPORT-PAGES (EXTENT-CUR)
095100           END-IF;
095200           PERFORM 3500-NOTE-PAGE-RESOURCES
095300        END-IF
095400     END-IF.
095500     MOVE EXP-LENGTH TO EXPAFP-LENGTH.
095600     WRITE EXPAFP-RECORD FROM EXP-RECORD.
095700     IF NOT EXPAFP-OK
095800        DISPLAY PGMNAME, ' EXPAFP WRITE FAILED, STATUS '
095900                EXPAFP-STATUS;
096000        MOVE 16 TO RETURN-CODE;
096100        STOP RUN
096200     END-IF.
096300     ADD 1 TO RECORDS-EXPORTED.
096400     ADD EXP-LENGTH TO EXPORT-BYTES.
096500     PERFORM 2660-END-DOCUMENT.
096600     SKIP1
096700 2650-START-DOCUMENT.
096800     IF SDOC-CUR NOT > SDOC-COUNT
096900        MOVE SDOC-DOC-SUB (SDOC-CUR) TO DOC-SUB;
097000        IF DOC-NOT-REACHED (DOC-SUB)
097100           AND AFPPAGOT-REC NOT < DOC-TAB-START-REC (DOC-SUB)
097200           SET DOC-STARTED (DOC-SUB) TO TRUE;
097300           COMPUTE DOC-TAB-EXP-PAGE (DOC-SUB) = EXPORT-PAGES + 1;
097400           MOVE EXPORT-BYTES TO DOC-TAB-EXP-BYTE (DOC-SUB)
097500        END-IF
097600     END-IF.
097700     SKIP1
097800 2660-END-DOCUMENT.
097900     IF SDOC-CUR NOT > SDOC-COUNT
098000        MOVE SDOC-DOC-SUB (SDOC-CUR) TO DOC-SUB;
098100        IF DOC-STARTED (DOC-SUB)
098200           AND AFPPAGOT-REC NOT < DOC-TAB-END-REC (DOC-SUB)
098300           PERFORM 2670-CLOSE-DOCUMENT
098400        END-IF
098500     END-IF.
098600     SKIP1
098700 2670-CLOSE-DOCUMENT.
098800     SET DOC-ENDED (DOC-SUB) TO TRUE.
098900     COMPUTE DOC-TAB-EXP-PAGES (DOC-SUB) =
099000             EXPORT-PAGES - DOC-TAB-EXP-PAGE (DOC-SUB) + 1.
099100     COMPUTE DOC-TAB-EXP-LENGTH (DOC-SUB) =
099200             EXPORT-BYTES - DOC-TAB-EXP-BYTE (DOC-SUB).
099300     ADD 1 TO SDOC-CUR.
099400     SKIP1
099500 2700-WRITE-SEGMENT-ENTRY.
099600     MOVE SPACES TO EXPIDX-RECORD.
099700     SET EXPIDX-SEGMENT-ENTRY     TO TRUE.
099800     MOVE TARGET-STREAM           TO EXPIDX-STREAM-CODE.
099900     MOVE TARGET-RUN-DATE         TO EXPIDX-RUN-DATE.
100000     MOVE STOREIDX-DIVISION-CODE  TO EXPIDX-DIVISION-CODE.
100100     MOVE SEG-DIVISION-NAME       TO EXPIDX-DIVISION-NAME.
100200     MOVE STOREIDX-STORE-CODE     TO EXPIDX-STORE-CODE.
100300     MOVE SEG-STORE-NAME          TO EXPIDX-STORE-NAME.
100400     MOVE SEG-FIRST-PAGE          TO EXPIDX-PAGE-OFFSET.
100500     MOVE SEG-EXPORT-PAGES        TO EXPIDX-PAGE-COUNT.
100600     MOVE SEG-FIRST-BYTE          TO EXPIDX-BYTE-OFFSET.
100700     COMPUTE EXPIDX-BYTE-LENGTH = EXPORT-BYTES - SEG-FIRST-BYTE.
100800     MOVE STOREIDX-HOLD-FLAG      TO EXPIDX-HOLD-FLAG.
100900     PERFORM 7500-WRITE-INDEX-ENTRY.
101000     SKIP1
101100 2750-WRITE-DOCUMENT-ENTRY.
101200* Only a document whose records were all written is indexed; one
101300* cut short is left for the reconciliation to report.
101400     MOVE SDOC-DOC-SUB (SDOC-SUB) TO DOC-SUB.
101500     IF DOC-ENDED (DOC-SUB)
101600        MOVE SPACES TO EXPIDX-RECORD;
101700        SET EXPIDX-DOCUMENT-ENTRY TO TRUE;
101800        MOVE TARGET-STREAM        TO EXPIDX-STREAM-CODE;
101900        MOVE TARGET-RUN-DATE      TO EXPIDX-RUN-DATE;
102000        MOVE DOC-TAB-DIVISION (DOC-SUB) TO EXPIDX-DIVISION-CODE;
102100        MOVE SEG-DIVISION-NAME    TO EXPIDX-DIVISION-NAME;
102200        MOVE DOC-TAB-STORE (DOC-SUB) TO EXPIDX-STORE-CODE;
102300        MOVE SEG-STORE-NAME       TO EXPIDX-STORE-NAME;
102400        MOVE DOC-TAB-NUMBER (DOC-SUB) TO EXPIDX-DOC-NUMBER;
102500        MOVE DOC-TAB-EXP-PAGE (DOC-SUB) TO EXPIDX-PAGE-OFFSET;
102600        MOVE DOC-TAB-EXP-PAGES (DOC-SUB) TO EXPIDX-PAGE-COUNT;
102700        MOVE DOC-TAB-EXP-BYTE (DOC-SUB) TO EXPIDX-BYTE-OFFSET;
102800        MOVE DOC-TAB-EXP-LENGTH (DOC-SUB) TO EXPIDX-BYTE-LENGTH;
102900        MOVE STOREIDX-HOLD-FLAG   TO EXPIDX-HOLD-FLAG;
103000        PERFORM 7500-WRITE-INDEX-ENTRY;
103100        ADD 1 TO DOC-ENTRIES-WRITTEN
103200     END-IF.
103300     SKIP1
103400 3150-EXPAND-ARCHIVE-RECORD.
103500* Materialize the record just read in its raw form: a record
103600* archived compressed (X'00' flag byte and CPR* eyecatcher) is
103700* expanded token by token and proven against the original
103800* length it carries; any other record is passed through.
103900     MOVE 'N' TO EXP-FAIL-SWITCH.
104000     IF AFPPAGOT-LENGTH > 18
104100        AND AFPPAGOT-RECORD (1 : 1) = LOW-VALUE
104200        AND AFPPAGOT-RECORD (2 : 4) = 'CPR*'
104300        MOVE AFPPAGOT-RECORD (1 : 18) TO CMP-HEADER;
104400        MOVE CMP-INTRO TO EXP-RECORD (1 : 9);
104500        MOVE 9 TO EXP-OUT-POS;
104600        MOVE 19 TO EXP-IN-POS;
104700        PERFORM 3160-EXPAND-ONE-TOKEN
104800           UNTIL EXP-IN-POS > AFPPAGOT-LENGTH OR EXP-FAILED;
104900        MOVE EXP-OUT-POS TO EXP-LENGTH;
105000        IF (NOT EXP-FAILED)
105100           AND EXP-LENGTH NOT = CMP-DATA-LENGTH + 9
105200           SET EXP-FAILED TO TRUE
105300        END-IF;
105400        IF EXP-FAILED
105500           DISPLAY PGMNAME, ' COMPRESSED RECORD ',
105600                   AFPPAGOT-REC, ' ON ', AFPPAGOT-DDNAME,
105700                   ' IS DAMAGED - CANNOT EXPAND.'
105800        END-IF
105900     ELSE
106000        MOVE AFPPAGOT-LENGTH TO EXP-LENGTH;
106100        MOVE AFPPAGOT-RECORD (1 : AFPPAGOT-LENGTH)
106200          TO EXP-RECORD (1 : EXP-LENGTH)
106300     END-IF.
106400     SKIP1
106500 3160-EXPAND-ONE-TOKEN.
106600     EVALUATE AFPPAGOT-RECORD (EXP-IN-POS : 1)
106700      WHEN X'01'
106800       PERFORM 3165-EXPAND-LITERAL-TOKEN
106900      WHEN X'02'
107000       PERFORM 3168-EXPAND-RUN-TOKEN
107100      WHEN OTHER
107200       SET EXP-FAILED TO TRUE
107300     END-EVALUATE.
107400     SKIP1
107500 3165-EXPAND-LITERAL-TOKEN.
107600     IF EXP-IN-POS + 2 > AFPPAGOT-LENGTH
107700        SET EXP-FAILED TO TRUE
107800     ELSE
107900        MOVE AFPPAGOT-RECORD (EXP-IN-POS + 1 : 2) TO EXP-HALF-X;
108000        MOVE EXP-HALF TO EXP-TOK-LEN;
108100        IF EXP-TOK-LEN = ZERO
108200           OR EXP-IN-POS + 2 + EXP-TOK-LEN > AFPPAGOT-LENGTH
108300           OR EXP-OUT-POS + EXP-TOK-LEN > 32761
108400           SET EXP-FAILED TO TRUE
108500        ELSE
108600           MOVE AFPPAGOT-RECORD (EXP-IN-POS + 3 : EXP-TOK-LEN)
108700             TO EXP-RECORD (EXP-OUT-POS + 1 : EXP-TOK-LEN);
108800           ADD EXP-TOK-LEN TO EXP-OUT-POS;
108900           COMPUTE EXP-IN-POS = EXP-IN-POS + 3 + EXP-TOK-LEN
109000        END-IF
109100     END-IF.
109200     SKIP1
109300 3168-EXPAND-RUN-TOKEN.
109400     IF EXP-IN-POS + 3 > AFPPAGOT-LENGTH
109500        SET EXP-FAILED TO TRUE
109600     ELSE
109700        MOVE AFPPAGOT-RECORD (EXP-IN-POS + 1 : 2) TO EXP-HALF-X;
109800        MOVE EXP-HALF TO EXP-TOK-LEN;
109900        IF EXP-TOK-LEN = ZERO
110000           OR EXP-OUT-POS + EXP-TOK-LEN > 32761
110100           SET EXP-FAILED TO TRUE
110200        ELSE
110300           PERFORM 3170-EXPAND-RUN-BYTE
110400              VARYING EXP-RUN-SUB FROM 1 BY 1
110500              UNTIL EXP-RUN-SUB > EXP-TOK-LEN;
110600           ADD EXP-TOK-LEN TO EXP-OUT-POS;
110700           COMPUTE EXP-IN-POS = EXP-IN-POS + 4
110800        END-IF
110900     END-IF.
111000     SKIP1
111100 3170-EXPAND-RUN-BYTE.
111200     MOVE AFPPAGOT-RECORD (EXP-IN-POS + 3 : 1)
111300       TO EXP-RECORD (EXP-OUT-POS + EXP-RUN-SUB : 1).
111400     SKIP1
111500 3500-NOTE-PAGE-RESOURCES.
111600* The page's PAGEATTR row is keyed by its extent, the run date
111700* and the relative record of its BPG.
111800     MOVE AFPPAGOT-DDNAME TO PAGEATTR-DDNAME.
111900     MOVE TARGET-RUN-DATE TO PAGEATTR-RUN-DATE.
112000     MOVE AFPPAGOT-REC    TO PAGEATTR-REC.
112100     READ PAGEATTR-FILE
112200       INVALID KEY
112300        ADD 1 TO PAGES-WITHOUT-ATTR
112400       NOT INVALID KEY
112500        MOVE 'FORMDEF' TO CANDIDATE-TYPE;
112600        MOVE PAGEATTR-FORMDEF TO CANDIDATE-NAME;
112700        PERFORM 3600-NOTE-ONE-RESOURCE;
112800        MOVE 'PAGEDEF' TO CANDIDATE-TYPE;
112900        MOVE PAGEATTR-PAGEDEF TO CANDIDATE-NAME;
113000        PERFORM 3600-NOTE-ONE-RESOURCE;
113100        PERFORM 3550-SPLIT-CHARS-NAMES
113200     END-READ.
113300     SKIP1
113400 3550-SPLIT-CHARS-NAMES.
113500     MOVE SPACES TO CHARS-TOKEN-TABLE.
113600     UNSTRING PAGEATTR-CHARS DELIMITED BY ',' OR ALL SPACE
113700        INTO CHARS-TOKEN (1) CHARS-TOKEN (2)
113800             CHARS-TOKEN (3) CHARS-TOKEN (4).
113900     MOVE 'FONT' TO CANDIDATE-TYPE.
114000     PERFORM 3560-NOTE-ONE-CHARS-TOKEN
114100        VARYING TOKEN-SUB FROM 1 BY 1
114200        UNTIL TOKEN-SUB > 4.
114300     SKIP1
114400 3560-NOTE-ONE-CHARS-TOKEN.
114500     MOVE CHARS-TOKEN (TOKEN-SUB) TO CANDIDATE-NAME.
114600     PERFORM 3600-NOTE-ONE-RESOURCE.
114700     SKIP1
114800 3600-NOTE-ONE-RESOURCE.
114900     IF CANDIDATE-NAME = SPACES
115000        CONTINUE
115100     ELSE
115200        MOVE 'N' TO NAME-KNOWN-SWITCH;
115300        PERFORM 3650-MATCH-ONE-RESOURCE
115400           VARYING RES-SUB FROM 1 BY 1
115500           UNTIL RES-SUB > RES-COUNT OR NAME-KNOWN;
115600        IF NAME-KNOWN
115700           ADD 1 TO RES-PAGES (RES-CUR)
115800        ELSE
115900           IF RES-COUNT < RES-MAX
116000              ADD 1 TO RES-COUNT;
116100              MOVE CANDIDATE-TYPE TO RES-TYPE (RES-COUNT);
116200              MOVE CANDIDATE-NAME TO RES-NAME (RES-COUNT);
116300              MOVE 1 TO RES-PAGES (RES-COUNT)
116400           ELSE
116500              DISPLAY PGMNAME, ' RESOURCE TABLE FULL - ',
116600                      CANDIDATE-TYPE, ' ', CANDIDATE-NAME,
116700                      ' NOT LISTED.';
116800              ADD 1 TO RESOURCES-UNPROVEN;
116900              IF RUN-RETURN-CODE < 4
117000                 MOVE 4 TO RUN-RETURN-CODE
117100              END-IF
117200           END-IF
117300        END-IF
117400     END-IF.
117500     SKIP1
117600 3650-MATCH-ONE-RESOURCE.
117700     IF RES-TYPE (RES-SUB) = CANDIDATE-TYPE
117800        AND RES-NAME (RES-SUB) = CANDIDATE-NAME
117900        MOVE RES-SUB TO RES-CUR;
118000        SET NAME-KNOWN TO TRUE
118100     END-IF.
118200     SKIP1
118300 4000-PROVE-EXTENTS.
118400     PERFORM 4100-PROVE-ONE-EXTENT
118500        VARYING EXTENT-CUR FROM 1 BY 1
118600        UNTIL EXTENT-CUR > EXTENT-COUNT.
118700     SKIP1
118800 4100-PROVE-ONE-EXTENT.
118900* A vault extent gathers held segments of many generations and
119000* carries a trailer of its own, so only the segment proof above
119100* covers the pages copied from it.
119200     MOVE EXT-DDNAME (EXTENT-CUR) TO AFPPAGOT-DDNAME RPX-DDNAME.
119300     MOVE EXT-INDEX-PAGES (EXTENT-CUR)  TO RPX-EXPECTED.
119400     MOVE EXT-EXPORT-PAGES (EXTENT-CUR) TO RPX-ACTUAL.
119500     IF AFPPAGOT-DDNAME (1 : 6) = 'AFPVLT'
119600        MOVE 'VAULT EXTENT - TRAILER SPANS GENERATIONS'
119700          TO RPX-TEXT;
119800        WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE
119900     ELSE
120000        MOVE 'N' TO TRAILER-FOUND-SWITCH EXTENT-SCAN-SWITCH;
120100        OPEN INPUT AFPPAGOT-FILE;
120200        IF NOT AFPPAGOT-OK
120300           MOVE 'EXTENT COULD NOT BE OPENED TO PROVE TRAILER'
120400             TO RPX-TEXT;
120500           MOVE ZERO TO RPX-EXPECTED;
120600           PERFORM 7100-WRITE-EXTENT-MISMATCH
120700        ELSE
120800           PERFORM 4200-FIND-TRAILER
120900              UNTIL EXTENT-SCAN-DONE;
121000           CLOSE AFPPAGOT-FILE;
121100           PERFORM 4300-COMPARE-TRAILER
121200        END-IF
121300     END-IF.
121400     SKIP1
121500 4200-FIND-TRAILER.
121600     READ AFPPAGOT-FILE
121700       AT END
121800        SET EXTENT-SCAN-DONE TO TRUE
121900       NOT AT END
122000        IF AFPPAGOT-LENGTH = LENGTH OF TRAILER-RECORD
122100           AND AFPPAGOT-RECORD (1 : 8) = 'TRAILER*'
122200           MOVE AFPPAGOT-RECORD (1 : LENGTH OF TRAILER-RECORD)
122300             TO TRAILER-RECORD;
122400           SET TRAILER-FOUND TO TRUE
122500        END-IF
122600     END-READ.
122700     SKIP1
122800 4300-COMPARE-TRAILER.
122900     IF NOT TRAILER-FOUND
123000        MOVE 'EXTENT HAS NO TRAILER* RECORD' TO RPX-TEXT;
123100        MOVE ZERO TO RPX-EXPECTED;
123200        PERFORM 7100-WRITE-EXTENT-MISMATCH
123300     ELSE
123400        MOVE TRLR-PAGE-COUNT TO RPX-EXPECTED;
123500        EVALUATE TRUE
123600         WHEN TRLR-RUN-DATE NOT = TARGET-RUN-DATE
123700          MOVE 'TRAILER BELONGS TO ANOTHER GENERATION'
123800            TO RPX-TEXT;
123900          PERFORM 7100-WRITE-EXTENT-MISMATCH
124000         WHEN TRLR-PAGE-COUNT = EXT-EXPORT-PAGES (EXTENT-CUR)
124100          ADD 1 TO EXTENTS-PROVEN;
124200          MOVE 'EXPORTED PAGES AGREE WITH TRAILER'
124300            TO RPX-TEXT;
124400          WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE
124500         WHEN TRLR-PAGE-COUNT > EXT-EXPORT-PAGES (EXTENT-CUR)
124600              AND CATALOG-PURGED-SEGS > ZERO
124700          ADD 1 TO EXTENTS-PROVEN;
124800          MOVE 'TRAILER COUNTS PAGES OF SEGMENTS SINCE PURGED'
124900            TO RPX-TEXT;
125000          WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE
125100         WHEN OTHER
125200          MOVE 'EXPORTED PAGES DISAGREE WITH TRAILER'
125300            TO RPX-TEXT;
125400          PERFORM 7100-WRITE-EXTENT-MISMATCH
125500        END-EVALUATE
125600     END-IF.
125700     SKIP1
125800 4500-PROVE-DOCUMENTS.
125900* Every DOCIDX row of the generation must have gone out exactly
126000* once, with the pages its row declares.
126100     PERFORM 4600-PROVE-ONE-DOCUMENT
126200        VARYING DOC-SUB FROM 1 BY 1
126300        UNTIL DOC-SUB > DOC-COUNT.
126400     IF CATALOG-ROW-FOUND
126500        MOVE ZERO TO RPT-DIVISION RPT-STORE;
126600        MOVE CATALOG-PAGE-COUNT TO RPT-EXPECTED;
126700        MOVE EXPORT-PAGES       TO RPT-ACTUAL;
126800        EVALUATE TRUE
126900         WHEN CATALOG-PAGE-COUNT = EXPORT-PAGES
127000          MOVE 'GENERATION PAGES AGREE WITH CATALOG'
127100            TO RPT-TEXT;
127200          WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
127300         WHEN CATALOG-PAGE-COUNT > EXPORT-PAGES
127400              AND CATALOG-PURGED-SEGS > ZERO
127500          MOVE 'CATALOG COUNTS PAGES OF SEGMENTS SINCE PURGED'
127600            TO RPT-TEXT;
127700          WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
127800         WHEN OTHER
127900          MOVE 'GENERATION PAGES DISAGREE WITH CATALOG'
128000            TO RPT-TEXT;
128100          PERFORM 7000-WRITE-SEGMENT-MISMATCH
128200        END-EVALUATE
128300     END-IF.
128400     SKIP1
128500 4600-PROVE-ONE-DOCUMENT.
128600     MOVE DOC-TAB-NUMBER (DOC-SUB)      TO RPD-DOC-NUMBER.
128700     MOVE DOC-TAB-INDEX-PAGES (DOC-SUB) TO RPD-EXPECTED.
128800     MOVE DOC-TAB-EXP-PAGES (DOC-SUB)   TO RPD-ACTUAL.
128900     IF NOT DOC-ENDED (DOC-SUB)
129000        MOVE 'DOCUMENT NOT EXPORTED WHOLE' TO RPD-TEXT;
129100        PERFORM 7200-WRITE-DOCUMENT-MISMATCH
129200     ELSE
129300        IF DOC-TAB-EXP-PAGES (DOC-SUB)
129400           NOT = DOC-TAB-INDEX-PAGES (DOC-SUB)
129500           MOVE 'DOCUMENT PAGES EXPORTED DISAGREE WITH INDEX'
129600             TO RPD-TEXT;
129700           PERFORM 7200-WRITE-DOCUMENT-MISMATCH
129800        END-IF
129900     END-IF.
130000     SKIP1
130100 5000-WRITE-RESOURCE-LIST.
130200     PERFORM 5100-WRITE-ONE-RESOURCE
130300        VARYING RES-SUB FROM 1 BY 1
130400        UNTIL RES-SUB > RES-COUNT.
130500     IF PAGES-WITHOUT-ATTR > ZERO
130600        DISPLAY PGMNAME, ' ', PAGES-WITHOUT-ATTR,
130700                ' EXPORTED PAGES HAVE NO PAGEATTR ROW - THEIR '
130800                'RESOURCES ARE NOT LISTED.';
130900        IF RUN-RETURN-CODE < 4
131000           MOVE 4 TO RUN-RETURN-CODE
131100        END-IF
131200     END-IF.
131300     SKIP1
131400 5100-WRITE-ONE-RESOURCE.
131500* A resource without a fingerprint is listed all the same; the
131600* repository cannot be shown to hold the level the pages were
131700* composed with, so it is reported.
131800     MOVE SPACES TO EXPRES-RECORD.
131900     MOVE TARGET-STREAM        TO EXPRES-STREAM-CODE.
132000     MOVE TARGET-RUN-DATE      TO EXPRES-RUN-DATE.
132100     MOVE RES-TYPE (RES-SUB)   TO EXPRES-RESOURCE-TYPE.
132200     MOVE RES-NAME (RES-SUB)   TO EXPRES-MEMBER.
132300     MOVE RES-PAGES (RES-SUB)  TO EXPRES-PAGE-COUNT.
132400     MOVE ZERO                 TO EXPRES-MEMBER-SIZE.
132500     SET EXPRES-NOT-SNAPSHOTTED TO TRUE.
132600     IF RESSNAP-AVAILABLE
132700        MOVE TARGET-STREAM      TO RESSNAP-STREAM-CODE;
132800        MOVE TARGET-RUN-DATE    TO RESSNAP-RUN-DATE;
132900        MOVE RES-NAME (RES-SUB) TO RESSNAP-MEMBER;
133000        READ RESSNAP-FILE
133100          INVALID KEY
133200           CONTINUE
133300          NOT INVALID KEY
133400           IF RESSNAP-MEMBER-FOUND
133500              SET EXPRES-SNAPSHOTTED TO TRUE;
133600              MOVE RESSNAP-MEMBER-DATE TO EXPRES-MEMBER-DATE;
133700              MOVE RESSNAP-MEMBER-SIZE TO EXPRES-MEMBER-SIZE;
133800              MOVE RESSNAP-DSNAME      TO EXPRES-DSNAME
133900           ELSE
134000              SET EXPRES-MISSING-AT-SNAP TO TRUE
134100           END-IF
134200        END-READ
134300     END-IF.
134400     WRITE EXPRES-RECORD.
134500     IF NOT EXPRES-OK
134600        DISPLAY PGMNAME, ' EXPRES WRITE FAILED, STATUS '
134700                EXPRES-STATUS;
134800        MOVE 16 TO RETURN-CODE;
134900        STOP RUN
135000     END-IF.
135100     IF NOT EXPRES-SNAPSHOTTED
135200        MOVE RES-TYPE (RES-SUB)  TO RPR-TYPE;
135300        MOVE RES-NAME (RES-SUB)  TO RPR-NAME;
135400        MOVE RES-PAGES (RES-SUB) TO RPR-PAGES;
135500        IF EXPRES-MISSING-AT-SNAP
135600           MOVE 'WAS MISSING FROM THE LIBRARIES AT SNAPSHOT'
135700             TO RPR-TEXT
135800        ELSE
135900           MOVE 'HAS NO SNAPSHOT ROW - NO FINGERPRINT'
136000             TO RPR-TEXT
136100        END-IF;
136200        WRITE REPORT-RECORD FROM REPORT-RESOURCE-LINE;
136300        ADD 1 TO RESOURCES-UNPROVEN;
136400        IF RUN-RETURN-CODE < 4
136500           MOVE 4 TO RUN-RETURN-CODE
136600        END-IF
136700     END-IF.
136800     SKIP1
136900 6000-TERMINATE.
137000     CLOSE STOREIDX-FILE.
137100     CLOSE PAGEATTR-FILE.
137200     IF DOCIDX-AVAILABLE
137300        CLOSE DOCIDX-FILE
137400     END-IF.
137500     IF RESSNAP-AVAILABLE
137600        CLOSE RESSNAP-FILE
137700     END-IF.
137800     IF STORMAST-AVAILABLE
137900        CLOSE STORMAST-FILE
138000     END-IF.
138100     CLOSE EXPAFP-FILE.
138200     CLOSE EXPIDX-FILE.
138300     CLOSE EXPRES-FILE.
138400     MOVE 'SEGMENTS IN INDEX   : ' TO RPL-LABEL.
138500     MOVE SEGMENTS-INDEXED TO RPL-VALUE.
138600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
138700     MOVE 'SEGMENTS EXPORTED   : ' TO RPL-LABEL.
138800     MOVE SEGMENTS-EXPORTED TO RPL-VALUE.
138900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
139000     MOVE 'PAGES IN INDEX      : ' TO RPL-LABEL.
139100     MOVE INDEX-PAGES TO RPL-VALUE.
139200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
139300     MOVE 'PAGES EXPORTED      : ' TO RPL-LABEL.
139400     MOVE EXPORT-PAGES TO RPL-VALUE.
139500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
139600     MOVE 'RECORDS EXPORTED    : ' TO RPL-LABEL.
139700     MOVE RECORDS-EXPORTED TO RPL-VALUE.
139800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
139900     MOVE 'DOCUMENTS IN INDEX  : ' TO RPL-LABEL.
140000     MOVE DOC-COUNT TO RPL-VALUE.
140100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
140200     MOVE 'DOCUMENTS EXPORTED  : ' TO RPL-LABEL.
140300     MOVE DOC-ENTRIES-WRITTEN TO RPL-VALUE.
140400     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
140500     MOVE 'EXTENTS PROVEN      : ' TO RPL-LABEL.
140600     MOVE EXTENTS-PROVEN TO RPL-VALUE.
140700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
140800     MOVE 'RESOURCES LISTED    : ' TO RPL-LABEL.
140900     MOVE RES-COUNT TO RPL-VALUE.
141000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
141100     MOVE 'RESOURCES UNPROVEN  : ' TO RPL-LABEL.
141200     MOVE RESOURCES-UNPROVEN TO RPL-VALUE.
141300     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
141400     MOVE 'PAGES WITHOUT ATTRS : ' TO RPL-LABEL.
141500     MOVE PAGES-WITHOUT-ATTR TO RPL-VALUE.
141600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
141700     MOVE 'MISMATCHES          : ' TO RPL-LABEL.
141800     MOVE MISMATCHES TO RPL-VALUE.
141900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
142000     CLOSE REPORT-FILE.
142100     DISPLAY PGMNAME, ' SEGMENTS EXPORTED  : ',
142200             SEGMENTS-EXPORTED.
142300     DISPLAY PGMNAME, ' PAGES EXPORTED     : ', EXPORT-PAGES.
142400     DISPLAY PGMNAME, ' DOCUMENTS EXPORTED : ',
142500             DOC-ENTRIES-WRITTEN.
142600     DISPLAY PGMNAME, ' MISMATCHES         : ', MISMATCHES.
142700     IF RUN-RETURN-CODE < 8 AND CATALOG-ROW-FOUND
142800        PERFORM 6500-MARK-GENERATION-EXPORTED
142900     END-IF.
143000     SKIP1
143100 6500-MARK-GENERATION-EXPORTED.
143200* Only an export that reconciled is recorded on the generation's
143300* catalog row, with the export dataset name, so the inventory
143400* report shows where the generation went.
143500     OPEN I-O GENCAT-FILE.
143600     IF NOT GENCAT-OK
143700        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',
143800                GENCAT-STATUS, ' - GENERATION NOT MARKED '
143900                'EXPORTED.';
144000        IF RUN-RETURN-CODE < 4
144100           MOVE 4 TO RUN-RETURN-CODE
144200        END-IF
144300     ELSE
144400        MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE;
144500        MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE;
144600        READ GENCAT-FILE
144700          INVALID KEY
144800           DISPLAY PGMNAME, ' NO GENCAT ROW FOR STREAM ',
144900                   TARGET-STREAM, ' RUN DATE ',
145000                   TARGET-RUN-DATE, ' - NOT MARKED EXPORTED.';
145100           IF RUN-RETURN-CODE < 4
145200              MOVE 4 TO RUN-RETURN-CODE
145300           END-IF
145400          NOT INVALID KEY
145500           SET GENCAT-EXPORTED TO TRUE;
145600           MOVE RUN-DATE      TO GENCAT-EXPORT-DATE;
145700           MOVE EXPORT-DSNAME TO GENCAT-EXPORT-DSNAME;
145800           REWRITE GENCAT-RECORD
145900             INVALID KEY
146000              DISPLAY PGMNAME, ' GENCAT REWRITE FAILED, '
146100                      'STATUS ', GENCAT-STATUS, ' - NOT MARKED '
146110                      'EXPORTED.';
146120              IF RUN-RETURN-CODE < 4
146130                 MOVE 4 TO RUN-RETURN-CODE
146140              END-IF
146150             NOT INVALID KEY
146160              DISPLAY PGMNAME, ' GENERATION MARKED EXPORTED '
146170                      'IN THE CATALOG.'
146200           END-REWRITE
146500        END-READ;
146600        CLOSE GENCAT-FILE
146700     END-IF.
146800     SKIP1
146900 7000-WRITE-SEGMENT-MISMATCH.
147000     PERFORM 7900-COUNT-MISMATCH.
147100     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
147200     SKIP1
147300 7100-WRITE-EXTENT-MISMATCH.
147400     PERFORM 7900-COUNT-MISMATCH.
147500     WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE.
147600     SKIP1
147700 7200-WRITE-DOCUMENT-MISMATCH.
147800     PERFORM 7900-COUNT-MISMATCH.
147900     WRITE REPORT-RECORD FROM REPORT-DOCUMENT-LINE.
148000     SKIP1
148100 7500-WRITE-INDEX-ENTRY.
148200     WRITE EXPIDX-RECORD.
148300     IF NOT EXPIDX-OK
148400        DISPLAY PGMNAME, ' EXPIDX WRITE FAILED, STATUS '
148500                EXPIDX-STATUS;
148600        MOVE 16 TO RETURN-CODE;
148700        STOP RUN
148800     END-IF.
148900     SKIP1
149000 7900-COUNT-MISMATCH.
149100     ADD 1 TO MISMATCHES.
149200     IF RUN-RETURN-CODE < 8
149300        MOVE 8 TO RUN-RETURN-CODE
149400     END-IF.
