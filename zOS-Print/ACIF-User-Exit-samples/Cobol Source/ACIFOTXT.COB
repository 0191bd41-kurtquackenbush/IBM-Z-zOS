000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 02  *    !@02
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXT.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program searches the text of one archive
000900               generation for one or more strings, so a page
001000               can be found from something printed on it (an
001100               invoice or account number) when its document
001200               number is not known.
001300
001400               Every store segment of the generation and stream
001500               in STOREIDX - or of one division, or one store,
001600               when the control card names them - is read from
001700               its AFPPDnn extent (the extents must be allocated
001800               to the job, as for ACIFOTXV), each record expanded
001900               from the compressed archive form exactly as
002000               ACIFOTXR expands it.  The text data of the page is
002100               searched: the data of every presentation text
002200               (PTX) structured field, and every line-data
002300               record after its carriage-control byte.  A string
002400               is matched exactly as keyed, within one record.
002500
002600               For every record containing a string SRCHRPT
002700               shows the division and store, the document number
002800               from DOCIDX, the page number within the segment
002900               (as ACIFOTXR's FROM/TO PAGE columns count it), the
003000               relative record, and the matching text.  With the
003100               extract option, every page with a match is copied
003200               to DD REPRNT01, led by the PRTATTR* header built
003300               from the first such page's PAGEATTR row, in the
003400               form ACIFOTXR writes; a page archived with a
003500               different FORMDEF or PAGEDEF from that first page
003600               is listed on SRCHRPT and left out of the extract.
003700
003800               Searching archived pages is an access to them:
003900               the requestor must hold an AUTHFILE grant for the
004000               division of every segment searched, exactly as
004100               for a reprint, and every segment searched or
004200               refused is written to the audit trail as an 'R'
004300               row with AUDIT-TARGET-ID 'SEARCH', the segment's
004400               record range and the number of pages matched.
004500
004600               SYSIN control card layout, first card, in the
004700               ACIFOTXR request card columns:
004800                 COLUMNS  1- 2   DIVISION CODE (SPACES = EVERY
004900                                 DIVISION)
005000                 COLUMNS  3- 4   STORE CODE (SPACES OR ** =
005100                                 EVERY STORE OF THE DIVISION)
005200                 COLUMNS 13-18   ARCHIVE RUN DATE YYMMDD
005300                                 (SPACES = MOST RECENT
005400                                 GENERATION OF THE STREAM)
005500                 COLUMNS 19-26   REQUESTOR ID (REQUIRED)
005600                 COLUMNS 27-29   REASON CODE
005700                 COLUMN  41      ARCHIVE STREAM CODE 1-9
005800                                 (SPACE = STREAM 1)
005900                 COLUMN  42      Y = EXTRACT THE PAGES FOUND
006000                                 TO DD REPRNT01
006100               followed by one card per search string, at most
006200               20:
006300                 COLUMNS  1-60   SEARCH STRING; TRAILING
006400                                 SPACES ARE NOT PART OF IT
006500               A blank search card is ignored.
006600
006700               RETURN-CODE 4 means nothing matched, or a found
006800               page could not be extracted; 12 means a damaged
006900               compressed record ended a segment's search early;
007000               16 means an invalid card or a file error; 20
007100               means no segment matched the selection; 24 means
007200               the requestor was refused for some division.
007300
007400 DATE-WRITTEN. 14 OCT 26.
007500 DATE-COMPILED.
007600 SECURITY. IBM SAMPLE CODE ONLY.
007700 TITLE 'ACIF Archive Content Search'.
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-370.
008100 OBJECT-COMPUTER. IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
008500                                 ORGANIZATION SEQUENTIAL,
008600                                 FILE STATUS CONTROL-STATUS.
008700     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
008800                                 ORGANIZATION INDEXED,
008900                                 ACCESS MODE DYNAMIC,
009000                                 RECORD KEY STOREIDX-KEY,
009100                                 FILE STATUS STOREIDX-STATUS.
009200     SELECT PAGEATTR-FILE        ASSIGN TO PAGEATTR,
009300                                 ORGANIZATION INDEXED,
009400                                 ACCESS MODE DYNAMIC,
009500                                 RECORD KEY PAGEATTR-KEY,
009600                                 FILE STATUS PAGEATTR-STATUS.
009700     SELECT DOCIDX-FILE          ASSIGN TO DOCIDX,
009800                                 ORGANIZATION INDEXED,
009900                                 ACCESS MODE DYNAMIC,
010000                                 RECORD KEY DOCIDX-KEY,
010100                                 FILE STATUS DOCIDX-STATUS.
010200     SELECT AFPPAGOT-FILE        ASSIGN TO DYNAMIC
010300                                 AFPPAGOT-DDNAME,
010400                                 ORGANIZATION RELATIVE,
010500                                 ACCESS MODE SEQUENTIAL,
010600                                 FILE STATUS AFPPAGOT-STATUS
010700                                             VSAM-STATUS,
010800                                 RELATIVE KEY AFPPAGOT-REC.
010900     SELECT REPRINT-FILE         ASSIGN TO REPRNT01,
011000                                 ORGANIZATION RELATIVE,
011100                                 ACCESS MODE SEQUENTIAL,
011200                                 FILE STATUS REPRINT-STATUS
011300                                             REPRINT-VSAM-STATUS,
011400                                 RELATIVE KEY REPRINT-REC.
011500     SELECT AUTH-FILE            ASSIGN TO AUTHFILE,
011600                                 ORGANIZATION INDEXED,
011700                                 ACCESS MODE RANDOM,
011800                                 RECORD KEY AUTH-KEY,
011900                                 FILE STATUS AUTH-STATUS.
012000     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
012100                                 ORGANIZATION SEQUENTIAL,
012200                                 FILE STATUS AUDIT-STATUS.
012300     SELECT REPORT-FILE          ASSIGN TO SRCHRPT,
012400                                 ORGANIZATION SEQUENTIAL,
012500                                 FILE STATUS REPORT-STATUS.
012600     EJECT
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  CONTROL-FILE.
013000 01  CONTROL-RECORD              PIC X(80).
015000 01  SEARCH-CARD.
015100     05  SC-TEXT                 PIC X(60).
015200     05  FILLER                  PIC X(20).
015300 FD  STOREIDX-FILE.
015400     COPY STOREIDX.
015500 FD  PAGEATTR-FILE.
015600     COPY PAGEATTR.
015700 FD  DOCIDX-FILE.
015800     COPY DOCIDX.
015900 FD  AFPPAGOT-FILE,
016000     RECORD VARYING DEPENDING ON AFPPAGOT-LENGTH.
016100     COPY AFPAGOT
016200          REPLACING ==:PREFIX:== BY ==AFPPAGOT==.
016300 FD  REPRINT-FILE,
016400     RECORD VARYING DEPENDING ON REPRINT-LENGTH.
016500     COPY AFPAGOT
016600          REPLACING ==:PREFIX:== BY ==REPRINT==.
016700 FD  AUTH-FILE.
016800     COPY AUTHFILE.
016900 FD  AUDIT-FILE.
017000     COPY AUDIT.
017100 FD  REPORT-FILE.
017200 01  REPORT-RECORD               PIC X(132).
017300     EJECT
017400 WORKING-STORAGE SECTION.
017500 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXT'.
017600 77  CONTROL-STATUS          PIC 99.
017700     88  CONTROL-OK          VALUE 00.
017800 77  STOREIDX-STATUS         PIC 99.
017900     88  STOREIDX-OK         VALUE 00.
018000 77  PAGEATTR-STATUS         PIC 99.
018100     88  PAGEATTR-OK         VALUE 00.
018200 77  DOCIDX-STATUS           PIC 99.
018300     88  DOCIDX-OK           VALUE 00.
018400     88  DOCIDX-NOTLOADED    VALUE 35.
018500 77  AFPPAGOT-STATUS         PIC 99.
018600     88  AFPPAGOT-OK         VALUE 00.
018700 77  REPRINT-STATUS          PIC 99.
018800     88  REPRINT-OK          VALUE 00.
018900 77  AUTH-STATUS             PIC 99.
019000     88  AUTH-OK             VALUE 00.
019100 77  AUDIT-STATUS            PIC 99.
019200     88  AUDIT-OK            VALUE 00.
019300 77  REPORT-STATUS           PIC 99.
019400     88  REPORT-OK           VALUE 00.
019500 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
019600 77  CONTROL-DECK-SWITCH     PIC X    VALUE 'N'.
019700     88  CONTROL-DECK-DONE   VALUE 'Y'.
019800 77  DOCIDX-AVAIL-SWITCH     PIC X    VALUE 'N'.
019900     88  DOCIDX-AVAILABLE    VALUE 'Y'.
020000 77  STOREIDX-BROWSE-SWITCH  PIC X    VALUE 'N'.
020100     88  STOREIDX-BROWSE-DONE VALUE 'Y'.
020200 77  DOC-BROWSE-SWITCH       PIC X    VALUE 'N'.
020300     88  DOC-BROWSE-DONE     VALUE 'Y'.
020400 77  DATE-GIVEN-SWITCH       PIC X    VALUE 'N'.
020500     88  RUN-DATE-GIVEN      VALUE 'Y'.
020600 77  DIVISION-GIVEN-SWITCH   PIC X    VALUE 'N'.
020700     88  DIVISION-GIVEN      VALUE 'Y'.
020800 77  TRIM-DONE-SWITCH        PIC X    VALUE 'N'.
020900     88  TRIM-DONE           VALUE 'Y'.
021000 77  AUTHORIZED-SWITCH       PIC X    VALUE 'N'.
021100     88  REQUEST-AUTHORIZED  VALUE 'Y'.
021200 77  GRANT-EXPIRED-SWITCH    PIC X    VALUE 'N'.
021300     88  GRANT-EXPIRED       VALUE 'Y'.
021400 77  SEGMENT-FAILED-SWITCH   PIC X    VALUE 'N'.
021500     88  SEGMENT-FAILED      VALUE 'Y'.
021600 77  AFPPAGOT-RANGE-SWITCH   PIC X    VALUE 'N'.
021700     88  AFPPAGOT-RANGE-DONE VALUE 'Y'.
021800 77  PAGE-OPEN-SWITCH        PIC X    VALUE 'N'.
021900     88  PAGE-OPEN           VALUE 'Y'.
022000 77  PAGE-HIT-SWITCH         PIC X    VALUE 'N'.
022100     88  PAGE-HAS-HIT        VALUE 'Y'.
022200 77  PAGE-ATTR-SWITCH        PIC X    VALUE 'N'.
022300     88  PAGE-ATTR-FOUND     VALUE 'Y'.
022400 77  HIT-FULL-SWITCH         PIC X    VALUE 'N'.
022500     88  HIT-TABLE-FULL      VALUE 'Y'.
022600 77  DOC-FULL-SWITCH         PIC X    VALUE 'N'.
022700     88  DOC-TABLE-FULL      VALUE 'Y'.
022800 77  HEADER-SWITCH           PIC X    VALUE 'N'.
022900     88  HEADER-CHOSEN       VALUE 'Y'.
023000 77  EXTENT-OPEN-SWITCH      PIC X    VALUE 'N'.
023100     88  EXTENT-OPEN         VALUE 'Y'.
023200 77  TODAY-INTEGER           PIC S9(9) BINARY VALUE ZERO.
023300 77  TARGET-RUN-DATE         PIC 9(6) VALUE ZERO.
023400 77  TARGET-DIVISION         PIC 99   VALUE ZERO.
023500 77  TARGET-STORE            PIC 99   VALUE ZERO.
023600 77  SEGMENTS-SELECTED       PIC S9(8) BINARY VALUE ZERO.
023700 77  SEGMENTS-SEARCHED       PIC S9(8) BINARY VALUE ZERO.
023800 77  SEGMENTS-REFUSED        PIC S9(8) BINARY VALUE ZERO.
023900 77  RECORDS-SEARCHED        PIC S9(8) BINARY VALUE ZERO.
024000 77  MATCHING-LINES          PIC S9(8) BINARY VALUE ZERO.
024100 77  SEGMENT-HIT-PAGES       PIC S9(8) BINARY VALUE ZERO.
024200 77  TOTAL-HIT-PAGES         PIC S9(8) BINARY VALUE ZERO.
024300 77  PAGES-EXTRACTED         PIC S9(8) BINARY VALUE ZERO.
024400 77  PAGES-NOT-EXTRACTED     PIC S9(8) BINARY VALUE ZERO.
024500 77  RECORDS-EXTRACTED       PIC S9(8) BINARY VALUE ZERO.
024600 77  PAGE-IN-SEGMENT         PIC S9(8) BINARY VALUE ZERO.
024700 77  PAGE-START-REC          PIC 9(8) BINARY VALUE ZERO.
024800 77  PAGE-END-REC            PIC 9(8) BINARY VALUE ZERO.
024900 77  DOC-LOOKUP-REC          PIC 9(8) BINARY VALUE ZERO.
025000 77  TEXT-START              PIC 9(8) BINARY VALUE ZERO.
025100 77  TEXT-LEN                PIC 9(8) BINARY VALUE ZERO.
025200 77  MATCH-TALLY             PIC 9(8) BINARY VALUE ZERO.
025300 77  MATCH-OFFSET            PIC 9(8) BINARY VALUE ZERO.
025400 77  SHOW-START              PIC 9(8) BINARY VALUE ZERO.
025500 77  SHOW-LEN                PIC 9(8) BINARY VALUE ZERO.
025600 77  OPEN-EXTENT-DDNAME      PIC X(8) VALUE SPACES.
025700 77  PAGE-DOC-NUMBER         PIC X(10) VALUE SPACES.
025800     SKIP1
025801* Image of the SYSIN control card, kept here because the search
025805* string cards that follow it are read into the same record.
025809 01  CONTROL-CARD.
025813     05  CC-DIVISION-CODE        PIC XX.
025817     05  CC-DIVISION-CODE-NUM    REDEFINES CC-DIVISION-CODE
025821                                 PIC 99.
025825     05  CC-STORE-CODE           PIC XX.
025829         88  CC-ALL-STORES       VALUE '**' SPACES.
025833     05  CC-STORE-CODE-NUM       REDEFINES CC-STORE-CODE
025837                                 PIC 99.
025841     05  FILLER                  PIC X(8).
025845     05  CC-RUN-DATE             PIC X(6).
025849     05  CC-RUN-DATE-NUM         REDEFINES CC-RUN-DATE
025853                                 PIC 9(6).
025857     05  CC-REQUESTOR-ID         PIC X(8).
025861     05  CC-REASON-CODE          PIC X(3).
025865     05  FILLER                  PIC X(11).
025869     05  CC-STREAM               PIC X.
025873     05  CC-EXTRACT-OPTION       PIC X.
025877         88  CC-EXTRACT-PAGES    VALUE 'Y'.
025881         88  CC-NO-EXTRACT       VALUE 'N' SPACE.
025885     05  FILLER                  PIC X(38).
025889     SKIP1
025900* Archive stream being searched; space on the card is stream 1.
026000 01  TARGET-STREAM           PIC 9    VALUE 1.
026100 01  TARGET-STREAM-X         REDEFINES TARGET-STREAM PIC X.
026200 01  DATE-DATA.
026300   05  RUN-DATE              PIC 9(6).
026400   05  RUN-TIME              PIC 9(8).
026500     SKIP1
026600 01  VSAM-STATUS.
026700     05  VSAM-RC                 PIC 9(4) COMP.
026800     05  VSAM-FCT-CODE           PIC 9(1) COMP.
026900     05  VSAM-FDBK-CODE          PIC 9(3) COMP.
027000 01  REPRINT-VSAM-STATUS.
027100     05  REPRINT-VSAM-RC         PIC 9(4) COMP.
027200     05  REPRINT-VSAM-FCT-CODE   PIC 9(1) COMP.
027300     05  REPRINT-VSAM-FDBK-CODE  PIC 9(3) COMP.
027400     SKIP1
027500 01  AFPPAGOT-LENGTH             PIC 9(8) BINARY.
027600 01  AFPPAGOT-REC                PIC 9(8) BINARY.
027700 01  AFPPAGOT-DDNAME             PIC X(8).
027800 01  REPRINT-LENGTH              PIC 9(8) BINARY.
027900 01  REPRINT-REC                 PIC 9(8) BINARY.
028000     SKIP1
028100* The search strings from the cards after the first, each with
028200* its length once trailing spaces are dropped.
028300 01  SEARCH-TABLE.
028400     05  SRCH-COUNT              PIC S9(4) BINARY VALUE ZERO.
028500     05  SRCH-MAX                PIC S9(4) BINARY VALUE 20.
028600     05  SRCH-SUB                PIC S9(4) BINARY VALUE ZERO.
028700     05  SRCH-ENTRY              OCCURS 20 TIMES.
028800         10  SRCH-TEXT           PIC X(60).
028900         10  SRCH-LEN            PIC S9(4) BINARY.
029000     SKIP1
029100* Every DOCIDX row of the generation (and division/store, when
029200* the card names them), so the document owning a found page can
029300* be named without rescanning the document index for each page.
029400 01  DOCUMENT-TABLE.
029500     05  DOC-COUNT               PIC S9(4) BINARY VALUE ZERO.
029600     05  DOC-MAX                 PIC S9(4) BINARY VALUE 9999.
029700     05  DOC-SUB                 PIC S9(4) BINARY VALUE ZERO.
029800     05  DOC-ENTRY               OCCURS 9999 TIMES.
029900         10  DOC-TAB-DDNAME      PIC X(8).
030000         10  DOC-TAB-START-REC   PIC 9(8) BINARY.
030100         10  DOC-TAB-END-REC     PIC 9(8) BINARY.
030200         10  DOC-TAB-NUMBER      PIC X(10).
030300     SKIP1
030400* One entry per page with a match, in the order found, carrying
030500* what the extract needs to copy it and to build its header.
030600 01  HIT-TABLE.
030700     05  HIT-COUNT               PIC S9(4) BINARY VALUE ZERO.
030800     05  HIT-MAX                 PIC S9(4) BINARY VALUE 2000.
030900     05  HIT-SUB                 PIC S9(4) BINARY VALUE ZERO.
031000     05  HIT-ENTRY               OCCURS 2000 TIMES.
031100         10  HIT-DIVISION-CODE   PIC 99.
031200         10  HIT-STORE-CODE      PIC 99.
031300         10  HIT-DDNAME          PIC X(8).
031400         10  HIT-START-REC       PIC 9(8) BINARY.
031500         10  HIT-END-REC         PIC 9(8) BINARY.
031600         10  HIT-PAGE            PIC S9(8) BINARY.
031700         10  HIT-DOC-NUMBER      PIC X(10).
031800         10  HIT-ATTR-FLAG       PIC X.
031900             88  HIT-ATTR-FOUND  VALUE 'Y'.
032000         10  HIT-CHARS           PIC X(20).
032100         10  HIT-FORMDEF         PIC X(8).
032200         10  HIT-PAGEDEF         PIC X(8).
032300         10  HIT-PRMODE          PIC X(8).
032400         10  HIT-TRC             PIC XXX.
032500     SKIP1
032600* Print attributes of the page currently open, read from its
032700* PAGEATTR row when the page's first match is found.
032800 01  PAGE-ATTR-DATA.
032900     05  PAGE-CHARS              PIC X(20).
033000     05  PAGE-FORMDEF            PIC X(8).
033100     05  PAGE-PAGEDEF            PIC X(8).
033200     05  PAGE-PRMODE             PIC X(8).
033300     05  PAGE-TRC                PIC XXX.
033400     SKIP1
033500* Leading bytes of one archived structured-field record, laid
033600* out the way ACIFOTX wrote it.
033700 01  ARCH-LINE.
033800     05  ARCH-CCVAL          PIC X.
033900     05  ARCH-SFINTRO.
034000         10  ARCH-SFLEN      PIC 9(4) BINARY.
034100         10  ARCH-SFTYPE     PIC XXX.
034200         10  ARCH-SFFLAG     PIC X.
034300         10  ARCH-SFSEQ      PIC 9(4) BINARY.
034400     SKIP1
034500* Work fields for turning a windowed YYMMDD date into a day
034600* number so grant expiry can be tested by comparison.
034700 01  WORK-DATE-DATA.
034800   05  WORK-DATE-6           PIC 9(6).
034900   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
035000     10  WORK-YY             PIC 99.
035100     10  FILLER              PIC 9(4).
035200   05  WORK-DATE-8           PIC 9(8).
035300   05  WORK-DATE-INT         PIC S9(9) BINARY.
035400     SKIP1
035500* Expansion state for records archived compressed (layout in
035600* CMPREC): every record is materialized raw in EXP-RECORD before
035700* it is searched or extracted, so the search sees the text as
035800* printed and the extract is byte-identical to a reprint.
035900     COPY CMPREC.
036000 01  EXP-RECORD              PIC X(32761).
036100 01  EXP-LENGTH              PIC 9(8) BINARY.
036200 77  EXP-IN-POS              PIC 9(8) BINARY VALUE ZERO.
036300 77  EXP-OUT-POS             PIC 9(8) BINARY VALUE ZERO.
036400 77  EXP-TOK-LEN             PIC 9(8) BINARY VALUE ZERO.
036500 77  EXP-RUN-SUB             PIC 9(8) BINARY VALUE ZERO.
036600 77  EXP-FAIL-SWITCH         PIC X    VALUE 'N'.
036700     88  EXP-FAILED          VALUE 'Y'.
036800 01  EXP-HALF                PIC 9(4) BINARY VALUE ZERO.
036900 01  EXP-HALF-X              REDEFINES EXP-HALF PIC XX.
037000     SKIP1
037100* Self-describing header record written in front of the
037200* extracted pages, exactly as ACIFOTXR writes it.
037300 01  PRTATTR-RECORD.
037400     05  PRTATTR-EYECATCHER      PIC X(8)  VALUE 'PRTATTR*'.
037500     05  PRTATTR-CHARS           PIC X(20) VALUE SPACES.
037600     05  PRTATTR-FORMDEF         PIC X(8)  VALUE SPACES.
037700     05  PRTATTR-PAGEDEF         PIC X(8)  VALUE SPACES.
037800     05  PRTATTR-PRMODE          PIC X(8)  VALUE SPACES.
037900     05  PRTATTR-TRC             PIC XXX   VALUE SPACES.
038000     SKIP1
038100* Control bytes inside presentation text print as nothing; on
038200* the report they are shown as periods so the line stays legible.
038300 01  NONPRINT-CHARS.
038400     05  FILLER              PIC X(16) VALUE
038500         X'000102030405060708090A0B0C0D0E0F'.
038600     05  FILLER              PIC X(16) VALUE
038700         X'101112131415161718191A1B1C1D1E1F'.
038800     05  FILLER              PIC X(16) VALUE
038900         X'202122232425262728292A2B2C2D2E2F'.
039000     05  FILLER              PIC X(16) VALUE
039100         X'303132333435363738393A3B3C3D3E3F'.
039200 01  NONPRINT-DOTS           PIC X(64) VALUE ALL '.'.
039300     SKIP1
039400 01  REPORT-HEADING-LINE.
039500     05  FILLER              PIC X(9)  VALUE 'ACIFOTXT '.
039600     05  FILLER              PIC X(34) VALUE
039700         'ARCHIVE CONTENT SEARCH - RUN DATE '.
039800     05  RPH-RUN-DATE        PIC 9(6).
039900     05  FILLER              PIC X(8)  VALUE ' STREAM '.
040000     05  RPH-STREAM          PIC 9.
040100     05  FILLER              PIC X(11) VALUE ' REQUESTOR '.
040200     05  RPH-REQUESTOR       PIC X(8).
040300     05  FILLER              PIC X(8)  VALUE ' REASON '.
040400     05  RPH-REASON          PIC X(3).
040500     05  FILLER              PIC X(44) VALUE SPACES.
040600 01  REPORT-STRING-LINE.
040700     05  FILLER              PIC X(9)  VALUE 'ACIFOTXT '.
040800     05  FILLER              PIC X(14) VALUE 'SEARCH STRING '.
040900     05  RPS-NUMBER          PIC Z9.
041000     05  FILLER              PIC X(4)  VALUE ' : '''.
041100     05  RPS-TEXT            PIC X(60).
041200     05  FILLER              PIC X(43) VALUE SPACES.
041300 01  REPORT-DETAIL-LINE.
041400     05  FILLER              PIC X(5)  VALUE ' DIV '.
041500     05  RPD-DIVISION        PIC 99.
041600     05  FILLER              PIC X(7)  VALUE ' STORE '.
041700     05  RPD-STORE           PIC 99.
041800     05  FILLER              PIC X(5)  VALUE ' DOC '.
041900     05  RPD-DOC             PIC X(10).
042000     05  FILLER              PIC X(6)  VALUE ' PAGE '.
042100     05  RPD-PAGE            PIC Z(5)9.
042200     05  FILLER              PIC X(5)  VALUE ' REC '.
042300     05  RPD-REC             PIC Z(7)9.
042400     05  FILLER              PIC X(5)  VALUE ' STR '.
042500     05  RPD-STRING          PIC Z9.
042600     05  FILLER              PIC X     VALUE SPACE.
042700     05  RPD-TEXT            PIC X(60).
042800     05  FILLER              PIC X(8)  VALUE SPACES.
042900 01  REPORT-WARNING-LINE.
043000     05  FILLER              PIC X(5)  VALUE ' DIV '.
043100     05  RPW-DIVISION        PIC 99.
043200     05  FILLER              PIC X(7)  VALUE ' STORE '.
043300     05  RPW-STORE           PIC 99.
043400     05  FILLER              PIC X(7)  VALUE '  *** '.
043500     05  RPW-TEXT            PIC X(60).
043600     05  FILLER              PIC X(49) VALUE SPACES.
043700 01  REPORT-TOTAL-LINE.
043800     05  FILLER              PIC X(9)  VALUE 'ACIFOTXT '.
043900     05  RPL-LABEL           PIC X(22).
044000     05  RPL-VALUE           PIC Z(7)9.
044100     05  FILLER              PIC X(93) VALUE SPACES.
044200/ AFP STRUCTURED FIELD DEFINITIONS.
044300     COPY STRFLDS SUPPRESS.
044310     SKIP1                                                         !@02
044320* Sequence and check-value chaining of the audit rows written.     !@02
044330     COPY AUDCHAIN.                                                !@02
044400     EJECT
044500 PROCEDURE DIVISION.
044600 0000-MAINLINE.
044700     PERFORM 1000-INITIALIZE.
044800     PERFORM 1500-DETERMINE-RUN-DATE.
044900     PERFORM 1700-LOAD-DOCUMENT-TABLE.
045000     PERFORM 2000-SCAN-SEGMENTS.
045100     IF SEGMENTS-SELECTED = ZERO
045200        PERFORM 2900-REPORT-NOTHING-SELECTED
045300     END-IF.
045400     IF CC-EXTRACT-PAGES AND HIT-COUNT > ZERO
045500        PERFORM 4000-EXTRACT-HIT-PAGES
045600     END-IF.
045700     PERFORM 6000-TERMINATE.
045800     MOVE RUN-RETURN-CODE TO RETURN-CODE.
045900     STOP RUN.
046000     SKIP1
046100 1000-INITIALIZE.
046200     ACCEPT RUN-DATE FROM DATE.
046300     ACCEPT RUN-TIME FROM TIME.
046400     MOVE RUN-DATE TO WORK-DATE-6.
046500     PERFORM 7800-YYMMDD-TO-INTEGER.
046600     MOVE WORK-DATE-INT TO TODAY-INTEGER.
046700     OPEN INPUT CONTROL-FILE.
046800     IF NOT CONTROL-OK
046900        DISPLAY PGMNAME, ' CONTROL-FILE OPEN FAILED, STATUS '
047000                CONTROL-STATUS;
047100        MOVE 16 TO RETURN-CODE;
047200        STOP RUN
047300     END-IF;
047400     READ CONTROL-FILE INTO CONTROL-CARD
047500       AT END
047600        DISPLAY PGMNAME, ' NO CONTROL CARD SUPPLIED ON SYSIN.';
047700        MOVE 16 TO RETURN-CODE;
047800        STOP RUN
047900     END-READ;
048000     PERFORM 1100-CHECK-CONTROL-CARD.
048100     PERFORM 1400-READ-SEARCH-CARD
048200        UNTIL CONTROL-DECK-DONE.
048300     CLOSE CONTROL-FILE.
048400     IF SRCH-COUNT = ZERO
048500        DISPLAY PGMNAME, ' NO SEARCH STRING SUPPLIED ON SYSIN.';
048600        MOVE 16 TO RETURN-CODE;
048700        STOP RUN
048800     END-IF;
048900     OPEN INPUT STOREIDX-FILE.
049000     IF NOT STOREIDX-OK
049100        DISPLAY PGMNAME, ' STOREIDX-FILE OPEN FAILED, STATUS '
049200                STOREIDX-STATUS;
049300        MOVE 16 TO RETURN-CODE;
049400        STOP RUN
049500     END-IF;
049600     OPEN INPUT PAGEATTR-FILE.
049700     IF NOT PAGEATTR-OK
049800        DISPLAY PGMNAME, ' PAGEATTR-FILE OPEN FAILED, STATUS '
049900                PAGEATTR-STATUS;
050000        MOVE 16 TO RETURN-CODE;
050100        STOP RUN
050200     END-IF;
050300* A never-loaded document index (nothing with document tags
050400* archived yet) is tolerated: the pages found are then reported
050500* without a document number.
050600     OPEN INPUT DOCIDX-FILE.
050700     IF DOCIDX-OK
050800        SET DOCIDX-AVAILABLE TO TRUE
050900     ELSE
051000        IF NOT DOCIDX-NOTLOADED
051100           DISPLAY PGMNAME, ' DOCIDX-FILE OPEN FAILED, STATUS '
051200                   DOCIDX-STATUS;
051300           MOVE 16 TO RETURN-CODE;
051400           STOP RUN
051500        END-IF
051600     END-IF;
051700     OPEN INPUT AUTH-FILE.
051800     IF NOT AUTH-OK
051900        DISPLAY PGMNAME, ' AUTHFILE OPEN FAILED, STATUS '
052000                AUTH-STATUS;
052100        MOVE 16 TO RETURN-CODE;
052200        STOP RUN
052300     END-IF;
052310     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@02
052400     OPEN EXTEND AUDIT-FILE.
052500     IF NOT AUDIT-OK
052600        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
052700                AUDIT-STATUS;
052800        MOVE 16 TO RETURN-CODE;
052900        STOP RUN
053000     END-IF;
053100     OPEN OUTPUT REPORT-FILE.
053200     IF NOT REPORT-OK
053300        DISPLAY PGMNAME, ' SRCHRPT OPEN FAILED, STATUS '
053400                REPORT-STATUS;
053500        MOVE 16 TO RETURN-CODE;
053600        STOP RUN
053700     END-IF.
053800     SKIP1
053900 1100-CHECK-CONTROL-CARD.
054000     IF CC-REQUESTOR-ID = SPACES
054100        DISPLAY PGMNAME, ' REQUESTOR ID MISSING ON CONTROL CARD.';
054200        MOVE 16 TO RETURN-CODE;
054300        STOP RUN
054400     END-IF;
054500     IF CC-DIVISION-CODE NOT = SPACES
054600        IF CC-DIVISION-CODE-NUM NUMERIC
054700           MOVE CC-DIVISION-CODE-NUM TO TARGET-DIVISION;
054800           SET DIVISION-GIVEN TO TRUE
054900        ELSE
055000           DISPLAY PGMNAME, ' INVALID DIVISION CODE ON CONTROL '
055100                   'CARD: ', CC-DIVISION-CODE;
055200           MOVE 16 TO RETURN-CODE;
055300           STOP RUN
055400        END-IF
055500     END-IF;
055600     IF NOT CC-ALL-STORES
055700        IF CC-STORE-CODE-NUM NUMERIC AND DIVISION-GIVEN
055800           MOVE CC-STORE-CODE-NUM TO TARGET-STORE
055900        ELSE
056000           DISPLAY PGMNAME, ' INVALID STORE CODE ON CONTROL '
056100                   'CARD: ', CC-STORE-CODE;
056200           MOVE 16 TO RETURN-CODE;
056300           STOP RUN
056400        END-IF
056500     END-IF;
056600     IF CC-RUN-DATE NOT = SPACES
056700        IF CC-RUN-DATE-NUM NUMERIC
056800           MOVE CC-RUN-DATE-NUM TO TARGET-RUN-DATE;
056900           SET RUN-DATE-GIVEN TO TRUE
057000        ELSE
057100           DISPLAY PGMNAME, ' INVALID RUN DATE ON CONTROL '
057200                   'CARD: ', CC-RUN-DATE;
057300           MOVE 16 TO RETURN-CODE;
057400           STOP RUN
057500        END-IF
057600     END-IF;
057700     IF CC-STREAM NOT = SPACE
057800        IF CC-STREAM NUMERIC AND CC-STREAM NOT = '0'
057900           MOVE CC-STREAM TO TARGET-STREAM-X
058000        ELSE
058100           DISPLAY PGMNAME, ' INVALID STREAM CODE ON CONTROL '
058200                   'CARD: ', CC-STREAM;
058300           MOVE 16 TO RETURN-CODE;
058400           STOP RUN
058500        END-IF
058600     END-IF;
058700     IF NOT CC-EXTRACT-PAGES AND NOT CC-NO-EXTRACT
058800        DISPLAY PGMNAME, ' INVALID EXTRACT OPTION ON CONTROL '
058900                'CARD: ', CC-EXTRACT-OPTION;
059000        MOVE 16 TO RETURN-CODE;
059100        STOP RUN
059200     END-IF.
059300     SKIP1
059400 1400-READ-SEARCH-CARD.
059500     READ CONTROL-FILE
059600       AT END
059700        SET CONTROL-DECK-DONE TO TRUE
059800       NOT AT END
059900        IF SC-TEXT = SPACES
060000           CONTINUE
060100        ELSE
060200           IF SRCH-COUNT < SRCH-MAX
060300              ADD 1 TO SRCH-COUNT;
060400              MOVE SC-TEXT TO SRCH-TEXT (SRCH-COUNT);
060500              MOVE LENGTH OF SC-TEXT TO SRCH-LEN (SRCH-COUNT);
060600              MOVE 'N' TO TRIM-DONE-SWITCH;
060700              PERFORM 1450-DROP-TRAILING-SPACE
060800                 UNTIL TRIM-DONE
060900           ELSE
061000              DISPLAY PGMNAME, ' MORE THAN ', SRCH-MAX,
061100                      ' SEARCH STRINGS ON SYSIN.';
061200              MOVE 16 TO RETURN-CODE;
061300              STOP RUN
061400           END-IF
061500        END-IF
061600     END-READ.
061700     SKIP1
061800 1450-DROP-TRAILING-SPACE.
061900* The card is known not to be blank, so this stops on the last
062000* character keyed before the length can reach zero.
062100     IF SRCH-TEXT (SRCH-COUNT) (SRCH-LEN (SRCH-COUNT) : 1) = SPACE
062200        SUBTRACT 1 FROM SRCH-LEN (SRCH-COUNT)
062300     ELSE
062400        SET TRIM-DONE TO TRUE
062500     END-IF.
062600     SKIP1
062700 1500-DETERMINE-RUN-DATE.
062800* Without a run date on SYSIN, search the most recent generation
062900* of the stream in the index.
063000     IF NOT RUN-DATE-GIVEN
063100        MOVE 'N' TO STOREIDX-BROWSE-SWITCH;
063200        MOVE LOW-VALUES TO STOREIDX-KEY;
063300        MOVE TARGET-STREAM TO STOREIDX-STREAM-CODE;
063400        START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
063500          INVALID KEY
063600           SET STOREIDX-BROWSE-DONE TO TRUE
063700        END-START;
063800        PERFORM 1510-SCAN-ONE-RUN-DATE
063900           UNTIL STOREIDX-BROWSE-DONE
064000     END-IF;
064100     DISPLAY PGMNAME, ' SEARCHING RUN DATE ',
064200             TARGET-RUN-DATE, ' STREAM ', TARGET-STREAM.
064300     MOVE TARGET-RUN-DATE TO RPH-RUN-DATE.
064400     MOVE TARGET-STREAM   TO RPH-STREAM.
064500     MOVE CC-REQUESTOR-ID TO RPH-REQUESTOR.
064600     MOVE CC-REASON-CODE  TO RPH-REASON.
064700     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
064800     PERFORM 1550-LIST-ONE-STRING
064900        VARYING SRCH-SUB FROM 1 BY 1
065000        UNTIL SRCH-SUB > SRCH-COUNT.
065100     SKIP1
065200 1510-SCAN-ONE-RUN-DATE.
065300     READ STOREIDX-FILE NEXT RECORD
065400       AT END
065500        SET STOREIDX-BROWSE-DONE TO TRUE
065600       NOT AT END
065700        IF STOREIDX-STREAM-CODE NOT = TARGET-STREAM
065800           SET STOREIDX-BROWSE-DONE TO TRUE
065900        ELSE
066000           IF STOREIDX-RUN-DATE > TARGET-RUN-DATE
066100              MOVE STOREIDX-RUN-DATE TO TARGET-RUN-DATE
066200           END-IF
066300        END-IF
066400     END-READ.
066500     SKIP1
066600 1550-LIST-ONE-STRING.
066700     MOVE SRCH-SUB TO RPS-NUMBER.
066800     MOVE SPACES TO RPS-TEXT.
066900     STRING SRCH-TEXT (SRCH-SUB) (1 : SRCH-LEN (SRCH-SUB))
067000            '''' DELIMITED BY SIZE
067100       INTO RPS-TEXT.
067200     WRITE REPORT-RECORD FROM REPORT-STRING-LINE.
067300     SKIP1
067400 1700-LOAD-DOCUMENT-TABLE.
067500* The document index is keyed by document number, not by where
067600* the document lies, so the generation's rows are gathered once
067700* here and a found page is matched to its document by record
067800* range.
067900     IF DOCIDX-AVAILABLE
068000        MOVE 'N' TO DOC-BROWSE-SWITCH;
068100        MOVE LOW-VALUES TO DOCIDX-KEY;
068200        MOVE TARGET-STREAM TO DOCIDX-STREAM-CODE;
068300        START DOCIDX-FILE KEY IS NOT LESS THAN DOCIDX-KEY
068400          INVALID KEY
068500           SET DOC-BROWSE-DONE TO TRUE
068600        END-START;
068700        PERFORM 1710-LOAD-ONE-DOCUMENT
068800           UNTIL DOC-BROWSE-DONE
068900     END-IF.
069000     SKIP1
069100 1710-LOAD-ONE-DOCUMENT.
069200     READ DOCIDX-FILE NEXT RECORD
069300       AT END
069400        SET DOC-BROWSE-DONE TO TRUE
069500       NOT AT END
069600        IF DOCIDX-STREAM-CODE NOT = TARGET-STREAM
069700           SET DOC-BROWSE-DONE TO TRUE
069800        ELSE
069900           IF DOCIDX-RUN-DATE = TARGET-RUN-DATE
070000              AND (NOT DIVISION-GIVEN
070100                   OR DOCIDX-DIVISION-CODE = TARGET-DIVISION)
070200              AND (CC-ALL-STORES
070300                   OR DOCIDX-STORE-CODE = TARGET-STORE)
070400              PERFORM 1720-KEEP-ONE-DOCUMENT
070500           END-IF
070600        END-IF
070700     END-READ.
070800     SKIP1
070900 1720-KEEP-ONE-DOCUMENT.
071000     IF DOC-COUNT < DOC-MAX
071100        ADD 1 TO DOC-COUNT;
071200        MOVE DOCIDX-DDNAME     TO DOC-TAB-DDNAME (DOC-COUNT);
071300        MOVE DOCIDX-START-REC  TO DOC-TAB-START-REC (DOC-COUNT);
071400        MOVE DOCIDX-END-REC    TO DOC-TAB-END-REC (DOC-COUNT);
071500        MOVE DOCIDX-DOC-NUMBER TO DOC-TAB-NUMBER (DOC-COUNT)
071600     ELSE
071700        IF NOT DOC-TABLE-FULL
071800           DISPLAY PGMNAME, ' DOCUMENT TABLE FULL AT ', DOC-MAX,
071900                   ' - LATER DOCUMENTS ARE NOT NAMED.';
072000           SET DOC-TABLE-FULL TO TRUE
072100        END-IF
072200     END-IF.
072300     SKIP1
072400 2000-SCAN-SEGMENTS.
072500     MOVE 'N' TO STOREIDX-BROWSE-SWITCH.
072600     MOVE LOW-VALUES TO STOREIDX-KEY.
072700     MOVE TARGET-STREAM TO STOREIDX-STREAM-CODE.
072800     IF DIVISION-GIVEN
072900        MOVE TARGET-DIVISION TO STOREIDX-DIVISION-CODE
073000     END-IF.
073100     IF TARGET-RUN-DATE = ZERO
073200        SET STOREIDX-BROWSE-DONE TO TRUE
073300     ELSE
073400        START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
073500          INVALID KEY
073600           SET STOREIDX-BROWSE-DONE TO TRUE
073700        END-START
073800     END-IF.
073900     PERFORM 2100-CHECK-ONE-SEGMENT
074000        UNTIL STOREIDX-BROWSE-DONE.
074100     SKIP1
074200 2100-CHECK-ONE-SEGMENT.
074300     READ STOREIDX-FILE NEXT RECORD
074400       AT END
074500        SET STOREIDX-BROWSE-DONE TO TRUE
074600       NOT AT END
074700        IF STOREIDX-STREAM-CODE NOT = TARGET-STREAM
074800           OR (DIVISION-GIVEN
074900               AND STOREIDX-DIVISION-CODE NOT = TARGET-DIVISION)
075000           SET STOREIDX-BROWSE-DONE TO TRUE
075100        ELSE
075200           IF STOREIDX-RUN-DATE = TARGET-RUN-DATE
075300              AND (CC-ALL-STORES
075400                   OR STOREIDX-STORE-CODE = TARGET-STORE)
075500              PERFORM 2200-SEARCH-ONE-SEGMENT
075600           END-IF
075700        END-IF
075800     END-READ.
075900     SKIP1
076000 2200-SEARCH-ONE-SEGMENT.
076100     ADD 1 TO SEGMENTS-SELECTED.
076200     PERFORM 2950-CHECK-AUTHORIZATION.
076300     IF NOT REQUEST-AUTHORIZED
076400        PERFORM 2970-REFUSE-SEGMENT
076500     ELSE
076600        PERFORM 2300-READ-SEGMENT
076700     END-IF.
076800     SKIP1
076900 2300-READ-SEGMENT.
077000     MOVE ZERO TO SEGMENT-HIT-PAGES PAGE-IN-SEGMENT.
077100     MOVE 'N' TO SEGMENT-FAILED-SWITCH PAGE-OPEN-SWITCH
077200                 PAGE-HIT-SWITCH.
077300     MOVE STOREIDX-DDNAME TO AFPPAGOT-DDNAME.
077400     OPEN INPUT AFPPAGOT-FILE.
077500     IF NOT AFPPAGOT-OK
077600        DISPLAY PGMNAME, ' AFPPAGOT-FILE OPEN FAILED, STATUS '
077700                AFPPAGOT-STATUS, ' DDNAME ', AFPPAGOT-DDNAME;
077800        SET SEGMENT-FAILED TO TRUE;
077900        IF RUN-RETURN-CODE < 16
078000           MOVE 16 TO RUN-RETURN-CODE
078100        END-IF
078200     ELSE
078300        PERFORM 2310-SEARCH-OPENED-SEGMENT;
078400        CLOSE AFPPAGOT-FILE
078500     END-IF.
078600     IF SEGMENT-FAILED
078700        MOVE 'SEGMENT COULD NOT BE READ - NOT SEARCHED'
078800          TO RPW-TEXT;
078900        PERFORM 2980-WRITE-SEGMENT-WARNING;
079000        PERFORM 2965-LOG-FAILED-SEARCH
079100     ELSE
079200        ADD 1 TO SEGMENTS-SEARCHED;
079300        PERFORM 2960-LOG-SEARCH
079400     END-IF.
079500     SKIP1
079600 2310-SEARCH-OPENED-SEGMENT.
079700     MOVE STOREIDX-START-REC TO AFPPAGOT-REC.
079800     START AFPPAGOT-FILE KEY IS EQUAL TO AFPPAGOT-REC
079900       INVALID KEY
080000        DISPLAY PGMNAME, ' START FAILED FOR RECORD '
080100                AFPPAGOT-REC, ' DDNAME ', AFPPAGOT-DDNAME;
080200        SET SEGMENT-FAILED TO TRUE;
080300        IF RUN-RETURN-CODE < 16
080400           MOVE 16 TO RUN-RETURN-CODE
080500        END-IF
080600       NOT INVALID KEY
080700        MOVE 'N' TO AFPPAGOT-RANGE-SWITCH;
080800        PERFORM 2320-SEARCH-ONE-RECORD
080900           UNTIL AFPPAGOT-RANGE-DONE;
081000        PERFORM 2500-CLOSE-PAGE
081100     END-START.
081200     SKIP1
081300 2320-SEARCH-ONE-RECORD.
081400     READ AFPPAGOT-FILE
081500       AT END
081600        SET AFPPAGOT-RANGE-DONE TO TRUE
081700       NOT AT END
081800        IF AFPPAGOT-REC > STOREIDX-END-REC
081900           SET AFPPAGOT-RANGE-DONE TO TRUE
082000        ELSE
082100           ADD 1 TO RECORDS-SEARCHED;
082200           PERFORM 3150-EXPAND-ARCHIVE-RECORD;
082300           IF EXP-FAILED
082400              MOVE 'DAMAGED RECORD - REST OF SEGMENT NOT SEARCHED'
082500                TO RPW-TEXT;
082600              PERFORM 2980-WRITE-SEGMENT-WARNING;
082700              SET AFPPAGOT-RANGE-DONE TO TRUE;
082800              IF RUN-RETURN-CODE < 12
082900                 MOVE 12 TO RUN-RETURN-CODE
083000              END-IF
083100           ELSE
083200              PERFORM 2400-CLASSIFY-RECORD
083300           END-IF
083400        END-IF
083500     END-READ.
083600     SKIP1
083700 2400-CLASSIFY-RECORD.
083800* A BPG opens a new page and every record up to the next BPG
083900* belongs to it.  Only text is searched: the data of a PTX
084000* structured field, or a line-data record after its CC byte.
084100     MOVE ZERO TO TEXT-START.
084200     IF EXP-RECORD (1 : 1) = SF-CC-BYTE
084300        IF EXP-LENGTH NOT < LENGTH OF ARCH-LINE
084400           MOVE EXP-RECORD (1 : LENGTH OF ARCH-LINE) TO ARCH-LINE;
084500           EVALUATE ARCH-SFTYPE
084600            WHEN SF-BPG
084700             PERFORM 2500-CLOSE-PAGE;
084800             PERFORM 2550-OPEN-PAGE
084900            WHEN SF-PTX
085000             COMPUTE TEXT-START = LENGTH OF ARCH-LINE + 1
085100           END-EVALUATE
085200        END-IF
085300     ELSE
085400        MOVE 2 TO TEXT-START
085500     END-IF.
085600     IF PAGE-OPEN
085700        MOVE AFPPAGOT-REC TO PAGE-END-REC
085800     END-IF.
085900     IF TEXT-START > ZERO AND EXP-LENGTH NOT < TEXT-START
086000        COMPUTE TEXT-LEN = EXP-LENGTH - TEXT-START + 1;
086100        PERFORM 2600-MATCH-ONE-STRING
086200           VARYING SRCH-SUB FROM 1 BY 1
086300           UNTIL SRCH-SUB > SRCH-COUNT
086400     END-IF.
086500     SKIP1
086600 2500-CLOSE-PAGE.
086700* A page with a match is counted and remembered for the extract.
086800     IF PAGE-OPEN AND PAGE-HAS-HIT
086900        ADD 1 TO SEGMENT-HIT-PAGES TOTAL-HIT-PAGES;
087000        IF HIT-COUNT < HIT-MAX
087100           ADD 1 TO HIT-COUNT;
087200           MOVE STOREIDX-DIVISION-CODE
087300             TO HIT-DIVISION-CODE (HIT-COUNT);
087400           MOVE STOREIDX-STORE-CODE TO HIT-STORE-CODE (HIT-COUNT);
087500           MOVE AFPPAGOT-DDNAME  TO HIT-DDNAME (HIT-COUNT);
087600           MOVE PAGE-START-REC   TO HIT-START-REC (HIT-COUNT);
087700           MOVE PAGE-END-REC     TO HIT-END-REC (HIT-COUNT);
087800           MOVE PAGE-IN-SEGMENT  TO HIT-PAGE (HIT-COUNT);
087900           MOVE PAGE-DOC-NUMBER  TO HIT-DOC-NUMBER (HIT-COUNT);
088000           MOVE PAGE-ATTR-SWITCH TO HIT-ATTR-FLAG (HIT-COUNT);
088100           MOVE PAGE-CHARS       TO HIT-CHARS (HIT-COUNT);
088200           MOVE PAGE-FORMDEF     TO HIT-FORMDEF (HIT-COUNT);
088300           MOVE PAGE-PAGEDEF     TO HIT-PAGEDEF (HIT-COUNT);
088400           MOVE PAGE-PRMODE      TO HIT-PRMODE (HIT-COUNT);
088500           MOVE PAGE-TRC         TO HIT-TRC (HIT-COUNT)
088600        ELSE
088700           IF NOT HIT-TABLE-FULL
088800              DISPLAY PGMNAME, ' MORE THAN ', HIT-MAX,
088900                      ' PAGES FOUND - LATER PAGES ARE REPORTED '
089000                      'BUT NOT EXTRACTED.';
089100              SET HIT-TABLE-FULL TO TRUE;
089200              IF CC-EXTRACT-PAGES AND RUN-RETURN-CODE < 4
089300                 MOVE 4 TO RUN-RETURN-CODE
089400              END-IF
089500           END-IF
089600        END-IF
089700     END-IF.
089800     MOVE 'N' TO PAGE-OPEN-SWITCH PAGE-HIT-SWITCH.
089900     SKIP1
090000 2550-OPEN-PAGE.
090100     ADD 1 TO PAGE-IN-SEGMENT.
090200     SET PAGE-OPEN TO TRUE.
090300     MOVE AFPPAGOT-REC TO PAGE-START-REC PAGE-END-REC.
090400     MOVE SPACES TO PAGE-DOC-NUMBER.
090500     SKIP1
090600 2600-MATCH-ONE-STRING.
090700     IF SRCH-LEN (SRCH-SUB) NOT > TEXT-LEN
090800        MOVE ZERO TO MATCH-TALLY;
090900        INSPECT EXP-RECORD (TEXT-START : TEXT-LEN)
091000           TALLYING MATCH-TALLY FOR ALL
091100           SRCH-TEXT (SRCH-SUB) (1 : SRCH-LEN (SRCH-SUB));
091200        IF MATCH-TALLY > ZERO
091300           PERFORM 2650-REPORT-MATCH
091400        END-IF
091500     END-IF.
091600     SKIP1
091700 2650-REPORT-MATCH.
091800* The page's document and print attributes are looked up on its
091900* first match only; a match ahead of the segment's first BPG is
092000* reported as page zero and cannot be extracted.
092100     IF NOT PAGE-HAS-HIT
092200        SET PAGE-HAS-HIT TO TRUE;
092300        IF PAGE-OPEN
092400           MOVE PAGE-START-REC TO DOC-LOOKUP-REC
092500        ELSE
092600           MOVE AFPPAGOT-REC TO DOC-LOOKUP-REC
092700        END-IF;
092800        PERFORM 2700-FIND-DOCUMENT;
092900        PERFORM 2750-READ-PAGE-ATTR
093000     END-IF.
093100     ADD 1 TO MATCHING-LINES.
093200     MOVE ZERO TO MATCH-OFFSET.
093300     INSPECT EXP-RECORD (TEXT-START : TEXT-LEN)
093400        TALLYING MATCH-OFFSET FOR CHARACTERS BEFORE INITIAL
093500        SRCH-TEXT (SRCH-SUB) (1 : SRCH-LEN (SRCH-SUB)).
093600     IF MATCH-OFFSET > 20
093700        COMPUTE SHOW-START = TEXT-START + MATCH-OFFSET - 20
093800     ELSE
093900        MOVE TEXT-START TO SHOW-START
094000     END-IF.
094100     COMPUTE SHOW-LEN = EXP-LENGTH - SHOW-START + 1.
094200     IF SHOW-LEN > LENGTH OF RPD-TEXT
094300        MOVE LENGTH OF RPD-TEXT TO SHOW-LEN
094400     END-IF.
094500     MOVE SPACES TO RPD-TEXT.
094600     MOVE EXP-RECORD (SHOW-START : SHOW-LEN)
094700       TO RPD-TEXT (1 : SHOW-LEN).
094800     INSPECT RPD-TEXT CONVERTING NONPRINT-CHARS TO NONPRINT-DOTS.
094900     MOVE STOREIDX-DIVISION-CODE TO RPD-DIVISION.
095000     MOVE STOREIDX-STORE-CODE    TO RPD-STORE.
095100     MOVE PAGE-DOC-NUMBER        TO RPD-DOC.
095200     IF PAGE-OPEN
095300        MOVE PAGE-IN-SEGMENT     TO RPD-PAGE
095400     ELSE
095500        MOVE ZERO                TO RPD-PAGE
095600     END-IF.
095700     MOVE AFPPAGOT-REC           TO RPD-REC.
095800     MOVE SRCH-SUB               TO RPD-STRING.
095900     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
096000     SKIP1
096100 2700-FIND-DOCUMENT.
096200     MOVE SPACES TO PAGE-DOC-NUMBER.
096300     PERFORM 2710-TEST-ONE-DOCUMENT
096400        VARYING DOC-SUB FROM 1 BY 1
096500        UNTIL DOC-SUB > DOC-COUNT
096600           OR PAGE-DOC-NUMBER NOT = SPACES.
096700     SKIP1
096800 2710-TEST-ONE-DOCUMENT.
096900     IF DOC-TAB-DDNAME (DOC-SUB) = AFPPAGOT-DDNAME
097000        AND DOC-TAB-START-REC (DOC-SUB) NOT > DOC-LOOKUP-REC
097100        AND DOC-TAB-END-REC (DOC-SUB) NOT < DOC-LOOKUP-REC
097200        MOVE DOC-TAB-NUMBER (DOC-SUB) TO PAGE-DOC-NUMBER
097300     END-IF.
097400     SKIP1
097500 2750-READ-PAGE-ATTR.
097600     MOVE 'N' TO PAGE-ATTR-SWITCH.
097700     MOVE SPACES TO PAGE-ATTR-DATA.
097800     IF PAGE-OPEN
097900        MOVE AFPPAGOT-DDNAME TO PAGEATTR-DDNAME;
098000        MOVE TARGET-RUN-DATE TO PAGEATTR-RUN-DATE;
098100        MOVE PAGE-START-REC  TO PAGEATTR-REC;
098200        READ PAGEATTR-FILE
098300          INVALID KEY
098400           CONTINUE
098500          NOT INVALID KEY
098600           SET PAGE-ATTR-FOUND TO TRUE;
098700           MOVE PAGEATTR-CHARS   TO PAGE-CHARS;
098800           MOVE PAGEATTR-FORMDEF TO PAGE-FORMDEF;
098900           MOVE PAGEATTR-PAGEDEF TO PAGE-PAGEDEF;
099000           MOVE PAGEATTR-PRMODE  TO PAGE-PRMODE;
099100           MOVE PAGEATTR-TRC     TO PAGE-TRC
099200        END-READ
099300     END-IF.
099400     SKIP1
099500 2900-REPORT-NOTHING-SELECTED.
099600* A search that reached no segment is still an access attempt;
099700* log it refused with nothing searched, as ACIFOTXR logs a
099800* request that found nothing.
099900     DISPLAY PGMNAME, ' NO SEGMENT OF RUN DATE ', TARGET-RUN-DATE,
100000             ' STREAM ', TARGET-STREAM, ' MATCHES THE SELECTION.'.
100100     MOVE TARGET-DIVISION TO RPW-DIVISION.
100200     MOVE TARGET-STORE    TO RPW-STORE.
100300     MOVE 'NO SEGMENT MATCHES THE SELECTION' TO RPW-TEXT.
100400     WRITE REPORT-RECORD FROM REPORT-WARNING-LINE.
100500     IF RUN-RETURN-CODE < 20
100600        MOVE 20 TO RUN-RETURN-CODE
100700     END-IF.
100800     SET AUDIT-RETRIEVAL-ROW TO TRUE.
100900     SET AUDIT-REFUSED TO TRUE.
101000     MOVE TARGET-DIVISION TO AUDIT-DIVISION-CODE.
101100     MOVE TARGET-STORE    TO AUDIT-STORE-CODE.
101200     MOVE RUN-DATE        TO AUDIT-RUN-DATE.
101300     MOVE RUN-TIME        TO AUDIT-RUN-TIME.
101400     MOVE ZERO            TO AUDIT-PAGE-COUNT.
101500     MOVE TARGET-RUN-DATE TO AUDIT-GEN-DATE.
101600     MOVE CC-REQUESTOR-ID TO AUDIT-USERID.
101700     MOVE CC-REASON-CODE  TO AUDIT-REASON-CODE.
101800     MOVE ZERO TO AUDIT-START-REC AUDIT-END-REC.
101900     MOVE TARGET-STREAM   TO AUDIT-STREAM-CODE.
102000     MOVE 'SEARCH'        TO AUDIT-TARGET-ID.
102010     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@02
102100     WRITE AUDIT-RECORD.
102200     SKIP1
102300 2950-CHECK-AUTHORIZATION.
102400* The requestor must hold an unexpired grant for the division
102500* that owns the segment, exactly as for a reprint.
102600     MOVE 'N' TO AUTHORIZED-SWITCH GRANT-EXPIRED-SWITCH.
102700     MOVE CC-REQUESTOR-ID TO AUTH-REQUESTOR-ID.
102800     MOVE STOREIDX-DIVISION-CODE TO AUTH-DIVISION-CODE.
102900     READ AUTH-FILE
103000       INVALID KEY
103100        CONTINUE
103200       NOT INVALID KEY
103300        PERFORM 2955-CHECK-GRANT-EXPIRY
103400     END-READ.
103500     SKIP1
103600 2955-CHECK-GRANT-EXPIRY.
103700     IF AUTH-EXPIRY-DATE = ZERO
103800        SET REQUEST-AUTHORIZED TO TRUE
103900     ELSE
104000        MOVE AUTH-EXPIRY-DATE TO WORK-DATE-6;
104100        PERFORM 7800-YYMMDD-TO-INTEGER;
104200        IF WORK-DATE-INT NOT < TODAY-INTEGER
104300           SET REQUEST-AUTHORIZED TO TRUE
104400        ELSE
104500           SET GRANT-EXPIRED TO TRUE
104600        END-IF
104700     END-IF.
104800     SKIP1
104900 2960-LOG-SEARCH.
105000* The whole segment was read, so its whole record range is the
105100* range accessed; the page count is the pages that matched.
105200     SET AUDIT-RETRIEVAL-ROW TO TRUE.
105300     SET AUDIT-GRANTED TO TRUE.
105400     MOVE STOREIDX-DIVISION-CODE TO AUDIT-DIVISION-CODE.
105500     MOVE STOREIDX-STORE-CODE    TO AUDIT-STORE-CODE.
105600     MOVE RUN-DATE               TO AUDIT-RUN-DATE.
105700     MOVE RUN-TIME               TO AUDIT-RUN-TIME.
105800     MOVE SEGMENT-HIT-PAGES      TO AUDIT-PAGE-COUNT.
105900     MOVE STOREIDX-RUN-DATE      TO AUDIT-GEN-DATE.
106000     MOVE CC-REQUESTOR-ID        TO AUDIT-USERID.
106100     MOVE CC-REASON-CODE         TO AUDIT-REASON-CODE.
106200     MOVE STOREIDX-START-REC     TO AUDIT-START-REC.
106300     MOVE STOREIDX-END-REC       TO AUDIT-END-REC.
106400     MOVE TARGET-STREAM          TO AUDIT-STREAM-CODE.
106500     MOVE 'SEARCH'               TO AUDIT-TARGET-ID.
106510     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@02
106600     WRITE AUDIT-RECORD.
106700     SKIP1
106800 2965-LOG-FAILED-SEARCH.
106900     SET AUDIT-RETRIEVAL-ROW TO TRUE.
107000     SET AUDIT-REFUSED TO TRUE.
107100     MOVE STOREIDX-DIVISION-CODE TO AUDIT-DIVISION-CODE.
107200     MOVE STOREIDX-STORE-CODE    TO AUDIT-STORE-CODE.
107300     MOVE RUN-DATE               TO AUDIT-RUN-DATE.
107400     MOVE RUN-TIME               TO AUDIT-RUN-TIME.
107500     MOVE ZERO                   TO AUDIT-PAGE-COUNT.
107600     MOVE STOREIDX-RUN-DATE      TO AUDIT-GEN-DATE.
107700     MOVE CC-REQUESTOR-ID        TO AUDIT-USERID.
107800     MOVE CC-REASON-CODE         TO AUDIT-REASON-CODE.
107900     MOVE ZERO TO AUDIT-START-REC AUDIT-END-REC.
108000     MOVE TARGET-STREAM          TO AUDIT-STREAM-CODE.
108100     MOVE 'SEARCH'               TO AUDIT-TARGET-ID.
108110     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@02
108200     WRITE AUDIT-RECORD.
108300     SKIP1
108400 2970-REFUSE-SEGMENT.
108500     ADD 1 TO SEGMENTS-REFUSED.
108600     IF GRANT-EXPIRED
108700        DISPLAY PGMNAME, ' REQUESTOR ', CC-REQUESTOR-ID,
108800                ' GRANT FOR DIVISION ',
108900                STOREIDX-DIVISION-CODE, ' EXPIRED ',
109000                AUTH-EXPIRY-DATE, ' - SEGMENT NOT SEARCHED.';
109100        MOVE 'REQUESTOR GRANT EXPIRED - NOT SEARCHED' TO RPW-TEXT
109200     ELSE
109300        DISPLAY PGMNAME, ' REQUESTOR ', CC-REQUESTOR-ID,
109400                ' NOT AUTHORIZED FOR DIVISION ',
109500                STOREIDX-DIVISION-CODE,
109600                ' - SEGMENT NOT SEARCHED.';
109700        MOVE 'REQUESTOR NOT AUTHORIZED - NOT SEARCHED' TO RPW-TEXT
109800     END-IF.
109900     PERFORM 2980-WRITE-SEGMENT-WARNING.
110000     IF RUN-RETURN-CODE < 24
110100        MOVE 24 TO RUN-RETURN-CODE
110200     END-IF.
110300     PERFORM 2965-LOG-FAILED-SEARCH.
110400     SKIP1
110500 2980-WRITE-SEGMENT-WARNING.
110600     MOVE STOREIDX-DIVISION-CODE TO RPW-DIVISION.
110700     MOVE STOREIDX-STORE-CODE    TO RPW-STORE.
110800     WRITE REPORT-RECORD FROM REPORT-WARNING-LINE.
110900     SKIP1
111000 3150-EXPAND-ARCHIVE-RECORD.
111100* Materialize the record just read in its raw form: a record
111200* archived compressed (X'00' flag byte and CPR* eyecatcher) is
111300* expanded token by token and proven against the original
111400* length it carries; any other record is passed through.
111500     MOVE 'N' TO EXP-FAIL-SWITCH.
111600     IF AFPPAGOT-LENGTH > 18
111700        AND AFPPAGOT-RECORD (1 : 1) = LOW-VALUE
111800        AND AFPPAGOT-RECORD (2 : 4) = 'CPR*'
111900        MOVE AFPPAGOT-RECORD (1 : 18) TO CMP-HEADER;
112000        MOVE CMP-INTRO TO EXP-RECORD (1 : 9);
112100        MOVE 9 TO EXP-OUT-POS;
112200        MOVE 19 TO EXP-IN-POS;
112300        PERFORM 3160-EXPAND-ONE-TOKEN
112400           UNTIL EXP-IN-POS > AFPPAGOT-LENGTH OR EXP-FAILED;
112500        MOVE EXP-OUT-POS TO EXP-LENGTH;
112600        IF (NOT EXP-FAILED)
112700           AND EXP-LENGTH NOT = CMP-DATA-LENGTH + 9
112800           SET EXP-FAILED TO TRUE
112900        END-IF;
113000        IF EXP-FAILED
113100           DISPLAY PGMNAME, ' COMPRESSED RECORD ',
113200                   AFPPAGOT-REC, ' ON ', AFPPAGOT-DDNAME,
113300                   ' IS DAMAGED - CANNOT EXPAND.'
113400        END-IF
113500     ELSE
113600        MOVE AFPPAGOT-LENGTH TO EXP-LENGTH;
113700        MOVE AFPPAGOT-RECORD (1 : AFPPAGOT-LENGTH)
113800          TO EXP-RECORD (1 : EXP-LENGTH)
113900     END-IF.
114000     SKIP1
114100 3160-EXPAND-ONE-TOKEN.
114200     EVALUATE AFPPAGOT-RECORD (EXP-IN-POS : 1)
114300      WHEN X'01'
114400       PERFORM 3165-EXPAND-LITERAL-TOKEN
114500      WHEN X'02'
114600       PERFORM 3168-EXPAND-RUN-TOKEN
114700      WHEN OTHER
114800       SET EXP-FAILED TO TRUE
114900     END-EVALUATE.
115000     SKIP1
115100 3165-EXPAND-LITERAL-TOKEN.
115200     IF EXP-IN-POS + 2 > AFPPAGOT-LENGTH
115300        SET EXP-FAILED TO TRUE
115400     ELSE
115500        MOVE AFPPAGOT-RECORD (EXP-IN-POS + 1 : 2) TO EXP-HALF-X;
115600        MOVE EXP-HALF TO EXP-TOK-LEN;
115700        IF EXP-TOK-LEN = ZERO
115800           OR EXP-IN-POS + 2 + EXP-TOK-LEN > AFPPAGOT-LENGTH
115900           OR EXP-OUT-POS + EXP-TOK-LEN > 32761
116000           SET EXP-FAILED TO TRUE
116100        ELSE
116200           MOVE AFPPAGOT-RECORD (EXP-IN-POS + 3 : EXP-TOK-LEN)
116300             TO EXP-RECORD (EXP-OUT-POS + 1 : EXP-TOK-LEN);
116400           ADD EXP-TOK-LEN TO EXP-OUT-POS;
116500           COMPUTE EXP-IN-POS = EXP-IN-POS + 3 + EXP-TOK-LEN
116600        END-IF
116700     END-IF.
116800     SKIP1
116900 3168-EXPAND-RUN-TOKEN.
117000     IF EXP-IN-POS + 3 > AFPPAGOT-LENGTH
117100        SET EXP-FAILED TO TRUE
117200     ELSE
117300        MOVE AFPPAGOT-RECORD (EXP-IN-POS + 1 : 2) TO EXP-HALF-X;
117400        MOVE EXP-HALF TO EXP-TOK-LEN;
117500        IF EXP-TOK-LEN = ZERO
117600           OR EXP-OUT-POS + EXP-TOK-LEN > 32761
117700           SET EXP-FAILED TO TRUE
117800        ELSE
117900           PERFORM 3170-EXPAND-RUN-BYTE
118000              VARYING EXP-RUN-SUB FROM 1 BY 1
118100              UNTIL EXP-RUN-SUB > EXP-TOK-LEN;
118200           ADD EXP-TOK-LEN TO EXP-OUT-POS;
118300           COMPUTE EXP-IN-POS = EXP-IN-POS + 4
118400        END-IF
118500     END-IF.
118600     SKIP1
118700 3170-EXPAND-RUN-BYTE.
118800     MOVE AFPPAGOT-RECORD (EXP-IN-POS + 3 : 1)
118900       TO EXP-RECORD (EXP-OUT-POS + EXP-RUN-SUB : 1).
119000     SKIP1
119100 4000-EXTRACT-HIT-PAGES.
119200* Second pass: copy every page found, in the order found, behind
119300* one PRTATTR* header taken from the first found page that has a
119400* PAGEATTR row.
119500     OPEN OUTPUT REPRINT-FILE.
119600     IF NOT REPRINT-OK
119700        DISPLAY PGMNAME, ' REPRINT-FILE OPEN FAILED, STATUS '
119800                REPRINT-STATUS, ' DDNAME REPRNT01';
119900        IF RUN-RETURN-CODE < 16
120000           MOVE 16 TO RUN-RETURN-CODE
120100        END-IF
120200     ELSE
120300        PERFORM 4050-CHOOSE-HEADER
120400           VARYING HIT-SUB FROM 1 BY 1
120500           UNTIL HIT-SUB > HIT-COUNT OR HEADER-CHOSEN;
120600        IF NOT HEADER-CHOSEN
120700           DISPLAY PGMNAME, ' NO PAGEATTR RECORDS FOR EXTRACT - '
120800                   'PRINT ATTRIBUTES UNKNOWN.';
120900           IF RUN-RETURN-CODE < 4
121000              MOVE 4 TO RUN-RETURN-CODE
121100           END-IF
121200        END-IF;
121300        MOVE 1 TO REPRINT-REC;
121400        MOVE LENGTH OF PRTATTR-RECORD TO REPRINT-LENGTH;
121500        WRITE REPRINT-RECORD FROM PRTATTR-RECORD
121600          INVALID KEY
121700           DISPLAY PGMNAME, ' REPRINT-FILE WRITE INVALID KEY.'
121800                   ' FILE STATUS ', REPRINT-STATUS
121900        END-WRITE;
122000        PERFORM 4100-EXTRACT-ONE-PAGE
122100           VARYING HIT-SUB FROM 1 BY 1
122200           UNTIL HIT-SUB > HIT-COUNT;
122300        IF EXTENT-OPEN
122400           CLOSE AFPPAGOT-FILE
122500        END-IF;
122600        CLOSE REPRINT-FILE
122700     END-IF.
122800     SKIP1
122900 4050-CHOOSE-HEADER.
123000     IF HIT-ATTR-FOUND (HIT-SUB)
123100        MOVE HIT-CHARS (HIT-SUB)   TO PRTATTR-CHARS;
123200        MOVE HIT-FORMDEF (HIT-SUB) TO PRTATTR-FORMDEF;
123300        MOVE HIT-PAGEDEF (HIT-SUB) TO PRTATTR-PAGEDEF;
123400        MOVE HIT-PRMODE (HIT-SUB)  TO PRTATTR-PRMODE;
123500        MOVE HIT-TRC (HIT-SUB)     TO PRTATTR-TRC;
123600        SET HEADER-CHOSEN TO TRUE
123700     END-IF.
123800     SKIP1
123900 4100-EXTRACT-ONE-PAGE.
124000* A page composed with another form or page definition would
124100* print wrongly under the one header, so it is left out and
124200* listed instead.
124300     IF HIT-ATTR-FOUND (HIT-SUB)
124400        AND (HIT-FORMDEF (HIT-SUB) NOT = PRTATTR-FORMDEF
124500             OR HIT-PAGEDEF (HIT-SUB) NOT = PRTATTR-PAGEDEF)
124600        MOVE 'PAGE      NOT EXTRACTED - FORMDEF/PAGEDEF DIFFER'
124700          TO RPW-TEXT;
124800        MOVE HIT-PAGE (HIT-SUB) TO RPD-PAGE;
124900        MOVE RPD-PAGE TO RPW-TEXT (5 : 6);
125000        PERFORM 4300-WRITE-PAGE-WARNING
125100     ELSE
125200        IF HIT-DDNAME (HIT-SUB) NOT = OPEN-EXTENT-DDNAME
125300           PERFORM 4150-OPEN-HIT-EXTENT
125400        END-IF;
125500        IF EXTENT-OPEN
125600           PERFORM 4200-COPY-HIT-PAGE
125700        ELSE
125800           MOVE 'PAGE      NOT EXTRACTED - EXTENT NOT AVAILABLE'
125900             TO RPW-TEXT;
126000           MOVE HIT-PAGE (HIT-SUB) TO RPD-PAGE;
126100           MOVE RPD-PAGE TO RPW-TEXT (5 : 6);
126200           PERFORM 4300-WRITE-PAGE-WARNING
126300        END-IF
126400     END-IF.
126500     SKIP1
126600 4150-OPEN-HIT-EXTENT.
126700     IF EXTENT-OPEN
126800        CLOSE AFPPAGOT-FILE;
126900        MOVE 'N' TO EXTENT-OPEN-SWITCH
127000     END-IF.
127100     MOVE HIT-DDNAME (HIT-SUB) TO AFPPAGOT-DDNAME
127200                                  OPEN-EXTENT-DDNAME.
127300     OPEN INPUT AFPPAGOT-FILE.
127400     IF AFPPAGOT-OK
127500        SET EXTENT-OPEN TO TRUE
127600     ELSE
127700        DISPLAY PGMNAME, ' AFPPAGOT-FILE OPEN FAILED, STATUS '
127800                AFPPAGOT-STATUS, ' DDNAME ', AFPPAGOT-DDNAME;
127900        IF RUN-RETURN-CODE < 16
128000           MOVE 16 TO RUN-RETURN-CODE
128100        END-IF
128200     END-IF.
128300     SKIP1
128400 4200-COPY-HIT-PAGE.
128500     MOVE HIT-START-REC (HIT-SUB) TO AFPPAGOT-REC.
128600     START AFPPAGOT-FILE KEY IS EQUAL TO AFPPAGOT-REC
128700       INVALID KEY
128800        DISPLAY PGMNAME, ' START FAILED FOR RECORD '
128900                AFPPAGOT-REC, ' DDNAME ', AFPPAGOT-DDNAME;
129000        IF RUN-RETURN-CODE < 16
129100           MOVE 16 TO RUN-RETURN-CODE
129200        END-IF
129300       NOT INVALID KEY
129400        ADD 1 TO PAGES-EXTRACTED;
129500        MOVE 'N' TO AFPPAGOT-RANGE-SWITCH;
129600        PERFORM 4250-COPY-ONE-RECORD
129700           UNTIL AFPPAGOT-RANGE-DONE
129800     END-START.
129900     SKIP1
130000 4250-COPY-ONE-RECORD.
130100     READ AFPPAGOT-FILE
130200       AT END
130300        SET AFPPAGOT-RANGE-DONE TO TRUE
130400       NOT AT END
130500        IF AFPPAGOT-REC > HIT-END-REC (HIT-SUB)
130600           SET AFPPAGOT-RANGE-DONE TO TRUE
130700        ELSE
130800           PERFORM 3150-EXPAND-ARCHIVE-RECORD;
130900           IF EXP-FAILED
131000              SET AFPPAGOT-RANGE-DONE TO TRUE;
131100              IF RUN-RETURN-CODE < 12
131200                 MOVE 12 TO RUN-RETURN-CODE
131300              END-IF
131400           ELSE
131500              ADD 1 TO REPRINT-REC;
131600              MOVE EXP-LENGTH TO REPRINT-LENGTH;
131700              WRITE REPRINT-RECORD FROM EXP-RECORD
131800                INVALID KEY
131900                 DISPLAY PGMNAME, ' REPRINT-FILE WRITE INVALID '
132000                         'KEY. FILE STATUS ', REPRINT-STATUS
132100              END-WRITE;
132200              ADD 1 TO RECORDS-EXTRACTED
132300           END-IF
132400        END-IF
132500     END-READ.
132600     SKIP1
132700 4300-WRITE-PAGE-WARNING.
132800     ADD 1 TO PAGES-NOT-EXTRACTED.
132900     MOVE HIT-DIVISION-CODE (HIT-SUB) TO RPW-DIVISION.
133000     MOVE HIT-STORE-CODE (HIT-SUB)    TO RPW-STORE.
133100     WRITE REPORT-RECORD FROM REPORT-WARNING-LINE.
133200     IF RUN-RETURN-CODE < 4
133300        MOVE 4 TO RUN-RETURN-CODE
133400     END-IF.
133500     SKIP1
133600 6000-TERMINATE.
133700     CLOSE STOREIDX-FILE.
133800     CLOSE PAGEATTR-FILE.
133900     IF DOCIDX-AVAILABLE
134000        CLOSE DOCIDX-FILE
134100     END-IF.
134200     CLOSE AUTH-FILE.
134300     CLOSE AUDIT-FILE.
134400     MOVE 'SEGMENTS SEARCHED   : ' TO RPL-LABEL.
134500     MOVE SEGMENTS-SEARCHED TO RPL-VALUE.
134600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
134700     MOVE 'SEGMENTS REFUSED    : ' TO RPL-LABEL.
134800     MOVE SEGMENTS-REFUSED TO RPL-VALUE.
134900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
135000     MOVE 'RECORDS SEARCHED    : ' TO RPL-LABEL.
135100     MOVE RECORDS-SEARCHED TO RPL-VALUE.
135200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
135300     MOVE 'MATCHING LINES      : ' TO RPL-LABEL.
135400     MOVE MATCHING-LINES TO RPL-VALUE.
135500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
135600     MOVE 'PAGES FOUND         : ' TO RPL-LABEL.
135700     MOVE TOTAL-HIT-PAGES TO RPL-VALUE.
135800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
135900     IF CC-EXTRACT-PAGES
136000        MOVE 'PAGES EXTRACTED     : ' TO RPL-LABEL;
136100        MOVE PAGES-EXTRACTED TO RPL-VALUE;
136200        WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE;
136300        MOVE 'PAGES NOT EXTRACTED : ' TO RPL-LABEL;
136400        MOVE PAGES-NOT-EXTRACTED TO RPL-VALUE;
136500        WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE;
136600        MOVE 'RECORDS EXTRACTED   : ' TO RPL-LABEL;
136700        MOVE RECORDS-EXTRACTED TO RPL-VALUE;
136800        WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE
136900     END-IF.
137000     CLOSE REPORT-FILE.
137100     DISPLAY PGMNAME, ' SEGMENTS SEARCHED : ',
137200             SEGMENTS-SEARCHED.
137300     DISPLAY PGMNAME, ' MATCHING LINES    : ',
137400             MATCHING-LINES.
137500     DISPLAY PGMNAME, ' PAGES FOUND       : ',
137600             TOTAL-HIT-PAGES.
137700     IF MATCHING-LINES = ZERO
137800        AND RUN-RETURN-CODE < 4
137900        MOVE 4 TO RUN-RETURN-CODE
138000     END-IF.
138100     SKIP1
138200 7800-YYMMDD-TO-INTEGER.
138300* Two-digit years are windowed: years above 70 are 19xx, the
138400* rest 20xx, matching the earliest possible archive content.
138500* An undatable value leaves zero, which the expiry test treats
138600* as already expired.
138700     MOVE ZERO TO WORK-DATE-INT.
138800     IF WORK-DATE-6 NUMERIC
138900        IF WORK-YY > 70
139000           COMPUTE WORK-DATE-8 = 19000000 + WORK-DATE-6
139100        ELSE
139200           COMPUTE WORK-DATE-8 = 20000000 + WORK-DATE-6
139300        END-IF;
139400        COMPUTE WORK-DATE-INT =
139500                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
139600     END-IF.
139610     SKIP1                                                         !@02
139620 8800-FIND-AUDIT-CHAIN-END.                                        !@02
139630* The trail is sequential, so the last row - the one this run's    !@02
139640* rows chain on - is found by one pass before it is extended.      !@02
139650* Rows carried from before the chain existed have sequence zero    !@02
139660* and are passed over.                                             !@02
139670     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@02
139680     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@02
139690     OPEN INPUT AUDIT-FILE.                                        !@02
139700     IF AUDIT-OK                                                   !@02
139710        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@02
139720           UNTIL AUDIT-CHAIN-EOF;                                  !@02
139730        CLOSE AUDIT-FILE                                           !@02
139740     END-IF.                                                       !@02
139750     SKIP1                                                         !@02
139760 8810-READ-ONE-AUDIT-ROW.                                          !@02
139770     READ AUDIT-FILE                                               !@02
139780       AT END                                                      !@02
139790        SET AUDIT-CHAIN-EOF TO TRUE                                !@02
139800       NOT AT END                                                  !@02
139810        IF AUDIT-SEQ-NUMBER > ZERO                                 !@02
139820           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@02
139830           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@02
139840        END-IF                                                     !@02
139850     END-READ.                                                     !@02
139860     SKIP1                                                         !@02
139870 8850-STAMP-AUDIT-ROW.                                             !@02
139880* Give the row built in AUDIT-RECORD the next sequence number      !@02
139890* and its check value, chained on the row before it.               !@02
139900     ADD 1 TO AUDIT-LAST-SEQ.                                      !@02
139910     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@02
139920     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@02
139930     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@02
139940                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@02
139950     PERFORM 8860-CHAIN-ONE-BYTE                                   !@02
139960        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@02
139970        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@02
139980     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@02
139990     SKIP1                                                         !@02
140000 8860-CHAIN-ONE-BYTE.                                              !@02
140010     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@02
140020       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@02
140030     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@02
140040             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@02
140050           + AUDIT-CHAIN-HALF + 1.                                 !@02
140060     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@02
140070        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@02
