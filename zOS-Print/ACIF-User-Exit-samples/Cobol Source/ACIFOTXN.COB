000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXN.
000500 AUTHOR. MAINTENANCE.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700
000800               This program checks a newly archived generation
000900               for content the archive already holds: a feed
001000               that the print application sent twice.  It runs
001100               after ACIFOTX, ahead of the ACIFOTXU unload and
001200               the ACIFOTXP purge of the prior generation.
001300
001400               ACIFOTX writes a content fingerprint to FPRINT
001500               for every store segment and every document it
001600               archives (see the FPRINT copybook).  For each
001700               segment and document of the generation checked,
001800               this program compares the fingerprint with those
001900               of the same segment (division and store) or the
002000               same document number in the earlier generations
002100               of the stream that are still online, and lists
002200               every one that is identical, with the most recent
002300               generation it matches, on the duplicate report.
002400               Empty segments and documents are never matched.
002500
002600               A generation is mostly duplicate when the pages
002700               of its duplicated segments, or of its duplicated
002800               documents, reach the hold threshold percentage of
002900               all its segment or document pages.  The program
003000               then ends with return code 8: the unload and
003100               purge steps must run only when this step ends
003200               below 8, so the prior generation stays online and
003300               the new one is not unloaded until operations has
003400               looked at it.  If the generation is to be kept
003500               after all, operations reruns this program with
003600               the confirmation columns filled in; the report
003700               and the job log name who confirmed it, the run
003800               ends with 4 and the held steps may be released.
003900
004000               Fingerprint rows of earlier generations whose
004100               segment or document is no longer in STOREIDX or
004200               DOCIDX (purged since) are deleted as they are
004300               passed, so FPRINT shrinks with the archive.
004400
004500               SYSIN control card layout (the card is optional):
004600                 COLUMNS  1- 6   ARCHIVE RUN DATE YYMMDD
004700                                 (SPACES OR NO CARD = THE MOST
004800                                 RECENT GENERATION OF THE STREAM
004900                                 IN GENCAT)
005000                 COLUMN   7      ARCHIVE STREAM CODE 1-9
005100                                 (SPACE = STREAM 1)
005200                 COLUMNS  8-10   HOLD THRESHOLD PERCENT 001-100
005300                                 (SPACES = 050)
005400                 COLUMNS 11-17   'CONFIRM' TO RELEASE A HELD
005500                                 GENERATION
005600                 COLUMNS 18-25   USERID OF THE OPERATOR WHO
005700                                 CONFIRMED (REQUIRED WITH
005800                                 'CONFIRM')
005900
006000               The report is written to DUPRPT.  RETURN-CODE 0
006100               means no duplicate content was found, 4 means
006200               some duplicates below the threshold, a confirmed
006300               release, no fingerprints for the generation, or
006400               more earlier generations than could be compared;
006500               8 means the generation is mostly duplicate and is
006600               held; 16 means a file or the control card could
006700               not be processed.
006800
006900 DATE-WRITTEN. 14 OCT 26.
007000 DATE-COMPILED.
007100 SECURITY. IBM SAMPLE CODE ONLY.
007200 TITLE 'ACIF Archive Duplicate Feed Check'.
007300 ENVIRONMENT DIVISION.
007400 CONFIGURATION SECTION.
007500 SOURCE-COMPUTER. IBM-370.
007600 OBJECT-COMPUTER. IBM-370.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
007900     SELECT CONTROL-FILE         ASSIGN TO SYSIN,
008000                                 ORGANIZATION SEQUENTIAL,
008100                                 FILE STATUS CONTROL-STATUS.
008200     SELECT GENCAT-FILE          ASSIGN TO GENCAT,
008300                                 ORGANIZATION INDEXED,
008400                                 ACCESS MODE DYNAMIC,
008500                                 RECORD KEY GENCAT-KEY,
008600                                 FILE STATUS GENCAT-STATUS.
008700     SELECT FPRINT-FILE          ASSIGN TO FPRINT,
008800                                 ORGANIZATION INDEXED,
008900                                 ACCESS MODE DYNAMIC,
009000                                 RECORD KEY FPRINT-KEY,
009100                                 FILE STATUS FPRINT-STATUS.
009200     SELECT STOREIDX-FILE        ASSIGN TO STOREIDX,
009300                                 ORGANIZATION INDEXED,
009400                                 ACCESS MODE RANDOM,
009500                                 RECORD KEY STOREIDX-KEY,
009600                                 FILE STATUS STOREIDX-STATUS.
009700     SELECT DOCIDX-FILE          ASSIGN TO DOCIDX,
009800                                 ORGANIZATION INDEXED,
009900                                 ACCESS MODE RANDOM,
010000                                 RECORD KEY DOCIDX-KEY,
010100                                 FILE STATUS DOCIDX-STATUS.
010200     SELECT REPORT-FILE          ASSIGN TO DUPRPT,
010300                                 ORGANIZATION SEQUENTIAL,
010400                                 FILE STATUS REPORT-STATUS.
010500     EJECT
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  CONTROL-FILE.
010900 01  CONTROL-RECORD.
011000     05  CC-RUN-DATE             PIC X(6).
011100     05  CC-STREAM               PIC X.
011200     05  CC-THRESHOLD            PIC X(3).
011300     05  CC-THRESHOLD-NUM        REDEFINES CC-THRESHOLD
011400                                 PIC 9(3).
011500     05  CC-CONFIRM              PIC X(7).
011600     05  CC-USERID               PIC X(8).
011700     05  FILLER                  PIC X(55).
011800 FD  GENCAT-FILE.
011900     COPY GENCAT.
012000 FD  FPRINT-FILE.
012100     COPY FPRINT.
012200 FD  STOREIDX-FILE.
012300     COPY STOREIDX.
012400 FD  DOCIDX-FILE.
012500     COPY DOCIDX.
012600 FD  REPORT-FILE.
012700 01  REPORT-RECORD               PIC X(132).
012800     EJECT
012900 WORKING-STORAGE SECTION.
013000 77  PGMNAME                 PIC X(8) VALUE 'ACIFOTXN'.
013100 77  CONTROL-STATUS          PIC 99.
013200     88  CONTROL-OK          VALUE 00.
013300 77  GENCAT-STATUS           PIC 99.
013400     88  GENCAT-OK           VALUE 00.
013500 77  FPRINT-STATUS           PIC 99.
013600     88  FPRINT-OK           VALUE 00.
013700 77  STOREIDX-STATUS         PIC 99.
013800     88  STOREIDX-OK         VALUE 00.
013900     88  STOREIDX-NOTFOUND   VALUE 23.
014000 77  DOCIDX-STATUS           PIC 99.
014100     88  DOCIDX-OK           VALUE 00.
014200     88  DOCIDX-NOTFOUND     VALUE 23.
014300 77  REPORT-STATUS           PIC 99.
014400     88  REPORT-OK           VALUE 00.
014500 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
014600 77  GENCAT-BROWSE-SWITCH    PIC X    VALUE 'N'.
014700     88  GENCAT-BROWSE-DONE  VALUE 'Y'.
014800 77  FPRINT-BROWSE-SWITCH    PIC X    VALUE 'N'.
014900     88  FPRINT-BROWSE-DONE  VALUE 'Y'.
015000 77  TARGET-SEEN-SWITCH      PIC X    VALUE 'N'.
015100     88  TARGET-SEEN         VALUE 'Y'.
015200 77  ROW-ONLINE-SWITCH       PIC X    VALUE 'N'.
015300     88  ROW-ONLINE          VALUE 'Y'.
015400 77  CONFIRM-SWITCH          PIC X    VALUE 'N'.
015500     88  RELEASE-CONFIRMED   VALUE 'Y'.
015600 77  MOSTLY-DUPLICATE-SWITCH PIC X    VALUE 'N'.
015700     88  MOSTLY-DUPLICATE    VALUE 'Y'.
015800 77  TARGET-STREAM           PIC 9    VALUE 1.
015900 77  TARGET-RUN-DATE         PIC 9(6) VALUE ZERO.
016000 77  TARGET-DATE-8           PIC 9(8) VALUE ZERO.
016100 77  LATEST-DATE-8           PIC 9(8) VALUE ZERO.
016200 77  THRESHOLD-PCT           PIC 9(3) VALUE 50.
016300 77  CONFIRM-USERID          PIC X(8) VALUE SPACES.
016400 77  ER-SUB                  PIC S9(4) BINARY VALUE ZERO.
016500 77  ER-COUNT                PIC S9(4) BINARY VALUE ZERO.
016600 77  ER-MAX                  PIC S9(4) BINARY VALUE 400.
016700 77  MATCH-CUR               PIC S9(4) BINARY VALUE ZERO.
016800 77  MATCH-DATE-8            PIC 9(8) VALUE ZERO.
016900 77  ROWS-READ               PIC S9(8) BINARY VALUE ZERO.
017000 77  EARLIER-ROWS-COMPARED   PIC S9(8) BINARY VALUE ZERO.
017100 77  EARLIER-NOT-COMPARED    PIC S9(8) BINARY VALUE ZERO.
017200 77  STALE-ROWS-DELETED      PIC S9(8) BINARY VALUE ZERO.
017300 77  SEGS-IN-GEN             PIC S9(8) BINARY VALUE ZERO.
017400 77  SEG-PAGES-IN-GEN        PIC S9(9) BINARY VALUE ZERO.
017500 77  SEGS-DUPLICATED         PIC S9(8) BINARY VALUE ZERO.
017600 77  SEG-PAGES-DUPLICATED    PIC S9(9) BINARY VALUE ZERO.
017700 77  SEG-DUP-PCT             PIC S9(4) BINARY VALUE ZERO.
017800 77  DOCS-IN-GEN             PIC S9(8) BINARY VALUE ZERO.
017900 77  DOC-PAGES-IN-GEN        PIC S9(9) BINARY VALUE ZERO.
018000 77  DOCS-DUPLICATED         PIC S9(8) BINARY VALUE ZERO.
018100 77  DOC-PAGES-DUPLICATED    PIC S9(9) BINARY VALUE ZERO.
018200 77  DOC-DUP-PCT             PIC S9(4) BINARY VALUE ZERO.
018300     SKIP1
018400 01  DATE-DATA.
018500   05  RUN-DATE              PIC 9(6).
018600     SKIP1
018700* Work fields for windowing a YYMMDD run date to CCYYMMDD, so
018800* generations either side of a century compare in date order.
018900 01  WORK-DATE-DATA.
019000   05  WORK-DATE-6           PIC 9(6).
019100   05  WORK-DATE-6-X         REDEFINES WORK-DATE-6.
019200     10  WORK-YY             PIC 99.
019300     10  FILLER              PIC 9(4).
019400   05  WORK-DATE-8           PIC 9(8).
019500     SKIP1
019600* The segment or document whose generations are being read: its
019700* key, its row in the generation checked (when there is one),
019800* and its rows in the earlier generations still online.
019900 01  GROUP-DATA.
020000   05  GROUP-TYPE            PIC X     VALUE LOW-VALUE.
020100   05  GROUP-ITEM            PIC X(10) VALUE LOW-VALUES.
020200 01  TARGET-ROW.
020300   05  TR-DIVISION-CODE      PIC 99.
020400   05  TR-STORE-CODE         PIC 99.
020500   05  TR-HASH               PIC 9(9).
020600   05  TR-RECORD-COUNT       PIC S9(8)  BINARY.
020700   05  TR-BYTE-COUNT         PIC S9(15) BINARY.
020800   05  TR-PAGE-COUNT         PIC S9(8)  BINARY.
020900 01  EARLIER-TABLE.
021000   05  EARLIER-ENTRY         OCCURS 400 TIMES.
021100     10  ER-RUN-DATE         PIC 9(6).
021200     10  ER-DATE-8           PIC 9(8).
021300     10  ER-HASH             PIC 9(9).
021400     10  ER-RECORD-COUNT     PIC S9(8)  BINARY.
021500     10  ER-BYTE-COUNT       PIC S9(15) BINARY.
021600     10  ER-PAGE-COUNT       PIC S9(8)  BINARY.
021700     SKIP1
021800 01  REPORT-HEADING-LINE.
021900     05  FILLER              PIC X(9)  VALUE 'ACIFOTXN '.
022000     05  FILLER              PIC X(22) VALUE
022100         'DUPLICATE FEED REPORT '.
022200     05  FILLER              PIC X(7)  VALUE 'STREAM '.
022300     05  RPH-STREAM          PIC 9.
022400     05  FILLER              PIC X(12) VALUE ' GENERATION '.
022500     05  RPH-RUN-DATE        PIC 9(6).
022600     05  FILLER              PIC X(9)  VALUE ' HOLD AT '.
022700     05  RPH-THRESHOLD       PIC ZZ9.
022800     05  FILLER              PIC X(14) VALUE ' PCT  RUN DATE'.
022900     05  FILLER              PIC X     VALUE SPACE.
023000     05  RPH-TODAY           PIC 9(6).
023100     05  FILLER              PIC X(42) VALUE SPACES.
023200 01  REPORT-DETAIL-LINE.
023300     05  FILLER              PIC XX    VALUE SPACES.
023400     05  RPD-TYPE            PIC X(9).
023500     05  RPD-ITEM            PIC X(10).
023600     05  FILLER              PIC X(5)  VALUE ' DIV '.
023700     05  RPD-DIVISION        PIC 99.
023800     05  FILLER              PIC X(7)  VALUE ' STORE '.
023900     05  RPD-STORE           PIC 99.
024000     05  FILLER              PIC X(7)  VALUE ' PAGES '.
024100     05  RPD-PAGES           PIC Z(7)9.
024200     05  FILLER              PIC X(9)  VALUE ' RECORDS '.
024300     05  RPD-RECORDS         PIC Z(8)9.
024400     05  FILLER              PIC X(7)  VALUE ' BYTES '.
024500     05  RPD-BYTES           PIC Z(14)9.
024600     05  FILLER              PIC X(20) VALUE
024700         ' MATCHES GENERATION '.
024800     05  RPD-MATCH-DATE      PIC 9(6).
024900     05  FILLER              PIC X(14) VALUE SPACES.
025000 01  REPORT-MESSAGE-LINE.
025100     05  FILLER              PIC X(9)  VALUE 'ACIFOTXN '.
025200     05  RPM-TEXT            PIC X(60).
025300     05  RPM-USERID          PIC X(8).
025400     05  FILLER              PIC X(55) VALUE SPACES.
025500 01  REPORT-BLANK-LINE       PIC X(132) VALUE SPACES.
025600 01  REPORT-TOTAL-LINE.
025700     05  FILLER              PIC X(9)  VALUE 'ACIFOTXN '.
025800     05  RPL-LABEL           PIC X(30).
025900     05  RPL-VALUE           PIC Z(8)9.
026000     05  FILLER              PIC X(84) VALUE SPACES.
026100     EJECT
026200 PROCEDURE DIVISION.
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE.
026500     PERFORM 2000-COMPARE-FINGERPRINTS.
026600     PERFORM 3000-PRINT-SUMMARY.
026700     PERFORM 6000-TERMINATE.
026800     MOVE RUN-RETURN-CODE TO RETURN-CODE.
026900     STOP RUN.
027000     SKIP1
027100 1000-INITIALIZE.
027200     ACCEPT RUN-DATE FROM DATE.
027300     MOVE SPACES TO CONTROL-RECORD.
027400     OPEN INPUT CONTROL-FILE.
027500     IF CONTROL-OK
027600        READ CONTROL-FILE
027700          AT END
027800           MOVE SPACES TO CONTROL-RECORD
027900        END-READ;
028000        CLOSE CONTROL-FILE
028100     END-IF.
028200     PERFORM 1050-EDIT-CONTROL-CARD.
028300     OPEN INPUT GENCAT-FILE.
028400     IF NOT GENCAT-OK
028500        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',
028600                GENCAT-STATUS;
028700        MOVE 16 TO RETURN-CODE;
028800        STOP RUN
028900     END-IF.
029000     IF TARGET-RUN-DATE = ZERO
029100        PERFORM 1100-FIND-LATEST-GENERATION
029200     ELSE
029300        MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE;
029400        MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE;
029500        READ GENCAT-FILE
029600          INVALID KEY
029700           DISPLAY PGMNAME, ' NO GENCAT ROW FOR STREAM ',
029800                   TARGET-STREAM, ' RUN DATE ', TARGET-RUN-DATE;
029900           MOVE 16 TO RETURN-CODE;
030000           STOP RUN
030100        END-READ
030200     END-IF.
030300     CLOSE GENCAT-FILE.
030400     MOVE TARGET-RUN-DATE TO WORK-DATE-6.
030500     PERFORM 7800-WINDOW-DATE.
030600     MOVE WORK-DATE-8 TO TARGET-DATE-8.
030700     OPEN I-O FPRINT-FILE.
030800     IF NOT FPRINT-OK
030900        DISPLAY PGMNAME, ' FPRINT OPEN FAILED, STATUS ',
031000                FPRINT-STATUS;
031100        MOVE 16 TO RETURN-CODE;
031200        STOP RUN
031300     END-IF.
031400     OPEN INPUT STOREIDX-FILE.
031500     IF NOT STOREIDX-OK
031600        DISPLAY PGMNAME, ' STOREIDX OPEN FAILED, STATUS ',
031700                STOREIDX-STATUS;
031800        MOVE 16 TO RETURN-CODE;
031900        STOP RUN
032000     END-IF.
032100     OPEN INPUT DOCIDX-FILE.
032200     IF NOT DOCIDX-OK
032300        DISPLAY PGMNAME, ' DOCIDX OPEN FAILED, STATUS ',
032400                DOCIDX-STATUS;
032500        MOVE 16 TO RETURN-CODE;
032600        STOP RUN
032700     END-IF.
032800     OPEN OUTPUT REPORT-FILE.
032900     IF NOT REPORT-OK
033000        DISPLAY PGMNAME, ' DUPRPT OPEN FAILED, STATUS ',
033100                REPORT-STATUS;
033200        MOVE 16 TO RETURN-CODE;
033300        STOP RUN
033400     END-IF.
033500     MOVE TARGET-STREAM   TO RPH-STREAM.
033600     MOVE TARGET-RUN-DATE TO RPH-RUN-DATE.
033700     MOVE THRESHOLD-PCT   TO RPH-THRESHOLD.
033800     MOVE RUN-DATE        TO RPH-TODAY.
033900     WRITE REPORT-RECORD FROM REPORT-HEADING-LINE.
034000     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
034100     SKIP1
034200 1050-EDIT-CONTROL-CARD.
034300     IF CC-RUN-DATE NOT = SPACES
034400        IF CC-RUN-DATE NUMERIC
034500           MOVE CC-RUN-DATE TO TARGET-RUN-DATE
034600        ELSE
034700           DISPLAY PGMNAME, ' INVALID RUN DATE ON CONTROL CARD: ',
034800                   CC-RUN-DATE;
034900           MOVE 16 TO RETURN-CODE;
035000           STOP RUN
035100        END-IF
035200     END-IF.
035300     IF CC-STREAM NOT = SPACE
035400        IF CC-STREAM NUMERIC AND CC-STREAM NOT = '0'
035500           MOVE CC-STREAM TO TARGET-STREAM
035600        ELSE
035700           DISPLAY PGMNAME, ' INVALID STREAM ON CONTROL CARD: ',
035800                   CC-STREAM;
035900           MOVE 16 TO RETURN-CODE;
036000           STOP RUN
036100        END-IF
036200     END-IF.
036300     IF CC-THRESHOLD NOT = SPACES
036400        IF CC-THRESHOLD NUMERIC
036500           AND CC-THRESHOLD-NUM > ZERO
036600           AND CC-THRESHOLD-NUM NOT > 100
036700           MOVE CC-THRESHOLD-NUM TO THRESHOLD-PCT
036800        ELSE
036900           DISPLAY PGMNAME, ' INVALID HOLD THRESHOLD ON CONTROL '
037000                   'CARD: ', CC-THRESHOLD;
037100           MOVE 16 TO RETURN-CODE;
037200           STOP RUN
037300        END-IF
037400     END-IF.
037500     IF CC-CONFIRM NOT = SPACES
037600        IF CC-CONFIRM = 'CONFIRM' AND CC-USERID NOT = SPACES
037700           SET RELEASE-CONFIRMED TO TRUE;
037800           MOVE CC-USERID TO CONFIRM-USERID
037900        ELSE
038000           DISPLAY PGMNAME, ' CONFIRMATION NEEDS ''CONFIRM'' IN '
038100                   'COLUMNS 11-17 AND A USERID IN 18-25';
038200           MOVE 16 TO RETURN-CODE;
038300           STOP RUN
038400        END-IF
038500     END-IF.
038600     SKIP1
038700 1100-FIND-LATEST-GENERATION.
038800* No run date given: check the stream's most recent generation.
038900     MOVE ZERO TO LATEST-DATE-8.
039000     MOVE TARGET-STREAM TO GENCAT-STREAM-CODE.
039100     MOVE ZERO TO GENCAT-RUN-DATE.
039200     START GENCAT-FILE KEY IS NOT LESS THAN GENCAT-KEY
039300       INVALID KEY
039400        SET GENCAT-BROWSE-DONE TO TRUE
039500     END-START.
039600     PERFORM 1110-READ-NEXT-GENERATION
039700        UNTIL GENCAT-BROWSE-DONE.
039800     IF TARGET-RUN-DATE = ZERO
039900        DISPLAY PGMNAME, ' NO GENERATION CATALOGUED FOR STREAM ',
040000                TARGET-STREAM;
040100        MOVE 16 TO RETURN-CODE;
040200        STOP RUN
040300     END-IF.
040400     SKIP1
040500 1110-READ-NEXT-GENERATION.
040600     READ GENCAT-FILE NEXT RECORD
040700       AT END
040800        SET GENCAT-BROWSE-DONE TO TRUE
040900     END-READ.
041000     IF NOT GENCAT-BROWSE-DONE
041100        IF GENCAT-STREAM-CODE NOT = TARGET-STREAM
041200           SET GENCAT-BROWSE-DONE TO TRUE
041300        ELSE
041400           MOVE GENCAT-RUN-DATE TO WORK-DATE-6;
041500           PERFORM 7800-WINDOW-DATE;
041600           IF WORK-DATE-8 > LATEST-DATE-8
041700              MOVE WORK-DATE-8 TO LATEST-DATE-8;
041800              MOVE GENCAT-RUN-DATE TO TARGET-RUN-DATE
041900           END-IF
042000        END-IF
042100     END-IF.
042200     SKIP1
042300 2000-COMPARE-FINGERPRINTS.
042400* Read the stream's fingerprints in key order: every generation
042500* of one segment or document arrives together, so each group is
042600* settled when the next one starts.
042700     MOVE TARGET-STREAM TO FPRINT-STREAM-CODE.
042800     MOVE LOW-VALUE     TO FPRINT-TYPE.
042900     MOVE LOW-VALUES    TO FPRINT-ITEM.
043000     MOVE ZERO          TO FPRINT-RUN-DATE.
043100     START FPRINT-FILE KEY IS NOT LESS THAN FPRINT-KEY
043200       INVALID KEY
043300        SET FPRINT-BROWSE-DONE TO TRUE
043400     END-START.
043500     PERFORM 2100-READ-FINGERPRINT
043600        UNTIL FPRINT-BROWSE-DONE.
043700     PERFORM 2300-CLOSE-GROUP.
043800     SKIP1
043900 2100-READ-FINGERPRINT.
044000     READ FPRINT-FILE NEXT RECORD
044100       AT END
044200        SET FPRINT-BROWSE-DONE TO TRUE
044300     END-READ.
044400     IF NOT FPRINT-BROWSE-DONE
044500        IF FPRINT-STREAM-CODE NOT = TARGET-STREAM
044600           SET FPRINT-BROWSE-DONE TO TRUE
044700        ELSE
044800           ADD 1 TO ROWS-READ;
044900           IF FPRINT-TYPE NOT = GROUP-TYPE
045000              OR FPRINT-ITEM NOT = GROUP-ITEM
045100              PERFORM 2300-CLOSE-GROUP;
045200              MOVE FPRINT-TYPE TO GROUP-TYPE;
045300              MOVE FPRINT-ITEM TO GROUP-ITEM
045400           END-IF;
045500           PERFORM 2200-CLASSIFY-ROW
045600        END-IF
045700     END-IF.
045800     SKIP1
045900 2200-CLASSIFY-ROW.
046000* The generation checked, an earlier one, or a later one (which
046100* is not this run's business).
046200     MOVE FPRINT-RUN-DATE TO WORK-DATE-6.
046300     PERFORM 7800-WINDOW-DATE.
046400     EVALUATE TRUE
046500       WHEN FPRINT-RUN-DATE = TARGET-RUN-DATE
046600        SET TARGET-SEEN TO TRUE;
046700        MOVE FPRINT-DIVISION-CODE TO TR-DIVISION-CODE;
046800        MOVE FPRINT-STORE-CODE    TO TR-STORE-CODE;
046900        MOVE FPRINT-HASH          TO TR-HASH;
047000        MOVE FPRINT-RECORD-COUNT  TO TR-RECORD-COUNT;
047100        MOVE FPRINT-BYTE-COUNT    TO TR-BYTE-COUNT;
047200        MOVE FPRINT-PAGE-COUNT    TO TR-PAGE-COUNT
047300       WHEN WORK-DATE-8 < TARGET-DATE-8
047400        PERFORM 2250-CHECK-STILL-ONLINE;
047500        IF ROW-ONLINE
047600           PERFORM 2260-REMEMBER-EARLIER
047700        ELSE
047800           PERFORM 2270-DELETE-STALE-ROW
047900        END-IF
048000       WHEN OTHER
048100        CONTINUE
048200     END-EVALUATE.
048300     SKIP1
048400 2250-CHECK-STILL-ONLINE.
048500* An earlier generation counts only while its segment or document
048600* is still indexed.  Anything but a clean not-found is taken as
048700* online, so a read error never deletes a fingerprint.
048800     MOVE 'N' TO ROW-ONLINE-SWITCH.
048900     IF FPRINT-SEGMENT
049000        MOVE FPRINT-STREAM-CODE   TO STOREIDX-STREAM-CODE;
049100        MOVE FPRINT-ITEM-DIVISION TO STOREIDX-DIVISION-CODE;
049200        MOVE FPRINT-ITEM-STORE    TO STOREIDX-STORE-CODE;
049300        MOVE FPRINT-RUN-DATE      TO STOREIDX-RUN-DATE;
049400        READ STOREIDX-FILE
049500          INVALID KEY
049600           IF NOT STOREIDX-NOTFOUND
049700              SET ROW-ONLINE TO TRUE
049800           END-IF
049900          NOT INVALID KEY
050000           SET ROW-ONLINE TO TRUE
050100        END-READ
050200     ELSE
050300        MOVE FPRINT-STREAM-CODE   TO DOCIDX-STREAM-CODE;
050400        MOVE FPRINT-ITEM          TO DOCIDX-DOC-NUMBER;
050500        MOVE FPRINT-RUN-DATE      TO DOCIDX-RUN-DATE;
050600        READ DOCIDX-FILE
050700          INVALID KEY
050800           IF NOT DOCIDX-NOTFOUND
050900              SET ROW-ONLINE TO TRUE
051000           END-IF
051100          NOT INVALID KEY
051200           SET ROW-ONLINE TO TRUE
051300        END-READ
051400     END-IF.
051500     SKIP1
051600 2260-REMEMBER-EARLIER.
051700     IF ER-COUNT < ER-MAX
051800        ADD 1 TO ER-COUNT;
051900        MOVE FPRINT-RUN-DATE     TO ER-RUN-DATE (ER-COUNT);
052000        MOVE WORK-DATE-8         TO ER-DATE-8 (ER-COUNT);
052100        MOVE FPRINT-HASH         TO ER-HASH (ER-COUNT);
052200        MOVE FPRINT-RECORD-COUNT TO ER-RECORD-COUNT (ER-COUNT);
052300        MOVE FPRINT-BYTE-COUNT   TO ER-BYTE-COUNT (ER-COUNT);
052400        MOVE FPRINT-PAGE-COUNT   TO ER-PAGE-COUNT (ER-COUNT);
052500        ADD 1 TO EARLIER-ROWS-COMPARED
052600     ELSE
052700        ADD 1 TO EARLIER-NOT-COMPARED
052800     END-IF.
052900     SKIP1
053000 2270-DELETE-STALE-ROW.
053100     DELETE FPRINT-FILE RECORD
053200       INVALID KEY
053300        DISPLAY PGMNAME, ' FPRINT DELETE FAILED, STATUS ',
053400                FPRINT-STATUS
053500       NOT INVALID KEY
053600        ADD 1 TO STALE-ROWS-DELETED
053700     END-DELETE.
053800     SKIP1
053900 2300-CLOSE-GROUP.
054000* Settle the group just read: count the generation's row and
054100* look for the most recent earlier generation with identical
054200* content.
054300     IF TARGET-SEEN
054400        IF GROUP-TYPE = 'S'
054500           ADD 1 TO SEGS-IN-GEN;
054600           ADD TR-PAGE-COUNT TO SEG-PAGES-IN-GEN
054700        ELSE
054800           ADD 1 TO DOCS-IN-GEN;
054900           ADD TR-PAGE-COUNT TO DOC-PAGES-IN-GEN
055000        END-IF;
055100        IF TR-RECORD-COUNT > ZERO
055200           MOVE ZERO TO MATCH-CUR MATCH-DATE-8;
055300           PERFORM 2310-MATCH-EARLIER
055400              VARYING ER-SUB FROM 1 BY 1
055500              UNTIL ER-SUB > ER-COUNT;
055600           IF MATCH-CUR > ZERO
055700              PERFORM 2400-REPORT-DUPLICATE
055800           END-IF
055900        END-IF
056000     END-IF.
056100     MOVE 'N' TO TARGET-SEEN-SWITCH.
056200     MOVE ZERO TO ER-COUNT.
056300     SKIP1
056400 2310-MATCH-EARLIER.
056500     IF ER-HASH (ER-SUB) = TR-HASH
056600        AND ER-RECORD-COUNT (ER-SUB) = TR-RECORD-COUNT
056700        AND ER-BYTE-COUNT (ER-SUB) = TR-BYTE-COUNT
056800        AND ER-PAGE-COUNT (ER-SUB) = TR-PAGE-COUNT
056900        AND ER-DATE-8 (ER-SUB) > MATCH-DATE-8
057000        MOVE ER-SUB TO MATCH-CUR;
057100        MOVE ER-DATE-8 (ER-SUB) TO MATCH-DATE-8
057200     END-IF.
057300     SKIP1
057400 2400-REPORT-DUPLICATE.
057500     IF GROUP-TYPE = 'S'
057600        ADD 1 TO SEGS-DUPLICATED;
057700        ADD TR-PAGE-COUNT TO SEG-PAGES-DUPLICATED;
057800        MOVE 'SEGMENT  ' TO RPD-TYPE;
057900        MOVE SPACES TO RPD-ITEM
058000     ELSE
058100        ADD 1 TO DOCS-DUPLICATED;
058200        ADD TR-PAGE-COUNT TO DOC-PAGES-DUPLICATED;
058300        MOVE 'DOCUMENT ' TO RPD-TYPE;
058400        MOVE GROUP-ITEM TO RPD-ITEM
058500     END-IF.
058600     MOVE TR-DIVISION-CODE TO RPD-DIVISION.
058700     MOVE TR-STORE-CODE    TO RPD-STORE.
058800     MOVE TR-PAGE-COUNT    TO RPD-PAGES.
058900     MOVE TR-RECORD-COUNT  TO RPD-RECORDS.
059000     MOVE TR-BYTE-COUNT    TO RPD-BYTES.
059100     MOVE ER-RUN-DATE (MATCH-CUR) TO RPD-MATCH-DATE.
059200     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
059300     SKIP1
059400 3000-PRINT-SUMMARY.
059500     IF SEG-PAGES-IN-GEN > ZERO
059600        COMPUTE SEG-DUP-PCT =
059700                SEG-PAGES-DUPLICATED * 100 / SEG-PAGES-IN-GEN;
059800        IF SEG-DUP-PCT NOT < THRESHOLD-PCT
059900           SET MOSTLY-DUPLICATE TO TRUE
060000        END-IF
060100     END-IF.
060200     IF DOC-PAGES-IN-GEN > ZERO
060300        COMPUTE DOC-DUP-PCT =
060400                DOC-PAGES-DUPLICATED * 100 / DOC-PAGES-IN-GEN;
060500        IF DOC-DUP-PCT NOT < THRESHOLD-PCT
060600           SET MOSTLY-DUPLICATE TO TRUE
060700        END-IF
060800     END-IF.
060900     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
061000     MOVE 'SEGMENTS IN GENERATION' TO RPL-LABEL.
061100     MOVE SEGS-IN-GEN TO RPL-VALUE.
061200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
061300     MOVE 'SEGMENTS DUPLICATED' TO RPL-LABEL.
061400     MOVE SEGS-DUPLICATED TO RPL-VALUE.
061500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
061600     MOVE 'SEGMENT PAGES' TO RPL-LABEL.
061700     MOVE SEG-PAGES-IN-GEN TO RPL-VALUE.
061800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
061900     MOVE 'SEGMENT PAGES DUPLICATED' TO RPL-LABEL.
062000     MOVE SEG-PAGES-DUPLICATED TO RPL-VALUE.
062100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
062200     MOVE 'SEGMENT PAGES DUPLICATED PCT' TO RPL-LABEL.
062300     MOVE SEG-DUP-PCT TO RPL-VALUE.
062400     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
062500     MOVE 'DOCUMENTS IN GENERATION' TO RPL-LABEL.
062600     MOVE DOCS-IN-GEN TO RPL-VALUE.
062700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
062800     MOVE 'DOCUMENTS DUPLICATED' TO RPL-LABEL.
062900     MOVE DOCS-DUPLICATED TO RPL-VALUE.
063000     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
063100     MOVE 'DOCUMENT PAGES' TO RPL-LABEL.
063200     MOVE DOC-PAGES-IN-GEN TO RPL-VALUE.
063300     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
063400     MOVE 'DOCUMENT PAGES DUPLICATED' TO RPL-LABEL.
063500     MOVE DOC-PAGES-DUPLICATED TO RPL-VALUE.
063600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
063700     MOVE 'DOCUMENT PAGES DUPLICATED PCT' TO RPL-LABEL.
063800     MOVE DOC-DUP-PCT TO RPL-VALUE.
063900     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
064000     MOVE 'HOLD THRESHOLD PCT' TO RPL-LABEL.
064100     MOVE THRESHOLD-PCT TO RPL-VALUE.
064200     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
064300     MOVE 'FINGERPRINT ROWS READ' TO RPL-LABEL.
064400     MOVE ROWS-READ TO RPL-VALUE.
064500     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
064600     MOVE 'EARLIER ROWS COMPARED' TO RPL-LABEL.
064700     MOVE EARLIER-ROWS-COMPARED TO RPL-VALUE.
064800     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
064900     MOVE 'EARLIER ROWS NOT COMPARED' TO RPL-LABEL.
065000     MOVE EARLIER-NOT-COMPARED TO RPL-VALUE.
065100     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
065200     MOVE 'PURGED ROWS DELETED' TO RPL-LABEL.
065300     MOVE STALE-ROWS-DELETED TO RPL-VALUE.
065400     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
065500     WRITE REPORT-RECORD FROM REPORT-BLANK-LINE.
065600     PERFORM 3100-PRINT-VERDICT.
065700     SKIP1
065800 3100-PRINT-VERDICT.
065900     MOVE SPACES TO RPM-USERID.
066000     EVALUATE TRUE
066100       WHEN SEGS-IN-GEN = ZERO AND DOCS-IN-GEN = ZERO
066200        MOVE 'NO FINGERPRINTS FOUND FOR THIS GENERATION'
066300          TO RPM-TEXT;
066400        IF RUN-RETURN-CODE < 4
066500           MOVE 4 TO RUN-RETURN-CODE
066600        END-IF
066700       WHEN MOSTLY-DUPLICATE AND RELEASE-CONFIRMED
066800        MOVE 'GENERATION MOSTLY DUPLICATE - RELEASE CONFIRMED BY'
066900          TO RPM-TEXT;
067000        MOVE CONFIRM-USERID TO RPM-USERID;
067100        IF RUN-RETURN-CODE < 4
067200           MOVE 4 TO RUN-RETURN-CODE
067300        END-IF
067400       WHEN MOSTLY-DUPLICATE
067500        MOVE 'GENERATION MOSTLY DUPLICATE - UNLOAD AND PURGE HELD'
067600          TO RPM-TEXT;
067700        IF RUN-RETURN-CODE < 8
067800           MOVE 8 TO RUN-RETURN-CODE
067900        END-IF
068000       WHEN SEGS-DUPLICATED > ZERO OR DOCS-DUPLICATED > ZERO
068100        MOVE 'DUPLICATE CONTENT FOUND BELOW THE HOLD THRESHOLD'
068200          TO RPM-TEXT;
068300        IF RUN-RETURN-CODE < 4
068400           MOVE 4 TO RUN-RETURN-CODE
068500        END-IF
068600       WHEN OTHER
068700        MOVE 'NO DUPLICATE CONTENT FOUND' TO RPM-TEXT
068800     END-EVALUATE.
068900     WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE.
069000     DISPLAY PGMNAME, ' ', RPM-TEXT, RPM-USERID.
069100     IF RELEASE-CONFIRMED AND NOT MOSTLY-DUPLICATE
069200        MOVE 'CONFIRMATION CARD NOT NEEDED - GENERATION NOT HELD'
069300          TO RPM-TEXT;
069400        MOVE SPACES TO RPM-USERID;
069500        WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
069600     END-IF.
069700     IF EARLIER-NOT-COMPARED > ZERO
069800        MOVE 'MORE EARLIER GENERATIONS ONLINE THAN COMPARED'
069900          TO RPM-TEXT;
070000        MOVE SPACES TO RPM-USERID;
070100        WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE;
070200        IF RUN-RETURN-CODE < 4
070300           MOVE 4 TO RUN-RETURN-CODE
070400        END-IF
070500     END-IF.
070600     SKIP1
070700 6000-TERMINATE.
070800     CLOSE FPRINT-FILE.
070900     CLOSE STOREIDX-FILE.
071000     CLOSE DOCIDX-FILE.
071100     CLOSE REPORT-FILE.
071200     SKIP1
071300 7800-WINDOW-DATE.
071400* YY above 70 is 19YY, otherwise 20YY.
071500     IF WORK-YY > 70
071600        COMPUTE WORK-DATE-8 = 19000000 + WORK-DATE-6
071700     ELSE
071800        COMPUTE WORK-DATE-8 = 20000000 + WORK-DATE-6
071900     END-IF.
