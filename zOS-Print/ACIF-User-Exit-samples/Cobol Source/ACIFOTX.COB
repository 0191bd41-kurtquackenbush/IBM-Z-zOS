000208* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 09  *     !@20
000209* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 10  *     !@21
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 11  *     !@22
000211* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 12  *    !@23
000221* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 13  *    !@24
000231* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 14  *    !@25
000241* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 15  *    !@26
000251* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 16  *    !@27
000261* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 17  *    !@28
000300 ID DIVISION.                                                     00030003
000400 PROGRAM-ID. ACIFOTX.                                             00040003
000500 AUTHOR. TURETZKY--HYDRA.                                         00050003
007269                                 RECORD KEY DOCIDX-KEY             !@16
007269                                 FILE STATUS DOCIDX-STATUS         !@16
007269                                             DOCIDX-VSAM-STATUS.   !@16
007269     SELECT FPRINT-FILE         ASSIGN TO FPRINT,                  !@25
007269                                 ORGANIZATION INDEXED,             !@25
007269                                 ACCESS MODE RANDOM,               !@25
007269                                 RECORD KEY FPRINT-KEY             !@25
007269                                 FILE STATUS FPRINT-STATUS.        !@25
007270     SELECT AUDIT-FILE          ASSIGN TO AUDITLOG,               !@09
007271                                 ORGANIZATION SEQUENTIAL,         !@09
007272                                 FILE STATUS AUDIT-STATUS.        !@09
007271                                 ACCESS MODE DYNAMIC,             !@21
007271                                 RECORD KEY GENCAT-KEY            !@21
007271                                 FILE STATUS GENCAT-STATUS.       !@21
007271     SELECT STORMAST-FILE       ASSIGN TO STORMAST,                !@23
007271                                 ORGANIZATION INDEXED,             !@23
007271                                 ACCESS MODE RANDOM,               !@23
007271                                 RECORD KEY STORMAST-KEY           !@23
007271                                 FILE STATUS STORMAST-STATUS.      !@23
007271     SELECT STOREXCP-FILE       ASSIGN TO STOREXCP,                !@23
007271                                 ORGANIZATION SEQUENTIAL,          !@23
007271                                 FILE STATUS STOREXCP-STATUS.      !@23
007271     SELECT PAGEXCP-FILE        ASSIGN TO PAGEXCP,                 !@28
007271                                 ORGANIZATION SEQUENTIAL,          !@28
007271                                 FILE STATUS PAGEXCP-STATUS.       !@28
007272     SELECT STREAM-FILE         ASSIGN TO STRMCTL,                !@19
007273                                 ORGANIZATION SEQUENTIAL,         !@19
007274                                 FILE STATUS STREAM-STATUS.       !@19
007940     COPY PAGEATTR.                                               !@08
007942 FD  DOCIDX-FILE.                                                  !@16
007944     COPY DOCIDX.                                                  !@16
007944 FD  FPRINT-FILE.                                                  !@25
007944     COPY FPRINT.                                                  !@25
007943 FD  GENCAT-FILE.                                                 !@21
007944     COPY GENCAT.                                                 !@21
007944 FD  STORMAST-FILE.                                                !@23
007944     COPY STORMAST.                                                !@23
007944 FD  STOREXCP-FILE.                                                !@23
007944     COPY STOREXCP.                                                !@23
007944 FD  PAGEXCP-FILE.                                                 !@28
007944     COPY PAGEXCP.                                                 !@28
007945 FD  STREAM-FILE.                                                 !@19
007946 01  STREAM-RECORD.                                               !@19
007947     05  SC-STREAM-CODE      PIC X.                               !@19
007947     05  SC-PAGE-WARN-LIMIT  PIC X(5).                             !@28
007947     05  SC-PAGE-WARN-LIMIT-N REDEFINES SC-PAGE-WARN-LIMIT         !@28
007947                             PIC 9(5).                             !@28
007947     05  SC-PAGE-STOP-LIMIT  PIC X(5).                             !@28
007947     05  SC-PAGE-STOP-LIMIT-N REDEFINES SC-PAGE-STOP-LIMIT         !@28
007947                             PIC 9(5).                             !@28
007948     05  FILLER              PIC X(69).                            !@28
007950 FD  AUDIT-FILE.                                                  !@09
007960     COPY AUDIT.                                                  !@09
007970 FD  CHKPT-FILE.                                                  !@10
009132     88  DOCIDX-OK           VALUE 00.                             !@16
009132     88  DOCIDX-DUPKEY       VALUE 22.                             !@16
009132     88  DOCIDX-NOTLOADED    VALUE 35.                             !@16
009132 77  FPRINT-STATUS           PIC 99.                               !@25
009132     88  FPRINT-OK           VALUE 00.                             !@25
009132     88  FPRINT-DUPKEY       VALUE 22.                             !@25
009132     88  FPRINT-NOTLOADED    VALUE 35.                             !@25
009132 77  FPRINT-LOAD-SWITCH      PIC X    VALUE 'N'.                   !@25
009132     88  FPRINT-LOAD-MODE    VALUE 'Y'.                            !@25
009132 77  STREAM-STATUS           PIC 99.                               !@19
009132     88  STREAM-OK           VALUE 00.                             !@19
009132 77  GENCAT-STATUS           PIC 99.                               !@21
009132     88  GENCAT-OK           VALUE 00.                             !@21
009132     88  GENCAT-DUPKEY       VALUE 22.                             !@21
009132     88  GENCAT-NOTLOADED    VALUE 35.                             !@21
009132 77  STORMAST-STATUS         PIC 99.                               !@23
009132     88  STORMAST-OK         VALUE 00.                             !@23
009132 77  STORMAST-AVAILABLE-SWITCH PIC X  VALUE 'N'.                   !@23
009132     88  STORMAST-AVAILABLE  VALUE 'Y'.                            !@23
009132 77  STOREXCP-STATUS         PIC 99.                               !@23
009132     88  STOREXCP-OK         VALUE 00.                             !@23
009132 77  PAGEXCP-STATUS          PIC 99.                               !@28
009132     88  PAGEXCP-OK          VALUE 00.                             !@28
009132 77  STORE-EXCEPTION-COUNT   PIC S9(8) BINARY VALUE ZERO.          !@23
009132 77  RUN-EXTENT-COUNT        PIC S9(4) BINARY VALUE ZERO.          !@21
009132 77  RUN-EXTENT-SUB          PIC S9(4) BINARY VALUE ZERO.          !@21
009132 77  RUN-EXTENT-KNOWN-SWITCH PIC X    VALUE 'N'.                   !@21
009199* archived run-suppressed (layout in CMPREC) whenever that is     !@22
009199* shorter than the raw record.  The byte totals feed the job      !@22
009199* summary so storage management can see the savings.              !@22
009199* Audit rows are stamped with a sequence number and a check        !@24
009199* value chained on the row before (work fields in AUDCHAIN).       !@24
009199     COPY AUDCHAIN.                                                !@24
009199     COPY CMPREC.                                                  !@22
009199 01  CMP-WORK-RECORD         PIC X(32761).                         !@22
009199 77  CMP-OUT-LEN             PIC 9(8) BINARY VALUE ZERO.           !@22
009199 77  BYTES-AFTER-COMP        PIC S9(18) BINARY VALUE ZERO.         !@22
009199 01  CMP-HALF                PIC 9(4) BINARY VALUE ZERO.           !@22
009199 01  CMP-HALF-X              REDEFINES CMP-HALF PIC XX.            !@22
009199* Names archived for the current index tag: the official names     !@23
009199* from the store master when the store is on it, otherwise the     !@23
009199* names the tag itself carried.                                    !@23
009199 01  OFFICIAL-NAMES.                                               !@23
009199     05  OFFICIAL-DIVISION-NAME PIC X(12).                         !@23
009199     05  OFFICIAL-STORE-NAME    PIC X(12).                         !@23
009199* Windowed YYMMDD-to-CCYYMMDD work for the store close-date check. !@23
009199 01  STORE-DATE-WORK.                                              !@23
009199     05  STORE-DATE-6        PIC 9(6).                             !@23
009199     05  STORE-DATE-6-X      REDEFINES STORE-DATE-6.               !@23
009199         10  STORE-DATE-YY   PIC 99.                               !@23
009199         10  FILLER          PIC 9(4).                             !@23
009199     05  STORE-DATE-8        PIC 9(8).                             !@23
009199     05  STORE-CLOSE-DATE-8  PIC 9(8).                             !@23
009199* Content fingerprints (row layout in FPRINT) of the open store    !@25
009199* segment and the open document: a check value folded together     !@25
009199* from each archived record's own check value, with record and     !@25
009199* byte counts, so ACIFOTXN can tell a feed archived twice.         !@25
009199 01  FINGERPRINT-DATA.                                             !@25
009199     05  FP-SEG-HASH         PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-SEG-RECORDS      PIC S9(8)  BINARY VALUE ZERO.         !@25
009199     05  FP-SEG-BYTES        PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-DOC-HASH         PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-DOC-RECORDS      PIC S9(8)  BINARY VALUE ZERO.         !@25
009199     05  FP-DOC-BYTES        PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-REC-HASH         PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-QUOT             PIC S9(18) BINARY VALUE ZERO.         !@25
009199     05  FP-MODULUS          PIC S9(18) BINARY VALUE 999999937.    !@25
009199     05  FP-MULTIPLIER       PIC S9(9)  BINARY VALUE 65599.        !@25
009199     05  FP-POS              PIC 9(8)   BINARY VALUE ZERO.         !@25
009199 01  FP-HALF                 PIC 9(4) BINARY VALUE ZERO.           !@25
009199 01  FP-HALF-X               REDEFINES FP-HALF PIC XX.             !@25
009199* Page-structure check (exception layout in PAGEXCP): the page     !@28
009199* open since its BPG - where it began and how many records that    !@28
009199* put something on it have followed - and the exceptions found.    !@28
009199 77  PAGE-OPEN-SWITCH        PIC X    VALUE 'N'.                   !@28
009199     88  PAGE-OPEN           VALUE 'Y'.                            !@28
009199 01  OPEN-PAGE-DATA.                                               !@28
009199     05  OPEN-PAGE-DDNAME    PIC X(8)   VALUE SPACES.              !@28
009199     05  OPEN-PAGE-REC       PIC 9(8)   BINARY VALUE ZERO.         !@28
009199     05  OPEN-PAGE-NUMBER    PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  OPEN-PAGE-DIVISION-CODE PIC 99 VALUE ZERO.                !@28
009199     05  OPEN-PAGE-STORE-CODE    PIC 99 VALUE ZERO.                !@28
009199     05  OPEN-PAGE-ITEMS     PIC S9(8)  BINARY VALUE ZERO.         !@28
009199 01  PAGE-EXCEPTION-COUNTS.                                        !@28
009199     05  PAGE-EXCP-TOTAL     PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-NO-EPG    PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-NO-BPG    PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-EMPTY     PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-OUTSIDE   PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-INDEX     PIC S9(8)  BINARY VALUE ZERO.         !@28
009199     05  PAGE-EXCP-DOC       PIC S9(8)  BINARY VALUE ZERO.         !@28
009199 77  PAGE-EXCP-DISPLAY-MAX   PIC S9(8)  BINARY VALUE 100.          !@28
009199 77  PAGE-EXCP-TEXT          PIC X(24) VALUE SPACES.               !@28
009199* Limits from the STRMCTL card: more exceptions than the warning   !@28
009199* limit end the run with a warning; the stop limit (zero = none)   !@28
009199* or more withhold the generation from the catalog.                !@28
009199 77  PAGE-WARN-LIMIT         PIC 9(5) VALUE ZERO.                  !@28
009199 77  PAGE-STOP-LIMIT         PIC 9(5) VALUE ZERO.                  !@28
009199 77  GENERATION-HELD-SWITCH  PIC X    VALUE 'N'.                   !@28
009199     88  GENERATION-WITHHELD VALUE 'Y'.                            !@28
009200     SKIP2                                                        00890003
009300 01  AFPPAGOT-LENGTH         PIC 9(8) BINARY.                     00900003
009400     SKIP2                                                        00910003
020486          MOVE DOCIDX-STATUS TO RETURN-CODE;                       !@16
020486          GOBACK;                                                  !@16
020486       END-IF;                                                     !@16
020486       OPEN I-O FPRINT-FILE;                                       !@25
020486       IF FPRINT-NOTLOADED THEN                                    !@25
020486          OPEN OUTPUT FPRINT-FILE;                                 !@25
020486          SET FPRINT-LOAD-MODE TO TRUE                             !@25
020486       END-IF;                                                     !@25
020486       IF NOT FPRINT-OK THEN                                       !@25
020486          DISPLAY 'FPRINT    STATUS AFTER OPEN ' FPRINT-STATUS;    !@25
020486          DISPLAY ' ';                                             !@25
020486          MOVE FPRINT-STATUS TO RETURN-CODE;                       !@25
020486          GOBACK;                                                  !@25
020486       END-IF;                                                     !@25
020487* The audit trail is cumulative: it carries earlier runs' rows     !@18
020488* for the operations report's previous-run comparison, plus the    !@18
020489* purge and retrieval rows other jobs write - never truncate it.   !@18
020489       PERFORM 0510-FIND-AUDIT-CHAIN-END;                          !@24
020490       OPEN EXTEND AUDIT-FILE;                                     !@18
020492       IF NOT AUDIT-OK THEN                                       !@09
020493          DISPLAY 'AUDIT     STATUS AFTER OPEN ' AUDIT-STATUS;    !@09
020495          MOVE AUDIT-STATUS TO RETURN-CODE;                       !@09
020496          GOBACK;                                                 !@09
020497       END-IF;                                                    !@09
020498* The store master is only read here.  Without it the archive      !@23
020498* still runs - losing a night's archive is worse than archiving    !@23
020498* unchecked tags - but no tag is checked, so the run ends with     !@23
020498* a warning.                                                       !@23
020498       OPEN INPUT STORMAST-FILE;                                   !@23
020498       IF STORMAST-OK THEN                                         !@23
020498          SET STORMAST-AVAILABLE TO TRUE                           !@23
020498       ELSE                                                        !@23
020498          DISPLAY PGMNAME, ' STORMAST STATUS AFTER OPEN ',         !@23
020498                  STORMAST-STATUS, ' - INDEX TAGS WILL NOT BE '    !@23
020498                  'CHECKED AGAINST THE STORE MASTER.'              !@23
020498       END-IF;                                                     !@23
020498       IF RESTART-RUN THEN                                         !@23
020498          OPEN EXTEND STOREXCP-FILE                                !@23
020498       ELSE                                                        !@23
020498          OPEN OUTPUT STOREXCP-FILE                                !@23
020498       END-IF;                                                     !@23
020498       IF NOT STOREXCP-OK THEN                                     !@23
020498          DISPLAY 'STOREXCP  STATUS AFTER OPEN ' STOREXCP-STATUS;  !@23
020498          DISPLAY ' ';                                             !@23
020498          MOVE STOREXCP-STATUS TO RETURN-CODE;                     !@23
020498          GOBACK;                                                  !@23
020498       END-IF;                                                     !@23
020498       IF RESTART-RUN THEN                                         !@28
020498          OPEN EXTEND PAGEXCP-FILE                                 !@28
020498       ELSE                                                        !@28
020498          OPEN OUTPUT PAGEXCP-FILE                                 !@28
020498       END-IF;                                                     !@28
020498       IF NOT PAGEXCP-OK THEN                                      !@28
020498          DISPLAY 'PAGEXCP   STATUS AFTER OPEN ' PAGEXCP-STATUS;   !@28
020498          DISPLAY ' ';                                             !@28
020498          MOVE PAGEXCP-STATUS TO RETURN-CODE;                      !@28
020498          GOBACK;                                                  !@28
020498       END-IF;                                                     !@28
020500        SKIP2                                                     02020003
020600     END-IF.                                                      02030003
020700     SET OUT-USE TO TRUE.                                         02040003
020710* Check page structure before the record is acted on, so a tag     !@28
020720* that is about to be deleted is still seen where it sits.         !@28
020730     PERFORM 0700-CHECK-PAGE-STRUCTURE.                            !@28
020800     EVALUATE OUT-SFTYPE;                                         02050003
020900      WHEN SF-NOP                                                 02060003
021000* If this is the index NOP record, then flag it for deletion.     02070003
023000 0100-WRITE-PAGEOUT.                                              02270003
023100     ADD 1 TO AFPPAGOT-REC.                                       02280003
023110     ADD 1 TO TOTAL-AFPPAGOT-REC.                                  !@11
023115     PERFORM 0180-FINGERPRINT-RECORD.                              !@25
023120* Archive the record's SFDATA run-suppressed when that is         !@22
023130* shorter; otherwise the record travels raw, exactly as before.   !@22
023140     PERFORM 0150-COMPRESS-SFDATA.                                 !@22
024011     END-IF.                                                       !@22
024011     MOVE CMP-SRC-POS TO CMP-LIT-START.                            !@22
024011     MOVE ZERO TO CMP-LIT-LEN.                                     !@22
024011        SKIP1                                                      !@25
024011 0180-FINGERPRINT-RECORD.                                          !@25
024011* Fold the record, as ACIF passed it and before compression, into  !@25
024011* the fingerprints of the open segment and the open document.  The !@25
024011* record's own check value starts from its length and takes in its !@25
024011* bytes two at a time; a final odd byte is taken alone.            !@25
024011     MOVE OUT-RECLEN TO FP-REC-HASH.                               !@25
024011     PERFORM 0185-FINGERPRINT-ONE-HALF                             !@25
024011        VARYING FP-POS FROM 1 BY 2                                 !@25
024011        UNTIL FP-POS > OUT-RECLEN.                                 !@25
024011     COMPUTE FP-SEG-HASH = FP-SEG-HASH * FP-MULTIPLIER             !@25
024011                         + FP-REC-HASH + 1.                        !@25
024011     DIVIDE FP-SEG-HASH BY FP-MODULUS                              !@25
024011        GIVING FP-QUOT REMAINDER FP-SEG-HASH.                      !@25
024011     COMPUTE FP-DOC-HASH = FP-DOC-HASH * FP-MULTIPLIER             !@25
024011                         + FP-REC-HASH + 1.                        !@25
024011     DIVIDE FP-DOC-HASH BY FP-MODULUS                              !@25
024011        GIVING FP-QUOT REMAINDER FP-DOC-HASH.                      !@25
024011     ADD 1 TO FP-SEG-RECORDS FP-DOC-RECORDS.                       !@25
024011     ADD OUT-RECLEN TO FP-SEG-BYTES FP-DOC-BYTES.                  !@25
024011        SKIP1                                                      !@25
024011 0185-FINGERPRINT-ONE-HALF.                                        !@25
024011     MOVE LOW-VALUE TO FP-HALF-X.                                  !@25
024011     IF FP-POS < OUT-RECLEN                                        !@25
024011        MOVE OUT-LINE (FP-POS : 2) TO FP-HALF-X                    !@25
024011     ELSE                                                          !@25
024011        MOVE OUT-LINE (FP-POS : 1) TO FP-HALF-X (2 : 1)            !@25
024011     END-IF.                                                       !@25
024011     COMPUTE FP-REC-HASH = FP-REC-HASH * FP-MULTIPLIER             !@25
024011                         + FP-HALF + 1.                            !@25
024011     DIVIDE FP-REC-HASH BY FP-MODULUS                              !@25
024011        GIVING FP-QUOT REMAINDER FP-REC-HASH.                      !@25
024011        SKIP1                                                      !@25
024011 0190-SAVE-SEGMENT-FINGERPRINT.                                    !@25
024011* Catalog the fingerprint of the segment whose STOREIDX row is in  !@25
024011* the record area, as it is closed.                                !@25
024011     SET FPRINT-SEGMENT TO TRUE.                                   !@25
024011     MOVE SPACES TO FPRINT-ITEM.                                   !@25
024011     MOVE STOREIDX-DIVISION-CODE TO FPRINT-ITEM-DIVISION           !@25
024011                                    FPRINT-DIVISION-CODE.          !@25
024011     MOVE STOREIDX-STORE-CODE    TO FPRINT-ITEM-STORE              !@25
024011                                    FPRINT-STORE-CODE.             !@25
024011     MOVE FP-SEG-HASH    TO FPRINT-HASH.                           !@25
024011     MOVE FP-SEG-RECORDS TO FPRINT-RECORD-COUNT.                   !@25
024011     MOVE FP-SEG-BYTES   TO FPRINT-BYTE-COUNT.                     !@25
024011     COMPUTE FPRINT-PAGE-COUNT = STOREIDX-END-PAGE                 !@25
024011                               - STOREIDX-START-PAGE + 1.          !@25
024011     PERFORM 0195-PUT-FINGERPRINT-ROW.                             !@25
024011        SKIP1                                                      !@25
024011 0192-SAVE-DOC-FINGERPRINT.                                        !@25
024011* Catalog the fingerprint of the document whose DOCIDX row is in   !@25
024011* the record area, as it is closed.                                !@25
024011     SET FPRINT-DOCUMENT TO TRUE.                                  !@25
024011     MOVE DOCIDX-DOC-NUMBER    TO FPRINT-ITEM.                     !@25
024011     MOVE DOCIDX-DIVISION-CODE TO FPRINT-DIVISION-CODE.            !@25
024011     MOVE DOCIDX-STORE-CODE    TO FPRINT-STORE-CODE.               !@25
024011     MOVE FP-DOC-HASH    TO FPRINT-HASH.                           !@25
024011     MOVE FP-DOC-RECORDS TO FPRINT-RECORD-COUNT.                   !@25
024011     MOVE FP-DOC-BYTES   TO FPRINT-BYTE-COUNT.                     !@25
024011     COMPUTE FPRINT-PAGE-COUNT = DOCIDX-END-PAGE                   !@25
024011                               - DOCIDX-START-PAGE + 1.            !@25
024011     PERFORM 0195-PUT-FINGERPRINT-ROW.                             !@25
024011        SKIP1                                                      !@25
024011 0195-PUT-FINGERPRINT-ROW.                                         !@25
024011* A restart that closes the same segment or document again finds   !@25
024011* the row already there and refreshes it.                          !@25
024011     MOVE STREAM-CODE TO FPRINT-STREAM-CODE.                       !@25
024011     MOVE RUN-DATE    TO FPRINT-RUN-DATE.                          !@25
024011     WRITE FPRINT-RECORD                                           !@25
024011       INVALID KEY                                                 !@25
024011        IF FPRINT-DUPKEY THEN                                      !@25
024011* A cluster opened for its first load takes no REWRITE; a          !@25
024011* duplicate there can only be reported.                            !@25
024011           IF FPRINT-LOAD-MODE                                     !@25
024011              DISPLAY PGMNAME, ' FPRINT DUPLICATE KEY ON FIRST '   !@25
024011                      'LOAD - ROW NOT REFRESHED: ', FPRINT-ITEM    !@25
024011           ELSE                                                    !@25
024011              REWRITE FPRINT-RECORD                                !@25
024011                INVALID KEY                                        !@25
024011                 DISPLAY PGMNAME, ' FPRINT REWRITE INVALID KEY.'   !@25
024011                         ' FILE STATUS ', FPRINT-STATUS            !@25
024011              END-REWRITE                                          !@25
024011           END-IF                                                  !@25
024011        ELSE                                                       !@25
024011           DISPLAY PGMNAME, ' FPRINT WRITE INVALID KEY.'           !@25
024011                   ' FILE STATUS ', FPRINT-STATUS                  !@25
024011        END-IF                                                     !@25
024011     END-WRITE.                                                    !@25
024050        SKIP1                                                     !@05
024060 0990-ABEND-DUMP.                                                 !@05
024070* A write failure here leaves the archive missing a record, so   !@05
024101* stream 1: the original single-stream archive, which keeps the    !@19
024101* historical AFPPAGOT/AFPPDnn ddnames.  Streams 2-9 open           !@19
024101* AFPPAGOn as the initial extent and AFPnDss per division.         !@19
024101* Columns 2-6 of the card are the page-structure warning limit     !@28
024101* and columns 7-11 the stop limit (blank = 00000, and a zero       !@28
024101* stop limit never stops); see 0700-CHECK-PAGE-STRUCTURE.          !@28
024101     OPEN INPUT STREAM-FILE.                                       !@19
024101     IF STREAM-OK                                                  !@19
024101        READ STREAM-FILE INTO STREAM-RECORD                        !@19
024101                 MOVE 16 TO RETURN-CODE;                           !@19
024101                 GOBACK                                            !@19
024101              END-IF                                               !@19
024101           END-IF;                                                 !@28
024101           PERFORM 0947-CHECK-PAGE-LIMITS                          !@28
024101        END-READ;                                                  !@19
024101        CLOSE STREAM-FILE                                          !@19
024101     END-IF;                                                       !@19
024101          INTO AFPPAGOT-DDNAME                                     !@19
024101     END-IF;                                                       !@19
024101     DISPLAY PGMNAME, ' ARCHIVING AS STREAM ', STREAM-CODE.        !@19
024101     DISPLAY PGMNAME, ' PAGE STRUCTURE WARNING LIMIT ',            !@28
024101             PAGE-WARN-LIMIT, ' STOP LIMIT ', PAGE-STOP-LIMIT.     !@28
024101        SKIP1                                                      !@28
024101 0947-CHECK-PAGE-LIMITS.                                           !@28
024101     IF SC-PAGE-WARN-LIMIT NOT = SPACES                            !@28
024101        IF SC-PAGE-WARN-LIMIT-N NUMERIC                            !@28
024101           MOVE SC-PAGE-WARN-LIMIT-N TO PAGE-WARN-LIMIT            !@28
024101        ELSE                                                       !@28
024101           DISPLAY PGMNAME, ' INVALID PAGE WARNING LIMIT ON '      !@28
024101                   'STRMCTL CARD: ', SC-PAGE-WARN-LIMIT;           !@28
024101           MOVE 16 TO RETURN-CODE;                                 !@28
024101           GOBACK                                                  !@28
024101        END-IF                                                     !@28
024101     END-IF.                                                       !@28
024101     IF SC-PAGE-STOP-LIMIT NOT = SPACES                            !@28
024101        IF SC-PAGE-STOP-LIMIT-N NUMERIC                            !@28
024101           MOVE SC-PAGE-STOP-LIMIT-N TO PAGE-STOP-LIMIT            !@28
024101        ELSE                                                       !@28
024101           DISPLAY PGMNAME, ' INVALID PAGE STOP LIMIT ON '         !@28
024101                   'STRMCTL CARD: ', SC-PAGE-STOP-LIMIT;           !@28
024101           MOVE 16 TO RETURN-CODE;                                 !@28
024101           GOBACK                                                  !@28
024101        END-IF                                                     !@28
024101     END-IF.                                                       !@28
024101        SKIP1                                                      !@19
024102 0940-CHECK-RESTART.                                                !@10
024104* Look for a checkpoint record left by a run that never reached    !@10
024149          MOVE CHKPT-PREV-DOC-NUMBER    TO PREV-DOC-NUMBER;        !@16
024149          MOVE CHKPT-BYTES-BEFORE       TO BYTES-BEFORE-COMP;      !@22
024149          MOVE CHKPT-BYTES-AFTER        TO BYTES-AFTER-COMP;       !@22
024149          MOVE CHKPT-STORE-EXCP-COUNT   TO STORE-EXCEPTION-COUNT;  !@23
024149          MOVE CHKPT-FP-SEG-HASH        TO FP-SEG-HASH;            !@25
024149          MOVE CHKPT-FP-SEG-RECORDS     TO FP-SEG-RECORDS;         !@25
024149          MOVE CHKPT-FP-SEG-BYTES       TO FP-SEG-BYTES;           !@25
024149          MOVE CHKPT-FP-DOC-HASH        TO FP-DOC-HASH;            !@25
024149          MOVE CHKPT-FP-DOC-RECORDS     TO FP-DOC-RECORDS;         !@25
024149          MOVE CHKPT-FP-DOC-BYTES       TO FP-DOC-BYTES;           !@25
024149          MOVE CHKPT-PAGE-OPEN-FLAG     TO PAGE-OPEN-SWITCH;       !@28
024149          MOVE CHKPT-OPEN-PAGE-DATA     TO OPEN-PAGE-DATA;         !@28
024149          MOVE CHKPT-PAGE-EXCP-COUNTS   TO PAGE-EXCEPTION-COUNTS;  !@28
024150           DISPLAY PGMNAME, ' RESTARTING AT DDNAME ',              !@10
024151                   AFPPAGOT-DDNAME, ' RECORD ', AFPPAGOT-REC       !@10
024152        END-IF                                                     !@10
024183     MOVE STREAM-CODE        TO CHKPT-STREAM-CODE.                 !@19
024183     MOVE BYTES-BEFORE-COMP  TO CHKPT-BYTES-BEFORE.                !@22
024183     MOVE BYTES-AFTER-COMP   TO CHKPT-BYTES-AFTER.                 !@22
024183     MOVE STORE-EXCEPTION-COUNT TO CHKPT-STORE-EXCP-COUNT.         !@23
024183     MOVE FP-SEG-HASH        TO CHKPT-FP-SEG-HASH.                 !@25
024183     MOVE FP-SEG-RECORDS     TO CHKPT-FP-SEG-RECORDS.              !@25
024183     MOVE FP-SEG-BYTES       TO CHKPT-FP-SEG-BYTES.                !@25
024183     MOVE FP-DOC-HASH        TO CHKPT-FP-DOC-HASH.                 !@25
024183     MOVE FP-DOC-RECORDS     TO CHKPT-FP-DOC-RECORDS.              !@25
024183     MOVE FP-DOC-BYTES       TO CHKPT-FP-DOC-BYTES.                !@25
024183     MOVE PAGE-OPEN-SWITCH   TO CHKPT-PAGE-OPEN-FLAG.              !@28
024183     MOVE OPEN-PAGE-DATA     TO CHKPT-OPEN-PAGE-DATA.              !@28
024183     MOVE PAGE-EXCEPTION-COUNTS TO CHKPT-PAGE-EXCP-COUNTS.         !@28
024180     SET CHKPT-INCOMPLETE TO TRUE.                                 !@10
024182     IF CHKPT-HAVE-RECORD THEN                                     !@10
024184        REWRITE CHKPT-RECORD                                       !@10
024208     MOVE ZERO              TO AUDIT-START-REC AUDIT-END-REC.      !@17
024208     MOVE STREAM-CODE       TO AUDIT-STREAM-CODE.                  !@19
024208     MOVE SPACES            TO AUDIT-TARGET-ID.                    !@20
024208     PERFORM 0520-STAMP-AUDIT-ROW.                                 !@24
024209     WRITE AUDIT-RECORD.                                          !@09
024209        SKIP1                                                      !@24
024209 0510-FIND-AUDIT-CHAIN-END.                                        !@24
024209* The trail is sequential, so the last row - the one this run's    !@24
024209* rows chain on - is found by one pass before it is extended.      !@24
024209* Rows carried from before the chain existed have sequence zero    !@24
024209* and are passed over.                                             !@24
024209     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@24
024209     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@24
024209     OPEN INPUT AUDIT-FILE.                                        !@24
024209     IF AUDIT-OK THEN                                              !@24
024209        PERFORM 0515-READ-ONE-AUDIT-ROW                            !@24
024209           UNTIL AUDIT-CHAIN-EOF;                                  !@24
024209        CLOSE AUDIT-FILE                                           !@24
024209     END-IF.                                                       !@24
024209        SKIP1                                                      !@24
024209 0515-READ-ONE-AUDIT-ROW.                                          !@24
024209     READ AUDIT-FILE                                               !@24
024209       AT END                                                      !@24
024209        SET AUDIT-CHAIN-EOF TO TRUE                                !@24
024209       NOT AT END                                                  !@24
024209        IF AUDIT-SEQ-NUMBER > ZERO THEN                            !@24
024209           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@24
024209           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@24
024209        END-IF                                                     !@24
024209     END-READ.                                                     !@24
024209        SKIP1                                                      !@24
024209 0520-STAMP-AUDIT-ROW.                                             !@24
024209* Give the row built in AUDIT-RECORD the next sequence number      !@24
024209* and its check value, chained on the row before it.               !@24
024209     ADD 1 TO AUDIT-LAST-SEQ.                                      !@24
024209     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@24
024209     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@24
024209     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@24
024209                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@24
024209     PERFORM 0525-CHAIN-ONE-BYTE                                   !@24
024209        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@24
024209        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@24
024209     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@24
024209        SKIP1                                                      !@24
024209 0525-CHAIN-ONE-BYTE.                                              !@24
024209     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@24
024209       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@24
024209     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@24
024209             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@24
024209           + AUDIT-CHAIN-HALF + 1.                                 !@24
024209     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@24
024209        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@24
024210        SKIP2                                                      !@16
024211 0600-PROCESS-DOC-TAG.                                             !@16
024212* Parse the document-number tag inserted at each document          !@16
024217     IF PREV-DOC-SEEN                                              !@16
024218        PERFORM 0610-CLOSE-PRIOR-DOC-ENTRY                         !@16
024219     END-IF;                                                       !@16
024219* The new document starts a fingerprint of its own.                !@25
024219     MOVE ZERO TO FP-DOC-HASH FP-DOC-RECORDS FP-DOC-BYTES.         !@25
024220     IF NOT PREV-NOP-SEEN                                          !@16
024221        DISPLAY PGMNAME, ' DOCUMENT TAG ', DOC-NUMBER,             !@16
024222                ' BEFORE ANY DIVISION/STORE TAG.';                 !@16
024267          INVALID KEY                                              !@16
024268           DISPLAY PGMNAME, ' DOCIDX REWRITE INVALID KEY.'         !@16
024269        END-REWRITE                                                !@16
024269        PERFORM 0192-SAVE-DOC-FINGERPRINT                          !@25
024270     END-READ.                                                     !@16
024271     MOVE LOW-VALUE TO PREV-DOC-FLAG.                              !@16
024271        SKIP1                                                      !@28
024271 0700-CHECK-PAGE-STRUCTURE.                                        !@28
024271* Every page must run BPG to EPG, put something on the paper in    !@28
024271* between, and hold no index or document tag - the tags mark       !@28
024271* boundaries between pages.  Page-level structured fields belong   !@28
024271* only inside a page; document, page-group and resource fields     !@28
024271* outside one are passed over.  A fault is written to PAGEXCP      !@28
024271* and the page archived as it came: the STRMCTL limits decide at   !@28
024271* end of job whether the run only warns or the generation is       !@28
024271* withheld from the catalog.                                       !@28
024271     IF OUT-CCVAL NOT = SF-CC-BYTE                                 !@28
024271        IF PAGE-OPEN                                               !@28
024271           ADD 1 TO OPEN-PAGE-ITEMS                                !@28
024271        END-IF                                                     !@28
024271     ELSE                                                          !@28
024271        EVALUATE OUT-SFTYPE                                        !@28
024271         WHEN SF-BPG                                               !@28
024271          IF PAGE-OPEN                                             !@28
024271             SET PAGEXCP-BPG-NO-EPG TO TRUE;                       !@28
024271             PERFORM 0720-WRITE-OPEN-PAGE-EXCEPTION                !@28
024271          END-IF;                                                  !@28
024271          PERFORM 0710-OPEN-PAGE                                   !@28
024271         WHEN SF-EPG                                               !@28
024271          IF PAGE-OPEN                                             !@28
024271             IF OPEN-PAGE-ITEMS = ZERO                             !@28
024271                SET PAGEXCP-EMPTY-PAGE TO TRUE;                    !@28
024271                PERFORM 0720-WRITE-OPEN-PAGE-EXCEPTION             !@28
024271             END-IF;                                               !@28
024271             MOVE 'N' TO PAGE-OPEN-SWITCH                          !@28
024271          ELSE                                                     !@28
024271             SET PAGEXCP-EPG-NO-BPG TO TRUE;                       !@28
024271             PERFORM 0730-WRITE-RECORD-EXCEPTION                   !@28
024271          END-IF                                                   !@28
024271         WHEN SF-NOP                                               !@28
024271          IF PAGE-OPEN                                             !@28
024271             IF OUT-SFDATA (1 : LENGTH OF NOP-EYEBALL)             !@28
024271                = NOP-EYEBALL                                      !@28
024271                SET PAGEXCP-INDEX-TAG-IN-PAGE TO TRUE;             !@28
024271                PERFORM 0730-WRITE-RECORD-EXCEPTION                !@28
024271             END-IF;                                               !@28
024271             IF OUT-SFDATA (1 : LENGTH OF DOC-EYEBALL)             !@28
024271                = DOC-EYEBALL                                      !@28
024271                SET PAGEXCP-DOC-TAG-IN-PAGE TO TRUE;               !@28
024271                PERFORM 0730-WRITE-RECORD-EXCEPTION                !@28
024271             END-IF                                                !@28
024271          END-IF                                                   !@28
024271         WHEN SF-PTX                                               !@28
024271         WHEN SF-IPS                                               !@28
024271         WHEN SF-IPO                                               !@28
024271         WHEN SF-IOB                                               !@28
024271         WHEN SF-IPD                                               !@28
024271         WHEN SF-IRD                                               !@28
024271         WHEN SF-GAD                                               !@28
024271         WHEN SF-BDA                                               !@28
024271          IF PAGE-OPEN                                             !@28
024271             ADD 1 TO OPEN-PAGE-ITEMS                              !@28
024271          ELSE                                                     !@28
024271             SET PAGEXCP-OUTSIDE-PAGE TO TRUE;                     !@28
024271             PERFORM 0730-WRITE-RECORD-EXCEPTION                   !@28
024271          END-IF                                                   !@28
024271         WHEN SF-BAG                                               !@28
024271         WHEN SF-EAG                                               !@28
024271         WHEN SF-PGD                                               !@28
024271         WHEN SF-PTD                                               !@28
024271         WHEN SF-BPT                                               !@28
024271         WHEN SF-EPT                                               !@28
024271          IF NOT PAGE-OPEN                                         !@28
024271             SET PAGEXCP-OUTSIDE-PAGE TO TRUE;                     !@28
024271             PERFORM 0730-WRITE-RECORD-EXCEPTION                   !@28
024271          END-IF                                                   !@28
024271         WHEN OTHER                                                !@28
024271          CONTINUE                                                 !@28
024271        END-EVALUATE                                               !@28
024271     END-IF.                                                       !@28
024271        SKIP1                                                      !@28
024271 0710-OPEN-PAGE.                                                   !@28
024271* The BPG is about to be written as the next record of the         !@28
024271* current extent and counted as its next page.                     !@28
024271     SET PAGE-OPEN TO TRUE.                                        !@28
024271     MOVE AFPPAGOT-DDNAME    TO OPEN-PAGE-DDNAME.                  !@28
024271     COMPUTE OPEN-PAGE-REC    = AFPPAGOT-REC + 1.                  !@28
024271     COMPUTE OPEN-PAGE-NUMBER = PAGE-COUNT + 1.                    !@28
024271     MOVE PREV-DIVISION-CODE TO OPEN-PAGE-DIVISION-CODE.           !@28
024271     MOVE PREV-STORE-CODE    TO OPEN-PAGE-STORE-CODE.              !@28
024271     MOVE ZERO               TO OPEN-PAGE-ITEMS.                   !@28
024271        SKIP1                                                      !@28
024271 0720-WRITE-OPEN-PAGE-EXCEPTION.                                   !@28
024271* A fault of the open page as a whole, reported where it began.    !@28
024271* Also run at end of file, when there is no current record.        !@28
024271     MOVE OPEN-PAGE-DIVISION-CODE TO PAGEXCP-DIVISION-CODE.        !@28
024271     MOVE OPEN-PAGE-STORE-CODE    TO PAGEXCP-STORE-CODE.           !@28
024271     MOVE OPEN-PAGE-DDNAME        TO PAGEXCP-DDNAME.               !@28
024271     MOVE OPEN-PAGE-NUMBER        TO PAGEXCP-PAGE-NUMBER.          !@28
024271     MOVE OPEN-PAGE-REC           TO PAGEXCP-REC.                  !@28
024271     MOVE SPACES                  TO PAGEXCP-SF-TYPE.              !@28
024271     PERFORM 0740-PUT-PAGE-EXCEPTION.                              !@28
024271        SKIP1                                                      !@28
024271 0730-WRITE-RECORD-EXCEPTION.                                      !@28
024271* A fault of the current record, reported where it is (or, for     !@28
024271* a tag, would have been) archived, against the page open there    !@28
024271* or the last page begun in the extent.                            !@28
024271     MOVE PREV-DIVISION-CODE TO PAGEXCP-DIVISION-CODE.             !@28
024271     MOVE PREV-STORE-CODE    TO PAGEXCP-STORE-CODE.                !@28
024271     MOVE AFPPAGOT-DDNAME    TO PAGEXCP-DDNAME.                    !@28
024271     IF PAGE-OPEN                                                  !@28
024271        MOVE OPEN-PAGE-NUMBER TO PAGEXCP-PAGE-NUMBER               !@28
024271     ELSE                                                          !@28
024271        MOVE PAGE-COUNT TO PAGEXCP-PAGE-NUMBER                     !@28
024271     END-IF.                                                       !@28
024271     COMPUTE PAGEXCP-REC = AFPPAGOT-REC + 1.                       !@28
024271     MOVE OUT-SFTYPE         TO PAGEXCP-SF-TYPE.                   !@28
024271     PERFORM 0740-PUT-PAGE-EXCEPTION.                              !@28
024271        SKIP1                                                      !@28
024271 0740-PUT-PAGE-EXCEPTION.                                          !@28
024271* PAGEXCP-REASON and the location are already set by the           !@28
024271* caller.  A badly broken feed can fault on every record, so       !@28
024271* only the first exceptions are echoed to SYSOUT; PAGEXCP holds    !@28
024271* them all.                                                        !@28
024271     MOVE STREAM-CODE TO PAGEXCP-STREAM-CODE.                      !@28
024271     MOVE RUN-DATE    TO PAGEXCP-RUN-DATE.                         !@28
024271     MOVE RUN-TIME    TO PAGEXCP-RUN-TIME.                         !@28
024271     ADD 1 TO PAGE-EXCP-TOTAL.                                     !@28
024271     EVALUATE TRUE                                                 !@28
024271      WHEN PAGEXCP-BPG-NO-EPG                                      !@28
024271       ADD 1 TO PAGE-EXCP-NO-EPG;                                  !@28
024271       MOVE 'BPG WITHOUT EPG' TO PAGE-EXCP-TEXT                    !@28
024271      WHEN PAGEXCP-EPG-NO-BPG                                      !@28
024271       ADD 1 TO PAGE-EXCP-NO-BPG;                                  !@28
024271       MOVE 'EPG WITHOUT BPG' TO PAGE-EXCP-TEXT                    !@28
024271      WHEN PAGEXCP-EMPTY-PAGE                                      !@28
024271       ADD 1 TO PAGE-EXCP-EMPTY;                                   !@28
024271       MOVE 'EMPTY PAGE' TO PAGE-EXCP-TEXT                         !@28
024271      WHEN PAGEXCP-OUTSIDE-PAGE                                    !@28
024271       ADD 1 TO PAGE-EXCP-OUTSIDE;                                 !@28
024271       MOVE 'FIELD OUTSIDE ANY PAGE' TO PAGE-EXCP-TEXT             !@28
024271      WHEN PAGEXCP-INDEX-TAG-IN-PAGE                               !@28
024271       ADD 1 TO PAGE-EXCP-INDEX;                                   !@28
024271       MOVE 'INDEX TAG INSIDE PAGE' TO PAGE-EXCP-TEXT              !@28
024271      WHEN OTHER                                                   !@28
024271       ADD 1 TO PAGE-EXCP-DOC;                                     !@28
024271       MOVE 'DOCUMENT TAG INSIDE PAGE' TO PAGE-EXCP-TEXT           !@28
024271     END-EVALUATE.                                                 !@28
024271     IF PAGE-EXCP-TOTAL NOT > PAGE-EXCP-DISPLAY-MAX                !@28
024271        DISPLAY PGMNAME, ' PAGE STRUCTURE: ', PAGE-EXCP-TEXT,      !@28
024271                ' DIVISION ', PAGEXCP-DIVISION-CODE,               !@28
024271                ' STORE ', PAGEXCP-STORE-CODE,                     !@28
024271                ' PAGE ', PAGEXCP-PAGE-NUMBER,                     !@28
024271                ' ', PAGEXCP-DDNAME, ' RECORD ', PAGEXCP-REC       !@28
024271     END-IF.                                                       !@28
024271     IF PAGE-EXCP-TOTAL = PAGE-EXCP-DISPLAY-MAX + 1                !@28
024271        DISPLAY PGMNAME, ' FURTHER PAGE STRUCTURE ERRORS ARE '     !@28
024271                'WRITTEN TO PAGEXCP ONLY.'                         !@28
024271     END-IF.                                                       !@28
024271     WRITE PAGEXCP-RECORD.                                         !@28
024271     IF NOT PAGEXCP-OK                                             !@28
024271        DISPLAY PGMNAME, ' PAGEXCP WRITE FAILED, STATUS ',         !@28
024271                PAGEXCP-STATUS                                     !@28
024271     END-IF.                                                       !@28
024100        SKIP2                                                     !@02
024200 0200-PROCESS-INDEX-TAG.                                          !@02
024300* Parse the division/store identification out of the index NOP   !@02
024800     IF PREV-NOP-SEEN                                             !@02
024900        PERFORM 0210-CLOSE-PRIOR-INDEX-ENTRY                      !@02
025000     END-IF;                                                      !@02
025003* The new segment starts a fingerprint of its own.                 !@25
025006     MOVE ZERO TO FP-SEG-HASH FP-SEG-RECORDS FP-SEG-BYTES.         !@25
025010     IF (NOT PREV-NOP-SEEN) OR                                    !@07
025020        NOP-DIVISION-CODE NOT = PREV-DIVISION-CODE                !@07
025030        PERFORM 0300-SWITCH-DIVISION-FILE                         !@07
025040     END-IF;                                                      !@07
025045     PERFORM 0240-CHECK-STORE-MASTER.                              !@23
025050     MOVE STREAM-CODE         TO STOREIDX-STREAM-CODE.             !@19
025100     MOVE NOP-DIVISION-CODE   TO STOREIDX-DIVISION-CODE.          !@02
025200     MOVE NOP-STORE-CODE      TO STOREIDX-STORE-CODE.             !@02
025250     MOVE RUN-DATE            TO STOREIDX-RUN-DATE.                !@14
025255     SET STOREIDX-NOT-HELD    TO TRUE.                             !@15
025300     MOVE OFFICIAL-DIVISION-NAME TO STOREIDX-DIVISION-NAME.        !@23
025400     MOVE OFFICIAL-STORE-NAME TO STOREIDX-STORE-NAME.              !@23
025450     MOVE AFPPAGOT-DDNAME     TO STOREIDX-DDNAME.                 !@07
025500     MOVE AFPPAGOT-REC TO STOREIDX-START-REC.                     !@02
025600     ADD 1 TO STOREIDX-START-REC.                                 !@02
028100          INVALID KEY                                             !@02
028200           DISPLAY PGMNAME, ' STOREIDX REWRITE INVALID KEY.'      !@02
028300        END-REWRITE                                               !@02
028310        PERFORM 0190-SAVE-SEGMENT-FINGERPRINT                      !@25
028400     END-READ.                                                    !@02
028450        SKIP1                                                     !@06
028455 0230-INDEX-PRE-TAG-PAGES.                                         !@12
028459                'INVALID KEY - ALREADY INDEXED.'                  !@12
028459                ' FILE STATUS ', STOREIDX-STATUS                  !@12
028459     END-WRITE.                                                    !@12
028459     PERFORM 0190-SAVE-SEGMENT-FINGERPRINT.                        !@25
028459        SKIP1                                                      !@12
028460 0220-VALIDATE-INDEX-TAG.                                         !@06
028470* A corrupted index tag from the input side should not be        !@06
028615           SET INDEX-TAG-ALREADY-FLAGGED TO TRUE                   !@11
028620        END-IF                                                    !@06
028630     END-IF.                                                      !@06
028631        SKIP1                                                      !@23
028632 0240-CHECK-STORE-MASTER.                                          !@23
028632* Check the tag against the division/store master.  A store that   !@23
028632* is not on it, that closed before this run, or whose names in     !@23
028632* the tag are not its official names is written to STOREXCP.       !@23
028632* The segment is archived regardless - under the official names    !@23
028632* when the store is on the master - so nothing is lost while the   !@23
028632* feed is put right.                                               !@23
028632     MOVE NOP-DIVISION-NAME TO OFFICIAL-DIVISION-NAME.             !@23
028632     MOVE NOP-STORE-NAME    TO OFFICIAL-STORE-NAME.                !@23
028632     IF STORMAST-AVAILABLE                                         !@23
028632        MOVE NOP-DIVISION-CODE TO STORMAST-DIVISION-CODE;          !@23
028632        MOVE NOP-STORE-CODE    TO STORMAST-STORE-CODE;             !@23
028632        READ STORMAST-FILE                                         !@23
028632          INVALID KEY                                              !@23
028632           MOVE SPACES TO STORMAST-DIVISION-NAME                   !@23
028632                          STORMAST-STORE-NAME;                     !@23
028632           MOVE ZERO TO STORMAST-CLOSE-DATE;                       !@23
028632           SET STOREXCP-UNKNOWN-STORE TO TRUE;                     !@23
028632           PERFORM 0245-WRITE-STORE-EXCEPTION                      !@23
028632          NOT INVALID KEY                                          !@23
028632           MOVE STORMAST-DIVISION-NAME TO OFFICIAL-DIVISION-NAME;  !@23
028632           MOVE STORMAST-STORE-NAME    TO OFFICIAL-STORE-NAME;     !@23
028632           PERFORM 0242-CHECK-MASTER-ROW                           !@23
028632        END-READ                                                   !@23
028632     END-IF.                                                       !@23
028633        SKIP1                                                      !@23
028633 0242-CHECK-MASTER-ROW.                                            !@23
028633* A store is closed to archive runs dated after its close date;    !@23
028633* a run on the close date itself is its last legitimate one.       !@23
028633     IF STORMAST-CLOSE-DATE NOT = ZERO                             !@23
028633        MOVE STORMAST-CLOSE-DATE TO STORE-DATE-6;                  !@23
028633        PERFORM 0248-WINDOW-STORE-DATE;                            !@23
028633        MOVE STORE-DATE-8 TO STORE-CLOSE-DATE-8;                   !@23
028633        MOVE RUN-DATE TO STORE-DATE-6;                             !@23
028633        PERFORM 0248-WINDOW-STORE-DATE;                            !@23
028633        IF STORE-DATE-8 > STORE-CLOSE-DATE-8                       !@23
028633           SET STOREXCP-CLOSED-STORE TO TRUE;                      !@23
028633           PERFORM 0245-WRITE-STORE-EXCEPTION                      !@23
028633        END-IF                                                     !@23
028633     END-IF.                                                       !@23
028633     IF NOP-DIVISION-NAME NOT = STORMAST-DIVISION-NAME             !@23
028633        OR NOP-STORE-NAME NOT = STORMAST-STORE-NAME                !@23
028633        SET STOREXCP-NAME-MISMATCH TO TRUE;                        !@23
028633        PERFORM 0245-WRITE-STORE-EXCEPTION                         !@23
028633     END-IF.                                                       !@23
028634        SKIP1                                                      !@23
028634 0245-WRITE-STORE-EXCEPTION.                                       !@23
028634* STOREXCP-REASON is already set by the caller; the feed's names   !@23
028634* are kept as received beside the master's, with where the         !@23
028634* segment begins, so the feed owner can be shown what arrived.     !@23
028634     MOVE STREAM-CODE            TO STOREXCP-STREAM-CODE.          !@23
028634     MOVE RUN-DATE               TO STOREXCP-RUN-DATE.             !@23
028634     MOVE RUN-TIME               TO STOREXCP-RUN-TIME.             !@23
028634     MOVE NOP-DIVISION-CODE      TO STOREXCP-DIVISION-CODE.        !@23
028634     MOVE NOP-STORE-CODE         TO STOREXCP-STORE-CODE.           !@23
028634     MOVE NOP-DIVISION-NAME      TO STOREXCP-FEED-DIVISION-NAME.   !@23
028634     MOVE NOP-STORE-NAME         TO STOREXCP-FEED-STORE-NAME.      !@23
028634     MOVE STORMAST-DIVISION-NAME TO STOREXCP-MAST-DIVISION-NAME.   !@23
028634     MOVE STORMAST-STORE-NAME    TO STOREXCP-MAST-STORE-NAME.      !@23
028634     MOVE STORMAST-CLOSE-DATE    TO STOREXCP-CLOSE-DATE.           !@23
028634     MOVE AFPPAGOT-DDNAME        TO STOREXCP-DDNAME.               !@23
028634     MOVE AFPPAGOT-REC           TO STOREXCP-START-REC.            !@23
028634     ADD 1 TO STOREXCP-START-REC.                                  !@23
028634     EVALUATE TRUE                                                 !@23
028634      WHEN STOREXCP-UNKNOWN-STORE                                  !@23
028634       DISPLAY PGMNAME, ' STORE NOT ON STORE MASTER: DIVISION ',   !@23
028634               NOP-DIVISION-CODE, ' STORE ', NOP-STORE-CODE        !@23
028634      WHEN STOREXCP-CLOSED-STORE                                   !@23
028634       DISPLAY PGMNAME, ' STORE CLOSED ON STORE MASTER: '          !@23
028634               'DIVISION ', NOP-DIVISION-CODE,                     !@23
028634               ' STORE ', NOP-STORE-CODE,                          !@23
028634               ' CLOSED ', STORMAST-CLOSE-DATE                     !@23
028634      WHEN OTHER                                                   !@23
028634       DISPLAY PGMNAME, ' INDEX TAG NAMES DIFFER FROM STORE '      !@23
028634               'MASTER: DIVISION ', NOP-DIVISION-CODE,             !@23
028634               ' STORE ', NOP-STORE-CODE, ' TAG=',                 !@23
028634               NOP-DIVISION-NAME, '/', NOP-STORE-NAME,             !@23
028634               ' MASTER=', STORMAST-DIVISION-NAME, '/',            !@23
028634               STORMAST-STORE-NAME                                 !@23
028634     END-EVALUATE.                                                 !@23
028634     WRITE STOREXCP-RECORD.                                        !@23
028634     IF NOT STOREXCP-OK                                            !@23
028634        DISPLAY PGMNAME, ' STOREXCP WRITE FAILED, STATUS ',        !@23
028634                STOREXCP-STATUS                                    !@23
028634     END-IF.                                                       !@23
028634     ADD 1 TO STORE-EXCEPTION-COUNT.                               !@23
028634        SKIP1                                                      !@23
028634 0248-WINDOW-STORE-DATE.                                           !@23
028634* Two-digit years above 70 are 19xx, the rest 20xx.                !@23
028634     IF STORE-DATE-YY > 70                                         !@23
028634        COMPUTE STORE-DATE-8 = 19000000 + STORE-DATE-6             !@23
028634     ELSE                                                          !@23
028634        COMPUTE STORE-DATE-8 = 20000000 + STORE-DATE-6             !@23
028634     END-IF.                                                       !@23
028635        SKIP1                                                     !@07
028636 0300-SWITCH-DIVISION-FILE.                                       !@07
028637* Give each division its own AFPPAGOT extent, so one division's   !@07
029300     CLOSE STOREIDX-FILE.                                         !@02
029310     CLOSE PAGEATTR-FILE.                                         !@08
029315     CLOSE DOCIDX-FILE.                                            !@16
029317     CLOSE FPRINT-FILE.                                            !@25
029320     CLOSE AUDIT-FILE.                                            !@09
029321     IF STORMAST-AVAILABLE                                         !@23
029321        CLOSE STORMAST-FILE                                        !@23
029321     END-IF.                                                       !@23
029322     CLOSE STOREXCP-FILE.                                          !@23
029328* A page still open at end of file never got its EPG.              !@28
029334     IF PAGE-OPEN                                                  !@28
029340        SET PAGEXCP-BPG-NO-EPG TO TRUE;                            !@28
029346        PERFORM 0720-WRITE-OPEN-PAGE-EXCEPTION;                    !@28
029352        MOVE 'N' TO PAGE-OPEN-SWITCH                               !@28
029358     END-IF.                                                       !@28
029364     CLOSE PAGEXCP-FILE.                                           !@28
029370     IF PAGE-STOP-LIMIT > ZERO                                     !@28
029376        AND PAGE-EXCP-TOTAL NOT < PAGE-STOP-LIMIT                  !@28
029382        SET GENERATION-WITHHELD TO TRUE                            !@28
029388     END-IF.                                                       !@28
029400     PERFORM 0930-CLOSE-CURRENT-DIVISION-FILE.                    !@07
029405* Only mark the checkpoint complete now that the final trailer    !@11
029406* has actually been written and AFPPAGOT-FILE is actually closed - !@11
029337     MOVE STREAM-CODE        TO CHKPT-STREAM-CODE.                 !@19
029337     MOVE BYTES-BEFORE-COMP  TO CHKPT-BYTES-BEFORE.                !@22
029337     MOVE BYTES-AFTER-COMP   TO CHKPT-BYTES-AFTER.                 !@22
029337     MOVE STORE-EXCEPTION-COUNT TO CHKPT-STORE-EXCP-COUNT.         !@23
029337     MOVE PAGE-OPEN-SWITCH   TO CHKPT-PAGE-OPEN-FLAG.              !@28
029337     MOVE PAGE-EXCEPTION-COUNTS TO CHKPT-PAGE-EXCP-COUNTS.         !@28
029338     SET CHKPT-COMPLETE TO TRUE.                                  !@10
029340     IF CHKPT-HAVE-RECORD THEN                                    !@10
029342        REWRITE CHKPT-RECORD                                      !@10
029379        END-WRITE                                                 !@10
029380     END-IF;                                                      !@10
029390     CLOSE CHKPT-FILE.                                            !@10
029395* A generation whose page structure reached the stop limit is      !@28
029405* archived but not cataloged, so the verify, unload, export and    !@28
029415* purge jobs pass it over until the feed has been examined.        !@28
029425     IF GENERATION-WITHHELD                                        !@28
029435        DISPLAY PGMNAME, ' GENERATION ', RUN-DATE, ' WITHHELD '    !@28
029445                'FROM GENCAT - ', PAGE-EXCP-TOTAL,                 !@28
029455                ' PAGE STRUCTURE ERRORS.'                          !@28
029465     ELSE                                                          !@28
029475        PERFORM 0960-WRITE-GENERATION-CATALOG                      !@28
029485     END-IF.                                                       !@28
029550     PERFORM 0920-DISPLAY-SUMMARY.                                !@04
029560* Store-master exceptions do not stop the archive, but the run     !@23
029560* must not end clean: the warning sends someone to STOREXCP.       !@23
029560     IF STORE-EXCEPTION-COUNT > ZERO                               !@23
029560        OR NOT STORMAST-AVAILABLE                                  !@23
029560        IF RETURN-CODE < 4                                         !@23
029560           MOVE 4 TO RETURN-CODE                                   !@23
029560        END-IF                                                     !@23
029560     END-IF.                                                       !@23
029562* Page-structure exceptions past the warning limit warn; a         !@28
029564* withheld generation fails the step so nothing downstream runs    !@28
029566* against it.                                                      !@28
029568     IF GENERATION-WITHHELD                                        !@28
029570        IF RETURN-CODE < 12                                        !@28
029572           MOVE 12 TO RETURN-CODE                                  !@28
029574        END-IF                                                     !@28
029576     ELSE                                                          !@28
029578        IF PAGE-EXCP-TOTAL > PAGE-WARN-LIMIT                       !@28
029580           AND RETURN-CODE < 4                                     !@28
029582           MOVE 4 TO RETURN-CODE                                   !@28
029584        END-IF                                                     !@28
029586     END-IF.                                                       !@28
029600        SKIP1                                                     !@03
029700 0910-WRITE-TRAILER.                                              !@03
029800     MOVE AFPPAGOT-REC TO TRLR-REC-COUNT.                         !@03
031900     DISPLAY PGMNAME, ' RECORDS TO AFPPAGOT : ',                  !@11
031910             TOTAL-AFPPAGOT-REC.                                   !@11
032000     DISPLAY PGMNAME, ' INDEX TAG ERRORS    : ', INDEX-ERROR-COUNT.!@04
032005     DISPLAY PGMNAME, ' STORE EXCEPTIONS    : ',                   !@23
032005             STORE-EXCEPTION-COUNT.                                !@23
032005     IF NOT STORMAST-AVAILABLE                                     !@23
032005        DISPLAY PGMNAME, ' STORE MASTER NOT AVAILABLE - INDEX '    !@23
032005                'TAGS WERE NOT CHECKED.'                           !@23
032005     END-IF.                                                       !@23
032005     DISPLAY PGMNAME, ' PAGE STRUCTURE ERRORS: ',                  !@28
032005             PAGE-EXCP-TOTAL.                                      !@28
032005     DISPLAY PGMNAME, '   BPG WITHOUT EPG    : ',                  !@28
032005             PAGE-EXCP-NO-EPG.                                     !@28
032005     DISPLAY PGMNAME, '   EPG WITHOUT BPG    : ',                  !@28
032005             PAGE-EXCP-NO-BPG.                                     !@28
032005     DISPLAY PGMNAME, '   EMPTY PAGES        : ',                  !@28
032005             PAGE-EXCP-EMPTY.                                      !@28
032005     DISPLAY PGMNAME, '   FIELDS OUTSIDE PAGE: ',                  !@28
032005             PAGE-EXCP-OUTSIDE.                                    !@28
032005     DISPLAY PGMNAME, '   INDEX TAGS IN PAGE : ',                  !@28
032005             PAGE-EXCP-INDEX.                                      !@28
032005     DISPLAY PGMNAME, '   DOC TAGS IN PAGE   : ',                  !@28
032005             PAGE-EXCP-DOC.                                        !@28
032005     IF GENERATION-WITHHELD                                        !@28
032005        DISPLAY PGMNAME, ' STOP LIMIT ', PAGE-STOP-LIMIT,          !@28
032005                ' REACHED - GENERATION NOT CATALOGED, SEE '        !@28
032005                'PAGEXCP.'                                         !@28
032005     END-IF.                                                       !@28
032010     DISPLAY PGMNAME, ' DATA BYTES BEFORE COMPRESSION: ',          !@22
032020             BYTES-BEFORE-COMP.                                    !@22
032030     DISPLAY PGMNAME, ' DATA BYTES AFTER  COMPRESSION: ',          !@22
032610     MOVE TOTAL-LINE-COUNT   TO GENCAT-LINE-COUNT.                 !@21
032620     SET GENCAT-NOT-VERIFIED TO TRUE.                              !@21
032630     MOVE ZERO               TO GENCAT-VERIFY-DATE.                !@21
032633     SET GENCAT-NOT-RECONCILED TO TRUE.                            !@26
032636     MOVE ZERO               TO GENCAT-RECON-DATE.                 !@26
032640     SET GENCAT-NOT-UNLOADED TO TRUE.                              !@21
032650     MOVE ZERO               TO GENCAT-UNLOAD-DATE.                !@21
032660     MOVE SPACES             TO GENCAT-UNLOAD-DSNAME.              !@21
032662     SET GENCAT-NOT-EXPORTED TO TRUE.                              !@27
032664     MOVE ZERO               TO GENCAT-EXPORT-DATE.                !@27
032666     MOVE SPACES             TO GENCAT-EXPORT-DSNAME.              !@27
032670     MOVE ZERO               TO GENCAT-PURGED-SEGS.                !@21
032680     MOVE ZERO               TO GENCAT-PURGE-DATE.                 !@21
032690     MOVE RUN-EXTENT-COUNT   TO GENCAT-EXTENT-COUNT.               !@21
