000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000230* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 04  *    !@04
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXB.
000500 AUTHOR. MAINTENANCE.
003600               found, so the scheduler holds the tape release
003700               and the prior generation's purge until someone
003800               signs off.
003810                                                                   !@03
003820               Each line carries the official division and         !@03
003830               store names from the division/store master          !@03
003840               (STORMAST).  Without the master, a segment line     !@03
003850               falls back to the names in its index row.           !@03
003856                                                                   !@04
003862               The outcome is recorded on the generation's         !@04
003868               catalog row (GENCAT): reconciled when the run       !@04
003874               ends with RETURN-CODE 0, failed otherwise.  The     !@04
003880               retention purge (ACIFOTXP) will not purge a         !@04
003886               stream without a later generation that is           !@04
003892               verified, reconciled and unloaded.                  !@04
003894               A catalog row that cannot be rewritten raises       !@04
003896               the RETURN-CODE to at least 4.                      !@04
003900
004000               SYSIN control card layout (the card is optional):
004100                 COLUMNS  1- 6   ARCHIVE RUN DATE YYMMDD
007800                                 FILE STATUS AFPPAGOT-STATUS
007900                                             VSAM-STATUS,
008000                                 RELATIVE KEY AFPPAGOT-REC.
008010     SELECT STORMAST-FILE        ASSIGN TO STORMAST,               !@03
008020                                 ORGANIZATION INDEXED,             !@03
008030                                 ACCESS MODE RANDOM,               !@03
008040                                 RECORD KEY STORMAST-KEY,          !@03
008050                                 FILE STATUS STORMAST-STATUS.      !@03
008058     SELECT GENCAT-FILE          ASSIGN TO GENCAT,                 !@04
008066                                 ORGANIZATION INDEXED,             !@04
008074                                 ACCESS MODE RANDOM,               !@04
008082                                 RECORD KEY GENCAT-KEY,            !@04
008090                                 FILE STATUS GENCAT-STATUS.        !@04
008100     SELECT REPORT-FILE          ASSIGN TO RECNRPT,
008200                                 ORGANIZATION SEQUENTIAL,
008300                                 FILE STATUS REPORT-STATUS.
010900     RECORD VARYING DEPENDING ON AFPPAGOT-LENGTH.
011000     COPY AFPAGOT
011100          REPLACING ==:PREFIX:== BY ==AFPPAGOT==.
011110 FD  STORMAST-FILE.                                                !@03
011120     COPY STORMAST.                                                !@03
011130 FD  GENCAT-FILE.                                                  !@04
011140     COPY GENCAT.                                                  !@04
011200 FD  REPORT-FILE.
011300 01  REPORT-RECORD               PIC X(132).
011400     EJECT
012200     88  STOREIDX-OK         VALUE 00.
012300 77  AFPPAGOT-STATUS         PIC 99.
012400     88  AFPPAGOT-OK         VALUE 00.
012410 77  STORMAST-STATUS         PIC 99.                               !@03
012420     88  STORMAST-OK         VALUE 00.                             !@03
012430 77  STORMAST-AVAILABLE-SWITCH PIC X  VALUE 'N'.                   !@03
012440     88  STORMAST-AVAILABLE  VALUE 'Y'.                            !@03
012450 77  GENCAT-STATUS           PIC 99.                               !@04
012460     88  GENCAT-OK           VALUE 00.                             !@04
012500 77  REPORT-STATUS           PIC 99.
012600     88  REPORT-OK           VALUE 00.
012700 77  RUN-RETURN-CODE         PIC S9(4) BINARY VALUE ZERO.
013600 77  DATE-GIVEN-SWITCH       PIC X    VALUE 'N'.
013700     88  RUN-DATE-GIVEN      VALUE 'Y'.
013800 77  TARGET-RUN-DATE         PIC 9(6) VALUE ZERO.
013810 77  RECON-DATE              PIC 9(6) VALUE ZERO.                  !@04
013900 77  DECL-COUNT              PIC S9(4) BINARY VALUE ZERO.
014000 77  DECL-MAX                PIC S9(4) BINARY VALUE 500.
014100 77  DECL-SUB                PIC S9(4) BINARY VALUE ZERO.
021000     05  FILLER              PIC X     VALUE SPACE.
021100     05  RPT-ACTUAL          PIC Z(7)9.
021200     05  FILLER              PIC X(9)  VALUE ' ARCHIVED'.
021300     05  FILLER              PIC X     VALUE SPACE.                !@03
021310     05  RPT-DIVISION-NAME   PIC X(12).                            !@03
021320     05  FILLER              PIC X     VALUE SPACE.                !@03
021330     05  RPT-STORE-NAME      PIC X(12).                            !@03
021340     05  FILLER              PIC X(8)  VALUE SPACES.               !@03
021400 01  REPORT-EXTENT-LINE.
021500     05  FILLER              PIC X(7)  VALUE 'EXTENT '.
021600     05  RPX-DDNAME          PIC X(8).
028400                REPORT-STATUS;
028500        MOVE 16 TO RETURN-CODE;
028600        STOP RUN
028700     END-IF;                                                       !@03
028710     OPEN INPUT STORMAST-FILE.                                     !@03
028720     IF STORMAST-OK                                                !@03
028730        SET STORMAST-AVAILABLE TO TRUE                             !@03
028740     ELSE                                                          !@03
028750        DISPLAY PGMNAME, ' STORMAST OPEN FAILED, STATUS '          !@03
028760                STORMAST-STATUS, ' - INDEX NAMES PRINTED.'         !@03
028770     END-IF.                                                       !@03
028800     SKIP1
028900 1500-DETERMINE-RUN-DATE.
029000* Without a run date on SYSIN, reconcile the most recent
041400        IF DECL-CUR = ZERO
041500           MOVE STOREIDX-DIVISION-CODE TO RPT-DIVISION;
041600           MOVE STOREIDX-STORE-CODE    TO RPT-STORE;
041610           MOVE STOREIDX-DIVISION-NAME TO RPT-DIVISION-NAME;       !@03
041620           MOVE STOREIDX-STORE-NAME    TO RPT-STORE-NAME;          !@03
041700           MOVE 'ARCHIVED BUT NEVER DECLARED BY UPSTREAM'
041800             TO RPT-TEXT;
041900           MOVE ZERO TO RPT-EXPECTED;
042400           IF DECL-PAGES (DECL-CUR) NOT = SEGMENT-PAGES
042500              MOVE STOREIDX-DIVISION-CODE TO RPT-DIVISION;
042600              MOVE STOREIDX-STORE-CODE    TO RPT-STORE;
042610              MOVE STOREIDX-DIVISION-NAME TO RPT-DIVISION-NAME;    !@03
042620              MOVE STOREIDX-STORE-NAME    TO RPT-STORE-NAME;       !@03
042700              MOVE 'ARCHIVED PAGES DISAGREE WITH DECLARED'
042800                TO RPT-TEXT;
042900              MOVE DECL-PAGES (DECL-CUR) TO RPT-EXPECTED;
048000     IF NOT DECL-MATCHED (DECL-SUB)
048100        MOVE DECL-DIVISION (DECL-SUB) TO RPT-DIVISION;
048200        MOVE DECL-STORE (DECL-SUB)    TO RPT-STORE;
048210        MOVE SPACES                   TO RPT-DIVISION-NAME;        !@03
048220        MOVE '*UNKNOWN*'              TO RPT-STORE-NAME;           !@03
048300        MOVE 'DECLARED BUT MISSING FROM THE INDEX'
048400          TO RPT-TEXT;
048500        MOVE DECL-PAGES (DECL-SUB) TO RPT-EXPECTED;
054100     SKIP1
054200 6000-TERMINATE.
054300     CLOSE STOREIDX-FILE.
054310     IF STORMAST-AVAILABLE                                         !@03
054320        CLOSE STORMAST-FILE                                        !@03
054330     END-IF.                                                       !@03
054400     MOVE 'SEGMENTS CHECKED    : ' TO RPL-LABEL.
054500     MOVE SEGMENTS-CHECKED TO RPL-VALUE.
054600     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
055400        AND RUN-RETURN-CODE < 8
055500        MOVE 8 TO RUN-RETURN-CODE
055600     END-IF.
055602     PERFORM 6100-MARK-CATALOG.                                    !@04
055604     SKIP1                                                         !@04
055606 6100-MARK-CATALOG.                                                !@04
055608* The outcome is recorded on the generation's catalog row either   !@04
055610* way, so the retention purge can tell a generation that failed    !@04
055612* reconciliation from one never reconciled.  A missing catalog     !@04
055614* only costs the mark, never the reconciliation result itself.     !@04
055616     ACCEPT RECON-DATE FROM DATE.                                  !@04
055618     OPEN I-O GENCAT-FILE.                                         !@04
055620     IF NOT GENCAT-OK                                              !@04
055622        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',           !@04
055624                GENCAT-STATUS, ' - OUTCOME NOT CATALOGUED.'        !@04
055626     ELSE                                                          !@04
055628        MOVE TARGET-STREAM   TO GENCAT-STREAM-CODE;                !@04
055630        MOVE TARGET-RUN-DATE TO GENCAT-RUN-DATE;                   !@04
055632        READ GENCAT-FILE                                           !@04
055634          INVALID KEY                                              !@04
055636           DISPLAY PGMNAME, ' NO GENCAT ROW FOR STREAM ',          !@04
055638                   TARGET-STREAM, ' RUN DATE ',                    !@04
055640                   TARGET-RUN-DATE, ' - OUTCOME NOT CATALOGUED.'   !@04
055642          NOT INVALID KEY                                          !@04
055644           IF RUN-RETURN-CODE = ZERO                               !@04
055646              SET GENCAT-RECONCILED TO TRUE                        !@04
055648           ELSE                                                    !@04
055650              SET GENCAT-RECON-FAILED TO TRUE                      !@04
055652           END-IF;                                                 !@04
055654           MOVE RECON-DATE TO GENCAT-RECON-DATE;                   !@04
055656           REWRITE GENCAT-RECORD                                   !@04
055658             INVALID KEY                                           !@04
055660              DISPLAY PGMNAME, ' GENCAT REWRITE FAILED, '          !@04
055662                      'STATUS ', GENCAT-STATUS, ' - OUTCOME '      !@04
055663                      'NOT CATALOGUED.';                           !@04
055664              IF RUN-RETURN-CODE < 4                               !@04
055664                 MOVE 4 TO RUN-RETURN-CODE                         !@04
055664              END-IF                                               !@04
055665             NOT INVALID KEY                                       !@04
055666              DISPLAY PGMNAME, ' RECONCILIATION OUTCOME '          !@04
055667                      'RECORDED IN THE CATALOG.'                   !@04
055668           END-REWRITE                                             !@04
055670        END-READ;                                                  !@04
055672        CLOSE GENCAT-FILE                                          !@04
055674     END-IF.                                                       !@04
055700     SKIP1
055800 7000-WRITE-MISMATCH.
055900     ADD 1 TO MISMATCH-COUNT.
055910     PERFORM 7200-LOOKUP-MASTER-NAMES.                             !@03
056000     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
056100     SKIP1
056200 7100-WRITE-EXTENT-MISMATCH.
056300     ADD 1 TO MISMATCH-COUNT.
056400     WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE.
056500     SKIP1                                                         !@03
056600 7200-LOOKUP-MASTER-NAMES.                                         !@03
056700* Print the official names when the store is on the master; the    !@03
056800* caller has already set the best names it had otherwise.          !@03
056900     IF STORMAST-AVAILABLE                                         !@03
057000        MOVE RPT-DIVISION TO STORMAST-DIVISION-CODE;               !@03
057100        MOVE RPT-STORE    TO STORMAST-STORE-CODE;                  !@03
057200        READ STORMAST-FILE                                         !@03
057300          INVALID KEY                                              !@03
057400           MOVE '*UNKNOWN*' TO RPT-STORE-NAME                      !@03
057500          NOT INVALID KEY                                          !@03
057600           MOVE STORMAST-DIVISION-NAME TO RPT-DIVISION-NAME;       !@03
057700           MOVE STORMAST-STORE-NAME    TO RPT-STORE-NAME           !@03
057800        END-READ                                                   !@03
057900     END-IF.                                                       !@03
