000250* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 06  *     !@06
000260* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 07  *     !@07
000270* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 08  *     !@08
000280* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 09  *    !@09
000290* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 10  *    !@10
000295* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 11  *    !@11
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXP.
000500 AUTHOR. MAINTENANCE.
003500                 COLUMNS  1- 8   ADMINISTRATOR USERID (REQUIRED)
003600                 COLUMNS  9-14   AS-OF DATE YYMMDD
003700                                 (SPACES = TODAY)
003710                 COLUMNS 15-22   'OVERRIDE' TO PURGE STREAMS WITH  !@11
003720                                 NO SAFE LATER GENERATION          !@11
003730                 COLUMNS 23-30   SUPERVISOR USERID, REQUIRED WITH  !@11
003740                                 'OVERRIDE', NOT THE ADMINISTRATOR !@11
003750                 COLUMNS 31-33   OVERRIDE REASON CODE              !@11
003800
003900               RETNCTL control card layout, one per division:
004000                 COLUMNS  1- 2   DIVISION CODE, OR ** MEANING
004560               The scan covers every archive stream; retention     !@06
004570               is per division regardless of stream, and each      !@06
004580               audit row carries the purged segment's stream.      !@06
004583                                                                   !@10
004586               Held segments of a purged generation can be moved   !@10
004589               by ACIFOTXO into a hold vault (DDNAME AFPVLTnn)     !@10
004592               shared by many generations; a vault extent is       !@10
004595               always reported as retained, never as deletable.    !@10
004600
004605               Nothing is purged from a stream unless the          !@11
004610               generation catalog (GENCAT) shows a later           !@11
004615               generation of the same stream that has been         !@11
004620               verified (ACIFOTXV), reconciled (ACIFOTXB) and      !@11
004625               unloaded to DR (ACIFOTXU).  An expired segment      !@11
004630               with no such later generation is refused and        !@11
004635               left in place, and the stream gate section of       !@11
004640               the report names the stream, its newest safe        !@11
004645               generation and what each later generation still     !@11
004650               lacks.  A refusal ends the run with RETURN-CODE     !@11
004655               8.  A supervisor override card lets the refused     !@11
004660               segments be purged anyway; each stream it is        !@11
004665               used for is written to the audit trail as an 'O'    !@11
004670               row naming the supervisor, and the run ends with    !@11
004675               RETURN-CODE 4.                                      !@11
004680                                                                   !@11
004700 DATE-WRITTEN. 22 AUG 26.
004800 DATE-COMPILED.
004900 SECURITY. IBM SAMPLE CODE ONLY.
007250                                 FILE STATUS DOCIDX-STATUS.        !@02
007260     SELECT GENCAT-FILE          ASSIGN TO GENCAT,                 !@08
007270                                 ORGANIZATION INDEXED,             !@08
007280                                 ACCESS MODE DYNAMIC,              !@11
007290                                 RECORD KEY GENCAT-KEY,            !@08
007295                                 FILE STATUS GENCAT-STATUS.        !@08
007300     SELECT AUDIT-FILE           ASSIGN TO AUDITLOG,
008500     05  CC-AS-OF-DATE           PIC X(6).
008600     05  CC-AS-OF-DATE-NUM       REDEFINES CC-AS-OF-DATE
008700                                 PIC 9(6).
008800     05  CC-OVERRIDE             PIC X(8).                         !@11
008810     05  CC-SUPERVISOR           PIC X(8).                         !@11
008820     05  CC-OVERRIDE-REASON      PIC X(3).                         !@11
008830     05  FILLER                  PIC X(47).                        !@11
008900 FD  RETN-FILE.
009000 01  RETN-RECORD.
009100     05  RC-DIVISION-CODE        PIC XX.
013700 77  EXTENT-MAX              PIC S9(4) BINARY VALUE 100.
013800 77  EXTENT-SUB              PIC S9(4) BINARY VALUE ZERO.
013900 77  EXTENT-CUR              PIC S9(4) BINARY VALUE ZERO.
013910 77  VAULT-PREFIX            PIC X(6) VALUE 'AFPVLT'.              !@10
014000 77  SEGMENTS-PURGED         PIC S9(8) BINARY VALUE ZERO.
014100 77  SEGMENTS-HELD           PIC S9(8) BINARY VALUE ZERO.
014200 77  PAGES-PURGED            PIC S9(8) BINARY VALUE ZERO.
014500 77  AS-OF-INTEGER           PIC S9(9) BINARY VALUE ZERO.
014600 77  SEGMENT-INTEGER         PIC S9(9) BINARY VALUE ZERO.
014700 77  SEGMENT-AGE-DAYS        PIC S9(9) BINARY VALUE ZERO.
014707 77  SEGMENTS-REFUSED        PIC S9(8) BINARY VALUE ZERO.          !@11
014710 77  SEGMENTS-OVERRIDDEN     PIC S9(8) BINARY VALUE ZERO.          !@11
014714 77  OVERRIDE-SWITCH         PIC X    VALUE 'N'.                   !@11
014721     88  OVERRIDE-GIVEN      VALUE 'Y'.                            !@11
014728 77  SEGMENT-OVERRIDE-SWITCH PIC X    VALUE 'N'.                   !@11
014735     88  SEGMENT-OVERRIDDEN  VALUE 'Y'.                            !@11
014742 77  GATE-SECTION-SWITCH     PIC X    VALUE 'N'.                   !@11
014749     88  GATE-SECTION-STARTED VALUE 'Y'.                           !@11
014756 77  GENCAT-BROWSE-SWITCH    PIC X    VALUE 'N'.                   !@11
014763     88  GENCAT-BROWSE-DONE  VALUE 'Y'.                            !@11
014770 77  GATE-SUB                PIC S9(4) BINARY VALUE ZERO.          !@11
014777 77  UNSAFE-COUNT            PIC S9(4) BINARY VALUE ZERO.          !@11
014784 77  UNSAFE-MAX              PIC S9(4) BINARY VALUE 200.           !@11
014791 77  UNSAFE-SUB              PIC S9(4) BINARY VALUE ZERO.          !@11
014793 77  UNSAFE-TRIM-SWITCH      PIC X    VALUE 'N'.                   !@11
014795     88  UNSAFE-TRIM-DONE    VALUE 'Y'.                            !@11
014797 77  UNSAFE-FULL-SWITCH      PIC X    VALUE 'N'.                   !@11
014798     88  UNSAFE-TABLE-FULL   VALUE 'Y'.                            !@11
014800     SKIP1
014900 01  DATE-DATA.
015000   05  RUN-DATE              PIC 9(6).
017600         10  EXT-GEN-DATE      PIC 9(6).
017700         10  EXT-PURGED-SEGS   PIC S9(8) BINARY.
017800         10  EXT-HELD-SEGS     PIC S9(8) BINARY.
017810         10  EXT-REFUSED-SEGS  PIC S9(8) BINARY.                   !@11
017813     SKIP1                                                         !@11
017816* The purge gate of each stream, entry 1 for stream 0 (which no    !@11
017819* generation carries) through entry 10 for stream 9: the newest    !@11
017822* generation that is verified, reconciled and unloaded, and what   !@11
017825* the gate did to the expired segments of the stream.              !@11
017828 01  GATE-TABLE.                                                   !@11
017831     05  GATE-ENTRY            OCCURS 10 TIMES.                    !@11
017834         10  GATE-SAFE-DATE    PIC 9(6).                           !@11
017837         10  GATE-SAFE-INT     PIC S9(9) BINARY.                   !@11
017840         10  GATE-REFUSED-SEGS PIC S9(8) BINARY.                   !@11
017843         10  GATE-OVERRIDE-SEGS PIC S9(8) BINARY.                  !@11
017846         10  GATE-AUDIT-FLAG   PIC X.                              !@11
017849             88  GATE-OVERRIDE-AUDITED VALUE 'Y'.                  !@11
017852     SKIP1                                                         !@11
017855* Every catalogued generation that is not yet safe, so the         !@11
017858* report can say what the generations after a stream's newest      !@11
017861* safe one still lack.                                             !@11
017864 01  UNSAFE-TABLE.                                                 !@11
017867     05  UNSAFE-ENTRY          OCCURS 200 TIMES.                   !@11
017870         10  UNS-STREAM        PIC 9.                              !@11
017873         10  UNS-GEN-DATE      PIC 9(6).                           !@11
017876         10  UNS-GEN-INT       PIC S9(9) BINARY.                   !@11
017879         10  UNS-VERIFY-FLAG   PIC X.                              !@11
017882             88  UNS-VERIFIED  VALUE 'Y'.                          !@11
017885         10  UNS-RECON-FLAG    PIC X.                              !@11
017888             88  UNS-RECONCILED VALUE 'Y'.                         !@11
017891             88  UNS-RECON-FAILED VALUE 'F'.                       !@11
017894         10  UNS-UNLOAD-FLAG   PIC X.                              !@11
017897             88  UNS-UNLOADED  VALUE 'Y'.                          !@11
017900     SKIP1
018000 01  REPORT-HEADING-LINE.
018100     05  FILLER              PIC X(9)  VALUE 'ACIFOTXP '.
020800     05  FILLER              PIC X     VALUE SPACE.
020900     05  RPX-TEXT            PIC X(52).
021000     05  FILLER              PIC X(53) VALUE SPACES.
021003 01  REPORT-GATE-HEADING.                                          !@11
021006     05  FILLER              PIC X(36) VALUE                       !@11
021009         'STREAM PURGE GATE - A GENERATION IS '.                   !@11
021012     05  FILLER              PIC X(40) VALUE                       !@11
021015         'SAFE ONCE VERIFIED, RECONCILED, UNLOADED'.               !@11
021018     05  FILLER              PIC X(56) VALUE SPACES.               !@11
021021 01  REPORT-GATE-LINE.                                             !@11
021024     05  FILLER              PIC X(7)  VALUE 'STREAM '.            !@11
021027     05  RPS-STREAM          PIC 9.                                !@11
021030     05  FILLER              PIC X(17) VALUE ' NEWEST SAFE GEN '.  !@11
021033     05  RPS-SAFE-DATE       PIC 9(6).                             !@11
021036     05  FILLER              PIC X     VALUE SPACE.                !@11
021039     05  RPS-TEXT            PIC X(48).                            !@11
021042     05  FILLER              PIC X(10) VALUE ' SEGMENTS '.         !@11
021045     05  RPS-COUNT           PIC Z(7)9.                            !@11
021048     05  FILLER              PIC X     VALUE SPACE.                !@11
021051     05  RPS-USERID          PIC X(8).                             !@11
021054     05  FILLER              PIC X(25) VALUE SPACES.               !@11
021057 01  REPORT-UNSAFE-LINE.                                           !@11
021060     05  FILLER              PIC X(12) VALUE '  LATER GEN '.       !@11
021063     05  RPU-GEN-DATE        PIC 9(6).                             !@11
021066     05  FILLER              PIC X     VALUE SPACE.                !@11
021069     05  RPU-VERIFY          PIC X(14).                            !@11
021072     05  FILLER              PIC X     VALUE SPACE.                !@11
021075     05  RPU-RECON           PIC X(14).                            !@11
021078     05  FILLER              PIC X     VALUE SPACE.                !@11
021081     05  RPU-UNLOAD          PIC X(14).                            !@11
021084     05  FILLER              PIC X(69) VALUE SPACES.               !@11
021100 01  REPORT-TOTAL-LINE.
021200     05  FILLER              PIC X(9)  VALUE 'ACIFOTXP '.
021300     05  RPL-LABEL           PIC X(22).
021400     05  RPL-VALUE           PIC Z(7)9.
021500     05  FILLER              PIC X(93) VALUE SPACES.
021510     SKIP1                                                         !@09
021520* Sequence and check-value chaining of the audit rows written.     !@09
021530     COPY AUDCHAIN.                                                !@09
021600     EJECT
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE.
022000     PERFORM 2000-LOAD-RETENTION.
022010     PERFORM 2500-LOAD-STREAM-GATES.                               !@11
022100     PERFORM 3000-SCAN-STORE-INDEX.
022150     IF DOCIDX-AVAILABLE                                           !@05
022160        PERFORM 3800-PURGE-DOC-ROWS                                !@05
022170     END-IF.                                                       !@05
022200     PERFORM 4000-REPORT-EXTENTS.
022210     PERFORM 4500-REPORT-STREAM-GATES.                             !@11
022300     PERFORM 5000-TERMINATE.
022400     MOVE RUN-RETURN-CODE TO RETURN-CODE.
022500     STOP RUN.
025900           STOP RUN
026000        END-IF
026100     END-IF;
026107     IF CC-OVERRIDE NOT = SPACES                                   !@11
026114        IF CC-OVERRIDE = 'OVERRIDE'                                !@11
026121           AND CC-SUPERVISOR NOT = SPACES                          !@11
026128           AND CC-SUPERVISOR NOT = CC-USERID                       !@11
026135           SET OVERRIDE-GIVEN TO TRUE                              !@11
026142        ELSE                                                       !@11
026149           DISPLAY PGMNAME, ' AN OVERRIDE NEEDS ''OVERRIDE'' IN '  !@11
026156                   'COLUMNS 15-22 AND A SUPERVISOR USERID OTHER '  !@11
026163                   'THAN THE ADMINISTRATOR IN COLUMNS 23-30.';     !@11
026170           MOVE 16 TO RETURN-CODE;                                 !@11
026177           STOP RUN                                                !@11
026184        END-IF                                                     !@11
026191     END-IF;                                                       !@11
026200     MOVE AS-OF-DATE TO WORK-DATE-6.
026300     PERFORM 7800-YYMMDD-TO-INTEGER.
026400     MOVE WORK-DATE-INT TO AS-OF-INTEGER.
028564                   'NO DOCUMENT ROWS TO PURGE.'                    !@05
028565        END-IF                                                     !@05
028570     END-IF;                                                       !@05
028580* The generation catalog also proves a stream safe to purge;       !@11
028582* without it no stream can be proven safe, so nothing is purged    !@11
028584* except under a supervisor override.                              !@11
028586     OPEN I-O GENCAT-FILE.                                         !@08
028588     IF GENCAT-OK                                                  !@08
028590        SET GENCAT-AVAILABLE TO TRUE                               !@08
028592     ELSE                                                          !@08
028594        DISPLAY PGMNAME, ' GENCAT OPEN FAILED, STATUS ',           !@08
028596                GENCAT-STATUS, ' - NO STREAM CAN BE PURGED.'       !@11
028598     END-IF;                                                       !@08
028599     PERFORM 8800-FIND-AUDIT-CHAIN-END.                            !@09
028600     OPEN EXTEND AUDIT-FILE.
028700     IF NOT AUDIT-OK
028800        DISPLAY PGMNAME, ' AUDITLOG OPEN FAILED, STATUS '
034200        END-IF
034300     END-IF.
034400     SKIP1
034402 2500-LOAD-STREAM-GATES.                                           !@11
034404* Find, for each stream, the newest generation that is verified,   !@11
034406* reconciled and unloaded. A segment is safe to purge only if      !@11
034408* such a generation is later than its own; without the catalog     !@11
034410* no generation is safe and every segment is refused.              !@11
034412     INITIALIZE GATE-TABLE.                                        !@11
034414     IF GENCAT-AVAILABLE                                           !@11
034416        MOVE LOW-VALUES TO GENCAT-KEY;                             !@11
034418        START GENCAT-FILE KEY IS NOT LESS THAN GENCAT-KEY          !@11
034420          INVALID KEY                                              !@11
034422           SET GENCAT-BROWSE-DONE TO TRUE                          !@11
034424        END-START;                                                 !@11
034426        PERFORM 2550-READ-ONE-GENERATION                           !@11
034428           UNTIL GENCAT-BROWSE-DONE                                !@11
034430     END-IF.                                                       !@11
034432     SKIP1                                                         !@11
034434 2550-READ-ONE-GENERATION.                                         !@11
034436     READ GENCAT-FILE NEXT RECORD                                  !@11
034438       AT END                                                      !@11
034440        SET GENCAT-BROWSE-DONE TO TRUE                             !@11
034442       NOT AT END                                                  !@11
034444        PERFORM 2560-GATE-ONE-GENERATION                           !@11
034446     END-READ.                                                     !@11
034448     SKIP1                                                         !@11
034449 2560-GATE-ONE-GENERATION.                                         !@11
034450     MOVE GENCAT-RUN-DATE TO WORK-DATE-6.                          !@11
034451     PERFORM 7800-YYMMDD-TO-INTEGER.                               !@11
034452     COMPUTE GATE-SUB = GENCAT-STREAM-CODE + 1.                    !@11
034453     IF GENCAT-VERIFIED AND GENCAT-RECONCILED AND GENCAT-UNLOADED  !@11
034454        IF WORK-DATE-INT > GATE-SAFE-INT (GATE-SUB)                !@11
034455           MOVE GENCAT-RUN-DATE TO GATE-SAFE-DATE (GATE-SUB);      !@11
034456           MOVE WORK-DATE-INT   TO GATE-SAFE-INT (GATE-SUB)        !@11
034457        END-IF;                                                    !@11
034458        MOVE 'N' TO UNSAFE-TRIM-SWITCH;                            !@11
034459        PERFORM 2570-DROP-OLDER-UNSAFE                             !@11
034460           UNTIL UNSAFE-TRIM-DONE                                  !@11
034461     ELSE                                                          !@11
034462        IF UNSAFE-COUNT < UNSAFE-MAX                               !@11
034463           ADD 1 TO UNSAFE-COUNT;                                  !@11
034464           MOVE GENCAT-STREAM-CODE TO UNS-STREAM (UNSAFE-COUNT);   !@11
034465           MOVE GENCAT-RUN-DATE TO UNS-GEN-DATE (UNSAFE-COUNT);    !@11
034466           MOVE WORK-DATE-INT   TO UNS-GEN-INT (UNSAFE-COUNT);     !@11
034467           MOVE GENCAT-VERIFY-FLAG                                 !@11
034468             TO UNS-VERIFY-FLAG (UNSAFE-COUNT);                    !@11
034469           MOVE GENCAT-RECON-FLAG                                  !@11
034470             TO UNS-RECON-FLAG (UNSAFE-COUNT);                     !@11
034471           MOVE GENCAT-UNLOAD-FLAG                                 !@11
034472             TO UNS-UNLOAD-FLAG (UNSAFE-COUNT)                     !@11
034473        ELSE                                                       !@11
034474           IF NOT UNSAFE-TABLE-FULL                                !@11
034475              SET UNSAFE-TABLE-FULL TO TRUE;                       !@11
034476              DISPLAY PGMNAME, ' UNSAFE GENERATION TABLE FULL - '  !@11
034477                      'GATE REPORT INCOMPLETE FROM STREAM ',       !@11
034478                      GENCAT-STREAM-CODE, ' RUN DATE ',            !@11
034479                      GENCAT-RUN-DATE;                             !@11
034480              IF RUN-RETURN-CODE < 4                               !@11
034481                 MOVE 4 TO RUN-RETURN-CODE                         !@11
034482              END-IF                                               !@11
034483           END-IF                                                  !@11
034484        END-IF                                                     !@11
034485     END-IF.                                                       !@11
034486     SKIP1                                                         !@11
034487 2570-DROP-OLDER-UNSAFE.                                           !@11
034488* The catalog is read in stream and date order, so the entries of  !@11
034489* the stream just found safe are the last ones, and all older.     !@11
034490     IF UNSAFE-COUNT = ZERO                                        !@11
034491        SET UNSAFE-TRIM-DONE TO TRUE                               !@11
034492     ELSE                                                          !@11
034493        IF UNS-STREAM (UNSAFE-COUNT) = GENCAT-STREAM-CODE          !@11
034494           SUBTRACT 1 FROM UNSAFE-COUNT                            !@11
034495        ELSE                                                       !@11
034496           SET UNSAFE-TRIM-DONE TO TRUE                            !@11
034497        END-IF                                                     !@11
034498     END-IF.                                                       !@11
034499     SKIP1                                                         !@11
034500 3000-SCAN-STORE-INDEX.
034600     MOVE LOW-VALUES TO STOREIDX-KEY.
034700     START STOREIDX-FILE KEY IS NOT LESS THAN STOREIDX-KEY
040300        MOVE 'HELD - NOT PURGED' TO RPT-ACTION;
040400        WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
040500     ELSE
040600        PERFORM 3250-GATE-ONE-SEGMENT                              !@11
040700     END-IF.
040800     SKIP1
040801 3250-GATE-ONE-SEGMENT.                                            !@11
040802* An expired segment is purged only if its stream has a safe       !@11
040803* generation later than the segment's own, or a supervisor has     !@11
040804* overridden the gate. Otherwise it is refused and kept.           !@11
040805     COMPUTE GATE-SUB = STOREIDX-STREAM-CODE + 1.                  !@11
040806     MOVE 'N' TO SEGMENT-OVERRIDE-SWITCH.                          !@11
040807     IF GATE-SAFE-INT (GATE-SUB) > SEGMENT-INTEGER                 !@11
040808        PERFORM 3300-PURGE-ONE-SEGMENT                             !@11
040809     ELSE                                                          !@11
040810        IF OVERRIDE-GIVEN                                          !@11
040811           IF NOT GATE-OVERRIDE-AUDITED (GATE-SUB)                 !@11
040812              PERFORM 3270-WRITE-OVERRIDE-AUDIT                    !@11
040813           END-IF;                                                 !@11
040814           SET SEGMENT-OVERRIDDEN TO TRUE;                         !@11
040815           ADD 1 TO GATE-OVERRIDE-SEGS (GATE-SUB);                 !@11
040816           ADD 1 TO SEGMENTS-OVERRIDDEN;                           !@11
040817           PERFORM 3300-PURGE-ONE-SEGMENT                          !@11
040818        ELSE                                                       !@11
040819           ADD 1 TO GATE-REFUSED-SEGS (GATE-SUB);                  !@11
040820           ADD 1 TO SEGMENTS-REFUSED;                              !@11
040821           IF EXTENT-CUR > ZERO                                    !@11
040822              ADD 1 TO EXT-REFUSED-SEGS (EXTENT-CUR)               !@11
040823           END-IF;                                                 !@11
040824           MOVE ZERO TO RPT-PAGES;                                 !@11
040825           MOVE 'REFUSED - UNSAFE' TO RPT-ACTION;                  !@11
040826           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE             !@11
040827        END-IF                                                     !@11
040828     END-IF.                                                       !@11
040829     SKIP1                                                         !@11
040830 3270-WRITE-OVERRIDE-AUDIT.                                        !@11
040831* One row per stream, ahead of the first segment purged under      !@11
040832* the override, naming the supervisor who authorised it.           !@11
040833     SET AUDIT-OVERRIDE-ROW TO TRUE.                               !@11
040834     MOVE ZERO                   TO AUDIT-DIVISION-CODE.           !@11
040835     MOVE ZERO                   TO AUDIT-STORE-CODE.              !@11
040836     MOVE RUN-DATE               TO AUDIT-RUN-DATE.                !@11
040837     MOVE RUN-TIME               TO AUDIT-RUN-TIME.                !@11
040838     MOVE ZERO                   TO AUDIT-PAGE-COUNT.              !@11
040839     MOVE GATE-SAFE-DATE (GATE-SUB) TO AUDIT-GEN-DATE.             !@11
040840     MOVE CC-SUPERVISOR          TO AUDIT-USERID.                  !@11
040841     MOVE CC-OVERRIDE-REASON     TO AUDIT-REASON-CODE.             !@11
040842     MOVE SPACE                  TO AUDIT-DISPOSITION.             !@11
040843     MOVE ZERO                   TO AUDIT-START-REC.               !@11
040844     MOVE ZERO                   TO AUDIT-END-REC.                 !@11
040845     MOVE STOREIDX-STREAM-CODE   TO AUDIT-STREAM-CODE.             !@11
040846     MOVE CC-USERID              TO AUDIT-TARGET-ID.               !@11
040847     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@11
040848     WRITE AUDIT-RECORD.                                           !@11
040849     SET GATE-OVERRIDE-AUDITED (GATE-SUB) TO TRUE.                 !@11
040850     SKIP1                                                         !@11
040900 3300-PURGE-ONE-SEGMENT.
041000* Remove the segment's PAGEATTR rows first, then its index
041100* entry, so a failure in between leaves an index entry whose
042460        PERFORM 3550-CATALOG-ONE-PURGE                             !@08
042470     END-IF.                                                       !@08
042500     MOVE SEGMENT-PAGES-PURGED TO RPT-PAGES.
042600     IF SEGMENT-OVERRIDDEN                                         !@11
042610        MOVE 'PURGED - OVERRIDE' TO RPT-ACTION                     !@11
042620     ELSE                                                          !@11
042630        MOVE 'PURGED' TO RPT-ACTION                                !@11
042640     END-IF.                                                       !@11
042700     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
042800     SKIP1
042900 3400-DELETE-ATTR-ROWS.
046940     MOVE STOREIDX-END-REC       TO AUDIT-END-REC.                 !@03
046950     MOVE STOREIDX-STREAM-CODE   TO AUDIT-STREAM-CODE.             !@06
046960     MOVE SPACES                 TO AUDIT-TARGET-ID.               !@07
046970     PERFORM 8850-STAMP-AUDIT-ROW.                                 !@09
047000     WRITE AUDIT-RECORD.
047100     SKIP1
047200 3600-NOTE-EXTENT.
048200             TO EXT-GEN-DATE (EXTENT-COUNT);
048300           MOVE ZERO TO EXT-PURGED-SEGS (EXTENT-COUNT);
048400           MOVE ZERO TO EXT-HELD-SEGS (EXTENT-COUNT);
048410           MOVE ZERO TO EXT-REFUSED-SEGS (EXTENT-COUNT);           !@11
048500           MOVE EXTENT-COUNT TO EXTENT-CUR
048600        ELSE
048700* Leave EXTENT-CUR zero: the segment is still purged and
050300 4100-REPORT-ONE-EXTENT.
050400     MOVE EXT-DDNAME (EXTENT-CUR)   TO RPX-DDNAME.
050500     MOVE EXT-GEN-DATE (EXTENT-CUR) TO RPX-GEN-DATE.
050510     IF EXT-DDNAME (EXTENT-CUR) (1 : 6) = VAULT-PREFIX             !@10
050520        MOVE 'HOLD VAULT - RETAINED FOR OTHER GENERATIONS'         !@10
050530          TO RPX-TEXT                                              !@10
050540     ELSE                                                          !@10
050600        IF EXT-HELD-SEGS (EXTENT-CUR) = ZERO                       !@11
050610           AND EXT-REFUSED-SEGS (EXTENT-CUR) = ZERO                !@11
050700           MOVE 'ALL SEGMENTS PURGED - CLUSTER MAY BE DELETED'     !@10
050800             TO RPX-TEXT                                           !@10
050900        ELSE                                                       !@10
051000           IF EXT-HELD-SEGS (EXTENT-CUR) > ZERO                    !@11
051100              MOVE 'RETAINED - EXTENT HAS HELD SEGMENTS'           !@11
051110                TO RPX-TEXT                                        !@11
051120           ELSE                                                    !@11
051130              MOVE 'RETAINED - PURGE REFUSED BY STREAM GATE'       !@11
051140                TO RPX-TEXT                                        !@11
051150           END-IF                                                  !@11
051200        END-IF                                                     !@10
051210     END-IF.                                                       !@10
051300     WRITE REPORT-RECORD FROM REPORT-EXTENT-LINE.
051400     SKIP1
051401 4500-REPORT-STREAM-GATES.                                         !@11
051402     PERFORM 4550-REPORT-ONE-GATE                                  !@11
051403        VARYING GATE-SUB FROM 1 BY 1                               !@11
051404        UNTIL GATE-SUB > 10.                                       !@11
051405     IF OVERRIDE-GIVEN AND SEGMENTS-OVERRIDDEN = ZERO              !@11
051406        DISPLAY PGMNAME, ' OVERRIDE CARD NOT NEEDED - NOTHING '    !@11
051407                'WAS REFUSED.'                                     !@11
051408     END-IF.                                                       !@11
051409     SKIP1                                                         !@11
051410 4550-REPORT-ONE-GATE.                                             !@11
051411     IF GATE-REFUSED-SEGS (GATE-SUB) > ZERO                        !@11
051412        OR GATE-OVERRIDE-SEGS (GATE-SUB) > ZERO                    !@11
051413        IF NOT GATE-SECTION-STARTED                                !@11
051414           WRITE REPORT-RECORD FROM REPORT-GATE-HEADING;           !@11
051415           SET GATE-SECTION-STARTED TO TRUE                        !@11
051416        END-IF;                                                    !@11
051417        COMPUTE RPS-STREAM = GATE-SUB - 1;                         !@11
051418        MOVE GATE-SAFE-DATE (GATE-SUB) TO RPS-SAFE-DATE;           !@11
051419        IF GATE-REFUSED-SEGS (GATE-SUB) > ZERO                     !@11
051420           PERFORM 4570-REPORT-REFUSED                             !@11
051421        END-IF;                                                    !@11
051422        IF GATE-OVERRIDE-SEGS (GATE-SUB) > ZERO                    !@11
051423           MOVE 'PURGED UNDER SUPERVISOR OVERRIDE' TO RPS-TEXT;    !@11
051424           MOVE GATE-OVERRIDE-SEGS (GATE-SUB) TO RPS-COUNT;        !@11
051425           MOVE CC-SUPERVISOR TO RPS-USERID;                       !@11
051426           WRITE REPORT-RECORD FROM REPORT-GATE-LINE;              !@11
051427           IF RUN-RETURN-CODE < 4                                  !@11
051428              MOVE 4 TO RUN-RETURN-CODE                            !@11
051429           END-IF                                                  !@11
051430        END-IF;                                                    !@11
051431        PERFORM 4560-REPORT-ONE-UNSAFE                             !@11
051432           VARYING UNSAFE-SUB FROM 1 BY 1                          !@11
051433           UNTIL UNSAFE-SUB > UNSAFE-COUNT                         !@11
051434     END-IF.                                                       !@11
051435     SKIP1                                                         !@11
051436 4560-REPORT-ONE-UNSAFE.                                           !@11
051437* Show each later generation that stopped the stream being         !@11
051438* safe, and which of the three conditions it still lacks.          !@11
051439     IF UNS-STREAM (UNSAFE-SUB) = GATE-SUB - 1                     !@11
051440        AND UNS-GEN-INT (UNSAFE-SUB) > GATE-SAFE-INT (GATE-SUB)    !@11
051441        MOVE UNS-GEN-DATE (UNSAFE-SUB) TO RPU-GEN-DATE;            !@11
051442        IF UNS-VERIFIED (UNSAFE-SUB)                               !@11
051443           MOVE 'VERIFIED' TO RPU-VERIFY                           !@11
051444        ELSE                                                       !@11
051445           MOVE 'NOT VERIFIED' TO RPU-VERIFY                       !@11
051446        END-IF;                                                    !@11
051447        IF UNS-RECONCILED (UNSAFE-SUB)                             !@11
051448           MOVE 'RECONCILED' TO RPU-RECON                          !@11
051449        ELSE                                                       !@11
051450           IF UNS-RECON-FAILED (UNSAFE-SUB)                        !@11
051451              MOVE 'RECON FAILED' TO RPU-RECON                     !@11
051452           ELSE                                                    !@11
051453              MOVE 'NOT RECONCILED' TO RPU-RECON                   !@11
051454           END-IF                                                  !@11
051455        END-IF;                                                    !@11
051456        IF UNS-UNLOADED (UNSAFE-SUB)                               !@11
051457           MOVE 'UNLOADED' TO RPU-UNLOAD                           !@11
051458        ELSE                                                       !@11
051459           MOVE 'NOT UNLOADED' TO RPU-UNLOAD                       !@11
051460        END-IF;                                                    !@11
051461        WRITE REPORT-RECORD FROM REPORT-UNSAFE-LINE                !@11
051462     END-IF.                                                       !@11
051463     SKIP1                                                         !@11
051464 4570-REPORT-REFUSED.                                              !@11
051465     IF NOT GENCAT-AVAILABLE                                       !@11
051466        MOVE 'REFUSED - GENERATION CATALOG NOT AVAILABLE'          !@11
051467          TO RPS-TEXT                                              !@11
051468     ELSE                                                          !@11
051469        IF GATE-SAFE-DATE (GATE-SUB) = ZERO                        !@11
051470           MOVE 'REFUSED - STREAM HAS NO SAFE GENERATION'          !@11
051471             TO RPS-TEXT                                           !@11
051472        ELSE                                                       !@11
051473           MOVE 'REFUSED - NO SAFE GENERATION LATER THAN SEGMENT'  !@11
051474             TO RPS-TEXT                                           !@11
051475        END-IF                                                     !@11
051476     END-IF.                                                       !@11
051477     MOVE GATE-REFUSED-SEGS (GATE-SUB) TO RPS-COUNT.               !@11
051478     MOVE SPACES TO RPS-USERID.                                    !@11
051479     WRITE REPORT-RECORD FROM REPORT-GATE-LINE.                    !@11
051480     IF RUN-RETURN-CODE < 8                                        !@11
051481        MOVE 8 TO RUN-RETURN-CODE                                  !@11
051482     END-IF.                                                       !@11
051483     SKIP1                                                         !@11
051500 5000-TERMINATE.
051600     CLOSE STOREIDX-FILE.
051700     CLOSE PAGEATTR-FILE.
052700     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
052710     MOVE 'DOCUMENT ROWS PURGED: ' TO RPL-LABEL.                   !@04
052720     MOVE DOC-ROWS-PURGED TO RPL-VALUE.                            !@02
052721     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.                   !@11
052722     MOVE 'SEGMENTS REFUSED    : ' TO RPL-LABEL.                   !@11
052723     MOVE SEGMENTS-REFUSED TO RPL-VALUE.                           !@11
052724     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.                   !@11
052725     MOVE 'SEGMENTS OVERRIDDEN : ' TO RPL-LABEL.                   !@11
052726     MOVE SEGMENTS-OVERRIDDEN TO RPL-VALUE.                        !@11
052730     WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.                   !@02
052800     CLOSE REPORT-FILE.
052900     DISPLAY PGMNAME, ' SEGMENTS PURGED : ', SEGMENTS-PURGED.
053000     DISPLAY PGMNAME, ' SEGMENTS HELD   : ', SEGMENTS-HELD.
053100     DISPLAY PGMNAME, ' PAGES PURGED    : ', PAGES-PURGED.
053150     DISPLAY PGMNAME, ' DOC ROWS PURGED : ', DOC-ROWS-PURGED.      !@02
053160     DISPLAY PGMNAME, ' SEGS REFUSED    : ', SEGMENTS-REFUSED.     !@11
053170     DISPLAY PGMNAME, ' SEGS OVERRIDDEN : ', SEGMENTS-OVERRIDDEN.  !@11
053200     SKIP1
053300 7800-YYMMDD-TO-INTEGER.
053400* Two-digit years are windowed: years above 70 are 19xx, the
054500        COMPUTE WORK-DATE-INT =
054600                FUNCTION INTEGER-OF-DATE (WORK-DATE-8)
054700     END-IF.
054710     SKIP1                                                         !@09
054720 8800-FIND-AUDIT-CHAIN-END.                                        !@09
054730* The trail is sequential, so the last row - the one this run's    !@09
054740* rows chain on - is found by one pass before it is extended.      !@09
054750* Rows carried from before the chain existed have sequence zero    !@09
054760* and are passed over.                                             !@09
054770     MOVE ZERO TO AUDIT-LAST-SEQ AUDIT-LAST-CHAIN.                 !@09
054780     MOVE 'N' TO AUDIT-CHAIN-EOF-SWITCH.                           !@09
054790     OPEN INPUT AUDIT-FILE.                                        !@09
054800     IF AUDIT-OK                                                   !@09
054810        PERFORM 8810-READ-ONE-AUDIT-ROW                            !@09
054820           UNTIL AUDIT-CHAIN-EOF;                                  !@09
054830        CLOSE AUDIT-FILE                                           !@09
054840     END-IF.                                                       !@09
054850     SKIP1                                                         !@09
054860 8810-READ-ONE-AUDIT-ROW.                                          !@09
054870     READ AUDIT-FILE                                               !@09
054880       AT END                                                      !@09
054890        SET AUDIT-CHAIN-EOF TO TRUE                                !@09
054900       NOT AT END                                                  !@09
054910        IF AUDIT-SEQ-NUMBER > ZERO                                 !@09
054920           MOVE AUDIT-SEQ-NUMBER  TO AUDIT-LAST-SEQ;               !@09
054930           MOVE AUDIT-CHAIN-VALUE TO AUDIT-LAST-CHAIN              !@09
054940        END-IF                                                     !@09
054950     END-READ.                                                     !@09
054960     SKIP1                                                         !@09
054970 8850-STAMP-AUDIT-ROW.                                             !@09
054980* Give the row built in AUDIT-RECORD the next sequence number      !@09
054990* and its check value, chained on the row before it.               !@09
055000     ADD 1 TO AUDIT-LAST-SEQ.                                      !@09
055010     MOVE AUDIT-LAST-SEQ TO AUDIT-SEQ-NUMBER.                      !@09
055020     MOVE AUDIT-LAST-CHAIN TO AUDIT-CHAIN-ACCUM.                   !@09
055030     COMPUTE AUDIT-CHAIN-BYTES = LENGTH OF AUDIT-RECORD            !@09
055040                               - LENGTH OF AUDIT-CHAIN-VALUE.      !@09
055050     PERFORM 8860-CHAIN-ONE-BYTE                                   !@09
055060        VARYING AUDIT-CHAIN-SUB FROM 1 BY 1                        !@09
055070        UNTIL AUDIT-CHAIN-SUB > AUDIT-CHAIN-BYTES.                 !@09
055080     MOVE AUDIT-CHAIN-ACCUM TO AUDIT-CHAIN-VALUE AUDIT-LAST-CHAIN. !@09
055090     SKIP1                                                         !@09
055100 8860-CHAIN-ONE-BYTE.                                              !@09
055110     MOVE AUDIT-RECORD (AUDIT-CHAIN-SUB : 1)                       !@09
055120       TO AUDIT-CHAIN-HALF-X (2 : 1).                              !@09
055130     COMPUTE AUDIT-CHAIN-ACCUM =                                   !@09
055140             AUDIT-CHAIN-ACCUM * AUDIT-CHAIN-MULTIPLIER            !@09
055150           + AUDIT-CHAIN-HALF + 1.                                 !@09
055160     DIVIDE AUDIT-CHAIN-ACCUM BY AUDIT-CHAIN-MODULUS               !@09
055170        GIVING AUDIT-CHAIN-QUOT REMAINDER AUDIT-CHAIN-ACCUM.       !@09
