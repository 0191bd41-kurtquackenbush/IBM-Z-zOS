000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000230* UPDATE ON 15 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 04  *    !@04
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXI.
000500 AUTHOR. MAINTENANCE.
000700
000800               This program prints the archive generation
000900               inventory report from the generation catalog
001000               (GENCAT) maintained by ACIFOTX, ACIFOTXV,           !@04
001100               ACIFOTXB, ACIFOTXU, ACIFOTXX and ACIFOTXP.  One     !@04
001200               line per generation shows its stream, run date,     !@04
001300               extent list, record and page totals,                !@04
001400               verification, reconciliation and unload status      !@04
001500               (with the unload dataset name), content-repository  !@04
001600               export status (with the export dataset name) and    !@04
001700               how many segments the retention purge has removed,  !@04
001800               so the morning checklist is this one report         !@04
001810               instead of a correlation of STOREIDX, AUDITLOG and  !@04
001820               job logs.                                           !@04
001900
002000               Gaps are flagged after each generation's lines:
002100               never verified, never or not cleanly reconciled,    !@03
002200               never unloaded to DR, and past retention but not    !@03
002300               yet purged.  The oldest any division may keep a     !@03
002400               generation - the largest days-to-keep on any        !@03
002500               RETNCTL card, including the ** default - is used    !@03
002600               as the retention bound, since a generation is       !@03
002700               only purgeable once its slowest division has        !@03
002710               expired.                                            !@03
002800
002900               SYSIN control card layout (the card is optional):
003000                 COLUMNS  1- 6   AS-OF DATE YYMMDD
013800     05  RPT-PAGES           PIC Z(7)9.
013900     05  FILLER              PIC X(10) VALUE ' VERIFIED '.
014000     05  RPT-VERIFIED        PIC X.
014010     05  FILLER              PIC X(12) VALUE ' RECONCILED '.       !@03
014020     05  RPT-RECONCILED      PIC X.                                !@03
014100     05  FILLER              PIC X(10) VALUE ' UNLOADED '.
014200     05  RPT-UNLOADED        PIC X.
014300     05  FILLER              PIC X(13) VALUE ' PURGED SEGS '.
014400     05  RPT-PURGED          PIC Z(5)9.
014410     05  FILLER              PIC X(10) VALUE ' EXPORTED '.         !@04
014420     05  RPT-EXPORTED        PIC X.                                !@04
014500     05  FILLER              PIC X(5)  VALUE SPACES.               !@04
014600 01  REPORT-EXTENT-LINE.
014700     05  FILLER              PIC X(10) VALUE '  EXTENTS '.
014800     05  RPX-NAMES           PIC X(72).
015300     05  FILLER              PIC X(8)  VALUE ' ON '.
015400     05  RPU-DATE            PIC 9(6).
015500     05  FILLER              PIC X(64) VALUE SPACES.
015510 01  REPORT-EXPORT-LINE.                                           !@04
015520     05  FILLER              PIC X(10) VALUE '  EXPORT  '.         !@04
015530     05  RPE-DSNAME          PIC X(44).                            !@04
015540     05  FILLER              PIC X(8)  VALUE ' ON '.               !@04
015550     05  RPE-DATE            PIC 9(6).                             !@04
015560     05  FILLER              PIC X(64) VALUE SPACES.               !@04
015600 01  REPORT-GAP-LINE.
015700     05  FILLER              PIC X(10) VALUE '  *** GAP '.
015800     05  RPG-TEXT            PIC X(60).
026900     MOVE GENCAT-REC-COUNT    TO RPT-RECORDS.
027000     MOVE GENCAT-PAGE-COUNT   TO RPT-PAGES.
027100     MOVE GENCAT-VERIFY-FLAG  TO RPT-VERIFIED.
027110     MOVE GENCAT-RECON-FLAG   TO RPT-RECONCILED.                   !@03
027200     MOVE GENCAT-UNLOAD-FLAG  TO RPT-UNLOADED.
027300     MOVE GENCAT-PURGED-SEGS  TO RPT-PURGED.
027310     MOVE GENCAT-EXPORT-FLAG  TO RPT-EXPORTED.                     !@04
027400     WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
027500     PERFORM 3300-PRINT-EXTENT-NAMES.
027600     IF GENCAT-UNLOADED
027700        MOVE GENCAT-UNLOAD-DSNAME TO RPU-DSNAME;
027800        MOVE GENCAT-UNLOAD-DATE   TO RPU-DATE;
027900        WRITE REPORT-RECORD FROM REPORT-UNLOAD-LINE
027910     END-IF;                                                       !@04
027920     IF GENCAT-EXPORTED                                            !@04
027930        MOVE GENCAT-EXPORT-DSNAME TO RPE-DSNAME;                   !@04
027940        MOVE GENCAT-EXPORT-DATE   TO RPE-DATE;                     !@04
027950        WRITE REPORT-RECORD FROM REPORT-EXPORT-LINE                !@04
028000     END-IF;
028100     PERFORM 3400-FLAG-GAPS.
028200     SKIP1
030700        MOVE 'GENERATION NEVER VERIFIED' TO RPG-TEXT;
030800        PERFORM 3500-WRITE-GAP-LINE
030900     END-IF;
030910     IF GENCAT-NOT-RECONCILED                                      !@03
030920        MOVE 'GENERATION NEVER RECONCILED' TO RPG-TEXT;            !@03
030930        PERFORM 3500-WRITE-GAP-LINE                                !@03
030940     END-IF;                                                       !@03
030950     IF GENCAT-RECON-FAILED                                        !@03
030960        MOVE 'GENERATION FAILED CONTROL-TOTAL RECONCILIATION'      !@03
030970          TO RPG-TEXT;                                             !@03
030980        PERFORM 3500-WRITE-GAP-LINE                                !@03
030990     END-IF;                                                       !@03
031000     IF GENCAT-NOT-UNLOADED
031100        MOVE 'GENERATION NEVER UNLOADED TO DR' TO RPG-TEXT;
031200        PERFORM 3500-WRITE-GAP-LINE
