000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 01  *
000210* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 02  *     !@02
000220* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 03  *    !@03
000230* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 04  *    !@04
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXE.
000500 AUTHOR. MAINTENANCE.
003700               trail itself is QSAM and not accessible to
003800               file control).  A missing AUDITESD only costs
003900               the history lines.
003901                                                                   !@04
003902               The trail holds the current year only once the      !@04
003903               year-end rollover (ACIFOTXY) has moved closed       !@04
003904               years to the history dataset, so the lines say      !@04
003905               "on current trail"; each shows the row's trail      !@04
003906               sequence number, which the desk quotes when         !@04
003907               compliance asks for the evidence.  An AUDITESD      !@04
003908               still holding rows of the earlier, shorter          !@04
003909               layout only costs the history lines.                !@04
003910
003920               Both lookups also show the official division and    !@03
003930               store names from the division/store master          !@03
003940               (STORMAST, defined to CICS under that name),        !@03
003950               with the close date of a closed store, so the       !@03
003960               desk quotes the names of record rather than what    !@03
003970               a feed once carried.  A missing STORMAST only       !@03
003980               costs the name lines.                               !@03
004000
004100 DATE-WRITTEN. 02 SEP 26.
004200 DATE-COMPILED.
006000     88  BROWSE-DONE         VALUE 'Y'.
006100 77  ROWS-FOUND              PIC S9(8) BINARY VALUE ZERO.
006200 77  AUDIT-RBA               PIC S9(8) BINARY VALUE ZERO.
006210 77  AUDIT-LENGTH            PIC S9(4) BINARY VALUE ZERO.          !@04
006220 77  AUDIT-LAYOUT-SWITCH     PIC X    VALUE 'N'.                   !@04
006230     88  AUDIT-LAYOUT-WRONG  VALUE 'Y'.                            !@04
006300 77  LAST-R-SEEN-SWITCH      PIC X    VALUE 'N'.
006400     88  LAST-R-SEEN         VALUE 'Y'.
006500 77  LAST-P-SEEN-SWITCH      PIC X    VALUE 'N'.
006600     88  LAST-P-SEEN         VALUE 'Y'.
006700 77  SEGMENT-PAGES           PIC S9(8) BINARY VALUE ZERO.
006710 77  MASTER-RESP             PIC S9(8) BINARY VALUE ZERO.          !@03
006720 77  MASTER-DOWN-SWITCH      PIC X    VALUE 'N'.                   !@03
006730     88  MASTER-DOWN         VALUE 'Y'.                            !@03
006800     SKIP1
006900* Archive stream being inquired on; default is stream 1.
007000 01  INQ-STREAM              PIC 9 VALUE 1.
009300     COPY STOREIDX.
009400     COPY DOCIDX.
009500     COPY AUDIT.
009510     COPY STORMAST.                                                !@03
009520     SKIP1                                                         !@03
009530* Division/store whose official names were last shown, so a        !@03
009540* document lookup names each owning pair only once.                !@03
009550 01  NAMES-SHOWN-PAIR        PIC X(4) VALUE SPACES.                !@03
009600     SKIP1
009700* Saved most-recent audit rows for the division/store.
009800 01  LAST-R-ROW.
009900     05  LRR-RUN-DATE        PIC 9(6).
010000     05  LRR-USERID          PIC X(8).
010100     05  LRR-DISPOSITION     PIC X.
010110     05  LRR-SEQ-NUMBER      PIC 9(9).                             !@04
010200 01  LAST-P-ROW.
010300     05  LPR-RUN-DATE        PIC 9(6).
010400     05  LPR-USERID          PIC X(8).
010500     05  LPR-GEN-DATE        PIC 9(6).
010510     05  LPR-SEQ-NUMBER      PIC 9(9).                             !@04
010600     SKIP1
010700* The reply is built line by line; each line ends with a 3270
010800* new-line character and the whole buffer is sent with one
014100     05  ODA-USERID          PIC X(8).
014200     05  FILLER              PIC X(6)  VALUE ' DISP '.
014300     05  ODA-DISP            PIC X.
014310     05  FILLER              PIC X(5)  VALUE ' SEQ '.              !@04
014320     05  ODA-SEQ             PIC Z(8)9.                            !@04
014400     05  FILLER              PIC X(19) VALUE SPACES.               !@04
014410 01  OUT-DETAIL-NAMES.                                             !@03
014420     05  FILLER              PIC X(9)  VALUE 'DIVISION '.          !@03
014430     05  ODN-DIVISION        PIC 99.                               !@03
014440     05  FILLER              PIC X     VALUE SPACE.                !@03
014450     05  ODN-DIVISION-NAME   PIC X(12).                            !@03
014460     05  FILLER              PIC X(7)  VALUE ' STORE '.            !@03
014470     05  ODN-STORE           PIC 99.                               !@03
014480     05  FILLER              PIC X     VALUE SPACE.                !@03
014490     05  ODN-STORE-NAME      PIC X(12).                            !@03
014491     05  ODN-CLOSED-TEXT     PIC X(8).                             !@03
014492     05  ODN-CLOSE-DATE      PIC X(6).                             !@03
014493     05  FILLER              PIC X(18) VALUE SPACES.               !@03
014500     EJECT
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
022300     MOVE ZERO          TO DOCIDX-RUN-DATE.
022400     MOVE ZERO TO ROWS-FOUND.
022500     MOVE 'N' TO BROWSE-DONE-SWITCH.
022510     MOVE SPACES TO NAMES-SHOWN-PAIR.                              !@03
022600     EXEC CICS STARTBR FILE ('DOCIDX')
022700          RIDFLD (DOCIDX-KEY) GTEQ
022800          RESP (RESP-CODE) RESP2 (RESP2-CODE)
025800           SET BROWSE-DONE TO TRUE
025900        ELSE
026000           ADD 1 TO ROWS-FOUND;
026010           MOVE DOCIDX-DIVISION-CODE TO STORMAST-DIVISION-CODE;    !@03
026020           MOVE DOCIDX-STORE-CODE    TO STORMAST-STORE-CODE;       !@03
026030           IF STORMAST-KEY NOT = NAMES-SHOWN-PAIR                  !@03
026040              MOVE STORMAST-KEY TO NAMES-SHOWN-PAIR;               !@03
026050              PERFORM 5000-SHOW-OFFICIAL-NAMES                     !@03
026060           END-IF;                                                 !@03
026100           MOVE DOCIDX-RUN-DATE      TO ODG-RUN-DATE;
026200           MOVE DOCIDX-DIVISION-CODE TO ODG-DIVISION;
026300           MOVE DOCIDX-STORE-CODE    TO ODG-STORE;
027600     MOVE 'STORE GENERATIONS IN THE ARCHIVE:'
027700       TO OUT-LINE-WORK.
027800     PERFORM 8000-ADD-LINE.
027810     MOVE PR-DIVISION TO STORMAST-DIVISION-CODE.                   !@03
027820     MOVE PR-STORE    TO STORMAST-STORE-CODE.                      !@03
027830     PERFORM 5000-SHOW-OFFICIAL-NAMES.                             !@03
027900     MOVE INQ-STREAM  TO STOREIDX-STREAM-CODE.
028000     MOVE PR-DIVISION TO STOREIDX-DIVISION-CODE.
028100     MOVE PR-STORE    TO STOREIDX-STORE-CODE.
034200* the inquiry still answers in seconds.
034300     MOVE 'N' TO BROWSE-DONE-SWITCH
034400                 LAST-R-SEEN-SWITCH LAST-P-SEEN-SWITCH.
034410     MOVE 'N' TO AUDIT-LAYOUT-SWITCH.                              !@04
034500     MOVE ZERO TO AUDIT-RBA.
034600     EXEC CICS STARTBR FILE ('AUDITESD')
034700          RIDFLD (AUDIT-RBA) RBA
035600        EXEC CICS ENDBR FILE ('AUDITESD')
035700             RESP (RESP-CODE) RESP2 (RESP2-CODE)
035800        END-EXEC;
035810        IF AUDIT-LAYOUT-WRONG                                      !@04
035820           MOVE 'AUDIT HISTORY NOT AVAILABLE - OLD LAYOUT'         !@04
035830             TO OUT-LINE-WORK;                                     !@04
035840           PERFORM 8000-ADD-LINE                                   !@04
035850        ELSE                                                       !@04
035900           PERFORM 4200-REPORT-AUDIT-HISTORY                       !@04
035910        END-IF                                                     !@04
036000     END-IF.
036100     SKIP1
036200 4100-READ-NEXT-AUDIT-ROW.
036210     MOVE LENGTH OF AUDIT-RECORD TO AUDIT-LENGTH.                  !@04
036300     EXEC CICS READNEXT FILE ('AUDITESD')
036400          INTO (AUDIT-RECORD)
036410          LENGTH (AUDIT-LENGTH)                                    !@04
036500          RIDFLD (AUDIT-RBA) RBA
036600          RESP (RESP-CODE) RESP2 (RESP2-CODE)
036700     END-EXEC.
036800     IF RESP-CODE NOT = DFHRESP(NORMAL)
036900        SET BROWSE-DONE TO TRUE
037000     ELSE
037010* A row of any other length was copied from the trail before       !@04
037020* its present layout; none of its fields can be trusted.           !@04
037030        IF AUDIT-LENGTH NOT = LENGTH OF AUDIT-RECORD               !@04
037040           SET AUDIT-LAYOUT-WRONG TO TRUE;                         !@04
037050           SET BROWSE-DONE TO TRUE                                 !@04
037060        END-IF;                                                    !@04
037100        IF AUDIT-STREAM-CODE = INQ-STREAM
037200           AND AUDIT-DIVISION-CODE = PR-DIVISION
037300           AND AUDIT-STORE-CODE = PR-STORE
037310           AND NOT AUDIT-LAYOUT-WRONG                              !@04
037400           IF AUDIT-RETRIEVAL-ROW
037500              SET LAST-R-SEEN TO TRUE;
037600              MOVE AUDIT-RUN-DATE    TO LRR-RUN-DATE;
037700              MOVE AUDIT-USERID      TO LRR-USERID;
037800              MOVE AUDIT-DISPOSITION TO LRR-DISPOSITION;           !@04
037810              MOVE AUDIT-SEQ-NUMBER  TO LRR-SEQ-NUMBER             !@04
037900           END-IF;
038000           IF AUDIT-PURGE-ROW
038100              SET LAST-P-SEEN TO TRUE;
038200              MOVE AUDIT-RUN-DATE TO LPR-RUN-DATE;
038300              MOVE AUDIT-USERID   TO LPR-USERID;
038400              MOVE AUDIT-GEN-DATE TO LPR-GEN-DATE;                 !@04
038410              MOVE AUDIT-SEQ-NUMBER TO LPR-SEQ-NUMBER              !@04
038500           END-IF
038600        END-IF
038700     END-IF.
039200        MOVE LRR-RUN-DATE    TO ODA-DATE;
039300        MOVE LRR-USERID      TO ODA-USERID;
039400        MOVE LRR-DISPOSITION TO ODA-DISP;
039410        MOVE LRR-SEQ-NUMBER  TO ODA-SEQ;                           !@04
039500        MOVE OUT-DETAIL-AUDIT TO OUT-LINE-WORK;
039600        PERFORM 8000-ADD-LINE
039700     ELSE
039800        MOVE 'NO RETRIEVALS ON CURRENT TRAIL' TO OUT-LINE-WORK;    !@04
039900        PERFORM 8000-ADD-LINE
040000     END-IF;
040100     IF LAST-P-SEEN
040300        MOVE LPR-RUN-DATE TO ODA-DATE;
040400        MOVE LPR-USERID   TO ODA-USERID;
040500        MOVE SPACE        TO ODA-DISP;
040510        MOVE LPR-SEQ-NUMBER TO ODA-SEQ;                            !@04
040600        MOVE OUT-DETAIL-AUDIT TO OUT-LINE-WORK;
040700        PERFORM 8000-ADD-LINE
040800     ELSE
040900        MOVE 'NO PURGES ON CURRENT TRAIL' TO OUT-LINE-WORK;        !@04
041000        PERFORM 8000-ADD-LINE
041100     END-IF.
041200     SKIP1
041201 5000-SHOW-OFFICIAL-NAMES.                                         !@03
041202* One line with the master's names for the pair in                 !@03
041203* STORMAST-KEY.  If the master cannot be read at all the           !@03
041204* desk is told once and no further reads are tried.                !@03
041205     IF NOT MASTER-DOWN                                            !@03
041206        PERFORM 5100-READ-OFFICIAL-NAMES                           !@03
041207     END-IF.                                                       !@03
041208     SKIP1                                                         !@03
041209 5100-READ-OFFICIAL-NAMES.                                         !@03
041210     MOVE STORMAST-DIVISION-CODE TO ODN-DIVISION.                  !@03
041211     MOVE STORMAST-STORE-CODE    TO ODN-STORE.                     !@03
041212     EXEC CICS READ FILE ('STORMAST')                              !@03
041213          INTO (STORMAST-RECORD)                                   !@03
041214          RIDFLD (STORMAST-KEY)                                    !@03
041215          RESP (MASTER-RESP) RESP2 (RESP2-CODE)                    !@03
041216     END-EXEC.                                                     !@03
041217     EVALUATE TRUE                                                 !@03
041218      WHEN MASTER-RESP = DFHRESP(NORMAL)                           !@03
041219       MOVE STORMAST-DIVISION-NAME TO ODN-DIVISION-NAME;           !@03
041220       MOVE STORMAST-STORE-NAME    TO ODN-STORE-NAME;              !@03
041221       IF STORMAST-CLOSE-DATE > ZERO                               !@03
041222          MOVE ' CLOSED '          TO ODN-CLOSED-TEXT;             !@03
041223          MOVE STORMAST-CLOSE-DATE TO ODN-CLOSE-DATE               !@03
041224       ELSE                                                        !@03
041225          MOVE SPACES TO ODN-CLOSED-TEXT ODN-CLOSE-DATE            !@03
041226       END-IF;                                                     !@03
041227       MOVE OUT-DETAIL-NAMES TO OUT-LINE-WORK;                     !@03
041228       PERFORM 8000-ADD-LINE                                       !@03
041229      WHEN MASTER-RESP = DFHRESP(NOTFND)                           !@03
041230       MOVE SPACES TO ODN-DIVISION-NAME ODN-CLOSE-DATE;            !@03
041231       MOVE '*UNKNOWN*' TO ODN-STORE-NAME;                         !@03
041232       MOVE SPACES TO ODN-CLOSED-TEXT;                             !@03
041233       MOVE OUT-DETAIL-NAMES TO OUT-LINE-WORK;                     !@03
041234       PERFORM 8000-ADD-LINE                                       !@03
041235      WHEN OTHER                                                   !@03
041236       SET MASTER-DOWN TO TRUE;                                    !@03
041237       MOVE 'OFFICIAL NAMES NOT AVAILABLE' TO OUT-LINE-WORK;       !@03
041238       PERFORM 8000-ADD-LINE                                       !@03
041239     END-EVALUATE.                                                 !@03
041240     SKIP1                                                         !@03
041300 8000-ADD-LINE.
041400* Append one 78-byte line plus a 3270 new-line character to
041500* the reply buffer; past the line limit the reply is simply
