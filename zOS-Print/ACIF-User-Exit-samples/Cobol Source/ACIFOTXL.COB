000230* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 04  *     !@04
000240* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 05  *     !@05
000250* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 06  *     !@06
000260* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 07  *    !@07
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXL.
000500 AUTHOR. MAINTENANCE.
002700               TRAILER* counts), and the grand totals against
002800               the END record, before success is reported.
002900               Any count disagreement ends with RETURN-CODE 8.
002908                                                                   !@07
002916               Audit rows are reloaded exactly as unloaded,        !@07
002924               with the sequence numbers and check values          !@07
002932               stamped on the primary trail; they are not          !@07
002940               restamped.  The DR trail therefore holds only       !@07
002948               the generation's rows and ACIFOTXW run against      !@07
002956               it reports the gaps between them.  A version 02     !@07
002964               image, whose audit rows predate the chain, is       !@07
002972               still accepted: its rows are reloaded with          !@07
002980               sequence and check value zero, as the trail         !@07
002988               itself was converted.                               !@07
003000
003100 DATE-WRITTEN. 22 AUG 26.
003200 DATE-COMPILED.
023620* header and row layouts; reading it here would misplace every    !@06
023630* field, so it is rejected by name instead (see UNLOADRC for      !@06
023640* the conversion path).                                           !@06
023642* Version 03 only lengthened the audit rows (trail sequence        !@07
023644* number and check value); a version 02 image is still read,       !@07
023646* its audit rows taken as unchained (see 3300).                    !@07
023650     IF HDR-VERSION NOT = 02 AND HDR-VERSION NOT = 03              !@07
023660        DISPLAY PGMNAME, ' UNLOAD IMAGE IS FORMAT VERSION ',       !@06
023670                HDR-VERSION, ' - THIS PROGRAM READS VERSION '      !@06
023680                '02 OR 03. RELOAD WITH THE MATCHING LEVEL.';       !@07
023690        MOVE 16 TO RETURN-CODE;                                    !@06
023695        STOP RUN                                                   !@06
023696     END-IF;                                                       !@06
030100        END-IF;
030200        SET AUDIT-OPENED TO TRUE
030300     END-IF;
030310* A version 02 row is the layout without the sequence number       !@07
030320* and check value, which are left zero.                            !@07
030330     IF HDR-VERSION = 02                                           !@07
030340        COMPUTE EXPECTED-DATA-LENGTH = LENGTH OF AUDIT-RECORD      !@07
030342              - LENGTH OF AUDIT-SEQ-NUMBER                         !@07
030344              - LENGTH OF AUDIT-CHAIN-VALUE                        !@07
030346     ELSE                                                          !@07
030350        MOVE LENGTH OF AUDIT-RECORD TO EXPECTED-DATA-LENGTH        !@07
030352     END-IF.                                                       !@07
030360     PERFORM 2900-CHECK-DATA-LENGTH.
030370     MOVE ZERO TO AUDIT-SEQ-NUMBER AUDIT-CHAIN-VALUE.              !@07
030400     MOVE UNLOAD-RECORD (8 : EXPECTED-DATA-LENGTH)                 !@07
030500       TO AUDIT-RECORD (1 : EXPECTED-DATA-LENGTH).                 !@07
030600     WRITE AUDIT-RECORD.
030700     ADD 1 TO AUD-ROWS-LOADED.
030800     SKIP1
