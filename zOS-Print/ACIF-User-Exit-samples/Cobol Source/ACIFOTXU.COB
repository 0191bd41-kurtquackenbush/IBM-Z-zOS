000250* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 06  *     !@06
000260* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 07  *     !@07
000270* UPDATE ON 2 Sep 2026 AT 00:00:00 BY  MAINT     VERSION 08  *     !@08
000280* UPDATE ON 14 Oct 2026 AT 00:00:00 BY  MAINT     VERSION 09  *    !@09
000300 ID DIVISION.
000400 PROGRAM-ID. ACIFOTXU.
000500 AUTHOR. MAINTENANCE.
001400               into one self-describing sequential dataset
001500               (DD UNLOAD) suitable for transmission to the
001600               DR site.
001610                                                                   !@09
001620               The audit rows keep the sequence numbers and        !@09
001630               chained check values stamped on the trail, so       !@09
001640               a reloaded row can still be proven against the      !@09
001650               primary trail.                                      !@09
001700
001800               The STOREIDX entries point at RRDS relative
001900               record positions, so each extent record is
017100     05  HDR-EYECATCHER      PIC X(8)  VALUE 'ACIFUNL*'.
017190* Image format version 02: the header and the embedded row        !@08
017195* layouts carry stream codes (see UNLOADRC).                      !@08
017196* Version 03: the embedded audit rows carry the trail sequence     !@09
017197* number and check value.                                          !@09
017200     05  HDR-VERSION         PIC 99    VALUE 03.                   !@09
017300     05  HDR-RUN-DATE        PIC 9(6)  VALUE ZERO.
017350     05  HDR-STREAM-CODE     PIC 9     VALUE 1.                    !@06
017400     05  HDR-UNL-DATE        PIC 9(6)  VALUE ZERO.
