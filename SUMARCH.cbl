      *                Install note: archive and clear AUDITLOG at
      *                install so the live log holds only new-format
      *                records before the first archival run.
      *   10/15/26 AI  Audit records now carry the transfer leg,
      *                contra account and transfer sequence: widened
      *                the audit, archive and keep FDs.  Install note:
      *                archive and clear AUDITLOG at install so the
      *                live log holds only new-format records before
      *                the first archival run.
      *   10/15/26 AI  Amounts carry dollars and cents: the
      *                archived and retained nets are S9(11)V99, and
      *                the audit, archive and keep FDs widened to 102.
      *                Install note: convert AUDITLOG and every
      *                AUDARCH generation with SUMCONV before the
      *                first archival run of this version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001200     DATA DIVISION.
001300     FILE SECTION.
001400     FD  AUDIT-FILE
001500         RECORD CONTAINS 102 CHARACTERS.
001600     COPY AUDREC.
001700     FD  ARCHIVE-FILE
001800         RECORD CONTAINS 102 CHARACTERS.
001900     01  ARCHIVE-RECORD                  PIC X(102).
002000     FD  KEEP-FILE
002100         RECORD CONTAINS 102 CHARACTERS.
002200     01  KEEP-RECORD                     PIC X(102).
002300     WORKING-STORAGE SECTION.
002400     01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
002500         88  AUDIT-EOF                   VALUE "Y".
004000     01  WS-RET-JUST-START               PIC 9(01) COMP.
004100
004200     01  WS-ARCHIVED-COUNT               PIC 9(9) COMP VALUE ZERO.
004250     01  WS-ARCHIVED-NET                 PIC S9(11)V99 COMP
004300                                         VALUE ZERO.
004400     01  WS-RETAINED-COUNT               PIC 9(9) COMP VALUE ZERO.
004450     01  WS-RETAINED-NET                 PIC S9(11)V99 COMP
004500                                         VALUE ZERO.
004550     01  WS-NET-DISPLAY                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004700
004800     PROCEDURE DIVISION.
004900
