      *   09/02/26 AI  Audit records now carry the batch ID of the
      *                batch that posted them (AUD-BATCH-ID);
      *                widened the audit FD to the new layout.
      *   10/15/26 AI  Audit records now carry the transfer leg,
      *                contra account and transfer sequence; widened
      *                the audit FD to the new layout.
      *   10/15/26 AI  Amounts carry dollars and cents: ARG1, ARG2
      *                and RESULT print as -ZZZ,ZZZ,ZZ9.99, and the
      *                run and grand totals are S9(11)V99; widened the
      *                audit FD to the 102-byte layout.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001000     DATA DIVISION.
001100     FILE SECTION.
001200     FD  AUDIT-FILE
001300         RECORD CONTAINS 102 CHARACTERS.
001400     COPY AUDREC.
001500     FD  REPORT-FILE
001600         RECORD CONTAINS 132 CHARACTERS.
002500     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
002600     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
002700     01  WS-REC-COUNT                    PIC 9(9) COMP VALUE ZERO.
002750     01  WS-GRAND-TOTAL                  PIC S9(11)V99 COMP
002800                                         VALUE ZERO.
002900     01  WS-PREV-RUN-ID                  PIC 9(06) VALUE ZERO.
003000     01  WS-RUN-REC-COUNT                PIC 9(9) COMP VALUE ZERO.
003050     01  WS-RUN-TOTAL                    PIC S9(11)V99 COMP
003100                                         VALUE ZERO.
003200     01  WS-FIRST-RECORD-SWITCH          PIC X(01) VALUE "Y".
003300         88  FIRST-RECORD                VALUE "Y".
003400         88  NOT-FIRST-RECORD            VALUE "N".
005200     01  RPT-HEADER-3.
005300         05  FILLER                      PIC X(01) VALUE SPACES.
005400         05  FILLER                      PIC X(08) VALUE "RUN ID".
005500         05  FILLER                      PIC X(17) VALUE "ARG1".
005600         05  FILLER                      PIC X(17) VALUE "ARG2".
005700         05  FILLER                      PIC X(03) VALUE "OP".
005800         05  FILLER                      PIC X(15) VALUE "RESULT".
005900         05  FILLER                      PIC X(71) VALUE SPACES.
006000
006100     01  RPT-DETAIL-LINE.
006200         05  FILLER                      PIC X(01) VALUE SPACES.
006300         05  RPT-D-RUN-ID                PIC 9(06).
006400         05  FILLER                      PIC X(02) VALUE SPACES.
006500         05  RPT-D-ARG1                  PIC -ZZZ,ZZZ,ZZ9.99.
006600         05  FILLER                      PIC X(02) VALUE SPACES.
006700         05  RPT-D-ARG2                  PIC -ZZZ,ZZZ,ZZ9.99.
006800         05  FILLER                      PIC X(02) VALUE SPACES.
006900         05  RPT-D-OPER                  PIC X(01).
007000         05  FILLER                      PIC X(02) VALUE SPACES.
007100         05  RPT-D-RESULT                PIC -ZZZ,ZZZ,ZZ9.99.
007200         05  FILLER                      PIC X(71) VALUE SPACES.
007300
007400     01  RPT-SUBTOTAL-LINE.
007500         05  FILLER                      PIC X(01) VALUE SPACES.
008100         05  FILLER                      PIC X(10) VALUE SPACES.
008200         05  FILLER                      PIC X(07)
008300             VALUE "TOTAL: ".
008400         05  RPT-S-TOTAL                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
008500         05  FILLER                      PIC X(64) VALUE SPACES.
008600
008700     01  RPT-FOOTER-LINE.
008800         05  FILLER                      PIC X(01) VALUE SPACES.
009200         05  FILLER                      PIC X(10) VALUE SPACES.
009300         05  FILLER                      PIC X(20)
009400             VALUE "GRAND TOTAL: ".
009500         05  RPT-F-GRAND-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
009600         05  FILLER                      PIC X(52) VALUE SPACES.
009700
009800     PROCEDURE DIVISION.
009900
