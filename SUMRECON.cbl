      *                reconciliation status clean, exceptions mark
      *                it accordingly, and SUMEOD consults the status
      *                before cutting the GL feed generation.
      *   10/15/26 AI  Audit and GL records now carry the transfer
      *                leg, contra account and transfer sequence;
      *                widened both FDs and added all three to the
      *                pair-matching key so each transfer leg must
      *                reconcile to its own GL leg.
      *   10/15/26 AI  Amounts carry dollars and cents: exception
      *                lines print ARG1, ARG2 and both amounts as
      *                -ZZZ,ZZZ,ZZ9.99; widened the audit FD to 102
      *                and the GL feed FD to 82.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001600     DATA DIVISION.
001700     FILE SECTION.
001800     FD  AUDIT-FILE
001900         RECORD CONTAINS 102 CHARACTERS.
002000     COPY AUDREC.
002100     FD  GLFEED-FILE
002200         RECORD CONTAINS 82 CHARACTERS.
002300     COPY GLFEED.
002400     FD  REPORT-FILE
002500         RECORD CONTAINS 132 CHARACTERS.
005800     01  WS-MISMATCH-COUNT               PIC 9(9) COMP VALUE ZERO.
005900     01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE ZERO.
006000
006100     01  WS-EDIT-AMT                     PIC -ZZZ,ZZZ,ZZ9.99.
006200
006300     01  RCN-HEADER-1.
006400         05  FILLER                      PIC X(45) VALUE SPACES.
008300         05  FILLER                      PIC X(08)
008400       VALUE "ACCOUNT".
008500         05  FILLER                      PIC X(04) VALUE "OP".
008600         05  FILLER                      PIC X(17) VALUE "ARG1".
008700         05  FILLER                      PIC X(17) VALUE "ARG2".
008800         05  FILLER                      PIC X(17)
008900       VALUE "AUD AMT".
009000         05  FILLER                      PIC X(17) VALUE "GL AMT".
009100         05  FILLER                      PIC X(10) VALUE "DATE".
009200         05  FILLER                      PIC X(08) VALUE "JOB ID".
009300         05  FILLER                      PIC X(09) VALUE SPACES.
009400
009500     01  RCN-DETAIL-LINE.
009600         05  FILLER                      PIC X(01) VALUE SPACES.
009900         05  FILLER                      PIC X(02) VALUE SPACES.
010000         05  RCN-D-OPER                  PIC X(01).
010100         05  FILLER                      PIC X(03) VALUE SPACES.
010200         05  RCN-D-ARG1                  PIC X(15).
010300         05  FILLER                      PIC X(02) VALUE SPACES.
010400         05  RCN-D-ARG2                  PIC X(15).
010500         05  FILLER                      PIC X(02) VALUE SPACES.
010600         05  RCN-D-AUD-AMT               PIC X(15).
010700         05  FILLER                      PIC X(02) VALUE SPACES.
010800         05  RCN-D-GL-AMT                PIC X(15).
010900         05  FILLER                      PIC X(02) VALUE SPACES.
011000         05  RCN-D-DATE                  PIC X(08).
011100         05  FILLER                      PIC X(02) VALUE SPACES.
011200         05  RCN-D-JOB                   PIC X(08).
011300         05  FILLER                      PIC X(09) VALUE SPACES.
011400
011500     01  RCN-SUMMARY-LINE.
011600         05  FILLER                      PIC X(01) VALUE SPACES.
025000                 AND AUD-RUN-DATE = GL-TRANS-DATE
025100                 AND AUD-JOB-ID = GL-JOB-ID
025200                 AND AUD-RUN-ID = GL-RUN-ID
025225                 AND AUD-XFER-LEG = GL-XFER-LEG
025250                 AND AUD-XFER-ACCT-NO = GL-XFER-ACCT-NO
025275                 AND AUD-XFER-SEQ = GL-XFER-SEQ
025300             IF AUD-RESULT = GL-AMOUNT
025400                 ADD 1 TO WS-MATCHED-COUNT
025500             ELSE
