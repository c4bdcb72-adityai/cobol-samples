      *   09/02/26 AI  Rejects now carry the batch ID of the batch
      *                that wrote them (REJ-BATCH-ID); widened the
      *                reject FD to the new layout.
      *   10/15/26 AI  Rejects now carry the raw transfer to-account
      *                (REJ-RAW-TO-ACCT); widened the reject FD to
      *                the new layout.
      *   10/15/26 AI  Raw ARG1/ARG2 widened to X(13) to carry a
      *                dollars-and-cents entry; widened the detail
      *                columns and the reject FD to match.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001000     DATA DIVISION.
001100     FILE SECTION.
001200     FD  REJECT-FILE
001300         RECORD CONTAINS 103 CHARACTERS.
001400     COPY REJREC.
001500     FD  REPORT-FILE
001600         RECORD CONTAINS 132 CHARACTERS.
007700             VALUE "OPERATOR".
007800         05  FILLER                      PIC X(09)
007900             VALUE "ACCOUNT".
008000         05  FILLER                      PIC X(15) VALUE "ARG1".
008100         05  FILLER                      PIC X(15) VALUE "ARG2".
008200         05  FILLER                      PIC X(03) VALUE "OP".
008300         05  FILLER                      PIC X(06) VALUE "CODE".
008400         05  FILLER                      PIC X(30) VALUE "REASON".
008500         05  FILLER                      PIC X(25) VALUE SPACES.
008600
008700     01  RJR-DETAIL-LINE.
008800         05  FILLER                      PIC X(01) VALUE SPACES.
009400         05  FILLER                      PIC X(02) VALUE SPACES.
009500         05  RJR-D-ACCT                  PIC X(06).
009600         05  FILLER                      PIC X(03) VALUE SPACES.
009700         05  RJR-D-ARG1                  PIC X(13).
009800         05  FILLER                      PIC X(02) VALUE SPACES.
009900         05  RJR-D-ARG2                  PIC X(13).
010000         05  FILLER                      PIC X(02) VALUE SPACES.
010100         05  RJR-D-OPER                  PIC X(01).
010200         05  FILLER                      PIC X(02) VALUE SPACES.
010300         05  RJR-D-CODE                  PIC X(04).
010400         05  FILLER                      PIC X(02) VALUE SPACES.
010500         05  RJR-D-REASON                PIC X(30).
010600         05  FILLER                      PIC X(25) VALUE SPACES.
010700
010800     01  RJR-SECTION-LINE.
010900         05  FILLER                      PIC X(01) VALUE SPACES.
