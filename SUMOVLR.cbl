      *                it the resubmission tripped the limit check
      *                again and bounced straight back to the
      *                suspect file.
      *   10/15/26 AI  Suspect records now carry the raw transfer
      *                to-account (REJ-RAW-TO-ACCT); widened the
      *                suspect FD to the new layout.
      *   10/15/26 AI  Raw ARG1/ARG2 widened to X(13) to carry a
      *                dollars-and-cents entry; widened the detail
      *                columns and the suspect FD to match.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001000     DATA DIVISION.
001100     FILE SECTION.
001200     FD  SUSPECT-FILE
001300         RECORD CONTAINS 103 CHARACTERS.
001400     COPY REJREC.
001500     FD  REPORT-FILE
001600         RECORD CONTAINS 132 CHARACTERS.
005500             VALUE "OPERATOR".
005600         05  FILLER                      PIC X(09)
005700             VALUE "ACCOUNT".
005800         05  FILLER                      PIC X(15) VALUE "ARG1".
005900         05  FILLER                      PIC X(15) VALUE "ARG2".
006000         05  FILLER                      PIC X(03) VALUE "OP".
006100         05  FILLER                      PIC X(06) VALUE "CODE".
006200         05  FILLER                      PIC X(30) VALUE "REASON".
006300         05  FILLER                      PIC X(15) VALUE SPACES.
006400
006500     01  OVL-DETAIL-LINE.
006600         05  FILLER                      PIC X(01) VALUE SPACES.
007400         05  FILLER                      PIC X(02) VALUE SPACES.
007500         05  OVL-D-ACCT                  PIC X(06).
007600         05  FILLER                      PIC X(03) VALUE SPACES.
007700         05  OVL-D-ARG1                  PIC X(13).
007800         05  FILLER                      PIC X(02) VALUE SPACES.
007900         05  OVL-D-ARG2                  PIC X(13).
008000         05  FILLER                      PIC X(02) VALUE SPACES.
008100         05  OVL-D-OPER                  PIC X(01).
008200         05  FILLER                      PIC X(02) VALUE SPACES.
008300         05  OVL-D-CODE                  PIC X(04).
008400         05  FILLER                      PIC X(02) VALUE SPACES.
008500         05  OVL-D-REASON                PIC X(30).
008600         05  FILLER                      PIC X(15) VALUE SPACES.
008700
008800     01  OVL-SUMMARY-LINE.
008900         05  FILLER                      PIC X(01) VALUE SPACES.
