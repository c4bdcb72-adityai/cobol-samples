      * Tectonics: cobc
      * Modification History:
      *   09/02/26 AI  Initial version.
      *   10/15/26 AI  Net amounts carry dollars and cents: the
      *                acknowledgement and the register net are
      *                S9(11)V99 and print as -ZZ,ZZZ,ZZZ,ZZ9.99.
      *                Widened the acknowledgement FD to 40 and the
      *                register FD to 49.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001600     DATA DIVISION.
001700     FILE SECTION.
001800     FD  ACK-FILE
001900         RECORD CONTAINS 40 CHARACTERS.
002000     COPY ACKREC.
002100     FD  GEN-REGISTER-FILE
002200         RECORD CONTAINS 49 CHARACTERS.
002300     COPY GENREC.
002400     FD  REPORT-FILE
002500         RECORD CONTAINS 132 CHARACTERS.
009000             VALUE "FEED DATE".
009100         05  FILLER                      PIC X(13)
009200             VALUE "CUT COUNT".
009300         05  FILLER                      PIC X(20)
009400             VALUE "CUT NET".
009500         05  FILLER                      PIC X(13)
009600             VALUE "ACK COUNT".
009700         05  FILLER                      PIC X(20)
009800             VALUE "ACK NET".
009900         05  FILLER                      PIC X(28) VALUE SPACES.
010000
010100     01  ACK-DETAIL-LINE.
010200         05  FILLER                      PIC X(01) VALUE SPACES.
010500         05  FILLER                      PIC X(03) VALUE SPACES.
010600         05  ACK-D-CUT-COUNT             PIC ZZZ,ZZZ,ZZ9.
010700         05  FILLER                      PIC X(02) VALUE SPACES.
010800         05  ACK-D-CUT-NET               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
010900         05  FILLER                      PIC X(02) VALUE SPACES.
011000         05  ACK-D-ACK-COUNT             PIC ZZZ,ZZZ,ZZ9.
011100         05  FILLER                      PIC X(02) VALUE SPACES.
011200         05  ACK-D-ACK-NET               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
011300         05  FILLER                      PIC X(30) VALUE SPACES.
011400
011500     01  ACK-SUMMARY-LINE.
011600         05  FILLER                      PIC X(01) VALUE SPACES.
