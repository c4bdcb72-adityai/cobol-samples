      *          GLFEEDGEN is pointed at a date-stamped dataset by
      *          the run deck, and the header carries the feed date,
      *          so GL can trust each generation to be complete,
      *          balanced and delivered exactly once.  Once the day
      *          is closed the whole account master is copied to a
      *          snapshot (SNPREC copybook, ACCTSNAP logical file,
      *          likewise pointed at a date-stamped dataset) that
      *          SUMRECOV can restore and roll forward from.
      * Tectonics: cobc
      * Modification History:
      *   08/22/26 AI  Initial version.
      *                the acknowledgments GL returns against the
      *                register and reports generations that are
      *                unacknowledged or disagree with what we cut.
      *   10/15/26 AI  GL feed records now carry the transfer leg,
      *                contra account and transfer sequence (both legs
      *                of a transfer go to GL): widened the feed and
      *                generation FDs.  Install note: cut the old feed
      *                with the prior SUMEOD before the first run
      *                against the new layout.
      *   10/15/26 AI  Amounts carry dollars and cents: the
      *                generation net amount is S9(11)V99 on the
      *                trailer and the register.  Widened the feed and
      *                generation FDs to 82 and the register FD to 49.
      *                Install note: cut the old feed with the prior
      *                SUMEOD and convert GLGENREG with SUMCONV before
      *                the first run against the new layout.
      *   10/15/26 AI  Account master snapshot: after the day is
      *                marked closed and the generation recorded, every
      *                account on ACCTMST is copied to ACCTSNAP behind
      *                a header carrying the snapshot date, time and
      *                the last run ID on SUMRUN, with a trailer of the
      *                account count and balance total.  The run deck
      *                points ACCTSNAP at a date-stamped dataset the
      *                same way as GLFEEDGEN.  A missing master is
      *                reported and leaves RETURN-CODE 4; a snapshot
      *                that cannot be opened or written leaves no
      *                recovery point and fails the step with
      *                RETURN-CODE 12.  Either way the close itself
      *                stands.

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMEOD.
002000             ORGANIZATION IS INDEXED
002100             RECORD KEY IS GEN-KEY
002200             FILE STATUS IS WS-GEN-FILE-STATUS.
002210         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
002220             ORGANIZATION IS INDEXED
002230             RECORD KEY IS ACCT-NO
002240             FILE STATUS IS WS-ACCT-FILE-STATUS.
002250         SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP"
002260             ORGANIZATION IS SEQUENTIAL
002270             FILE STATUS IS WS-SNAP-STATUS.
002300     DATA DIVISION.
002400     FILE SECTION.
002500     FD  GLFEED-FILE
002600         RECORD CONTAINS 82 CHARACTERS.
002700     COPY GLFEED.
002800     FD  GLGEN-FILE
002900         RECORD CONTAINS 82 CHARACTERS.
003000     01  GLGEN-RECORD                    PIC X(82).
003100     FD  RUN-CONTROL-FILE
003200         RECORD CONTAINS 94 CHARACTERS.
003300     COPY RUNREC.
003500         RECORD CONTAINS 26 CHARACTERS.
003600     COPY DAYREC.
003700     FD  GEN-REGISTER-FILE
003800         RECORD CONTAINS 49 CHARACTERS.
003900     COPY GENREC.
003910     FD  ACCOUNT-FILE
003920         RECORD CONTAINS 67 CHARACTERS.
003930     COPY ACCTREC.
003940     FD  SNAPSHOT-FILE
003950         RECORD CONTAINS 68 CHARACTERS.
003960     COPY SNPREC.
004000     WORKING-STORAGE SECTION.
004100     COPY GLGENREC.
004200
005700     01  WS-GEN-FILE-STATUS              PIC X(02).
005800         88  GEN-FILE-OK                 VALUE "00".
005900         88  GEN-FILE-NOT-FOUND          VALUE "35".
005910     01  WS-ACCT-FILE-STATUS             PIC X(02).
005920         88  ACCT-FILE-OK                VALUE "00".
005930         88  ACCT-FILE-NOT-FOUND         VALUE "35".
005935     01  WS-SNAP-STATUS                  PIC X(02).
005937         88  SNAP-FILE-OK                VALUE "00".
005940
005950     01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
005960         88  ACCT-EOF                    VALUE "Y".
005970         88  ACCT-NOT-EOF                VALUE "N".
006000
006100     01  WS-CUT-SWITCH                   PIC X(01) VALUE "N".
006200         88  CUT-REFUSED                 VALUE "Y".
007700     01  WS-OPERATOR-ID                  PIC X(08).
007800     01  WS-ACTIVE-RUN-COUNT             PIC 9(4) COMP VALUE ZERO.
007900     01  WS-MOVED-COUNT                  PIC 9(9) COMP VALUE ZERO.
007950     01  WS-NET-AMOUNT                   PIC S9(11)V99 COMP
008000                                         VALUE ZERO.
008050     01  WS-NET-DISPLAY                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
008075     01  WS-LAST-RUN-ID                  PIC 9(06) VALUE ZERO.
008100     01  WS-SNAP-COUNT                   PIC 9(9) COMP VALUE ZERO.
008125     01  WS-SNAP-TOTAL                   PIC S9(11)V99 COMP
008150                                         VALUE ZERO.
008200
008300     PROCEDURE DIVISION.
008400
009500         PERFORM 3000-CLOSE-GENERATION THRU 3000-EXIT.
009600         PERFORM 3100-MARK-DAY-CLOSED THRU 3100-EXIT.
009700         PERFORM 3200-RECORD-GENERATION THRU 3200-EXIT.
009750         PERFORM 3300-SNAPSHOT-MASTER THRU 3300-EXIT.
009800         PERFORM 9000-TERMINATE THRU 9000-EXIT.
009900         STOP RUN.
010000
013800         EXIT.
013900
014000     1120-CHECK-ONE-RUN.
014025         IF RC-KEY = "LASTRUN"
014050             MOVE RC-RUN-ID TO WS-LAST-RUN-ID
014075         END-IF.
014100         IF RC-KEY NOT = "LASTRUN"
014200                 AND RC-RUN-ACTIVE
014300                 AND RC-START-DATE = WS-RUN-DATE
027900     3200-EXIT.
028000         EXIT.
028100
028101     3300-SNAPSHOT-MASTER.
028102         OPEN INPUT ACCOUNT-FILE.
028103         IF ACCT-FILE-NOT-FOUND
028104             DISPLAY "ACCOUNT MASTER NOT FOUND - "
028105                 "NO SNAPSHOT TAKEN"
028106             MOVE 4 TO RETURN-CODE
028107             GO TO 3300-EXIT
028108         END-IF.
028109         OPEN OUTPUT SNAPSHOT-FILE.
028110         IF NOT SNAP-FILE-OK
028111             CLOSE ACCOUNT-FILE
028112             GO TO 3300-FAILED
028113         END-IF.
028114         MOVE SPACES TO SNAPSHOT-RECORD.
028115         SET SNP-TYPE-HEADER TO TRUE.
028116         MOVE WS-RUN-DATE TO SNP-HDR-DATE.
028117         MOVE WS-RUN-TIME TO SNP-HDR-TIME.
028118         MOVE "SUM" TO SNP-HDR-SYSTEM.
028119         MOVE WS-LAST-RUN-ID TO SNP-HDR-LAST-RUN-ID.
028120         WRITE SNAPSHOT-RECORD.
028121         IF SNAP-FILE-OK
028122             PERFORM 3350-READ-MASTER THRU 3350-EXIT
028123             PERFORM 3310-SNAPSHOT-ONE THRU 3310-EXIT
028124                 UNTIL ACCT-EOF OR NOT SNAP-FILE-OK
028125         END-IF.
028126         IF SNAP-FILE-OK
028127             MOVE SPACES TO SNAPSHOT-RECORD
028128             SET SNP-TYPE-TRAILER TO TRUE
028129             MOVE WS-SNAP-COUNT TO SNP-TRL-REC-COUNT
028130             MOVE WS-SNAP-TOTAL TO SNP-TRL-BAL-TOTAL
028131             WRITE SNAPSHOT-RECORD
028132         END-IF.
028133         CLOSE ACCOUNT-FILE.
028134         IF NOT SNAP-FILE-OK
028135             CLOSE SNAPSHOT-FILE
028136             GO TO 3300-FAILED
028137         END-IF.
028138         CLOSE SNAPSHOT-FILE.
028139         MOVE WS-SNAP-TOTAL TO WS-NET-DISPLAY.
028140         DISPLAY "ACCOUNT MASTER SNAPSHOT TAKEN FOR " WS-RUN-DATE
028141             " AFTER RUN " WS-LAST-RUN-ID.
028142         DISPLAY "ACCOUNTS IN SNAPSHOT:        " WS-SNAP-COUNT.
028143         DISPLAY "BALANCE TOTAL IN SNAPSHOT:   " WS-NET-DISPLAY.
028144         GO TO 3300-EXIT.
028145     3300-FAILED.
028146         DISPLAY "ACCOUNT MASTER SNAPSHOT FAILED - STATUS "
028147             WS-SNAP-STATUS " - NO RECOVERY POINT TAKEN".
028148         MOVE 12 TO RETURN-CODE.
028149     3300-EXIT.
028150         EXIT.
028151
028152     3310-SNAPSHOT-ONE.
028153         SET SNP-TYPE-DETAIL TO TRUE.
028154         MOVE ACCOUNT-RECORD TO SNP-ACCOUNT-IMAGE.
028155         WRITE SNAPSHOT-RECORD.
028156         IF SNAP-FILE-OK
028157             ADD 1 TO WS-SNAP-COUNT
028158             ADD ACCT-BALANCE TO WS-SNAP-TOTAL
028159             PERFORM 3350-READ-MASTER THRU 3350-EXIT
028160         END-IF.
028161     3310-EXIT.
028162         EXIT.
028163
028164     3350-READ-MASTER.
028165         READ ACCOUNT-FILE NEXT RECORD
028166             AT END
028167                 SET ACCT-EOF TO TRUE
028168         END-READ.
028169     3350-EXIT.
028170         EXIT.
028200     9000-TERMINATE.
028300         IF DAY-FILE-OPEN
028400             CLOSE DAY-CONTROL-FILE
