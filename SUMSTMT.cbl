      *                master only when it was actually opened
      *                (tracked by a switch, not the mutating file
      *                status).
      *   10/15/26 AI  Transfer legs print with the counterparty
      *                account and transfer sequence (XFER TO / XFER
      *                FROM) so the two legs read as one transfer,
      *                and the period totals count the transfer legs.
      *   10/15/26 AI  Amounts carry dollars and cents: detail lines
      *                print ARG1, ARG2 and RESULT as -ZZZ,ZZZ,ZZ9.99,
      *                and the opening, period, closing and expected
      *                balances are S9(11)V99.  Audit and archive FDs
      *                widened to 102 and the account master FD to 67.
      *                Periods before this release read from history
      *                converted by SUMCONV.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001800     DATA DIVISION.
001900     FILE SECTION.
002000     FD  ARCHIVE-FILE
002100         RECORD CONTAINS 102 CHARACTERS.
002200     01  ARCHIVE-RECORD                  PIC X(102).
002300     FD  AUDIT-FILE
002400         RECORD CONTAINS 102 CHARACTERS.
002500     COPY AUDREC.
002600     FD  ACCOUNT-FILE
002700         RECORD CONTAINS 67 CHARACTERS.
002800     COPY ACCTREC.
002900     FD  REPORT-FILE
003000         RECORD CONTAINS 132 CHARACTERS.
007700     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
007800     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
007900
007950     01  WS-OPENING-BAL                  PIC S9(11)V99 COMP
008000                                         VALUE ZERO.
008050     01  WS-PERIOD-TOTAL                 PIC S9(11)V99 COMP
008100                                         VALUE ZERO.
008150     01  WS-AFTER-TOTAL                  PIC S9(11)V99 COMP
008200                                         VALUE ZERO.
008250     01  WS-CLOSING-BAL                  PIC S9(11)V99 COMP
008300                                         VALUE ZERO.
008350     01  WS-EXPECTED-BAL                 PIC S9(11)V99 COMP
008400                                         VALUE ZERO.
008450     01  WS-DIFFERENCE                   PIC S9(11)V99 COMP
008500                                         VALUE ZERO.
008600     01  WS-POSTING-COUNT                PIC 9(9) COMP VALUE ZERO.
008650     01  WS-XFER-LEG-COUNT               PIC 9(9) COMP VALUE ZERO.
008700
008800     01  STM-HEADER-1.
008900         05  FILLER                      PIC X(45) VALUE SPACES.
012300         05  FILLER                      PIC X(10) VALUE "DATE".
012400         05  FILLER                      PIC X(08) VALUE "RUN ID".
012500         05  FILLER                      PIC X(03) VALUE "OP".
012600         05  FILLER                      PIC X(17) VALUE "ARG1".
012700         05  FILLER                      PIC X(17) VALUE "ARG2".
012800         05  FILLER                      PIC X(17) VALUE "RESULT".
012850         05  FILLER                      PIC X(27)
012900             VALUE "TRANSFER          SEQ".
012950         05  FILLER                      PIC X(32) VALUE SPACES.
013000
013100     01  STM-DETAIL-LINE.
013200         05  FILLER                      PIC X(01) VALUE SPACES.
013600         05  FILLER                      PIC X(02) VALUE SPACES.
013700         05  STM-D-OPER                  PIC X(01).
013800         05  FILLER                      PIC X(02) VALUE SPACES.
013900         05  STM-D-ARG1                  PIC -ZZZ,ZZZ,ZZ9.99.
014000         05  FILLER                      PIC X(02) VALUE SPACES.
014100         05  STM-D-ARG2                  PIC -ZZZ,ZZZ,ZZ9.99.
014200         05  FILLER                      PIC X(02) VALUE SPACES.
014300         05  STM-D-RESULT                PIC -ZZZ,ZZZ,ZZ9.99.
014325         05  FILLER                      PIC X(02) VALUE SPACES.
014350         05  STM-D-XFER-TEXT             PIC X(10).
014375         05  STM-D-XFER-ACCT             PIC X(06).
014400         05  FILLER                      PIC X(02) VALUE SPACES.
014425         05  STM-D-XFER-SEQ              PIC X(06).
014450         05  FILLER                      PIC X(35) VALUE SPACES.
014500
014600     01  STM-AMOUNT-LINE.
014700         05  FILLER                      PIC X(01) VALUE SPACES.
014800         05  STM-A-LABEL                 PIC X(28).
014900         05  STM-A-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
015000         05  FILLER                      PIC X(85) VALUE SPACES.
015100
015200     01  STM-COUNT-LINE.
015300         05  FILLER                      PIC X(01) VALUE SPACES.
032500             IF AUD-RUN-DATE <= WS-THRU-DATE
032600                 ADD AUD-RESULT TO WS-PERIOD-TOTAL
032700                 ADD 1 TO WS-POSTING-COUNT
032725                 IF NOT AUD-NOT-XFER
032750                     ADD 1 TO WS-XFER-LEG-COUNT
032775                 END-IF
032800             ELSE
032900                 ADD AUD-RESULT TO WS-AFTER-TOTAL
033000             END-IF
041200         MOVE AUD-ARG1 TO STM-D-ARG1.
041300         MOVE AUD-ARG2 TO STM-D-ARG2.
041400         MOVE AUD-RESULT TO STM-D-RESULT.
041405         IF AUD-NOT-XFER
041410             MOVE SPACES TO STM-D-XFER-TEXT
041415             MOVE SPACES TO STM-D-XFER-ACCT
041420             MOVE SPACES TO STM-D-XFER-SEQ
041425         ELSE
041430             IF AUD-XFER-FROM-LEG
041435                 MOVE "XFER TO" TO STM-D-XFER-TEXT
041440             ELSE
041445                 MOVE "XFER FROM" TO STM-D-XFER-TEXT
041450             END-IF
041455             MOVE AUD-XFER-ACCT-NO TO STM-D-XFER-ACCT
041460             MOVE AUD-XFER-SEQ TO STM-D-XFER-SEQ
041465         END-IF.
041500         WRITE PRINT-RECORD FROM STM-DETAIL-LINE
041600             AFTER ADVANCING 1 LINE.
041700         ADD 1 TO WS-LINE-COUNT.
043300         MOVE WS-POSTING-COUNT TO STM-C-COUNT.
043400         WRITE PRINT-RECORD FROM STM-COUNT-LINE
043500             AFTER ADVANCING 2 LINES.
043520         MOVE "TRANSFER LEGS IN PERIOD:" TO STM-C-LABEL.
043540         MOVE WS-XFER-LEG-COUNT TO STM-C-COUNT.
043560         WRITE PRINT-RECORD FROM STM-COUNT-LINE
043580             AFTER ADVANCING 1 LINE.
043600         MOVE SPACES TO STM-AMOUNT-LINE.
043700         MOVE "PERIOD POSTING TOTAL:" TO STM-A-LABEL.
043800         MOVE WS-PERIOD-TOTAL TO STM-A-AMOUNT.
