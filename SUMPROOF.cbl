      *                widened the audit and archive FDs.
      *   09/02/26 AI  Account master now carries posting limits
      *                (ACCTREC widened); widened the master FD.
      *   10/15/26 AI  Transfer proof: the two legs of every transfer
      *                (same run ID and transfer sequence, from-leg
      *                followed by to-leg) are paired while the audit
      *                history loads and proven as one transfer - the
      *                accounts must cross and the amounts net to
      *                zero.  Unpaired or mismatched legs are listed
      *                on the console, counted on the report and set
      *                RETURN-CODE 4.
      *   10/15/26 AI  Balances carry dollars and cents: the proof
      *                table, the pending transfer leg and every total
      *                are S9(11)V99 and print as -ZZ,ZZZ,ZZZ,ZZ9.99.
      *                Audit and archive FDs widened to 102 and the
      *                account master FD to 67.
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
006900     01  WS-PROOF-TABLE.
007000         05  WS-PROOF-ENTRY              OCCURS 2000 TIMES.
007100             10  WS-PRF-ACCT             PIC 9(06).
007200             10  WS-PRF-AUDIT-BAL        PIC S9(11)V99 COMP.
007300             10  WS-PRF-MATCHED          PIC X(01).
007400
007450     01  WS-AUDIT-BAL                    PIC S9(11)V99 COMP
007500                                         VALUE ZERO.
007550     01  WS-DIFFERENCE                   PIC S9(11)V99 COMP
007600                                         VALUE ZERO.
007700
007800     01  WS-ACCT-COUNT                   PIC 9(9) COMP VALUE ZERO.
007900     01  WS-DIFF-COUNT                   PIC 9(9) COMP VALUE ZERO.
008000     01  WS-AUDIT-ONLY-COUNT             PIC 9(9) COMP VALUE ZERO.
008025     01  WS-TOT-AUDIT-BAL                PIC S9(11)V99 COMP
008050                                         VALUE ZERO.
008075     01  WS-TOT-MASTER-BAL               PIC S9(11)V99 COMP
008100                                         VALUE ZERO.
008125     01  WS-TOT-DIFFERENCE               PIC S9(11)V99 COMP
008150                                         VALUE ZERO.
008305
008310     01  WS-XFER-PEND-SWITCH             PIC X(01) VALUE "N".
008315         88  XFER-LEG-PENDING            VALUE "Y".
008320         88  XFER-LEG-NOT-PENDING        VALUE "N".
008325     01  WS-XFER-PEND-RUN-ID             PIC 9(06).
008330     01  WS-XFER-PEND-SEQ                PIC 9(06).
008335     01  WS-XFER-PEND-ACCT               PIC 9(06).
008340     01  WS-XFER-PEND-CONTRA             PIC 9(06).
008345     01  WS-XFER-PEND-AMOUNT             PIC S9(11)V99 COMP.
008350     01  WS-XFER-NET                     PIC S9(11)V99 COMP.
008355     01  WS-XFER-PROVEN-COUNT            PIC 9(9) COMP VALUE ZERO.
008360     01  WS-XFER-UNMATCHED-COUNT         PIC 9(9) COMP VALUE ZERO.
008400
008500     01  TBL-HEADER-1.
008600         05  FILLER                      PIC X(45) VALUE SPACES.
010300         05  FILLER                      PIC X(09)
010400             VALUE "ACCOUNT".
010500         05  FILLER                      PIC X(27) VALUE "NAME".
010600         05  FILLER                      PIC X(20)
010700             VALUE "AUDIT BAL".
010800         05  FILLER                      PIC X(20)
010900             VALUE "MASTER BAL".
011000         05  FILLER                      PIC X(20)
011100             VALUE "DIFFERENCE".
011200         05  FILLER                      PIC X(35) VALUE SPACES.
011300
011400     01  TBL-DETAIL-LINE.
011500         05  FILLER                      PIC X(01) VALUE SPACES.
011700         05  FILLER                      PIC X(03) VALUE SPACES.
011800         05  TBL-D-NAME                  PIC X(25).
011900         05  FILLER                      PIC X(02) VALUE SPACES.
012000         05  TBL-D-AUDIT-BAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
012100         05  FILLER                      PIC X(02) VALUE SPACES.
012200         05  TBL-D-MASTER-BAL            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
012300         05  FILLER                      PIC X(02) VALUE SPACES.
012400         05  TBL-D-DIFFERENCE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
012500         05  FILLER                      PIC X(02) VALUE SPACES.
012600         05  TBL-D-FLAG                  PIC X(16).
012700         05  FILLER                      PIC X(19) VALUE SPACES.
012800
012900     01  TBL-SUMMARY-LINE.
013000         05  FILLER                      PIC X(01) VALUE SPACES.
013600         05  FILLER                      PIC X(01) VALUE SPACES.
013700         05  FILLER                      PIC X(35)
013800             VALUE "GRAND TOTALS".
013900         05  TBL-T-AUDIT-BAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014000         05  FILLER                      PIC X(02) VALUE SPACES.
014100         05  TBL-T-MASTER-BAL            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014200         05  FILLER                      PIC X(02) VALUE SPACES.
014300         05  TBL-T-DIFFERENCE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014400         05  FILLER                      PIC X(38) VALUE SPACES.
014500
014600     01  TBL-MESSAGE-LINE.
014700         05  FILLER                      PIC X(01) VALUE SPACES.
018100         IF AUDIT-FILE-NOT-FOUND
018200             DISPLAY "LIVE AUDIT LOG NOT FOUND - PROOF COVERS "
018300                 "THE ARCHIVE ONLY"
018400             GO TO 2000-FLUSH-TRANSFER
018500         END-IF.
018600         SET AUDIT-NOT-EOF TO TRUE.
018700         PERFORM 2350-READ-AUDIT THRU 2350-EXIT.
018800         PERFORM 2300-LOAD-AUDIT-ONE THRU 2300-EXIT
018900             UNTIL AUDIT-EOF.
019000         CLOSE AUDIT-FILE.
019020     2000-FLUSH-TRANSFER.
019040         IF XFER-LEG-PENDING
019060             PERFORM 2750-UNMATCHED-FROM-LEG THRU 2750-EXIT
019080         END-IF.
019100     2000-EXIT.
019200         EXIT.
019300
022000         EXIT.
022100
022200     2500-APPLY-POSTING.
022250         PERFORM 2700-PROVE-TRANSFER-LEG THRU 2700-EXIT.
022300         SET ENTRY-NOT-FOUND TO TRUE.
022400         MOVE 1 TO WS-PROOF-IX.
022500         PERFORM 2550-SCAN-PROOF-ONE THRU 2550-EXIT
025300             ADD 1 TO WS-PROOF-IX
025400         END-IF.
025500     2550-EXIT.
025501         EXIT.
025502
025503     2700-PROVE-TRANSFER-LEG.
025504         IF AUD-XFER-FROM-LEG
025505             IF XFER-LEG-PENDING
025506                 PERFORM 2750-UNMATCHED-FROM-LEG THRU 2750-EXIT
025507             END-IF
025508             SET XFER-LEG-PENDING TO TRUE
025509             MOVE AUD-RUN-ID TO WS-XFER-PEND-RUN-ID
025510             MOVE AUD-XFER-SEQ TO WS-XFER-PEND-SEQ
025511             MOVE AUD-ACCT-NO TO WS-XFER-PEND-ACCT
025512             MOVE AUD-XFER-ACCT-NO TO WS-XFER-PEND-CONTRA
025513             MOVE AUD-RESULT TO WS-XFER-PEND-AMOUNT
025514             GO TO 2700-EXIT
025515         END-IF.
025516         IF NOT AUD-XFER-TO-LEG
025517             IF XFER-LEG-PENDING
025518                 PERFORM 2750-UNMATCHED-FROM-LEG THRU 2750-EXIT
025519             END-IF
025520             GO TO 2700-EXIT
025521         END-IF.
025522         IF XFER-LEG-NOT-PENDING
025523             PERFORM 2760-UNMATCHED-TO-LEG THRU 2760-EXIT
025524             GO TO 2700-EXIT
025525         END-IF.
025526         COMPUTE WS-XFER-NET = WS-XFER-PEND-AMOUNT + AUD-RESULT.
025527         IF AUD-RUN-ID = WS-XFER-PEND-RUN-ID
025528                 AND AUD-XFER-SEQ = WS-XFER-PEND-SEQ
025529                 AND AUD-ACCT-NO = WS-XFER-PEND-CONTRA
025530                 AND AUD-XFER-ACCT-NO = WS-XFER-PEND-ACCT
025531                 AND WS-XFER-NET = ZERO
025532             ADD 1 TO WS-XFER-PROVEN-COUNT
025534             SET XFER-LEG-NOT-PENDING TO TRUE
025535         ELSE
025536             PERFORM 2750-UNMATCHED-FROM-LEG THRU 2750-EXIT
025537             PERFORM 2760-UNMATCHED-TO-LEG THRU 2760-EXIT
025538         END-IF.
025539     2700-EXIT.
025540         EXIT.
025541
025542     2750-UNMATCHED-FROM-LEG.
025543         ADD 1 TO WS-XFER-UNMATCHED-COUNT.
025544         DISPLAY "UNMATCHED TRANSFER FROM-LEG - RUN "
025545             WS-XFER-PEND-RUN-ID " SEQ " WS-XFER-PEND-SEQ
025546             " ACCOUNT " WS-XFER-PEND-ACCT
025547             " TO " WS-XFER-PEND-CONTRA.
025548         SET XFER-LEG-NOT-PENDING TO TRUE.
025549     2750-EXIT.
025550         EXIT.
025551
025552     2760-UNMATCHED-TO-LEG.
025553         ADD 1 TO WS-XFER-UNMATCHED-COUNT.
025554         DISPLAY "UNMATCHED TRANSFER TO-LEG - RUN "
025555             AUD-RUN-ID " SEQ " AUD-XFER-SEQ
025556             " ACCOUNT " AUD-ACCT-NO
025557             " FROM " AUD-XFER-ACCT-NO.
025558     2760-EXIT.
025600         EXIT.
025700
025800     3000-PROVE-MASTER.
039900         MOVE WS-DIFF-COUNT TO TBL-S-COUNT.
040000         WRITE PRINT-RECORD FROM TBL-SUMMARY-LINE
040100             AFTER ADVANCING 1 LINE.
040105         MOVE "TRANSFERS PROVEN:" TO TBL-S-LABEL.
040110         MOVE WS-XFER-PROVEN-COUNT TO TBL-S-COUNT.
040115         WRITE PRINT-RECORD FROM TBL-SUMMARY-LINE
040120             AFTER ADVANCING 2 LINES.
040125         MOVE "UNMATCHED TRANSFER LEGS:" TO TBL-S-LABEL.
040130         MOVE WS-XFER-UNMATCHED-COUNT TO TBL-S-COUNT.
040135         WRITE PRINT-RECORD FROM TBL-SUMMARY-LINE
040140             AFTER ADVANCING 1 LINE.
040145         MOVE SPACES TO TBL-MESSAGE-LINE.
040150         IF WS-XFER-UNMATCHED-COUNT = ZERO
040155             MOVE "EVERY TRANSFER PROVES AS A BALANCED PAIR"
040160                 TO TBL-M-TEXT
040165         ELSE
040170             MOVE "TRANSFER LEGS DO NOT PAIR - SEE CONSOLE"
040175                 TO TBL-M-TEXT
040180             MOVE 4 TO RETURN-CODE
040185         END-IF.
040190         WRITE PRINT-RECORD FROM TBL-MESSAGE-LINE
040195             AFTER ADVANCING 1 LINE.
040200         MOVE SPACES TO TBL-MESSAGE-LINE.
040300         IF WS-DIFF-COUNT = ZERO
040400             MOVE "MASTER PROVES CLEAN AGAINST THE AUDIT HISTORY"
041200             AFTER ADVANCING 2 LINES.
041300         DISPLAY "TRIAL-BALANCE PROOF COMPLETE - ACCOUNTS "
041400             WS-ACCT-COUNT " OUT OF PROOF " WS-DIFF-COUNT.
041425         DISPLAY "TRANSFERS PROVEN " WS-XFER-PROVEN-COUNT
041450             " UNMATCHED LEGS " WS-XFER-UNMATCHED-COUNT.
041500     5000-EXIT.
041600         EXIT.
041700
