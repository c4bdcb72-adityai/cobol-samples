      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Pending maintenance aging report - reads the pending
      *          maintenance dataset (PNDREC copybook, SUMPEND) that
      *          SUMMAINT and the SUM console queue closes, reopens and
      *          limit changes on, and lists every entry still awaiting
      *          a checker's decision that was entered more than a
      *          cut-off number of days ago (the SUMPENDDAYS environment
      *          parameter, days, default 2), with the pending entry key
      *          (entry date first), account, action, maker, age in days
      *          and the before and after values, so a change nobody has
      *          approved or declined does not sit in the queue
      *          unnoticed.  The summary counts everything still
      *          pending, how much of it is past the cut-off, and what
      *          has been approved and declined to date.  RETURN-CODE
      *          4 when any entry prints.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMPAGE.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT PENDING-MAINT-FILE ASSIGN TO "SUMPEND"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS SEQUENTIAL
000900             RECORD KEY IS PND-KEY
001000             FILE STATUS IS WS-PEND-FILE-STATUS.
001100         SELECT REPORT-FILE ASSIGN TO "PAGERPT"
001200             ORGANIZATION IS SEQUENTIAL.
001300     DATA DIVISION.
001400     FILE SECTION.
001500     FD  PENDING-MAINT-FILE
001600         RECORD CONTAINS 168 CHARACTERS.
001700     COPY PNDREC.
001800     FD  REPORT-FILE
001900         RECORD CONTAINS 132 CHARACTERS.
002000     01  PRINT-RECORD                    PIC X(132).
002100     WORKING-STORAGE SECTION.
002200     01  WS-PEND-EOF-SWITCH              PIC X(01) VALUE "N".
002300         88  PEND-EOF                    VALUE "Y".
002400         88  PEND-NOT-EOF                VALUE "N".
002500
002600     01  WS-PEND-FILE-STATUS             PIC X(02).
002700         88  PEND-FILE-OK                VALUE "00".
002800         88  PEND-FILE-NOT-FOUND         VALUE "35".
002900
003000     01  WS-RUN-DATE                     PIC 9(8).
003100     01  WS-RUN-INTEGER                  PIC 9(8) COMP.
003200     01  WS-CUTOFF-DAYS                  PIC 9(4) COMP VALUE 2.
003300     01  WS-PENDDAYS-ENV                 PIC X(04) VALUE SPACES.
003400     01  WS-PENDDAYS-JUST                PIC X(04).
003500     01  WS-PND-TRAIL-SPACES             PIC 9(01) COMP.
003600     01  WS-PND-SIG-DIGITS               PIC 9(01) COMP.
003700     01  WS-PND-JUST-START               PIC 9(01) COMP.
003800     01  WS-CUTOFF-DATE                  PIC 9(8).
003900     01  WS-CUTOFF-INTEGER               PIC 9(8) COMP.
004000     01  WS-AGE-DAYS                     PIC 9(5) COMP.
004100     01  WS-FORMAT-STATUS                PIC X(01).
004200
004300     01  WS-READ-COUNT                   PIC 9(9) COMP VALUE ZERO.
004400     01  WS-PENDING-COUNT                PIC 9(9) COMP VALUE ZERO.
004500     01  WS-AGED-COUNT                   PIC 9(9) COMP VALUE ZERO.
004600     01  WS-APPROVED-COUNT               PIC 9(9) COMP VALUE ZERO.
004700     01  WS-DECLINED-COUNT               PIC 9(9) COMP VALUE ZERO.
004800
004900     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
005000     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
005100     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
005200
005300     01  PAG-HEADER-1.
005400         05  FILLER                      PIC X(45) VALUE SPACES.
005500         05  FILLER                      PIC X(37)
005600             VALUE "SUM PENDING MAINTENANCE AGING REPORT".
005700         05  FILLER                      PIC X(50) VALUE SPACES.
005800
005900     01  PAG-HEADER-2.
006000         05  FILLER                      PIC X(01) VALUE SPACES.
006100         05  FILLER                      PIC X(10)
006200             VALUE "RUN DATE: ".
006300         05  PAG-H2-RUN-DATE             PIC 9(8).
006400         05  FILLER                      PIC X(04) VALUE SPACES.
006500         05  FILLER                      PIC X(22)
006600             VALUE "PENDING ON OR BEFORE: ".
006700         05  PAG-H2-CUTOFF               PIC 9(8).
006800         05  FILLER                      PIC X(04) VALUE SPACES.
006900         05  FILLER                      PIC X(06) VALUE "PAGE: ".
007000         05  PAG-H2-PAGE                 PIC ZZ9.
007100         05  FILLER                      PIC X(66) VALUE SPACES.
007200
007300     01  PAG-HEADER-3.
007400         05  FILLER                      PIC X(01) VALUE SPACES.
007500         05  FILLER                      PIC X(22)
007600             VALUE "PENDING ENTRY KEY".
007700         05  FILLER                      PIC X(08)
007800             VALUE "ACCOUNT".
007900         05  FILLER                      PIC X(08) VALUE "ACTION".
008000         05  FILLER                      PIC X(10) VALUE "MAKER".
008100         05  FILLER                      PIC X(06) VALUE "  AGE".
008200         05  FILLER                      PIC X(08) VALUE "VALUES".
008300         05  FILLER                      PIC X(08) VALUE "STATUS".
008400         05  FILLER                      PIC X(15)
008500             VALUE "    TRAN LIMIT".
008600         05  FILLER                      PIC X(19)
008700             VALUE "     BALANCE FLOOR".
008800         05  FILLER                      PIC X(18)
008900             VALUE "   BALANCE CEILING".
009000         05  FILLER                      PIC X(09) VALUE SPACES.
009100
009200     01  PAG-DETAIL-LINE.
009300         05  FILLER                      PIC X(01) VALUE SPACES.
009400         05  PAG-D-PEND-KEY              PIC X(20).
009500         05  FILLER                      PIC X(02) VALUE SPACES.
009600         05  PAG-D-ACCT                  PIC X(06).
009700         05  FILLER                      PIC X(02) VALUE SPACES.
009800         05  PAG-D-ACTION                PIC X(06).
009900         05  FILLER                      PIC X(02) VALUE SPACES.
010000         05  PAG-D-MAKER                 PIC X(08).
010100         05  FILLER                      PIC X(02) VALUE SPACES.
010200         05  PAG-D-AGE                   PIC X(04).
010300         05  FILLER                      PIC X(02) VALUE SPACES.
010400         05  PAG-D-WHEN                  PIC X(06).
010500         05  FILLER                      PIC X(02) VALUE SPACES.
010600         05  PAG-D-STATUS                PIC X(06).
010700         05  FILLER                      PIC X(02) VALUE SPACES.
010800         05  PAG-D-TRAN                  PIC ZZZ,ZZZ,ZZ9.99.
010900         05  FILLER                      PIC X(01) VALUE SPACES.
011000         05  PAG-D-FLOOR                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
011100         05  FILLER                      PIC X(01) VALUE SPACES.
011200         05  PAG-D-CEIL                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
011300         05  FILLER                      PIC X(09) VALUE SPACES.
011400
011500     01  PAG-AGE-EDIT                    PIC ZZZ9.
011600
011700     01  PAG-SUMMARY-LINE.
011800         05  FILLER                      PIC X(01) VALUE SPACES.
011900         05  PAG-S-LABEL                 PIC X(28).
012000         05  PAG-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
012100         05  FILLER                      PIC X(92) VALUE SPACES.
012200
012300     PROCEDURE DIVISION.
012400
012500     0000-MAINLINE.
012600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700         PERFORM 2000-SCAN-PENDING THRU 2000-EXIT.
012800         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
012900         PERFORM 9000-TERMINATE THRU 9000-EXIT.
013000         STOP RUN.
013100
013200     1000-INITIALIZE.
013300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013400         ACCEPT WS-PENDDAYS-ENV FROM ENVIRONMENT "SUMPENDDAYS".
013500         PERFORM 1050-SET-CUTOFF-DAYS THRU 1050-EXIT.
013600         COMPUTE WS-RUN-INTEGER =
013700             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
013800         COMPUTE WS-CUTOFF-INTEGER =
013900             WS-RUN-INTEGER - WS-CUTOFF-DAYS.
014000         COMPUTE WS-CUTOFF-DATE =
014100             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
014200         OPEN OUTPUT REPORT-FILE.
014300         OPEN INPUT PENDING-MAINT-FILE.
014400         IF PEND-FILE-NOT-FOUND
014500             DISPLAY "PENDING MAINTENANCE DATASET NOT FOUND - "
014600                 "NOTHING PENDING"
014700             SET PEND-EOF TO TRUE
014800         END-IF.
014900     1000-EXIT.
015000         EXIT.
015100
015200     1050-SET-CUTOFF-DAYS.
015300         MOVE ZERO TO WS-PND-TRAIL-SPACES.
015400         INSPECT WS-PENDDAYS-ENV TALLYING
015500             WS-PND-TRAIL-SPACES FOR TRAILING SPACES.
015600         COMPUTE WS-PND-SIG-DIGITS =
015700             4 - WS-PND-TRAIL-SPACES.
015800         IF WS-PND-SIG-DIGITS > 0
015900             MOVE ZEROS TO WS-PENDDAYS-JUST
016000             COMPUTE WS-PND-JUST-START =
016100                 5 - WS-PND-SIG-DIGITS
016200             MOVE WS-PENDDAYS-ENV(1:WS-PND-SIG-DIGITS)
016300                 TO WS-PENDDAYS-JUST(WS-PND-JUST-START:
016400                     WS-PND-SIG-DIGITS)
016500             IF WS-PENDDAYS-JUST IS NUMERIC
016600                 MOVE WS-PENDDAYS-JUST TO WS-CUTOFF-DAYS
016700             END-IF
016800         END-IF.
016900     1050-EXIT.
017000         EXIT.
017100
017200     2000-SCAN-PENDING.
017300         IF PEND-EOF
017400             GO TO 2000-EXIT
017500         END-IF.
017600         PERFORM 2150-READ-PENDING THRU 2150-EXIT.
017700         PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
017800             UNTIL PEND-EOF.
017900     2000-EXIT.
018000         EXIT.
018100
018200     2100-CHECK-ONE-ENTRY.
018300         ADD 1 TO WS-READ-COUNT.
018400         IF PND-APPROVED
018500             ADD 1 TO WS-APPROVED-COUNT
018600             GO TO 2100-READ
018700         END-IF.
018800         IF PND-DECLINED
018900             ADD 1 TO WS-DECLINED-COUNT
019000             GO TO 2100-READ
019100         END-IF.
019200         ADD 1 TO WS-PENDING-COUNT.
019300         IF PND-ENTRY-DATE > WS-CUTOFF-DATE
019400             GO TO 2100-READ
019500         END-IF.
019600         ADD 1 TO WS-AGED-COUNT.
019700         COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
019800             - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE).
019900         PERFORM 3000-PRINT-AGED-ENTRY THRU 3000-EXIT.
020000     2100-READ.
020100         PERFORM 2150-READ-PENDING THRU 2150-EXIT.
020200     2100-EXIT.
020300         EXIT.
020400
020500     2150-READ-PENDING.
020600         READ PENDING-MAINT-FILE NEXT RECORD
020700             AT END
020800                 SET PEND-EOF TO TRUE
020900         END-READ.
021000     2150-EXIT.
021100         EXIT.
021200
021300     3000-PRINT-AGED-ENTRY.
021400         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
021500             PERFORM 3100-PRINT-HEADERS THRU 3100-EXIT
021600         END-IF.
021700         MOVE SPACES TO PAG-DETAIL-LINE.
021800         MOVE PND-KEY TO PAG-D-PEND-KEY.
021900         MOVE PND-ACCT-NO TO PAG-D-ACCT.
022000         IF PND-ACTION-CLOSE
022100             MOVE "CLOSE" TO PAG-D-ACTION
022200         ELSE
022300             IF PND-ACTION-REOPEN
022400                 MOVE "REOPEN" TO PAG-D-ACTION
022500             ELSE
022600                 MOVE "LIMITS" TO PAG-D-ACTION
022700             END-IF
022800         END-IF.
022900         MOVE PND-MAKER-ID TO PAG-D-MAKER.
023000         MOVE WS-AGE-DAYS TO PAG-AGE-EDIT.
023100         MOVE PAG-AGE-EDIT TO PAG-D-AGE.
023200         MOVE "BEFORE" TO PAG-D-WHEN.
023300         MOVE PND-BEF-STATUS TO WS-FORMAT-STATUS.
023400         PERFORM 3200-FORMAT-STATUS THRU 3200-EXIT.
023500         MOVE PND-BEF-TRAN-LIMIT TO PAG-D-TRAN.
023600         MOVE PND-BEF-FLOOR TO PAG-D-FLOOR.
023700         MOVE PND-BEF-CEILING TO PAG-D-CEIL.
023800         WRITE PRINT-RECORD FROM PAG-DETAIL-LINE
023900             AFTER ADVANCING 1 LINE.
024000         MOVE SPACES TO PAG-DETAIL-LINE.
024100         MOVE "AFTER" TO PAG-D-WHEN.
024200         MOVE PND-AFT-STATUS TO WS-FORMAT-STATUS.
024300         PERFORM 3200-FORMAT-STATUS THRU 3200-EXIT.
024400         MOVE PND-AFT-TRAN-LIMIT TO PAG-D-TRAN.
024500         MOVE PND-AFT-FLOOR TO PAG-D-FLOOR.
024600         MOVE PND-AFT-CEILING TO PAG-D-CEIL.
024700         WRITE PRINT-RECORD FROM PAG-DETAIL-LINE
024800             AFTER ADVANCING 1 LINE.
024900         ADD 2 TO WS-LINE-COUNT.
025000     3000-EXIT.
025100         EXIT.
025200
025300     3100-PRINT-HEADERS.
025400         ADD 1 TO WS-PAGE-COUNT.
025500         MOVE WS-RUN-DATE TO PAG-H2-RUN-DATE.
025600         MOVE WS-CUTOFF-DATE TO PAG-H2-CUTOFF.
025700         MOVE WS-PAGE-COUNT TO PAG-H2-PAGE.
025800         WRITE PRINT-RECORD FROM PAG-HEADER-1
025900             AFTER ADVANCING PAGE.
026000         WRITE PRINT-RECORD FROM PAG-HEADER-2
026100             AFTER ADVANCING 1 LINE.
026200         WRITE PRINT-RECORD FROM PAG-HEADER-3
026300             AFTER ADVANCING 2 LINES.
026400         MOVE 4 TO WS-LINE-COUNT.
026500     3100-EXIT.
026600         EXIT.
026700
026800     3200-FORMAT-STATUS.
026900         IF WS-FORMAT-STATUS = "C"
027000             MOVE "CLOSED" TO PAG-D-STATUS
027100         ELSE
027200             MOVE "OPEN" TO PAG-D-STATUS
027300         END-IF.
027400     3200-EXIT.
027500         EXIT.
027600
027700     4000-PRINT-SUMMARY.
027800         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
027900             PERFORM 3100-PRINT-HEADERS THRU 3100-EXIT
028000         END-IF.
028100         MOVE SPACES TO PAG-SUMMARY-LINE.
028200         MOVE "QUEUE ENTRIES READ:" TO PAG-S-LABEL.
028300         MOVE WS-READ-COUNT TO PAG-S-COUNT.
028400         WRITE PRINT-RECORD FROM PAG-SUMMARY-LINE
028500             AFTER ADVANCING 2 LINES.
028600         MOVE "STILL PENDING:" TO PAG-S-LABEL.
028700         MOVE WS-PENDING-COUNT TO PAG-S-COUNT.
028800         WRITE PRINT-RECORD FROM PAG-SUMMARY-LINE
028900             AFTER ADVANCING 1 LINE.
029000         MOVE "PENDING PAST CUT-OFF:" TO PAG-S-LABEL.
029100         MOVE WS-AGED-COUNT TO PAG-S-COUNT.
029200         WRITE PRINT-RECORD FROM PAG-SUMMARY-LINE
029300             AFTER ADVANCING 1 LINE.
029400         MOVE "APPROVED TO DATE:" TO PAG-S-LABEL.
029500         MOVE WS-APPROVED-COUNT TO PAG-S-COUNT.
029600         WRITE PRINT-RECORD FROM PAG-SUMMARY-LINE
029700             AFTER ADVANCING 1 LINE.
029800         MOVE "DECLINED TO DATE:" TO PAG-S-LABEL.
029900         MOVE WS-DECLINED-COUNT TO PAG-S-COUNT.
030000         WRITE PRINT-RECORD FROM PAG-SUMMARY-LINE
030100             AFTER ADVANCING 1 LINE.
030200         DISPLAY "AGING COMPLETE - PENDING " WS-PENDING-COUNT
030300             " PAST CUT-OFF " WS-AGED-COUNT.
030400         IF WS-AGED-COUNT > ZERO
030500             MOVE 4 TO RETURN-CODE
030600         END-IF.
030700     4000-EXIT.
030800         EXIT.
030900
031000     9000-TERMINATE.
031100         IF NOT PEND-FILE-NOT-FOUND
031200             CLOSE PENDING-MAINT-FILE
031300         END-IF.
031400         CLOSE REPORT-FILE.
031500     9000-EXIT.
031600         EXIT.
031700
031800     END PROGRAM SUMPAGE.
