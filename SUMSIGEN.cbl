      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Standing instruction generator - run once each
      *          business day, reads the standing instruction master
      *          (SIREC copybook, SUMSTND dataset) and writes a TRANREC
      *          batch (SITRAN) holding one detail for every active
      *          instruction due on or before today, with a batch
      *          header (batch id SUMSIGEN, today's date) and a
      *          trailer carrying the detail count and ARG1/ARG2 hash
      *          total, so it passes SUM's batch balancing unchanged.
      *          An add instruction posts as ARG1 = amount, a
      *          subtract as ARG2 = amount (a charge), a transfer as
      *          ARG1 = amount to the to-account.  Each generated
      *          detail carries the duplicate override byte: a
      *          standing instruction repeats by design, and the
      *          last-generated date on the master is what stops an
      *          occurrence being written twice.  One occurrence is
      *          written per due instruction per run - a missed day
      *          is not back-filled.  Due dates: daily instructions
      *          fall due the day after the last one generated,
      *          weekly on the start date's weekday, monthly on the
      *          start date's day of month (the last day of a
      *          shorter month).  An instruction whose account (or
      *          transfer to-account) is closed or missing is skipped
      *          and stays due; one whose end date has passed is
      *          skipped as expired.  The register (SIGENRPT) lists
      *          every instruction with what was done with it and
      *          when it next falls due.  RETURN-CODE 4 when nothing
      *          was generated, 8 when the account master will not
      *          open and 12 when the standing instruction master
      *          will not open (nothing is generated either way).
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMSIGEN.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT STANDING-INSTR-FILE ASSIGN TO "SUMSTND"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS SI-ID
001000             FILE STATUS IS WS-SI-FILE-STATUS.
001100         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
001200             ORGANIZATION IS INDEXED
001300             RECORD KEY IS ACCT-NO
001400             FILE STATUS IS WS-ACCT-FILE-STATUS.
001500         SELECT SI-TRAN-FILE ASSIGN TO "SITRAN"
001600             ORGANIZATION IS SEQUENTIAL.
001700         SELECT REPORT-FILE ASSIGN TO "SIGENRPT"
001800             ORGANIZATION IS SEQUENTIAL.
001900     DATA DIVISION.
002000     FILE SECTION.
002100     FD  STANDING-INSTR-FILE
002200         RECORD CONTAINS 94 CHARACTERS.
002300     COPY SIREC.
002400     FD  ACCOUNT-FILE
002500         RECORD CONTAINS 67 CHARACTERS.
002600     COPY ACCTREC.
002700     FD  SI-TRAN-FILE
002800         RECORD CONTAINS 45 CHARACTERS.
002900     COPY TRANREC.
003000     FD  REPORT-FILE
003100         RECORD CONTAINS 132 CHARACTERS.
003200     01  PRINT-RECORD                    PIC X(132).
003300     WORKING-STORAGE SECTION.
003400     01  WS-SI-EOF-SWITCH                PIC X(01) VALUE "N".
003500         88  SI-EOF                      VALUE "Y".
003600         88  SI-NOT-EOF                  VALUE "N".
003700
003800     01  WS-SI-FILE-STATUS               PIC X(02).
003900         88  SI-FILE-OK                  VALUE "00".
004000         88  SI-FILE-NOT-FOUND           VALUE "35".
004100     01  WS-ACCT-FILE-STATUS             PIC X(02).
004200         88  ACCT-FILE-OK                VALUE "00".
004300         88  ACCT-FILE-NOT-FOUND         VALUE "35".
004400
004500     01  WS-SI-MASTER-SWITCH             PIC X(01) VALUE "N".
004600         88  SI-MASTER-OPEN              VALUE "Y".
004700         88  SI-MASTER-MISSING           VALUE "N".
004800     01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
004900         88  ACCT-MASTER-OPEN            VALUE "Y".
005000         88  ACCT-MASTER-MISSING         VALUE "N".
005100
005200     01  WS-ACCT-CHECK-SWITCH            PIC X(01).
005300         88  ACCT-USABLE                 VALUE "Y".
005400         88  ACCT-MISSING                VALUE "M".
005500         88  ACCT-IS-CLOSED              VALUE "C".
005600
005700     01  WS-RUN-DATE                     PIC 9(8).
005800     01  WS-CHECK-ACCT                   PIC 9(06).
005900     01  WS-DISPOSITION                  PIC X(20).
006000
006100     01  WS-NEXT-DUE                     PIC 9(8).
006200     01  WS-LAST-INTEGER                 PIC 9(8) COMP.
006300     01  WS-START-INTEGER                PIC 9(8) COMP.
006400     01  WS-NEXT-INTEGER                 PIC 9(8) COMP.
006500     01  WS-WEEK-COUNT                   PIC 9(7) COMP.
006600     01  WS-ANCHOR-DAY                   PIC 9(02).
006700     01  WS-DATE-WORK                    PIC 9(8).
006800     01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
006900         05  WS-DATE-YYYY                PIC 9(04).
007000         05  WS-DATE-MM                  PIC 9(02).
007100         05  WS-DATE-DD                  PIC 9(02).
007200     01  WS-DIM-DATE                     PIC 9(8).
007300     01  WS-DIM-PARTS REDEFINES WS-DIM-DATE.
007400         05  WS-DIM-YYYY                 PIC 9(04).
007500         05  WS-DIM-MM                   PIC 9(02).
007600         05  WS-DIM-DD                   PIC 9(02).
007700     01  WS-DIM-INTEGER                  PIC 9(8) COMP.
007800
007900     01  WS-GEN-HASH-TOTAL               PIC S9(11)V99 COMP
008000                                         VALUE ZERO.
008100     01  WS-GEN-AMOUNT-TOTAL             PIC S9(11)V99 COMP
008200                                         VALUE ZERO.
008300
008400     01  WS-READ-COUNT                   PIC 9(9) COMP VALUE ZERO.
008500     01  WS-GEN-COUNT                    PIC 9(9) COMP VALUE ZERO.
008600     01  WS-NOT-DUE-COUNT                PIC 9(9) COMP VALUE ZERO.
008700     01  WS-SUSPENDED-COUNT              PIC 9(9) COMP VALUE ZERO.
008800     01  WS-EXPIRED-COUNT                PIC 9(9) COMP VALUE ZERO.
008900     01  WS-ACCT-SKIP-COUNT              PIC 9(9) COMP VALUE ZERO.
009000
009100     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
009200     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
009300     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
009400
009500     01  SGR-HEADER-1.
009600         05  FILLER                      PIC X(45) VALUE SPACES.
009700         05  FILLER                      PIC X(40)
009800             VALUE "SUM STANDING INSTRUCTION GENERATION LIST".
009900         05  FILLER                      PIC X(47) VALUE SPACES.
010000
010100     01  SGR-HEADER-2.
010200         05  FILLER                      PIC X(01) VALUE SPACES.
010300         05  FILLER                      PIC X(10)
010400             VALUE "RUN DATE: ".
010500         05  SGR-H2-RUN-DATE             PIC 9(8).
010600         05  FILLER                      PIC X(04) VALUE SPACES.
010700         05  FILLER                      PIC X(07)
010800             VALUE "BATCH: ".
010900         05  FILLER                      PIC X(08)
011000             VALUE "SUMSIGEN".
011100         05  FILLER                      PIC X(09) VALUE SPACES.
011200         05  FILLER                      PIC X(06) VALUE "PAGE: ".
011300         05  SGR-H2-PAGE                 PIC ZZ9.
011400         05  FILLER                      PIC X(76) VALUE SPACES.
011500
011600     01  SGR-HEADER-3.
011700         05  FILLER                      PIC X(01) VALUE SPACES.
011800         05  FILLER                      PIC X(10)
011900             VALUE "INSTR ID".
012000         05  FILLER                      PIC X(08)
012100             VALUE "ACCOUNT".
012200         05  FILLER                      PIC X(08)
012300             VALUE "TO ACCT".
012400         05  FILLER                      PIC X(04) VALUE "OP".
012500         05  FILLER                      PIC X(04) VALUE "FRQ".
012600         05  FILLER                      PIC X(16)
012700             VALUE "        AMOUNT".
012800         05  FILLER                      PIC X(10) VALUE "START".
012900         05  FILLER                      PIC X(10) VALUE "END".
013000         05  FILLER                      PIC X(10)
013100             VALUE "LAST GEN".
013200         05  FILLER                      PIC X(10)
013300             VALUE "NEXT DUE".
013400         05  FILLER                      PIC X(21)
013500             VALUE "DISPOSITION".
013600         05  FILLER                      PIC X(20)
013700             VALUE "DESCRIPTION".
013800
013900     01  SGR-DETAIL-LINE.
014000         05  FILLER                      PIC X(01) VALUE SPACES.
014100         05  SGR-D-ID                    PIC X(08).
014200         05  FILLER                      PIC X(02) VALUE SPACES.
014300         05  SGR-D-ACCT                  PIC 9(06).
014400         05  FILLER                      PIC X(02) VALUE SPACES.
014500         05  SGR-D-TO-ACCT               PIC 9(06).
014600         05  FILLER                      PIC X(02) VALUE SPACES.
014700         05  SGR-D-OPER                  PIC X(01).
014800         05  FILLER                      PIC X(03) VALUE SPACES.
014900         05  SGR-D-FREQ                  PIC X(01).
015000         05  FILLER                      PIC X(03) VALUE SPACES.
015100         05  SGR-D-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
015200         05  FILLER                      PIC X(02) VALUE SPACES.
015300         05  SGR-D-START                 PIC 9(08).
015400         05  FILLER                      PIC X(02) VALUE SPACES.
015500         05  SGR-D-END                   PIC 9(08).
015600         05  FILLER                      PIC X(02) VALUE SPACES.
015700         05  SGR-D-LAST-GEN              PIC 9(08).
015800         05  FILLER                      PIC X(02) VALUE SPACES.
015900         05  SGR-D-NEXT-DUE              PIC X(08).
016000         05  FILLER                      PIC X(02) VALUE SPACES.
016100         05  SGR-D-DISPOSITION           PIC X(20).
016200         05  FILLER                      PIC X(01) VALUE SPACES.
016300         05  SGR-D-DESC                  PIC X(20).
016400
016500     01  SGR-SUMMARY-LINE.
016600         05  FILLER                      PIC X(01) VALUE SPACES.
016700         05  SGR-S-LABEL                 PIC X(28).
016800         05  SGR-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
016900         05  FILLER                      PIC X(92) VALUE SPACES.
017000
017100     01  SGR-AMOUNT-LINE.
017200         05  FILLER                      PIC X(01) VALUE SPACES.
017300         05  SGR-A-LABEL                 PIC X(28).
017400         05  SGR-A-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
017500         05  FILLER                      PIC X(85) VALUE SPACES.
017600
017700     01  SGR-MESSAGE-LINE.
017800         05  FILLER                      PIC X(01) VALUE SPACES.
017900         05  SGR-M-TEXT                  PIC X(75).
018000         05  FILLER                      PIC X(56) VALUE SPACES.
018100
018200     PROCEDURE DIVISION.
018300
018400     0000-MAINLINE.
018500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600         IF RETURN-CODE NOT = ZERO
018700             GO TO 0000-TERMINATE
018800         END-IF.
018900         PERFORM 1100-WRITE-BATCH-HEADER THRU 1100-EXIT.
019000         PERFORM 2000-SCAN-INSTRUCTIONS THRU 2000-EXIT.
019100         PERFORM 3100-WRITE-BATCH-TRAILER THRU 3100-EXIT.
019200         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
019300     0000-TERMINATE.
019400         PERFORM 9000-TERMINATE THRU 9000-EXIT.
019500         STOP RUN.
019600
019700     1000-INITIALIZE.
019800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019900         OPEN I-O STANDING-INSTR-FILE.
020000         IF SI-FILE-NOT-FOUND
020100             OPEN OUTPUT STANDING-INSTR-FILE
020200             CLOSE STANDING-INSTR-FILE
020300             OPEN I-O STANDING-INSTR-FILE
020400             DISPLAY "STANDING INSTRUCTION MASTER NOT FOUND - "
020500                 "CREATED EMPTY"
020600         END-IF.
020700         IF NOT SI-FILE-OK
020800             DISPLAY "STANDING INSTRUCTION MASTER SUMSTND "
020900                 "WILL NOT OPEN - STATUS " WS-SI-FILE-STATUS
021000                 " - NOTHING GENERATED"
021100             MOVE 12 TO RETURN-CODE
021200             GO TO 1000-EXIT
021300         END-IF.
021400         SET SI-MASTER-OPEN TO TRUE.
021500         OPEN INPUT ACCOUNT-FILE.
021600         IF NOT ACCT-FILE-OK
021700             DISPLAY "ACCOUNT MASTER WILL NOT OPEN - STATUS "
021800                 WS-ACCT-FILE-STATUS " - NOTHING GENERATED"
021900             MOVE 8 TO RETURN-CODE
022000             GO TO 1000-EXIT
022100         END-IF.
022200         SET ACCT-MASTER-OPEN TO TRUE.
022300         OPEN OUTPUT SI-TRAN-FILE.
022400         OPEN OUTPUT REPORT-FILE.
022500     1000-EXIT.
022600         EXIT.
022700
022800     1100-WRITE-BATCH-HEADER.
022900         MOVE SPACES TO TRAN-RECORD.
023000         MOVE "H" TO TRAN-REC-TYPE.
023100         MOVE "SUMSIGEN" TO TRAN-HDR-BATCH-ID.
023200         MOVE WS-RUN-DATE TO TRAN-HDR-CREATE-DATE.
023300         MOVE "SUMSIGEN" TO TRAN-HDR-SYSTEM.
023400         WRITE TRAN-RECORD.
023500     1100-EXIT.
023600         EXIT.
023700
023800     2000-SCAN-INSTRUCTIONS.
023900         MOVE LOW-VALUES TO SI-ID.
024000         START STANDING-INSTR-FILE KEY NOT < SI-ID
024100             INVALID KEY
024200                 SET SI-EOF TO TRUE
024300         END-START.
024400         IF SI-NOT-EOF
024500             PERFORM 2150-READ-NEXT-INSTR THRU 2150-EXIT
024600         END-IF.
024700         PERFORM 2100-PROCESS-ONE-INSTR THRU 2100-EXIT
024800             UNTIL SI-EOF.
024900     2000-EXIT.
025000         EXIT.
025100
025200     2100-PROCESS-ONE-INSTR.
025300         ADD 1 TO WS-READ-COUNT.
025400         PERFORM 4000-COMPUTE-NEXT-DUE THRU 4000-EXIT.
025500         IF SI-END-DATE NOT = ZERO AND WS-NEXT-DUE > SI-END-DATE
025600             MOVE "SKIPPED - EXPIRED" TO WS-DISPOSITION
025700             ADD 1 TO WS-EXPIRED-COUNT
025800             MOVE ZERO TO WS-NEXT-DUE
025900             GO TO 2100-PRINT
026000         END-IF.
026100         IF SI-SUSPENDED
026200             MOVE "SUSPENDED" TO WS-DISPOSITION
026300             ADD 1 TO WS-SUSPENDED-COUNT
026400             GO TO 2100-PRINT
026500         END-IF.
026600         IF WS-NEXT-DUE > WS-RUN-DATE
026700             MOVE "NOT DUE" TO WS-DISPOSITION
026800             ADD 1 TO WS-NOT-DUE-COUNT
026900             GO TO 2100-PRINT
027000         END-IF.
027100         MOVE SI-ACCT-NO TO WS-CHECK-ACCT.
027200         PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT.
027300         IF ACCT-USABLE AND SI-OPER-TRANSFER
027400             MOVE SI-TO-ACCT-NO TO WS-CHECK-ACCT
027500             PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT
027600         END-IF.
027700         IF ACCT-MISSING
027800             MOVE "SKIPPED - NO ACCOUNT" TO WS-DISPOSITION
027900             ADD 1 TO WS-ACCT-SKIP-COUNT
028000             GO TO 2100-PRINT
028100         END-IF.
028200         IF ACCT-IS-CLOSED
028300             MOVE "SKIPPED - ACCT CLOSED" TO WS-DISPOSITION
028400             ADD 1 TO WS-ACCT-SKIP-COUNT
028500             GO TO 2100-PRINT
028600         END-IF.
028700         PERFORM 2400-GENERATE-DETAIL THRU 2400-EXIT.
028800         MOVE "GENERATED" TO WS-DISPOSITION.
028900         PERFORM 4000-COMPUTE-NEXT-DUE THRU 4000-EXIT.
029000         IF SI-END-DATE NOT = ZERO AND WS-NEXT-DUE > SI-END-DATE
029100             MOVE ZERO TO WS-NEXT-DUE
029200         END-IF.
029300     2100-PRINT.
029400         PERFORM 2500-PRINT-INSTR-LINE THRU 2500-EXIT.
029500         PERFORM 2150-READ-NEXT-INSTR THRU 2150-EXIT.
029600     2100-EXIT.
029700         EXIT.
029800
029900     2150-READ-NEXT-INSTR.
030000         READ STANDING-INSTR-FILE NEXT RECORD
030100             AT END
030200                 SET SI-EOF TO TRUE
030300         END-READ.
030400     2150-EXIT.
030500         EXIT.
030600
030700     2300-CHECK-ACCOUNT.
030800         SET ACCT-USABLE TO TRUE.
030900         MOVE WS-CHECK-ACCT TO ACCT-NO.
031000         READ ACCOUNT-FILE
031100             INVALID KEY
031200                 SET ACCT-MISSING TO TRUE
031300                 GO TO 2300-EXIT
031400         END-READ.
031500         IF ACCT-CLOSED
031600             SET ACCT-IS-CLOSED TO TRUE
031700         END-IF.
031800     2300-EXIT.
031900         EXIT.
032000
032100     2400-GENERATE-DETAIL.
032200         MOVE SPACES TO TRAN-RECORD.
032300         MOVE "D" TO TRAN-REC-TYPE.
032400         MOVE SI-ACCT-NO TO TRAN-ACCT-NO.
032500         IF SI-OPER-SUBTRACT
032600             MOVE ZERO TO TRAN-ARG1
032700             MOVE SI-AMOUNT TO TRAN-ARG2
032800         ELSE
032900             MOVE SI-AMOUNT TO TRAN-ARG1
033000             MOVE ZERO TO TRAN-ARG2
033100         END-IF.
033200         MOVE SI-OPER-CODE TO TRAN-OPER-CODE.
033300         MOVE "Y" TO TRAN-DUP-OVERRIDE.
033400         MOVE SPACE TO TRAN-LIMIT-OVERRIDE.
033500         IF SI-OPER-TRANSFER
033600             MOVE SI-TO-ACCT-NO TO TRAN-TO-ACCT-NO
033700         ELSE
033800             MOVE ZERO TO TRAN-TO-ACCT-NO
033900         END-IF.
034000         WRITE TRAN-RECORD.
034100         ADD SI-AMOUNT TO WS-GEN-HASH-TOTAL.
034200         IF SI-OPER-SUBTRACT
034300             SUBTRACT SI-AMOUNT FROM WS-GEN-AMOUNT-TOTAL
034400         ELSE
034500             ADD SI-AMOUNT TO WS-GEN-AMOUNT-TOTAL
034600         END-IF.
034700         ADD 1 TO WS-GEN-COUNT.
034800         MOVE WS-RUN-DATE TO SI-LAST-GEN-DATE.
034900         REWRITE STANDING-INSTR-RECORD.
035000     2400-EXIT.
035100         EXIT.
035200
035300     2500-PRINT-INSTR-LINE.
035400         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
035500             PERFORM 2600-PRINT-HEADERS THRU 2600-EXIT
035600         END-IF.
035700         MOVE SPACES TO SGR-DETAIL-LINE.
035800         MOVE SI-ID TO SGR-D-ID.
035900         MOVE SI-ACCT-NO TO SGR-D-ACCT.
036000         MOVE SI-TO-ACCT-NO TO SGR-D-TO-ACCT.
036100         MOVE SI-OPER-CODE TO SGR-D-OPER.
036200         MOVE SI-FREQUENCY TO SGR-D-FREQ.
036300         MOVE SI-AMOUNT TO SGR-D-AMOUNT.
036400         MOVE SI-START-DATE TO SGR-D-START.
036500         MOVE SI-END-DATE TO SGR-D-END.
036600         MOVE SI-LAST-GEN-DATE TO SGR-D-LAST-GEN.
036700         IF WS-NEXT-DUE = ZERO
036800             MOVE "NONE" TO SGR-D-NEXT-DUE
036900         ELSE
037000             MOVE WS-NEXT-DUE TO SGR-D-NEXT-DUE
037100         END-IF.
037200         MOVE WS-DISPOSITION TO SGR-D-DISPOSITION.
037300         MOVE SI-DESCRIPTION TO SGR-D-DESC.
037400         WRITE PRINT-RECORD FROM SGR-DETAIL-LINE
037500             AFTER ADVANCING 1 LINE.
037600         ADD 1 TO WS-LINE-COUNT.
037700     2500-EXIT.
037800         EXIT.
037900
038000     2600-PRINT-HEADERS.
038100         ADD 1 TO WS-PAGE-COUNT.
038200         MOVE WS-RUN-DATE TO SGR-H2-RUN-DATE.
038300         MOVE WS-PAGE-COUNT TO SGR-H2-PAGE.
038400         WRITE PRINT-RECORD FROM SGR-HEADER-1
038500             AFTER ADVANCING PAGE.
038600         WRITE PRINT-RECORD FROM SGR-HEADER-2
038700             AFTER ADVANCING 1 LINE.
038800         WRITE PRINT-RECORD FROM SGR-HEADER-3
038900             AFTER ADVANCING 2 LINES.
039000         MOVE 4 TO WS-LINE-COUNT.
039100     2600-EXIT.
039200         EXIT.
039300
039400     3100-WRITE-BATCH-TRAILER.
039500         MOVE SPACES TO TRAN-RECORD.
039600         MOVE "T" TO TRAN-REC-TYPE.
039700         MOVE WS-GEN-COUNT TO TRAN-TRL-REC-COUNT.
039800         MOVE WS-GEN-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL.
039900         WRITE TRAN-RECORD.
040000     3100-EXIT.
040100         EXIT.
040200
040300     4000-COMPUTE-NEXT-DUE.
040400         IF SI-LAST-GEN-DATE = ZERO
040500                 OR SI-LAST-GEN-DATE < SI-START-DATE
040600             MOVE SI-START-DATE TO WS-NEXT-DUE
040700             GO TO 4000-EXIT
040800         END-IF.
040900         IF SI-FREQ-MONTHLY
041000             PERFORM 4100-NEXT-MONTHLY THRU 4100-EXIT
041100             GO TO 4000-EXIT
041200         END-IF.
041300         COMPUTE WS-LAST-INTEGER =
041400             FUNCTION INTEGER-OF-DATE(SI-LAST-GEN-DATE).
041500         IF SI-FREQ-WEEKLY
041600             COMPUTE WS-START-INTEGER =
041700                 FUNCTION INTEGER-OF-DATE(SI-START-DATE)
041800             COMPUTE WS-WEEK-COUNT =
041900                 (WS-LAST-INTEGER - WS-START-INTEGER) / 7
042000             COMPUTE WS-NEXT-INTEGER =
042100                 WS-START-INTEGER + (WS-WEEK-COUNT + 1) * 7
042200         ELSE
042300             COMPUTE WS-NEXT-INTEGER = WS-LAST-INTEGER + 1
042400         END-IF.
042500         COMPUTE WS-NEXT-DUE =
042600             FUNCTION DATE-OF-INTEGER(WS-NEXT-INTEGER).
042700     4000-EXIT.
042800         EXIT.
042900
043000     4100-NEXT-MONTHLY.
043100         MOVE SI-START-DATE TO WS-DATE-WORK.
043200         MOVE WS-DATE-DD TO WS-ANCHOR-DAY.
043300         MOVE SI-LAST-GEN-DATE TO WS-DATE-WORK.
043400         PERFORM 4200-SET-ANCHOR-DAY THRU 4200-EXIT.
043500         IF WS-DATE-WORK > SI-LAST-GEN-DATE
043600             MOVE WS-DATE-WORK TO WS-NEXT-DUE
043700             GO TO 4100-EXIT
043800         END-IF.
043900         IF WS-DATE-MM = 12
044000             MOVE 1 TO WS-DATE-MM
044100             ADD 1 TO WS-DATE-YYYY
044200         ELSE
044300             ADD 1 TO WS-DATE-MM
044400         END-IF.
044500         PERFORM 4200-SET-ANCHOR-DAY THRU 4200-EXIT.
044600         MOVE WS-DATE-WORK TO WS-NEXT-DUE.
044700     4100-EXIT.
044800         EXIT.
044900
045000     4200-SET-ANCHOR-DAY.
045100         MOVE WS-DATE-YYYY TO WS-DIM-YYYY.
045200         MOVE WS-DATE-MM TO WS-DIM-MM.
045300         MOVE 1 TO WS-DIM-DD.
045400         IF WS-DIM-MM = 12
045500             MOVE 1 TO WS-DIM-MM
045600             ADD 1 TO WS-DIM-YYYY
045700         ELSE
045800             ADD 1 TO WS-DIM-MM
045900         END-IF.
046000         COMPUTE WS-DIM-INTEGER =
046100             FUNCTION INTEGER-OF-DATE(WS-DIM-DATE) - 1.
046200         COMPUTE WS-DIM-DATE =
046300             FUNCTION DATE-OF-INTEGER(WS-DIM-INTEGER).
046400         IF WS-ANCHOR-DAY > WS-DIM-DD
046500             MOVE WS-DIM-DD TO WS-DATE-DD
046600         ELSE
046700             MOVE WS-ANCHOR-DAY TO WS-DATE-DD
046800         END-IF.
046900     4200-EXIT.
047000         EXIT.
047100
047200     5000-PRINT-SUMMARY.
047300         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
047400             PERFORM 2600-PRINT-HEADERS THRU 2600-EXIT
047500         END-IF.
047600         MOVE SPACES TO SGR-SUMMARY-LINE.
047700         MOVE "INSTRUCTIONS READ:" TO SGR-S-LABEL.
047800         MOVE WS-READ-COUNT TO SGR-S-COUNT.
047900         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
048000             AFTER ADVANCING 2 LINES.
048100         MOVE "POSTINGS GENERATED:" TO SGR-S-LABEL.
048200         MOVE WS-GEN-COUNT TO SGR-S-COUNT.
048300         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
048400             AFTER ADVANCING 1 LINE.
048500         MOVE "NOT YET DUE:" TO SGR-S-LABEL.
048600         MOVE WS-NOT-DUE-COUNT TO SGR-S-COUNT.
048700         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
048800             AFTER ADVANCING 1 LINE.
048900         MOVE "SUSPENDED:" TO SGR-S-LABEL.
049000         MOVE WS-SUSPENDED-COUNT TO SGR-S-COUNT.
049100         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
049200             AFTER ADVANCING 1 LINE.
049300         MOVE "SKIPPED - EXPIRED:" TO SGR-S-LABEL.
049400         MOVE WS-EXPIRED-COUNT TO SGR-S-COUNT.
049500         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
049600             AFTER ADVANCING 1 LINE.
049700         MOVE "SKIPPED - ACCOUNT:" TO SGR-S-LABEL.
049800         MOVE WS-ACCT-SKIP-COUNT TO SGR-S-COUNT.
049900         WRITE PRINT-RECORD FROM SGR-SUMMARY-LINE
050000             AFTER ADVANCING 1 LINE.
050100         MOVE SPACES TO SGR-AMOUNT-LINE.
050200         MOVE "TRAILER HASH TOTAL:" TO SGR-A-LABEL.
050300         MOVE WS-GEN-HASH-TOTAL TO SGR-A-AMOUNT.
050400         WRITE PRINT-RECORD FROM SGR-AMOUNT-LINE
050500             AFTER ADVANCING 1 LINE.
050600         MOVE "NET AMOUNT GENERATED:" TO SGR-A-LABEL.
050700         MOVE WS-GEN-AMOUNT-TOTAL TO SGR-A-AMOUNT.
050800         WRITE PRINT-RECORD FROM SGR-AMOUNT-LINE
050900             AFTER ADVANCING 1 LINE.
051000         MOVE SPACES TO SGR-MESSAGE-LINE.
051100         IF WS-GEN-COUNT = ZERO
051200             MOVE "NO INSTRUCTIONS DUE - EMPTY BATCH WRITTEN"
051300                 TO SGR-M-TEXT
051400             MOVE 4 TO RETURN-CODE
051500         ELSE
051600             MOVE "BATCH SUMSIGEN WRITTEN TO SITRAN FOR POSTING"
051700                 TO SGR-M-TEXT
051800         END-IF.
051900         WRITE PRINT-RECORD FROM SGR-MESSAGE-LINE
052000             AFTER ADVANCING 2 LINES.
052100         DISPLAY "STANDING INSTRUCTIONS COMPLETE - READ "
052200             WS-READ-COUNT " GENERATED " WS-GEN-COUNT
052300             " SKIPPED " WS-ACCT-SKIP-COUNT.
052400     5000-EXIT.
052500         EXIT.
052600
052700     9000-TERMINATE.
052800         IF SI-MASTER-MISSING
052900             GO TO 9000-EXIT
053000         END-IF.
053100         CLOSE STANDING-INSTR-FILE.
053200         IF ACCT-MASTER-MISSING
053300             GO TO 9000-EXIT
053400         END-IF.
053500         CLOSE ACCOUNT-FILE.
053600         CLOSE SI-TRAN-FILE.
053700         CLOSE REPORT-FILE.
053800     9000-EXIT.
053900         EXIT.
054000
054100     END PROGRAM SUMSIGEN.
