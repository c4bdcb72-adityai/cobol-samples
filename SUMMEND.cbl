      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Month-end period close - closes one accounting month
      *          (the SUMMENDMON environment parameter, YYYYMM;
      *          default the month before the run date) on the
      *          posting-period control dataset (PERREC copybook,
      *          SUMPERCT).  The close proceeds only when every
      *          business day recorded for the month on the day-end
      *          control dataset (DAYREC copybook, SUMDAYCT) is
      *          closed with a clean reconciliation, every GL feed
      *          generation for the month on the GL generation
      *          register (GENREC copybook, GLGENREG) is accepted by
      *          GL, every closed day has its generation, no posting
      *          is dated on a day that never closed, and the
      *          month's postings tie to the generations in count
      *          and net amount.  Each condition not met is listed
      *          and the month is left open.  The month-end account
      *          summary (MENDRPT) is built from the posting history
      *          (AUDREC copybook, the AUDARCH generations then the
      *          live AUDITLOG) and the account master (ACCTREC
      *          copybook, ACCTMST): opening balance, debits,
      *          credits, number of postings and closing balance for
      *          every account, with grand totals tied to the
      *          month's GL generations.  Each account's closing
      *          balance is also compared with its master balance
      *          less the postings dated after the month.  Once a
      *          month is closed, SUM, SUMFIX and SUMSUSP refuse to
      *          post anything dated into it.  RETURN-CODE 4 when the
      *          month closed with warnings (master disagreements,
      *          accounts not on the master, an opening balance that
      *          differs from the prior month's close), 8 when the
      *          close was refused, 12 when the month named is not
      *          valid, not yet over or already closed, or the period
      *          control dataset will not open.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMMEND.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT PERIOD-CONTROL-FILE ASSIGN TO "SUMPERCT"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS PER-KEY
001000             FILE STATUS IS WS-PER-FILE-STATUS.
001100         SELECT DAY-CONTROL-FILE ASSIGN TO "SUMDAYCT"
001200             ORGANIZATION IS INDEXED
001300             ACCESS MODE IS SEQUENTIAL
001400             RECORD KEY IS DAY-KEY
001500             FILE STATUS IS WS-DAY-FILE-STATUS.
001600         SELECT GEN-REGISTER-FILE ASSIGN TO "GLGENREG"
001700             ORGANIZATION IS INDEXED
001800             ACCESS MODE IS SEQUENTIAL
001900             RECORD KEY IS GEN-KEY
002000             FILE STATUS IS WS-GEN-FILE-STATUS.
002100         SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
002200             ORGANIZATION IS SEQUENTIAL
002300             FILE STATUS IS WS-ARCH-FILE-STATUS.
002400         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002500             ORGANIZATION IS SEQUENTIAL
002600             FILE STATUS IS WS-AUDIT-FILE-STATUS.
002700         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
002800             ORGANIZATION IS INDEXED
002900             RECORD KEY IS ACCT-NO
003000             FILE STATUS IS WS-ACCT-FILE-STATUS.
003100         SELECT REPORT-FILE ASSIGN TO "MENDRPT"
003200             ORGANIZATION IS SEQUENTIAL.
003300     DATA DIVISION.
003400     FILE SECTION.
003500     FD  PERIOD-CONTROL-FILE
003600         RECORD CONTAINS 73 CHARACTERS.
003700     COPY PERREC.
003800     FD  DAY-CONTROL-FILE
003900         RECORD CONTAINS 26 CHARACTERS.
004000     COPY DAYREC.
004100     FD  GEN-REGISTER-FILE
004200         RECORD CONTAINS 49 CHARACTERS.
004300     COPY GENREC.
004400     FD  ARCHIVE-FILE
004500         RECORD CONTAINS 102 CHARACTERS.
004600     01  ARCHIVE-RECORD                  PIC X(102).
004700     FD  AUDIT-FILE
004800         RECORD CONTAINS 102 CHARACTERS.
004900     COPY AUDREC.
005000     FD  ACCOUNT-FILE
005100         RECORD CONTAINS 67 CHARACTERS.
005200     COPY ACCTREC.
005300     FD  REPORT-FILE
005400         RECORD CONTAINS 132 CHARACTERS.
005500     01  PRINT-RECORD                    PIC X(132).
005600     WORKING-STORAGE SECTION.
005700     01  WS-DAY-EOF-SWITCH               PIC X(01) VALUE "N".
005800         88  DAY-EOF                     VALUE "Y".
005900         88  DAY-NOT-EOF                 VALUE "N".
006000
006100     01  WS-GEN-EOF-SWITCH               PIC X(01) VALUE "N".
006200         88  GEN-EOF                     VALUE "Y".
006300         88  GEN-NOT-EOF                 VALUE "N".
006400
006500     01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
006600         88  ARCH-EOF                    VALUE "Y".
006700         88  ARCH-NOT-EOF                VALUE "N".
006800
006900     01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
007000         88  AUDIT-EOF                   VALUE "Y".
007100         88  AUDIT-NOT-EOF               VALUE "N".
007200
007300     01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
007400         88  ACCT-EOF                    VALUE "Y".
007500         88  ACCT-NOT-EOF                VALUE "N".
007600
007700     01  WS-PER-FILE-STATUS              PIC X(02).
007800         88  PER-FILE-OK                 VALUE "00".
007900         88  PER-FILE-NOT-FOUND          VALUE "35".
008000     01  WS-DAY-FILE-STATUS              PIC X(02).
008100         88  DAY-FILE-OK                 VALUE "00".
008200         88  DAY-FILE-NOT-FOUND          VALUE "35".
008300     01  WS-GEN-FILE-STATUS              PIC X(02).
008400         88  GEN-FILE-OK                 VALUE "00".
008500         88  GEN-FILE-NOT-FOUND          VALUE "35".
008600     01  WS-ARCH-FILE-STATUS             PIC X(02).
008700         88  ARCH-FILE-OK                VALUE "00".
008800         88  ARCH-FILE-NOT-FOUND         VALUE "35".
008900     01  WS-AUDIT-FILE-STATUS            PIC X(02).
009000         88  AUDIT-FILE-OK               VALUE "00".
009100         88  AUDIT-FILE-NOT-FOUND        VALUE "35".
009200     01  WS-ACCT-FILE-STATUS             PIC X(02).
009300         88  ACCT-FILE-OK                VALUE "00".
009400         88  ACCT-FILE-NOT-FOUND         VALUE "35".
009500
009600     01  WS-PER-OPEN-SWITCH              PIC X(01) VALUE "N".
009700         88  PER-FILE-OPEN               VALUE "Y".
009800         88  PER-FILE-NOT-OPEN           VALUE "N".
009900
010000     01  WS-RPT-OPEN-SWITCH              PIC X(01) VALUE "N".
010100         88  REPORT-OPEN                 VALUE "Y".
010200         88  REPORT-NOT-OPEN             VALUE "N".
010300
010400     01  WS-PER-FOUND-SWITCH             PIC X(01) VALUE "N".
010500         88  PER-REC-FOUND               VALUE "Y".
010600         88  PER-REC-NOT-FOUND           VALUE "N".
010700
010800     01  WS-PRIOR-SWITCH                 PIC X(01) VALUE "N".
010900         88  PRIOR-PERIOD-CLOSED         VALUE "Y".
011000         88  PRIOR-PERIOD-NOT-CLOSED     VALUE "N".
011100
011200     01  WS-ENTRY-SWITCH                 PIC X(01).
011300         88  ENTRY-FOUND                 VALUE "Y".
011400         88  ENTRY-NOT-FOUND             VALUE "N".
011500
011600     01  WS-DAY-ENTRY-SWITCH             PIC X(01).
011700         88  DAY-ENTRY-FOUND             VALUE "Y".
011800         88  DAY-ENTRY-NOT-FOUND         VALUE "N".
011900
012000     01  WS-TIE-SWITCH                   PIC X(01) VALUE "N".
012100         88  TIE-OK                      VALUE "Y".
012200         88  TIE-FAILED                  VALUE "N".
012300
012400     01  WS-RUN-DATE                     PIC 9(8).
012500     01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
012600         05  WS-RUN-YEAR                 PIC 9(4).
012700         05  WS-RUN-MONTH                PIC 9(2).
012800         05  FILLER                      PIC 9(2).
012900     01  WS-RUN-TIME                     PIC 9(8).
013000     01  WS-OPERATOR-ID                  PIC X(08).
013100
013200     01  WS-PERIOD-ENV                   PIC X(06) VALUE SPACES.
013300     01  WS-PERIOD.
013400         05  WS-PERIOD-YEAR              PIC 9(4).
013500         05  WS-PERIOD-MONTH             PIC 9(2).
013600     01  WS-PERIOD-X REDEFINES WS-PERIOD PIC X(06).
013700     01  WS-PRIOR-PERIOD.
013800         05  WS-PRIOR-YEAR               PIC 9(4).
013900         05  WS-PRIOR-MONTH              PIC 9(2).
014000     01  WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD
014100                                         PIC X(06).
014200     01  WS-PERIOD-START                 PIC 9(8).
014300     01  WS-PERIOD-END                   PIC 9(8).
014400     01  WS-NEXT-START                   PIC 9(8).
014500     01  WS-END-INTEGER                  PIC 9(8) COMP.
014600     01  WS-START-KEY                    PIC X(08).
014700     01  WS-END-KEY                      PIC X(08).
014800     01  WS-PRIOR-CLOSING                PIC S9(11)V99 COMP
014900                                         VALUE ZERO.
015000
015100     01  WS-DAY-USED                     PIC 9(4) COMP VALUE ZERO.
015200     01  WS-DAY-IX                       PIC 9(4) COMP.
015300     01  WS-FIND-DATE                    PIC 9(08).
015400     01  WS-DAY-TABLE.
015500         05  WS-DAY-ENTRY                OCCURS 31 TIMES.
015600             10  WS-DTB-DATE             PIC 9(08).
015700             10  WS-DTB-CONTROL          PIC X(01).
015800             10  WS-DTB-CLOSED           PIC X(01).
015900             10  WS-DTB-GEN              PIC X(01).
016000
016100     01  WS-ACB-USED                     PIC 9(4) COMP VALUE ZERO.
016200     01  WS-ACB-IX                       PIC 9(4) COMP.
016300     01  WS-ACB-FULL-SWITCH              PIC X(01) VALUE "N".
016400         88  ACB-TABLE-FULL              VALUE "Y".
016500         88  ACB-TABLE-NOT-FULL          VALUE "N".
016600     01  WS-ACB-TABLE.
016700         05  WS-ACB-ENTRY                OCCURS 2000 TIMES.
016800             10  WS-ACB-ACCT             PIC 9(06).
016900             10  WS-ACB-OPENING          PIC S9(11)V99 COMP.
017000             10  WS-ACB-DEBITS           PIC S9(11)V99 COMP.
017100             10  WS-ACB-CREDITS          PIC S9(11)V99 COMP.
017200             10  WS-ACB-POSTINGS         PIC 9(7) COMP.
017300             10  WS-ACB-LATER            PIC S9(11)V99 COMP.
017400             10  WS-ACB-MATCHED          PIC X(01).
017500
017600     01  WS-OPENING                      PIC S9(11)V99 COMP.
017700     01  WS-DEBITS                       PIC S9(11)V99 COMP.
017800     01  WS-CREDITS                      PIC S9(11)V99 COMP.
017900     01  WS-POSTINGS                     PIC 9(7) COMP.
018000     01  WS-LATER                        PIC S9(11)V99 COMP.
018100     01  WS-CLOSING                      PIC S9(11)V99 COMP.
018200     01  WS-MASTER-AT-END                PIC S9(11)V99 COMP.
018300
018400     01  WS-MONTH-COUNT                  PIC 9(9) COMP VALUE ZERO.
018500     01  WS-MONTH-DEBITS                 PIC S9(11)V99 COMP
018600                                         VALUE ZERO.
018700     01  WS-MONTH-CREDITS                PIC S9(11)V99 COMP
018800                                         VALUE ZERO.
018900     01  WS-MONTH-NET                    PIC S9(11)V99 COMP
019000                                         VALUE ZERO.
019100     01  WS-GEN-COUNT                    PIC 9(9) COMP VALUE ZERO.
019200     01  WS-GEN-REC-TOTAL                PIC 9(9) COMP VALUE ZERO.
019300     01  WS-GEN-NET-TOTAL                PIC S9(11)V99 COMP
019400                                         VALUE ZERO.
019500
019600     01  WS-TOT-OPENING                  PIC S9(11)V99 COMP
019700                                         VALUE ZERO.
019800     01  WS-TOT-DEBITS                   PIC S9(11)V99 COMP
019900                                         VALUE ZERO.
020000     01  WS-TOT-CREDITS                  PIC S9(11)V99 COMP
020100                                         VALUE ZERO.
020200     01  WS-TOT-POSTINGS                 PIC 9(9) COMP VALUE ZERO.
020300     01  WS-TOT-CLOSING                  PIC S9(11)V99 COMP
020400                                         VALUE ZERO.
020500
020600     01  WS-AUD-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
020700     01  WS-ACCT-COUNT                   PIC 9(9) COMP VALUE ZERO.
020800     01  WS-AUDIT-ONLY-COUNT             PIC 9(9) COMP VALUE ZERO.
020900     01  WS-MASTER-DIFF-COUNT            PIC 9(9) COMP VALUE ZERO.
021000     01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE ZERO.
021100     01  WS-WARNING-COUNT                PIC 9(9) COMP VALUE ZERO.
021200
021300     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
021400     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
021500     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
021600     01  WS-PRINT-LINE                   PIC X(132).
021700     01  WS-COLUMN-LINE                  PIC X(132).
021800
021900     01  MEN-HEADER-1.
022000         05  FILLER                      PIC X(45) VALUE SPACES.
022100         05  FILLER                      PIC X(30)
022200             VALUE "SUM MONTH-END ACCOUNT SUMMARY".
022300         05  FILLER                      PIC X(57) VALUE SPACES.
022400
022500     01  MEN-HEADER-2.
022600         05  FILLER                      PIC X(01) VALUE SPACES.
022700         05  FILLER                      PIC X(10)
022800             VALUE "RUN DATE: ".
022900         05  MEN-H2-RUN-DATE             PIC 9(8).
023000         05  FILLER                      PIC X(04) VALUE SPACES.
023100         05  FILLER                      PIC X(08)
023200             VALUE "PERIOD: ".
023300         05  MEN-H2-PERIOD               PIC X(06).
023400         05  FILLER                      PIC X(02) VALUE " (".
023500         05  MEN-H2-START                PIC 9(8).
023600         05  FILLER                      PIC X(04) VALUE " TO ".
023700         05  MEN-H2-END                  PIC 9(8).
023800         05  FILLER                      PIC X(01) VALUE ")".
023900         05  FILLER                      PIC X(04) VALUE SPACES.
024000         05  FILLER                      PIC X(06) VALUE "PAGE: ".
024100         05  MEN-H2-PAGE                 PIC ZZ9.
024200         05  FILLER                      PIC X(59) VALUE SPACES.
024300
024400     01  MEN-SECTION-LINE.
024500         05  FILLER                      PIC X(01) VALUE SPACES.
024600         05  MEN-T-TITLE                 PIC X(60).
024700         05  FILLER                      PIC X(71) VALUE SPACES.
024800
024900     01  MEN-EXCEPTION-HEADER.
025000         05  FILLER                      PIC X(01) VALUE SPACES.
025100         05  FILLER                      PIC X(10) VALUE "DATE".
025200         05  FILLER                      PIC X(12) VALUE "SOURCE".
025300         05  FILLER                      PIC X(70)
025400             VALUE "CONDITION NOT MET".
025500         05  FILLER                      PIC X(39) VALUE SPACES.
025600
025700     01  MEN-EXCEPTION-LINE.
025800         05  FILLER                      PIC X(01) VALUE SPACES.
025900         05  MEN-X-DATE                  PIC X(08).
026000         05  FILLER                      PIC X(02) VALUE SPACES.
026100         05  MEN-X-SOURCE                PIC X(10).
026200         05  FILLER                      PIC X(02) VALUE SPACES.
026300         05  MEN-X-TEXT                  PIC X(70).
026400         05  FILLER                      PIC X(39) VALUE SPACES.
026500
026600     01  MEN-ACCOUNT-HEADER.
026700         05  FILLER                      PIC X(01) VALUE SPACES.
026800         05  FILLER                      PIC X(08)
026900             VALUE "ACCOUNT".
027000         05  FILLER                      PIC X(23) VALUE "NAME".
027100         05  FILLER                      PIC X(18)
027200             VALUE "   OPENING BALANCE".
027300         05  FILLER                      PIC X(01) VALUE SPACES.
027400         05  FILLER                      PIC X(18)
027500             VALUE "            DEBITS".
027600         05  FILLER                      PIC X(01) VALUE SPACES.
027700         05  FILLER                      PIC X(18)
027800             VALUE "           CREDITS".
027900         05  FILLER                      PIC X(01) VALUE SPACES.
028000         05  FILLER                      PIC X(07)
028100             VALUE "  POSTS".
028200         05  FILLER                      PIC X(01) VALUE SPACES.
028300         05  FILLER                      PIC X(18)
028400             VALUE "   CLOSING BALANCE".
028500         05  FILLER                      PIC X(02) VALUE SPACES.
028600         05  FILLER                      PIC X(10) VALUE "FLAG".
028700         05  FILLER                      PIC X(05) VALUE SPACES.
028800
028900     01  MEN-DETAIL-LINE.
029000         05  FILLER                      PIC X(01) VALUE SPACES.
029100         05  MEN-D-ACCT                  PIC 9(06).
029200         05  FILLER                      PIC X(02) VALUE SPACES.
029300         05  MEN-D-NAME                  PIC X(22).
029400         05  FILLER                      PIC X(01) VALUE SPACES.
029500         05  MEN-D-OPENING               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
029600         05  FILLER                      PIC X(01) VALUE SPACES.
029700         05  MEN-D-DEBITS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
029800         05  FILLER                      PIC X(01) VALUE SPACES.
029900         05  MEN-D-CREDITS               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
030000         05  FILLER                      PIC X(01) VALUE SPACES.
030100         05  MEN-D-POSTINGS              PIC ZZZ,ZZ9.
030200         05  FILLER                      PIC X(01) VALUE SPACES.
030300         05  MEN-D-CLOSING               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
030400         05  FILLER                      PIC X(02) VALUE SPACES.
030500         05  MEN-D-FLAG                  PIC X(10).
030600         05  FILLER                      PIC X(05) VALUE SPACES.
030700
030800     01  MEN-TOTAL-LINE.
030900         05  FILLER                      PIC X(01) VALUE SPACES.
031000         05  FILLER                      PIC X(31)
031100             VALUE "GRAND TOTALS".
031200         05  MEN-T-OPENING               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
031300         05  FILLER                      PIC X(01) VALUE SPACES.
031400         05  MEN-T-DEBITS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
031500         05  FILLER                      PIC X(01) VALUE SPACES.
031600         05  MEN-T-CREDITS               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
031700         05  FILLER                      PIC X(01) VALUE SPACES.
031800         05  MEN-T-POSTINGS              PIC ZZZ,ZZ9.
031900         05  FILLER                      PIC X(01) VALUE SPACES.
032000         05  MEN-T-CLOSING               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
032100         05  FILLER                      PIC X(17) VALUE SPACES.
032200
032300     01  MEN-SUMMARY-LINE.
032400         05  FILLER                      PIC X(01) VALUE SPACES.
032500         05  MEN-S-LABEL                 PIC X(36).
032600         05  MEN-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
032700         05  FILLER                      PIC X(84) VALUE SPACES.
032800
032900     01  MEN-AMOUNT-LINE.
033000         05  FILLER                      PIC X(01) VALUE SPACES.
033100         05  MEN-A-LABEL                 PIC X(36).
033200         05  MEN-A-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
033300         05  FILLER                      PIC X(77) VALUE SPACES.
033400
033500     01  MEN-MESSAGE-LINE.
033600         05  FILLER                      PIC X(01) VALUE SPACES.
033700         05  MEN-M-TEXT                  PIC X(75).
033800         05  FILLER                      PIC X(56) VALUE SPACES.
033900
034000     PROCEDURE DIVISION.
034100
034200     0000-MAINLINE.
034300         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034400         IF RETURN-CODE NOT = ZERO
034500             GO TO 0000-TERMINATE
034600         END-IF.
034700         PERFORM 2000-CHECK-DAYS THRU 2000-EXIT.
034800         PERFORM 2500-CHECK-GENERATIONS THRU 2500-EXIT.
034900         PERFORM 3000-LOAD-POSTINGS THRU 3000-EXIT.
035000         PERFORM 3800-CHECK-TIE THRU 3800-EXIT.
035100         PERFORM 4000-ACCOUNT-SUMMARY THRU 4000-EXIT.
035200         PERFORM 4500-AUDIT-ONLY-ACCOUNTS THRU 4500-EXIT.
035300         PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT.
035400         PERFORM 5100-PRINT-TOTALS THRU 5100-EXIT.
035500     0000-TERMINATE.
035600         PERFORM 9000-TERMINATE THRU 9000-EXIT.
035700         STOP RUN.
035800
035900     1000-INITIALIZE.
036000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036100         ACCEPT WS-RUN-TIME FROM TIME.
036200         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
036300         ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "SUMMENDMON".
036400         PERFORM 1050-SET-PERIOD THRU 1050-EXIT.
036500         IF RETURN-CODE NOT = ZERO
036600             GO TO 1000-EXIT
036700         END-IF.
036800         PERFORM 1100-SET-PERIOD-DATES THRU 1100-EXIT.
036900         IF WS-PERIOD-END > WS-RUN-DATE
037000             DISPLAY "MONTH-END CLOSE REFUSED - PERIOD "
037100                 WS-PERIOD-X " DOES NOT END UNTIL "
037200                 WS-PERIOD-END
037300             MOVE 12 TO RETURN-CODE
037400             GO TO 1000-EXIT
037500         END-IF.
037600         OPEN I-O PERIOD-CONTROL-FILE.
037700         IF PER-FILE-NOT-FOUND
037800             OPEN OUTPUT PERIOD-CONTROL-FILE
037900             CLOSE PERIOD-CONTROL-FILE
038000             OPEN I-O PERIOD-CONTROL-FILE
038100         END-IF.
038200         IF NOT PER-FILE-OK
038300             DISPLAY "PERIOD CONTROL DATASET WILL NOT OPEN - "
038400                 "STATUS " WS-PER-FILE-STATUS
038500                 " - CLOSE NOT RUN"
038600             MOVE 12 TO RETURN-CODE
038700             GO TO 1000-EXIT
038800         END-IF.
038900         SET PER-FILE-OPEN TO TRUE.
039000         PERFORM 1200-READ-PRIOR-PERIOD THRU 1200-EXIT.
039100         SET PER-REC-FOUND TO TRUE.
039200         MOVE WS-PERIOD-X TO PER-KEY.
039300         READ PERIOD-CONTROL-FILE
039400             INVALID KEY
039500                 SET PER-REC-NOT-FOUND TO TRUE
039600         END-READ.
039700         IF PER-REC-FOUND AND PER-CLOSED
039800             DISPLAY "MONTH-END CLOSE REFUSED - PERIOD "
039900                 WS-PERIOD-X " ALREADY CLOSED ON "
040000                 PER-CLOSE-DATE " AT " PER-CLOSE-TIME
040100                 " BY " PER-CLOSE-OPERATOR
040200             MOVE 12 TO RETURN-CODE
040300             GO TO 1000-EXIT
040400         END-IF.
040500         OPEN OUTPUT REPORT-FILE.
040600         SET REPORT-OPEN TO TRUE.
040700         DISPLAY "MONTH-END CLOSE - PERIOD " WS-PERIOD-X
040800             " - " WS-PERIOD-START " TO " WS-PERIOD-END.
040900     1000-EXIT.
041000         EXIT.
041100
041200     1050-SET-PERIOD.
041300         IF WS-PERIOD-ENV = SPACES
041400             MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
041500             IF WS-RUN-MONTH = 1
041600                 MOVE 12 TO WS-PERIOD-MONTH
041700                 SUBTRACT 1 FROM WS-PERIOD-YEAR
041800             ELSE
041900                 COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
042000             END-IF
042100             GO TO 1050-EXIT
042200         END-IF.
042300         IF WS-PERIOD-ENV IS NOT NUMERIC
042400             DISPLAY "SUMMENDMON " WS-PERIOD-ENV
042500                 " IS NOT A YYYYMM PERIOD - CLOSE NOT RUN"
042600             MOVE 12 TO RETURN-CODE
042700             GO TO 1050-EXIT
042800         END-IF.
042900         MOVE WS-PERIOD-ENV TO WS-PERIOD-X.
043000         IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
043100                 OR WS-PERIOD-YEAR < 1601
043200             DISPLAY "SUMMENDMON " WS-PERIOD-ENV
043300                 " IS NOT A YYYYMM PERIOD - CLOSE NOT RUN"
043400             MOVE 12 TO RETURN-CODE
043500         END-IF.
043600     1050-EXIT.
043700         EXIT.
043800
043900     1100-SET-PERIOD-DATES.
044000         COMPUTE WS-PERIOD-START = WS-PERIOD-YEAR * 10000
044100             + WS-PERIOD-MONTH * 100 + 1.
044200         IF WS-PERIOD-MONTH = 12
044300             COMPUTE WS-NEXT-START =
044400                 (WS-PERIOD-YEAR + 1) * 10000 + 101
044500         ELSE
044600             COMPUTE WS-NEXT-START = WS-PERIOD-START + 100
044700         END-IF.
044800         COMPUTE WS-END-INTEGER =
044900             FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1.
045000         COMPUTE WS-PERIOD-END =
045100             FUNCTION DATE-OF-INTEGER(WS-END-INTEGER).
045200         MOVE WS-PERIOD-START TO WS-START-KEY.
045300         MOVE WS-PERIOD-END TO WS-END-KEY.
045400         MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR.
045500         IF WS-PERIOD-MONTH = 1
045600             MOVE 12 TO WS-PRIOR-MONTH
045700             SUBTRACT 1 FROM WS-PRIOR-YEAR
045800         ELSE
045900             COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
046000         END-IF.
046100     1100-EXIT.
046200         EXIT.
046300
046400     1200-READ-PRIOR-PERIOD.
046500         SET PRIOR-PERIOD-NOT-CLOSED TO TRUE.
046600         MOVE WS-PRIOR-PERIOD-X TO PER-KEY.
046700         READ PERIOD-CONTROL-FILE
046800             INVALID KEY
046900                 GO TO 1200-EXIT
047000         END-READ.
047100         IF PER-CLOSED
047200             SET PRIOR-PERIOD-CLOSED TO TRUE
047300             MOVE PER-CLOSING-TOTAL TO WS-PRIOR-CLOSING
047400         END-IF.
047500     1200-EXIT.
047600         EXIT.
047700
047800     2000-CHECK-DAYS.
047900         OPEN INPUT DAY-CONTROL-FILE.
048000         IF NOT DAY-FILE-OK
048100             MOVE SPACES TO MEN-EXCEPTION-LINE
048200             MOVE "SUMDAYCT" TO MEN-X-SOURCE
048300             MOVE "DAY-END CONTROL DATASET WILL NOT OPEN - NO DAY"
048400                 TO MEN-X-TEXT(1:46)
048500             MOVE " CAN BE SHOWN CLOSED" TO MEN-X-TEXT(47:20)
048600             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
048700             GO TO 2000-EXIT
048800         END-IF.
048900         MOVE WS-START-KEY TO DAY-KEY.
049000         START DAY-CONTROL-FILE KEY NOT < DAY-KEY
049100             INVALID KEY
049200                 SET DAY-EOF TO TRUE
049300         END-START.
049400         IF DAY-NOT-EOF
049500             PERFORM 2150-READ-DAY THRU 2150-EXIT
049600         END-IF.
049700         PERFORM 2100-CHECK-DAY-ONE THRU 2100-EXIT
049800             UNTIL DAY-EOF.
049900         CLOSE DAY-CONTROL-FILE.
050000         IF WS-DAY-USED = ZERO
050100             MOVE SPACES TO MEN-EXCEPTION-LINE
050200             MOVE "SUMDAYCT" TO MEN-X-SOURCE
050300             MOVE "NO BUSINESS DAY IS RECORDED FOR THE PERIOD"
050400                 TO MEN-X-TEXT
050500             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
050600         END-IF.
050700     2000-EXIT.
050800         EXIT.
050900
051000     2100-CHECK-DAY-ONE.
051100         IF WS-DAY-USED < 31
051200             ADD 1 TO WS-DAY-USED
051300             MOVE DAY-KEY TO WS-DTB-DATE(WS-DAY-USED)
051400             MOVE "Y" TO WS-DTB-CONTROL(WS-DAY-USED)
051500             MOVE "N" TO WS-DTB-CLOSED(WS-DAY-USED)
051600             MOVE "N" TO WS-DTB-GEN(WS-DAY-USED)
051700             IF DAY-CLOSED
051800                 MOVE "Y" TO WS-DTB-CLOSED(WS-DAY-USED)
051900             END-IF
052000         END-IF.
052100         IF NOT DAY-CLOSED
052200             MOVE SPACES TO MEN-EXCEPTION-LINE
052300             MOVE DAY-KEY TO MEN-X-DATE
052400             MOVE "SUMDAYCT" TO MEN-X-SOURCE
052500             MOVE "DAY NOT CLOSED BY THE DAY-END CUT-OFF"
052600                 TO MEN-X-TEXT
052700             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
052800         END-IF.
052900         IF DAY-RECON-EXCEPTIONS
053000             MOVE SPACES TO MEN-EXCEPTION-LINE
053100             MOVE DAY-KEY TO MEN-X-DATE
053200             MOVE "SUMDAYCT" TO MEN-X-SOURCE
053300             MOVE "RECONCILIATION RAN WITH EXCEPTIONS"
053400                 TO MEN-X-TEXT
053500             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
053600         END-IF.
053700         IF DAY-RECON-NOT-RUN
053800             MOVE SPACES TO MEN-EXCEPTION-LINE
053900             MOVE DAY-KEY TO MEN-X-DATE
054000             MOVE "SUMDAYCT" TO MEN-X-SOURCE
054100             MOVE "RECONCILIATION HAS NOT RUN FOR THE DAY"
054200                 TO MEN-X-TEXT
054300             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
054400         END-IF.
054500         PERFORM 2150-READ-DAY THRU 2150-EXIT.
054600     2100-EXIT.
054700         EXIT.
054800
054900     2150-READ-DAY.
055000         READ DAY-CONTROL-FILE NEXT RECORD
055100             AT END
055200                 SET DAY-EOF TO TRUE
055300             NOT AT END
055400                 IF DAY-KEY > WS-END-KEY
055500                     SET DAY-EOF TO TRUE
055600                 END-IF
055700         END-READ.
055800     2150-EXIT.
055900         EXIT.
056000
056100     2500-CHECK-GENERATIONS.
056200         OPEN INPUT GEN-REGISTER-FILE.
056300         IF NOT GEN-FILE-OK
056400             MOVE SPACES TO MEN-EXCEPTION-LINE
056500             MOVE "GLGENREG" TO MEN-X-SOURCE
056600             MOVE "GENERATION REGISTER UNAVAILABLE - STATUS"
056700                 TO MEN-X-TEXT(1:40)
056800             MOVE WS-GEN-FILE-STATUS TO MEN-X-TEXT(42:2)
056900             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
057000             GO TO 2500-CHECK-DAYS
057100         END-IF.
057200         MOVE WS-START-KEY TO GEN-KEY.
057300         START GEN-REGISTER-FILE KEY NOT < GEN-KEY
057400             INVALID KEY
057500                 SET GEN-EOF TO TRUE
057600         END-START.
057700         IF GEN-NOT-EOF
057800             PERFORM 2650-READ-GEN THRU 2650-EXIT
057900         END-IF.
058000         PERFORM 2600-CHECK-GEN-ONE THRU 2600-EXIT
058100             UNTIL GEN-EOF.
058200         CLOSE GEN-REGISTER-FILE.
058300     2500-CHECK-DAYS.
058400         MOVE 1 TO WS-DAY-IX.
058500         PERFORM 2700-CHECK-DAY-GEN THRU 2700-EXIT
058600             UNTIL WS-DAY-IX > WS-DAY-USED.
058700     2500-EXIT.
058800         EXIT.
058900
059000     2600-CHECK-GEN-ONE.
059100         ADD 1 TO WS-GEN-COUNT.
059200         ADD GEN-REC-COUNT TO WS-GEN-REC-TOTAL.
059300         ADD GEN-NET-AMOUNT TO WS-GEN-NET-TOTAL.
059400         MOVE GEN-KEY TO WS-FIND-DATE.
059500         PERFORM 7100-FIND-DAY THRU 7100-EXIT.
059600         IF DAY-ENTRY-FOUND
059700             MOVE "Y" TO WS-DTB-GEN(WS-DAY-IX)
059800         END-IF.
059900         IF GEN-CUT
060000             MOVE SPACES TO MEN-EXCEPTION-LINE
060100             MOVE GEN-KEY TO MEN-X-DATE
060200             MOVE "GLGENREG" TO MEN-X-SOURCE
060300             MOVE "GENERATION NOT YET ACKNOWLEDGED BY GL"
060400                 TO MEN-X-TEXT
060500             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
060600         END-IF.
060700         IF GEN-DISPUTED
060800             MOVE SPACES TO MEN-EXCEPTION-LINE
060900             MOVE GEN-KEY TO MEN-X-DATE
061000             MOVE "GLGENREG" TO MEN-X-SOURCE
061100             MOVE "GENERATION DISPUTED BY GL - NOT ACCEPTED"
061200                 TO MEN-X-TEXT
061300             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
061400         END-IF.
061500         PERFORM 2650-READ-GEN THRU 2650-EXIT.
061600     2600-EXIT.
061700         EXIT.
061800
061900     2650-READ-GEN.
062000         READ GEN-REGISTER-FILE NEXT RECORD
062100             AT END
062200                 SET GEN-EOF TO TRUE
062300             NOT AT END
062400                 IF GEN-KEY > WS-END-KEY
062500                     SET GEN-EOF TO TRUE
062600                 END-IF
062700         END-READ.
062800     2650-EXIT.
062900         EXIT.
063000
063100     2700-CHECK-DAY-GEN.
063200         IF WS-DTB-CLOSED(WS-DAY-IX) = "Y"
063300                 AND WS-DTB-GEN(WS-DAY-IX) = "N"
063400             MOVE SPACES TO MEN-EXCEPTION-LINE
063500             MOVE WS-DTB-DATE(WS-DAY-IX) TO MEN-X-DATE
063600             MOVE "GLGENREG" TO MEN-X-SOURCE
063700             MOVE "NO GL GENERATION RECORDED FOR THE CLOSED DAY"
063800                 TO MEN-X-TEXT
063900             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
064000         END-IF.
064100         ADD 1 TO WS-DAY-IX.
064200     2700-EXIT.
064300         EXIT.
064400
064500     3000-LOAD-POSTINGS.
064600         OPEN INPUT ARCHIVE-FILE.
064700         IF ARCH-FILE-NOT-FOUND
064800             DISPLAY "NO AUDIT ARCHIVE PRESENT - OPENING "
064900                 "BALANCES COME FROM THE LIVE AUDIT LOG ONLY"
065000         ELSE
065100             SET ARCH-NOT-EOF TO TRUE
065200             PERFORM 3150-READ-ARCHIVE THRU 3150-EXIT
065300             PERFORM 3100-LOAD-ARCH-ONE THRU 3100-EXIT
065400                 UNTIL ARCH-EOF
065500             CLOSE ARCHIVE-FILE
065600         END-IF.
065700         OPEN INPUT AUDIT-FILE.
065800         IF AUDIT-FILE-NOT-FOUND
065900             DISPLAY "LIVE AUDIT LOG NOT FOUND - SUMMARY "
066000                 "COVERS THE ARCHIVE ONLY"
066100             GO TO 3000-EXIT
066200         END-IF.
066300         SET AUDIT-NOT-EOF TO TRUE.
066400         PERFORM 3250-READ-AUDIT THRU 3250-EXIT.
066500         PERFORM 3200-LOAD-AUDIT-ONE THRU 3200-EXIT
066600             UNTIL AUDIT-EOF.
066700         CLOSE AUDIT-FILE.
066800     3000-EXIT.
066900         EXIT.
067000
067100     3100-LOAD-ARCH-ONE.
067200         PERFORM 3500-APPLY-POSTING THRU 3500-EXIT.
067300         PERFORM 3150-READ-ARCHIVE THRU 3150-EXIT.
067400     3100-EXIT.
067500         EXIT.
067600
067700     3150-READ-ARCHIVE.
067800         READ ARCHIVE-FILE INTO AUDIT-RECORD
067900             AT END
068000                 SET ARCH-EOF TO TRUE
068100         END-READ.
068200     3150-EXIT.
068300         EXIT.
068400
068500     3200-LOAD-AUDIT-ONE.
068600         PERFORM 3500-APPLY-POSTING THRU 3500-EXIT.
068700         PERFORM 3250-READ-AUDIT THRU 3250-EXIT.
068800     3200-EXIT.
068900         EXIT.
069000
069100     3250-READ-AUDIT.
069200         READ AUDIT-FILE INTO AUDIT-RECORD
069300             AT END
069400                 SET AUDIT-EOF TO TRUE
069500         END-READ.
069600     3250-EXIT.
069700         EXIT.
069800
069900     3500-APPLY-POSTING.
070000         ADD 1 TO WS-AUD-READ-COUNT.
070100         IF AUD-RUN-DATE NOT < WS-PERIOD-START
070200                 AND AUD-RUN-DATE NOT > WS-PERIOD-END
070300             PERFORM 3550-COUNT-MONTH-POSTING THRU 3550-EXIT
070400         END-IF.
070500         PERFORM 3600-FIND-ACCOUNT THRU 3600-EXIT.
070600         IF ENTRY-NOT-FOUND
070700             GO TO 3500-EXIT
070800         END-IF.
070900         IF AUD-RUN-DATE < WS-PERIOD-START
071000             ADD AUD-RESULT TO WS-ACB-OPENING(WS-ACB-IX)
071100             GO TO 3500-EXIT
071200         END-IF.
071300         IF AUD-RUN-DATE > WS-PERIOD-END
071400             ADD AUD-RESULT TO WS-ACB-LATER(WS-ACB-IX)
071500             GO TO 3500-EXIT
071600         END-IF.
071700         ADD 1 TO WS-ACB-POSTINGS(WS-ACB-IX).
071800         IF AUD-RESULT < ZERO
071900             SUBTRACT AUD-RESULT FROM WS-ACB-DEBITS(WS-ACB-IX)
072000         ELSE
072100             ADD AUD-RESULT TO WS-ACB-CREDITS(WS-ACB-IX)
072200         END-IF.
072300     3500-EXIT.
072400         EXIT.
072500
072600     3550-COUNT-MONTH-POSTING.
072700         ADD 1 TO WS-MONTH-COUNT.
072800         IF AUD-RESULT < ZERO
072900             SUBTRACT AUD-RESULT FROM WS-MONTH-DEBITS
073000         ELSE
073100             ADD AUD-RESULT TO WS-MONTH-CREDITS
073200         END-IF.
073300         MOVE AUD-RUN-DATE TO WS-FIND-DATE.
073400         PERFORM 7100-FIND-DAY THRU 7100-EXIT.
073500         IF DAY-ENTRY-FOUND
073600             GO TO 3550-EXIT
073700         END-IF.
073800         IF WS-DAY-USED < 31
073900             ADD 1 TO WS-DAY-USED
074000             MOVE AUD-RUN-DATE TO WS-DTB-DATE(WS-DAY-USED)
074100             MOVE "N" TO WS-DTB-CONTROL(WS-DAY-USED)
074200             MOVE "N" TO WS-DTB-CLOSED(WS-DAY-USED)
074300             MOVE "N" TO WS-DTB-GEN(WS-DAY-USED)
074400         END-IF.
074500         MOVE SPACES TO MEN-EXCEPTION-LINE.
074600         MOVE AUD-RUN-DATE TO MEN-X-DATE.
074700         MOVE "AUDITLOG" TO MEN-X-SOURCE.
074800         MOVE "POSTINGS DATED ON A DAY WITH NO DAY-END CLOSE"
074900             TO MEN-X-TEXT.
075000         PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT.
075100     3550-EXIT.
075200         EXIT.
075300
075400     3600-FIND-ACCOUNT.
075500         SET ENTRY-NOT-FOUND TO TRUE.
075600         MOVE 1 TO WS-ACB-IX.
075700         PERFORM 3650-SCAN-ACCOUNT-ONE THRU 3650-EXIT
075800             UNTIL ENTRY-FOUND
075900                 OR WS-ACB-IX > WS-ACB-USED.
076000         IF ENTRY-FOUND
076100             GO TO 3600-EXIT
076200         END-IF.
076300         IF WS-ACB-USED < 2000
076400             ADD 1 TO WS-ACB-USED
076500             MOVE WS-ACB-USED TO WS-ACB-IX
076600             MOVE AUD-ACCT-NO TO WS-ACB-ACCT(WS-ACB-IX)
076700             MOVE ZERO TO WS-ACB-OPENING(WS-ACB-IX)
076800             MOVE ZERO TO WS-ACB-DEBITS(WS-ACB-IX)
076900             MOVE ZERO TO WS-ACB-CREDITS(WS-ACB-IX)
077000             MOVE ZERO TO WS-ACB-POSTINGS(WS-ACB-IX)
077100             MOVE ZERO TO WS-ACB-LATER(WS-ACB-IX)
077200             MOVE "N" TO WS-ACB-MATCHED(WS-ACB-IX)
077300             SET ENTRY-FOUND TO TRUE
077400             GO TO 3600-EXIT
077500         END-IF.
077600         IF ACB-TABLE-NOT-FULL
077700             SET ACB-TABLE-FULL TO TRUE
077800             DISPLAY "WARNING - MONTH-END ACCOUNT TABLE FULL - "
077900                 "SUMMARY IS PARTIAL"
078000             MOVE SPACES TO MEN-EXCEPTION-LINE
078100             MOVE "AUDITLOG" TO MEN-X-SOURCE
078200             MOVE "ACCOUNT TABLE FULL - THE SUMMARY WOULD BE "
078300                 TO MEN-X-TEXT(1:42)
078400             MOVE "PARTIAL" TO MEN-X-TEXT(43:7)
078500             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
078600         END-IF.
078700     3600-EXIT.
078800         EXIT.
078900
079000     3650-SCAN-ACCOUNT-ONE.
079100         IF WS-ACB-ACCT(WS-ACB-IX) = AUD-ACCT-NO
079200             SET ENTRY-FOUND TO TRUE
079300         ELSE
079400             ADD 1 TO WS-ACB-IX
079500         END-IF.
079600     3650-EXIT.
079700         EXIT.
079800
079900     3800-CHECK-TIE.
080000         COMPUTE WS-MONTH-NET =
080100             WS-MONTH-CREDITS - WS-MONTH-DEBITS.
080200         IF WS-MONTH-COUNT = WS-GEN-REC-TOTAL
080300                 AND WS-MONTH-NET = WS-GEN-NET-TOTAL
080400             SET TIE-OK TO TRUE
080500             GO TO 3800-EXIT
080600         END-IF.
080700         SET TIE-FAILED TO TRUE.
080800         MOVE SPACES TO MEN-EXCEPTION-LINE.
080900         MOVE "GL TIE" TO MEN-X-SOURCE.
081000         MOVE "MONTH'S POSTINGS DO NOT TIE TO ITS GL GENERATIONS"
081100             TO MEN-X-TEXT.
081200         PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT.
081300     3800-EXIT.
081400         EXIT.
081500
081600     4000-ACCOUNT-SUMMARY.
081700         OPEN INPUT ACCOUNT-FILE.
081800         IF NOT ACCT-FILE-OK
081900             MOVE SPACES TO MEN-EXCEPTION-LINE
082000             MOVE "ACCTMST" TO MEN-X-SOURCE
082100             MOVE "ACCOUNT MASTER WILL NOT OPEN - STATUS"
082200                 TO MEN-X-TEXT(1:37)
082300             MOVE WS-ACCT-FILE-STATUS TO MEN-X-TEXT(39:2)
082400             PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
082500         END-IF.
082600         MOVE "MONTH-END ACCOUNT SUMMARY" TO MEN-T-TITLE.
082700         MOVE MEN-ACCOUNT-HEADER TO WS-COLUMN-LINE.
082800         PERFORM 6100-START-SECTION THRU 6100-EXIT.
082900         IF NOT ACCT-FILE-OK
083000             GO TO 4000-EXIT
083100         END-IF.
083200         PERFORM 4150-READ-MASTER THRU 4150-EXIT.
083300         PERFORM 4100-SUMMARIZE-ONE THRU 4100-EXIT
083400             UNTIL ACCT-EOF.
083500         CLOSE ACCOUNT-FILE.
083600     4000-EXIT.
083700         EXIT.
083800
083900     4100-SUMMARIZE-ONE.
084000         ADD 1 TO WS-ACCT-COUNT.
084100         MOVE ZERO TO WS-OPENING.
084200         MOVE ZERO TO WS-DEBITS.
084300         MOVE ZERO TO WS-CREDITS.
084400         MOVE ZERO TO WS-POSTINGS.
084500         MOVE ZERO TO WS-LATER.
084600         SET ENTRY-NOT-FOUND TO TRUE.
084700         MOVE 1 TO WS-ACB-IX.
084800         PERFORM 4200-SCAN-FOR-MASTER THRU 4200-EXIT
084900             UNTIL ENTRY-FOUND
085000                 OR WS-ACB-IX > WS-ACB-USED.
085100         IF ENTRY-FOUND
085200             MOVE WS-ACB-OPENING(WS-ACB-IX) TO WS-OPENING
085300             MOVE WS-ACB-DEBITS(WS-ACB-IX) TO WS-DEBITS
085400             MOVE WS-ACB-CREDITS(WS-ACB-IX) TO WS-CREDITS
085500             MOVE WS-ACB-POSTINGS(WS-ACB-IX) TO WS-POSTINGS
085600             MOVE WS-ACB-LATER(WS-ACB-IX) TO WS-LATER
085700             MOVE "Y" TO WS-ACB-MATCHED(WS-ACB-IX)
085800         END-IF.
085900         COMPUTE WS-CLOSING =
086000             WS-OPENING - WS-DEBITS + WS-CREDITS.
086100         COMPUTE WS-MASTER-AT-END = ACCT-BALANCE - WS-LATER.
086200         MOVE SPACES TO MEN-DETAIL-LINE.
086300         MOVE ACCT-NO TO MEN-D-ACCT.
086400         MOVE ACCT-NAME TO MEN-D-NAME.
086500         IF WS-MASTER-AT-END NOT = WS-CLOSING
086600             ADD 1 TO WS-MASTER-DIFF-COUNT
086700             ADD 1 TO WS-WARNING-COUNT
086800             MOVE "MASTER DIF" TO MEN-D-FLAG
086900         END-IF.
087000         PERFORM 4300-PRINT-ACCOUNT THRU 4300-EXIT.
087100         PERFORM 4150-READ-MASTER THRU 4150-EXIT.
087200     4100-EXIT.
087300         EXIT.
087400
087500     4150-READ-MASTER.
087600         READ ACCOUNT-FILE NEXT RECORD
087700             AT END
087800                 SET ACCT-EOF TO TRUE
087900         END-READ.
088000     4150-EXIT.
088100         EXIT.
088200
088300     4200-SCAN-FOR-MASTER.
088400         IF WS-ACB-ACCT(WS-ACB-IX) = ACCT-NO
088500             SET ENTRY-FOUND TO TRUE
088600         ELSE
088700             ADD 1 TO WS-ACB-IX
088800         END-IF.
088900     4200-EXIT.
089000         EXIT.
089100
089200     4300-PRINT-ACCOUNT.
089300         MOVE WS-OPENING TO MEN-D-OPENING.
089400         MOVE WS-DEBITS TO MEN-D-DEBITS.
089500         MOVE WS-CREDITS TO MEN-D-CREDITS.
089600         MOVE WS-POSTINGS TO MEN-D-POSTINGS.
089700         MOVE WS-CLOSING TO MEN-D-CLOSING.
089800         ADD WS-OPENING TO WS-TOT-OPENING.
089900         ADD WS-DEBITS TO WS-TOT-DEBITS.
090000         ADD WS-CREDITS TO WS-TOT-CREDITS.
090100         ADD WS-POSTINGS TO WS-TOT-POSTINGS.
090200         ADD WS-CLOSING TO WS-TOT-CLOSING.
090300         MOVE MEN-DETAIL-LINE TO WS-PRINT-LINE.
090400         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
090500     4300-EXIT.
090600         EXIT.
090700
090800     4500-AUDIT-ONLY-ACCOUNTS.
090900         MOVE 1 TO WS-ACB-IX.
091000         PERFORM 4600-AUDIT-ONLY-ONE THRU 4600-EXIT
091100             UNTIL WS-ACB-IX > WS-ACB-USED.
091200     4500-EXIT.
091300         EXIT.
091400
091500     4600-AUDIT-ONLY-ONE.
091600         IF WS-ACB-MATCHED(WS-ACB-IX) = "Y"
091700             ADD 1 TO WS-ACB-IX
091800             GO TO 4600-EXIT
091900         END-IF.
092000         ADD 1 TO WS-AUDIT-ONLY-COUNT.
092100         ADD 1 TO WS-WARNING-COUNT.
092200         MOVE WS-ACB-OPENING(WS-ACB-IX) TO WS-OPENING.
092300         MOVE WS-ACB-DEBITS(WS-ACB-IX) TO WS-DEBITS.
092400         MOVE WS-ACB-CREDITS(WS-ACB-IX) TO WS-CREDITS.
092500         MOVE WS-ACB-POSTINGS(WS-ACB-IX) TO WS-POSTINGS.
092600         COMPUTE WS-CLOSING =
092700             WS-OPENING - WS-DEBITS + WS-CREDITS.
092800         MOVE SPACES TO MEN-DETAIL-LINE.
092900         MOVE WS-ACB-ACCT(WS-ACB-IX) TO MEN-D-ACCT.
093000         MOVE "* NOT ON MASTER *" TO MEN-D-NAME.
093100         MOVE "NO MASTER" TO MEN-D-FLAG.
093200         PERFORM 4300-PRINT-ACCOUNT THRU 4300-EXIT.
093300         ADD 1 TO WS-ACB-IX.
093400     4600-EXIT.
093500         EXIT.
093600
093700     5000-CLOSE-PERIOD.
093800         IF PRIOR-PERIOD-CLOSED
093900                 AND WS-PRIOR-CLOSING NOT = WS-TOT-OPENING
094000             ADD 1 TO WS-WARNING-COUNT
094100         END-IF.
094200         IF WS-EXCEPTION-COUNT > ZERO
094300             DISPLAY "MONTH-END CLOSE REFUSED - "
094400                 WS-EXCEPTION-COUNT " CONDITION(S) NOT MET - "
094500                 "PERIOD " WS-PERIOD-X " LEFT OPEN"
094600             MOVE 8 TO RETURN-CODE
094700             GO TO 5000-EXIT
094800         END-IF.
094900         IF PER-REC-NOT-FOUND
095000             MOVE SPACES TO PERIOD-CONTROL-RECORD
095100             MOVE WS-PERIOD-X TO PER-KEY
095200         END-IF.
095300         SET PER-CLOSED TO TRUE.
095400         MOVE WS-RUN-DATE TO PER-CLOSE-DATE.
095500         MOVE WS-RUN-TIME TO PER-CLOSE-TIME.
095600         MOVE WS-OPERATOR-ID TO PER-CLOSE-OPERATOR.
095700         MOVE WS-DAY-USED TO PER-DAY-COUNT.
095800         MOVE WS-GEN-COUNT TO PER-GEN-COUNT.
095900         MOVE WS-TOT-POSTINGS TO PER-POST-COUNT.
096000         MOVE WS-TOT-OPENING TO PER-OPENING-TOTAL.
096100         MOVE WS-TOT-DEBITS TO PER-DEBIT-TOTAL.
096200         MOVE WS-TOT-CREDITS TO PER-CREDIT-TOTAL.
096300         MOVE WS-TOT-CLOSING TO PER-CLOSING-TOTAL.
096400         IF PER-REC-FOUND
096500             REWRITE PERIOD-CONTROL-RECORD
096600         ELSE
096700             WRITE PERIOD-CONTROL-RECORD
096800         END-IF.
096900         DISPLAY "PERIOD " WS-PERIOD-X " CLOSED - POSTINGS "
097000             "DATED INTO IT ARE NOW REFUSED".
097100         IF WS-WARNING-COUNT > ZERO
097200             MOVE 4 TO RETURN-CODE
097300         END-IF.
097400     5000-EXIT.
097500         EXIT.
097600
097700     5100-PRINT-TOTALS.
097800         MOVE WS-TOT-OPENING TO MEN-T-OPENING.
097900         MOVE WS-TOT-DEBITS TO MEN-T-DEBITS.
098000         MOVE WS-TOT-CREDITS TO MEN-T-CREDITS.
098100         MOVE WS-TOT-POSTINGS TO MEN-T-POSTINGS.
098200         MOVE WS-TOT-CLOSING TO MEN-T-CLOSING.
098300         MOVE SPACES TO WS-PRINT-LINE.
098400         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
098500         MOVE MEN-TOTAL-LINE TO WS-PRINT-LINE.
098600         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
098700         MOVE "TIE TO THE MONTH'S GL GENERATIONS AND CLOSE"
098800             TO MEN-T-TITLE.
098900         MOVE SPACES TO WS-COLUMN-LINE.
099000         PERFORM 6100-START-SECTION THRU 6100-EXIT.
099100         MOVE SPACES TO MEN-SUMMARY-LINE.
099200         MOVE "BUSINESS DAYS IN THE PERIOD:" TO MEN-S-LABEL.
099300         MOVE WS-DAY-USED TO MEN-S-COUNT.
099400         PERFORM 5200-PRINT-COUNT THRU 5200-EXIT.
099500         MOVE "GL GENERATIONS IN THE PERIOD:" TO MEN-S-LABEL.
099600         MOVE WS-GEN-COUNT TO MEN-S-COUNT.
099700         PERFORM 5200-PRINT-COUNT THRU 5200-EXIT.
099800         MOVE "POSTINGS PER AUDIT HISTORY:" TO MEN-S-LABEL.
099900         MOVE WS-MONTH-COUNT TO MEN-S-COUNT.
100000         PERFORM 5200-PRINT-COUNT THRU 5200-EXIT.
100100         MOVE "RECORDS PER GL GENERATIONS:" TO MEN-S-LABEL.
100200         MOVE WS-GEN-REC-TOTAL TO MEN-S-COUNT.
100300         PERFORM 5200-PRINT-COUNT THRU 5200-EXIT.
100400         MOVE SPACES TO MEN-AMOUNT-LINE.
100500         MOVE "NET ACTIVITY PER AUDIT HISTORY:" TO MEN-A-LABEL.
100600         MOVE WS-MONTH-NET TO MEN-A-AMOUNT.
100700         PERFORM 5300-PRINT-AMOUNT THRU 5300-EXIT.
100800         MOVE "NET AMOUNT PER GL GENERATIONS:" TO MEN-A-LABEL.
100900         MOVE WS-GEN-NET-TOTAL TO MEN-A-AMOUNT.
101000         PERFORM 5300-PRINT-AMOUNT THRU 5300-EXIT.
101100         MOVE SPACES TO MEN-MESSAGE-LINE.
101200         IF TIE-OK
101300             MOVE "GRAND TOTALS TIE TO THE MONTH'S GL GENERATIONS"
101400                 TO MEN-M-TEXT
101500         ELSE
101600             MOVE "GRAND TOTALS DO NOT TIE TO THE MONTH'S GL "
101700                 TO MEN-M-TEXT(1:42)
101800             MOVE "GENERATIONS" TO MEN-M-TEXT(43:11)
101900         END-IF.
102000         PERFORM 5400-PRINT-MESSAGE THRU 5400-EXIT.
102100         MOVE SPACES TO MEN-MESSAGE-LINE.
102200         IF PRIOR-PERIOD-CLOSED
102300             MOVE "CLOSING BALANCE OF THE PRIOR PERIOD:"
102400                 TO MEN-A-LABEL
102500             MOVE WS-PRIOR-CLOSING TO MEN-A-AMOUNT
102600             MOVE MEN-AMOUNT-LINE TO WS-PRINT-LINE
102700             PERFORM 6000-PRINT-LINE THRU 6000-EXIT
102800             IF WS-PRIOR-CLOSING = WS-TOT-OPENING
102900                 MOVE "OPENING BALANCE AGREES WITH THE PRIOR "
103000                     TO MEN-M-TEXT(1:38)
103100                 MOVE "PERIOD CLOSE" TO MEN-M-TEXT(39:12)
103200             ELSE
103300                 MOVE "OPENING BALANCE DIFFERS FROM THE PRIOR "
103400                     TO MEN-M-TEXT(1:39)
103500                 MOVE "PERIOD CLOSE" TO MEN-M-TEXT(40:12)
103600             END-IF
103700         ELSE
103800             MOVE "PRIOR PERIOD NOT CLOSED - OPENING BALANCE NOT "
103900                 TO MEN-M-TEXT(1:46)
104000             MOVE "COMPARED" TO MEN-M-TEXT(47:8)
104100         END-IF.
104200         MOVE MEN-MESSAGE-LINE TO WS-PRINT-LINE.
104300         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
104400         MOVE SPACES TO MEN-SUMMARY-LINE.
104500         MOVE "ACCOUNTS ON MASTER:" TO MEN-S-LABEL.
104600         MOVE WS-ACCT-COUNT TO MEN-S-COUNT.
104700         PERFORM 5200-PRINT-COUNT THRU 5200-EXIT.
104800         MOVE "ACCOUNTS NOT ON MASTER:" TO MEN-S-LABEL.
104900         MOVE WS-AUDIT-ONLY-COUNT TO MEN-S-COUNT.
105000         MOVE MEN-SUMMARY-LINE TO WS-PRINT-LINE.
105100         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
105200         MOVE "MASTER DIFFERS FROM AUDIT HISTORY:"
105300             TO MEN-S-LABEL.
105400         MOVE WS-MASTER-DIFF-COUNT TO MEN-S-COUNT.
105500         MOVE MEN-SUMMARY-LINE TO WS-PRINT-LINE.
105600         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
105700         MOVE "CLOSE CONDITIONS NOT MET:" TO MEN-S-LABEL.
105800         MOVE WS-EXCEPTION-COUNT TO MEN-S-COUNT.
105900         MOVE MEN-SUMMARY-LINE TO WS-PRINT-LINE.
106000         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
106100         MOVE SPACES TO MEN-MESSAGE-LINE.
106200         IF WS-EXCEPTION-COUNT > ZERO
106300             MOVE "MONTH-END CLOSE REFUSED - PERIOD LEFT OPEN - "
106400                 TO MEN-M-TEXT(1:45)
106500             MOVE "CLEAR THE CONDITIONS AND RERUN"
106600                 TO MEN-M-TEXT(46:30)
106700         ELSE
106800             MOVE "PERIOD CLOSED - POSTINGS DATED INTO IT ARE "
106900                 TO MEN-M-TEXT(1:43)
107000             MOVE "NOW REFUSED" TO MEN-M-TEXT(44:11)
107100         END-IF.
107200         PERFORM 5400-PRINT-MESSAGE THRU 5400-EXIT.
107300         DISPLAY "MONTH-END SUMMARY - ACCOUNTS " WS-ACCT-COUNT
107400             " POSTINGS " WS-MONTH-COUNT
107500             " EXCEPTIONS " WS-EXCEPTION-COUNT
107600             " WARNINGS " WS-WARNING-COUNT.
107700     5100-EXIT.
107800         EXIT.
107900
108000     5200-PRINT-COUNT.
108100         MOVE SPACES TO WS-PRINT-LINE.
108200         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
108300         MOVE MEN-SUMMARY-LINE TO WS-PRINT-LINE.
108400         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
108500     5200-EXIT.
108600         EXIT.
108700
108800     5300-PRINT-AMOUNT.
108900         MOVE MEN-AMOUNT-LINE TO WS-PRINT-LINE.
109000         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
109100     5300-EXIT.
109200         EXIT.
109300
109400     5400-PRINT-MESSAGE.
109500         MOVE SPACES TO WS-PRINT-LINE.
109600         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
109700         MOVE MEN-MESSAGE-LINE TO WS-PRINT-LINE.
109800         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
109900     5400-EXIT.
110000         EXIT.
110100
110200     6000-PRINT-LINE.
110300         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
110400             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
110500         END-IF.
110600         WRITE PRINT-RECORD FROM WS-PRINT-LINE
110700             AFTER ADVANCING 1 LINE.
110800         ADD 1 TO WS-LINE-COUNT.
110900     6000-EXIT.
111000         EXIT.
111100
111200     6100-START-SECTION.
111300         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
111400             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
111500             GO TO 6100-EXIT
111600         END-IF.
111700         WRITE PRINT-RECORD FROM MEN-SECTION-LINE
111800             AFTER ADVANCING 3 LINES.
111900         WRITE PRINT-RECORD FROM WS-COLUMN-LINE
112000             AFTER ADVANCING 2 LINES.
112100         ADD 5 TO WS-LINE-COUNT.
112200     6100-EXIT.
112300         EXIT.
112400
112500     6200-PRINT-HEADERS.
112600         ADD 1 TO WS-PAGE-COUNT.
112700         MOVE WS-RUN-DATE TO MEN-H2-RUN-DATE.
112800         MOVE WS-PERIOD-X TO MEN-H2-PERIOD.
112900         MOVE WS-PERIOD-START TO MEN-H2-START.
113000         MOVE WS-PERIOD-END TO MEN-H2-END.
113100         MOVE WS-PAGE-COUNT TO MEN-H2-PAGE.
113200         WRITE PRINT-RECORD FROM MEN-HEADER-1
113300             AFTER ADVANCING PAGE.
113400         WRITE PRINT-RECORD FROM MEN-HEADER-2
113500             AFTER ADVANCING 1 LINE.
113600         WRITE PRINT-RECORD FROM MEN-SECTION-LINE
113700             AFTER ADVANCING 2 LINES.
113800         WRITE PRINT-RECORD FROM WS-COLUMN-LINE
113900             AFTER ADVANCING 2 LINES.
114000         MOVE 7 TO WS-LINE-COUNT.
114100     6200-EXIT.
114200         EXIT.
114300
114400     7000-NOTE-EXCEPTION.
114500         ADD 1 TO WS-EXCEPTION-COUNT.
114600         IF WS-EXCEPTION-COUNT = 1
114700             MOVE "MONTH-END CLOSE CONDITIONS NOT MET"
114800                 TO MEN-T-TITLE
114900             MOVE MEN-EXCEPTION-HEADER TO WS-COLUMN-LINE
115000             PERFORM 6100-START-SECTION THRU 6100-EXIT
115100         END-IF.
115200         MOVE MEN-EXCEPTION-LINE TO WS-PRINT-LINE.
115300         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
115400         DISPLAY "CLOSE CONDITION NOT MET - " MEN-X-DATE " "
115500             MEN-X-SOURCE " " MEN-X-TEXT.
115600     7000-EXIT.
115700         EXIT.
115800
115900     7100-FIND-DAY.
116000         SET DAY-ENTRY-NOT-FOUND TO TRUE.
116100         MOVE 1 TO WS-DAY-IX.
116200         PERFORM 7150-SCAN-DAY-ONE THRU 7150-EXIT
116300             UNTIL DAY-ENTRY-FOUND
116400                 OR WS-DAY-IX > WS-DAY-USED.
116500     7100-EXIT.
116600         EXIT.
116700
116800     7150-SCAN-DAY-ONE.
116900         IF WS-DTB-DATE(WS-DAY-IX) = WS-FIND-DATE
117000             SET DAY-ENTRY-FOUND TO TRUE
117100         ELSE
117200             ADD 1 TO WS-DAY-IX
117300         END-IF.
117400     7150-EXIT.
117500         EXIT.
117600
117700     9000-TERMINATE.
117800         IF PER-FILE-OPEN
117900             CLOSE PERIOD-CONTROL-FILE
118000         END-IF.
118100         IF REPORT-OPEN
118200             CLOSE REPORT-FILE
118300         END-IF.
118400     9000-EXIT.
118500         EXIT.
118600
118700     END PROGRAM SUMMEND.
