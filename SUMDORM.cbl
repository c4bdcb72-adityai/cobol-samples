      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Dormant account detection - works out the last
      *          activity date of every open account on the account
      *          master (ACCTREC copybook, ACCTMST) from the posting
      *          history (AUDREC copybook, the AUDARCH generations
      *          then the live AUDITLOG) or the date the account was
      *          added or reopened on the maintenance journal (MJRREC
      *          copybook, ACCTJRNL), whichever is later - so a newly
      *          opened or reopened account is not dated by postings
      *          made before it - and lists every account idle for the
      *          SUMDORMDAYS environment parameter (days, default 365)
      *          or longer with its name, balance, last activity date
      *          and days idle (DORMRPT).  A dormant account with a
      *          zero balance is proposed for closing: a close action
      *          is written for it to a ready-to-run maintenance batch
      *          (MNTREC copybook, DORMMNT) with a header (batch id
      *          SUMDORM, today's date) and a trailer carrying the
      *          detail count and account hash total, for the run
      *          deck to hand to SUMMAINT as MNTFILE the same day; the
      *          closes then queue for a checker's approval like any
      *          other.  An account already awaiting a close on the
      *          pending maintenance dataset (PNDREC copybook,
      *          SUMPEND) is listed but not proposed again.  A dormant
      *          account with a balance is never proposed - it goes
      *          on a separate follow-up list, as does any open
      *          account with no activity on record at all.
      *          RETURN-CODE 4 when no close was proposed, 8 when the
      *          account master will not open (nothing is written).
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMDORM.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
000700             ORGANIZATION IS INDEXED
000800             RECORD KEY IS ACCT-NO
000900             FILE STATUS IS WS-ACCT-FILE-STATUS.
001000         SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
001100             ORGANIZATION IS SEQUENTIAL
001200             FILE STATUS IS WS-ARCH-FILE-STATUS.
001300         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001400             ORGANIZATION IS SEQUENTIAL
001500             FILE STATUS IS WS-AUDIT-FILE-STATUS.
001600         SELECT MAINT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
001700             ORGANIZATION IS SEQUENTIAL
001800             FILE STATUS IS WS-MJR-FILE-STATUS.
001900         SELECT PENDING-MAINT-FILE ASSIGN TO "SUMPEND"
002000             ORGANIZATION IS INDEXED
002100             ACCESS MODE IS SEQUENTIAL
002200             RECORD KEY IS PND-KEY
002300             FILE STATUS IS WS-PEND-FILE-STATUS.
002400         SELECT CLOSE-BATCH-FILE ASSIGN TO "DORMMNT"
002500             ORGANIZATION IS SEQUENTIAL.
002600         SELECT REPORT-FILE ASSIGN TO "DORMRPT"
002700             ORGANIZATION IS SEQUENTIAL.
002800     DATA DIVISION.
002900     FILE SECTION.
003000     FD  ACCOUNT-FILE
003100         RECORD CONTAINS 67 CHARACTERS.
003200     COPY ACCTREC.
003300     FD  ARCHIVE-FILE
003400         RECORD CONTAINS 102 CHARACTERS.
003500     01  ARCHIVE-RECORD                  PIC X(102).
003600     FD  AUDIT-FILE
003700         RECORD CONTAINS 102 CHARACTERS.
003800     COPY AUDREC.
003900     FD  MAINT-JOURNAL-FILE
004000         RECORD CONTAINS 104 CHARACTERS.
004100     COPY MJRREC.
004200     FD  PENDING-MAINT-FILE
004300         RECORD CONTAINS 168 CHARACTERS.
004400     COPY PNDREC.
004500     FD  CLOSE-BATCH-FILE
004600         RECORD CONTAINS 72 CHARACTERS.
004700     COPY MNTREC.
004800     FD  REPORT-FILE
004900         RECORD CONTAINS 132 CHARACTERS.
005000     01  PRINT-RECORD                    PIC X(132).
005100     WORKING-STORAGE SECTION.
005200     01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
005300         88  ACCT-EOF                    VALUE "Y".
005400         88  ACCT-NOT-EOF                VALUE "N".
005500
005600     01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
005700         88  ARCH-EOF                    VALUE "Y".
005800         88  ARCH-NOT-EOF                VALUE "N".
005900
006000     01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
006100         88  AUDIT-EOF                   VALUE "Y".
006200         88  AUDIT-NOT-EOF               VALUE "N".
006300
006400     01  WS-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
006500         88  JRNL-EOF                    VALUE "Y".
006600         88  JRNL-NOT-EOF                VALUE "N".
006700
006800     01  WS-PEND-EOF-SWITCH              PIC X(01) VALUE "N".
006900         88  PEND-EOF                    VALUE "Y".
007000         88  PEND-NOT-EOF                VALUE "N".
007100
007200     01  WS-ACCT-FILE-STATUS             PIC X(02).
007300         88  ACCT-FILE-OK                VALUE "00".
007400         88  ACCT-FILE-NOT-FOUND         VALUE "35".
007500     01  WS-ARCH-FILE-STATUS             PIC X(02).
007600         88  ARCH-FILE-OK                VALUE "00".
007700         88  ARCH-FILE-NOT-FOUND         VALUE "35".
007800     01  WS-AUDIT-FILE-STATUS            PIC X(02).
007900         88  AUDIT-FILE-OK               VALUE "00".
008000         88  AUDIT-FILE-NOT-FOUND        VALUE "35".
008100     01  WS-MJR-FILE-STATUS              PIC X(02).
008200         88  MJR-FILE-OK                 VALUE "00".
008300         88  MJR-FILE-NOT-FOUND          VALUE "35".
008400     01  WS-PEND-FILE-STATUS             PIC X(02).
008500         88  PEND-FILE-OK                VALUE "00".
008600         88  PEND-FILE-NOT-FOUND         VALUE "35".
008700
008800     01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
008900         88  ACCT-MASTER-OPEN            VALUE "Y".
009000         88  ACCT-MASTER-MISSING         VALUE "N".
009100
009200     01  WS-ENTRY-SWITCH                 PIC X(01).
009300         88  ENTRY-FOUND                 VALUE "Y".
009400         88  ENTRY-NOT-FOUND             VALUE "N".
009500
009600     01  WS-DORM-CLASS                   PIC X(01).
009700         88  CLASS-CLOSED                VALUE "C".
009800         88  CLASS-ACTIVE                VALUE "A".
009900         88  CLASS-PROPOSE               VALUE "P".
010000         88  CLASS-PENDING               VALUE "K".
010100         88  CLASS-BALANCE               VALUE "B".
010200         88  CLASS-NO-ACTIVITY           VALUE "N".
010300
010400     01  WS-RUN-DATE                     PIC 9(8).
010500     01  WS-RUN-INTEGER                  PIC 9(8) COMP.
010600     01  WS-DORMANT-DAYS                 PIC 9(4) COMP VALUE 365.
010700     01  WS-DORMDAYS-ENV                 PIC X(04) VALUE SPACES.
010800     01  WS-DORMDAYS-JUST                PIC X(04).
010900     01  WS-DRM-TRAIL-SPACES             PIC 9(01) COMP.
011000     01  WS-DRM-SIG-DIGITS               PIC 9(01) COMP.
011100     01  WS-DRM-JUST-START               PIC 9(01) COMP.
011200     01  WS-CUTOFF-INTEGER               PIC 9(8) COMP.
011300     01  WS-CUTOFF-DATE                  PIC 9(8).
011400
011500     01  WS-ACTIVITY-DATE                PIC 9(8).
011600     01  WS-ACTIVITY-SOURCE              PIC X(08).
011700     01  WS-IDLE-DAYS                    PIC 9(6) COMP.
011800     01  WS-LIST-PASS                    PIC X(01).
011900         88  PASS-PROPOSALS              VALUE "P".
012000         88  PASS-FOLLOW-UP              VALUE "F".
012100
012200     01  WS-ACT-USED                     PIC 9(4) COMP VALUE ZERO.
012300     01  WS-ACT-IX                       PIC 9(4) COMP.
012400     01  WS-ACT-FULL-SWITCH              PIC X(01) VALUE "N".
012500         88  ACT-TABLE-FULL              VALUE "Y".
012600         88  ACT-TABLE-NOT-FULL          VALUE "N".
012700     01  WS-ACT-NEW-ACCT                 PIC 9(06).
012800     01  WS-ACT-NEW-DATE                 PIC 9(08).
012900     01  WS-ACT-NEW-SOURCE               PIC X(01).
013000     01  WS-ACT-TABLE.
013100         05  WS-ACT-ENTRY                OCCURS 2000 TIMES.
013200             10  WS-ACT-ACCT             PIC 9(06).
013300             10  WS-ACT-LAST-POST        PIC 9(08).
013400             10  WS-ACT-OPENED           PIC 9(08).
013500
013600     01  WS-PCL-USED                     PIC 9(4) COMP VALUE ZERO.
013700     01  WS-PCL-IX                       PIC 9(4) COMP.
013800     01  WS-PCL-FULL-SWITCH              PIC X(01) VALUE "N".
013900         88  PCL-TABLE-FULL              VALUE "Y".
014000         88  PCL-TABLE-NOT-FULL          VALUE "N".
014100     01  WS-PCL-TABLE.
014200         05  WS-PCL-ACCT                 PIC 9(06)
014300                                         OCCURS 500 TIMES.
014400
014500     01  WS-AUD-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
014600     01  WS-MJR-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
014700     01  WS-PCL-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
014800     01  WS-OPEN-COUNT                   PIC 9(9) COMP VALUE ZERO.
014900     01  WS-CLOSED-COUNT                 PIC 9(9) COMP VALUE ZERO.
015000     01  WS-ACTIVE-COUNT                 PIC 9(9) COMP VALUE ZERO.
015100     01  WS-PROPOSED-COUNT               PIC 9(9) COMP VALUE ZERO.
015200     01  WS-PENDING-COUNT                PIC 9(9) COMP VALUE ZERO.
015300     01  WS-BALANCE-COUNT                PIC 9(9) COMP VALUE ZERO.
015400     01  WS-NO-ACTIVITY-COUNT            PIC 9(9) COMP VALUE ZERO.
015500     01  WS-HASH-TOTAL                   PIC 9(9) COMP VALUE ZERO.
015600     01  WS-FOLLOW-UP-TOTAL              PIC S9(11)V99 COMP
015700                                         VALUE ZERO.
015800
015900     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
016000     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
016100     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
016200     01  WS-PRINT-LINE                   PIC X(132).
016300
016400     01  DRM-HEADER-1.
016500         05  FILLER                      PIC X(45) VALUE SPACES.
016600         05  FILLER                      PIC X(30)
016700             VALUE "SUM DORMANT ACCOUNT REVIEW".
016800         05  FILLER                      PIC X(57) VALUE SPACES.
016900
017000     01  DRM-HEADER-2.
017100         05  FILLER                      PIC X(01) VALUE SPACES.
017200         05  FILLER                      PIC X(10)
017300             VALUE "RUN DATE: ".
017400         05  DRM-H2-RUN-DATE             PIC 9(8).
017500         05  FILLER                      PIC X(04) VALUE SPACES.
017600         05  FILLER                      PIC X(16)
017700             VALUE "DORMANT AFTER: ".
017800         05  DRM-H2-DAYS                 PIC ZZZ9.
017900         05  FILLER                      PIC X(06) VALUE " DAYS".
018000         05  FILLER                      PIC X(04) VALUE SPACES.
018100         05  FILLER                      PIC X(24)
018200             VALUE "LAST ACTIVITY ON/BEFORE ".
018300         05  DRM-H2-CUTOFF               PIC 9(8).
018400         05  FILLER                      PIC X(04) VALUE SPACES.
018500         05  FILLER                      PIC X(06) VALUE "PAGE: ".
018600         05  DRM-H2-PAGE                 PIC ZZ9.
018700         05  FILLER                      PIC X(34) VALUE SPACES.
018800
018900     01  DRM-SECTION-LINE.
019000         05  FILLER                      PIC X(01) VALUE SPACES.
019100         05  DRM-T-TITLE                 PIC X(60).
019200         05  FILLER                      PIC X(71) VALUE SPACES.
019300
019400     01  DRM-HEADER-3.
019500         05  FILLER                      PIC X(01) VALUE SPACES.
019600         05  FILLER                      PIC X(09)
019700             VALUE "ACCOUNT".
019800         05  FILLER                      PIC X(27) VALUE "NAME".
019900         05  FILLER                      PIC X(18)
020000             VALUE "           BALANCE".
020100         05  FILLER                      PIC X(03) VALUE SPACES.
020200         05  FILLER                      PIC X(10)
020300             VALUE "LAST ACT".
020400         05  FILLER                      PIC X(10) VALUE "SOURCE".
020500         05  FILLER                      PIC X(07)
020600             VALUE "   IDLE".
020700         05  FILLER                      PIC X(03) VALUE SPACES.
020800         05  FILLER                      PIC X(30) VALUE "NOTE".
020900         05  FILLER                      PIC X(14) VALUE SPACES.
021000
021100     01  DRM-DETAIL-LINE.
021200         05  FILLER                      PIC X(01) VALUE SPACES.
021300         05  DRM-D-ACCT                  PIC 9(06).
021400         05  FILLER                      PIC X(03) VALUE SPACES.
021500         05  DRM-D-NAME                  PIC X(25).
021600         05  FILLER                      PIC X(02) VALUE SPACES.
021700         05  DRM-D-BALANCE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
021800         05  FILLER                      PIC X(03) VALUE SPACES.
021900         05  DRM-D-LAST-ACT              PIC X(08).
022000         05  FILLER                      PIC X(02) VALUE SPACES.
022100         05  DRM-D-SOURCE                PIC X(08).
022200         05  FILLER                      PIC X(02) VALUE SPACES.
022300         05  DRM-D-IDLE                  PIC ZZZ,ZZ9.
022400         05  FILLER                      PIC X(03) VALUE SPACES.
022500         05  DRM-D-NOTE                  PIC X(30).
022600         05  FILLER                      PIC X(14) VALUE SPACES.
022700
022800     01  DRM-SUMMARY-LINE.
022900         05  FILLER                      PIC X(01) VALUE SPACES.
023000         05  DRM-S-LABEL                 PIC X(36).
023100         05  DRM-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
023200         05  FILLER                      PIC X(84) VALUE SPACES.
023300
023400     01  DRM-AMOUNT-LINE.
023500         05  FILLER                      PIC X(01) VALUE SPACES.
023600         05  DRM-A-LABEL                 PIC X(36).
023700         05  DRM-A-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
023800         05  FILLER                      PIC X(77) VALUE SPACES.
023900
024000     01  DRM-MESSAGE-LINE.
024100         05  FILLER                      PIC X(01) VALUE SPACES.
024200         05  DRM-M-TEXT                  PIC X(75).
024300         05  FILLER                      PIC X(56) VALUE SPACES.
024400
024500     PROCEDURE DIVISION.
024600
024700     0000-MAINLINE.
024800         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900         IF RETURN-CODE NOT = ZERO
025000             GO TO 0000-TERMINATE
025100         END-IF.
025200         PERFORM 2000-LOAD-POSTINGS THRU 2000-EXIT.
025300         PERFORM 2400-LOAD-JOURNAL THRU 2400-EXIT.
025400         PERFORM 2700-LOAD-PENDING-CLOSES THRU 2700-EXIT.
025500         PERFORM 1100-WRITE-BATCH-HEADER THRU 1100-EXIT.
025600         SET PASS-PROPOSALS TO TRUE.
025700         MOVE "DORMANT - ZERO BALANCE - CLOSE PROPOSED"
025800             TO DRM-T-TITLE.
025900         PERFORM 3000-LIST-DORMANT THRU 3000-EXIT.
026000         PERFORM 3900-WRITE-BATCH-TRAILER THRU 3900-EXIT.
026100         SET PASS-FOLLOW-UP TO TRUE.
026200         MOVE "DORMANT - FOLLOW UP - NOT PROPOSED FOR CLOSING"
026300             TO DRM-T-TITLE.
026400         PERFORM 3000-LIST-DORMANT THRU 3000-EXIT.
026500         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
026600     0000-TERMINATE.
026700         PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800         STOP RUN.
026900
027000     1000-INITIALIZE.
027100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027200         ACCEPT WS-DORMDAYS-ENV FROM ENVIRONMENT "SUMDORMDAYS".
027300         PERFORM 1050-SET-DORMANT-DAYS THRU 1050-EXIT.
027400         COMPUTE WS-RUN-INTEGER =
027500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
027600         COMPUTE WS-CUTOFF-INTEGER =
027700             WS-RUN-INTEGER - WS-DORMANT-DAYS.
027800         COMPUTE WS-CUTOFF-DATE =
027900             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
028000         DISPLAY "DORMANT ACCOUNT REVIEW - LAST ACTIVITY ON OR "
028100             "BEFORE " WS-CUTOFF-DATE.
028200         OPEN INPUT ACCOUNT-FILE.
028300         IF NOT ACCT-FILE-OK
028400             DISPLAY "ACCOUNT MASTER WILL NOT OPEN - STATUS "
028500                 WS-ACCT-FILE-STATUS " - NOTHING WRITTEN"
028600             MOVE 8 TO RETURN-CODE
028700             GO TO 1000-EXIT
028800         END-IF.
028900         SET ACCT-MASTER-OPEN TO TRUE.
029000         OPEN OUTPUT CLOSE-BATCH-FILE.
029100         OPEN OUTPUT REPORT-FILE.
029200     1000-EXIT.
029300         EXIT.
029400
029500     1050-SET-DORMANT-DAYS.
029600         MOVE ZERO TO WS-DRM-TRAIL-SPACES.
029700         INSPECT WS-DORMDAYS-ENV TALLYING
029800             WS-DRM-TRAIL-SPACES FOR TRAILING SPACES.
029900         COMPUTE WS-DRM-SIG-DIGITS =
030000             4 - WS-DRM-TRAIL-SPACES.
030100         IF WS-DRM-SIG-DIGITS > 0
030200             MOVE ZEROS TO WS-DORMDAYS-JUST
030300             COMPUTE WS-DRM-JUST-START =
030400                 5 - WS-DRM-SIG-DIGITS
030500             MOVE WS-DORMDAYS-ENV(1:WS-DRM-SIG-DIGITS)
030600                 TO WS-DORMDAYS-JUST(WS-DRM-JUST-START:
030700                     WS-DRM-SIG-DIGITS)
030800             IF WS-DORMDAYS-JUST IS NUMERIC
030900                     AND WS-DORMDAYS-JUST NOT = ZEROS
031000                 MOVE WS-DORMDAYS-JUST TO WS-DORMANT-DAYS
031100             END-IF
031200         END-IF.
031300     1050-EXIT.
031400         EXIT.
031500
031600     1100-WRITE-BATCH-HEADER.
031700         MOVE SPACES TO MAINT-RECORD.
031800         MOVE "H" TO MNT-REC-TYPE.
031900         MOVE "SUMDORM" TO MNT-HDR-BATCH-ID.
032000         MOVE WS-RUN-DATE TO MNT-HDR-CREATE-DATE.
032100         MOVE "SUMDORM" TO MNT-HDR-SYSTEM.
032200         WRITE MAINT-RECORD.
032300     1100-EXIT.
032400         EXIT.
032500
032600     2000-LOAD-POSTINGS.
032700         OPEN INPUT ARCHIVE-FILE.
032800         IF ARCH-FILE-NOT-FOUND
032900             DISPLAY "NO AUDIT ARCHIVE PRESENT - ACTIVITY TAKEN "
033000                 "FROM THE LIVE AUDIT LOG ONLY"
033100         ELSE
033200             SET ARCH-NOT-EOF TO TRUE
033300             PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT
033400             PERFORM 2100-LOAD-ARCH-ONE THRU 2100-EXIT
033500                 UNTIL ARCH-EOF
033600             CLOSE ARCHIVE-FILE
033700         END-IF.
033800         OPEN INPUT AUDIT-FILE.
033900         IF AUDIT-FILE-NOT-FOUND
034000             DISPLAY "LIVE AUDIT LOG NOT FOUND - ACTIVITY TAKEN "
034100                 "FROM THE ARCHIVE ONLY"
034200             GO TO 2000-EXIT
034300         END-IF.
034400         SET AUDIT-NOT-EOF TO TRUE.
034500         PERFORM 2350-READ-AUDIT THRU 2350-EXIT.
034600         PERFORM 2300-LOAD-AUDIT-ONE THRU 2300-EXIT
034700             UNTIL AUDIT-EOF.
034800         CLOSE AUDIT-FILE.
034900     2000-EXIT.
035000         EXIT.
035100
035200     2100-LOAD-ARCH-ONE.
035300         PERFORM 2200-NOTE-POSTING THRU 2200-EXIT.
035400         PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT.
035500     2100-EXIT.
035600         EXIT.
035700
035800     2150-READ-ARCHIVE.
035900         READ ARCHIVE-FILE INTO AUDIT-RECORD
036000             AT END
036100                 SET ARCH-EOF TO TRUE
036200         END-READ.
036300     2150-EXIT.
036400         EXIT.
036500
036600     2200-NOTE-POSTING.
036700         ADD 1 TO WS-AUD-READ-COUNT.
036800         MOVE AUD-ACCT-NO TO WS-ACT-NEW-ACCT.
036900         MOVE AUD-RUN-DATE TO WS-ACT-NEW-DATE.
037000         MOVE "P" TO WS-ACT-NEW-SOURCE.
037100         PERFORM 2500-NOTE-ACTIVITY THRU 2500-EXIT.
037200     2200-EXIT.
037300         EXIT.
037400
037500     2300-LOAD-AUDIT-ONE.
037600         PERFORM 2200-NOTE-POSTING THRU 2200-EXIT.
037700         PERFORM 2350-READ-AUDIT THRU 2350-EXIT.
037800     2300-EXIT.
037900         EXIT.
038000
038100     2350-READ-AUDIT.
038200         READ AUDIT-FILE INTO AUDIT-RECORD
038300             AT END
038400                 SET AUDIT-EOF TO TRUE
038500         END-READ.
038600     2350-EXIT.
038700         EXIT.
038800
038900     2400-LOAD-JOURNAL.
039000         OPEN INPUT MAINT-JOURNAL-FILE.
039100         IF MJR-FILE-NOT-FOUND
039200             DISPLAY "MAINTENANCE JOURNAL NOT FOUND - NO OPENING "
039300                 "DATES FOR UNPOSTED ACCOUNTS"
039400             GO TO 2400-EXIT
039500         END-IF.
039600         SET JRNL-NOT-EOF TO TRUE.
039700         PERFORM 2450-READ-JOURNAL THRU 2450-EXIT.
039800         PERFORM 2420-LOAD-JOURNAL-ONE THRU 2420-EXIT
039900             UNTIL JRNL-EOF.
040000         CLOSE MAINT-JOURNAL-FILE.
040100     2400-EXIT.
040200         EXIT.
040300
040400     2420-LOAD-JOURNAL-ONE.
040500         ADD 1 TO WS-MJR-READ-COUNT.
040600         IF MJR-ACTION = "A" OR MJR-ACTION = "R"
040700             MOVE MJR-ACCT-NO TO WS-ACT-NEW-ACCT
040800             MOVE MJR-ENTRY-DATE TO WS-ACT-NEW-DATE
040900             MOVE "O" TO WS-ACT-NEW-SOURCE
041000             PERFORM 2500-NOTE-ACTIVITY THRU 2500-EXIT
041100         END-IF.
041200         PERFORM 2450-READ-JOURNAL THRU 2450-EXIT.
041300     2420-EXIT.
041400         EXIT.
041500
041600     2450-READ-JOURNAL.
041700         READ MAINT-JOURNAL-FILE
041800             AT END
041900                 SET JRNL-EOF TO TRUE
042000         END-READ.
042100     2450-EXIT.
042200         EXIT.
042300
042400     2500-NOTE-ACTIVITY.
042500         SET ENTRY-NOT-FOUND TO TRUE.
042600         MOVE 1 TO WS-ACT-IX.
042700         PERFORM 2550-SCAN-ACTIVITY-ONE THRU 2550-EXIT
042800             UNTIL ENTRY-FOUND
042900                 OR WS-ACT-IX > WS-ACT-USED.
043000         IF ENTRY-NOT-FOUND
043100             IF WS-ACT-USED < 2000
043200                 ADD 1 TO WS-ACT-USED
043300                 MOVE WS-ACT-USED TO WS-ACT-IX
043400                 MOVE WS-ACT-NEW-ACCT TO WS-ACT-ACCT(WS-ACT-IX)
043500                 MOVE ZERO TO WS-ACT-LAST-POST(WS-ACT-IX)
043600                 MOVE ZERO TO WS-ACT-OPENED(WS-ACT-IX)
043700             ELSE
043800                 IF ACT-TABLE-NOT-FULL
043900                     SET ACT-TABLE-FULL TO TRUE
044000                     DISPLAY "WARNING - ACTIVITY TABLE FULL - "
044100                         "LATER ACCOUNTS GO TO FOLLOW-UP"
044200                 END-IF
044300                 GO TO 2500-EXIT
044400             END-IF
044500         END-IF.
044600         IF WS-ACT-NEW-SOURCE = "P"
044700             IF WS-ACT-NEW-DATE > WS-ACT-LAST-POST(WS-ACT-IX)
044800                 MOVE WS-ACT-NEW-DATE
044900                     TO WS-ACT-LAST-POST(WS-ACT-IX)
045000             END-IF
045100         ELSE
045200             IF WS-ACT-NEW-DATE > WS-ACT-OPENED(WS-ACT-IX)
045300                 MOVE WS-ACT-NEW-DATE
045400                     TO WS-ACT-OPENED(WS-ACT-IX)
045500             END-IF
045600         END-IF.
045700     2500-EXIT.
045800         EXIT.
045900
046000     2550-SCAN-ACTIVITY-ONE.
046100         IF WS-ACT-ACCT(WS-ACT-IX) = WS-ACT-NEW-ACCT
046200             SET ENTRY-FOUND TO TRUE
046300         ELSE
046400             ADD 1 TO WS-ACT-IX
046500         END-IF.
046600     2550-EXIT.
046700         EXIT.
046800
046900     2700-LOAD-PENDING-CLOSES.
047000         OPEN INPUT PENDING-MAINT-FILE.
047100         IF PEND-FILE-NOT-FOUND
047200             DISPLAY "PENDING MAINTENANCE DATASET NOT FOUND - "
047300                 "NOTHING PENDING"
047400             GO TO 2700-EXIT
047500         END-IF.
047600         SET PEND-NOT-EOF TO TRUE.
047700         PERFORM 2750-READ-PENDING THRU 2750-EXIT.
047800         PERFORM 2720-LOAD-PENDING-ONE THRU 2720-EXIT
047900             UNTIL PEND-EOF.
048000         CLOSE PENDING-MAINT-FILE.
048100     2700-EXIT.
048200         EXIT.
048300
048400     2720-LOAD-PENDING-ONE.
048500         IF PND-PENDING AND PND-ACTION-CLOSE
048600             ADD 1 TO WS-PCL-READ-COUNT
048700             IF WS-PCL-USED < 500
048800                 ADD 1 TO WS-PCL-USED
048900                 MOVE PND-ACCT-NO TO WS-PCL-ACCT(WS-PCL-USED)
049000             ELSE
049100                 IF PCL-TABLE-NOT-FULL
049200                     SET PCL-TABLE-FULL TO TRUE
049300                     DISPLAY "WARNING - PENDING CLOSE TABLE "
049400                         "FULL - CHECK BATCH FOR REPEATS"
049500                 END-IF
049600             END-IF
049700         END-IF.
049800         PERFORM 2750-READ-PENDING THRU 2750-EXIT.
049900     2720-EXIT.
050000         EXIT.
050100
050200     2750-READ-PENDING.
050300         READ PENDING-MAINT-FILE NEXT RECORD
050400             AT END
050500                 SET PEND-EOF TO TRUE
050600         END-READ.
050700     2750-EXIT.
050800         EXIT.
050900
051000     3000-LIST-DORMANT.
051100         PERFORM 6100-START-SECTION THRU 6100-EXIT.
051200         MOVE ZERO TO ACCT-NO.
051300         START ACCOUNT-FILE KEY NOT < ACCT-NO
051400             INVALID KEY
051500                 SET ACCT-EOF TO TRUE
051600             NOT INVALID KEY
051700                 SET ACCT-NOT-EOF TO TRUE
051800         END-START.
051900         IF ACCT-NOT-EOF
052000             PERFORM 3150-READ-MASTER THRU 3150-EXIT
052100         END-IF.
052200         PERFORM 3100-LIST-ONE THRU 3100-EXIT
052300             UNTIL ACCT-EOF.
052400     3000-EXIT.
052500         EXIT.
052600
052700     3100-LIST-ONE.
052800         PERFORM 3200-CLASSIFY-ACCOUNT THRU 3200-EXIT.
052900         IF PASS-PROPOSALS
053000             PERFORM 3300-COUNT-ACCOUNT THRU 3300-EXIT
053100             IF CLASS-PROPOSE OR CLASS-PENDING
053200                 PERFORM 3400-PRINT-ACCOUNT THRU 3400-EXIT
053300             END-IF
053400             IF CLASS-PROPOSE
053500                 PERFORM 3500-WRITE-CLOSE THRU 3500-EXIT
053600             END-IF
053700         ELSE
053800             IF CLASS-BALANCE OR CLASS-NO-ACTIVITY
053900                 PERFORM 3400-PRINT-ACCOUNT THRU 3400-EXIT
054000             END-IF
054100         END-IF.
054200         PERFORM 3150-READ-MASTER THRU 3150-EXIT.
054300     3100-EXIT.
054400         EXIT.
054500
054600     3150-READ-MASTER.
054700         READ ACCOUNT-FILE NEXT RECORD
054800             AT END
054900                 SET ACCT-EOF TO TRUE
055000         END-READ.
055100     3150-EXIT.
055200         EXIT.
055300
055400     3200-CLASSIFY-ACCOUNT.
055500         MOVE ZERO TO WS-ACTIVITY-DATE.
055600         MOVE SPACES TO WS-ACTIVITY-SOURCE.
055700         MOVE ZERO TO WS-IDLE-DAYS.
055800         IF ACCT-CLOSED
055900             SET CLASS-CLOSED TO TRUE
056000             GO TO 3200-EXIT
056100         END-IF.
056200         MOVE ACCT-NO TO WS-ACT-NEW-ACCT.
056300         SET ENTRY-NOT-FOUND TO TRUE.
056400         MOVE 1 TO WS-ACT-IX.
056500         PERFORM 2550-SCAN-ACTIVITY-ONE THRU 2550-EXIT
056600             UNTIL ENTRY-FOUND
056700                 OR WS-ACT-IX > WS-ACT-USED.
056800         IF ENTRY-FOUND
056900             IF WS-ACT-LAST-POST(WS-ACT-IX) > ZERO
057000                     AND WS-ACT-LAST-POST(WS-ACT-IX)
057100                         NOT < WS-ACT-OPENED(WS-ACT-IX)
057200                 MOVE WS-ACT-LAST-POST(WS-ACT-IX)
057300                     TO WS-ACTIVITY-DATE
057400                 MOVE "POSTING" TO WS-ACTIVITY-SOURCE
057500             ELSE
057600                 MOVE WS-ACT-OPENED(WS-ACT-IX)
057700                     TO WS-ACTIVITY-DATE
057800                 MOVE "OPENED" TO WS-ACTIVITY-SOURCE
057900             END-IF
058000         END-IF.
058100         IF WS-ACTIVITY-DATE = ZERO
058200             SET CLASS-NO-ACTIVITY TO TRUE
058300             GO TO 3200-EXIT
058400         END-IF.
058500         IF WS-ACTIVITY-DATE > WS-CUTOFF-DATE
058600             SET CLASS-ACTIVE TO TRUE
058700             GO TO 3200-EXIT
058800         END-IF.
058900         COMPUTE WS-IDLE-DAYS = WS-RUN-INTEGER
059000             - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE).
059100         IF ACCT-BALANCE NOT = ZERO
059200             SET CLASS-BALANCE TO TRUE
059300             GO TO 3200-EXIT
059400         END-IF.
059500         SET ENTRY-NOT-FOUND TO TRUE.
059600         MOVE 1 TO WS-PCL-IX.
059700         PERFORM 3250-SCAN-PENDING-ONE THRU 3250-EXIT
059800             UNTIL ENTRY-FOUND
059900                 OR WS-PCL-IX > WS-PCL-USED.
060000         IF ENTRY-FOUND
060100             SET CLASS-PENDING TO TRUE
060200         ELSE
060300             SET CLASS-PROPOSE TO TRUE
060400         END-IF.
060500     3200-EXIT.
060600         EXIT.
060700
060800     3250-SCAN-PENDING-ONE.
060900         IF WS-PCL-ACCT(WS-PCL-IX) = ACCT-NO
061000             SET ENTRY-FOUND TO TRUE
061100         ELSE
061200             ADD 1 TO WS-PCL-IX
061300         END-IF.
061400     3250-EXIT.
061500         EXIT.
061600
061700     3300-COUNT-ACCOUNT.
061800         IF CLASS-CLOSED
061900             ADD 1 TO WS-CLOSED-COUNT
062000             GO TO 3300-EXIT
062100         END-IF.
062200         ADD 1 TO WS-OPEN-COUNT.
062300         IF CLASS-ACTIVE
062400             ADD 1 TO WS-ACTIVE-COUNT
062500         END-IF.
062600         IF CLASS-PROPOSE
062700             ADD 1 TO WS-PROPOSED-COUNT
062800         END-IF.
062900         IF CLASS-PENDING
063000             ADD 1 TO WS-PENDING-COUNT
063100         END-IF.
063200         IF CLASS-BALANCE
063300             ADD 1 TO WS-BALANCE-COUNT
063400             ADD ACCT-BALANCE TO WS-FOLLOW-UP-TOTAL
063500         END-IF.
063600         IF CLASS-NO-ACTIVITY
063700             ADD 1 TO WS-NO-ACTIVITY-COUNT
063800             ADD ACCT-BALANCE TO WS-FOLLOW-UP-TOTAL
063900         END-IF.
064000     3300-EXIT.
064100         EXIT.
064200
064300     3400-PRINT-ACCOUNT.
064400         MOVE SPACES TO DRM-DETAIL-LINE.
064500         MOVE ACCT-NO TO DRM-D-ACCT.
064600         MOVE ACCT-NAME TO DRM-D-NAME.
064700         MOVE ACCT-BALANCE TO DRM-D-BALANCE.
064800         IF CLASS-NO-ACTIVITY
064900             MOVE "NONE" TO DRM-D-LAST-ACT
065000             MOVE "NO ACTIVITY ON RECORD" TO DRM-D-NOTE
065100         ELSE
065200             MOVE WS-ACTIVITY-DATE TO DRM-D-LAST-ACT
065300             MOVE WS-ACTIVITY-SOURCE TO DRM-D-SOURCE
065400             MOVE WS-IDLE-DAYS TO DRM-D-IDLE
065500         END-IF.
065600         IF CLASS-PROPOSE
065700             MOVE "CLOSE WRITTEN TO BATCH" TO DRM-D-NOTE
065800         END-IF.
065900         IF CLASS-PENDING
066000             MOVE "CLOSE ALREADY PENDING" TO DRM-D-NOTE
066100         END-IF.
066200         IF CLASS-BALANCE
066300             MOVE "BALANCE ON ACCOUNT" TO DRM-D-NOTE
066400         END-IF.
066500         MOVE DRM-DETAIL-LINE TO WS-PRINT-LINE.
066600         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
066700     3400-EXIT.
066800         EXIT.
066900
067000     3500-WRITE-CLOSE.
067100         MOVE SPACES TO MAINT-RECORD.
067200         MOVE "D" TO MNT-REC-TYPE.
067300         MOVE "C" TO MNT-ACTION.
067400         MOVE ACCT-NO TO MNT-ACCT-NO.
067500         MOVE ACCT-NAME TO MNT-ACCT-NAME.
067600         WRITE MAINT-RECORD.
067700         ADD ACCT-NO TO WS-HASH-TOTAL.
067800     3500-EXIT.
067900         EXIT.
068000
068100     3900-WRITE-BATCH-TRAILER.
068200         MOVE SPACES TO MAINT-RECORD.
068300         MOVE "T" TO MNT-REC-TYPE.
068400         MOVE WS-PROPOSED-COUNT TO MNT-TRL-REC-COUNT.
068500         MOVE WS-HASH-TOTAL TO MNT-TRL-HASH-TOTAL.
068600         WRITE MAINT-RECORD.
068700     3900-EXIT.
068800         EXIT.
068900
069000     5000-PRINT-SUMMARY.
069100         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 16
069200             MOVE "DORMANT ACCOUNT REVIEW TOTALS" TO DRM-T-TITLE
069300             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
069400         END-IF.
069500         MOVE SPACES TO DRM-SUMMARY-LINE.
069600         MOVE "OPEN ACCOUNTS REVIEWED:" TO DRM-S-LABEL.
069700         MOVE WS-OPEN-COUNT TO DRM-S-COUNT.
069800         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
069900             AFTER ADVANCING 3 LINES.
070000         MOVE "  ACTIVE:" TO DRM-S-LABEL.
070100         MOVE WS-ACTIVE-COUNT TO DRM-S-COUNT.
070200         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
070300             AFTER ADVANCING 1 LINE.
070400         MOVE "  CLOSE PROPOSED:" TO DRM-S-LABEL.
070500         MOVE WS-PROPOSED-COUNT TO DRM-S-COUNT.
070600         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
070700             AFTER ADVANCING 1 LINE.
070800         MOVE "  CLOSE ALREADY PENDING:" TO DRM-S-LABEL.
070900         MOVE WS-PENDING-COUNT TO DRM-S-COUNT.
071000         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
071100             AFTER ADVANCING 1 LINE.
071200         MOVE "  FOLLOW UP - BALANCE ON ACCOUNT:" TO DRM-S-LABEL.
071300         MOVE WS-BALANCE-COUNT TO DRM-S-COUNT.
071400         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
071500             AFTER ADVANCING 1 LINE.
071600         MOVE "  FOLLOW UP - NO ACTIVITY ON RECORD:"
071700             TO DRM-S-LABEL.
071800         MOVE WS-NO-ACTIVITY-COUNT TO DRM-S-COUNT.
071900         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
072000             AFTER ADVANCING 1 LINE.
072100         MOVE "CLOSED ACCOUNTS NOT REVIEWED:" TO DRM-S-LABEL.
072200         MOVE WS-CLOSED-COUNT TO DRM-S-COUNT.
072300         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
072400             AFTER ADVANCING 1 LINE.
072500         MOVE "POSTINGS READ:" TO DRM-S-LABEL.
072600         MOVE WS-AUD-READ-COUNT TO DRM-S-COUNT.
072700         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
072800             AFTER ADVANCING 2 LINES.
072900         MOVE "JOURNAL RECORDS READ:" TO DRM-S-LABEL.
073000         MOVE WS-MJR-READ-COUNT TO DRM-S-COUNT.
073100         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
073200             AFTER ADVANCING 1 LINE.
073300         MOVE "CLOSES ALREADY PENDING ON SUMPEND:" TO DRM-S-LABEL.
073400         MOVE WS-PCL-READ-COUNT TO DRM-S-COUNT.
073500         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
073600             AFTER ADVANCING 1 LINE.
073700         MOVE "TRAILER HASH TOTAL:" TO DRM-S-LABEL.
073800         MOVE WS-HASH-TOTAL TO DRM-S-COUNT.
073900         WRITE PRINT-RECORD FROM DRM-SUMMARY-LINE
074000             AFTER ADVANCING 1 LINE.
074100         MOVE SPACES TO DRM-AMOUNT-LINE.
074200         MOVE "BALANCE ON FOLLOW-UP ACCOUNTS:" TO DRM-A-LABEL.
074300         MOVE WS-FOLLOW-UP-TOTAL TO DRM-A-AMOUNT.
074400         WRITE PRINT-RECORD FROM DRM-AMOUNT-LINE
074500             AFTER ADVANCING 2 LINES.
074600         MOVE SPACES TO DRM-MESSAGE-LINE.
074700         IF WS-PROPOSED-COUNT = ZERO
074800             MOVE "NO CLOSES PROPOSED - EMPTY BATCH WRITTEN"
074900                 TO DRM-M-TEXT
075000             MOVE 4 TO RETURN-CODE
075100         ELSE
075200             MOVE "BATCH SUMDORM WRITTEN TO DORMMNT FOR SUMMAINT"
075300                 TO DRM-M-TEXT
075400         END-IF.
075500         WRITE PRINT-RECORD FROM DRM-MESSAGE-LINE
075600             AFTER ADVANCING 2 LINES.
075700         DISPLAY "DORMANT ACCOUNT REVIEW COMPLETE - OPEN "
075800             WS-OPEN-COUNT " PROPOSED " WS-PROPOSED-COUNT
075900             " FOLLOW UP " WS-BALANCE-COUNT.
076000     5000-EXIT.
076100         EXIT.
076200
076300     6000-PRINT-LINE.
076400         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
076500             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
076600         END-IF.
076700         WRITE PRINT-RECORD FROM WS-PRINT-LINE
076800             AFTER ADVANCING 1 LINE.
076900         ADD 1 TO WS-LINE-COUNT.
077000     6000-EXIT.
077100         EXIT.
077200
077300     6100-START-SECTION.
077400         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
077500             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
077600             GO TO 6100-EXIT
077700         END-IF.
077800         WRITE PRINT-RECORD FROM DRM-SECTION-LINE
077900             AFTER ADVANCING 3 LINES.
078000         WRITE PRINT-RECORD FROM DRM-HEADER-3
078100             AFTER ADVANCING 2 LINES.
078200         ADD 5 TO WS-LINE-COUNT.
078300     6100-EXIT.
078400         EXIT.
078500
078600     6200-PRINT-HEADERS.
078700         ADD 1 TO WS-PAGE-COUNT.
078800         MOVE WS-RUN-DATE TO DRM-H2-RUN-DATE.
078900         MOVE WS-DORMANT-DAYS TO DRM-H2-DAYS.
079000         MOVE WS-CUTOFF-DATE TO DRM-H2-CUTOFF.
079100         MOVE WS-PAGE-COUNT TO DRM-H2-PAGE.
079200         WRITE PRINT-RECORD FROM DRM-HEADER-1
079300             AFTER ADVANCING PAGE.
079400         WRITE PRINT-RECORD FROM DRM-HEADER-2
079500             AFTER ADVANCING 1 LINE.
079600         WRITE PRINT-RECORD FROM DRM-SECTION-LINE
079700             AFTER ADVANCING 2 LINES.
079800         WRITE PRINT-RECORD FROM DRM-HEADER-3
079900             AFTER ADVANCING 2 LINES.
080000         MOVE 7 TO WS-LINE-COUNT.
080100     6200-EXIT.
080200         EXIT.
080300
080400     9000-TERMINATE.
080500         IF ACCT-MASTER-MISSING
080600             GO TO 9000-EXIT
080700         END-IF.
080800         CLOSE ACCOUNT-FILE.
080900         CLOSE CLOSE-BATCH-FILE.
081000         CLOSE REPORT-FILE.
081100     9000-EXIT.
081200         EXIT.
081300
081400     END PROGRAM SUMDORM.
