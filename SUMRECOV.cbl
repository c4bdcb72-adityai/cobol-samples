      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Account master forward recovery - rebuilds ACCTMST
      *          (ACCTREC copybook) from the snapshot SUMEOD takes at
      *          each day-end close (SNPREC copybook, ACCTSNAP logical
      *          file, pointed by the run deck at the last good
      *          snapshot).  The snapshot is proven against its own
      *          trailer before anything is touched; a missing,
      *          headerless or out-of-balance snapshot refuses the
      *          run (RETURN-CODE 12) and leaves the master as it is,
      *          as does a master that will not open for the reload;
      *          a reloaded master that will not reopen for the
      *          replay also ends the run with RETURN-CODE 12.
      *          The master is then reloaded from the snapshot, the
      *          account maintenance made since the snapshot is
      *          reapplied from the maintenance journal (MJRREC
      *          copybook, ACCTJRNL) - adds, renames, and approved
      *          closes, reopens and limit changes - and every
      *          posting on the audit history (AUDREC copybook, the
      *          AUDARCH generations then the live AUDITLOG) from a
      *          run after the snapshot's last run ID is added back
      *          to its account.  The replay stops at the run ID in
      *          the SUMRCVRUN environment parameter or the business
      *          date in SUMRCVDATE (YYYYMMDD), or runs to the end of
      *          the log when neither is set; maintenance is
      *          reapplied up to the end of that run or date.  A
      *          before/after balance report (RCVRPT) lists every
      *          account's snapshot and recovered balance with grand
      *          totals, so the recovered master can be proven with
      *          SUMPROOF before it is released to production.  The
      *          run needs the account maintenance permission on the
      *          operator's profile (OPRREC copybook, SUMOPRF) and is
      *          written to the security event log (ACCT RECOVER);
      *          RETURN-CODE 32 when refused.  RETURN-CODE 4 when
      *          any posting or journal entry could not be applied,
      *          including a write or rewrite the master refused.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMRECOV.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP"
000700             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS IS WS-SNAP-FILE-STATUS.
000900         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
001000             ORGANIZATION IS INDEXED
001100             ACCESS MODE IS DYNAMIC
001200             RECORD KEY IS ACCT-NO
001300             FILE STATUS IS WS-ACCT-FILE-STATUS.
001400         SELECT MAINT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
001500             ORGANIZATION IS SEQUENTIAL
001600             FILE STATUS IS WS-MJR-FILE-STATUS.
001700         SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
001800             ORGANIZATION IS SEQUENTIAL
001900             FILE STATUS IS WS-ARCH-FILE-STATUS.
002000         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002100             ORGANIZATION IS SEQUENTIAL
002200             FILE STATUS IS WS-AUDIT-FILE-STATUS.
002300         SELECT RUN-CONTROL-FILE ASSIGN TO "SUMRUN"
002400             ORGANIZATION IS INDEXED
002500             RECORD KEY IS RC-KEY
002600             FILE STATUS IS WS-RUN-FILE-STATUS.
002700         SELECT REPORT-FILE ASSIGN TO "RCVRPT"
002800             ORGANIZATION IS SEQUENTIAL.
002900         SELECT OPERATOR-PROFILE-FILE ASSIGN TO "SUMOPRF"
003000             ORGANIZATION IS INDEXED
003100             RECORD KEY IS OPR-ID
003200             FILE STATUS IS WS-OPRF-FILE-STATUS.
003300         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
003400             ORGANIZATION IS SEQUENTIAL
003500             FILE STATUS IS WS-SEC-FILE-STATUS.
003600     DATA DIVISION.
003700     FILE SECTION.
003800     FD  SNAPSHOT-FILE
003900         RECORD CONTAINS 68 CHARACTERS.
004000     COPY SNPREC.
004100     FD  ACCOUNT-FILE
004200         RECORD CONTAINS 67 CHARACTERS.
004300     COPY ACCTREC.
004400     FD  MAINT-JOURNAL-FILE
004500         RECORD CONTAINS 104 CHARACTERS.
004600     COPY MJRREC.
004700     FD  ARCHIVE-FILE
004800         RECORD CONTAINS 102 CHARACTERS.
004900     01  ARCHIVE-RECORD                  PIC X(102).
005000     FD  AUDIT-FILE
005100         RECORD CONTAINS 102 CHARACTERS.
005200     COPY AUDREC.
005300     FD  RUN-CONTROL-FILE
005400         RECORD CONTAINS 94 CHARACTERS.
005500     COPY RUNREC.
005600     FD  REPORT-FILE
005700         RECORD CONTAINS 132 CHARACTERS.
005800     01  PRINT-RECORD                    PIC X(132).
005900     FD  OPERATOR-PROFILE-FILE
006000         RECORD CONTAINS 16 CHARACTERS.
006100     COPY OPRREC.
006200     FD  SECURITY-LOG-FILE
006300         RECORD CONTAINS 75 CHARACTERS.
006400     COPY SECREC.
006500     WORKING-STORAGE SECTION.
006600     01  WS-SNAP-EOF-SWITCH              PIC X(01) VALUE "N".
006700         88  SNAP-EOF                    VALUE "Y".
006800         88  SNAP-NOT-EOF                VALUE "N".
006900
007000     01  WS-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
007100         88  JRNL-EOF                    VALUE "Y".
007200         88  JRNL-NOT-EOF                VALUE "N".
007300
007400     01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
007500         88  ARCH-EOF                    VALUE "Y".
007600         88  ARCH-NOT-EOF                VALUE "N".
007700
007800     01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
007900         88  AUDIT-EOF                   VALUE "Y".
008000         88  AUDIT-NOT-EOF               VALUE "N".
008100
008200     01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
008300         88  ACCT-EOF                    VALUE "Y".
008400         88  ACCT-NOT-EOF                VALUE "N".
008500
008600     01  WS-SNAP-FILE-STATUS             PIC X(02).
008700         88  SNAP-FILE-OK                VALUE "00".
008800         88  SNAP-FILE-NOT-FOUND         VALUE "35".
008900     01  WS-ACCT-FILE-STATUS             PIC X(02).
009000         88  ACCT-FILE-OK                VALUE "00".
009100         88  ACCT-FILE-NOT-FOUND         VALUE "35".
009200     01  WS-MJR-FILE-STATUS              PIC X(02).
009300         88  MJR-FILE-OK                 VALUE "00".
009400         88  MJR-FILE-NOT-FOUND          VALUE "35".
009500     01  WS-ARCH-FILE-STATUS             PIC X(02).
009600         88  ARCH-FILE-OK                VALUE "00".
009700         88  ARCH-FILE-NOT-FOUND         VALUE "35".
009800     01  WS-AUDIT-FILE-STATUS            PIC X(02).
009900         88  AUDIT-FILE-OK               VALUE "00".
010000         88  AUDIT-FILE-NOT-FOUND        VALUE "35".
010100     01  WS-RUN-FILE-STATUS              PIC X(02).
010200         88  RUN-FILE-OK                 VALUE "00".
010300         88  RUN-FILE-NOT-FOUND          VALUE "35".
010400     01  WS-OPRF-FILE-STATUS             PIC X(02).
010500         88  OPRF-FILE-OK                VALUE "00".
010600         88  OPRF-FILE-NOT-FOUND         VALUE "35".
010700     01  WS-SEC-FILE-STATUS              PIC X(02).
010800         88  SEC-FILE-OK                 VALUE "00".
010900         88  SEC-FILE-NOT-FOUND          VALUE "35".
011000
011100     01  WS-RECOVERY-SWITCH              PIC X(01) VALUE "N".
011200         88  RECOVERY-REFUSED            VALUE "Y".
011300         88  RECOVERY-ALLOWED            VALUE "N".
011400
011500     01  WS-TRAILER-SWITCH               PIC X(01).
011600         88  TRAILER-SEEN                VALUE "Y".
011700         88  TRAILER-NOT-SEEN            VALUE "N".
011800
011900     01  WS-STOP-MODE-SWITCH             PIC X(01) VALUE "E".
012000         88  STOP-AT-END                 VALUE "E".
012100         88  STOP-AT-RUN                 VALUE "R".
012200         88  STOP-AT-DATE                VALUE "D".
012300
012400     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
012500         88  PROFILES-IN-USE             VALUE "Y".
012600         88  PROFILES-NOT-IN-USE         VALUE "N".
012700
012800     01  WS-PERM-MAINT                   PIC X(01) VALUE "Y".
012900         88  PERM-MAINT-OK               VALUE "Y".
013000
013100     01  WS-RUN-DATE                     PIC 9(8).
013200     01  WS-RUN-TIME                     PIC 9(8).
013300     01  WS-OPERATOR-ID                  PIC X(08).
013400
013500     01  WS-RCVRUN-ENV                   PIC X(06) VALUE SPACES.
013600     01  WS-RCVRUN-JUST                  PIC X(06).
013700     01  WS-RCV-TRAIL-SPACES             PIC 9(01) COMP.
013800     01  WS-RCV-SIG-DIGITS               PIC 9(01) COMP.
013900     01  WS-RCV-JUST-START               PIC 9(01) COMP.
014000     01  WS-RCVDATE-ENV                  PIC X(08) VALUE SPACES.
014100
014200     01  WS-TARGET-RUN-ID                PIC 9(06) VALUE ZERO.
014300     01  WS-TARGET-DATE                  PIC 9(08) VALUE ZERO.
014400     01  WS-STOP-TEXT                    PIC X(40).
014500     01  WS-RUN-KEY.
014600         05  WS-RUN-KEY-PREFIX           PIC X(02) VALUE "R-".
014700         05  WS-RUN-KEY-ID               PIC 9(06).
014800
014900     01  WS-SNAP-LAST-RUN-ID             PIC 9(06) VALUE ZERO.
015000     01  WS-SNAP-STAMP.
015100         05  WS-SNAP-STAMP-DATE          PIC 9(08).
015200         05  WS-SNAP-STAMP-TIME          PIC 9(08).
015300     01  WS-STOP-STAMP.
015400         05  WS-STOP-STAMP-DATE          PIC 9(08).
015500         05  WS-STOP-STAMP-TIME          PIC 9(08).
015600     01  WS-MJR-STAMP.
015700         05  WS-MJR-STAMP-DATE           PIC 9(08).
015800         05  WS-MJR-STAMP-TIME           PIC 9(08).
015900
016000     01  WS-SNAP-ACCOUNT.
016100         05  WS-SNAP-ACCT-NO             PIC 9(06).
016200         05  WS-SNAP-ACCT-NAME           PIC X(25).
016300         05  WS-SNAP-ACCT-STATUS         PIC X(01).
016400         05  WS-SNAP-BALANCE             PIC S9(11)V99 COMP.
016500         05  FILLER                      PIC X(27).
016600
016700     01  WS-SEC-EVENT-TYPE               PIC X(01).
016800     01  WS-SEC-FUNCTION                 PIC X(12).
016900     01  WS-SEC-DETAIL                   PIC X(30).
017000     01  WS-SEC-TIME                     PIC 9(8).
017100     01  WS-FORMAT-STATUS                PIC X(01).
017200
017300     01  WS-SNAP-COUNT                   PIC 9(9) COMP VALUE ZERO.
017400     01  WS-SNAP-TOTAL                   PIC S9(11)V99 COMP
017500                                         VALUE ZERO.
017600     01  WS-SNAP-EXPECT-COUNT            PIC 9(9) COMP VALUE ZERO.
017700     01  WS-SNAP-EXPECT-TOTAL            PIC S9(11)V99 COMP
017800                                         VALUE ZERO.
017900     01  WS-RESTORED-COUNT               PIC 9(9) COMP VALUE ZERO.
018000     01  WS-MJR-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
018100     01  WS-MJR-BEFORE-COUNT             PIC 9(9) COMP VALUE ZERO.
018200     01  WS-MJR-BEYOND-COUNT             PIC 9(9) COMP VALUE ZERO.
018300     01  WS-MJR-APPLIED-COUNT            PIC 9(9) COMP VALUE ZERO.
018400     01  WS-MJR-ADDED-COUNT              PIC 9(9) COMP VALUE ZERO.
018500     01  WS-MJR-SKIPPED-COUNT            PIC 9(9) COMP VALUE ZERO.
018600     01  WS-AUD-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
018700     01  WS-AUD-BEFORE-COUNT             PIC 9(9) COMP VALUE ZERO.
018800     01  WS-AUD-BEYOND-COUNT             PIC 9(9) COMP VALUE ZERO.
018900     01  WS-AUD-REPLAYED-COUNT           PIC 9(9) COMP VALUE ZERO.
019000     01  WS-AUD-MISSING-COUNT            PIC 9(9) COMP VALUE ZERO.
019100     01  WS-SNAP-MISSING-COUNT           PIC 9(9) COMP VALUE ZERO.
019200     01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE ZERO.
019300     01  WS-HIGH-RUN-ID                  PIC 9(06) VALUE ZERO.
019400     01  WS-REPLAY-NET                   PIC S9(11)V99 COMP
019500                                         VALUE ZERO.
019600     01  WS-MISSING-NET                  PIC S9(11)V99 COMP
019700                                         VALUE ZERO.
019800     01  WS-BEFORE-BAL                   PIC S9(11)V99 COMP.
019900     01  WS-CHANGE                       PIC S9(11)V99 COMP.
020000     01  WS-TOT-BEFORE                   PIC S9(11)V99 COMP
020100                                         VALUE ZERO.
020200     01  WS-TOT-AFTER                    PIC S9(11)V99 COMP
020300                                         VALUE ZERO.
020400     01  WS-TOT-CHANGE                   PIC S9(11)V99 COMP
020500                                         VALUE ZERO.
020600     01  WS-NET-DISPLAY                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
020700
020800     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
020900     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
021000     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
021100
021200     01  RCV-HEADER-1.
021300         05  FILLER                      PIC X(40) VALUE SPACES.
021400         05  FILLER                      PIC X(30)
021500             VALUE "SUM ACCOUNT MASTER RECOVERY - ".
021600         05  FILLER                      PIC X(21)
021700             VALUE "BEFORE/AFTER BALANCES".
021800         05  FILLER                      PIC X(41) VALUE SPACES.
021900
022000     01  RCV-HEADER-2.
022100         05  FILLER                      PIC X(01) VALUE SPACES.
022200         05  FILLER                      PIC X(10)
022300             VALUE "RUN DATE: ".
022400         05  RCV-H2-RUN-DATE             PIC 9(8).
022500         05  FILLER                      PIC X(04) VALUE SPACES.
022600         05  FILLER                      PIC X(10)
022700             VALUE "SNAPSHOT: ".
022800         05  RCV-H2-SNAP-DATE            PIC 9(8).
022900         05  FILLER                      PIC X(01) VALUE SPACES.
023000         05  RCV-H2-SNAP-TIME            PIC 9(8).
023100         05  FILLER                      PIC X(04) VALUE SPACES.
023200         05  FILLER                      PIC X(11)
023300             VALUE "AFTER RUN: ".
023400         05  RCV-H2-SNAP-RUN             PIC 9(6).
023500         05  FILLER                      PIC X(04) VALUE SPACES.
023600         05  FILLER                      PIC X(06) VALUE "PAGE: ".
023700         05  RCV-H2-PAGE                 PIC ZZ9.
023800         05  FILLER                      PIC X(48) VALUE SPACES.
023900
024000     01  RCV-HEADER-3.
024100         05  FILLER                      PIC X(01) VALUE SPACES.
024200         05  FILLER                      PIC X(18)
024300             VALUE "REPLAYED THROUGH: ".
024400         05  RCV-H3-STOP                 PIC X(40).
024500         05  FILLER                      PIC X(73) VALUE SPACES.
024600
024700     01  RCV-HEADER-4.
024800         05  FILLER                      PIC X(01) VALUE SPACES.
024900         05  FILLER                      PIC X(09)
025000             VALUE "ACCOUNT".
025100         05  FILLER                      PIC X(27) VALUE "NAME".
025200         05  FILLER                      PIC X(08) VALUE "STATUS".
025300         05  FILLER                      PIC X(20)
025400             VALUE "      SNAPSHOT BAL".
025500         05  FILLER                      PIC X(20)
025600             VALUE "     RECOVERED BAL".
025700         05  FILLER                      PIC X(20)
025800             VALUE "            CHANGE".
025900         05  FILLER                      PIC X(27) VALUE "NOTE".
026000
026100     01  RCV-DETAIL-LINE.
026200         05  FILLER                      PIC X(01) VALUE SPACES.
026300         05  RCV-D-ACCT                  PIC 9(06).
026400         05  FILLER                      PIC X(03) VALUE SPACES.
026500         05  RCV-D-NAME                  PIC X(25).
026600         05  FILLER                      PIC X(02) VALUE SPACES.
026700         05  RCV-D-STATUS                PIC X(06).
026800         05  FILLER                      PIC X(02) VALUE SPACES.
026900         05  RCV-D-BEFORE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
027000         05  FILLER                      PIC X(02) VALUE SPACES.
027100         05  RCV-D-AFTER                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
027200         05  FILLER                      PIC X(02) VALUE SPACES.
027300         05  RCV-D-CHANGE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
027400         05  FILLER                      PIC X(02) VALUE SPACES.
027500         05  RCV-D-NOTE                  PIC X(20).
027600         05  FILLER                      PIC X(07) VALUE SPACES.
027700
027800     01  RCV-TOTAL-LINE.
027900         05  FILLER                      PIC X(01) VALUE SPACES.
028000         05  FILLER                      PIC X(44)
028100             VALUE "GRAND TOTALS".
028200         05  RCV-T-BEFORE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
028300         05  FILLER                      PIC X(02) VALUE SPACES.
028400         05  RCV-T-AFTER                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
028500         05  FILLER                      PIC X(02) VALUE SPACES.
028600         05  RCV-T-CHANGE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
028700         05  FILLER                      PIC X(29) VALUE SPACES.
028800
028900     01  RCV-SUMMARY-LINE.
029000         05  FILLER                      PIC X(01) VALUE SPACES.
029100         05  RCV-S-LABEL                 PIC X(36).
029200         05  RCV-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
029300         05  FILLER                      PIC X(84) VALUE SPACES.
029400
029500     01  RCV-AMOUNT-LINE.
029600         05  FILLER                      PIC X(01) VALUE SPACES.
029700         05  RCV-A-LABEL                 PIC X(36).
029800         05  RCV-A-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
029900         05  FILLER                      PIC X(77) VALUE SPACES.
030000
030100     01  RCV-MESSAGE-LINE.
030200         05  FILLER                      PIC X(01) VALUE SPACES.
030300         05  RCV-M-TEXT                  PIC X(75).
030400         05  FILLER                      PIC X(56) VALUE SPACES.
030500
030600     PROCEDURE DIVISION.
030700
030800     0000-MAINLINE.
030900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000         IF NOT PERM-MAINT-OK
031100             DISPLAY "RECOVERY RUN REFUSED - OPERATOR "
031200                 WS-OPERATOR-ID " NOT AUTHORIZED FOR ACCOUNT "
031300                 "MAINTENANCE"
031400             MOVE "D" TO WS-SEC-EVENT-TYPE
031500             MOVE "ACCT RECOVER" TO WS-SEC-FUNCTION
031600             MOVE "RECOVERY RUN REFUSED" TO WS-SEC-DETAIL
031700             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
031800             MOVE 32 TO RETURN-CODE
031900             PERFORM 9000-TERMINATE THRU 9000-EXIT
032000             STOP RUN
032100         END-IF.
032200         PERFORM 1500-SET-STOP-POINT THRU 1500-EXIT.
032300         IF RECOVERY-ALLOWED
032400             PERFORM 2000-PROVE-SNAPSHOT THRU 2000-EXIT
032500         END-IF.
032600         IF RECOVERY-ALLOWED AND STOP-AT-RUN
032700             PERFORM 2500-FIND-TARGET-RUN THRU 2500-EXIT
032800         END-IF.
032900         IF RECOVERY-REFUSED
033000             DISPLAY "RECOVERY REFUSED - ACCOUNT MASTER NOT "
033100                 "TOUCHED"
033200             MOVE 12 TO RETURN-CODE
033300             PERFORM 9000-TERMINATE THRU 9000-EXIT
033400             STOP RUN
033500         END-IF.
033600         PERFORM 3000-RESTORE-MASTER THRU 3000-EXIT.
033700         IF RECOVERY-REFUSED
033800             MOVE 12 TO RETURN-CODE
033900             PERFORM 9000-TERMINATE THRU 9000-EXIT
034000             STOP RUN
034100         END-IF.
034200         PERFORM 4000-REAPPLY-MAINTENANCE THRU 4000-EXIT.
034300         PERFORM 5000-REPLAY-AUDIT THRU 5000-EXIT.
034400         PERFORM 6000-PRINT-BALANCES THRU 6000-EXIT.
034500         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
034600         MOVE "A" TO WS-SEC-EVENT-TYPE.
034700         MOVE "ACCT RECOVER" TO WS-SEC-FUNCTION.
034800         MOVE SPACES TO WS-SEC-DETAIL.
034900         MOVE WS-SNAP-STAMP-DATE TO WS-SEC-DETAIL(1:8).
035000         MOVE WS-STOP-TEXT TO WS-SEC-DETAIL(10:21).
035100         PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT.
035200         PERFORM 9000-TERMINATE THRU 9000-EXIT.
035300         STOP RUN.
035400
035500     1000-INITIALIZE.
035600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035700         ACCEPT WS-RUN-TIME FROM TIME.
035800         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
035900         ACCEPT WS-RCVRUN-ENV FROM ENVIRONMENT "SUMRCVRUN".
036000         ACCEPT WS-RCVDATE-ENV FROM ENVIRONMENT "SUMRCVDATE".
036100         PERFORM 1200-LOAD-OPERATOR-PROFILE THRU 1200-EXIT.
036200         OPEN OUTPUT REPORT-FILE.
036300     1000-EXIT.
036400         EXIT.
036500
036600     1200-LOAD-OPERATOR-PROFILE.
036700         SET PROFILES-NOT-IN-USE TO TRUE.
036800         OPEN INPUT OPERATOR-PROFILE-FILE.
036900         IF OPRF-FILE-NOT-FOUND
037000             DISPLAY "OPERATOR PROFILE DATASET NOT FOUND - "
037100                 "ALL FUNCTIONS UNRESTRICTED"
037200             GO TO 1200-EXIT
037300         END-IF.
037400         SET PROFILES-IN-USE TO TRUE.
037500         MOVE WS-OPERATOR-ID TO OPR-ID.
037600         READ OPERATOR-PROFILE-FILE
037700             INVALID KEY
037800                 MOVE "N" TO WS-PERM-MAINT
037900                 DISPLAY "OPERATOR " WS-OPERATOR-ID " HAS NO "
038000                     "PROFILE - RECOVERY DENIED"
038100             NOT INVALID KEY
038200                 MOVE OPR-PERM-MAINT TO WS-PERM-MAINT
038300         END-READ.
038400         CLOSE OPERATOR-PROFILE-FILE.
038500     1200-EXIT.
038600         EXIT.
038700
038800     1500-SET-STOP-POINT.
038900         SET RECOVERY-ALLOWED TO TRUE.
039000         SET STOP-AT-END TO TRUE.
039100         MOVE 99999999 TO WS-STOP-STAMP-DATE.
039200         MOVE 99999999 TO WS-STOP-STAMP-TIME.
039300         MOVE "END OF AUDIT LOG" TO WS-STOP-TEXT.
039400         IF WS-RCVRUN-ENV NOT = SPACES
039500                 AND WS-RCVDATE-ENV NOT = SPACES
039600             DISPLAY "SET SUMRCVRUN OR SUMRCVDATE - NOT BOTH"
039700             SET RECOVERY-REFUSED TO TRUE
039800             GO TO 1500-EXIT
039900         END-IF.
040000         IF WS-RCVRUN-ENV NOT = SPACES
040100             PERFORM 1550-SET-TARGET-RUN THRU 1550-EXIT
040200             GO TO 1500-EXIT
040300         END-IF.
040400         IF WS-RCVDATE-ENV = SPACES
040500             GO TO 1500-EXIT
040600         END-IF.
040700         IF WS-RCVDATE-ENV IS NOT NUMERIC
040800             DISPLAY "SUMRCVDATE " WS-RCVDATE-ENV
040900                 " IS NOT A YYYYMMDD DATE"
041000             SET RECOVERY-REFUSED TO TRUE
041100             GO TO 1500-EXIT
041200         END-IF.
041300         MOVE WS-RCVDATE-ENV TO WS-TARGET-DATE.
041400         SET STOP-AT-DATE TO TRUE.
041500         MOVE WS-TARGET-DATE TO WS-STOP-STAMP-DATE.
041600         MOVE SPACES TO WS-STOP-TEXT.
041700         MOVE "DATE" TO WS-STOP-TEXT(1:4).
041800         MOVE WS-TARGET-DATE TO WS-STOP-TEXT(6:8).
041900     1500-EXIT.
042000         EXIT.
042100
042200     1550-SET-TARGET-RUN.
042300         MOVE ZERO TO WS-RCV-TRAIL-SPACES.
042400         INSPECT WS-RCVRUN-ENV TALLYING
042500             WS-RCV-TRAIL-SPACES FOR TRAILING SPACES.
042600         COMPUTE WS-RCV-SIG-DIGITS =
042700             6 - WS-RCV-TRAIL-SPACES.
042800         MOVE ZEROS TO WS-RCVRUN-JUST.
042900         COMPUTE WS-RCV-JUST-START =
043000             7 - WS-RCV-SIG-DIGITS.
043100         MOVE WS-RCVRUN-ENV(1:WS-RCV-SIG-DIGITS)
043200             TO WS-RCVRUN-JUST(WS-RCV-JUST-START:
043300                 WS-RCV-SIG-DIGITS).
043400         IF WS-RCVRUN-JUST IS NOT NUMERIC
043500             DISPLAY "SUMRCVRUN " WS-RCVRUN-ENV
043600                 " IS NOT A RUN ID"
043700             SET RECOVERY-REFUSED TO TRUE
043800             GO TO 1550-EXIT
043900         END-IF.
044000         MOVE WS-RCVRUN-JUST TO WS-TARGET-RUN-ID.
044100         SET STOP-AT-RUN TO TRUE.
044200         MOVE SPACES TO WS-STOP-TEXT.
044300         MOVE "RUN" TO WS-STOP-TEXT(1:3).
044400         MOVE WS-TARGET-RUN-ID TO WS-STOP-TEXT(5:6).
044500     1550-EXIT.
044600         EXIT.
044700
044800     2000-PROVE-SNAPSHOT.
044900         OPEN INPUT SNAPSHOT-FILE.
045000         IF SNAP-FILE-NOT-FOUND
045100             DISPLAY "ACCOUNT MASTER SNAPSHOT NOT FOUND"
045200             SET RECOVERY-REFUSED TO TRUE
045300             GO TO 2000-EXIT
045400         END-IF.
045500         SET SNAP-NOT-EOF TO TRUE.
045600         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
045700         IF SNAP-EOF OR NOT SNP-TYPE-HEADER
045800             DISPLAY "FIRST SNAPSHOT RECORD IS NOT A HEADER - "
045900                 "SNAPSHOT REFUSED"
046000             SET RECOVERY-REFUSED TO TRUE
046100             CLOSE SNAPSHOT-FILE
046200             GO TO 2000-EXIT
046300         END-IF.
046400         MOVE SNP-HDR-DATE TO WS-SNAP-STAMP-DATE.
046500         MOVE SNP-HDR-TIME TO WS-SNAP-STAMP-TIME.
046600         MOVE SNP-HDR-LAST-RUN-ID TO WS-SNAP-LAST-RUN-ID.
046700         SET TRAILER-NOT-SEEN TO TRUE.
046800         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
046900         PERFORM 2100-PROVE-ONE THRU 2100-EXIT
047000             UNTIL SNAP-EOF OR TRAILER-SEEN.
047100         CLOSE SNAPSHOT-FILE.
047200         IF RECOVERY-REFUSED
047300             GO TO 2000-EXIT
047400         END-IF.
047500         IF TRAILER-NOT-SEEN
047600             DISPLAY "NO TRAILER ON SNAPSHOT - SNAPSHOT "
047700                 "INCOMPLETE"
047800             SET RECOVERY-REFUSED TO TRUE
047900             GO TO 2000-EXIT
048000         END-IF.
048100         IF WS-SNAP-COUNT NOT = WS-SNAP-EXPECT-COUNT
048200                 OR WS-SNAP-TOTAL NOT = WS-SNAP-EXPECT-TOTAL
048300             DISPLAY "SNAPSHOT OUT OF BALANCE - ACCOUNTS READ "
048400                 WS-SNAP-COUNT " TRAILER EXPECTED "
048500                 WS-SNAP-EXPECT-COUNT
048600             SET RECOVERY-REFUSED TO TRUE
048700             GO TO 2000-EXIT
048800         END-IF.
048900         DISPLAY "SNAPSHOT OK - TAKEN " WS-SNAP-STAMP-DATE " "
049000             WS-SNAP-STAMP-TIME " AFTER RUN "
049100             WS-SNAP-LAST-RUN-ID " - " WS-SNAP-COUNT
049200             " ACCOUNTS".
049300         IF STOP-AT-RUN
049400                 AND WS-TARGET-RUN-ID < WS-SNAP-LAST-RUN-ID
049500             DISPLAY "TARGET RUN " WS-TARGET-RUN-ID
049600                 " PRECEDES THE SNAPSHOT - USE AN EARLIER "
049700                 "SNAPSHOT"
049800             SET RECOVERY-REFUSED TO TRUE
049900         END-IF.
050000         IF STOP-AT-DATE
050100                 AND WS-TARGET-DATE < WS-SNAP-STAMP-DATE
050200             DISPLAY "TARGET DATE " WS-TARGET-DATE
050300                 " PRECEDES THE SNAPSHOT - USE AN EARLIER "
050400                 "SNAPSHOT"
050500             SET RECOVERY-REFUSED TO TRUE
050600         END-IF.
050700     2000-EXIT.
050800         EXIT.
050900
051000     2100-PROVE-ONE.
051100         IF SNP-TYPE-TRAILER
051200             MOVE SNP-TRL-REC-COUNT TO WS-SNAP-EXPECT-COUNT
051300             MOVE SNP-TRL-BAL-TOTAL TO WS-SNAP-EXPECT-TOTAL
051400             SET TRAILER-SEEN TO TRUE
051500             GO TO 2100-EXIT
051600         END-IF.
051700         IF NOT SNP-TYPE-DETAIL
051800             DISPLAY "INVALID SNAPSHOT RECORD TYPE "
051900                 SNP-REC-TYPE " - SNAPSHOT REFUSED"
052000             SET RECOVERY-REFUSED TO TRUE
052100         END-IF.
052200         MOVE SNP-ACCOUNT-IMAGE TO WS-SNAP-ACCOUNT.
052300         ADD 1 TO WS-SNAP-COUNT.
052400         ADD WS-SNAP-BALANCE TO WS-SNAP-TOTAL.
052500         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
052600     2100-EXIT.
052700         EXIT.
052800
052900     2150-READ-SNAPSHOT.
053000         READ SNAPSHOT-FILE
053100             AT END
053200                 SET SNAP-EOF TO TRUE
053300         END-READ.
053400     2150-EXIT.
053500         EXIT.
053600
053700     2500-FIND-TARGET-RUN.
053800         OPEN INPUT RUN-CONTROL-FILE.
053900         IF RUN-FILE-NOT-FOUND
054000             DISPLAY "RUN-CONTROL DATASET NOT FOUND - CANNOT "
054100                 "LOCATE RUN " WS-TARGET-RUN-ID
054200             SET RECOVERY-REFUSED TO TRUE
054300             GO TO 2500-EXIT
054400         END-IF.
054500         MOVE WS-TARGET-RUN-ID TO WS-RUN-KEY-ID.
054600         MOVE WS-RUN-KEY TO RC-KEY.
054700         READ RUN-CONTROL-FILE
054800             INVALID KEY
054900                 DISPLAY "RUN " WS-TARGET-RUN-ID
055000                     " NOT ON THE RUN-CONTROL DATASET"
055100                 SET RECOVERY-REFUSED TO TRUE
055200         END-READ.
055300         IF RECOVERY-ALLOWED
055400             IF RC-END-DATE > ZERO
055500                 MOVE RC-END-DATE TO WS-STOP-STAMP-DATE
055600                 MOVE RC-END-TIME TO WS-STOP-STAMP-TIME
055700             ELSE
055800                 MOVE RC-START-DATE TO WS-STOP-STAMP-DATE
055900                 MOVE RC-START-TIME TO WS-STOP-STAMP-TIME
056000             END-IF
056100         END-IF.
056200         CLOSE RUN-CONTROL-FILE.
056300     2500-EXIT.
056400         EXIT.
056500
056600     3000-RESTORE-MASTER.
056700         OPEN INPUT SNAPSHOT-FILE.
056800         OPEN OUTPUT ACCOUNT-FILE.
056900         IF NOT ACCT-FILE-OK
057000             DISPLAY "ACCOUNT MASTER WILL NOT OPEN FOR RELOAD - "
057100                 "STATUS " WS-ACCT-FILE-STATUS
057200                 " - RECOVERY STOPPED"
057300             CLOSE SNAPSHOT-FILE
057400             SET RECOVERY-REFUSED TO TRUE
057500             GO TO 3000-EXIT
057600         END-IF.
057700         SET SNAP-NOT-EOF TO TRUE.
057800         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
057900         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
058000         PERFORM 3100-RESTORE-ONE THRU 3100-EXIT
058100             UNTIL SNAP-EOF OR SNP-TYPE-TRAILER.
058200         CLOSE SNAPSHOT-FILE.
058300         CLOSE ACCOUNT-FILE.
058400         OPEN I-O ACCOUNT-FILE.
058500         IF NOT ACCT-FILE-OK
058600             DISPLAY "RELOADED ACCOUNT MASTER WILL NOT OPEN - "
058700                 "STATUS " WS-ACCT-FILE-STATUS
058800                 " - NOTHING REAPPLIED - RERUN THE RECOVERY"
058900             SET RECOVERY-REFUSED TO TRUE
059000             GO TO 3000-EXIT
059100         END-IF.
059200         DISPLAY "ACCOUNT MASTER RESTORED FROM SNAPSHOT - "
059300             WS-RESTORED-COUNT " ACCOUNTS".
059400     3000-EXIT.
059500         EXIT.
059600
059700     3100-RESTORE-ONE.
059800         WRITE ACCOUNT-RECORD FROM SNP-ACCOUNT-IMAGE
059900             INVALID KEY
060000                 DISPLAY "DUPLICATE ACCOUNT ON SNAPSHOT - "
060100                     SNP-ACCOUNT-IMAGE(1:6) " NOT RESTORED"
060200                 ADD 1 TO WS-EXCEPTION-COUNT
060300             NOT INVALID KEY
060400                 ADD 1 TO WS-RESTORED-COUNT
060500         END-WRITE.
060600         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
060700     3100-EXIT.
060800         EXIT.
060900
061000     4000-REAPPLY-MAINTENANCE.
061100         OPEN INPUT MAINT-JOURNAL-FILE.
061200         IF MJR-FILE-NOT-FOUND
061300             DISPLAY "MAINTENANCE JOURNAL NOT FOUND - NO "
061400                 "MAINTENANCE REAPPLIED"
061500             GO TO 4000-EXIT
061600         END-IF.
061700         SET JRNL-NOT-EOF TO TRUE.
061800         PERFORM 4150-READ-JOURNAL THRU 4150-EXIT.
061900         PERFORM 4100-APPLY-ONE THRU 4100-EXIT
062000             UNTIL JRNL-EOF.
062100         CLOSE MAINT-JOURNAL-FILE.
062200         DISPLAY "MAINTENANCE REAPPLIED: " WS-MJR-APPLIED-COUNT
062300             " SKIPPED: " WS-MJR-SKIPPED-COUNT.
062400     4000-EXIT.
062500         EXIT.
062600
062700     4100-APPLY-ONE.
062800         ADD 1 TO WS-MJR-READ-COUNT.
062900         MOVE MJR-ENTRY-DATE TO WS-MJR-STAMP-DATE.
063000         MOVE MJR-ENTRY-TIME TO WS-MJR-STAMP-TIME.
063100         IF WS-MJR-STAMP NOT > WS-SNAP-STAMP
063200             ADD 1 TO WS-MJR-BEFORE-COUNT
063300             GO TO 4100-NEXT
063400         END-IF.
063500         IF WS-MJR-STAMP > WS-STOP-STAMP
063600             ADD 1 TO WS-MJR-BEYOND-COUNT
063700             GO TO 4100-NEXT
063800         END-IF.
063900         MOVE MJR-ACCT-NO TO ACCT-NO.
064000         READ ACCOUNT-FILE
064100             INVALID KEY
064200                 PERFORM 4200-ADD-ACCOUNT THRU 4200-EXIT
064300                 GO TO 4100-NEXT
064400         END-READ.
064500         IF MJR-ACTION-ADD
064600             DISPLAY "JOURNALLED ADD FOR ACCOUNT " MJR-ACCT-NO
064700                 " ALREADY ON MASTER - SKIPPED"
064800             ADD 1 TO WS-MJR-SKIPPED-COUNT
064900             ADD 1 TO WS-EXCEPTION-COUNT
065000             GO TO 4100-NEXT
065100         END-IF.
065200         MOVE MJR-ACCT-NAME TO ACCT-NAME.
065300         MOVE MJR-ACCT-STATUS TO ACCT-STATUS.
065400         MOVE MJR-TRAN-LIMIT TO ACCT-TRAN-LIMIT.
065500         MOVE MJR-BAL-FLOOR TO ACCT-BAL-FLOOR.
065600         MOVE MJR-BAL-CEILING TO ACCT-BAL-CEILING.
065700         REWRITE ACCOUNT-RECORD
065800             INVALID KEY
065900                 DISPLAY "JOURNALLED MAINTENANCE FOR ACCOUNT "
066000                     MJR-ACCT-NO " COULD NOT BE REWRITTEN - "
066100                     "STATUS " WS-ACCT-FILE-STATUS
066200                 ADD 1 TO WS-MJR-SKIPPED-COUNT
066300                 ADD 1 TO WS-EXCEPTION-COUNT
066400                 GO TO 4100-NEXT
066500         END-REWRITE.
066600         ADD 1 TO WS-MJR-APPLIED-COUNT.
066700     4100-NEXT.
066800         PERFORM 4150-READ-JOURNAL THRU 4150-EXIT.
066900     4100-EXIT.
067000         EXIT.
067100
067200     4150-READ-JOURNAL.
067300         READ MAINT-JOURNAL-FILE
067400             AT END
067500                 SET JRNL-EOF TO TRUE
067600         END-READ.
067700     4150-EXIT.
067800         EXIT.
067900
068000     4200-ADD-ACCOUNT.
068100         IF NOT MJR-ACTION-ADD
068200             DISPLAY "JOURNALLED MAINTENANCE FOR ACCOUNT "
068300                 MJR-ACCT-NO " NOT ON MASTER - SKIPPED"
068400             ADD 1 TO WS-MJR-SKIPPED-COUNT
068500             ADD 1 TO WS-EXCEPTION-COUNT
068600             GO TO 4200-EXIT
068700         END-IF.
068800         MOVE MJR-ACCT-NO TO ACCT-NO.
068900         MOVE MJR-ACCT-NAME TO ACCT-NAME.
069000         MOVE MJR-ACCT-STATUS TO ACCT-STATUS.
069100         MOVE ZERO TO ACCT-BALANCE.
069200         MOVE MJR-TRAN-LIMIT TO ACCT-TRAN-LIMIT.
069300         MOVE MJR-BAL-FLOOR TO ACCT-BAL-FLOOR.
069400         MOVE MJR-BAL-CEILING TO ACCT-BAL-CEILING.
069500         WRITE ACCOUNT-RECORD
069600             INVALID KEY
069700                 DISPLAY "JOURNALLED ADD FOR ACCOUNT " MJR-ACCT-NO
069800                     " COULD NOT BE WRITTEN - STATUS "
069900                     WS-ACCT-FILE-STATUS
070000                 ADD 1 TO WS-MJR-SKIPPED-COUNT
070100                 ADD 1 TO WS-EXCEPTION-COUNT
070200                 GO TO 4200-EXIT
070300         END-WRITE.
070400         ADD 1 TO WS-MJR-APPLIED-COUNT.
070500         ADD 1 TO WS-MJR-ADDED-COUNT.
070600     4200-EXIT.
070700         EXIT.
070800
070900     5000-REPLAY-AUDIT.
071000         OPEN INPUT ARCHIVE-FILE.
071100         IF ARCH-FILE-NOT-FOUND
071200             DISPLAY "NO AUDIT ARCHIVE PRESENT - REPLAY COVERS "
071300                 "THE LIVE AUDIT LOG ONLY"
071400         ELSE
071500             SET ARCH-NOT-EOF TO TRUE
071600             PERFORM 5150-READ-ARCHIVE THRU 5150-EXIT
071700             PERFORM 5100-REPLAY-ARCH-ONE THRU 5100-EXIT
071800                 UNTIL ARCH-EOF
071900             CLOSE ARCHIVE-FILE
072000         END-IF.
072100         OPEN INPUT AUDIT-FILE.
072200         IF AUDIT-FILE-NOT-FOUND
072300             DISPLAY "LIVE AUDIT LOG NOT FOUND - REPLAY COVERS "
072400                 "THE ARCHIVE ONLY"
072500             ADD 1 TO WS-EXCEPTION-COUNT
072600             GO TO 5000-EXIT
072700         END-IF.
072800         SET AUDIT-NOT-EOF TO TRUE.
072900         PERFORM 5350-READ-AUDIT THRU 5350-EXIT.
073000         PERFORM 5300-REPLAY-AUDIT-ONE THRU 5300-EXIT
073100             UNTIL AUDIT-EOF.
073200         CLOSE AUDIT-FILE.
073300     5000-EXIT.
073400         EXIT.
073500
073600     5100-REPLAY-ARCH-ONE.
073700         PERFORM 5500-REPLAY-POSTING THRU 5500-EXIT.
073800         PERFORM 5150-READ-ARCHIVE THRU 5150-EXIT.
073900     5100-EXIT.
074000         EXIT.
074100
074200     5150-READ-ARCHIVE.
074300         READ ARCHIVE-FILE INTO AUDIT-RECORD
074400             AT END
074500                 SET ARCH-EOF TO TRUE
074600         END-READ.
074700     5150-EXIT.
074800         EXIT.
074900
075000     5300-REPLAY-AUDIT-ONE.
075100         PERFORM 5500-REPLAY-POSTING THRU 5500-EXIT.
075200         PERFORM 5350-READ-AUDIT THRU 5350-EXIT.
075300     5300-EXIT.
075400         EXIT.
075500
075600     5350-READ-AUDIT.
075700         READ AUDIT-FILE INTO AUDIT-RECORD
075800             AT END
075900                 SET AUDIT-EOF TO TRUE
076000         END-READ.
076100     5350-EXIT.
076200         EXIT.
076300
076400     5500-REPLAY-POSTING.
076500         ADD 1 TO WS-AUD-READ-COUNT.
076600         IF AUD-RUN-ID NOT > WS-SNAP-LAST-RUN-ID
076700             ADD 1 TO WS-AUD-BEFORE-COUNT
076800             GO TO 5500-EXIT
076900         END-IF.
077000         IF STOP-AT-RUN AND AUD-RUN-ID > WS-TARGET-RUN-ID
077100             ADD 1 TO WS-AUD-BEYOND-COUNT
077200             GO TO 5500-EXIT
077300         END-IF.
077400         IF STOP-AT-DATE AND AUD-RUN-DATE > WS-TARGET-DATE
077500             ADD 1 TO WS-AUD-BEYOND-COUNT
077600             GO TO 5500-EXIT
077700         END-IF.
077800         MOVE AUD-ACCT-NO TO ACCT-NO.
077900         READ ACCOUNT-FILE
078000             INVALID KEY
078100                 DISPLAY "POSTING FOR ACCOUNT " AUD-ACCT-NO
078200                     " RUN " AUD-RUN-ID " NOT ON RECOVERED "
078300                     "MASTER - NOT APPLIED"
078400                 ADD 1 TO WS-AUD-MISSING-COUNT
078500                 ADD 1 TO WS-EXCEPTION-COUNT
078600                 ADD AUD-RESULT TO WS-MISSING-NET
078700                 GO TO 5500-EXIT
078800         END-READ.
078900         ADD AUD-RESULT TO ACCT-BALANCE.
079000         REWRITE ACCOUNT-RECORD
079100             INVALID KEY
079200                 DISPLAY "POSTING FOR ACCOUNT " AUD-ACCT-NO
079300                     " RUN " AUD-RUN-ID " COULD NOT BE REWRITTEN"
079400                     " - NOT APPLIED"
079500                 ADD 1 TO WS-AUD-MISSING-COUNT
079600                 ADD 1 TO WS-EXCEPTION-COUNT
079700                 ADD AUD-RESULT TO WS-MISSING-NET
079800                 GO TO 5500-EXIT
079900         END-REWRITE.
080000         ADD 1 TO WS-AUD-REPLAYED-COUNT.
080100         ADD AUD-RESULT TO WS-REPLAY-NET.
080200         IF AUD-RUN-ID > WS-HIGH-RUN-ID
080300             MOVE AUD-RUN-ID TO WS-HIGH-RUN-ID
080400         END-IF.
080500     5500-EXIT.
080600         EXIT.
080700
080800     6000-PRINT-BALANCES.
080900         CLOSE ACCOUNT-FILE.
081000         OPEN INPUT ACCOUNT-FILE.
081100         SET ACCT-NOT-EOF TO TRUE.
081200         OPEN INPUT SNAPSHOT-FILE.
081300         SET SNAP-NOT-EOF TO TRUE.
081400         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
081500         PERFORM 6150-NEXT-SNAP-DETAIL THRU 6150-EXIT.
081600         PERFORM 6250-READ-MASTER THRU 6250-EXIT.
081700         PERFORM 6100-PRINT-ONE THRU 6100-EXIT
081800             UNTIL ACCT-EOF.
081900         PERFORM 6200-SNAP-ONLY-ONE THRU 6200-EXIT
082000             UNTIL SNAP-EOF.
082100         CLOSE SNAPSHOT-FILE.
082200         CLOSE ACCOUNT-FILE.
082300         PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT.
082400     6000-EXIT.
082500         EXIT.
082600
082700     6100-PRINT-ONE.
082800         PERFORM 6200-SNAP-ONLY-ONE THRU 6200-EXIT
082900             UNTIL SNAP-EOF
083000                 OR WS-SNAP-ACCT-NO NOT < ACCT-NO.
083100         MOVE SPACES TO RCV-DETAIL-LINE.
083200         IF SNAP-NOT-EOF AND WS-SNAP-ACCT-NO = ACCT-NO
083300             MOVE WS-SNAP-BALANCE TO WS-BEFORE-BAL
083400             IF WS-SNAP-ACCT-STATUS NOT = ACCT-STATUS
083500                 MOVE "STATUS CHANGED" TO RCV-D-NOTE
083600             END-IF
083700             PERFORM 6150-NEXT-SNAP-DETAIL THRU 6150-EXIT
083800         ELSE
083900             MOVE ZERO TO WS-BEFORE-BAL
084000             MOVE "ADDED SINCE SNAPSHOT" TO RCV-D-NOTE
084100         END-IF.
084200         COMPUTE WS-CHANGE = ACCT-BALANCE - WS-BEFORE-BAL.
084300         ADD WS-BEFORE-BAL TO WS-TOT-BEFORE.
084400         ADD ACCT-BALANCE TO WS-TOT-AFTER.
084500         ADD WS-CHANGE TO WS-TOT-CHANGE.
084600         MOVE ACCT-NO TO RCV-D-ACCT.
084700         MOVE ACCT-NAME TO RCV-D-NAME.
084800         MOVE ACCT-STATUS TO WS-FORMAT-STATUS.
084900         PERFORM 6400-FORMAT-STATUS THRU 6400-EXIT.
085000         MOVE WS-BEFORE-BAL TO RCV-D-BEFORE.
085100         MOVE ACCT-BALANCE TO RCV-D-AFTER.
085200         MOVE WS-CHANGE TO RCV-D-CHANGE.
085300         PERFORM 6300-PRINT-DETAIL THRU 6300-EXIT.
085400         PERFORM 6250-READ-MASTER THRU 6250-EXIT.
085500     6100-EXIT.
085600         EXIT.
085700
085800     6150-NEXT-SNAP-DETAIL.
085900         PERFORM 2150-READ-SNAPSHOT THRU 2150-EXIT.
086000         IF SNAP-NOT-EOF AND SNP-TYPE-TRAILER
086100             SET SNAP-EOF TO TRUE
086200         END-IF.
086300         IF SNAP-NOT-EOF
086400             MOVE SNP-ACCOUNT-IMAGE TO WS-SNAP-ACCOUNT
086500         END-IF.
086600     6150-EXIT.
086700         EXIT.
086800
086900     6200-SNAP-ONLY-ONE.
087000         DISPLAY "SNAPSHOT ACCOUNT " WS-SNAP-ACCT-NO
087100             " MISSING FROM RECOVERED MASTER".
087200         ADD 1 TO WS-SNAP-MISSING-COUNT.
087300         ADD 1 TO WS-EXCEPTION-COUNT.
087400         MOVE SPACES TO RCV-DETAIL-LINE.
087500         MOVE WS-SNAP-ACCT-NO TO RCV-D-ACCT.
087600         MOVE WS-SNAP-ACCT-NAME TO RCV-D-NAME.
087700         MOVE WS-SNAP-ACCT-STATUS TO WS-FORMAT-STATUS.
087800         PERFORM 6400-FORMAT-STATUS THRU 6400-EXIT.
087900         MOVE WS-SNAP-BALANCE TO RCV-D-BEFORE.
088000         MOVE ZERO TO RCV-D-AFTER.
088100         COMPUTE WS-CHANGE = ZERO - WS-SNAP-BALANCE.
088200         MOVE WS-CHANGE TO RCV-D-CHANGE.
088300         MOVE "** NOT ON MASTER" TO RCV-D-NOTE.
088400         ADD WS-SNAP-BALANCE TO WS-TOT-BEFORE.
088500         ADD WS-CHANGE TO WS-TOT-CHANGE.
088600         PERFORM 6300-PRINT-DETAIL THRU 6300-EXIT.
088700         PERFORM 6150-NEXT-SNAP-DETAIL THRU 6150-EXIT.
088800     6200-EXIT.
088900         EXIT.
089000
089100     6250-READ-MASTER.
089200         READ ACCOUNT-FILE NEXT RECORD
089300             AT END
089400                 SET ACCT-EOF TO TRUE
089500         END-READ.
089600     6250-EXIT.
089700         EXIT.
089800
089900     6300-PRINT-DETAIL.
090000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
090100             PERFORM 6350-PRINT-HEADERS THRU 6350-EXIT
090200         END-IF.
090300         WRITE PRINT-RECORD FROM RCV-DETAIL-LINE
090400             AFTER ADVANCING 1 LINE.
090500         ADD 1 TO WS-LINE-COUNT.
090600     6300-EXIT.
090700         EXIT.
090800
090900     6350-PRINT-HEADERS.
091000         ADD 1 TO WS-PAGE-COUNT.
091100         MOVE WS-RUN-DATE TO RCV-H2-RUN-DATE.
091200         MOVE WS-SNAP-STAMP-DATE TO RCV-H2-SNAP-DATE.
091300         MOVE WS-SNAP-STAMP-TIME TO RCV-H2-SNAP-TIME.
091400         MOVE WS-SNAP-LAST-RUN-ID TO RCV-H2-SNAP-RUN.
091500         MOVE WS-PAGE-COUNT TO RCV-H2-PAGE.
091600         MOVE WS-STOP-TEXT TO RCV-H3-STOP.
091700         WRITE PRINT-RECORD FROM RCV-HEADER-1
091800             AFTER ADVANCING PAGE.
091900         WRITE PRINT-RECORD FROM RCV-HEADER-2
092000             AFTER ADVANCING 1 LINE.
092100         WRITE PRINT-RECORD FROM RCV-HEADER-3
092200             AFTER ADVANCING 1 LINE.
092300         WRITE PRINT-RECORD FROM RCV-HEADER-4
092400             AFTER ADVANCING 2 LINES.
092500         MOVE 5 TO WS-LINE-COUNT.
092600     6350-EXIT.
092700         EXIT.
092800
092900     6400-FORMAT-STATUS.
093000         IF WS-FORMAT-STATUS = "C"
093100             MOVE "CLOSED" TO RCV-D-STATUS
093200         ELSE
093300             MOVE "OPEN" TO RCV-D-STATUS
093400         END-IF.
093500     6400-EXIT.
093600         EXIT.
093700
093800     6500-PRINT-TOTALS.
093900         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
094000             PERFORM 6350-PRINT-HEADERS THRU 6350-EXIT
094100         END-IF.
094200         MOVE WS-TOT-BEFORE TO RCV-T-BEFORE.
094300         MOVE WS-TOT-AFTER TO RCV-T-AFTER.
094400         MOVE WS-TOT-CHANGE TO RCV-T-CHANGE.
094500         WRITE PRINT-RECORD FROM RCV-TOTAL-LINE
094600             AFTER ADVANCING 2 LINES.
094700         ADD 2 TO WS-LINE-COUNT.
094800     6500-EXIT.
094900         EXIT.
095000
095100     7000-PRINT-SUMMARY.
095200         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 20
095300             PERFORM 6350-PRINT-HEADERS THRU 6350-EXIT
095400         END-IF.
095500         MOVE SPACES TO RCV-SUMMARY-LINE.
095600         MOVE "ACCOUNTS RESTORED FROM SNAPSHOT:"
095700             TO RCV-S-LABEL.
095800         MOVE WS-RESTORED-COUNT TO RCV-S-COUNT.
095900         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
096000             AFTER ADVANCING 2 LINES.
096100         MOVE "JOURNAL RECORDS READ:" TO RCV-S-LABEL.
096200         MOVE WS-MJR-READ-COUNT TO RCV-S-COUNT.
096300         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
096400             AFTER ADVANCING 1 LINE.
096500         MOVE "  TAKEN BEFORE THE SNAPSHOT:" TO RCV-S-LABEL.
096600         MOVE WS-MJR-BEFORE-COUNT TO RCV-S-COUNT.
096700         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
096800             AFTER ADVANCING 1 LINE.
096900         MOVE "  PAST THE STOP POINT:" TO RCV-S-LABEL.
097000         MOVE WS-MJR-BEYOND-COUNT TO RCV-S-COUNT.
097100         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
097200             AFTER ADVANCING 1 LINE.
097300         MOVE "  MAINTENANCE REAPPLIED:" TO RCV-S-LABEL.
097400         MOVE WS-MJR-APPLIED-COUNT TO RCV-S-COUNT.
097500         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
097600             AFTER ADVANCING 1 LINE.
097700         MOVE "    ACCOUNTS ADDED:" TO RCV-S-LABEL.
097800         MOVE WS-MJR-ADDED-COUNT TO RCV-S-COUNT.
097900         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
098000             AFTER ADVANCING 1 LINE.
098100         MOVE "  MAINTENANCE SKIPPED:" TO RCV-S-LABEL.
098200         MOVE WS-MJR-SKIPPED-COUNT TO RCV-S-COUNT.
098300         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
098400             AFTER ADVANCING 1 LINE.
098500         MOVE "AUDIT RECORDS READ:" TO RCV-S-LABEL.
098600         MOVE WS-AUD-READ-COUNT TO RCV-S-COUNT.
098700         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
098800             AFTER ADVANCING 2 LINES.
098900         MOVE "  POSTED BEFORE THE SNAPSHOT:" TO RCV-S-LABEL.
099000         MOVE WS-AUD-BEFORE-COUNT TO RCV-S-COUNT.
099100         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
099200             AFTER ADVANCING 1 LINE.
099300         MOVE "  PAST THE STOP POINT:" TO RCV-S-LABEL.
099400         MOVE WS-AUD-BEYOND-COUNT TO RCV-S-COUNT.
099500         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
099600             AFTER ADVANCING 1 LINE.
099700         MOVE "  POSTINGS REPLAYED:" TO RCV-S-LABEL.
099800         MOVE WS-AUD-REPLAYED-COUNT TO RCV-S-COUNT.
099900         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
100000             AFTER ADVANCING 1 LINE.
100100         MOVE "  NOT APPLIED - NO ACCOUNT:" TO RCV-S-LABEL.
100200         MOVE WS-AUD-MISSING-COUNT TO RCV-S-COUNT.
100300         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
100400             AFTER ADVANCING 1 LINE.
100500         MOVE "  LAST RUN ID REPLAYED:" TO RCV-S-LABEL.
100600         MOVE WS-HIGH-RUN-ID TO RCV-S-COUNT.
100700         WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE
100800             AFTER ADVANCING 1 LINE.
100900         MOVE SPACES TO RCV-AMOUNT-LINE.
101000         MOVE "SNAPSHOT BALANCE TOTAL:" TO RCV-A-LABEL.
101100         MOVE WS-SNAP-TOTAL TO RCV-A-AMOUNT.
101200         WRITE PRINT-RECORD FROM RCV-AMOUNT-LINE
101300             AFTER ADVANCING 2 LINES.
101400         MOVE "NET OF POSTINGS REPLAYED:" TO RCV-A-LABEL.
101500         MOVE WS-REPLAY-NET TO RCV-A-AMOUNT.
101600         WRITE PRINT-RECORD FROM RCV-AMOUNT-LINE
101700             AFTER ADVANCING 1 LINE.
101800         MOVE "NET OF POSTINGS NOT APPLIED:" TO RCV-A-LABEL.
101900         MOVE WS-MISSING-NET TO RCV-A-AMOUNT.
102000         WRITE PRINT-RECORD FROM RCV-AMOUNT-LINE
102100             AFTER ADVANCING 1 LINE.
102200         MOVE "RECOVERED BALANCE TOTAL:" TO RCV-A-LABEL.
102300         MOVE WS-TOT-AFTER TO RCV-A-AMOUNT.
102400         WRITE PRINT-RECORD FROM RCV-AMOUNT-LINE
102500             AFTER ADVANCING 1 LINE.
102600         MOVE SPACES TO RCV-MESSAGE-LINE.
102700         IF WS-TOT-AFTER NOT = WS-SNAP-TOTAL + WS-REPLAY-NET
102800             MOVE "** RECOVERED TOTAL OUT OF BALANCE WITH REPLAY"
102900                 TO RCV-M-TEXT
103000             ADD 1 TO WS-EXCEPTION-COUNT
103100         ELSE
103200             MOVE "RECOVERED TOTAL = SNAPSHOT + POSTINGS REPLAYED"
103300                 TO RCV-M-TEXT
103400         END-IF.
103500         WRITE PRINT-RECORD FROM RCV-MESSAGE-LINE
103600             AFTER ADVANCING 2 LINES.
103700         MOVE "PROVE THIS MASTER WITH SUMPROOF BEFORE RELEASE"
103800             TO RCV-M-TEXT.
103900         WRITE PRINT-RECORD FROM RCV-MESSAGE-LINE
104000             AFTER ADVANCING 1 LINE.
104100         MOVE WS-TOT-AFTER TO WS-NET-DISPLAY.
104200         DISPLAY "RECOVERY COMPLETE - REPLAYED "
104300             WS-AUD-REPLAYED-COUNT " POSTINGS THROUGH "
104400             WS-STOP-TEXT.
104500         DISPLAY "RECOVERED BALANCE TOTAL: " WS-NET-DISPLAY.
104600         DISPLAY "PROVE THE RECOVERED MASTER WITH SUMPROOF "
104700             "BEFORE RELEASING IT TO PRODUCTION".
104800         IF WS-EXCEPTION-COUNT > ZERO
104900             DISPLAY "RECOVERY EXCEPTIONS: " WS-EXCEPTION-COUNT
105000             MOVE 4 TO RETURN-CODE
105100         END-IF.
105200     7000-EXIT.
105300         EXIT.
105400
105500     8700-WRITE-SECURITY-EVENT.
105600         OPEN EXTEND SECURITY-LOG-FILE.
105700         IF SEC-FILE-NOT-FOUND
105800             OPEN OUTPUT SECURITY-LOG-FILE
105900             CLOSE SECURITY-LOG-FILE
106000             OPEN EXTEND SECURITY-LOG-FILE
106100         END-IF.
106200         ACCEPT WS-SEC-TIME FROM TIME.
106300         MOVE WS-RUN-DATE TO SEC-EVENT-DATE.
106400         MOVE WS-SEC-TIME TO SEC-EVENT-TIME.
106500         MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
106600         MOVE "SUMRECOV" TO SEC-PROGRAM-ID.
106700         MOVE WS-SEC-EVENT-TYPE TO SEC-EVENT-TYPE.
106800         MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
106900         MOVE WS-SEC-DETAIL TO SEC-DETAIL.
107000         WRITE SECURITY-EVENT-RECORD.
107100         CLOSE SECURITY-LOG-FILE.
107200     8700-EXIT.
107300         EXIT.
107400
107500     9000-TERMINATE.
107600         CLOSE REPORT-FILE.
107700     9000-EXIT.
107800         EXIT.
107900
108000     END PROGRAM SUMRECOV.
