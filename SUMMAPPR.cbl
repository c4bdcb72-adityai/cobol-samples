      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Maintenance approval - the checker side of dual
      *          control.  Reads an approval batch (APRREC copybook,
      *          APRFILE) carrying one approve or decline decision per
      *          queued entry on the pending maintenance dataset
      *          (PNDREC copybook, SUMPEND) that SUMMAINT and the SUM
      *          console write for closes, reopens and limit changes.
      *          The batch has the same header and trailer controls
      *          as MNTFILE: a missing or stale header refuses the run
      *          (RETURN-CODE 12), a detail count or account-number
      *          hash that disagrees with the trailer is RETURN-CODE
      *          8, and an empty batch is RETURN-CODE 4.  The run
      *          needs the approval permission on the operator's
      *          profile (OPRREC copybook, SUMOPRF) and refuses to
      *          start without it (RETURN-CODE 32).  The checker may
      *          not approve or decline an entry made under the same
      *          operator ID; that attempt is rejected and written to
      *          the security event log as a denial.  An approved
      *          entry is applied to the account master only if the
      *          account still carries the status and limits the
      *          entry was made against; otherwise it is rejected and
      *          left pending for the checker to decline.  Every
      *          decision taken is written to the security event log
      *          (PEND APPROVE / PEND DECLINE, and ACCT CLOSE for an
      *          approved close), marked on the pending entry with
      *          the checker and date, and printed on the approval
      *          register with the before and after values.  A
      *          decision that fails its edits goes to the approval
      *          reject file (APRREJ) with a reason code.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      *   10/15/26 AI  Every approved close, reopen and limit change
      *                applied to the account master is written to the
      *                account maintenance journal (MJRREC copybook,
      *                ACCTJRNL) with the account's name, status and
      *                limits after the change, so SUMRECOV can
      *                reapply it when the master is rebuilt from a
      *                snapshot.
      *   10/15/26 AI  An approved change the account master refuses,
      *                or a decision the pending dataset refuses, is
      *                displayed, counted on the register as UPDATES
      *                FAILED and leaves RETURN-CODE 8; the entry stays
      *                pending and nothing is journaled or written to
      *                the security event log for it.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMMAPPR.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT APPROVAL-FILE ASSIGN TO "APRFILE"
000700             ORGANIZATION IS SEQUENTIAL.
000800         SELECT PENDING-MAINT-FILE ASSIGN TO "SUMPEND"
000900             ORGANIZATION IS INDEXED
001000             RECORD KEY IS PND-KEY
001100             FILE STATUS IS WS-PEND-FILE-STATUS.
001200         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
001300             ORGANIZATION IS INDEXED
001400             RECORD KEY IS ACCT-NO
001500             FILE STATUS IS WS-ACCT-FILE-STATUS.
001600         SELECT APPROVAL-REJECT-FILE ASSIGN TO "APRREJ"
001700             ORGANIZATION IS SEQUENTIAL.
001800         SELECT REPORT-FILE ASSIGN TO "APRRPT"
001900             ORGANIZATION IS SEQUENTIAL.
002000         SELECT OPERATOR-PROFILE-FILE ASSIGN TO "SUMOPRF"
002100             ORGANIZATION IS INDEXED
002200             RECORD KEY IS OPR-ID
002300             FILE STATUS IS WS-OPRF-FILE-STATUS.
002400         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002500             ORGANIZATION IS SEQUENTIAL
002600             FILE STATUS IS WS-SEC-FILE-STATUS.
002700         SELECT MAINT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
002800             ORGANIZATION IS SEQUENTIAL
002900             FILE STATUS IS WS-MJR-FILE-STATUS.
003000     DATA DIVISION.
003100     FILE SECTION.
003200     FD  APPROVAL-FILE
003300         RECORD CONTAINS 48 CHARACTERS.
003400     COPY APRREC.
003500     FD  PENDING-MAINT-FILE
003600         RECORD CONTAINS 168 CHARACTERS.
003700     COPY PNDREC.
003800     FD  ACCOUNT-FILE
003900         RECORD CONTAINS 67 CHARACTERS.
004000     COPY ACCTREC.
004100     FD  APPROVAL-REJECT-FILE
004200         RECORD CONTAINS 82 CHARACTERS.
004300     01  APPROVAL-REJECT-RECORD.
004400         05  ARJ-RECORD-IMAGE            PIC X(48).
004500         05  ARJ-REASON-CODE             PIC X(04).
004600         05  ARJ-REASON-TEXT             PIC X(30).
004700     FD  REPORT-FILE
004800         RECORD CONTAINS 132 CHARACTERS.
004900     01  PRINT-RECORD                    PIC X(132).
005000     FD  OPERATOR-PROFILE-FILE
005100         RECORD CONTAINS 16 CHARACTERS.
005200     COPY OPRREC.
005300     FD  SECURITY-LOG-FILE
005400         RECORD CONTAINS 75 CHARACTERS.
005500     COPY SECREC.
005600     FD  MAINT-JOURNAL-FILE
005700         RECORD CONTAINS 104 CHARACTERS.
005800     COPY MJRREC.
005900     WORKING-STORAGE SECTION.
006000     01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006100         88  APPROVAL-EOF                VALUE "Y".
006200         88  APPROVAL-NOT-EOF            VALUE "N".
006300
006400     01  WS-PEND-FILE-STATUS             PIC X(02).
006500         88  PEND-FILE-OK                VALUE "00".
006600         88  PEND-FILE-NOT-FOUND         VALUE "35".
006700     01  WS-ACCT-FILE-STATUS             PIC X(02).
006800         88  ACCT-FILE-OK                VALUE "00".
006900         88  ACCT-FILE-NOT-FOUND         VALUE "35".
007000
007100     01  WS-HEADER-SWITCH                PIC X(01).
007200         88  HEADER-OK                   VALUE "Y".
007300         88  HEADER-BAD                  VALUE "N".
007400
007500     01  WS-TRAILER-SWITCH               PIC X(01).
007600         88  TRAILER-SEEN                VALUE "Y".
007700         88  TRAILER-NOT-SEEN            VALUE "N".
007800
007900     01  WS-EDIT-SWITCH                  PIC X(01).
008000         88  EDIT-OK                     VALUE "Y".
008100         88  EDIT-FAILED                 VALUE "N".
008200
008300     01  WS-REJECT-CODE                  PIC X(04).
008400     01  WS-REJECT-TEXT                  PIC X(30).
008500
008600     01  WS-RUN-DATE                     PIC 9(8).
008700     01  WS-CUR-BATCH-ID                 PIC X(08).
008800     01  WS-OPERATOR-ID                  PIC X(08).
008900
009000     01  WS-OPRF-FILE-STATUS             PIC X(02).
009100         88  OPRF-FILE-OK                VALUE "00".
009200         88  OPRF-FILE-NOT-FOUND         VALUE "35".
009300     01  WS-SEC-FILE-STATUS              PIC X(02).
009400         88  SEC-FILE-OK                 VALUE "00".
009500         88  SEC-FILE-NOT-FOUND          VALUE "35".
009600     01  WS-MJR-FILE-STATUS              PIC X(02).
009700         88  MJR-FILE-OK                 VALUE "00".
009800         88  MJR-FILE-NOT-FOUND          VALUE "35".
009900     01  WS-MJR-ACTION                   PIC X(01).
010000     01  WS-MJR-TIME                     PIC 9(8).
010100
010200     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
010300         88  PROFILES-IN-USE             VALUE "Y".
010400         88  PROFILES-NOT-IN-USE         VALUE "N".
010500
010600     01  WS-PERM-APPROVE                 PIC X(01) VALUE "Y".
010700         88  PERM-APPROVE-OK             VALUE "Y".
010800
010900     01  WS-SEC-EVENT-TYPE               PIC X(01).
011000     01  WS-SEC-FUNCTION                 PIC X(12).
011100     01  WS-SEC-DETAIL                   PIC X(30).
011200     01  WS-SEC-TIME                     PIC 9(8).
011300     01  WS-DECISION-TIME                PIC 9(8).
011400     01  WS-FORMAT-STATUS                PIC X(01).
011500
011600     01  WS-APPLY-SWITCH                 PIC X(01).
011700         88  DECISION-APPLIED            VALUE "Y".
011800         88  DECISION-FAILED             VALUE "N".
011900
012000     01  WS-RECS-READ                    PIC 9(9) COMP VALUE ZERO.
012100     01  WS-APPROVED-COUNT               PIC 9(9) COMP VALUE ZERO.
012200     01  WS-DECLINED-COUNT               PIC 9(9) COMP VALUE ZERO.
012300     01  WS-REJECT-COUNT                 PIC 9(9) COMP VALUE ZERO.
012400     01  WS-FAILED-COUNT                 PIC 9(9) COMP VALUE ZERO.
012500     01  WS-CLOSE-COUNT                  PIC 9(9) COMP VALUE ZERO.
012600     01  WS-REOPEN-COUNT                 PIC 9(9) COMP VALUE ZERO.
012700     01  WS-LIMIT-COUNT                  PIC 9(9) COMP VALUE ZERO.
012800     01  WS-HASH-TOTAL                   PIC 9(9) COMP VALUE ZERO.
012900     01  WS-TRL-EXPECT-COUNT             PIC 9(9) COMP VALUE ZERO.
013000     01  WS-TRL-EXPECT-HASH              PIC 9(9) COMP VALUE ZERO.
013100
013200     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
013300     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
013400     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
013500
013600     01  MAR-HEADER-1.
013700         05  FILLER                      PIC X(45) VALUE SPACES.
013800         05  FILLER                      PIC X(36)
013900             VALUE "SUM MAINTENANCE APPROVAL REGISTER".
014000         05  FILLER                      PIC X(51) VALUE SPACES.
014100
014200     01  MAR-HEADER-2.
014300         05  FILLER                      PIC X(01) VALUE SPACES.
014400         05  FILLER                      PIC X(10)
014500             VALUE "RUN DATE: ".
014600         05  MAR-H2-RUN-DATE             PIC 9(8).
014700         05  FILLER                      PIC X(04) VALUE SPACES.
014800         05  FILLER                      PIC X(07)
014900             VALUE "BATCH: ".
015000         05  MAR-H2-BATCH-ID             PIC X(08).
015100         05  FILLER                      PIC X(04) VALUE SPACES.
015200         05  FILLER                      PIC X(09)
015300             VALUE "CHECKER: ".
015400         05  MAR-H2-CHECKER              PIC X(08).
015500         05  FILLER                      PIC X(04) VALUE SPACES.
015600         05  FILLER                      PIC X(06) VALUE "PAGE: ".
015700         05  MAR-H2-PAGE                 PIC ZZ9.
015800         05  FILLER                      PIC X(60) VALUE SPACES.
015900
016000     01  MAR-HEADER-3.
016100         05  FILLER                      PIC X(01) VALUE SPACES.
016200         05  FILLER                      PIC X(10)
016300             VALUE "DECISION".
016400         05  FILLER                      PIC X(08)
016500             VALUE "ACCOUNT".
016600         05  FILLER                      PIC X(08) VALUE "ACTION".
016700         05  FILLER                      PIC X(22)
016800             VALUE "PENDING ENTRY KEY".
016900         05  FILLER                      PIC X(10) VALUE "MAKER".
017000         05  FILLER                      PIC X(08) VALUE "VALUES".
017100         05  FILLER                      PIC X(08) VALUE "STATUS".
017200         05  FILLER                      PIC X(15)
017300             VALUE "    TRAN LIMIT".
017400         05  FILLER                      PIC X(19)
017500             VALUE "     BALANCE FLOOR".
017600         05  FILLER                      PIC X(18)
017700             VALUE "   BALANCE CEILING".
017800         05  FILLER                      PIC X(05) VALUE SPACES.
017900
018000     01  MAR-DETAIL-LINE.
018100         05  FILLER                      PIC X(01) VALUE SPACES.
018200         05  MAR-D-DECISION              PIC X(08).
018300         05  FILLER                      PIC X(02) VALUE SPACES.
018400         05  MAR-D-ACCT                  PIC X(06).
018500         05  FILLER                      PIC X(02) VALUE SPACES.
018600         05  MAR-D-ACTION                PIC X(06).
018700         05  FILLER                      PIC X(02) VALUE SPACES.
018800         05  MAR-D-PEND-KEY              PIC X(20).
018900         05  FILLER                      PIC X(02) VALUE SPACES.
019000         05  MAR-D-MAKER                 PIC X(08).
019100         05  FILLER                      PIC X(02) VALUE SPACES.
019200         05  MAR-D-WHEN                  PIC X(06).
019300         05  FILLER                      PIC X(02) VALUE SPACES.
019400         05  MAR-D-STATUS                PIC X(06).
019500         05  FILLER                      PIC X(02) VALUE SPACES.
019600         05  MAR-D-TRAN                  PIC ZZZ,ZZZ,ZZ9.99.
019700         05  FILLER                      PIC X(01) VALUE SPACES.
019800         05  MAR-D-FLOOR                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
019900         05  FILLER                      PIC X(01) VALUE SPACES.
020000         05  MAR-D-CEIL                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
020100         05  FILLER                      PIC X(05) VALUE SPACES.
020200
020300     01  MAR-REASON-LINE.
020400         05  FILLER                      PIC X(11) VALUE SPACES.
020500         05  FILLER                      PIC X(16)
020600             VALUE "DECLINE REASON: ".
020700         05  MAR-R-REASON                PIC X(20).
020800         05  FILLER                      PIC X(85) VALUE SPACES.
020900
021000     01  MAR-SUMMARY-LINE.
021100         05  FILLER                      PIC X(01) VALUE SPACES.
021200         05  MAR-S-LABEL                 PIC X(28).
021300         05  MAR-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
021400         05  FILLER                      PIC X(92) VALUE SPACES.
021500
021600     PROCEDURE DIVISION.
021700
021800     0000-MAINLINE.
021900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000         IF NOT PERM-APPROVE-OK
022100             DISPLAY "APPROVAL RUN REFUSED - OPERATOR "
022200                 WS-OPERATOR-ID " NOT AUTHORIZED TO APPROVE "
022300                 "MAINTENANCE"
022400             MOVE "D" TO WS-SEC-EVENT-TYPE
022500             MOVE "PEND APPROVE" TO WS-SEC-FUNCTION
022600             MOVE "APPROVAL RUN REFUSED" TO WS-SEC-DETAIL
022700             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
022800             MOVE 32 TO RETURN-CODE
022900             PERFORM 9000-TERMINATE THRU 9000-EXIT
023000             STOP RUN
023100         END-IF.
023200         PERFORM 3010-VERIFY-HEADER THRU 3010-EXIT.
023300         IF HEADER-OK
023400             PERFORM 3100-READ-NEXT THRU 3100-EXIT
023500             PERFORM 3200-PROCESS-ONE THRU 3200-EXIT
023600                 UNTIL APPROVAL-EOF OR TRAILER-SEEN
023700             PERFORM 3950-VERIFY-TRAILER THRU 3950-EXIT
023800             PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
023900         END-IF.
024000         PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100         STOP RUN.
024200
024300     1000-INITIALIZE.
024400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024500         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
024600         PERFORM 1200-LOAD-OPERATOR-PROFILE THRU 1200-EXIT.
024700         SET TRAILER-NOT-SEEN TO TRUE.
024800         OPEN INPUT APPROVAL-FILE.
024900         OPEN I-O PENDING-MAINT-FILE.
025000         IF PEND-FILE-NOT-FOUND
025100             OPEN OUTPUT PENDING-MAINT-FILE
025200             CLOSE PENDING-MAINT-FILE
025300             OPEN I-O PENDING-MAINT-FILE
025400             DISPLAY "PENDING MAINTENANCE DATASET NOT FOUND - "
025500                 "CREATED EMPTY"
025600         END-IF.
025700         OPEN I-O ACCOUNT-FILE.
025800         IF ACCT-FILE-NOT-FOUND
025900             OPEN OUTPUT ACCOUNT-FILE
026000             CLOSE ACCOUNT-FILE
026100             OPEN I-O ACCOUNT-FILE
026200             DISPLAY "ACCOUNT MASTER NOT FOUND - CREATED EMPTY"
026300         END-IF.
026400         OPEN OUTPUT APPROVAL-REJECT-FILE.
026500         OPEN OUTPUT REPORT-FILE.
026600     1000-EXIT.
026700         EXIT.
026800
026900     1200-LOAD-OPERATOR-PROFILE.
027000         SET PROFILES-NOT-IN-USE TO TRUE.
027100         OPEN INPUT OPERATOR-PROFILE-FILE.
027200         IF OPRF-FILE-NOT-FOUND
027300             DISPLAY "OPERATOR PROFILE DATASET NOT FOUND - "
027400                 "ALL FUNCTIONS UNRESTRICTED"
027500             GO TO 1200-EXIT
027600         END-IF.
027700         SET PROFILES-IN-USE TO TRUE.
027800         MOVE WS-OPERATOR-ID TO OPR-ID.
027900         READ OPERATOR-PROFILE-FILE
028000             INVALID KEY
028100                 MOVE "N" TO WS-PERM-APPROVE
028200                 DISPLAY "OPERATOR " WS-OPERATOR-ID " HAS NO "
028300                     "PROFILE - APPROVAL DENIED"
028400             NOT INVALID KEY
028500                 MOVE OPR-PERM-APPROVE TO WS-PERM-APPROVE
028600         END-READ.
028700         CLOSE OPERATOR-PROFILE-FILE.
028800     1200-EXIT.
028900         EXIT.
029000
029100     3010-VERIFY-HEADER.
029200         SET HEADER-BAD TO TRUE.
029300         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
029400         IF APPROVAL-EOF
029500             DISPLAY "APPROVAL FILE EMPTY - NO BATCH HEADER"
029600             MOVE 12 TO RETURN-CODE
029700             GO TO 3010-EXIT
029800         END-IF.
029900         IF NOT APR-TYPE-HEADER
030000             DISPLAY "FIRST RECORD IS NOT A BATCH HEADER - "
030100                 "FILE REFUSED"
030200             MOVE 12 TO RETURN-CODE
030300             GO TO 3010-EXIT
030400         END-IF.
030500         IF APR-HDR-CREATE-DATE NOT = WS-RUN-DATE
030600             DISPLAY "STALE APPROVAL HEADER - CREATED "
030700                 APR-HDR-CREATE-DATE " RUN DATE " WS-RUN-DATE
030800                 " - FILE REFUSED"
030900             MOVE 12 TO RETURN-CODE
031000             GO TO 3010-EXIT
031100         END-IF.
031200         DISPLAY "APPROVAL HEADER OK - BATCH "
031300             APR-HDR-BATCH-ID " FROM " APR-HDR-SYSTEM.
031400         MOVE APR-HDR-BATCH-ID TO WS-CUR-BATCH-ID.
031500         SET HEADER-OK TO TRUE.
031600     3010-EXIT.
031700         EXIT.
031800
031900     3100-READ-NEXT.
032000         READ APPROVAL-FILE INTO APPROVAL-RECORD
032100             AT END
032200                 SET APPROVAL-EOF TO TRUE
032300             NOT AT END
032400                 SET APPROVAL-NOT-EOF TO TRUE
032500         END-READ.
032600     3100-EXIT.
032700         EXIT.
032800
032900     3200-PROCESS-ONE.
033000         IF APR-TYPE-TRAILER
033100             MOVE APR-TRL-REC-COUNT TO WS-TRL-EXPECT-COUNT
033200             MOVE APR-TRL-HASH-TOTAL TO WS-TRL-EXPECT-HASH
033300             SET TRAILER-SEEN TO TRUE
033400             GO TO 3200-EXIT
033500         END-IF.
033600         ADD 1 TO WS-RECS-READ.
033700         IF APR-ACCT-NO IS NUMERIC
033800             ADD APR-ACCT-NO TO WS-HASH-TOTAL
033900         END-IF.
034000         PERFORM 5000-EDIT-DECISION THRU 5000-EXIT.
034100         IF EDIT-FAILED
034200             PERFORM 5100-WRITE-APPROVAL-REJECT THRU 5100-EXIT
034300         ELSE
034400             PERFORM 6000-APPLY-DECISION THRU 6000-EXIT
034500         END-IF.
034600         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
034700     3200-EXIT.
034800         EXIT.
034900
035000     5000-EDIT-DECISION.
035100         SET EDIT-OK TO TRUE.
035200         IF NOT APR-TYPE-DETAIL
035300             SET EDIT-FAILED TO TRUE
035400             MOVE "A003" TO WS-REJECT-CODE
035500             MOVE "INVALID RECORD TYPE" TO WS-REJECT-TEXT
035600             GO TO 5000-EXIT
035700         END-IF.
035800         IF NOT APR-DECISION-VALID
035900             SET EDIT-FAILED TO TRUE
036000             MOVE "A002" TO WS-REJECT-CODE
036100             MOVE "INVALID DECISION CODE" TO WS-REJECT-TEXT
036200             GO TO 5000-EXIT
036300         END-IF.
036400         IF APR-ENTRY-DATE NOT NUMERIC
036500                 OR APR-ENTRY-TIME NOT NUMERIC
036600                 OR APR-ENTRY-SEQ NOT NUMERIC
036700             SET EDIT-FAILED TO TRUE
036800             MOVE "A001" TO WS-REJECT-CODE
036900             MOVE "PENDING ENTRY KEY NOT NUMERIC"
037000                 TO WS-REJECT-TEXT
037100             GO TO 5000-EXIT
037200         END-IF.
037300         MOVE APR-PEND-KEY TO PND-KEY.
037400         READ PENDING-MAINT-FILE
037500             INVALID KEY
037600                 SET EDIT-FAILED TO TRUE
037700                 MOVE "A004" TO WS-REJECT-CODE
037800                 MOVE "PENDING ENTRY NOT ON FILE"
037900                     TO WS-REJECT-TEXT
038000                 GO TO 5000-EXIT
038100         END-READ.
038200         IF NOT PND-PENDING
038300             SET EDIT-FAILED TO TRUE
038400             MOVE "A005" TO WS-REJECT-CODE
038500             MOVE "ENTRY ALREADY DECIDED" TO WS-REJECT-TEXT
038600             GO TO 5000-EXIT
038700         END-IF.
038800         IF APR-ACCT-NO NOT = PND-ACCT-NO
038900             SET EDIT-FAILED TO TRUE
039000             MOVE "A006" TO WS-REJECT-CODE
039100             MOVE "ACCOUNT DOES NOT MATCH ENTRY" TO WS-REJECT-TEXT
039200             GO TO 5000-EXIT
039300         END-IF.
039400         IF PND-MAKER-ID = WS-OPERATOR-ID
039500             SET EDIT-FAILED TO TRUE
039600             MOVE "A007" TO WS-REJECT-CODE
039700             MOVE "MAKER MAY NOT DECIDE OWN ENTRY"
039800                 TO WS-REJECT-TEXT
039900             MOVE "D" TO WS-SEC-EVENT-TYPE
040000             PERFORM 8600-SET-DECISION-EVENT THRU 8600-EXIT
040100             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
040200             GO TO 5000-EXIT
040300         END-IF.
040400         IF APR-DECISION-DECLINE
040500             GO TO 5000-EXIT
040600         END-IF.
040700         MOVE PND-ACCT-NO TO ACCT-NO.
040800         READ ACCOUNT-FILE
040900             INVALID KEY
041000                 SET EDIT-FAILED TO TRUE
041100                 MOVE "A008" TO WS-REJECT-CODE
041200                 MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
041300                 GO TO 5000-EXIT
041400         END-READ.
041500         IF ACCT-STATUS NOT = PND-BEF-STATUS
041600                 OR ACCT-TRAN-LIMIT NOT = PND-BEF-TRAN-LIMIT
041700                 OR ACCT-BAL-FLOOR NOT = PND-BEF-FLOOR
041800                 OR ACCT-BAL-CEILING NOT = PND-BEF-CEILING
041900             SET EDIT-FAILED TO TRUE
042000             MOVE "A009" TO WS-REJECT-CODE
042100             MOVE "ACCOUNT CHANGED SINCE ENTRY" TO WS-REJECT-TEXT
042200         END-IF.
042300     5000-EXIT.
042400         EXIT.
042500
042600     5100-WRITE-APPROVAL-REJECT.
042700         MOVE APPROVAL-RECORD TO ARJ-RECORD-IMAGE.
042800         MOVE WS-REJECT-CODE TO ARJ-REASON-CODE.
042900         MOVE WS-REJECT-TEXT TO ARJ-REASON-TEXT.
043000         WRITE APPROVAL-REJECT-RECORD.
043100         ADD 1 TO WS-REJECT-COUNT.
043200     5100-EXIT.
043300         EXIT.
043400
043500     6000-APPLY-DECISION.
043600         ACCEPT WS-DECISION-TIME FROM TIME.
043700         SET DECISION-APPLIED TO TRUE.
043800         IF APR-DECISION-APPROVE
043900             PERFORM 6100-APPROVE-ENTRY THRU 6100-EXIT
044000         ELSE
044100             PERFORM 6200-DECLINE-ENTRY THRU 6200-EXIT
044200         END-IF.
044300         IF DECISION-FAILED
044400             GO TO 6000-EXIT
044500         END-IF.
044600         MOVE WS-OPERATOR-ID TO PND-CHECKER-ID.
044700         MOVE WS-RUN-DATE TO PND-DECISION-DATE.
044800         MOVE WS-DECISION-TIME TO PND-DECISION-TIME.
044900         REWRITE PENDING-MAINT-RECORD
045000             INVALID KEY
045100                 DISPLAY "PENDING ENTRY " PND-KEY
045200                     " NOT MARKED - STATUS " WS-PEND-FILE-STATUS
045300                 ADD 1 TO WS-FAILED-COUNT
045400                 MOVE 8 TO RETURN-CODE
045500                 GO TO 6000-EXIT
045600         END-REWRITE.
045700         MOVE "A" TO WS-SEC-EVENT-TYPE.
045800         PERFORM 8600-SET-DECISION-EVENT THRU 8600-EXIT.
045900         PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT.
046000         IF APR-DECISION-APPROVE AND PND-ACTION-CLOSE
046100             MOVE "ACCT CLOSE" TO WS-SEC-FUNCTION
046200             MOVE SPACES TO WS-SEC-DETAIL
046300             MOVE ACCT-NO TO WS-SEC-DETAIL(1:6)
046400             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
046500         END-IF.
046600         PERFORM 7000-PRINT-REGISTER-ENTRY THRU 7000-EXIT.
046700     6000-EXIT.
046800         EXIT.
046900
047000     6100-APPROVE-ENTRY.
047100         MOVE PND-AFT-STATUS TO ACCT-STATUS.
047200         MOVE PND-AFT-TRAN-LIMIT TO ACCT-TRAN-LIMIT.
047300         MOVE PND-AFT-FLOOR TO ACCT-BAL-FLOOR.
047400         MOVE PND-AFT-CEILING TO ACCT-BAL-CEILING.
047500         REWRITE ACCOUNT-RECORD
047600             INVALID KEY
047700                 DISPLAY "ACCOUNT " ACCT-NO
047800                     " NOT UPDATED - STATUS " WS-ACCT-FILE-STATUS
047900                     " - ENTRY LEFT PENDING"
048000                 SET DECISION-FAILED TO TRUE
048100                 ADD 1 TO WS-FAILED-COUNT
048200                 MOVE 8 TO RETURN-CODE
048300                 GO TO 6100-EXIT
048400         END-REWRITE.
048500         MOVE PND-ACTION TO WS-MJR-ACTION.
048600         PERFORM 8800-WRITE-MAINT-JOURNAL THRU 8800-EXIT.
048700         SET PND-APPROVED TO TRUE.
048800         ADD 1 TO WS-APPROVED-COUNT.
048900         IF PND-ACTION-CLOSE
049000             ADD 1 TO WS-CLOSE-COUNT
049100         END-IF.
049200         IF PND-ACTION-REOPEN
049300             ADD 1 TO WS-REOPEN-COUNT
049400         END-IF.
049500         IF PND-ACTION-LIMITS
049600             ADD 1 TO WS-LIMIT-COUNT
049700         END-IF.
049800     6100-EXIT.
049900         EXIT.
050000
050100     6200-DECLINE-ENTRY.
050200         SET PND-DECLINED TO TRUE.
050300         MOVE APR-REASON TO PND-DECLINE-REASON.
050400         ADD 1 TO WS-DECLINED-COUNT.
050500     6200-EXIT.
050600         EXIT.
050700
050800     7000-PRINT-REGISTER-ENTRY.
050900         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
051000             PERFORM 7100-PRINT-HEADERS THRU 7100-EXIT
051100         END-IF.
051200         MOVE SPACES TO MAR-DETAIL-LINE.
051300         IF PND-APPROVED
051400             MOVE "APPROVED" TO MAR-D-DECISION
051500         ELSE
051600             MOVE "DECLINED" TO MAR-D-DECISION
051700         END-IF.
051800         MOVE PND-ACCT-NO TO MAR-D-ACCT.
051900         IF PND-ACTION-CLOSE
052000             MOVE "CLOSE" TO MAR-D-ACTION
052100         ELSE
052200             IF PND-ACTION-REOPEN
052300                 MOVE "REOPEN" TO MAR-D-ACTION
052400             ELSE
052500                 MOVE "LIMITS" TO MAR-D-ACTION
052600             END-IF
052700         END-IF.
052800         MOVE PND-KEY TO MAR-D-PEND-KEY.
052900         MOVE PND-MAKER-ID TO MAR-D-MAKER.
053000         MOVE "BEFORE" TO MAR-D-WHEN.
053100         MOVE PND-BEF-STATUS TO WS-FORMAT-STATUS.
053200         PERFORM 7200-FORMAT-STATUS THRU 7200-EXIT.
053300         MOVE PND-BEF-TRAN-LIMIT TO MAR-D-TRAN.
053400         MOVE PND-BEF-FLOOR TO MAR-D-FLOOR.
053500         MOVE PND-BEF-CEILING TO MAR-D-CEIL.
053600         WRITE PRINT-RECORD FROM MAR-DETAIL-LINE
053700             AFTER ADVANCING 1 LINE.
053800         MOVE SPACES TO MAR-DETAIL-LINE.
053900         MOVE "AFTER" TO MAR-D-WHEN.
054000         MOVE PND-AFT-STATUS TO WS-FORMAT-STATUS.
054100         PERFORM 7200-FORMAT-STATUS THRU 7200-EXIT.
054200         MOVE PND-AFT-TRAN-LIMIT TO MAR-D-TRAN.
054300         MOVE PND-AFT-FLOOR TO MAR-D-FLOOR.
054400         MOVE PND-AFT-CEILING TO MAR-D-CEIL.
054500         WRITE PRINT-RECORD FROM MAR-DETAIL-LINE
054600             AFTER ADVANCING 1 LINE.
054700         ADD 2 TO WS-LINE-COUNT.
054800         IF PND-DECLINED
054900             MOVE PND-DECLINE-REASON TO MAR-R-REASON
055000             WRITE PRINT-RECORD FROM MAR-REASON-LINE
055100                 AFTER ADVANCING 1 LINE
055200             ADD 1 TO WS-LINE-COUNT
055300         END-IF.
055400     7000-EXIT.
055500         EXIT.
055600
055700     7100-PRINT-HEADERS.
055800         ADD 1 TO WS-PAGE-COUNT.
055900         MOVE WS-RUN-DATE TO MAR-H2-RUN-DATE.
056000         MOVE WS-CUR-BATCH-ID TO MAR-H2-BATCH-ID.
056100         MOVE WS-OPERATOR-ID TO MAR-H2-CHECKER.
056200         MOVE WS-PAGE-COUNT TO MAR-H2-PAGE.
056300         WRITE PRINT-RECORD FROM MAR-HEADER-1
056400             AFTER ADVANCING PAGE.
056500         WRITE PRINT-RECORD FROM MAR-HEADER-2
056600             AFTER ADVANCING 1 LINE.
056700         WRITE PRINT-RECORD FROM MAR-HEADER-3
056800             AFTER ADVANCING 2 LINES.
056900         MOVE 4 TO WS-LINE-COUNT.
057000     7100-EXIT.
057100         EXIT.
057200
057300     7200-FORMAT-STATUS.
057400         IF WS-FORMAT-STATUS = "C"
057500             MOVE "CLOSED" TO MAR-D-STATUS
057600         ELSE
057700             MOVE "OPEN" TO MAR-D-STATUS
057800         END-IF.
057900     7200-EXIT.
058000         EXIT.
058100
058200     3950-VERIFY-TRAILER.
058300         IF TRAILER-NOT-SEEN
058400             DISPLAY "NO BATCH TRAILER ON APPROVAL FILE - "
058500                 "BATCH OUT OF BALANCE"
058600             MOVE 8 TO RETURN-CODE
058700             GO TO 3950-EXIT
058800         END-IF.
058900         IF WS-RECS-READ NOT = WS-TRL-EXPECT-COUNT
059000             DISPLAY "APPROVALS OUT OF BALANCE - RECORDS READ "
059100                 WS-RECS-READ " TRAILER EXPECTED "
059200                 WS-TRL-EXPECT-COUNT
059300             MOVE 8 TO RETURN-CODE
059400         END-IF.
059500         IF WS-HASH-TOTAL NOT = WS-TRL-EXPECT-HASH
059600             DISPLAY "APPROVALS OUT OF BALANCE - HASH TOTAL "
059700                 WS-HASH-TOTAL " TRAILER EXPECTED "
059800                 WS-TRL-EXPECT-HASH
059900             MOVE 8 TO RETURN-CODE
060000         END-IF.
060100         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
060200         IF APPROVAL-NOT-EOF
060300             DISPLAY "DATA FOLLOWS BATCH TRAILER - "
060400                 "BATCH OUT OF BALANCE"
060500             MOVE 8 TO RETURN-CODE
060600         END-IF.
060700         IF RETURN-CODE = ZERO AND WS-RECS-READ = ZERO
060800             DISPLAY "EMPTY APPROVAL BATCH - HEADER AND "
060900                 "TRAILER ONLY, NO DETAIL RECORDS"
061000             MOVE 4 TO RETURN-CODE
061100         END-IF.
061200     3950-EXIT.
061300         EXIT.
061400
061500     3900-PRINT-TOTALS.
061600         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
061700             PERFORM 7100-PRINT-HEADERS THRU 7100-EXIT
061800         END-IF.
061900         MOVE SPACES TO MAR-SUMMARY-LINE.
062000         MOVE "APPROVAL RECORDS READ:" TO MAR-S-LABEL.
062100         MOVE WS-RECS-READ TO MAR-S-COUNT.
062200         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
062300             AFTER ADVANCING 2 LINES.
062400         MOVE "ENTRIES APPROVED:" TO MAR-S-LABEL.
062500         MOVE WS-APPROVED-COUNT TO MAR-S-COUNT.
062600         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
062700             AFTER ADVANCING 1 LINE.
062800         MOVE "  ACCOUNTS CLOSED:" TO MAR-S-LABEL.
062900         MOVE WS-CLOSE-COUNT TO MAR-S-COUNT.
063000         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
063100             AFTER ADVANCING 1 LINE.
063200         MOVE "  ACCOUNTS REOPENED:" TO MAR-S-LABEL.
063300         MOVE WS-REOPEN-COUNT TO MAR-S-COUNT.
063400         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
063500             AFTER ADVANCING 1 LINE.
063600         MOVE "  LIMITS SET:" TO MAR-S-LABEL.
063700         MOVE WS-LIMIT-COUNT TO MAR-S-COUNT.
063800         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
063900             AFTER ADVANCING 1 LINE.
064000         MOVE "ENTRIES DECLINED:" TO MAR-S-LABEL.
064100         MOVE WS-DECLINED-COUNT TO MAR-S-COUNT.
064200         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
064300             AFTER ADVANCING 1 LINE.
064400         MOVE "RECORDS REJECTED:" TO MAR-S-LABEL.
064500         MOVE WS-REJECT-COUNT TO MAR-S-COUNT.
064600         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
064700             AFTER ADVANCING 1 LINE.
064800         MOVE "UPDATES FAILED:" TO MAR-S-LABEL.
064900         MOVE WS-FAILED-COUNT TO MAR-S-COUNT.
065000         WRITE PRINT-RECORD FROM MAR-SUMMARY-LINE
065100             AFTER ADVANCING 1 LINE.
065200         DISPLAY "APPROVALS COMPLETE - READ " WS-RECS-READ
065300             " APPROVED " WS-APPROVED-COUNT
065400             " DECLINED " WS-DECLINED-COUNT
065500             " REJECTED " WS-REJECT-COUNT
065600             " FAILED " WS-FAILED-COUNT.
065700     3900-EXIT.
065800         EXIT.
065900
066000     8600-SET-DECISION-EVENT.
066100         IF APR-DECISION-APPROVE
066200             MOVE "PEND APPROVE" TO WS-SEC-FUNCTION
066300         ELSE
066400             MOVE "PEND DECLINE" TO WS-SEC-FUNCTION
066500         END-IF.
066600         MOVE SPACES TO WS-SEC-DETAIL.
066700         MOVE PND-ACCT-NO TO WS-SEC-DETAIL(1:6).
066800         MOVE PND-ACTION TO WS-SEC-DETAIL(8:1).
066900         MOVE PND-KEY TO WS-SEC-DETAIL(10:20).
067000     8600-EXIT.
067100         EXIT.
067200
067300     8700-WRITE-SECURITY-EVENT.
067400         OPEN EXTEND SECURITY-LOG-FILE.
067500         IF SEC-FILE-NOT-FOUND
067600             OPEN OUTPUT SECURITY-LOG-FILE
067700             CLOSE SECURITY-LOG-FILE
067800             OPEN EXTEND SECURITY-LOG-FILE
067900         END-IF.
068000         ACCEPT WS-SEC-TIME FROM TIME.
068100         MOVE WS-RUN-DATE TO SEC-EVENT-DATE.
068200         MOVE WS-SEC-TIME TO SEC-EVENT-TIME.
068300         MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
068400         MOVE "SUMMAPPR" TO SEC-PROGRAM-ID.
068500         MOVE WS-SEC-EVENT-TYPE TO SEC-EVENT-TYPE.
068600         MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
068700         MOVE WS-SEC-DETAIL TO SEC-DETAIL.
068800         WRITE SECURITY-EVENT-RECORD.
068900         CLOSE SECURITY-LOG-FILE.
069000     8700-EXIT.
069100         EXIT.
069200
069300     8800-WRITE-MAINT-JOURNAL.
069400         OPEN EXTEND MAINT-JOURNAL-FILE.
069500         IF MJR-FILE-NOT-FOUND
069600             OPEN OUTPUT MAINT-JOURNAL-FILE
069700             CLOSE MAINT-JOURNAL-FILE
069800             OPEN EXTEND MAINT-JOURNAL-FILE
069900         END-IF.
070000         ACCEPT WS-MJR-TIME FROM TIME.
070100         MOVE WS-RUN-DATE TO MJR-ENTRY-DATE.
070200         MOVE WS-MJR-TIME TO MJR-ENTRY-TIME.
070300         MOVE "SUMMAPPR" TO MJR-PROGRAM-ID.
070400         MOVE WS-OPERATOR-ID TO MJR-OPERATOR-ID.
070500         MOVE WS-MJR-ACTION TO MJR-ACTION.
070600         MOVE ACCT-NO TO MJR-ACCT-NO.
070700         MOVE ACCT-NAME TO MJR-ACCT-NAME.
070800         MOVE ACCT-STATUS TO MJR-ACCT-STATUS.
070900         MOVE ACCT-TRAN-LIMIT TO MJR-TRAN-LIMIT.
071000         MOVE ACCT-BAL-FLOOR TO MJR-BAL-FLOOR.
071100         MOVE ACCT-BAL-CEILING TO MJR-BAL-CEILING.
071200         WRITE MAINT-JOURNAL-RECORD.
071300         CLOSE MAINT-JOURNAL-FILE.
071400     8800-EXIT.
071500         EXIT.
071600
071700     9000-TERMINATE.
071800         CLOSE APPROVAL-FILE.
071900         CLOSE PENDING-MAINT-FILE.
072000         CLOSE ACCOUNT-FILE.
072100         CLOSE APPROVAL-REJECT-FILE.
072200         CLOSE REPORT-FILE.
072300     9000-EXIT.
072400         EXIT.
072500
072600     END PROGRAM SUMMAPPR.
