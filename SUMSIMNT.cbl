      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Standing instruction maintenance - reads a batch
      *          maintenance feed (SIMREC copybook) carrying add,
      *          change, suspend and resume actions against the
      *          standing instruction master (SIREC copybook, SUMSTND
      *          dataset) that SUMSIGEN generates the recurring
      *          postings from.  The feed has header and trailer
      *          controls the way MNTFILE has: the run refuses a
      *          missing or stale header (RETURN-CODE 12), balances
      *          the detail count and account-number hash against the
      *          trailer (RETURN-CODE 8 on mismatch), and treats an
      *          empty batch as RETURN-CODE 4.  A standing
      *          instruction master that will not open refuses the
      *          whole batch (RETURN-CODE 16).  An added or changed
      *          instruction is edited as a whole before it is
      *          written - valid operation (A, S or T), frequency
      *          (D, W or M), a non-zero amount, real start and end
      *          dates in order, a transfer to-account, and open
      *          accounts on the account master; a failing record
      *          goes to a reject file with a reason code (S001-S021)
      *          and every applied action prints on a register with
      *          the instruction's before and after values.  The run
      *          is protected by the operator profile (OPRREC
      *          copybook, SUMOPRF dataset): without the account
      *          maintenance permission it refuses to start
      *          (RETURN-CODE 32).  The refusal and every applied
      *          action are written to the security event log
      *          (SECREC copybook, SECLOG).  A missing profile
      *          dataset leaves the program unrestricted with a
      *          console warning.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      *   10/15/26 AI  Operator profile records widened to 16 bytes
      *                (OPR-PERM-APPROVE added for dual-control
      *                maintenance); widened the profile FD.  Install
      *                note: reload SUMOPRF at the new length.
      *   10/15/26 AI  An add, change, suspend or resume the standing
      *                instruction master refuses is rejected as S021
      *                (standing instr update failed) and is neither
      *                counted as applied nor written to the security
      *                event log.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMSIMNT.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT SI-MAINT-FILE ASSIGN TO "SIMFILE"
000700             ORGANIZATION IS SEQUENTIAL.
000800         SELECT STANDING-INSTR-FILE ASSIGN TO "SUMSTND"
000900             ORGANIZATION IS INDEXED
001000             RECORD KEY IS SI-ID
001100             FILE STATUS IS WS-SI-FILE-STATUS.
001200         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
001300             ORGANIZATION IS INDEXED
001400             RECORD KEY IS ACCT-NO
001500             FILE STATUS IS WS-ACCT-FILE-STATUS.
001600         SELECT SI-REJECT-FILE ASSIGN TO "SIMREJ"
001700             ORGANIZATION IS SEQUENTIAL.
001800         SELECT REPORT-FILE ASSIGN TO "SIMRPT"
001900             ORGANIZATION IS SEQUENTIAL.
002000         SELECT OPERATOR-PROFILE-FILE ASSIGN TO "SUMOPRF"
002100             ORGANIZATION IS INDEXED
002200             RECORD KEY IS OPR-ID
002300             FILE STATUS IS WS-OPRF-FILE-STATUS.
002400         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002500             ORGANIZATION IS SEQUENTIAL
002600             FILE STATUS IS WS-SEC-FILE-STATUS.
002700     DATA DIVISION.
002800     FILE SECTION.
002900     FD  SI-MAINT-FILE
003000         RECORD CONTAINS 71 CHARACTERS.
003100     COPY SIMREC.
003200     FD  STANDING-INSTR-FILE
003300         RECORD CONTAINS 94 CHARACTERS.
003400     COPY SIREC.
003500     FD  ACCOUNT-FILE
003600         RECORD CONTAINS 67 CHARACTERS.
003700     COPY ACCTREC.
003800     FD  SI-REJECT-FILE
003900         RECORD CONTAINS 105 CHARACTERS.
004000     01  SI-REJECT-RECORD.
004100         05  SRJ-RECORD-IMAGE            PIC X(71).
004200         05  SRJ-REASON-CODE             PIC X(04).
004300         05  SRJ-REASON-TEXT             PIC X(30).
004400     FD  REPORT-FILE
004500         RECORD CONTAINS 132 CHARACTERS.
004600     01  PRINT-RECORD                    PIC X(132).
004700     FD  OPERATOR-PROFILE-FILE
004800         RECORD CONTAINS 16 CHARACTERS.
004900     COPY OPRREC.
005000     FD  SECURITY-LOG-FILE
005100         RECORD CONTAINS 75 CHARACTERS.
005200     COPY SECREC.
005300     WORKING-STORAGE SECTION.
005400     01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005500         88  SIM-EOF                     VALUE "Y".
005600         88  SIM-NOT-EOF                 VALUE "N".
005700
005800     01  WS-SI-FILE-STATUS               PIC X(02).
005900         88  SI-FILE-OK                  VALUE "00".
006000         88  SI-FILE-NOT-FOUND           VALUE "35".
006100     01  WS-ACCT-FILE-STATUS             PIC X(02).
006200         88  ACCT-FILE-OK                VALUE "00".
006300         88  ACCT-FILE-NOT-FOUND         VALUE "35".
006400
006500     01  WS-SI-MASTER-SWITCH             PIC X(01) VALUE "N".
006600         88  SI-MASTER-OPEN              VALUE "Y".
006700         88  SI-MASTER-MISSING           VALUE "N".
006800
006900     01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
007000         88  ACCT-MASTER-OPEN            VALUE "Y".
007100         88  ACCT-MASTER-MISSING         VALUE "N".
007200
007300     01  WS-HEADER-SWITCH                PIC X(01).
007400         88  HEADER-OK                   VALUE "Y".
007500         88  HEADER-BAD                  VALUE "N".
007600
007700     01  WS-TRAILER-SWITCH               PIC X(01).
007800         88  TRAILER-SEEN                VALUE "Y".
007900         88  TRAILER-NOT-SEEN            VALUE "N".
008000
008100     01  WS-EDIT-SWITCH                  PIC X(01).
008200         88  EDIT-OK                     VALUE "Y".
008300         88  EDIT-FAILED                 VALUE "N".
008400
008500     01  WS-SI-FOUND-SWITCH              PIC X(01).
008600         88  SI-ON-FILE                  VALUE "Y".
008700         88  SI-NOT-ON-FILE              VALUE "N".
008800
008900     01  WS-UPDATE-SWITCH                PIC X(01).
009000         88  SI-UPDATE-OK                VALUE "Y".
009100         88  SI-UPDATE-FAILED            VALUE "N".
009200
009300     01  WS-REJECT-CODE                  PIC X(04).
009400     01  WS-REJECT-TEXT                  PIC X(30).
009500
009600     01  WS-RUN-DATE                     PIC 9(8).
009700     01  WS-CUR-BATCH-ID                 PIC X(08).
009800     01  WS-OPERATOR-ID                  PIC X(08).
009900     01  WS-CHECK-ACCT                   PIC 9(06).
010000
010100     01  WS-OPRF-FILE-STATUS             PIC X(02).
010200         88  OPRF-FILE-OK                VALUE "00".
010300         88  OPRF-FILE-NOT-FOUND         VALUE "35".
010400     01  WS-SEC-FILE-STATUS              PIC X(02).
010500         88  SEC-FILE-OK                 VALUE "00".
010600         88  SEC-FILE-NOT-FOUND          VALUE "35".
010700
010800     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
010900         88  PROFILES-IN-USE             VALUE "Y".
011000         88  PROFILES-NOT-IN-USE         VALUE "N".
011100
011200     01  WS-PERM-MAINT                   PIC X(01) VALUE "Y".
011300         88  PERM-MAINT-OK               VALUE "Y".
011400
011500     01  WS-SEC-EVENT-TYPE               PIC X(01).
011600     01  WS-SEC-FUNCTION                 PIC X(12).
011700     01  WS-SEC-DETAIL                   PIC X(30).
011800     01  WS-SEC-TIME                     PIC 9(8).
011900
012000     01  WS-BEFORE-INSTR                 PIC X(94).
012100     01  WS-AFTER-INSTR                  PIC X(94).
012200
012300     01  WS-RECS-READ                    PIC 9(9) COMP VALUE ZERO.
012400     01  WS-APPLIED-COUNT                PIC 9(9) COMP VALUE ZERO.
012500     01  WS-REJECT-COUNT                 PIC 9(9) COMP VALUE ZERO.
012600     01  WS-ADD-COUNT                    PIC 9(9) COMP VALUE ZERO.
012700     01  WS-CHANGE-COUNT                 PIC 9(9) COMP VALUE ZERO.
012800     01  WS-SUSPEND-COUNT                PIC 9(9) COMP VALUE ZERO.
012900     01  WS-RESUME-COUNT                 PIC 9(9) COMP VALUE ZERO.
013000     01  WS-HASH-TOTAL                   PIC 9(9) COMP VALUE ZERO.
013100     01  WS-TRL-EXPECT-COUNT             PIC 9(9) COMP VALUE ZERO.
013200     01  WS-TRL-EXPECT-HASH              PIC 9(9) COMP VALUE ZERO.
013300
013400     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
013500     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
013600     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
013700
013800     01  SMR-HEADER-1.
013900         05  FILLER                      PIC X(46) VALUE SPACES.
014000         05  FILLER                      PIC X(39)
014100             VALUE "SUM STANDING INSTRUCTION MAINT REGISTER".
014200         05  FILLER                      PIC X(47) VALUE SPACES.
014300
014400     01  SMR-HEADER-2.
014500         05  FILLER                      PIC X(01) VALUE SPACES.
014600         05  FILLER                      PIC X(10)
014700             VALUE "RUN DATE: ".
014800         05  SMR-H2-RUN-DATE             PIC 9(8).
014900         05  FILLER                      PIC X(04) VALUE SPACES.
015000         05  FILLER                      PIC X(07)
015100             VALUE "BATCH: ".
015200         05  SMR-H2-BATCH-ID             PIC X(08).
015300         05  FILLER                      PIC X(09) VALUE SPACES.
015400         05  FILLER                      PIC X(06) VALUE "PAGE: ".
015500         05  SMR-H2-PAGE                 PIC ZZ9.
015600         05  FILLER                      PIC X(76) VALUE SPACES.
015700
015800     01  SMR-HEADER-3.
015900         05  FILLER                      PIC X(01) VALUE SPACES.
016000         05  FILLER                      PIC X(08) VALUE "ACTION".
016100         05  FILLER                      PIC X(10)
016200             VALUE "INSTR ID".
016300         05  FILLER                      PIC X(08) VALUE "WHEN".
016400         05  FILLER                      PIC X(08)
016500             VALUE "ACCOUNT".
016600         05  FILLER                      PIC X(08)
016700             VALUE "TO ACCT".
016800         05  FILLER                      PIC X(04) VALUE "OP".
016900         05  FILLER                      PIC X(04) VALUE "FRQ".
017000         05  FILLER                      PIC X(16)
017100             VALUE "        AMOUNT".
017200         05  FILLER                      PIC X(10) VALUE "START".
017300         05  FILLER                      PIC X(10) VALUE "END".
017400         05  FILLER                      PIC X(10)
017500             VALUE "LAST GEN".
017600         05  FILLER                      PIC X(11) VALUE "STATUS".
017700         05  FILLER                      PIC X(20)
017800             VALUE "DESCRIPTION".
017900         05  FILLER                      PIC X(04) VALUE SPACES.
018000
018100     01  SMR-DETAIL-LINE.
018200         05  FILLER                      PIC X(01) VALUE SPACES.
018300         05  SMR-D-ACTION                PIC X(07).
018400         05  FILLER                      PIC X(01) VALUE SPACES.
018500         05  SMR-D-ID                    PIC X(08).
018600         05  FILLER                      PIC X(02) VALUE SPACES.
018700         05  SMR-D-WHEN                  PIC X(06).
018800         05  FILLER                      PIC X(02) VALUE SPACES.
018900         05  SMR-D-ACCT                  PIC 9(06).
019000         05  FILLER                      PIC X(02) VALUE SPACES.
019100         05  SMR-D-TO-ACCT               PIC 9(06).
019200         05  FILLER                      PIC X(02) VALUE SPACES.
019300         05  SMR-D-OPER                  PIC X(01).
019400         05  FILLER                      PIC X(03) VALUE SPACES.
019500         05  SMR-D-FREQ                  PIC X(01).
019600         05  FILLER                      PIC X(03) VALUE SPACES.
019700         05  SMR-D-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
019800         05  FILLER                      PIC X(02) VALUE SPACES.
019900         05  SMR-D-START                 PIC 9(08).
020000         05  FILLER                      PIC X(02) VALUE SPACES.
020100         05  SMR-D-END                   PIC 9(08).
020200         05  FILLER                      PIC X(02) VALUE SPACES.
020300         05  SMR-D-LAST-GEN              PIC 9(08).
020400         05  FILLER                      PIC X(02) VALUE SPACES.
020500         05  SMR-D-STATUS                PIC X(09).
020600         05  FILLER                      PIC X(02) VALUE SPACES.
020700         05  SMR-D-DESC                  PIC X(20).
020800         05  FILLER                      PIC X(04) VALUE SPACES.
020900
021000     01  SMR-SUMMARY-LINE.
021100         05  FILLER                      PIC X(01) VALUE SPACES.
021200         05  SMR-S-LABEL                 PIC X(28).
021300         05  SMR-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
021400         05  FILLER                      PIC X(92) VALUE SPACES.
021500
021600     PROCEDURE DIVISION.
021700
021800     0000-MAINLINE.
021900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000         IF NOT PERM-MAINT-OK
022100             DISPLAY "STANDING INSTRUCTION MAINTENANCE REFUSED - "
022200                 "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED"
022300             MOVE "D" TO WS-SEC-EVENT-TYPE
022400             MOVE "SI MAINT" TO WS-SEC-FUNCTION
022500             MOVE "SI MAINTENANCE REFUSED" TO WS-SEC-DETAIL
022600             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
022700             MOVE 32 TO RETURN-CODE
022800             PERFORM 9000-TERMINATE THRU 9000-EXIT
022900             STOP RUN
023000         END-IF.
023100         IF SI-MASTER-MISSING
023200             MOVE 16 TO RETURN-CODE
023300             PERFORM 9000-TERMINATE THRU 9000-EXIT
023400             STOP RUN
023500         END-IF.
023600         PERFORM 3010-VERIFY-HEADER THRU 3010-EXIT.
023700         IF HEADER-OK
023800             PERFORM 3100-READ-NEXT THRU 3100-EXIT
023900             PERFORM 3200-PROCESS-ONE THRU 3200-EXIT
024000                 UNTIL SIM-EOF OR TRAILER-SEEN
024100             PERFORM 3950-VERIFY-TRAILER THRU 3950-EXIT
024200             PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
024300         END-IF.
024400         PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500         STOP RUN.
024600
024700     1000-INITIALIZE.
024800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024900         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
025000         PERFORM 1200-LOAD-OPERATOR-PROFILE THRU 1200-EXIT.
025100         SET TRAILER-NOT-SEEN TO TRUE.
025200         OPEN INPUT SI-MAINT-FILE.
025300         OPEN I-O STANDING-INSTR-FILE.
025400         IF SI-FILE-NOT-FOUND
025500             OPEN OUTPUT STANDING-INSTR-FILE
025600             CLOSE STANDING-INSTR-FILE
025700             OPEN I-O STANDING-INSTR-FILE
025800             DISPLAY "STANDING INSTRUCTION MASTER NOT FOUND - "
025900                 "CREATED EMPTY"
026000         END-IF.
026100         IF SI-FILE-OK
026200             SET SI-MASTER-OPEN TO TRUE
026300         ELSE
026400             SET SI-MASTER-MISSING TO TRUE
026500             DISPLAY "STANDING INSTRUCTION MASTER SUMSTND "
026600                 "WILL NOT OPEN - STATUS " WS-SI-FILE-STATUS
026700                 " - NOTHING APPLIED"
026800         END-IF.
026900         OPEN INPUT ACCOUNT-FILE.
027000         IF ACCT-FILE-OK
027100             SET ACCT-MASTER-OPEN TO TRUE
027200         ELSE
027300             SET ACCT-MASTER-MISSING TO TRUE
027400             DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
027500                 WS-ACCT-FILE-STATUS " - ADDS AND CHANGES WILL "
027600                 "REJECT"
027700         END-IF.
027800         OPEN OUTPUT SI-REJECT-FILE.
027900         OPEN OUTPUT REPORT-FILE.
028000     1000-EXIT.
028100         EXIT.
028200
028300     1200-LOAD-OPERATOR-PROFILE.
028400         SET PROFILES-NOT-IN-USE TO TRUE.
028500         OPEN INPUT OPERATOR-PROFILE-FILE.
028600         IF OPRF-FILE-NOT-FOUND
028700             DISPLAY "OPERATOR PROFILE DATASET NOT FOUND - "
028800                 "ALL FUNCTIONS UNRESTRICTED"
028900             GO TO 1200-EXIT
029000         END-IF.
029100         SET PROFILES-IN-USE TO TRUE.
029200         MOVE WS-OPERATOR-ID TO OPR-ID.
029300         READ OPERATOR-PROFILE-FILE
029400             INVALID KEY
029500                 MOVE "N" TO WS-PERM-MAINT
029600                 DISPLAY "OPERATOR " WS-OPERATOR-ID " HAS NO "
029700                     "PROFILE - MAINTENANCE DENIED"
029800             NOT INVALID KEY
029900                 MOVE OPR-PERM-MAINT TO WS-PERM-MAINT
030000         END-READ.
030100         CLOSE OPERATOR-PROFILE-FILE.
030200     1200-EXIT.
030300         EXIT.
030400
030500     3010-VERIFY-HEADER.
030600         SET HEADER-BAD TO TRUE.
030700         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
030800         IF SIM-EOF
030900             DISPLAY "INSTRUCTION MAINTENANCE FILE EMPTY - NO "
031000                 "BATCH HEADER"
031100             MOVE 12 TO RETURN-CODE
031200             GO TO 3010-EXIT
031300         END-IF.
031400         IF NOT SIM-TYPE-HEADER
031500             DISPLAY "FIRST RECORD IS NOT A BATCH HEADER - "
031600                 "FILE REFUSED"
031700             MOVE 12 TO RETURN-CODE
031800             GO TO 3010-EXIT
031900         END-IF.
032000         IF SIM-HDR-CREATE-DATE NOT = WS-RUN-DATE
032100             DISPLAY "STALE INSTRUCTION MAINTENANCE HEADER - "
032200                 "CREATED " SIM-HDR-CREATE-DATE " RUN DATE "
032300                 WS-RUN-DATE " - FILE REFUSED"
032400             MOVE 12 TO RETURN-CODE
032500             GO TO 3010-EXIT
032600         END-IF.
032700         DISPLAY "INSTRUCTION MAINTENANCE HEADER OK - BATCH "
032800             SIM-HDR-BATCH-ID " FROM " SIM-HDR-SYSTEM.
032900         MOVE SIM-HDR-BATCH-ID TO WS-CUR-BATCH-ID.
033000         SET HEADER-OK TO TRUE.
033100     3010-EXIT.
033200         EXIT.
033300
033400     3100-READ-NEXT.
033500         READ SI-MAINT-FILE INTO SI-MAINT-RECORD
033600             AT END
033700                 SET SIM-EOF TO TRUE
033800             NOT AT END
033900                 SET SIM-NOT-EOF TO TRUE
034000         END-READ.
034100     3100-EXIT.
034200         EXIT.
034300
034400     3200-PROCESS-ONE.
034500         IF SIM-TYPE-TRAILER
034600             MOVE SIM-TRL-REC-COUNT TO WS-TRL-EXPECT-COUNT
034700             MOVE SIM-TRL-HASH-TOTAL TO WS-TRL-EXPECT-HASH
034800             SET TRAILER-SEEN TO TRUE
034900             GO TO 3200-EXIT
035000         END-IF.
035100         ADD 1 TO WS-RECS-READ.
035200         IF SIM-ACCT-NO IS NUMERIC
035300             ADD SIM-ACCT-NO TO WS-HASH-TOTAL
035400         END-IF.
035500         PERFORM 5000-EDIT-SI-MAINT THRU 5000-EXIT.
035600         IF EDIT-FAILED
035700             PERFORM 5900-WRITE-SI-REJECT THRU 5900-EXIT
035800         ELSE
035900             PERFORM 6000-APPLY-ACTION THRU 6000-EXIT
036000         END-IF.
036100         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
036200     3200-EXIT.
036300         EXIT.
036400
036500     5000-EDIT-SI-MAINT.
036600         SET EDIT-OK TO TRUE.
036700         IF NOT SIM-TYPE-DETAIL
036800             SET EDIT-FAILED TO TRUE
036900             MOVE "S003" TO WS-REJECT-CODE
037000             MOVE "INVALID RECORD TYPE" TO WS-REJECT-TEXT
037100             GO TO 5000-EXIT
037200         END-IF.
037300         IF NOT SIM-ACTION-VALID
037400             SET EDIT-FAILED TO TRUE
037500             MOVE "S002" TO WS-REJECT-CODE
037600             MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
037700             GO TO 5000-EXIT
037800         END-IF.
037900         IF SIM-ID = SPACES
038000             SET EDIT-FAILED TO TRUE
038100             MOVE "S001" TO WS-REJECT-CODE
038200             MOVE "INSTRUCTION ID MISSING" TO WS-REJECT-TEXT
038300             GO TO 5000-EXIT
038400         END-IF.
038500         PERFORM 5050-READ-INSTRUCTION THRU 5050-EXIT.
038600         IF SIM-ACTION-ADD
038700             IF SI-ON-FILE
038800                 SET EDIT-FAILED TO TRUE
038900                 MOVE "S004" TO WS-REJECT-CODE
039000                 MOVE "INSTRUCTION ALREADY ON FILE"
039100                     TO WS-REJECT-TEXT
039200             ELSE
039300                 PERFORM 5100-BUILD-NEW-INSTR THRU 5100-EXIT
039400             END-IF
039500             GO TO 5000-EXIT
039600         END-IF.
039700         IF SI-NOT-ON-FILE
039800             SET EDIT-FAILED TO TRUE
039900             MOVE "S005" TO WS-REJECT-CODE
040000             MOVE "INSTRUCTION NOT ON FILE" TO WS-REJECT-TEXT
040100             GO TO 5000-EXIT
040200         END-IF.
040300         IF SIM-ACTION-SUSPEND AND SI-SUSPENDED
040400             SET EDIT-FAILED TO TRUE
040500             MOVE "S007" TO WS-REJECT-CODE
040600             MOVE "INSTRUCTION ALREADY SUSPENDED"
040700                 TO WS-REJECT-TEXT
040800             GO TO 5000-EXIT
040900         END-IF.
041000         IF SIM-ACTION-RESUME AND SI-ACTIVE
041100             SET EDIT-FAILED TO TRUE
041200             MOVE "S008" TO WS-REJECT-CODE
041300             MOVE "INSTRUCTION NOT SUSPENDED" TO WS-REJECT-TEXT
041400             GO TO 5000-EXIT
041500         END-IF.
041600         IF SIM-ACTION-CHANGE
041700             PERFORM 5150-OVERLAY-FIELDS THRU 5150-EXIT
041800             IF EDIT-OK
041900                 PERFORM 5200-EDIT-INSTRUCTION THRU 5200-EXIT
042000             END-IF
042100         END-IF.
042200     5000-EXIT.
042300         EXIT.
042400
042500     5050-READ-INSTRUCTION.
042600         SET SI-ON-FILE TO TRUE.
042700         MOVE SIM-ID TO SI-ID.
042800         READ STANDING-INSTR-FILE
042900             INVALID KEY
043000                 SET SI-NOT-ON-FILE TO TRUE
043100         END-READ.
043200         IF SI-ON-FILE
043300             MOVE STANDING-INSTR-RECORD TO WS-BEFORE-INSTR
043400         END-IF.
043500     5050-EXIT.
043600         EXIT.
043700
043800     5100-BUILD-NEW-INSTR.
043900         IF SIM-ACCT-NO-X = SPACES
044000                 OR SIM-AMOUNT-X = SPACES
044100                 OR SIM-OPER-CODE = SPACE
044200                 OR SIM-FREQUENCY = SPACE
044300                 OR SIM-START-DATE-X = SPACES
044400             SET EDIT-FAILED TO TRUE
044500             MOVE "S006" TO WS-REJECT-CODE
044600             MOVE "REQUIRED FIELD MISSING" TO WS-REJECT-TEXT
044700             GO TO 5100-EXIT
044800         END-IF.
044900         MOVE SPACES TO STANDING-INSTR-RECORD.
045000         MOVE SIM-ID TO SI-ID.
045100         MOVE ZERO TO SI-ACCT-NO.
045200         MOVE ZERO TO SI-TO-ACCT-NO.
045300         MOVE ZERO TO SI-AMOUNT.
045400         MOVE ZERO TO SI-START-DATE.
045500         MOVE ZERO TO SI-END-DATE.
045600         MOVE ZERO TO SI-LAST-GEN-DATE.
045700         MOVE ZERO TO SI-MAINT-DATE.
045800         SET SI-ACTIVE TO TRUE.
045900         PERFORM 5150-OVERLAY-FIELDS THRU 5150-EXIT.
046000         IF EDIT-OK
046100             PERFORM 5200-EDIT-INSTRUCTION THRU 5200-EXIT
046200         END-IF.
046300     5100-EXIT.
046400         EXIT.
046500
046600     5150-OVERLAY-FIELDS.
046700         IF SIM-ACCT-NO-X NOT = SPACES
046800             IF SIM-ACCT-NO NOT NUMERIC
046900                 SET EDIT-FAILED TO TRUE
047000                 MOVE "S009" TO WS-REJECT-CODE
047100                 MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-TEXT
047200                 GO TO 5150-EXIT
047300             END-IF
047400             MOVE SIM-ACCT-NO TO SI-ACCT-NO
047500         END-IF.
047600         IF SIM-TO-ACCT-NO-X NOT = SPACES
047700             IF SIM-TO-ACCT-NO NOT NUMERIC
047800                 SET EDIT-FAILED TO TRUE
047900                 MOVE "S010" TO WS-REJECT-CODE
048000                 MOVE "TO ACCOUNT NOT NUMERIC" TO WS-REJECT-TEXT
048100                 GO TO 5150-EXIT
048200             END-IF
048300             MOVE SIM-TO-ACCT-NO TO SI-TO-ACCT-NO
048400         END-IF.
048500         IF SIM-AMOUNT-X NOT = SPACES
048600             IF SIM-AMOUNT NOT NUMERIC
048700                 SET EDIT-FAILED TO TRUE
048800                 MOVE "S011" TO WS-REJECT-CODE
048900                 MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
049000                 GO TO 5150-EXIT
049100             END-IF
049200             MOVE SIM-AMOUNT TO SI-AMOUNT
049300         END-IF.
049400         IF SIM-OPER-CODE NOT = SPACE
049500             MOVE SIM-OPER-CODE TO SI-OPER-CODE
049600         END-IF.
049700         IF SIM-FREQUENCY NOT = SPACE
049800             MOVE SIM-FREQUENCY TO SI-FREQUENCY
049900         END-IF.
050000         IF SIM-START-DATE-X NOT = SPACES
050100             IF SIM-START-DATE NOT NUMERIC
050200                 SET EDIT-FAILED TO TRUE
050300                 MOVE "S015" TO WS-REJECT-CODE
050400                 MOVE "START DATE INVALID" TO WS-REJECT-TEXT
050500                 GO TO 5150-EXIT
050600             END-IF
050700             MOVE SIM-START-DATE TO SI-START-DATE
050800         END-IF.
050900         IF SIM-END-DATE-X NOT = SPACES
051000             IF SIM-END-DATE NOT NUMERIC
051100                 SET EDIT-FAILED TO TRUE
051200                 MOVE "S016" TO WS-REJECT-CODE
051300                 MOVE "END DATE INVALID" TO WS-REJECT-TEXT
051400                 GO TO 5150-EXIT
051500             END-IF
051600             MOVE SIM-END-DATE TO SI-END-DATE
051700         END-IF.
051800         IF SIM-DESCRIPTION NOT = SPACES
051900             MOVE SIM-DESCRIPTION TO SI-DESCRIPTION
052000         END-IF.
052100     5150-EXIT.
052200         EXIT.
052300
052400     5200-EDIT-INSTRUCTION.
052500         IF SI-AMOUNT = ZERO
052600             SET EDIT-FAILED TO TRUE
052700             MOVE "S012" TO WS-REJECT-CODE
052800             MOVE "AMOUNT IS ZERO" TO WS-REJECT-TEXT
052900             GO TO 5200-EXIT
053000         END-IF.
053100         IF NOT SI-OPER-VALID
053200             SET EDIT-FAILED TO TRUE
053300             MOVE "S013" TO WS-REJECT-CODE
053400             MOVE "INVALID OPERATION CODE" TO WS-REJECT-TEXT
053500             GO TO 5200-EXIT
053600         END-IF.
053700         IF NOT SI-FREQ-VALID
053800             SET EDIT-FAILED TO TRUE
053900             MOVE "S014" TO WS-REJECT-CODE
054000             MOVE "INVALID FREQUENCY" TO WS-REJECT-TEXT
054100             GO TO 5200-EXIT
054200         END-IF.
054300         IF FUNCTION TEST-DATE-YYYYMMDD(SI-START-DATE) NOT = ZERO
054400             SET EDIT-FAILED TO TRUE
054500             MOVE "S015" TO WS-REJECT-CODE
054600             MOVE "START DATE INVALID" TO WS-REJECT-TEXT
054700             GO TO 5200-EXIT
054800         END-IF.
054900         IF SI-END-DATE NOT = ZERO
055000             IF FUNCTION TEST-DATE-YYYYMMDD(SI-END-DATE)
055100                     NOT = ZERO
055200                 SET EDIT-FAILED TO TRUE
055300                 MOVE "S016" TO WS-REJECT-CODE
055400                 MOVE "END DATE INVALID" TO WS-REJECT-TEXT
055500                 GO TO 5200-EXIT
055600             END-IF
055700             IF SI-END-DATE < SI-START-DATE
055800                 SET EDIT-FAILED TO TRUE
055900                 MOVE "S017" TO WS-REJECT-CODE
056000                 MOVE "END DATE BEFORE START DATE"
056100                     TO WS-REJECT-TEXT
056200                 GO TO 5200-EXIT
056300             END-IF
056400         END-IF.
056500         IF SI-OPER-TRANSFER
056600             IF SI-TO-ACCT-NO = ZERO
056700                     OR SI-TO-ACCT-NO = SI-ACCT-NO
056800                 SET EDIT-FAILED TO TRUE
056900                 MOVE "S018" TO WS-REJECT-CODE
057000                 MOVE "TRANSFER TO ACCOUNT INVALID"
057100                     TO WS-REJECT-TEXT
057200                 GO TO 5200-EXIT
057300             END-IF
057400         ELSE
057500             MOVE ZERO TO SI-TO-ACCT-NO
057600         END-IF.
057700         MOVE SI-ACCT-NO TO WS-CHECK-ACCT.
057800         PERFORM 5300-CHECK-ACCOUNT THRU 5300-EXIT.
057900         IF EDIT-OK AND SI-OPER-TRANSFER
058000             MOVE SI-TO-ACCT-NO TO WS-CHECK-ACCT
058100             PERFORM 5300-CHECK-ACCOUNT THRU 5300-EXIT
058200         END-IF.
058300     5200-EXIT.
058400         EXIT.
058500
058600     5300-CHECK-ACCOUNT.
058700         IF ACCT-MASTER-MISSING
058800             SET EDIT-FAILED TO TRUE
058900             MOVE "S019" TO WS-REJECT-CODE
059000             MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
059100             GO TO 5300-EXIT
059200         END-IF.
059300         MOVE WS-CHECK-ACCT TO ACCT-NO.
059400         READ ACCOUNT-FILE
059500             INVALID KEY
059600                 SET EDIT-FAILED TO TRUE
059700                 MOVE "S019" TO WS-REJECT-CODE
059800                 MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
059900                 GO TO 5300-EXIT
060000         END-READ.
060100         IF ACCT-CLOSED
060200             SET EDIT-FAILED TO TRUE
060300             MOVE "S020" TO WS-REJECT-CODE
060400             MOVE "ACCOUNT CLOSED" TO WS-REJECT-TEXT
060500         END-IF.
060600     5300-EXIT.
060700         EXIT.
060800
060900     5900-WRITE-SI-REJECT.
061000         MOVE SI-MAINT-RECORD TO SRJ-RECORD-IMAGE.
061100         MOVE WS-REJECT-CODE TO SRJ-REASON-CODE.
061200         MOVE WS-REJECT-TEXT TO SRJ-REASON-TEXT.
061300         WRITE SI-REJECT-RECORD.
061400         ADD 1 TO WS-REJECT-COUNT.
061500     5900-EXIT.
061600         EXIT.
061700
061800     6000-APPLY-ACTION.
061900         MOVE WS-RUN-DATE TO SI-MAINT-DATE.
062000         MOVE WS-OPERATOR-ID TO SI-MAINT-OPERATOR.
062100         SET SI-UPDATE-OK TO TRUE.
062200         IF SIM-ACTION-ADD
062300             PERFORM 6100-ADD-INSTRUCTION THRU 6100-EXIT
062400         ELSE
062500             IF SIM-ACTION-CHANGE
062600                 PERFORM 6200-CHANGE-INSTRUCTION THRU 6200-EXIT
062700             ELSE
062800                 IF SIM-ACTION-SUSPEND
062900                     PERFORM 6300-SUSPEND-INSTRUCTION
063000                         THRU 6300-EXIT
063100                 ELSE
063200                     PERFORM 6400-RESUME-INSTRUCTION
063300                         THRU 6400-EXIT
063400                 END-IF
063500             END-IF
063600         END-IF.
063700         IF SI-UPDATE-FAILED
063800             GO TO 6000-EXIT
063900         END-IF.
064000         ADD 1 TO WS-APPLIED-COUNT.
064100         MOVE "A" TO WS-SEC-EVENT-TYPE.
064200         MOVE SPACES TO WS-SEC-DETAIL.
064300         MOVE SI-ID TO WS-SEC-DETAIL(1:8).
064400         MOVE SI-ACCT-NO TO WS-SEC-DETAIL(10:6).
064500         PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT.
064600         PERFORM 7000-PRINT-REGISTER-LINES THRU 7000-EXIT.
064700     6000-EXIT.
064800         EXIT.
064900
065000     6100-ADD-INSTRUCTION.
065100         WRITE STANDING-INSTR-RECORD
065200             INVALID KEY
065300                 PERFORM 6900-UPDATE-FAILED THRU 6900-EXIT
065400                 GO TO 6100-EXIT
065500         END-WRITE.
065600         ADD 1 TO WS-ADD-COUNT.
065700         MOVE "SI ADD" TO WS-SEC-FUNCTION.
065800     6100-EXIT.
065900         EXIT.
066000
066100     6200-CHANGE-INSTRUCTION.
066200         REWRITE STANDING-INSTR-RECORD
066300             INVALID KEY
066400                 PERFORM 6900-UPDATE-FAILED THRU 6900-EXIT
066500                 GO TO 6200-EXIT
066600         END-REWRITE.
066700         ADD 1 TO WS-CHANGE-COUNT.
066800         MOVE "SI CHANGE" TO WS-SEC-FUNCTION.
066900     6200-EXIT.
067000         EXIT.
067100
067200     6300-SUSPEND-INSTRUCTION.
067300         SET SI-SUSPENDED TO TRUE.
067400         REWRITE STANDING-INSTR-RECORD
067500             INVALID KEY
067600                 PERFORM 6900-UPDATE-FAILED THRU 6900-EXIT
067700                 GO TO 6300-EXIT
067800         END-REWRITE.
067900         ADD 1 TO WS-SUSPEND-COUNT.
068000         MOVE "SI SUSPEND" TO WS-SEC-FUNCTION.
068100     6300-EXIT.
068200         EXIT.
068300
068400     6400-RESUME-INSTRUCTION.
068500         SET SI-ACTIVE TO TRUE.
068600         REWRITE STANDING-INSTR-RECORD
068700             INVALID KEY
068800                 PERFORM 6900-UPDATE-FAILED THRU 6900-EXIT
068900                 GO TO 6400-EXIT
069000         END-REWRITE.
069100         ADD 1 TO WS-RESUME-COUNT.
069200         MOVE "SI RESUME" TO WS-SEC-FUNCTION.
069300     6400-EXIT.
069400         EXIT.
069500
069600     6900-UPDATE-FAILED.
069700         MOVE "S021" TO WS-REJECT-CODE.
069800         MOVE "STANDING INSTR UPDATE FAILED" TO WS-REJECT-TEXT.
069900         PERFORM 5900-WRITE-SI-REJECT THRU 5900-EXIT.
070000         SET SI-UPDATE-FAILED TO TRUE.
070100     6900-EXIT.
070200         EXIT.
070300
070400     7000-PRINT-REGISTER-LINES.
070500         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
070600             PERFORM 7100-PRINT-HEADERS THRU 7100-EXIT
070700         END-IF.
070800         MOVE SPACES TO SMR-DETAIL-LINE.
070900         IF SIM-ACTION-ADD
071000             MOVE "ADD" TO SMR-D-ACTION
071100         ELSE
071200             IF SIM-ACTION-CHANGE
071300                 MOVE "CHANGE" TO SMR-D-ACTION
071400             ELSE
071500                 IF SIM-ACTION-SUSPEND
071600                     MOVE "SUSPEND" TO SMR-D-ACTION
071700                 ELSE
071800                     MOVE "RESUME" TO SMR-D-ACTION
071900                 END-IF
072000             END-IF
072100         END-IF.
072200         IF NOT SIM-ACTION-ADD
072300             MOVE STANDING-INSTR-RECORD TO WS-AFTER-INSTR
072400             MOVE WS-BEFORE-INSTR TO STANDING-INSTR-RECORD
072500             MOVE "BEFORE" TO SMR-D-WHEN
072600             PERFORM 7050-PRINT-INSTR-LINE THRU 7050-EXIT
072700             MOVE WS-AFTER-INSTR TO STANDING-INSTR-RECORD
072800             MOVE SPACES TO SMR-D-ACTION
072900         END-IF.
073000         MOVE "AFTER" TO SMR-D-WHEN.
073100         PERFORM 7050-PRINT-INSTR-LINE THRU 7050-EXIT.
073200     7000-EXIT.
073300         EXIT.
073400
073500     7050-PRINT-INSTR-LINE.
073600         MOVE SI-ID TO SMR-D-ID.
073700         MOVE SI-ACCT-NO TO SMR-D-ACCT.
073800         MOVE SI-TO-ACCT-NO TO SMR-D-TO-ACCT.
073900         MOVE SI-OPER-CODE TO SMR-D-OPER.
074000         MOVE SI-FREQUENCY TO SMR-D-FREQ.
074100         MOVE SI-AMOUNT TO SMR-D-AMOUNT.
074200         MOVE SI-START-DATE TO SMR-D-START.
074300         MOVE SI-END-DATE TO SMR-D-END.
074400         MOVE SI-LAST-GEN-DATE TO SMR-D-LAST-GEN.
074500         IF SI-SUSPENDED
074600             MOVE "SUSPENDED" TO SMR-D-STATUS
074700         ELSE
074800             MOVE "ACTIVE" TO SMR-D-STATUS
074900         END-IF.
075000         MOVE SI-DESCRIPTION TO SMR-D-DESC.
075100         WRITE PRINT-RECORD FROM SMR-DETAIL-LINE
075200             AFTER ADVANCING 1 LINE.
075300         ADD 1 TO WS-LINE-COUNT.
075400     7050-EXIT.
075500         EXIT.
075600
075700     7100-PRINT-HEADERS.
075800         ADD 1 TO WS-PAGE-COUNT.
075900         MOVE WS-RUN-DATE TO SMR-H2-RUN-DATE.
076000         MOVE WS-CUR-BATCH-ID TO SMR-H2-BATCH-ID.
076100         MOVE WS-PAGE-COUNT TO SMR-H2-PAGE.
076200         WRITE PRINT-RECORD FROM SMR-HEADER-1
076300             AFTER ADVANCING PAGE.
076400         WRITE PRINT-RECORD FROM SMR-HEADER-2
076500             AFTER ADVANCING 1 LINE.
076600         WRITE PRINT-RECORD FROM SMR-HEADER-3
076700             AFTER ADVANCING 2 LINES.
076800         MOVE 4 TO WS-LINE-COUNT.
076900     7100-EXIT.
077000         EXIT.
077100
077200     3950-VERIFY-TRAILER.
077300         IF TRAILER-NOT-SEEN
077400             DISPLAY "NO BATCH TRAILER ON INSTRUCTION "
077500                 "MAINTENANCE FILE - BATCH OUT OF BALANCE"
077600             MOVE 8 TO RETURN-CODE
077700             GO TO 3950-EXIT
077800         END-IF.
077900         IF WS-RECS-READ NOT = WS-TRL-EXPECT-COUNT
078000             DISPLAY "INSTRUCTION MAINTENANCE OUT OF BALANCE - "
078100                 "RECORDS READ " WS-RECS-READ " TRAILER EXPECTED "
078200                 WS-TRL-EXPECT-COUNT
078300             MOVE 8 TO RETURN-CODE
078400         END-IF.
078500         IF WS-HASH-TOTAL NOT = WS-TRL-EXPECT-HASH
078600             DISPLAY "INSTRUCTION MAINTENANCE OUT OF BALANCE - "
078700                 "HASH TOTAL " WS-HASH-TOTAL " TRAILER EXPECTED "
078800                 WS-TRL-EXPECT-HASH
078900             MOVE 8 TO RETURN-CODE
079000         END-IF.
079100         PERFORM 3100-READ-NEXT THRU 3100-EXIT.
079200         IF SIM-NOT-EOF
079300             DISPLAY "DATA FOLLOWS BATCH TRAILER - "
079400                 "BATCH OUT OF BALANCE"
079500             MOVE 8 TO RETURN-CODE
079600         END-IF.
079700         IF RETURN-CODE = ZERO AND WS-RECS-READ = ZERO
079800             DISPLAY "EMPTY INSTRUCTION MAINTENANCE BATCH - "
079900                 "HEADER AND TRAILER ONLY, NO DETAIL RECORDS"
080000             MOVE 4 TO RETURN-CODE
080100         END-IF.
080200     3950-EXIT.
080300         EXIT.
080400
080500     3900-PRINT-TOTALS.
080600         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
080700             PERFORM 7100-PRINT-HEADERS THRU 7100-EXIT
080800         END-IF.
080900         MOVE SPACES TO SMR-SUMMARY-LINE.
081000         MOVE "MAINTENANCE RECORDS READ:" TO SMR-S-LABEL.
081100         MOVE WS-RECS-READ TO SMR-S-COUNT.
081200         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
081300             AFTER ADVANCING 2 LINES.
081400         MOVE "ACTIONS APPLIED:" TO SMR-S-LABEL.
081500         MOVE WS-APPLIED-COUNT TO SMR-S-COUNT.
081600         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
081700             AFTER ADVANCING 1 LINE.
081800         MOVE "INSTRUCTIONS ADDED:" TO SMR-S-LABEL.
081900         MOVE WS-ADD-COUNT TO SMR-S-COUNT.
082000         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
082100             AFTER ADVANCING 1 LINE.
082200         MOVE "INSTRUCTIONS CHANGED:" TO SMR-S-LABEL.
082300         MOVE WS-CHANGE-COUNT TO SMR-S-COUNT.
082400         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
082500             AFTER ADVANCING 1 LINE.
082600         MOVE "INSTRUCTIONS SUSPENDED:" TO SMR-S-LABEL.
082700         MOVE WS-SUSPEND-COUNT TO SMR-S-COUNT.
082800         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
082900             AFTER ADVANCING 1 LINE.
083000         MOVE "INSTRUCTIONS RESUMED:" TO SMR-S-LABEL.
083100         MOVE WS-RESUME-COUNT TO SMR-S-COUNT.
083200         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
083300             AFTER ADVANCING 1 LINE.
083400         MOVE "RECORDS REJECTED:" TO SMR-S-LABEL.
083500         MOVE WS-REJECT-COUNT TO SMR-S-COUNT.
083600         WRITE PRINT-RECORD FROM SMR-SUMMARY-LINE
083700             AFTER ADVANCING 1 LINE.
083800         DISPLAY "INSTRUCTION MAINTENANCE COMPLETE - READ "
083900             WS-RECS-READ " APPLIED " WS-APPLIED-COUNT
084000             " REJECTED " WS-REJECT-COUNT.
084100     3900-EXIT.
084200         EXIT.
084300
084400     8700-WRITE-SECURITY-EVENT.
084500         OPEN EXTEND SECURITY-LOG-FILE.
084600         IF SEC-FILE-NOT-FOUND
084700             OPEN OUTPUT SECURITY-LOG-FILE
084800             CLOSE SECURITY-LOG-FILE
084900             OPEN EXTEND SECURITY-LOG-FILE
085000         END-IF.
085100         ACCEPT WS-SEC-TIME FROM TIME.
085200         MOVE WS-RUN-DATE TO SEC-EVENT-DATE.
085300         MOVE WS-SEC-TIME TO SEC-EVENT-TIME.
085400         MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
085500         MOVE "SUMSIMNT" TO SEC-PROGRAM-ID.
085600         MOVE WS-SEC-EVENT-TYPE TO SEC-EVENT-TYPE.
085700         MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
085800         MOVE WS-SEC-DETAIL TO SEC-DETAIL.
085900         WRITE SECURITY-EVENT-RECORD.
086000         CLOSE SECURITY-LOG-FILE.
086100     8700-EXIT.
086200         EXIT.
086300
086400     9000-TERMINATE.
086500         CLOSE SI-MAINT-FILE.
086600         IF SI-MASTER-OPEN
086700             CLOSE STANDING-INSTR-FILE
086800         END-IF.
086900         IF ACCT-MASTER-OPEN
087000             CLOSE ACCOUNT-FILE
087100         END-IF.
087200         CLOSE SI-REJECT-FILE.
087300         CLOSE REPORT-FILE.
087400     9000-EXIT.
087500         EXIT.
087600
087700     END PROGRAM SUMSIMNT.
