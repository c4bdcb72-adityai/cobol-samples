      *          after values for sign-off.  Reopen and rename close
      *          the gap the console maintenance never covered: an
      *          account closed in error can be reopened, and a name
      *          can be fixed, without touching the balance.  Closes,
      *          reopens and limit changes are queued for a second
      *          operator's approval (SUMMAPPR) rather than applied.
      * Tectonics: cobc
      * Modification History:
      *   09/02/26 AI  Initial version.
      *                to the security event log (SECREC copybook,
      *                SECLOG).  A missing profile dataset leaves the
      *                program unrestricted with a console warning.
      *   10/15/26 AI  Limits carry dollars and cents to match the
      *                widened account master: the transaction limit
      *                is 9(9)V99 and the floor/ceiling S9(11)V99, so
      *                the limit fields on the maintenance record now
      *                span positions 34-72.  The limits register
      *                entry prints as a BEFORE line and an AFTER
      *                line to fit the wider amounts.  Widened the
      *                maintenance FD to 72, the reject FD to 106 and
      *                the account master FD to 67.
      *   10/15/26 AI  Dual control: close, reopen and limits actions
      *                are no longer applied on entry.  Each is queued
      *                on the pending maintenance dataset (PNDREC
      *                copybook, SUMPEND) with the account's status
      *                and limits before and after the change and the
      *                entering operator, for a different operator to
      *                approve or decline through SUMMAPPR; only an
      *                approved entry reaches the account master.  Add
      *                and rename still apply on entry.  Each queued
      *                entry is written to the security event log
      *                (PEND ENTRY) - the account close event is now
      *                written by SUMMAPPR when the close is approved -
      *                and the register shows each action as APPLIED
      *                or PENDING with the pending entry key.  New
      *                reject M011 (pending queue write failed).
      *                Install note: SUMOPRF records are now 16 bytes
      *                (OPR-PERM-APPROVE added) - reload the profiles
      *                with the approval byte set to N unless granted.
      *   10/15/26 AI  Every add and rename applied to the account
      *                master is written to the account maintenance
      *                journal (MJRREC copybook, ACCTJRNL) with the
      *                account's name, status and limits after the
      *                change, so SUMRECOV can reapply it when the
      *                master is rebuilt from a snapshot.  An add or
      *                rename the master refuses is rejected as M012
      *                (account master update failed) and is neither
      *                journaled nor counted as applied.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
002000         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002100             ORGANIZATION IS SEQUENTIAL
002200             FILE STATUS IS WS-SEC-FILE-STATUS.
002220         SELECT PENDING-MAINT-FILE ASSIGN TO "SUMPEND"
002240             ORGANIZATION IS INDEXED
002260             RECORD KEY IS PND-KEY
002280             FILE STATUS IS WS-PEND-FILE-STATUS.
002285         SELECT MAINT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
002290             ORGANIZATION IS SEQUENTIAL
002295             FILE STATUS IS WS-MJR-FILE-STATUS.
002300     DATA DIVISION.
002400     FILE SECTION.
002500     FD  MAINT-FILE
002600         RECORD CONTAINS 72 CHARACTERS.
002700     COPY MNTREC.
002800     FD  ACCOUNT-FILE
002900         RECORD CONTAINS 67 CHARACTERS.
003000     COPY ACCTREC.
003100     FD  MAINT-REJECT-FILE
003200         RECORD CONTAINS 106 CHARACTERS.
003300     01  MAINT-REJECT-RECORD.
003400         05  MRJ-RECORD-IMAGE            PIC X(72).
003500         05  MRJ-REASON-CODE             PIC X(04).
003600         05  MRJ-REASON-TEXT             PIC X(30).
003700     FD  REPORT-FILE
003800         RECORD CONTAINS 132 CHARACTERS.
003900     01  PRINT-RECORD                    PIC X(132).
004000     FD  OPERATOR-PROFILE-FILE
004100         RECORD CONTAINS 16 CHARACTERS.
004200     COPY OPRREC.
004300     FD  SECURITY-LOG-FILE
004400         RECORD CONTAINS 75 CHARACTERS.
004500     COPY SECREC.
004525     FD  PENDING-MAINT-FILE
004550         RECORD CONTAINS 168 CHARACTERS.
004575     COPY PNDREC.
004580     FD  MAINT-JOURNAL-FILE
004585         RECORD CONTAINS 104 CHARACTERS.
004590     COPY MJRREC.
004600     WORKING-STORAGE SECTION.
004700     01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004800         88  MAINT-EOF                   VALUE "Y".
008100     01  WS-SEC-FILE-STATUS              PIC X(02).
008200         88  SEC-FILE-OK                 VALUE "00".
008300         88  SEC-FILE-NOT-FOUND          VALUE "35".
008325     01  WS-PEND-FILE-STATUS             PIC X(02).
008350         88  PEND-FILE-OK                VALUE "00".
008375         88  PEND-FILE-NOT-FOUND         VALUE "35".
008377     01  WS-MJR-FILE-STATUS              PIC X(02).
008379         88  MJR-FILE-OK                 VALUE "00".
008381         88  MJR-FILE-NOT-FOUND          VALUE "35".
008383     01  WS-MJR-ACTION                   PIC X(01).
008385     01  WS-MJR-TIME                     PIC 9(8).
008400
008500     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
008600         88  PROFILES-IN-USE             VALUE "Y".
009600
009700     01  WS-BEFORE-STATUS                PIC X(01).
009800     01  WS-BEFORE-NAME                  PIC X(25).
009900     01  WS-BEFORE-BALANCE               PIC S9(11)V99 COMP.
010000     01  WS-BEFORE-TRAN-LIMIT            PIC 9(9)V99.
010100     01  WS-BEFORE-FLOOR                 PIC S9(11)V99 COMP.
010200     01  WS-BEFORE-CEILING               PIC S9(11)V99 COMP.
010300
010400     01  WS-LIMITS-PRESENT-SWITCH        PIC X(01).
010500         88  LIMITS-PRESENT              VALUE "Y".
010600         88  LIMITS-ABSENT               VALUE "N".
010700
010710     01  WS-QUEUE-SWITCH                 PIC X(01).
010720         88  ACTION-QUEUED               VALUE "Q".
010730         88  ACTION-APPLIED              VALUE "A".
010740     01  WS-ENTRY-TIME                   PIC 9(8).
010750     01  WS-ENTRY-SEQ                    PIC 9(4) VALUE ZERO.
010760
010800     01  WS-RECS-READ                    PIC 9(9) COMP VALUE ZERO.
010900     01  WS-APPLIED-COUNT                PIC 9(9) COMP VALUE ZERO.
011000     01  WS-REJECT-COUNT                 PIC 9(9) COMP VALUE ZERO.
011300     01  WS-REOPEN-COUNT                 PIC 9(9) COMP VALUE ZERO.
011400     01  WS-RENAME-COUNT                 PIC 9(9) COMP VALUE ZERO.
011500     01  WS-LIMIT-COUNT                  PIC 9(9) COMP VALUE ZERO.
011550     01  WS-QUEUED-COUNT                 PIC 9(9) COMP VALUE ZERO.
011600     01  WS-HASH-TOTAL                   PIC 9(9) COMP VALUE ZERO.
011700     01  WS-TRL-EXPECT-COUNT             PIC 9(9) COMP VALUE ZERO.
011800     01  WS-TRL-EXPECT-HASH              PIC 9(9) COMP VALUE ZERO.
015300         05  FILLER                      PIC X(08) VALUE "AFTER".
015400         05  FILLER                      PIC X(27)
015500             VALUE "AFTER NAME".
015525         05  FILLER                      PIC X(08) VALUE "RESULT".
015550         05  FILLER                      PIC X(20)
015575             VALUE "PENDING ENTRY KEY".
015600         05  FILLER                      PIC X(16) VALUE SPACES.
015700
015800     01  MNR-DETAIL-LINE.
015900         05  FILLER                      PIC X(01) VALUE SPACES.
016800         05  MNR-D-AFT-STATUS            PIC X(06).
016900         05  FILLER                      PIC X(02) VALUE SPACES.
017000         05  MNR-D-AFT-NAME              PIC X(25).
017025         05  FILLER                      PIC X(02) VALUE SPACES.
017050         05  MNR-D-RESULT                PIC X(08).
017075         05  MNR-D-PEND-KEY              PIC X(20).
017100         05  FILLER                      PIC X(16) VALUE SPACES.
017200
017300     01  MNR-LIMIT-LINE.
017400         05  FILLER                      PIC X(01) VALUE SPACES.
017700         05  FILLER                      PIC X(02) VALUE SPACES.
017800         05  MNR-L-ACCT                  PIC 9(06).
017900         05  FILLER                      PIC X(03) VALUE SPACES.
018000         05  MNR-L-WHEN                  PIC X(09).
018100         05  MNR-L-TRAN                  PIC ZZZ,ZZZ,ZZ9.99.
018300         05  FILLER                      PIC X(03) VALUE " F=".
018400         05  MNR-L-FLOOR                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018500         05  FILLER                      PIC X(03) VALUE " C=".
018600         05  MNR-L-CEIL                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018700         05  FILLER                      PIC X(05) VALUE SPACES.
018800         05  MNR-L-RESULT                PIC X(08).
018900         05  MNR-L-PEND-KEY              PIC X(20).
019000         05  FILLER                      PIC X(16) VALUE SPACES.
019600
019700     01  MNR-SUMMARY-LINE.
019800         05  FILLER                      PIC X(01) VALUE SPACES.
024000             OPEN I-O ACCOUNT-FILE
024100             DISPLAY "ACCOUNT MASTER NOT FOUND - CREATED EMPTY"
024200         END-IF.
024210         OPEN I-O PENDING-MAINT-FILE.
024220         IF PEND-FILE-NOT-FOUND
024230             OPEN OUTPUT PENDING-MAINT-FILE
024240             CLOSE PENDING-MAINT-FILE
024250             OPEN I-O PENDING-MAINT-FILE
024260             DISPLAY "PENDING MAINTENANCE DATASET NOT FOUND - "
024270                 "CREATED EMPTY"
024280         END-IF.
024290         ACCEPT WS-ENTRY-TIME FROM TIME.
024300         OPEN OUTPUT MAINT-REJECT-FILE.
024400         OPEN OUTPUT REPORT-FILE.
024500     1000-EXIT.
040100
040200     5070-EDIT-LIMIT-FIELDS.
040300         SET LIMITS-ABSENT TO TRUE.
040400         IF MAINT-RECORD(34:39) = SPACES
040500             IF MNT-ACTION-LIMITS
040600                 SET EDIT-FAILED TO TRUE
040700                 MOVE "M009" TO WS-REJECT-CODE
045400             MOVE ACCT-BAL-FLOOR TO WS-BEFORE-FLOOR
045500             MOVE ACCT-BAL-CEILING TO WS-BEFORE-CEILING
045600         END-IF.
045610         IF MNT-ACTION-CLOSE OR MNT-ACTION-REOPEN
045620                 OR MNT-ACTION-LIMITS
045630             PERFORM 6600-QUEUE-FOR-APPROVAL THRU 6600-EXIT
045640             GO TO 6000-EXIT
045650         END-IF.
045700         IF MNT-ACTION-ADD
045800             PERFORM 6100-ADD-ACCOUNT THRU 6100-EXIT
045900         ELSE
046000             PERFORM 6400-RENAME-ACCOUNT THRU 6400-EXIT
047400         END-IF.
047402         IF NOT ACCT-FILE-OK
047404             GO TO 6000-EXIT
047406         END-IF.
047410         MOVE MNT-ACTION TO WS-MJR-ACTION.
047420         PERFORM 8800-WRITE-MAINT-JOURNAL THRU 8800-EXIT.
047450         SET ACTION-APPLIED TO TRUE.
047500         ADD 1 TO WS-APPLIED-COUNT.
047600         PERFORM 7000-PRINT-REGISTER-LINE THRU 7000-EXIT.
047700     6000-EXIT.
049100             MOVE ZERO TO ACCT-BAL-FLOOR
049200             MOVE ZERO TO ACCT-BAL-CEILING
049300         END-IF.
049400         WRITE ACCOUNT-RECORD
049410             INVALID KEY
049420                 MOVE "M012" TO WS-REJECT-CODE
049430                 MOVE "ACCOUNT MASTER UPDATE FAILED"
049440                     TO WS-REJECT-TEXT
049450                 PERFORM 5100-WRITE-MAINT-REJECT THRU 5100-EXIT
049460                 GO TO 6100-EXIT
049470         END-WRITE.
049500         ADD 1 TO WS-ADD-COUNT.
049600     6100-EXIT.
049700         EXIT.
049800
052700     6400-RENAME-ACCOUNT.
052800         MOVE MNT-ACCT-NAME TO ACCT-NAME.
052900         REWRITE ACCOUNT-RECORD
052910             INVALID KEY
052920                 MOVE "M012" TO WS-REJECT-CODE
052930                 MOVE "ACCOUNT MASTER UPDATE FAILED"
052940                     TO WS-REJECT-TEXT
052950                 PERFORM 5100-WRITE-MAINT-REJECT THRU 5100-EXIT
052960                 GO TO 6400-EXIT
052970         END-REWRITE.
053000         ADD 1 TO WS-RENAME-COUNT.
053100     6400-EXIT.
053101         EXIT.
053102
053103     6600-QUEUE-FOR-APPROVAL.
053104         ADD 1 TO WS-ENTRY-SEQ.
053105         MOVE WS-RUN-DATE TO PND-ENTRY-DATE.
053106         MOVE WS-ENTRY-TIME TO PND-ENTRY-TIME.
053107         MOVE WS-ENTRY-SEQ TO PND-ENTRY-SEQ.
053108         MOVE ACCT-NO TO PND-ACCT-NO.
053109         MOVE MNT-ACTION TO PND-ACTION.
053110         SET PND-PENDING TO TRUE.
053111         MOVE WS-OPERATOR-ID TO PND-MAKER-ID.
053112         MOVE WS-CUR-BATCH-ID TO PND-MAKER-BATCH-ID.
053113         MOVE ACCT-STATUS TO PND-BEF-STATUS.
053114         MOVE ACCT-TRAN-LIMIT TO PND-BEF-TRAN-LIMIT.
053115         MOVE ACCT-BAL-FLOOR TO PND-BEF-FLOOR.
053116         MOVE ACCT-BAL-CEILING TO PND-BEF-CEILING.
053117         MOVE ACCT-STATUS TO PND-AFT-STATUS.
053118         MOVE ACCT-TRAN-LIMIT TO PND-AFT-TRAN-LIMIT.
053119         MOVE ACCT-BAL-FLOOR TO PND-AFT-FLOOR.
053120         MOVE ACCT-BAL-CEILING TO PND-AFT-CEILING.
053121         IF MNT-ACTION-CLOSE
053122             MOVE "C" TO PND-AFT-STATUS
053123         END-IF.
053124         IF MNT-ACTION-REOPEN
053125             MOVE "O" TO PND-AFT-STATUS
053126         END-IF.
053127         IF MNT-ACTION-LIMITS
053128             MOVE MNT-TRAN-LIMIT TO PND-AFT-TRAN-LIMIT
053129             MOVE MNT-BAL-FLOOR TO PND-AFT-FLOOR
053130             MOVE MNT-BAL-CEILING TO PND-AFT-CEILING
053131         END-IF.
053132         MOVE SPACES TO PND-CHECKER-ID.
053133         MOVE ZERO TO PND-DECISION-DATE.
053134         MOVE ZERO TO PND-DECISION-TIME.
053135         MOVE SPACES TO PND-DECLINE-REASON.
053136         WRITE PENDING-MAINT-RECORD
053137             INVALID KEY
053138                 MOVE "M011" TO WS-REJECT-CODE
053139                 MOVE "PENDING QUEUE WRITE FAILED"
053140                     TO WS-REJECT-TEXT
053141                 PERFORM 5100-WRITE-MAINT-REJECT THRU 5100-EXIT
053142                 GO TO 6600-EXIT
053143         END-WRITE.
053144         IF MNT-ACTION-CLOSE
053145             ADD 1 TO WS-CLOSE-COUNT
053146         END-IF.
053147         IF MNT-ACTION-REOPEN
053148             ADD 1 TO WS-REOPEN-COUNT
053149         END-IF.
053150         IF MNT-ACTION-LIMITS
053151             ADD 1 TO WS-LIMIT-COUNT
053152         END-IF.
053153         ADD 1 TO WS-QUEUED-COUNT.
053154         MOVE "A" TO WS-SEC-EVENT-TYPE.
053155         MOVE "PEND ENTRY" TO WS-SEC-FUNCTION.
053156         MOVE SPACES TO WS-SEC-DETAIL.
053157         MOVE PND-ACCT-NO TO WS-SEC-DETAIL(1:6).
053158         MOVE PND-ACTION TO WS-SEC-DETAIL(8:1).
053159         MOVE PND-KEY TO WS-SEC-DETAIL(10:20).
053160         PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT.
053161         SET ACTION-QUEUED TO TRUE.
053162         PERFORM 7000-PRINT-REGISTER-LINE THRU 7000-EXIT.
053163     6600-EXIT.
053200         EXIT.
053300
053400     7000-PRINT-REGISTER-LINE.
055600         MOVE ACCT-NO TO MNR-D-ACCT.
055700         PERFORM 7200-FORMAT-BEF-STATUS THRU 7200-EXIT.
055800         MOVE WS-BEFORE-NAME TO MNR-D-BEF-NAME.
055825         IF ACTION-QUEUED
055850             IF PND-AFT-STATUS = "C"
055875                 MOVE "CLOSED" TO MNR-D-AFT-STATUS
055900             ELSE
055925                 MOVE "OPEN" TO MNR-D-AFT-STATUS
055950             END-IF
055975             MOVE "PENDING" TO MNR-D-RESULT
056000             MOVE PND-KEY TO MNR-D-PEND-KEY
056100         ELSE
056125             IF ACCT-CLOSED
056150                 MOVE "CLOSED" TO MNR-D-AFT-STATUS
056175             ELSE
056200                 MOVE "OPEN" TO MNR-D-AFT-STATUS
056225             END-IF
056250             MOVE "APPLIED" TO MNR-D-RESULT
056300         END-IF.
056400         MOVE ACCT-NAME TO MNR-D-AFT-NAME.
056500         WRITE PRINT-RECORD FROM MNR-DETAIL-LINE
057000
057100     7050-PRINT-LIMIT-LINE.
057200         MOVE ACCT-NO TO MNR-L-ACCT.
057300         MOVE "BEFORE T=" TO MNR-L-WHEN.
057400         MOVE WS-BEFORE-TRAN-LIMIT TO MNR-L-TRAN.
057500         MOVE WS-BEFORE-FLOOR TO MNR-L-FLOOR.
057600         MOVE WS-BEFORE-CEILING TO MNR-L-CEIL.
057700         MOVE "PENDING" TO MNR-L-RESULT.
057800         MOVE PND-KEY TO MNR-L-PEND-KEY.
057900         WRITE PRINT-RECORD FROM MNR-LIMIT-LINE
058000             AFTER ADVANCING 1 LINE.
058025         MOVE " AFTER T=" TO MNR-L-WHEN.
058035         MOVE PND-AFT-TRAN-LIMIT TO MNR-L-TRAN.
058045         MOVE PND-AFT-FLOOR TO MNR-L-FLOOR.
058055         MOVE PND-AFT-CEILING TO MNR-L-CEIL.
058065         MOVE SPACES TO MNR-L-RESULT.
058075         MOVE SPACES TO MNR-L-PEND-KEY.
058125         WRITE PRINT-RECORD FROM MNR-LIMIT-LINE
058150             AFTER ADVANCING 1 LINE.
058175         ADD 2 TO WS-LINE-COUNT.
058200     7050-EXIT.
058300         EXIT.
058400
065600         MOVE WS-APPLIED-COUNT TO MNR-S-COUNT.
065700         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
065800             AFTER ADVANCING 1 LINE.
065820         MOVE "ACTIONS QUEUED FOR APPROVAL:" TO MNR-S-LABEL.
065840         MOVE WS-QUEUED-COUNT TO MNR-S-COUNT.
065860         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
065880             AFTER ADVANCING 1 LINE.
065900         MOVE "ACCOUNTS ADDED:" TO MNR-S-LABEL.
066000         MOVE WS-ADD-COUNT TO MNR-S-COUNT.
066100         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
066200             AFTER ADVANCING 1 LINE.
066300         MOVE "CLOSES QUEUED:" TO MNR-S-LABEL.
066400         MOVE WS-CLOSE-COUNT TO MNR-S-COUNT.
066500         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
066600             AFTER ADVANCING 1 LINE.
066700         MOVE "REOPENS QUEUED:" TO MNR-S-LABEL.
066800         MOVE WS-REOPEN-COUNT TO MNR-S-COUNT.
066900         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
067000             AFTER ADVANCING 1 LINE.
067200         MOVE WS-RENAME-COUNT TO MNR-S-COUNT.
067300         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
067400             AFTER ADVANCING 1 LINE.
067500         MOVE "LIMIT CHANGES QUEUED:" TO MNR-S-LABEL.
067600         MOVE WS-LIMIT-COUNT TO MNR-S-COUNT.
067700         WRITE PRINT-RECORD FROM MNR-SUMMARY-LINE
067800             AFTER ADVANCING 1 LINE.
068200             AFTER ADVANCING 1 LINE.
068300         DISPLAY "MAINTENANCE COMPLETE - READ " WS-RECS-READ
068400             " APPLIED " WS-APPLIED-COUNT
068450             " QUEUED " WS-QUEUED-COUNT
068500             " REJECTED " WS-REJECT-COUNT.
068600     3900-EXIT.
068700         EXIT.
070600     8700-EXIT.
070700         EXIT.
070800
070802     8800-WRITE-MAINT-JOURNAL.
070804         OPEN EXTEND MAINT-JOURNAL-FILE.
070806         IF MJR-FILE-NOT-FOUND
070808             OPEN OUTPUT MAINT-JOURNAL-FILE
070810             CLOSE MAINT-JOURNAL-FILE
070812             OPEN EXTEND MAINT-JOURNAL-FILE
070814         END-IF.
070816         ACCEPT WS-MJR-TIME FROM TIME.
070818         MOVE WS-RUN-DATE TO MJR-ENTRY-DATE.
070820         MOVE WS-MJR-TIME TO MJR-ENTRY-TIME.
070822         MOVE "SUMMAINT" TO MJR-PROGRAM-ID.
070824         MOVE WS-OPERATOR-ID TO MJR-OPERATOR-ID.
070826         MOVE WS-MJR-ACTION TO MJR-ACTION.
070828         MOVE ACCT-NO TO MJR-ACCT-NO.
070830         MOVE ACCT-NAME TO MJR-ACCT-NAME.
070832         MOVE ACCT-STATUS TO MJR-ACCT-STATUS.
070834         MOVE ACCT-TRAN-LIMIT TO MJR-TRAN-LIMIT.
070836         MOVE ACCT-BAL-FLOOR TO MJR-BAL-FLOOR.
070838         MOVE ACCT-BAL-CEILING TO MJR-BAL-CEILING.
070840         WRITE MAINT-JOURNAL-RECORD.
070842         CLOSE MAINT-JOURNAL-FILE.
070844     8800-EXIT.
070846         EXIT.
070848
070900     9000-TERMINATE.
071000         CLOSE MAINT-FILE.
071100         CLOSE ACCOUNT-FILE.
071150         CLOSE PENDING-MAINT-FILE.
071200         CLOSE MAINT-REJECT-FILE.
071300         CLOSE REPORT-FILE.
071400     9000-EXIT.
