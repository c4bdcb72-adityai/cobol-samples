      *                posts instead of tripping the limit check and
      *                landing back on the suspect file; each such
      *                override is written to the security event log.
      *   10/15/26 AI  Transfers (operation T) now carry a to-account:
      *                a rejected or diverted transfer shows its raw
      *                to-account, a transfer correction prompts for
      *                a corrected to-account (numeric and different
      *                from the from-account), and the corrected
      *                record and the discard log carry it in the
      *                widened TRANREC/DISCREC layouts.  Widened the
      *                reject and keep FDs for REJ-RAW-TO-ACCT.
      *   10/15/26 AI  Corrected ARG1/ARG2 carry dollars and cents.
      *                A correction is keyed as a signed amount with
      *                or without a decimal point (up to 9 dollar
      *                digits and 2 cent digits) and written to
      *                FIXTRAN in the 11-digit implied-decimal form
      *                of the widened TRANREC; the trailer hash total
      *                is S9(11)V99.  Widened the reject, keep and
      *                discard FDs for the X(13) raw amounts.
      *   10/15/26 AI  Operator profile records widened to 16 bytes
      *                (OPR-PERM-APPROVE added for dual-control
      *                maintenance); widened the profile FD.  Install
      *                note: reload SUMOPRF at the new length.
      *   10/15/26 AI  Corrections respect the month-end period
      *                close (PERREC copybook, SUMPERCT): when the
      *                month of the run date has been closed by
      *                SUMMEND a fix is refused and the record is left
      *                on the reject file as skipped, since FIXTRAN
      *                would post into the closed month; discards are
      *                still allowed.  A missing period-control
      *                dataset means the month is open.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
001800         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
001900             ORGANIZATION IS SEQUENTIAL
002000             FILE STATUS IS WS-SEC-FILE-STATUS.
002010         SELECT PERIOD-CONTROL-FILE ASSIGN TO "SUMPERCT"
002020             ORGANIZATION IS INDEXED
002030             RECORD KEY IS PER-KEY
002040             FILE STATUS IS WS-PER-FILE-STATUS.
002100     DATA DIVISION.
002200     FILE SECTION.
002300     FD  REJECT-FILE
002400         RECORD CONTAINS 103 CHARACTERS.
002500     COPY REJREC.
002600     FD  FIXED-TRAN-FILE
002700         RECORD CONTAINS 45 CHARACTERS.
002800     COPY TRANREC.
002900     FD  DISCARD-FILE
003000         RECORD CONTAINS 95 CHARACTERS.
003100     COPY DISCREC.
003200     FD  KEEP-FILE
003300         RECORD CONTAINS 103 CHARACTERS.
003400     01  KEEP-RECORD                     PIC X(103).
003500     FD  OPERATOR-PROFILE-FILE
003600         RECORD CONTAINS 16 CHARACTERS.
003700     COPY OPRREC.
003800     FD  SECURITY-LOG-FILE
003900         RECORD CONTAINS 75 CHARACTERS.
004000     COPY SECREC.
004010     FD  PERIOD-CONTROL-FILE
004020         RECORD CONTAINS 73 CHARACTERS.
004030     COPY PERREC.
004100     WORKING-STORAGE SECTION.
004200     01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004300         88  REJECT-EOF                  VALUE "Y".
005900
006000     01  WS-FIX-ACCT                     PIC X(06).
006100     01  WS-FIX-ACCT-JUST                PIC X(06).
006200     01  WS-FIX-ARG1                     PIC X(13).
006300     01  WS-FIX-ARG2                     PIC X(13).
006400     01  WS-FIX-OPER-CODE                PIC X(01).
006450         88  FIX-OPER-VALID              VALUES "A" "S" "M" "T".
006500     01  WS-FIX-TO-ACCT                  PIC X(06).
006600     01  WS-FIX-SIGN                     PIC X(01).
006620     01  WS-FIX-AMT-RAW                  PIC X(13).
006640     01  WS-FIX-BODY                     PIC X(12).
006660     01  WS-FIX-INT-X                    PIC X(12).
006680     01  WS-FIX-FRAC-X                   PIC X(12).
006700     01  WS-FIX-MAG-X                    PIC X(11).
006720     01  WS-FIX-DOT-COUNT                PIC 9(02) COMP.
006740     01  WS-FIX-INT-LEN                  PIC 9(02) COMP.
006760     01  WS-FIX-FRAC-LEN                 PIC 9(02) COMP.
006780     01  WS-FIX-AMT-TRAIL                PIC 9(02) COMP.
006800     01  WS-FIX-AMT-START                PIC 9(02) COMP.
006820     01  WS-FIX-AMT-SWITCH               PIC X(01).
006840         88  FIX-AMOUNT-VALID            VALUE "Y".
006860         88  FIX-AMOUNT-INVALID          VALUE "N".
006900     01  WS-FIX-TRAIL-SPACES             PIC 9(01) COMP.
007000     01  WS-FIX-SIG-DIGITS               PIC 9(01) COMP.
007100     01  WS-FIX-JUST-START               PIC 9(01) COMP.
007300     01  WS-FIX-TRAN-OUT.
007400         05  WS-FIX-OUT-TYPE             PIC X(01).
007500         05  WS-FIX-OUT-ACCT             PIC X(06).
007600         05  WS-FIX-OUT-ARG1             PIC X(12).
007700         05  WS-FIX-OUT-ARG2             PIC X(12).
007800         05  WS-FIX-OUT-OPER             PIC X(01).
007900         05  WS-FIX-OUT-DUP-OVR          PIC X(01) VALUE SPACE.
008000         05  WS-FIX-OUT-LIM-OVR          PIC X(01) VALUE SPACE.
008050         05  WS-FIX-OUT-TO-ACCT          PIC X(06).
008100         05  FILLER                      PIC X(05) VALUE SPACES.
008200
008250     01  WS-FIX-HASH-TOTAL               PIC S9(11)V99 COMP
008300                                         VALUE ZERO.
008350     01  WS-FIX-ARG-NUM-X                PIC X(12).
008500     01  WS-FIX-ARG-NUM REDEFINES WS-FIX-ARG-NUM-X
008600                                         PIC S9(9)V99
008700         SIGN IS LEADING SEPARATE CHARACTER.
008800
008900     01  WS-DISCARD-REASON               PIC X(30).
010200     01  WS-SEC-FILE-STATUS              PIC X(02).
010300         88  SEC-FILE-OK                 VALUE "00".
010400         88  SEC-FILE-NOT-FOUND          VALUE "35".
010410     01  WS-PER-FILE-STATUS              PIC X(02).
010420         88  PER-FILE-OK                 VALUE "00".
010430         88  PER-FILE-NOT-FOUND          VALUE "35".
010440
010450     01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
010460         88  POSTING-PERIOD-CLOSED       VALUE "Y".
010470         88  POSTING-PERIOD-OPEN         VALUE "N".
010500
010600     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
010700         88  PROFILES-IN-USE             VALUE "Y".
013200         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013300         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
013400         PERFORM 1200-LOAD-OPERATOR-PROFILE THRU 1200-EXIT.
013450         PERFORM 1250-CHECK-PERIOD-CLOSED THRU 1250-EXIT.
013500         OPEN INPUT REJECT-FILE.
013600         OPEN OUTPUT FIXED-TRAN-FILE.
013700         OPEN OUTPUT KEEP-FILE.
017400     1200-EXIT.
017500         EXIT.
017600
017605     1250-CHECK-PERIOD-CLOSED.
017610         SET POSTING-PERIOD-OPEN TO TRUE.
017615         OPEN INPUT PERIOD-CONTROL-FILE.
017620         IF PER-FILE-NOT-FOUND
017625             GO TO 1250-EXIT
017630         END-IF.
017635         MOVE WS-RUN-DATE(1:6) TO PER-KEY.
017640         READ PERIOD-CONTROL-FILE
017645             INVALID KEY
017650                 CONTINUE
017655             NOT INVALID KEY
017660                 IF PER-CLOSED
017665                     SET POSTING-PERIOD-CLOSED TO TRUE
017670                     DISPLAY "PERIOD " PER-KEY " IS CLOSED BY "
017675                         "MONTH-END - FIXES ARE REFUSED, "
017680                         "DISCARDS ARE ALLOWED"
017685                 END-IF
017690         END-READ.
017692         CLOSE PERIOD-CONTROL-FILE.
017694     1250-EXIT.
017696         EXIT.
017698
017700     2000-PROCESS-REJECT.
017800         ADD 1 TO WS-READ-COUNT.
017900         PERFORM 2200-DISPLAY-REJECT THRU 2200-EXIT.
019000             PERFORM 2700-DENY-ACTION THRU 2700-EXIT
019100             GO TO 2000-NEXT
019200         END-IF.
019210         IF ACTION-FIX AND POSTING-PERIOD-CLOSED
019220             WRITE KEEP-RECORD FROM REJECT-RECORD
019230             ADD 1 TO WS-SKIP-COUNT
019240             DISPLAY "FIX REFUSED - PERIOD " WS-RUN-DATE(1:6)
019250                 " CLOSED BY MONTH-END - LEFT ON REJECT FILE"
019260             GO TO 2000-NEXT
019270         END-IF.
019300         IF ACTION-FIX
019400             PERFORM 2400-FIX-RECORD THRU 2400-EXIT
019500         ELSE
022500         DISPLAY "  ACCOUNT: " REJ-RAW-ACCT.
022600         DISPLAY "  ARG1: " REJ-RAW-ARG1 "  ARG2: "
022700             REJ-RAW-ARG2 "  OPERATION: " REJ-RAW-OPER-CODE.
022725         IF REJ-RAW-OPER-CODE = "T"
022750             DISPLAY "  TO ACCOUNT: " REJ-RAW-TO-ACCT
022775         END-IF.
022800     2200-EXIT.
022900         EXIT.
023000
024600         MOVE WS-FIX-ARG1 TO WS-FIX-OUT-ARG1.
024700         MOVE WS-FIX-ARG2 TO WS-FIX-OUT-ARG2.
024800         MOVE WS-FIX-OPER-CODE TO WS-FIX-OUT-OPER.
024850         MOVE WS-FIX-TO-ACCT TO WS-FIX-OUT-TO-ACCT.
024900         MOVE SPACE TO WS-FIX-OUT-LIM-OVR.
025000         IF REJ-REASON-CODE = "E009"
025100                 OR REJ-REASON-CODE = "E010"
027200     2410-GET-CORRECTIONS.
027300         DISPLAY "ENTER CORRECTED ACCOUNT [999999]: ".
027400         ACCEPT WS-FIX-ACCT FROM CONSOLE.
027500         DISPLAY "ENTER CORRECTED ARG1 [S999999999.99]: ".
027600         ACCEPT WS-FIX-ARG1 FROM CONSOLE.
027700         DISPLAY "ENTER CORRECTED ARG2 [S999999999.99]: ".
027800         ACCEPT WS-FIX-ARG2 FROM CONSOLE.
027850         DISPLAY "ENTER OPERATION (A=ADD,S=SUBTRACT,M=MULTIPLY,"
027900             "T=TRANSFER):".
028000         ACCEPT WS-FIX-OPER-CODE FROM CONSOLE.
028010         MOVE ZEROS TO WS-FIX-TO-ACCT.
028020         IF WS-FIX-OPER-CODE = "T"
028030             DISPLAY "ENTER CORRECTED TO ACCOUNT [999999]: "
028040             ACCEPT WS-FIX-TO-ACCT FROM CONSOLE
028050         END-IF.
028100         SET FIX-EDIT-OK TO TRUE.
028200         PERFORM 2415-EDIT-FIX-ACCT THRU 2415-EXIT.
028300         PERFORM 2420-EDIT-FIX-ARG1 THRU 2420-EXIT.
028500         IF FIX-EDIT-OK AND NOT FIX-OPER-VALID
028600             SET FIX-EDIT-FAILED TO TRUE
028700             DISPLAY "INVALID OPERATION CODE - RE-ENTER"
028725         END-IF.
028750         IF FIX-EDIT-OK AND WS-FIX-OPER-CODE = "T"
028775             PERFORM 2440-EDIT-FIX-TO-ACCT THRU 2440-EXIT
028800         END-IF.
028900     2410-EXIT.
029000         EXIT.
029900         EXIT.
030000
030100     2420-EDIT-FIX-ARG1.
030200         MOVE WS-FIX-ARG1 TO WS-FIX-AMT-RAW.
030300         PERFORM 2450-NORMALIZE-FIX-AMOUNT THRU 2450-EXIT.
030400         IF FIX-AMOUNT-VALID
030500             MOVE SPACES TO WS-FIX-ARG1
031100             MOVE WS-FIX-SIGN TO WS-FIX-ARG1(1:1)
031200             MOVE WS-FIX-MAG-X TO WS-FIX-ARG1(2:11)
031300         ELSE
031400             SET FIX-EDIT-FAILED TO TRUE
031500             DISPLAY "ARG1 NOT NUMERIC - RE-ENTER"
031800         EXIT.
031900
032000     2430-EDIT-FIX-ARG2.
032100         MOVE WS-FIX-ARG2 TO WS-FIX-AMT-RAW.
032200         PERFORM 2450-NORMALIZE-FIX-AMOUNT THRU 2450-EXIT.
032300         IF FIX-AMOUNT-VALID
032400             MOVE SPACES TO WS-FIX-ARG2
033000             MOVE WS-FIX-SIGN TO WS-FIX-ARG2(1:1)
033100             MOVE WS-FIX-MAG-X TO WS-FIX-ARG2(2:11)
033200         ELSE
033300             SET FIX-EDIT-FAILED TO TRUE
033400             DISPLAY "ARG2 NOT NUMERIC - RE-ENTER"
033600     2430-EXIT.
033700         EXIT.
033800
033805     2440-EDIT-FIX-TO-ACCT.
033810         PERFORM 2470-JUSTIFY-FIX-TO-ACCT THRU 2470-EXIT.
033815         IF WS-FIX-TO-ACCT NOT NUMERIC
033820             SET FIX-EDIT-FAILED TO TRUE
033825             DISPLAY "TO ACCOUNT NOT NUMERIC - RE-ENTER"
033830             GO TO 2440-EXIT
033835         END-IF.
033840         IF WS-FIX-TO-ACCT = WS-FIX-ACCT
033845             SET FIX-EDIT-FAILED TO TRUE
033850             DISPLAY "TO ACCOUNT SAME AS FROM ACCOUNT - RE-ENTER"
033855         END-IF.
033860     2440-EXIT.
033865         EXIT.
033870
033895     2450-NORMALIZE-FIX-AMOUNT.
033920         SET FIX-AMOUNT-VALID TO TRUE.
033945         MOVE ZEROS TO WS-FIX-MAG-X.
033970         IF WS-FIX-AMT-RAW(1:1) = "+" OR WS-FIX-AMT-RAW(1:1) = "-"
033995             MOVE WS-FIX-AMT-RAW(1:1) TO WS-FIX-SIGN
034020             MOVE WS-FIX-AMT-RAW(2:12) TO WS-FIX-BODY
034045         ELSE
034070             IF WS-FIX-AMT-RAW(13:1) NOT = SPACE
034095                 SET FIX-AMOUNT-INVALID TO TRUE
034120                 GO TO 2450-EXIT
034145             END-IF
034170             MOVE "+" TO WS-FIX-SIGN
034195             MOVE WS-FIX-AMT-RAW(1:12) TO WS-FIX-BODY
034220         END-IF.
034245         MOVE ZERO TO WS-FIX-DOT-COUNT.
034270         INSPECT WS-FIX-BODY TALLYING
034295             WS-FIX-DOT-COUNT FOR ALL ".".
034320         IF WS-FIX-DOT-COUNT > 1
034345             SET FIX-AMOUNT-INVALID TO TRUE
034370             GO TO 2450-EXIT
034395         END-IF.
034420         IF WS-FIX-DOT-COUNT = 1
034445             PERFORM 2455-NORMALIZE-FIX-DECIMAL THRU 2455-EXIT
034470             GO TO 2450-CHECK
034495         END-IF.
034520         MOVE ZERO TO WS-FIX-AMT-TRAIL.
034545         INSPECT WS-FIX-BODY TALLYING
034570             WS-FIX-AMT-TRAIL FOR TRAILING SPACES.
034595         IF WS-FIX-AMT-TRAIL < 3 OR WS-FIX-AMT-TRAIL > 11
034620             SET FIX-AMOUNT-INVALID TO TRUE
034645             GO TO 2450-EXIT
034670         END-IF.
034695         COMPUTE WS-FIX-INT-LEN = 12 - WS-FIX-AMT-TRAIL.
034720         COMPUTE WS-FIX-AMT-START = 10 - WS-FIX-INT-LEN.
034745         MOVE WS-FIX-BODY(1:WS-FIX-INT-LEN)
034770             TO WS-FIX-MAG-X(WS-FIX-AMT-START:WS-FIX-INT-LEN).
034795     2450-CHECK.
034820         IF FIX-AMOUNT-VALID AND WS-FIX-MAG-X NOT NUMERIC
034845             SET FIX-AMOUNT-INVALID TO TRUE
035500         END-IF.
035600     2450-EXIT.
035602         EXIT.
035604
035606     2455-NORMALIZE-FIX-DECIMAL.
035608         MOVE SPACES TO WS-FIX-INT-X.
035610         MOVE SPACES TO WS-FIX-FRAC-X.
035612         MOVE ZERO TO WS-FIX-INT-LEN.
035614         UNSTRING WS-FIX-BODY DELIMITED BY "."
035616             INTO WS-FIX-INT-X COUNT IN WS-FIX-INT-LEN
035618                  WS-FIX-FRAC-X.
035620         MOVE ZERO TO WS-FIX-AMT-TRAIL.
035622         INSPECT WS-FIX-FRAC-X TALLYING
035624             WS-FIX-AMT-TRAIL FOR TRAILING SPACES.
035626         COMPUTE WS-FIX-FRAC-LEN = 12 - WS-FIX-AMT-TRAIL.
035628         IF WS-FIX-INT-LEN > 9 OR WS-FIX-FRAC-LEN > 2
035630                 OR (WS-FIX-INT-LEN = 0 AND WS-FIX-FRAC-LEN = 0)
035632             SET FIX-AMOUNT-INVALID TO TRUE
035634             GO TO 2455-EXIT
035636         END-IF.
035638         IF WS-FIX-INT-LEN > 0
035640             COMPUTE WS-FIX-AMT-START = 10 - WS-FIX-INT-LEN
035642             MOVE WS-FIX-INT-X(1:WS-FIX-INT-LEN)
035644                 TO WS-FIX-MAG-X(WS-FIX-AMT-START:
035646                     WS-FIX-INT-LEN)
035648         END-IF.
035650         IF WS-FIX-FRAC-LEN > 0
035652             MOVE WS-FIX-FRAC-X(1:WS-FIX-FRAC-LEN)
035654                 TO WS-FIX-MAG-X(10:WS-FIX-FRAC-LEN)
035656         END-IF.
035658     2455-EXIT.
035700         EXIT.
035800
035900     2460-JUSTIFY-FIX-ACCT.
037600     2460-EXIT.
037700         EXIT.
037800
037802     2470-JUSTIFY-FIX-TO-ACCT.
037804         MOVE ZERO TO WS-FIX-TRAIL-SPACES.
037806         INSPECT WS-FIX-TO-ACCT TALLYING
037808             WS-FIX-TRAIL-SPACES FOR TRAILING SPACES.
037810         IF WS-FIX-TRAIL-SPACES > 0
037812                 AND WS-FIX-TRAIL-SPACES < 6
037814             COMPUTE WS-FIX-SIG-DIGITS =
037816                 6 - WS-FIX-TRAIL-SPACES
037818             MOVE WS-FIX-TO-ACCT(1:WS-FIX-SIG-DIGITS)
037820                 TO WS-FIX-ACCT-JUST
037822             MOVE ZEROS TO WS-FIX-TO-ACCT
037824             COMPUTE WS-FIX-JUST-START =
037826                 7 - WS-FIX-SIG-DIGITS
037828             MOVE WS-FIX-ACCT-JUST(1:WS-FIX-SIG-DIGITS)
037830                 TO WS-FIX-TO-ACCT(WS-FIX-JUST-START:
037832                     WS-FIX-SIG-DIGITS)
037834         END-IF.
037836     2470-EXIT.
037838         EXIT.
037840
037900     2600-DISCARD-RECORD.
038000         DISPLAY "ENTER DISCARD REASON: ".
038100         ACCEPT WS-DISCARD-REASON FROM CONSOLE.
038800         MOVE WS-RUN-DATE TO DIS-RUN-DATE.
038900         MOVE WS-OPERATOR-ID TO DIS-OPERATOR-ID.
039000         MOVE REJ-RUN-ID TO DIS-ORIG-RUN-ID.
039050         MOVE REJ-RAW-TO-ACCT TO DIS-RAW-TO-ACCT.
039100         WRITE DISCARD-RECORD.
039200         ADD 1 TO WS-DISCARD-COUNT.
039300         DISPLAY "RECORD DISCARDED AND LOGGED".
