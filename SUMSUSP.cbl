      *                every release actually taken.  A missing
      *                profile dataset leaves the program
      *                unrestricted with a console warning.
      *   10/15/26 AI  Transfer support: the suspect and audit records
      *                carry the transfer to-account and leg, only the
      *                from-leg of a transfer is loaded as an original
      *                (matched on its contra account too), and a
      *                released transfer keeps its to-account on the
      *                resubmission batch.
      *   10/15/26 AI  Amounts carry dollars and cents: the raw
      *                suspect ARG1/ARG2 (X(13)) are normalized by
      *                the new 2250-NORMALIZE-AMOUNT to S9(9)V99 -
      *                keyed with or without a decimal point, or the
      *                11-digit implied-decimal form off TRANFILE -
      *                before matching against the S9(9)V99 audit
      *                history; releases carry the implied-decimal
      *                form and the SUSPTRAN hash is S9(11)V99.
      *                Install note: SUSPFILE and SUSPKEEP are now
      *                103 bytes, AUDITLOG and AUDARCH 102, SUSPTRAN
      *                45 and CONFLOG 93.
      *   10/15/26 AI  Operator profile records widened to 16 bytes
      *                (OPR-PERM-APPROVE added for dual-control
      *                maintenance); widened the profile FD.  Install
      *                note: reload SUMOPRF at the new length.
      *   10/15/26 AI  Releases respect the month-end period close
      *                (PERREC copybook, SUMPERCT): when the month of
      *                the run date has been closed by SUMMEND a
      *                release is refused and the suspect is left on
      *                file as skipped, since SUSPTRAN would post into
      *                the closed month; confirming a duplicate is
      *                still allowed.  A missing period-control
      *                dataset means the month is open.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
002400         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002500             ORGANIZATION IS SEQUENTIAL
002600             FILE STATUS IS WS-SEC-FILE-STATUS.
002610         SELECT PERIOD-CONTROL-FILE ASSIGN TO "SUMPERCT"
002620             ORGANIZATION IS INDEXED
002630             RECORD KEY IS PER-KEY
002640             FILE STATUS IS WS-PER-FILE-STATUS.
002700     DATA DIVISION.
002800     FILE SECTION.
002900     FD  SUSPECT-FILE
003000         RECORD CONTAINS 103 CHARACTERS.
003100     COPY REJREC.
003200     FD  ARCHIVE-FILE
003300         RECORD CONTAINS 102 CHARACTERS.
003400     01  ARCHIVE-RECORD                  PIC X(102).
003500     FD  AUDIT-FILE
003600         RECORD CONTAINS 102 CHARACTERS.
003700     COPY AUDREC.
003800     FD  RELEASE-FILE
003900         RECORD CONTAINS 45 CHARACTERS.
004000     COPY TRANREC.
004100     FD  CONFIRM-FILE
004200         RECORD CONTAINS 93 CHARACTERS.
004300     COPY CDUPREC.
004400     FD  KEEP-FILE
004500         RECORD CONTAINS 103 CHARACTERS.
004600     01  KEEP-RECORD                     PIC X(103).
004700     FD  OPERATOR-PROFILE-FILE
004800         RECORD CONTAINS 16 CHARACTERS.
004900     COPY OPRREC.
005000     FD  SECURITY-LOG-FILE
005100         RECORD CONTAINS 75 CHARACTERS.
005200     COPY SECREC.
005210     FD  PERIOD-CONTROL-FILE
005220         RECORD CONTAINS 73 CHARACTERS.
005230     COPY PERREC.
005300     WORKING-STORAGE SECTION.
005400     01  WS-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
005500         88  SUSPECT-EOF                 VALUE "Y".
009200     01  WS-HIST-TABLE.
009300         05  WS-HIST-ENTRY               OCCURS 5000 TIMES.
009400             10  WS-HIS-ACCT             PIC 9(06).
009500             10  WS-HIS-ARG1             PIC S9(9)V99
009600                 SIGN IS LEADING SEPARATE CHARACTER.
009700             10  WS-HIS-ARG2             PIC S9(9)V99
009800                 SIGN IS LEADING SEPARATE CHARACTER.
009900             10  WS-HIS-OPER             PIC X(01).
010000             10  WS-HIS-RUN-ID           PIC 9(06).
010100             10  WS-HIS-RUN-DATE         PIC 9(08).
010200             10  WS-HIS-OPERATOR         PIC X(08).
010250             10  WS-HIS-XFER-ACCT        PIC 9(06).
010300
010400     01  WS-NORM-ARG1-X                  PIC X(12).
010500     01  WS-NORM-ARG1 REDEFINES WS-NORM-ARG1-X
010600                                         PIC S9(9)V99
010700         SIGN IS LEADING SEPARATE CHARACTER.
010800     01  WS-NORM-ARG2-X                  PIC X(12).
010900     01  WS-NORM-ARG2 REDEFINES WS-NORM-ARG2-X
011000                                         PIC S9(9)V99
011100         SIGN IS LEADING SEPARATE CHARACTER.
011105     01  WS-NORM-AMT-RAW                 PIC X(13).
011110     01  WS-NORM-SIGN                    PIC X(01).
011115     01  WS-NORM-BODY                    PIC X(12).
011120     01  WS-NORM-INT-X                   PIC X(12).
011125     01  WS-NORM-FRAC-X                  PIC X(12).
011130     01  WS-NORM-MAG-X                   PIC X(11).
011135     01  WS-NORM-DOT-COUNT               PIC 9(02) COMP.
011140     01  WS-NORM-INT-LEN                 PIC 9(02) COMP.
011145     01  WS-NORM-FRAC-LEN                PIC 9(02) COMP.
011150     01  WS-NORM-TRAIL                   PIC 9(02) COMP.
011155     01  WS-NORM-START                   PIC 9(02) COMP.
011160     01  WS-NORM-AMT-SWITCH              PIC X(01).
011165         88  NORM-AMOUNT-VALID           VALUE "Y".
011170         88  NORM-AMOUNT-INVALID         VALUE "N".
011200     01  WS-NORM-OK-SWITCH               PIC X(01).
011300         88  NORM-OK                     VALUE "Y".
011400         88  NORM-FAILED                 VALUE "N".
011500     01  WS-SUSP-ACCT                    PIC 9(06).
011550     01  WS-SUSP-TO-ACCT                 PIC 9(06).
011600
011700     01  WS-REL-TRAN-OUT.
011800         05  WS-REL-OUT-TYPE             PIC X(01).
011900         05  WS-REL-OUT-ACCT             PIC X(06).
012000         05  WS-REL-OUT-ARG1             PIC X(12).
012100         05  WS-REL-OUT-ARG2             PIC X(12).
012200         05  WS-REL-OUT-OPER             PIC X(01).
012300         05  WS-REL-OUT-OVERRIDE         PIC X(01).
012330         05  WS-REL-OUT-LIMIT-OVR        PIC X(01) VALUE SPACE.
012360         05  WS-REL-OUT-TO-ACCT          PIC X(06).
012400         05  FILLER                      PIC X(05) VALUE SPACES.
012500
012550     01  WS-REL-HASH-TOTAL               PIC S9(11)V99 COMP
012600                                         VALUE ZERO.
012700
012800     01  WS-READ-COUNT                   PIC 9(9) COMP VALUE ZERO.
012900     01  WS-RELEASED-COUNT               PIC 9(9) COMP VALUE ZERO.
014000     01  WS-SEC-FILE-STATUS              PIC X(02).
014100         88  SEC-FILE-OK                 VALUE "00".
014200         88  SEC-FILE-NOT-FOUND          VALUE "35".
014210     01  WS-PER-FILE-STATUS              PIC X(02).
014220         88  PER-FILE-OK                 VALUE "00".
014230         88  PER-FILE-NOT-FOUND          VALUE "35".
014240
014250     01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
014260         88  POSTING-PERIOD-CLOSED       VALUE "Y".
014270         88  POSTING-PERIOD-OPEN         VALUE "N".
014300
014400     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
014500         88  PROFILES-IN-USE             VALUE "Y".
016900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017000         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
017100         PERFORM 1150-LOAD-OPERATOR-PROFILE THRU 1150-EXIT.
017150         PERFORM 1170-CHECK-PERIOD-CLOSED THRU 1170-EXIT.
017200         OPEN INPUT SUSPECT-FILE.
017300         OPEN OUTPUT RELEASE-FILE.
017400         OPEN OUTPUT KEEP-FILE.
020900     1150-EXIT.
021000         EXIT.
021100
021105     1170-CHECK-PERIOD-CLOSED.
021110         SET POSTING-PERIOD-OPEN TO TRUE.
021115         OPEN INPUT PERIOD-CONTROL-FILE.
021120         IF PER-FILE-NOT-FOUND
021125             GO TO 1170-EXIT
021130         END-IF.
021135         MOVE WS-RUN-DATE(1:6) TO PER-KEY.
021140         READ PERIOD-CONTROL-FILE
021145             INVALID KEY
021150                 CONTINUE
021155             NOT INVALID KEY
021160                 IF PER-CLOSED
021165                     SET POSTING-PERIOD-CLOSED TO TRUE
021170                     DISPLAY "PERIOD " PER-KEY " IS CLOSED BY "
021175                         "MONTH-END - RELEASES ARE REFUSED"
021180                 END-IF
021185         END-READ.
021190         CLOSE PERIOD-CONTROL-FILE.
021192     1170-EXIT.
021194         EXIT.
021196
021200     1200-LOAD-AUDIT-HISTORY.
021300         OPEN INPUT ARCHIVE-FILE.
021400         IF ARCH-FILE-NOT-FOUND
026400         EXIT.
026500
026600     1500-ADD-HIST-ENTRY.
026625         IF AUD-XFER-TO-LEG
026650             GO TO 1500-EXIT
026675         END-IF.
026700         IF WS-HIST-USED < 5000
026800             ADD 1 TO WS-HIST-USED
026900             MOVE AUD-ACCT-NO TO WS-HIS-ACCT(WS-HIST-USED)
027500                 TO WS-HIS-RUN-DATE(WS-HIST-USED)
027600             MOVE AUD-OPERATOR-ID
027700                 TO WS-HIS-OPERATOR(WS-HIST-USED)
027725             MOVE AUD-XFER-ACCT-NO
027750                 TO WS-HIS-XFER-ACCT(WS-HIST-USED)
027800         ELSE
027900             IF HIST-TABLE-NOT-FULL
028000                 SET HIST-TABLE-FULL TO TRUE
033400             SET NORM-FAILED TO TRUE
033500             GO TO 2200-EXIT
033600         END-IF.
033610         MOVE ZERO TO WS-SUSP-TO-ACCT.
033620         IF REJ-RAW-OPER-CODE = "T"
033630             IF REJ-RAW-TO-ACCT IS NUMERIC
033640                 MOVE REJ-RAW-TO-ACCT TO WS-SUSP-TO-ACCT
033650             ELSE
033660                 SET NORM-FAILED TO TRUE
033670                 GO TO 2200-EXIT
033680             END-IF
033690         END-IF.
033790         MOVE REJ-RAW-ARG1 TO WS-NORM-AMT-RAW.
033890         PERFORM 2250-NORMALIZE-AMOUNT THRU 2250-EXIT.
033990         IF NORM-AMOUNT-INVALID
034400             SET NORM-FAILED TO TRUE
034500             GO TO 2200-EXIT
034600         END-IF.
034610         MOVE WS-NORM-SIGN TO WS-NORM-ARG1-X(1:1).
034620         MOVE WS-NORM-MAG-X TO WS-NORM-ARG1-X(2:11).
034630         MOVE REJ-RAW-ARG2 TO WS-NORM-AMT-RAW.
034640         PERFORM 2250-NORMALIZE-AMOUNT THRU 2250-EXIT.
034650         IF NORM-AMOUNT-INVALID
034660             SET NORM-FAILED TO TRUE
034670             GO TO 2200-EXIT
034680         END-IF.
034690         MOVE WS-NORM-SIGN TO WS-NORM-ARG2-X(1:1).
034700         MOVE WS-NORM-MAG-X TO WS-NORM-ARG2-X(2:11).
034710     2200-EXIT.
034720         EXIT.
034730
034740     2250-NORMALIZE-AMOUNT.
034750         SET NORM-AMOUNT-VALID TO TRUE.
034760         MOVE ZEROS TO WS-NORM-MAG-X.
034770         IF WS-NORM-AMT-RAW(1:1) = "+"
034780                 OR WS-NORM-AMT-RAW(1:1) = "-"
034790             MOVE WS-NORM-AMT-RAW(1:1) TO WS-NORM-SIGN
034800             MOVE WS-NORM-AMT-RAW(2:12) TO WS-NORM-BODY
034900         ELSE
034925             IF WS-NORM-AMT-RAW(13:1) NOT = SPACE
034950                 SET NORM-AMOUNT-INVALID TO TRUE
034975                 GO TO 2250-EXIT
035000             END-IF
035025             MOVE "+" TO WS-NORM-SIGN
035050             MOVE WS-NORM-AMT-RAW(1:12) TO WS-NORM-BODY
035200         END-IF.
035225         MOVE ZERO TO WS-NORM-DOT-COUNT.
035250         INSPECT WS-NORM-BODY TALLYING
035275             WS-NORM-DOT-COUNT FOR ALL ".".
035300         IF WS-NORM-DOT-COUNT > 1
035325             SET NORM-AMOUNT-INVALID TO TRUE
035350             GO TO 2250-EXIT
035500         END-IF.
035502         IF WS-NORM-DOT-COUNT = 1
035504             PERFORM 2255-NORMALIZE-DECIMAL THRU 2255-EXIT
035506             GO TO 2250-CHECK
035508         END-IF.
035510         MOVE ZERO TO WS-NORM-TRAIL.
035512         INSPECT WS-NORM-BODY TALLYING
035514             WS-NORM-TRAIL FOR TRAILING SPACES.
035516         IF WS-NORM-TRAIL = 1
035518             MOVE WS-NORM-BODY(1:11) TO WS-NORM-MAG-X
035520             GO TO 2250-CHECK
035522         END-IF.
035524         IF WS-NORM-TRAIL < 3 OR WS-NORM-TRAIL > 11
035526             SET NORM-AMOUNT-INVALID TO TRUE
035528             GO TO 2250-EXIT
035530         END-IF.
035532         COMPUTE WS-NORM-INT-LEN = 12 - WS-NORM-TRAIL.
035534         COMPUTE WS-NORM-START = 10 - WS-NORM-INT-LEN.
035536         MOVE WS-NORM-BODY(1:WS-NORM-INT-LEN)
035538             TO WS-NORM-MAG-X(WS-NORM-START:WS-NORM-INT-LEN).
035540     2250-CHECK.
035542         IF NORM-AMOUNT-VALID AND WS-NORM-MAG-X NOT NUMERIC
035544             SET NORM-AMOUNT-INVALID TO TRUE
035546         END-IF.
035548     2250-EXIT.
035550         EXIT.
035552
035554     2255-NORMALIZE-DECIMAL.
035556         MOVE SPACES TO WS-NORM-INT-X.
035558         MOVE SPACES TO WS-NORM-FRAC-X.
035560         MOVE ZERO TO WS-NORM-INT-LEN.
035562         UNSTRING WS-NORM-BODY DELIMITED BY "."
035564             INTO WS-NORM-INT-X COUNT IN WS-NORM-INT-LEN
035566                  WS-NORM-FRAC-X.
035568         MOVE ZERO TO WS-NORM-TRAIL.
035570         INSPECT WS-NORM-FRAC-X TALLYING
035572             WS-NORM-TRAIL FOR TRAILING SPACES.
035574         COMPUTE WS-NORM-FRAC-LEN = 12 - WS-NORM-TRAIL.
035576         IF WS-NORM-INT-LEN > 9 OR WS-NORM-FRAC-LEN > 2
035578                 OR (WS-NORM-INT-LEN = 0 AND WS-NORM-FRAC-LEN = 0)
035580             SET NORM-AMOUNT-INVALID TO TRUE
035582             GO TO 2255-EXIT
035584         END-IF.
035586         IF WS-NORM-INT-LEN > 0
035588             COMPUTE WS-NORM-START = 10 - WS-NORM-INT-LEN
035590             MOVE WS-NORM-INT-X(1:WS-NORM-INT-LEN)
035592                 TO WS-NORM-MAG-X(WS-NORM-START:
035594                     WS-NORM-INT-LEN)
035596         END-IF.
035598         IF WS-NORM-FRAC-LEN > 0
035600             MOVE WS-NORM-FRAC-X(1:WS-NORM-FRAC-LEN)
035602                 TO WS-NORM-MAG-X(10:WS-NORM-FRAC-LEN)
035604         END-IF.
035606     2255-EXIT.
035700         EXIT.
035800
035900     2300-FIND-ORIGINAL.
037400                 AND WS-HIS-ARG2(WS-HIST-IX) = WS-NORM-ARG2
037500                 AND WS-HIS-OPER(WS-HIST-IX)
037600                     = REJ-RAW-OPER-CODE
037625                 AND WS-HIS-XFER-ACCT(WS-HIST-IX)
037650                     = WS-SUSP-TO-ACCT
037700             SET MATCH-FOUND TO TRUE
037800         ELSE
037900             ADD 1 TO WS-HIST-IX
038900             "  ARG1: " REJ-RAW-ARG1
039000             "  ARG2: " REJ-RAW-ARG2
039100             "  OPERATION: " REJ-RAW-OPER-CODE.
039125         IF REJ-RAW-OPER-CODE = "T"
039150             DISPLAY "  TRANSFER TO ACCOUNT: " REJ-RAW-TO-ACCT
039175         END-IF.
039200         DISPLAY "  SUSPECT  - RUN " REJ-RUN-ID
039300             " DATE " REJ-RUN-DATE
039400             " OPERATOR " REJ-OPERATOR-ID
042700             ADD 1 TO WS-SKIP-COUNT
042800             GO TO 2600-EXIT
042900         END-IF.
042910         IF POSTING-PERIOD-CLOSED
042920             DISPLAY "RELEASE REFUSED - PERIOD " WS-RUN-DATE(1:6)
042930                 " CLOSED BY MONTH-END - SUSPECT LEFT ON FILE"
042940             WRITE KEEP-RECORD FROM REJECT-RECORD
042950             ADD 1 TO WS-SKIP-COUNT
042960             GO TO 2600-EXIT
042970         END-IF.
043000         IF NORM-FAILED
043100             DISPLAY "SUSPECT VALUES NOT NUMERIC - CANNOT "
043200                 "RELEASE - LEFT ON SUSPECT FILE"
044000         MOVE WS-NORM-ARG2-X TO WS-REL-OUT-ARG2.
044100         MOVE REJ-RAW-OPER-CODE TO WS-REL-OUT-OPER.
044200         MOVE "Y" TO WS-REL-OUT-OVERRIDE.
044210         IF REJ-RAW-OPER-CODE = "T"
044220             MOVE REJ-RAW-TO-ACCT TO WS-REL-OUT-TO-ACCT
044230         ELSE
044240             MOVE SPACES TO WS-REL-OUT-TO-ACCT
044250         END-IF.
044300         WRITE TRAN-RECORD FROM WS-REL-TRAN-OUT.
044400         ADD WS-NORM-ARG1 TO WS-REL-HASH-TOTAL.
044500         ADD WS-NORM-ARG2 TO WS-REL-HASH-TOTAL.
