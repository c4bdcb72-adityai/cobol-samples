      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Security event log review - reads the security event
      *          log (SECREC copybook, SECLOG) for a range of event
      *          dates and prints the daily sign-off report for
      *          security and audit (SECRPT).  Every override granted
      *          in the range - duplicate and limit overrides posted
      *          by SUM, whole-run duplicate overrides, suspense
      *          releases from SUMSUSP and over-limit releases from
      *          SUMFIX - and every account close is listed in full.
      *          Exceptions are flagged for sign-off: an operator
      *          denied at or above the SUMSECDENY limit (default 3)
      *          on one day, and an override posted by SUM under the
      *          same operator who released the item in SUMSUSP or
      *          SUMFIX.  Events are then summarised by operator, by
      *          program and by function, with action and denial
      *          counts.  The range comes from the SUMSECFROM and
      *          SUMSECTO environment parameters (YYYYMMDD), each
      *          defaulting to the run date; releases logged before
      *          the range still count toward a same-operator match.
      *          RETURN-CODE 4 when any exception is flagged, 8 when
      *          there is no security event log, 12 when the
      *          parameters are refused.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMSECRV.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000700             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS IS WS-SEC-FILE-STATUS.
000900         SELECT REPORT-FILE ASSIGN TO "SECRPT"
001000             ORGANIZATION IS SEQUENTIAL.
001100     DATA DIVISION.
001200     FILE SECTION.
001300     FD  SECURITY-LOG-FILE
001400         RECORD CONTAINS 75 CHARACTERS.
001500     COPY SECREC.
001600     FD  REPORT-FILE
001700         RECORD CONTAINS 132 CHARACTERS.
001800     01  PRINT-RECORD                    PIC X(132).
001900     WORKING-STORAGE SECTION.
002000     01  WS-SEC-EOF-SWITCH               PIC X(01) VALUE "N".
002100         88  SEC-EOF                     VALUE "Y".
002200         88  SEC-NOT-EOF                 VALUE "N".
002300
002400     01  WS-SEC-FILE-STATUS              PIC X(02).
002500         88  SEC-FILE-OK                 VALUE "00".
002600         88  SEC-FILE-NOT-FOUND          VALUE "35".
002700
002800     01  WS-REVIEW-SWITCH                PIC X(01) VALUE "N".
002900         88  REVIEW-REFUSED              VALUE "Y".
003000         88  REVIEW-ALLOWED              VALUE "N".
003100
003200     01  WS-LOG-SWITCH                   PIC X(01) VALUE "Y".
003300         88  LOG-FOUND                   VALUE "Y".
003400         88  LOG-MISSING                 VALUE "N".
003500
003600     01  WS-ENTRY-SWITCH                 PIC X(01).
003700         88  ENTRY-FOUND                 VALUE "Y".
003800         88  ENTRY-NOT-FOUND             VALUE "N".
003900         88  ENTRY-PASSED                VALUE "P".
004000
004100     01  WS-RUN-DATE                     PIC 9(8).
004200
004300     01  WS-SECFROM-ENV                  PIC X(08) VALUE SPACES.
004400     01  WS-SECTO-ENV                    PIC X(08) VALUE SPACES.
004500     01  WS-SECDENY-ENV                  PIC X(04) VALUE SPACES.
004600     01  WS-SECDENY-JUST                 PIC X(04).
004700     01  WS-DENY-TRAIL-SPACES            PIC 9(01) COMP.
004800     01  WS-DENY-SIG-DIGITS              PIC 9(01) COMP.
004900     01  WS-DENY-JUST-START              PIC 9(01) COMP.
005000
005100     01  WS-FROM-DATE                    PIC 9(08).
005200     01  WS-TO-DATE                      PIC 9(08).
005300     01  WS-DENY-LIMIT                   PIC 9(04) VALUE 3.
005400
005500     01  WS-EVENT-FUNCTION               PIC X(12).
005600         88  LISTED-FUNCTION             VALUES "DUP OVERRIDE"
005700                                         "LIM OVERRIDE"
005800                                         "RUN DUP OVR"
005900                                         "DUP RELEASE"
006000                                         "ACCT CLOSE".
006100         88  POSTED-OVERRIDE             VALUES "DUP OVERRIDE"
006200                                         "LIM OVERRIDE".
006300     01  WS-EVENT-STAMP.
006400         05  WS-EVENT-STAMP-DATE         PIC 9(08).
006500         05  WS-EVENT-STAMP-TIME         PIC 9(08).
006600     01  WS-NEW-KIND                     PIC X(01).
006700
006800     01  WS-REL-USED                     PIC 9(4) COMP VALUE ZERO.
006900     01  WS-REL-IX                       PIC 9(4) COMP.
007000     01  WS-REL-FULL-SWITCH              PIC X(01) VALUE "N".
007100         88  REL-TABLE-FULL              VALUE "Y".
007200         88  REL-TABLE-NOT-FULL          VALUE "N".
007300     01  WS-REL-TABLE.
007400         05  WS-REL-ENTRY                OCCURS 1000 TIMES.
007500             10  WS-REL-KIND             PIC X(01).
007600             10  WS-REL-ACCT             PIC X(06).
007700             10  WS-REL-OPER             PIC X(08).
007800             10  WS-REL-STAMP.
007900                 15  WS-REL-DATE         PIC 9(08).
008000                 15  WS-REL-TIME         PIC 9(08).
008100             10  WS-REL-PROGRAM          PIC X(08).
008200
008300     01  WS-DNY-USED                     PIC 9(4) COMP VALUE ZERO.
008400     01  WS-DNY-IX                       PIC 9(4) COMP.
008500     01  WS-DNY-FULL-SWITCH              PIC X(01) VALUE "N".
008600         88  DNY-TABLE-FULL              VALUE "Y".
008700         88  DNY-TABLE-NOT-FULL          VALUE "N".
008800     01  WS-DNY-TABLE.
008900         05  WS-DNY-ENTRY                OCCURS 500 TIMES.
009000             10  WS-DNY-DATE             PIC 9(08).
009100             10  WS-DNY-OPER             PIC X(08).
009200             10  WS-DNY-COUNT            PIC 9(05) COMP.
009300
009400     01  WS-SLF-USED                     PIC 9(4) COMP VALUE ZERO.
009500     01  WS-SLF-IX                       PIC 9(4) COMP.
009600     01  WS-SLF-FULL-SWITCH              PIC X(01) VALUE "N".
009700         88  SLF-TABLE-FULL              VALUE "Y".
009800         88  SLF-TABLE-NOT-FULL          VALUE "N".
009900     01  WS-SLF-TABLE.
010000         05  WS-SLF-ENTRY                OCCURS 200 TIMES.
010100             10  WS-SLF-DATE             PIC 9(08).
010200             10  WS-SLF-TIME             PIC 9(08).
010300             10  WS-SLF-OPER             PIC X(08).
010400             10  WS-SLF-FUNCTION         PIC X(12).
010500             10  WS-SLF-ACCT             PIC X(06).
010600             10  WS-SLF-REL-DATE         PIC 9(08).
010700             10  WS-SLF-REL-PROGRAM      PIC X(08).
010800
010900     01  WS-SUM-USED                     PIC 9(4) COMP VALUE ZERO.
011000     01  WS-SUM-IX                       PIC 9(4) COMP.
011100     01  WS-SUM-MOVE-IX                  PIC 9(4) COMP.
011200     01  WS-SUM-FULL-SWITCH              PIC X(01) VALUE "N".
011300         88  SUM-TABLE-FULL              VALUE "Y".
011400         88  SUM-TABLE-NOT-FULL          VALUE "N".
011500     01  WS-SUM-PRINT-TYPE               PIC X(01).
011600     01  WS-SUM-NEW.
011700         05  WS-SUM-NEW-TYPE             PIC X(01).
011800         05  WS-SUM-NEW-KEY              PIC X(12).
011900     01  WS-SUM-TABLE.
012000         05  WS-SUM-ENTRY                OCCURS 500 TIMES.
012100             10  WS-SUM-SORT-KEY.
012200                 15  WS-SUM-TYPE         PIC X(01).
012300                 15  WS-SUM-KEY          PIC X(12).
012400             10  WS-SUM-EVENTS           PIC 9(9) COMP.
012500             10  WS-SUM-ACTIONS          PIC 9(9) COMP.
012600             10  WS-SUM-DENIALS          PIC 9(9) COMP.
012700
012800     01  WS-READ-COUNT                   PIC 9(9) COMP VALUE ZERO.
012900     01  WS-OUTSIDE-COUNT                PIC 9(9) COMP VALUE ZERO.
013000     01  WS-IN-RANGE-COUNT               PIC 9(9) COMP VALUE ZERO.
013100     01  WS-ACTION-COUNT                 PIC 9(9) COMP VALUE ZERO.
013200     01  WS-DENIED-COUNT                 PIC 9(9) COMP VALUE ZERO.
013300     01  WS-LISTED-COUNT                 PIC 9(9) COMP VALUE ZERO.
013400     01  WS-REPEAT-DENY-COUNT            PIC 9(9) COMP VALUE ZERO.
013500     01  WS-SELF-RELEASE-COUNT           PIC 9(9) COMP VALUE ZERO.
013600     01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE ZERO.
013700
013800     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
013900     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
014000     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
014100     01  WS-PRINT-LINE                   PIC X(132).
014200     01  WS-COLUMN-HEADER                PIC X(132).
014300
014400     01  SRV-HEADER-1.
014500         05  FILLER                      PIC X(45) VALUE SPACES.
014600         05  FILLER                      PIC X(30)
014700             VALUE "SUM SECURITY EVENT LOG REVIEW".
014800         05  FILLER                      PIC X(57) VALUE SPACES.
014900
015000     01  SRV-HEADER-2.
015100         05  FILLER                      PIC X(01) VALUE SPACES.
015200         05  FILLER                      PIC X(10)
015300             VALUE "RUN DATE: ".
015400         05  SRV-H2-RUN-DATE             PIC 9(8).
015500         05  FILLER                      PIC X(04) VALUE SPACES.
015600         05  FILLER                      PIC X(13)
015700             VALUE "EVENTS FROM: ".
015800         05  SRV-H2-FROM                 PIC 9(8).
015900         05  FILLER                      PIC X(04) VALUE " TO ".
016000         05  SRV-H2-TO                   PIC 9(8).
016100         05  FILLER                      PIC X(04) VALUE SPACES.
016200         05  FILLER                      PIC X(14)
016300             VALUE "DENIAL LIMIT: ".
016400         05  SRV-H2-LIMIT                PIC ZZZ9.
016500         05  FILLER                      PIC X(04) VALUE SPACES.
016600         05  FILLER                      PIC X(06) VALUE "PAGE: ".
016700         05  SRV-H2-PAGE                 PIC ZZ9.
016800         05  FILLER                      PIC X(41) VALUE SPACES.
016900
017000     01  SRV-SECTION-LINE.
017100         05  FILLER                      PIC X(01) VALUE SPACES.
017200         05  SRV-T-TITLE                 PIC X(60).
017300         05  FILLER                      PIC X(71) VALUE SPACES.
017400
017500     01  SRV-DETAIL-HEADER.
017600         05  FILLER                      PIC X(01) VALUE SPACES.
017700         05  FILLER                      PIC X(10) VALUE "DATE".
017800         05  FILLER                      PIC X(10) VALUE "TIME".
017900         05  FILLER                      PIC X(10)
018000             VALUE "OPERATOR".
018100         05  FILLER                      PIC X(10)
018200             VALUE "PROGRAM".
018300         05  FILLER                      PIC X(14)
018400             VALUE "FUNCTION".
018500         05  FILLER                      PIC X(32) VALUE "DETAIL".
018600         05  FILLER                      PIC X(24) VALUE "FLAG".
018700         05  FILLER                      PIC X(21) VALUE SPACES.
018800
018900     01  SRV-DETAIL-LINE.
019000         05  FILLER                      PIC X(01) VALUE SPACES.
019100         05  SRV-D-DATE                  PIC 9(8).
019200         05  FILLER                      PIC X(02) VALUE SPACES.
019300         05  SRV-D-TIME                  PIC 9(8).
019400         05  FILLER                      PIC X(02) VALUE SPACES.
019500         05  SRV-D-OPERATOR              PIC X(08).
019600         05  FILLER                      PIC X(02) VALUE SPACES.
019700         05  SRV-D-PROGRAM               PIC X(08).
019800         05  FILLER                      PIC X(02) VALUE SPACES.
019900         05  SRV-D-FUNCTION              PIC X(12).
020000         05  FILLER                      PIC X(02) VALUE SPACES.
020100         05  SRV-D-DETAIL                PIC X(30).
020200         05  FILLER                      PIC X(02) VALUE SPACES.
020300         05  SRV-D-FLAG                  PIC X(24).
020400         05  FILLER                      PIC X(21) VALUE SPACES.
020500
020600     01  SRV-EXCEPTION-HEADER.
020700         05  FILLER                      PIC X(01) VALUE SPACES.
020800         05  FILLER                      PIC X(10) VALUE "DATE".
020900         05  FILLER                      PIC X(10) VALUE "TIME".
021000         05  FILLER                      PIC X(10)
021100             VALUE "OPERATOR".
021200         05  FILLER                      PIC X(26)
021300             VALUE "EXCEPTION".
021400         05  FILLER                      PIC X(14)
021500             VALUE "FUNCTION".
021600         05  FILLER                      PIC X(08) VALUE "ACCT".
021700         05  FILLER                      PIC X(08) VALUE " COUNT".
021800         05  FILLER                      PIC X(30) VALUE "NOTE".
021900         05  FILLER                      PIC X(15) VALUE SPACES.
022000
022100     01  SRV-EXCEPTION-LINE.
022200         05  FILLER                      PIC X(01) VALUE SPACES.
022300         05  SRV-X-DATE                  PIC 9(8).
022400         05  FILLER                      PIC X(02) VALUE SPACES.
022500         05  SRV-X-TIME                  PIC X(08).
022600         05  FILLER                      PIC X(02) VALUE SPACES.
022700         05  SRV-X-OPERATOR              PIC X(08).
022800         05  FILLER                      PIC X(02) VALUE SPACES.
022900         05  SRV-X-EXCEPTION             PIC X(24).
023000         05  FILLER                      PIC X(02) VALUE SPACES.
023100         05  SRV-X-FUNCTION              PIC X(12).
023200         05  FILLER                      PIC X(02) VALUE SPACES.
023300         05  SRV-X-ACCT                  PIC X(06).
023400         05  FILLER                      PIC X(02) VALUE SPACES.
023500         05  SRV-X-COUNT                 PIC ZZ,ZZ9.
023600         05  FILLER                      PIC X(02) VALUE SPACES.
023700         05  SRV-X-NOTE                  PIC X(30).
023800         05  FILLER                      PIC X(15) VALUE SPACES.
023900
024000     01  SRV-SUMMARY-HEADER.
024100         05  FILLER                      PIC X(01) VALUE SPACES.
024200         05  SRV-SH-LABEL                PIC X(12).
024300         05  FILLER                      PIC X(04) VALUE SPACES.
024400         05  FILLER                      PIC X(11)
024500             VALUE "     EVENTS".
024600         05  FILLER                      PIC X(04) VALUE SPACES.
024700         05  FILLER                      PIC X(11)
024800             VALUE "    ACTIONS".
024900         05  FILLER                      PIC X(04) VALUE SPACES.
025000         05  FILLER                      PIC X(11)
025100             VALUE "    DENIALS".
025200         05  FILLER                      PIC X(74) VALUE SPACES.
025300
025400     01  SRV-SUMMARY-LINE.
025500         05  FILLER                      PIC X(01) VALUE SPACES.
025600         05  SRV-S-KEY                   PIC X(12).
025700         05  FILLER                      PIC X(04) VALUE SPACES.
025800         05  SRV-S-EVENTS                PIC ZZZ,ZZZ,ZZ9.
025900         05  FILLER                      PIC X(04) VALUE SPACES.
026000         05  SRV-S-ACTIONS               PIC ZZZ,ZZZ,ZZ9.
026100         05  FILLER                      PIC X(04) VALUE SPACES.
026200         05  SRV-S-DENIALS               PIC ZZZ,ZZZ,ZZ9.
026300         05  FILLER                      PIC X(74) VALUE SPACES.
026400
026500     01  SRV-COUNT-LINE.
026600         05  FILLER                      PIC X(01) VALUE SPACES.
026700         05  SRV-C-LABEL                 PIC X(40).
026800         05  SRV-C-COUNT                 PIC ZZZ,ZZZ,ZZ9.
026900         05  FILLER                      PIC X(80) VALUE SPACES.
027000
027100     01  SRV-MESSAGE-LINE.
027200         05  FILLER                      PIC X(01) VALUE SPACES.
027300         05  SRV-M-TEXT                  PIC X(75).
027400         05  FILLER                      PIC X(56) VALUE SPACES.
027500
027600     PROCEDURE DIVISION.
027700
027800     0000-MAINLINE.
027900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028000         IF REVIEW-REFUSED
028100             DISPLAY "SECURITY REVIEW REFUSED - PARAMETERS NOT "
028200                 "ACCEPTED"
028300             MOVE 12 TO RETURN-CODE
028400             PERFORM 9000-TERMINATE THRU 9000-EXIT
028500             STOP RUN
028600         END-IF.
028700         PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
028800         IF LOG-FOUND
028900             PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
029000             PERFORM 5000-PRINT-SUMMARIES THRU 5000-EXIT
029100         END-IF.
029200         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
029300         PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400         STOP RUN.
029500
029600     1000-INITIALIZE.
029700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029800         ACCEPT WS-SECFROM-ENV FROM ENVIRONMENT "SUMSECFROM".
029900         ACCEPT WS-SECTO-ENV FROM ENVIRONMENT "SUMSECTO".
030000         ACCEPT WS-SECDENY-ENV FROM ENVIRONMENT "SUMSECDENY".
030100         PERFORM 1500-SET-RANGE THRU 1500-EXIT.
030200         OPEN OUTPUT REPORT-FILE.
030300     1000-EXIT.
030400         EXIT.
030500
030600     1500-SET-RANGE.
030700         SET REVIEW-ALLOWED TO TRUE.
030800         MOVE WS-RUN-DATE TO WS-FROM-DATE.
030900         MOVE WS-RUN-DATE TO WS-TO-DATE.
031000         IF WS-SECFROM-ENV NOT = SPACES
031100             IF WS-SECFROM-ENV IS NOT NUMERIC
031200                 DISPLAY "SUMSECFROM " WS-SECFROM-ENV
031300                     " IS NOT A YYYYMMDD DATE"
031400                 SET REVIEW-REFUSED TO TRUE
031500                 GO TO 1500-EXIT
031600             END-IF
031700             MOVE WS-SECFROM-ENV TO WS-FROM-DATE
031800         END-IF.
031900         IF WS-SECTO-ENV NOT = SPACES
032000             IF WS-SECTO-ENV IS NOT NUMERIC
032100                 DISPLAY "SUMSECTO " WS-SECTO-ENV
032200                     " IS NOT A YYYYMMDD DATE"
032300                 SET REVIEW-REFUSED TO TRUE
032400                 GO TO 1500-EXIT
032500             END-IF
032600             MOVE WS-SECTO-ENV TO WS-TO-DATE
032700         END-IF.
032800         IF WS-FROM-DATE > WS-TO-DATE
032900             DISPLAY "REVIEW RANGE " WS-FROM-DATE " TO "
033000                 WS-TO-DATE " RUNS BACKWARDS"
033100             SET REVIEW-REFUSED TO TRUE
033200             GO TO 1500-EXIT
033300         END-IF.
033400         IF WS-SECDENY-ENV NOT = SPACES
033500             PERFORM 1550-SET-DENY-LIMIT THRU 1550-EXIT
033600         END-IF.
033700     1500-EXIT.
033800         EXIT.
033900
034000     1550-SET-DENY-LIMIT.
034100         MOVE ZERO TO WS-DENY-TRAIL-SPACES.
034200         INSPECT WS-SECDENY-ENV TALLYING
034300             WS-DENY-TRAIL-SPACES FOR TRAILING SPACES.
034400         COMPUTE WS-DENY-SIG-DIGITS =
034500             4 - WS-DENY-TRAIL-SPACES.
034600         MOVE ZEROS TO WS-SECDENY-JUST.
034700         COMPUTE WS-DENY-JUST-START =
034800             5 - WS-DENY-SIG-DIGITS.
034900         MOVE WS-SECDENY-ENV(1:WS-DENY-SIG-DIGITS)
035000             TO WS-SECDENY-JUST(WS-DENY-JUST-START:
035100                 WS-DENY-SIG-DIGITS).
035200         IF WS-SECDENY-JUST IS NOT NUMERIC
035300                 OR WS-SECDENY-JUST = ZEROS
035400             DISPLAY "SUMSECDENY " WS-SECDENY-ENV
035500                 " IS NOT A DENIAL COUNT"
035600             SET REVIEW-REFUSED TO TRUE
035700             GO TO 1550-EXIT
035800         END-IF.
035900         MOVE WS-SECDENY-JUST TO WS-DENY-LIMIT.
036000     1550-EXIT.
036100         EXIT.
036200
036300     2000-SCAN-LOG.
036400         MOVE "OVERRIDES AND ACCOUNT CLOSES" TO SRV-T-TITLE.
036500         MOVE SRV-DETAIL-HEADER TO WS-COLUMN-HEADER.
036600         PERFORM 6100-START-SECTION THRU 6100-EXIT.
036700         OPEN INPUT SECURITY-LOG-FILE.
036800         IF SEC-FILE-NOT-FOUND
036900             DISPLAY "SECURITY EVENT LOG NOT FOUND - NOTHING TO "
037000                 "REVIEW"
037100             SET LOG-MISSING TO TRUE
037200             MOVE SPACES TO SRV-MESSAGE-LINE
037300             MOVE "** SECURITY EVENT LOG NOT FOUND" TO SRV-M-TEXT
037400             MOVE SRV-MESSAGE-LINE TO WS-PRINT-LINE
037500             PERFORM 6000-PRINT-LINE THRU 6000-EXIT
037600             GO TO 2000-EXIT
037700         END-IF.
037800         SET SEC-NOT-EOF TO TRUE.
037900         PERFORM 2150-READ-LOG THRU 2150-EXIT.
038000         PERFORM 2100-PROCESS-ONE THRU 2100-EXIT
038100             UNTIL SEC-EOF.
038200         CLOSE SECURITY-LOG-FILE.
038300         IF WS-LISTED-COUNT = ZERO
038400             MOVE SPACES TO SRV-MESSAGE-LINE
038500             MOVE "NO OVERRIDES OR ACCOUNT CLOSES IN THE RANGE"
038600                 TO SRV-M-TEXT
038700             MOVE SRV-MESSAGE-LINE TO WS-PRINT-LINE
038800             PERFORM 6000-PRINT-LINE THRU 6000-EXIT
038900         END-IF.
039000     2000-EXIT.
039100         EXIT.
039200
039300     2100-PROCESS-ONE.
039400         ADD 1 TO WS-READ-COUNT.
039500         PERFORM 2200-EXAMINE-EVENT THRU 2200-EXIT.
039600         PERFORM 2150-READ-LOG THRU 2150-EXIT.
039700     2100-EXIT.
039800         EXIT.
039900
040000     2150-READ-LOG.
040100         READ SECURITY-LOG-FILE
040200             AT END
040300                 SET SEC-EOF TO TRUE
040400         END-READ.
040500     2150-EXIT.
040600         EXIT.
040700
040800     2200-EXAMINE-EVENT.
040900         IF SEC-EVENT-DATE > WS-TO-DATE
041000             ADD 1 TO WS-OUTSIDE-COUNT
041100             GO TO 2200-EXIT
041200         END-IF.
041300         MOVE SEC-FUNCTION TO WS-EVENT-FUNCTION.
041400         MOVE SEC-EVENT-DATE TO WS-EVENT-STAMP-DATE.
041500         MOVE SEC-EVENT-TIME TO WS-EVENT-STAMP-TIME.
041600         IF SEC-EVENT-ACTION
041700             PERFORM 2300-NOTE-RELEASE THRU 2300-EXIT
041800         END-IF.
041900         IF SEC-EVENT-DATE < WS-FROM-DATE
042000             ADD 1 TO WS-OUTSIDE-COUNT
042100             GO TO 2200-EXIT
042200         END-IF.
042300         ADD 1 TO WS-IN-RANGE-COUNT.
042400         IF SEC-EVENT-DENIED
042500             ADD 1 TO WS-DENIED-COUNT
042600             PERFORM 2500-COUNT-DENIAL THRU 2500-EXIT
042700         ELSE
042800             ADD 1 TO WS-ACTION-COUNT
042900         END-IF.
043000         MOVE "O" TO WS-SUM-NEW-TYPE.
043100         MOVE SEC-OPERATOR-ID TO WS-SUM-NEW-KEY.
043200         PERFORM 2400-ADD-SUMMARY THRU 2400-EXIT.
043300         MOVE "P" TO WS-SUM-NEW-TYPE.
043400         MOVE SEC-PROGRAM-ID TO WS-SUM-NEW-KEY.
043500         PERFORM 2400-ADD-SUMMARY THRU 2400-EXIT.
043600         MOVE "F" TO WS-SUM-NEW-TYPE.
043700         MOVE SEC-FUNCTION TO WS-SUM-NEW-KEY.
043800         PERFORM 2400-ADD-SUMMARY THRU 2400-EXIT.
043900         IF SEC-EVENT-ACTION AND LISTED-FUNCTION
044000             PERFORM 2600-LIST-EVENT THRU 2600-EXIT
044100         END-IF.
044200     2200-EXIT.
044300         EXIT.
044400
044500     2300-NOTE-RELEASE.
044600         IF SEC-PROGRAM-ID = "SUMSUSP"
044700                 AND WS-EVENT-FUNCTION = "DUP RELEASE"
044800             MOVE "D" TO WS-NEW-KIND
044900         ELSE
045000             IF SEC-PROGRAM-ID = "SUMFIX"
045100                     AND WS-EVENT-FUNCTION = "LIM OVERRIDE"
045200                 MOVE "L" TO WS-NEW-KIND
045300             ELSE
045400                 GO TO 2300-EXIT
045500             END-IF
045600         END-IF.
045700         IF WS-REL-USED < 1000
045800             ADD 1 TO WS-REL-USED
045900             MOVE WS-NEW-KIND TO WS-REL-KIND(WS-REL-USED)
046000             MOVE SEC-DETAIL(1:6) TO WS-REL-ACCT(WS-REL-USED)
046100             MOVE SEC-OPERATOR-ID TO WS-REL-OPER(WS-REL-USED)
046200             MOVE SEC-EVENT-DATE TO WS-REL-DATE(WS-REL-USED)
046300             MOVE SEC-EVENT-TIME TO WS-REL-TIME(WS-REL-USED)
046400             MOVE SEC-PROGRAM-ID TO WS-REL-PROGRAM(WS-REL-USED)
046500         ELSE
046600             IF REL-TABLE-NOT-FULL
046700                 SET REL-TABLE-FULL TO TRUE
046800                 DISPLAY "WARNING - RELEASE TABLE FULL - "
046900                     "SAME-OPERATOR CHECK IS PARTIAL"
047000             END-IF
047100         END-IF.
047200     2300-EXIT.
047300         EXIT.
047400
047500     2400-ADD-SUMMARY.
047600         SET ENTRY-NOT-FOUND TO TRUE.
047700         MOVE 1 TO WS-SUM-IX.
047800         PERFORM 2450-SCAN-SUMMARY-ONE THRU 2450-EXIT
047900             UNTIL NOT ENTRY-NOT-FOUND
048000                 OR WS-SUM-IX > WS-SUM-USED.
048100         IF ENTRY-FOUND
048200             PERFORM 2480-COUNT-SUMMARY THRU 2480-EXIT
048300             GO TO 2400-EXIT
048400         END-IF.
048500         IF WS-SUM-USED NOT < 500
048600             IF SUM-TABLE-NOT-FULL
048700                 SET SUM-TABLE-FULL TO TRUE
048800                 DISPLAY "WARNING - SUMMARY TABLE FULL - "
048900                     "EVENT SUMMARIES ARE PARTIAL"
049000             END-IF
049100             GO TO 2400-EXIT
049200         END-IF.
049300         MOVE WS-SUM-USED TO WS-SUM-MOVE-IX.
049400         PERFORM 2460-SHIFT-SUMMARY-ONE THRU 2460-EXIT
049500             UNTIL WS-SUM-MOVE-IX < WS-SUM-IX.
049600         ADD 1 TO WS-SUM-USED.
049700         MOVE WS-SUM-NEW TO WS-SUM-SORT-KEY(WS-SUM-IX).
049800         MOVE ZERO TO WS-SUM-EVENTS(WS-SUM-IX).
049900         MOVE ZERO TO WS-SUM-ACTIONS(WS-SUM-IX).
050000         MOVE ZERO TO WS-SUM-DENIALS(WS-SUM-IX).
050100         PERFORM 2480-COUNT-SUMMARY THRU 2480-EXIT.
050200     2400-EXIT.
050300         EXIT.
050400
050500     2450-SCAN-SUMMARY-ONE.
050600         IF WS-SUM-SORT-KEY(WS-SUM-IX) = WS-SUM-NEW
050700             SET ENTRY-FOUND TO TRUE
050800         ELSE
050900             IF WS-SUM-SORT-KEY(WS-SUM-IX) > WS-SUM-NEW
051000                 SET ENTRY-PASSED TO TRUE
051100             ELSE
051200                 ADD 1 TO WS-SUM-IX
051300             END-IF
051400         END-IF.
051500     2450-EXIT.
051600         EXIT.
051700
051800     2460-SHIFT-SUMMARY-ONE.
051900         MOVE WS-SUM-ENTRY(WS-SUM-MOVE-IX)
052000             TO WS-SUM-ENTRY(WS-SUM-MOVE-IX + 1).
052100         SUBTRACT 1 FROM WS-SUM-MOVE-IX.
052200     2460-EXIT.
052300         EXIT.
052400
052500     2480-COUNT-SUMMARY.
052600         ADD 1 TO WS-SUM-EVENTS(WS-SUM-IX).
052700         IF SEC-EVENT-DENIED
052800             ADD 1 TO WS-SUM-DENIALS(WS-SUM-IX)
052900         ELSE
053000             ADD 1 TO WS-SUM-ACTIONS(WS-SUM-IX)
053100         END-IF.
053200     2480-EXIT.
053300         EXIT.
053400
053500     2500-COUNT-DENIAL.
053600         SET ENTRY-NOT-FOUND TO TRUE.
053700         MOVE 1 TO WS-DNY-IX.
053800         PERFORM 2550-SCAN-DENIAL-ONE THRU 2550-EXIT
053900             UNTIL ENTRY-FOUND
054000                 OR WS-DNY-IX > WS-DNY-USED.
054100         IF ENTRY-FOUND
054200             ADD 1 TO WS-DNY-COUNT(WS-DNY-IX)
054300             GO TO 2500-EXIT
054400         END-IF.
054500         IF WS-DNY-USED < 500
054600             ADD 1 TO WS-DNY-USED
054700             MOVE SEC-EVENT-DATE TO WS-DNY-DATE(WS-DNY-USED)
054800             MOVE SEC-OPERATOR-ID TO WS-DNY-OPER(WS-DNY-USED)
054900             MOVE 1 TO WS-DNY-COUNT(WS-DNY-USED)
055000         ELSE
055100             IF DNY-TABLE-NOT-FULL
055200                 SET DNY-TABLE-FULL TO TRUE
055300                 DISPLAY "WARNING - DENIAL TABLE FULL - "
055400                     "REPEATED DENIAL CHECK IS PARTIAL"
055500             END-IF
055600         END-IF.
055700     2500-EXIT.
055800         EXIT.
055900
056000     2550-SCAN-DENIAL-ONE.
056100         IF WS-DNY-DATE(WS-DNY-IX) = SEC-EVENT-DATE
056200                 AND WS-DNY-OPER(WS-DNY-IX) = SEC-OPERATOR-ID
056300             SET ENTRY-FOUND TO TRUE
056400         ELSE
056500             ADD 1 TO WS-DNY-IX
056600         END-IF.
056700     2550-EXIT.
056800         EXIT.
056900
057000     2600-LIST-EVENT.
057100         ADD 1 TO WS-LISTED-COUNT.
057200         MOVE SPACES TO SRV-D-FLAG.
057300         IF SEC-PROGRAM-ID = "SUM" AND POSTED-OVERRIDE
057400             PERFORM 2700-CHECK-SELF-RELEASE THRU 2700-EXIT
057500         END-IF.
057600         MOVE SEC-EVENT-DATE TO SRV-D-DATE.
057700         MOVE SEC-EVENT-TIME TO SRV-D-TIME.
057800         MOVE SEC-OPERATOR-ID TO SRV-D-OPERATOR.
057900         MOVE SEC-PROGRAM-ID TO SRV-D-PROGRAM.
058000         MOVE SEC-FUNCTION TO SRV-D-FUNCTION.
058100         MOVE SEC-DETAIL TO SRV-D-DETAIL.
058200         MOVE SRV-DETAIL-LINE TO WS-PRINT-LINE.
058300         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
058400     2600-EXIT.
058500         EXIT.
058600
058700     2700-CHECK-SELF-RELEASE.
058800         IF WS-EVENT-FUNCTION = "DUP OVERRIDE"
058900             MOVE "D" TO WS-NEW-KIND
059000         ELSE
059100             MOVE "L" TO WS-NEW-KIND
059200         END-IF.
059300         SET ENTRY-NOT-FOUND TO TRUE.
059400         MOVE 1 TO WS-REL-IX.
059500         PERFORM 2750-SCAN-RELEASE-ONE THRU 2750-EXIT
059600             UNTIL ENTRY-FOUND
059700                 OR WS-REL-IX > WS-REL-USED.
059800         IF ENTRY-NOT-FOUND
059900             GO TO 2700-EXIT
060000         END-IF.
060100         MOVE "** SAME OPR AS RELEASE" TO SRV-D-FLAG.
060200         ADD 1 TO WS-SELF-RELEASE-COUNT.
060300         IF WS-SLF-USED < 200
060400             ADD 1 TO WS-SLF-USED
060500             MOVE SEC-EVENT-DATE TO WS-SLF-DATE(WS-SLF-USED)
060600             MOVE SEC-EVENT-TIME TO WS-SLF-TIME(WS-SLF-USED)
060700             MOVE SEC-OPERATOR-ID TO WS-SLF-OPER(WS-SLF-USED)
060800             MOVE SEC-FUNCTION TO WS-SLF-FUNCTION(WS-SLF-USED)
060900             MOVE SEC-DETAIL(1:6) TO WS-SLF-ACCT(WS-SLF-USED)
061000             MOVE WS-REL-DATE(WS-REL-IX)
061100                 TO WS-SLF-REL-DATE(WS-SLF-USED)
061200             MOVE WS-REL-PROGRAM(WS-REL-IX)
061300                 TO WS-SLF-REL-PROGRAM(WS-SLF-USED)
061400         ELSE
061500             IF SLF-TABLE-NOT-FULL
061600                 SET SLF-TABLE-FULL TO TRUE
061700                 DISPLAY "WARNING - EXCEPTION TABLE FULL - "
061800                     "SEE FLAGGED DETAIL LINES"
061900             END-IF
062000         END-IF.
062100     2700-EXIT.
062200         EXIT.
062300
062400     2750-SCAN-RELEASE-ONE.
062500         IF WS-REL-KIND(WS-REL-IX) = WS-NEW-KIND
062600                 AND WS-REL-ACCT(WS-REL-IX) = SEC-DETAIL(1:6)
062700                 AND WS-REL-OPER(WS-REL-IX) = SEC-OPERATOR-ID
062800                 AND WS-REL-STAMP(WS-REL-IX)
062900                     NOT > WS-EVENT-STAMP
063000             SET ENTRY-FOUND TO TRUE
063100         ELSE
063200             ADD 1 TO WS-REL-IX
063300         END-IF.
063400     2750-EXIT.
063500         EXIT.
063600
063700     4000-PRINT-EXCEPTIONS.
063800         MOVE "EXCEPTIONS FOR SIGN-OFF" TO SRV-T-TITLE.
063900         MOVE SRV-EXCEPTION-HEADER TO WS-COLUMN-HEADER.
064000         PERFORM 6100-START-SECTION THRU 6100-EXIT.
064100         MOVE 1 TO WS-DNY-IX.
064200         PERFORM 4100-PRINT-DENIAL-ONE THRU 4100-EXIT
064300             UNTIL WS-DNY-IX > WS-DNY-USED.
064400         MOVE 1 TO WS-SLF-IX.
064500         PERFORM 4200-PRINT-SELF-ONE THRU 4200-EXIT
064600             UNTIL WS-SLF-IX > WS-SLF-USED.
064700         IF WS-REPEAT-DENY-COUNT = ZERO
064800                 AND WS-SELF-RELEASE-COUNT = ZERO
064900             MOVE SPACES TO SRV-MESSAGE-LINE
065000             MOVE "NO EXCEPTIONS IN THE RANGE" TO SRV-M-TEXT
065100             MOVE SRV-MESSAGE-LINE TO WS-PRINT-LINE
065200             PERFORM 6000-PRINT-LINE THRU 6000-EXIT
065300         END-IF.
065400     4000-EXIT.
065500         EXIT.
065600
065700     4100-PRINT-DENIAL-ONE.
065800         IF WS-DNY-COUNT(WS-DNY-IX) < WS-DENY-LIMIT
065900             ADD 1 TO WS-DNY-IX
066000             GO TO 4100-EXIT
066100         END-IF.
066200         ADD 1 TO WS-REPEAT-DENY-COUNT.
066300         MOVE SPACES TO SRV-EXCEPTION-LINE.
066400         MOVE WS-DNY-DATE(WS-DNY-IX) TO SRV-X-DATE.
066500         MOVE WS-DNY-OPER(WS-DNY-IX) TO SRV-X-OPERATOR.
066600         MOVE "REPEATED DENIALS" TO SRV-X-EXCEPTION.
066700         MOVE WS-DNY-COUNT(WS-DNY-IX) TO SRV-X-COUNT.
066800         MOVE "AT OR OVER THE DENIAL LIMIT" TO SRV-X-NOTE.
066900         MOVE SRV-EXCEPTION-LINE TO WS-PRINT-LINE.
067000         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
067100         ADD 1 TO WS-DNY-IX.
067200     4100-EXIT.
067300         EXIT.
067400
067500     4200-PRINT-SELF-ONE.
067600         MOVE SPACES TO SRV-EXCEPTION-LINE.
067700         MOVE WS-SLF-DATE(WS-SLF-IX) TO SRV-X-DATE.
067800         MOVE WS-SLF-TIME(WS-SLF-IX) TO SRV-X-TIME.
067900         MOVE WS-SLF-OPER(WS-SLF-IX) TO SRV-X-OPERATOR.
068000         MOVE "OVERRIDE SAME AS RELEASE" TO SRV-X-EXCEPTION.
068100         MOVE WS-SLF-FUNCTION(WS-SLF-IX) TO SRV-X-FUNCTION.
068200         MOVE WS-SLF-ACCT(WS-SLF-IX) TO SRV-X-ACCT.
068300         MOVE "RELEASED" TO SRV-X-NOTE(1:8).
068400         MOVE WS-SLF-REL-DATE(WS-SLF-IX) TO SRV-X-NOTE(10:8).
068500         MOVE "IN" TO SRV-X-NOTE(19:2).
068600         MOVE WS-SLF-REL-PROGRAM(WS-SLF-IX) TO SRV-X-NOTE(22:8).
068700         MOVE SRV-EXCEPTION-LINE TO WS-PRINT-LINE.
068800         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
068900         ADD 1 TO WS-SLF-IX.
069000     4200-EXIT.
069100         EXIT.
069200
069300     5000-PRINT-SUMMARIES.
069400         MOVE "O" TO WS-SUM-PRINT-TYPE.
069500         MOVE "EVENTS BY OPERATOR" TO SRV-T-TITLE.
069600         MOVE "OPERATOR" TO SRV-SH-LABEL.
069700         PERFORM 5100-PRINT-SUMMARY THRU 5100-EXIT.
069800         MOVE "P" TO WS-SUM-PRINT-TYPE.
069900         MOVE "EVENTS BY PROGRAM" TO SRV-T-TITLE.
070000         MOVE "PROGRAM" TO SRV-SH-LABEL.
070100         PERFORM 5100-PRINT-SUMMARY THRU 5100-EXIT.
070200         MOVE "F" TO WS-SUM-PRINT-TYPE.
070300         MOVE "EVENTS BY FUNCTION" TO SRV-T-TITLE.
070400         MOVE "FUNCTION" TO SRV-SH-LABEL.
070500         PERFORM 5100-PRINT-SUMMARY THRU 5100-EXIT.
070600     5000-EXIT.
070700         EXIT.
070800
070900     5100-PRINT-SUMMARY.
071000         MOVE SRV-SUMMARY-HEADER TO WS-COLUMN-HEADER.
071100         PERFORM 6100-START-SECTION THRU 6100-EXIT.
071200         MOVE 1 TO WS-SUM-IX.
071300         PERFORM 5150-PRINT-SUMMARY-ONE THRU 5150-EXIT
071400             UNTIL WS-SUM-IX > WS-SUM-USED.
071500     5100-EXIT.
071600         EXIT.
071700
071800     5150-PRINT-SUMMARY-ONE.
071900         IF WS-SUM-TYPE(WS-SUM-IX) = WS-SUM-PRINT-TYPE
072000             MOVE WS-SUM-KEY(WS-SUM-IX) TO SRV-S-KEY
072100             MOVE WS-SUM-EVENTS(WS-SUM-IX) TO SRV-S-EVENTS
072200             MOVE WS-SUM-ACTIONS(WS-SUM-IX) TO SRV-S-ACTIONS
072300             MOVE WS-SUM-DENIALS(WS-SUM-IX) TO SRV-S-DENIALS
072400             MOVE SRV-SUMMARY-LINE TO WS-PRINT-LINE
072500             PERFORM 6000-PRINT-LINE THRU 6000-EXIT
072600         END-IF.
072700         ADD 1 TO WS-SUM-IX.
072800     5150-EXIT.
072900         EXIT.
073000
073100     6000-PRINT-LINE.
073200         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
073300             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
073400         END-IF.
073500         WRITE PRINT-RECORD FROM WS-PRINT-LINE
073600             AFTER ADVANCING 1 LINE.
073700         ADD 1 TO WS-LINE-COUNT.
073800     6000-EXIT.
073900         EXIT.
074000
074100     6100-START-SECTION.
074200         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
074300             PERFORM 6200-PRINT-HEADERS THRU 6200-EXIT
074400             GO TO 6100-EXIT
074500         END-IF.
074600         WRITE PRINT-RECORD FROM SRV-SECTION-LINE
074700             AFTER ADVANCING 3 LINES.
074800         WRITE PRINT-RECORD FROM WS-COLUMN-HEADER
074900             AFTER ADVANCING 2 LINES.
075000         ADD 5 TO WS-LINE-COUNT.
075100     6100-EXIT.
075200         EXIT.
075300
075400     6200-PRINT-HEADERS.
075500         ADD 1 TO WS-PAGE-COUNT.
075600         MOVE WS-RUN-DATE TO SRV-H2-RUN-DATE.
075700         MOVE WS-FROM-DATE TO SRV-H2-FROM.
075800         MOVE WS-TO-DATE TO SRV-H2-TO.
075900         MOVE WS-DENY-LIMIT TO SRV-H2-LIMIT.
076000         MOVE WS-PAGE-COUNT TO SRV-H2-PAGE.
076100         WRITE PRINT-RECORD FROM SRV-HEADER-1
076200             AFTER ADVANCING PAGE.
076300         WRITE PRINT-RECORD FROM SRV-HEADER-2
076400             AFTER ADVANCING 1 LINE.
076500         WRITE PRINT-RECORD FROM SRV-SECTION-LINE
076600             AFTER ADVANCING 2 LINES.
076700         WRITE PRINT-RECORD FROM WS-COLUMN-HEADER
076800             AFTER ADVANCING 2 LINES.
076900         MOVE 7 TO WS-LINE-COUNT.
077000     6200-EXIT.
077100         EXIT.
077200
077300     7000-PRINT-TOTALS.
077400         MOVE "REVIEW TOTALS AND SIGN-OFF" TO SRV-T-TITLE.
077500         MOVE SPACES TO WS-COLUMN-HEADER.
077600         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 20
077700             MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
077800         END-IF.
077900         PERFORM 6100-START-SECTION THRU 6100-EXIT.
078000         COMPUTE WS-EXCEPTION-COUNT =
078100             WS-REPEAT-DENY-COUNT + WS-SELF-RELEASE-COUNT.
078200         MOVE SPACES TO SRV-COUNT-LINE.
078300         MOVE "SECURITY EVENTS READ:" TO SRV-C-LABEL.
078400         MOVE WS-READ-COUNT TO SRV-C-COUNT.
078500         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
078600         MOVE "  OUTSIDE THE REVIEW RANGE:" TO SRV-C-LABEL.
078700         MOVE WS-OUTSIDE-COUNT TO SRV-C-COUNT.
078800         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
078900         MOVE "  IN THE REVIEW RANGE:" TO SRV-C-LABEL.
079000         MOVE WS-IN-RANGE-COUNT TO SRV-C-COUNT.
079100         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
079200         MOVE "    ACTIONS:" TO SRV-C-LABEL.
079300         MOVE WS-ACTION-COUNT TO SRV-C-COUNT.
079400         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
079500         MOVE "    DENIALS:" TO SRV-C-LABEL.
079600         MOVE WS-DENIED-COUNT TO SRV-C-COUNT.
079700         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
079800         MOVE "OVERRIDES AND CLOSES LISTED:" TO SRV-C-LABEL.
079900         MOVE WS-LISTED-COUNT TO SRV-C-COUNT.
080000         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
080100         MOVE "REPEATED DENIAL EXCEPTIONS:" TO SRV-C-LABEL.
080200         MOVE WS-REPEAT-DENY-COUNT TO SRV-C-COUNT.
080300         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
080400         MOVE "OVERRIDES BY THE RELEASING OPERATOR:"
080500             TO SRV-C-LABEL.
080600         MOVE WS-SELF-RELEASE-COUNT TO SRV-C-COUNT.
080700         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
080800         MOVE "TOTAL EXCEPTIONS FOR SIGN-OFF:" TO SRV-C-LABEL.
080900         MOVE WS-EXCEPTION-COUNT TO SRV-C-COUNT.
081000         PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
081100         MOVE SPACES TO SRV-MESSAGE-LINE.
081200         MOVE "SECURITY REVIEWED BY: ____________________   "
081300             TO SRV-M-TEXT.
081400         MOVE "DATE: __________" TO SRV-M-TEXT(47:16).
081500         WRITE PRINT-RECORD FROM SRV-MESSAGE-LINE
081600             AFTER ADVANCING 3 LINES.
081700         MOVE "AUDIT REVIEWED BY:    ____________________   "
081800             TO SRV-M-TEXT.
081900         MOVE "DATE: __________" TO SRV-M-TEXT(47:16).
082000         WRITE PRINT-RECORD FROM SRV-MESSAGE-LINE
082100             AFTER ADVANCING 3 LINES.
082200         DISPLAY "SECURITY REVIEW " WS-FROM-DATE " TO "
082300             WS-TO-DATE " - EVENTS " WS-IN-RANGE-COUNT
082400             " EXCEPTIONS " WS-EXCEPTION-COUNT.
082500         IF LOG-MISSING
082600             MOVE 8 TO RETURN-CODE
082700             GO TO 7000-EXIT
082800         END-IF.
082900         IF WS-EXCEPTION-COUNT > ZERO
083000             MOVE 4 TO RETURN-CODE
083100         END-IF.
083200     7000-EXIT.
083300         EXIT.
083400
083500     7100-PRINT-COUNT.
083600         MOVE SRV-COUNT-LINE TO WS-PRINT-LINE.
083700         PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
083800     7100-EXIT.
083900         EXIT.
084000
084100     9000-TERMINATE.
084200         CLOSE REPORT-FILE.
084300     9000-EXIT.
084400         EXIT.
084500
084600     END PROGRAM SUMSECRV.
