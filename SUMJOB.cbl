      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: Nightly job-stream controller - runs the SUM night
      *          in order for one business date: SUM in batch mode
      *          (SUMMODE=BATCH), SUMRECON, SUMEOD, SUMGLACK, SUMPROOF
      *          and SUMARCH.  Each step has the highest return code
      *          it may end with and still count as complete (SUM 4,
      *          SUMRECON 0, SUMEOD 4, SUMGLACK 4, SUMPROOF 0, SUMARCH
      *          0), overridable per step with the SUMJOBRC1 to
      *          SUMJOBRC6 environment parameters.  Every step's
      *          start, end, return code and outcome is recorded
      *          against the business date on the job-stream control
      *          dataset (JOBREC copybook, SUMJOBCT).  A step that
      *          ends over its threshold, or ends abnormally, stops
      *          the stream; the steps after it are not run.  Run
      *          again for the same business date, the controller
      *          passes over the steps already complete and resumes
      *          at the step that failed.  The business date is the
      *          run date unless the SUMJOBDATE environment parameter
      *          (YYYYMMDD) names the day being resumed; the step
      *          programs are taken from the directory in SUMJOBBIN,
      *          or found on the path when it is not set.  The
      *          summary (JOBRPT) lists every step with what ran,
      *          what was passed over or not run and why.
      *          RETURN-CODE 4 when a step ended with a warning
      *          within its threshold, 8 when the parameters are
      *          refused, 12 when a step failed and the stream
      *          stopped, 16 when the control dataset will not open.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMJOB.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT JOB-CONTROL-FILE ASSIGN TO "SUMJOBCT"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS JOB-KEY
001000             FILE STATUS IS WS-JOB-FILE-STATUS.
001100         SELECT REPORT-FILE ASSIGN TO "JOBRPT"
001200             ORGANIZATION IS SEQUENTIAL.
001300     DATA DIVISION.
001400     FILE SECTION.
001500     FD  JOB-CONTROL-FILE
001600         RECORD CONTAINS 70 CHARACTERS.
001700     COPY JOBREC.
001800     FD  REPORT-FILE
001900         RECORD CONTAINS 132 CHARACTERS.
002000     01  PRINT-RECORD                    PIC X(132).
002100     WORKING-STORAGE SECTION.
002200     01  WS-JOB-FILE-STATUS              PIC X(02).
002300         88  JOB-FILE-OK                 VALUE "00".
002400         88  JOB-FILE-NOT-FOUND          VALUE "35".
002500
002600     01  WS-JOB-SWITCH                   PIC X(01) VALUE "N".
002700         88  JOB-REFUSED                 VALUE "Y".
002800         88  JOB-ALLOWED                 VALUE "N".
002900
003000     01  WS-STREAM-SWITCH                PIC X(01) VALUE "N".
003100         88  STREAM-STOPPED              VALUE "Y".
003200         88  STREAM-RUNNING              VALUE "N".
003300
003400     01  WS-RESUME-SWITCH                PIC X(01) VALUE "N".
003500         88  RESUME-FOUND                VALUE "Y".
003600
003700     01  WS-RECORD-SWITCH                PIC X(01).
003800         88  STEP-ON-FILE                VALUE "Y".
003900         88  STEP-NOT-ON-FILE            VALUE "N".
004000
004100     01  WS-RUN-DATE                     PIC 9(8).
004200     01  WS-RUN-TIME                     PIC 9(8).
004300     01  WS-OPERATOR-ID                  PIC X(08).
004400     01  WS-BUS-DATE                     PIC 9(8).
004500     01  WS-JOBDATE-ENV                  PIC X(08) VALUE SPACES.
004600     01  WS-JOB-BIN                      PIC X(60) VALUE SPACES.
004700
004800     01  WS-RC-ENV-NAME.
004900         05  FILLER                      PIC X(08)
005000             VALUE "SUMJOBRC".
005100         05  WS-RC-ENV-STEP              PIC 9(01).
005200     01  WS-RC-ENV                       PIC X(02).
005300     01  WS-RC-JUST                      PIC X(02).
005400     01  WS-RC-TRAIL-SPACES              PIC 9(01) COMP.
005500     01  WS-RC-SIG-DIGITS                PIC 9(01) COMP.
005600     01  WS-RC-JUST-START                PIC 9(01) COMP.
005700
005800     01  WS-STEP-VALUES.
005900         05  FILLER.
006000             10  FILLER                  PIC X(08) VALUE "SUM".
006100             10  FILLER                  PIC X(08) VALUE "Sum".
006200             10  FILLER                  PIC X(16)
006300                 VALUE "SUMMODE=BATCH".
006400             10  FILLER                  PIC 9(02) VALUE 4.
006500         05  FILLER.
006600             10  FILLER                  PIC X(08)
006700                 VALUE "SUMRECON".
006800             10  FILLER                  PIC X(08)
006900                 VALUE "SUMRECON".
007000             10  FILLER                  PIC X(16) VALUE SPACES.
007100             10  FILLER                  PIC 9(02) VALUE 0.
007200         05  FILLER.
007300             10  FILLER                  PIC X(08) VALUE "SUMEOD".
007400             10  FILLER                  PIC X(08) VALUE "SUMEOD".
007500             10  FILLER                  PIC X(16) VALUE SPACES.
007600             10  FILLER                  PIC 9(02) VALUE 4.
007700         05  FILLER.
007800             10  FILLER                  PIC X(08)
007900                 VALUE "SUMGLACK".
008000             10  FILLER                  PIC X(08)
008100                 VALUE "SUMGLACK".
008200             10  FILLER                  PIC X(16) VALUE SPACES.
008300             10  FILLER                  PIC 9(02) VALUE 4.
008400         05  FILLER.
008500             10  FILLER                  PIC X(08)
008600                 VALUE "SUMPROOF".
008700             10  FILLER                  PIC X(08)
008800                 VALUE "SUMPROOF".
008900             10  FILLER                  PIC X(16) VALUE SPACES.
009000             10  FILLER                  PIC 9(02) VALUE 0.
009100         05  FILLER.
009200             10  FILLER                  PIC X(08)
009300                 VALUE "SUMARCH".
009400             10  FILLER                  PIC X(08)
009500                 VALUE "SUMARCH".
009600             10  FILLER                  PIC X(16) VALUE SPACES.
009700             10  FILLER                  PIC 9(02) VALUE 0.
009800     01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
009900         05  WS-STEP-ENTRY               OCCURS 6 TIMES.
010000             10  WS-STP-NAME             PIC X(08).
010100             10  WS-STP-PROGRAM          PIC X(08).
010200             10  WS-STP-PARM             PIC X(16).
010300             10  WS-STP-MAX-RC           PIC 9(02).
010400
010500     01  WS-STEP-STATE-TABLE.
010600         05  WS-STEP-STATE               OCCURS 6 TIMES.
010700             10  WS-STS-PRIOR            PIC X(01).
010800             10  WS-STS-OUTCOME          PIC X(01).
010900                 88  STS-RAN-OK          VALUE "R".
011000                 88  STS-RAN-WARN        VALUE "W".
011100                 88  STS-FAILED          VALUE "F".
011200                 88  STS-PASSED-OVER     VALUE "P".
011300                 88  STS-NOT-RUN         VALUE "N".
011400             10  WS-STS-ABEND            PIC X(01).
011500
011600     01  WS-STEP-COUNT                   PIC 9(02) VALUE 6.
011700     01  WS-STEP-IX                      PIC 9(02).
011800     01  WS-RESUME-STEP                  PIC 9(02).
011900     01  WS-FAILED-STEP                  PIC 9(02) VALUE ZERO.
012000     01  WS-COMMAND                      PIC X(120).
012100     01  WS-SYS-STATUS                   PIC 9(9) COMP.
012200     01  WS-SYS-SIGNAL                   PIC 9(9) COMP.
012300     01  WS-STEP-RC                      PIC 9(04).
012400     01  WS-STAMP-TIME                   PIC 9(8).
012500
012600     01  WS-RAN-COUNT                    PIC 9(9) COMP VALUE ZERO.
012700     01  WS-WARN-COUNT                   PIC 9(9) COMP VALUE ZERO.
012800     01  WS-FAILED-COUNT                 PIC 9(9) COMP VALUE ZERO.
012900     01  WS-PASSED-COUNT                 PIC 9(9) COMP VALUE ZERO.
013000     01  WS-NOT-RUN-COUNT                PIC 9(9) COMP VALUE ZERO.
013100
013200     01  WS-PAGE-COUNT                   PIC 9(3) COMP VALUE ZERO.
013300     01  WS-LINE-COUNT                   PIC 9(3) COMP VALUE 99.
013400     01  WS-LINES-PER-PAGE               PIC 9(3) COMP VALUE 55.
013500
013600     01  JOB-HEADER-1.
013700         05  FILLER                      PIC X(45) VALUE SPACES.
013800         05  FILLER                      PIC X(30)
013900             VALUE "SUM NIGHTLY JOB STREAM".
014000         05  FILLER                      PIC X(57) VALUE SPACES.
014100
014200     01  JOB-HEADER-2.
014300         05  FILLER                      PIC X(01) VALUE SPACES.
014400         05  FILLER                      PIC X(10)
014500             VALUE "RUN DATE: ".
014600         05  JOB-H2-RUN-DATE             PIC 9(8).
014700         05  FILLER                      PIC X(04) VALUE SPACES.
014800         05  FILLER                      PIC X(15)
014900             VALUE "BUSINESS DATE: ".
015000         05  JOB-H2-BUS-DATE             PIC 9(8).
015100         05  FILLER                      PIC X(04) VALUE SPACES.
015200         05  FILLER                      PIC X(10)
015300             VALUE "OPERATOR: ".
015400         05  JOB-H2-OPERATOR             PIC X(08).
015500         05  FILLER                      PIC X(04) VALUE SPACES.
015600         05  FILLER                      PIC X(06) VALUE "PAGE: ".
015700         05  JOB-H2-PAGE                 PIC ZZ9.
015800         05  FILLER                      PIC X(51) VALUE SPACES.
015900
016000     01  JOB-HEADER-3.
016100         05  FILLER                      PIC X(01) VALUE SPACES.
016200         05  FILLER                      PIC X(05) VALUE "STEP".
016300         05  FILLER                      PIC X(10) VALUE "NAME".
016400         05  FILLER                      PIC X(12)
016500             VALUE "OUTCOME".
016600         05  FILLER                      PIC X(19)
016700             VALUE "STARTED".
016800         05  FILLER                      PIC X(19) VALUE "ENDED".
016900         05  FILLER                      PIC X(06) VALUE "  RC".
017000         05  FILLER                      PIC X(06) VALUE " MAX".
017100         05  FILLER                      PIC X(05) VALUE "TRY".
017200         05  FILLER                      PIC X(40) VALUE "NOTE".
017300         05  FILLER                      PIC X(09) VALUE SPACES.
017400
017500     01  JOB-DETAIL-LINE.
017600         05  FILLER                      PIC X(01) VALUE SPACES.
017700         05  JOB-D-STEP                  PIC 9(02).
017800         05  FILLER                      PIC X(03) VALUE SPACES.
017900         05  JOB-D-NAME                  PIC X(08).
018000         05  FILLER                      PIC X(02) VALUE SPACES.
018100         05  JOB-D-OUTCOME               PIC X(10).
018200         05  FILLER                      PIC X(02) VALUE SPACES.
018300         05  JOB-D-START-DATE            PIC X(08).
018400         05  FILLER                      PIC X(01) VALUE SPACES.
018500         05  JOB-D-START-TIME            PIC X(08).
018600         05  FILLER                      PIC X(02) VALUE SPACES.
018700         05  JOB-D-END-DATE              PIC X(08).
018800         05  FILLER                      PIC X(01) VALUE SPACES.
018900         05  JOB-D-END-TIME              PIC X(08).
019000         05  FILLER                      PIC X(02) VALUE SPACES.
019100         05  JOB-D-RC                    PIC ZZZ9.
019200         05  FILLER                      PIC X(02) VALUE SPACES.
019300         05  JOB-D-MAX-RC                PIC ZZZ9.
019400         05  FILLER                      PIC X(02) VALUE SPACES.
019500         05  JOB-D-ATTEMPTS              PIC ZZ9.
019600         05  FILLER                      PIC X(02) VALUE SPACES.
019700         05  JOB-D-NOTE                  PIC X(40).
019800         05  FILLER                      PIC X(09) VALUE SPACES.
019900
020000     01  JOB-SUMMARY-LINE.
020100         05  FILLER                      PIC X(01) VALUE SPACES.
020200         05  JOB-S-LABEL                 PIC X(36).
020300         05  JOB-S-COUNT                 PIC ZZZ,ZZZ,ZZ9.
020400         05  FILLER                      PIC X(84) VALUE SPACES.
020500
020600     01  JOB-MESSAGE-LINE.
020700         05  FILLER                      PIC X(01) VALUE SPACES.
020800         05  JOB-M-TEXT                  PIC X(75).
020900         05  FILLER                      PIC X(56) VALUE SPACES.
021000
021100     PROCEDURE DIVISION.
021200
021300     0000-MAINLINE.
021400         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500         IF JOB-REFUSED
021600             GO TO 0000-TERMINATE
021700         END-IF.
021800         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
021900         MOVE 1 TO WS-STEP-IX.
022000         PERFORM 3000-RUN-STEP THRU 3000-EXIT
022100             UNTIL WS-STEP-IX > WS-STEP-COUNT.
022200         PERFORM 4000-PRINT-STEPS THRU 4000-EXIT.
022300         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
022400     0000-TERMINATE.
022500         PERFORM 9000-TERMINATE THRU 9000-EXIT.
022600         STOP RUN.
022700
022800     1000-INITIALIZE.
022900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023000         ACCEPT WS-RUN-TIME FROM TIME.
023100         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
023200         ACCEPT WS-JOBDATE-ENV FROM ENVIRONMENT "SUMJOBDATE".
023300         ACCEPT WS-JOB-BIN FROM ENVIRONMENT "SUMJOBBIN".
023400         MOVE WS-RUN-DATE TO WS-BUS-DATE.
023500         IF WS-JOBDATE-ENV NOT = SPACES
023600             IF WS-JOBDATE-ENV IS NOT NUMERIC
023700                 DISPLAY "SUMJOBDATE " WS-JOBDATE-ENV
023800                     " IS NOT A YYYYMMDD DATE - STREAM NOT RUN"
023900                 SET JOB-REFUSED TO TRUE
024000                 MOVE 8 TO RETURN-CODE
024100                 GO TO 1000-EXIT
024200             END-IF
024300             MOVE WS-JOBDATE-ENV TO WS-BUS-DATE
024400         END-IF.
024500         MOVE 1 TO WS-STEP-IX.
024600         PERFORM 1050-SET-STEP-THRESHOLD THRU 1050-EXIT
024700             UNTIL WS-STEP-IX > WS-STEP-COUNT
024800                 OR JOB-REFUSED.
024900         IF JOB-REFUSED
025000             MOVE 8 TO RETURN-CODE
025100             GO TO 1000-EXIT
025200         END-IF.
025300         OPEN I-O JOB-CONTROL-FILE.
025400         IF JOB-FILE-NOT-FOUND
025500             OPEN OUTPUT JOB-CONTROL-FILE
025600             CLOSE JOB-CONTROL-FILE
025700             OPEN I-O JOB-CONTROL-FILE
025800         END-IF.
025900         IF NOT JOB-FILE-OK
026000             DISPLAY "JOB-STREAM CONTROL DATASET WILL NOT OPEN - "
026100                 "STATUS " WS-JOB-FILE-STATUS " - STREAM NOT RUN"
026200             SET JOB-REFUSED TO TRUE
026300             MOVE 16 TO RETURN-CODE
026400             GO TO 1000-EXIT
026500         END-IF.
026600         OPEN OUTPUT REPORT-FILE.
026700         DISPLAY "NIGHTLY JOB STREAM - BUSINESS DATE "
026800             WS-BUS-DATE.
026900     1000-EXIT.
027000         EXIT.
027100
027200     1050-SET-STEP-THRESHOLD.
027300         MOVE WS-STEP-IX TO WS-RC-ENV-STEP.
027400         MOVE SPACES TO WS-RC-ENV.
027500         ACCEPT WS-RC-ENV FROM ENVIRONMENT WS-RC-ENV-NAME.
027600         IF WS-RC-ENV = SPACES
027700             ADD 1 TO WS-STEP-IX
027800             GO TO 1050-EXIT
027900         END-IF.
028000         MOVE ZERO TO WS-RC-TRAIL-SPACES.
028100         INSPECT WS-RC-ENV TALLYING
028200             WS-RC-TRAIL-SPACES FOR TRAILING SPACES.
028300         COMPUTE WS-RC-SIG-DIGITS =
028400             2 - WS-RC-TRAIL-SPACES.
028500         MOVE ZEROS TO WS-RC-JUST.
028600         COMPUTE WS-RC-JUST-START =
028700             3 - WS-RC-SIG-DIGITS.
028800         MOVE WS-RC-ENV(1:WS-RC-SIG-DIGITS)
028900             TO WS-RC-JUST(WS-RC-JUST-START:WS-RC-SIG-DIGITS).
029000         IF WS-RC-JUST IS NOT NUMERIC
029100             DISPLAY WS-RC-ENV-NAME " " WS-RC-ENV
029200                 " IS NOT A RETURN CODE - STREAM NOT RUN"
029300             SET JOB-REFUSED TO TRUE
029400             GO TO 1050-EXIT
029500         END-IF.
029600         MOVE WS-RC-JUST TO WS-STP-MAX-RC(WS-STEP-IX).
029700         DISPLAY "STEP " WS-STEP-IX " " WS-STP-NAME(WS-STEP-IX)
029800             " THRESHOLD SET TO " WS-STP-MAX-RC(WS-STEP-IX).
029900         ADD 1 TO WS-STEP-IX.
030000     1050-EXIT.
030100         EXIT.
030200
030300     2000-LOAD-HISTORY.
030400         MOVE 1 TO WS-STEP-IX.
030500         PERFORM 2100-LOAD-STEP-ONE THRU 2100-EXIT
030600             UNTIL WS-STEP-IX > WS-STEP-COUNT.
030700         MOVE 1 TO WS-RESUME-STEP.
030800         PERFORM 2200-FIND-RESUME-ONE THRU 2200-EXIT
030900             UNTIL WS-RESUME-STEP > WS-STEP-COUNT
031000                 OR RESUME-FOUND.
031100         IF WS-RESUME-STEP > WS-STEP-COUNT
031200             DISPLAY "EVERY STEP ALREADY COMPLETE FOR BUSINESS "
031300                 "DATE " WS-BUS-DATE " - NOTHING TO RUN"
031400             GO TO 2000-EXIT
031500         END-IF.
031600         IF WS-RESUME-STEP > 1
031700             DISPLAY "RESUMING AT STEP " WS-RESUME-STEP " "
031800                 WS-STP-NAME(WS-RESUME-STEP)
031900         END-IF.
032000         IF WS-STS-PRIOR(WS-RESUME-STEP) = "R"
032100             DISPLAY "STEP " WS-RESUME-STEP " "
032200                 WS-STP-NAME(WS-RESUME-STEP)
032300                 " WAS LEFT RUNNING BY AN EARLIER CONTROLLER - "
032400                 "RESTARTING IT"
032500         END-IF.
032600     2000-EXIT.
032700         EXIT.
032800
032900     2100-LOAD-STEP-ONE.
033000         MOVE SPACE TO WS-STS-PRIOR(WS-STEP-IX).
033100         MOVE SPACE TO WS-STS-OUTCOME(WS-STEP-IX).
033200         MOVE "N" TO WS-STS-ABEND(WS-STEP-IX).
033300         PERFORM 2150-READ-STEP THRU 2150-EXIT.
033400         IF STEP-ON-FILE
033500             MOVE JOB-STATUS TO WS-STS-PRIOR(WS-STEP-IX)
033600         END-IF.
033700         ADD 1 TO WS-STEP-IX.
033800     2100-EXIT.
033900         EXIT.
034000
034100     2150-READ-STEP.
034200         SET STEP-ON-FILE TO TRUE.
034300         MOVE WS-BUS-DATE TO JOB-BUS-DATE.
034400         MOVE WS-STEP-IX TO JOB-STEP-NO.
034500         READ JOB-CONTROL-FILE
034600             INVALID KEY
034700                 SET STEP-NOT-ON-FILE TO TRUE
034800         END-READ.
034900     2150-EXIT.
035000         EXIT.
035100
035200     2200-FIND-RESUME-ONE.
035300         IF WS-STS-PRIOR(WS-RESUME-STEP) NOT = "C"
035400             SET RESUME-FOUND TO TRUE
035500             GO TO 2200-EXIT
035600         END-IF.
035700         ADD 1 TO WS-RESUME-STEP.
035800     2200-EXIT.
035900         EXIT.
036000
036100     3000-RUN-STEP.
036200         IF WS-STEP-IX < WS-RESUME-STEP
036300             SET STS-PASSED-OVER(WS-STEP-IX) TO TRUE
036400             ADD 1 TO WS-PASSED-COUNT
036500             GO TO 3000-NEXT
036600         END-IF.
036700         IF STREAM-STOPPED
036800             SET STS-NOT-RUN(WS-STEP-IX) TO TRUE
036900             ADD 1 TO WS-NOT-RUN-COUNT
037000             GO TO 3000-NEXT
037100         END-IF.
037200         PERFORM 3100-MARK-STARTED THRU 3100-EXIT.
037300         MOVE SPACES TO WS-COMMAND.
037400         IF WS-JOB-BIN = SPACES
037500             STRING WS-STP-PARM(WS-STEP-IX) DELIMITED BY SPACE
037600                 " " DELIMITED BY SIZE
037700                 WS-STP-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
037800                 INTO WS-COMMAND
037900             END-STRING
038000         ELSE
038100             STRING WS-STP-PARM(WS-STEP-IX) DELIMITED BY SPACE
038200                 " " DELIMITED BY SIZE
038300                 WS-JOB-BIN DELIMITED BY SPACE
038400                 "/" DELIMITED BY SIZE
038500                 WS-STP-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
038600                 INTO WS-COMMAND
038700             END-STRING
038800         END-IF.
038900         DISPLAY "STEP " WS-STEP-IX " " WS-STP-NAME(WS-STEP-IX)
039000             " STARTED - " WS-COMMAND.
039100         CALL "SYSTEM" USING WS-COMMAND.
039200         MOVE RETURN-CODE TO WS-SYS-STATUS.
039300         MOVE ZERO TO RETURN-CODE.
039400         DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
039500             REMAINDER WS-SYS-SIGNAL.
039600         IF WS-SYS-SIGNAL NOT = ZERO
039700             MOVE "Y" TO WS-STS-ABEND(WS-STEP-IX)
039800             MOVE 9999 TO WS-STEP-RC
039900         END-IF.
040000         PERFORM 3200-MARK-ENDED THRU 3200-EXIT.
040100         DISPLAY "STEP " WS-STEP-IX " " WS-STP-NAME(WS-STEP-IX)
040200             " ENDED - RETURN-CODE " WS-STEP-RC.
040300     3000-NEXT.
040400         ADD 1 TO WS-STEP-IX.
040500     3000-EXIT.
040600         EXIT.
040700
040800     3100-MARK-STARTED.
040900         PERFORM 2150-READ-STEP THRU 2150-EXIT.
041000         IF STEP-NOT-ON-FILE
041100             MOVE SPACES TO JOB-STEP-RECORD
041200             MOVE WS-BUS-DATE TO JOB-BUS-DATE
041300             MOVE WS-STEP-IX TO JOB-STEP-NO
041400             MOVE ZERO TO JOB-ATTEMPTS
041500         END-IF.
041600         MOVE WS-STP-NAME(WS-STEP-IX) TO JOB-STEP-NAME.
041700         SET JOB-STEP-RUNNING TO TRUE.
041800         ACCEPT WS-STAMP-TIME FROM TIME.
041900         ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
042000         MOVE WS-STAMP-TIME TO JOB-START-TIME.
042100         MOVE ZERO TO JOB-END-DATE.
042200         MOVE ZERO TO JOB-END-TIME.
042300         MOVE ZERO TO JOB-STEP-RC.
042400         MOVE WS-STP-MAX-RC(WS-STEP-IX) TO JOB-MAX-RC.
042500         ADD 1 TO JOB-ATTEMPTS.
042600         MOVE WS-OPERATOR-ID TO JOB-OPERATOR-ID.
042700         IF STEP-ON-FILE
042800             REWRITE JOB-STEP-RECORD
042900         ELSE
043000             WRITE JOB-STEP-RECORD
043100         END-IF.
043200     3100-EXIT.
043300         EXIT.
043400
043500     3200-MARK-ENDED.
043600         PERFORM 2150-READ-STEP THRU 2150-EXIT.
043700         ACCEPT WS-STAMP-TIME FROM TIME.
043800         ACCEPT JOB-END-DATE FROM DATE YYYYMMDD.
043900         MOVE WS-STAMP-TIME TO JOB-END-TIME.
044000         MOVE WS-STEP-RC TO JOB-STEP-RC.
044100         IF WS-STEP-RC > WS-STP-MAX-RC(WS-STEP-IX)
044200             SET JOB-STEP-FAILED TO TRUE
044300             SET STS-FAILED(WS-STEP-IX) TO TRUE
044400             SET STREAM-STOPPED TO TRUE
044500             MOVE WS-STEP-IX TO WS-FAILED-STEP
044600             ADD 1 TO WS-FAILED-COUNT
044700         ELSE
044800             SET JOB-STEP-COMPLETE TO TRUE
044900             ADD 1 TO WS-RAN-COUNT
045000             IF WS-STEP-RC > ZERO
045100                 SET STS-RAN-WARN(WS-STEP-IX) TO TRUE
045200                 ADD 1 TO WS-WARN-COUNT
045300             ELSE
045400                 SET STS-RAN-OK(WS-STEP-IX) TO TRUE
045500             END-IF
045600         END-IF.
045700         REWRITE JOB-STEP-RECORD.
045800     3200-EXIT.
045900         EXIT.
046000
046100     4000-PRINT-STEPS.
046200         MOVE 1 TO WS-STEP-IX.
046300         PERFORM 4100-PRINT-STEP-ONE THRU 4100-EXIT
046400             UNTIL WS-STEP-IX > WS-STEP-COUNT.
046500     4000-EXIT.
046600         EXIT.
046700
046800     4100-PRINT-STEP-ONE.
046900         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
047000             PERFORM 4200-PRINT-HEADERS THRU 4200-EXIT
047100         END-IF.
047200         MOVE SPACES TO JOB-DETAIL-LINE.
047300         MOVE WS-STEP-IX TO JOB-D-STEP.
047400         MOVE WS-STP-NAME(WS-STEP-IX) TO JOB-D-NAME.
047500         MOVE WS-STP-MAX-RC(WS-STEP-IX) TO JOB-D-MAX-RC.
047600         PERFORM 2150-READ-STEP THRU 2150-EXIT.
047700         IF STEP-ON-FILE AND NOT STS-NOT-RUN(WS-STEP-IX)
047800             MOVE JOB-START-DATE TO JOB-D-START-DATE
047900             MOVE JOB-START-TIME TO JOB-D-START-TIME
048000             MOVE JOB-END-DATE TO JOB-D-END-DATE
048100             MOVE JOB-END-TIME TO JOB-D-END-TIME
048200             MOVE JOB-STEP-RC TO JOB-D-RC
048300             MOVE JOB-MAX-RC TO JOB-D-MAX-RC
048400             MOVE JOB-ATTEMPTS TO JOB-D-ATTEMPTS
048500         END-IF.
048600         IF STS-RAN-OK(WS-STEP-IX)
048700             MOVE "RAN OK" TO JOB-D-OUTCOME
048800             IF JOB-ATTEMPTS > 1
048900                 MOVE "RESUMED - EARLIER ATTEMPT DID NOT END OK"
049000                     TO JOB-D-NOTE
049100             END-IF
049200         END-IF.
049300         IF STS-RAN-WARN(WS-STEP-IX)
049400             MOVE "RAN - WARN" TO JOB-D-OUTCOME
049500             MOVE "RETURN CODE WITHIN THE STEP THRESHOLD"
049600                 TO JOB-D-NOTE
049700         END-IF.
049800         IF STS-FAILED(WS-STEP-IX)
049900             MOVE "FAILED" TO JOB-D-OUTCOME
050000             IF WS-STS-ABEND(WS-STEP-IX) = "Y"
050100                 MOVE "ENDED ABNORMALLY - STREAM STOPPED"
050200                     TO JOB-D-NOTE
050300             ELSE
050400                 MOVE "OVER THE STEP THRESHOLD - STREAM STOPPED"
050500                     TO JOB-D-NOTE
050600             END-IF
050700         END-IF.
050800         IF STS-PASSED-OVER(WS-STEP-IX)
050900             MOVE "SKIPPED" TO JOB-D-OUTCOME
051000             MOVE "COMPLETE IN AN EARLIER RUN FOR THE DATE"
051100                 TO JOB-D-NOTE
051200         END-IF.
051300         IF STS-NOT-RUN(WS-STEP-IX)
051400             MOVE "NOT RUN" TO JOB-D-OUTCOME
051500             MOVE "STREAM STOPPED AT STEP" TO JOB-D-NOTE(1:22)
051600             MOVE WS-FAILED-STEP TO JOB-D-NOTE(24:2)
051700             MOVE WS-STP-NAME(WS-FAILED-STEP)
051800                 TO JOB-D-NOTE(27:8)
051900         END-IF.
052000         WRITE PRINT-RECORD FROM JOB-DETAIL-LINE
052100             AFTER ADVANCING 1 LINE.
052200         ADD 1 TO WS-LINE-COUNT.
052300         ADD 1 TO WS-STEP-IX.
052400     4100-EXIT.
052500         EXIT.
052600
052700     4200-PRINT-HEADERS.
052800         ADD 1 TO WS-PAGE-COUNT.
052900         MOVE WS-RUN-DATE TO JOB-H2-RUN-DATE.
053000         MOVE WS-BUS-DATE TO JOB-H2-BUS-DATE.
053100         MOVE WS-OPERATOR-ID TO JOB-H2-OPERATOR.
053200         MOVE WS-PAGE-COUNT TO JOB-H2-PAGE.
053300         WRITE PRINT-RECORD FROM JOB-HEADER-1
053400             AFTER ADVANCING PAGE.
053500         WRITE PRINT-RECORD FROM JOB-HEADER-2
053600             AFTER ADVANCING 1 LINE.
053700         WRITE PRINT-RECORD FROM JOB-HEADER-3
053800             AFTER ADVANCING 2 LINES.
053900         MOVE 4 TO WS-LINE-COUNT.
054000     4200-EXIT.
054100         EXIT.
054200
054300     5000-PRINT-SUMMARY.
054400         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
054500             PERFORM 4200-PRINT-HEADERS THRU 4200-EXIT
054600         END-IF.
054700         MOVE SPACES TO JOB-SUMMARY-LINE.
054800         MOVE "STEPS RUN:" TO JOB-S-LABEL.
054900         COMPUTE JOB-S-COUNT = WS-RAN-COUNT + WS-FAILED-COUNT.
055000         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
055100             AFTER ADVANCING 2 LINES.
055200         MOVE "  ENDED OK:" TO JOB-S-LABEL.
055300         COMPUTE JOB-S-COUNT = WS-RAN-COUNT - WS-WARN-COUNT.
055400         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
055500             AFTER ADVANCING 1 LINE.
055600         MOVE "  ENDED WITH A WARNING:" TO JOB-S-LABEL.
055700         MOVE WS-WARN-COUNT TO JOB-S-COUNT.
055800         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
055900             AFTER ADVANCING 1 LINE.
056000         MOVE "  FAILED:" TO JOB-S-LABEL.
056100         MOVE WS-FAILED-COUNT TO JOB-S-COUNT.
056200         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
056300             AFTER ADVANCING 1 LINE.
056400         MOVE "SKIPPED - COMPLETE IN AN EARLIER RUN:"
056500             TO JOB-S-LABEL.
056600         MOVE WS-PASSED-COUNT TO JOB-S-COUNT.
056700         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
056800             AFTER ADVANCING 1 LINE.
056900         MOVE "NOT RUN - STREAM STOPPED:" TO JOB-S-LABEL.
057000         MOVE WS-NOT-RUN-COUNT TO JOB-S-COUNT.
057100         WRITE PRINT-RECORD FROM JOB-SUMMARY-LINE
057200             AFTER ADVANCING 1 LINE.
057300         MOVE SPACES TO JOB-MESSAGE-LINE.
057400         IF STREAM-STOPPED
057500             MOVE "STREAM STOPPED - CORRECT THE FAILED STEP AND "
057600                 TO JOB-M-TEXT
057700             MOVE "RERUN SUMJOB TO RESUME FROM IT"
057800                 TO JOB-M-TEXT(46:30)
057900             MOVE 12 TO RETURN-CODE
058000         ELSE
058100             MOVE "STREAM COMPLETE FOR THE BUSINESS DATE"
058200                 TO JOB-M-TEXT
058300             IF WS-WARN-COUNT > ZERO
058400                 MOVE 4 TO RETURN-CODE
058500             END-IF
058600         END-IF.
058700         WRITE PRINT-RECORD FROM JOB-MESSAGE-LINE
058800             AFTER ADVANCING 2 LINES.
058900         DISPLAY "JOB STREAM " WS-BUS-DATE " - RUN "
059000             WS-RAN-COUNT " FAILED " WS-FAILED-COUNT
059100             " SKIPPED " WS-PASSED-COUNT
059200             " NOT RUN " WS-NOT-RUN-COUNT.
059300     5000-EXIT.
059400         EXIT.
059500
059600     9000-TERMINATE.
059700         IF JOB-REFUSED
059800             GO TO 9000-EXIT
059900         END-IF.
060000         CLOSE JOB-CONTROL-FILE.
060100         CLOSE REPORT-FILE.
060200     9000-EXIT.
060300         EXIT.
060400
060500     END PROGRAM SUMJOB.
