      *                can actually post instead of diverting again;
      *                every override honored is written to the
      *                security event log.
      *   10/15/26 AI  Added the inter-account transfer (operation T):
      *                a transfer detail names a from-account and a
      *                to-account (TRAN-TO-ACCT-NO) and moves RESULT
      *                (ARG1 + ARG2, which must be positive - E012)
      *                between them.  Both accounts are edited
      *                (5010-CHECK-ACCOUNT and the new
      *                5015-CHECK-TO-ACCOUNT, E011 when they are the
      *                same account) and both are limit-checked
      *                (5030-CHECK-LIMITS, debit against the
      *                from-account and credit against the
      *                to-account) before either posts; a failure on
      *                either side rejects or diverts the whole
      *                transfer.  Both legs then post together inside
      *                the one record's processing, so a checkpoint
      *                can never fall between them, and each leg
      *                writes an audit and a GL feed entry linked by
      *                run ID and a per-run transfer sequence.  The
      *                duplicate check includes the to-account.
      *                Install note: TRANREC, AUDREC, GLFEED and
      *                REJREC all widened - cut the old GL feed,
      *                archive and clear AUDITLOG, and delete
      *                SUMCHKPT, REJFILE and SUSPFILE before the
      *                first run of this version.
      *   10/15/26 AI  Posting amounts carry dollars and cents: ARG1,
      *                ARG2 and RESULT are S9(9)V99 (leading separate
      *                sign) end to end - edit, compute, account
      *                balance, audit, GL feed and the batch hash.
      *                The raw edit fields widen to X(13) and the new
      *                5005-NORMALIZE-AMOUNT accepts a signed amount
      *                three ways: keyed with a decimal point (up to
      *                9 dollar digits and 2 cent digits), keyed as
      *                whole dollars with no point, or the 11-digit
      *                implied-decimal form carried on TRANFILE.
      *                MULTIPLY results are ROUNDED to the cent and
      *                still abort on overflow (RETURN-CODE 16).
      *                Install note: TRANREC, REJREC, AUDREC, GLFEED,
      *                CHKPREC and ACCTREC all widened - run SUMCONV
      *                against ACCTMST, AUDITLOG and every AUDARCH
      *                generation, cut the old GL feed, and delete
      *                SUMCHKPT, REJFILE and SUSPFILE before the
      *                first run of this version.
      *   10/15/26 AI  Added a pre-edit run (SUMMODE=PREEDIT): the
      *                transaction file is taken through every check a
      *                posting run makes - header verification,
      *                record edits, account, duplicate and limit
      *                checks, and trailer balancing per batch - and a
      *                pre-edit report (SUMPERPT) lists what would
      *                post, reject or divert with the expected batch
      *                totals.  Limit checks use the balance each
      *                account would carry after the earlier records
      *                in the file, and a repeat within the file is
      *                caught as it would be in the posting run.
      *                Nothing is written to ACCTMST, AUDITLOG,
      *                GLFEED, REJFILE, SUSPFILE or SUMCHKPT and no run
      *                ID is consumed.  The run ends with the
      *                RETURN-CODE the posting run would give (0, 4,
      *                8, 12 or 16); the batch permission is required
      *                (32), and an account master that will not open
      *                stops the pre-edit with RETURN-CODE 36.
      *   10/15/26 AI  Dual control: a console account close (menu
      *                option 5) is no longer applied on entry - it is
      *                queued on the pending maintenance dataset
      *                (PNDREC copybook, SUMPEND) with the account's
      *                before and after status and the entering
      *                operator, and reaches the account master only
      *                when a different operator approves it through
      *                SUMMAPPR.  The entry is written to the security
      *                event log (PEND ENTRY).  Install note: SUMOPRF
      *                records are now 16 bytes (OPR-PERM-APPROVE
      *                added) - reload the profiles with the approval
      *                byte set to N unless granted.
      *   10/15/26 AI  An account added from the console (menu option
      *                5) is written to the account maintenance
      *                journal (MJRREC copybook, ACCTJRNL) so SUMRECOV
      *                can reapply it when the master is rebuilt from a
      *                snapshot.
      *   10/15/26 AI  Posting respects the month-end period close
      *                (PERREC copybook, SUMPERCT): the period of the
      *                run date is read at initialization, and a
      *                month SUMMEND has closed refuses batch posting
      *                (RETURN-CODE 40) and interactive computes, and
      *                is flagged on the pre-edit report.  A missing
      *                period-control dataset means the month is open.
      ******************************************************************

000010     IDENTIFICATION DIVISION.
000320             ORGANIZATION IS INDEXED
000330             RECORD KEY IS DAY-KEY
000340             FILE STATUS IS WS-DAY-FILE-STATUS.
000342         SELECT PERIOD-CONTROL-FILE ASSIGN TO "SUMPERCT"
000344             ORGANIZATION IS INDEXED
000346             RECORD KEY IS PER-KEY
000348             FILE STATUS IS WS-PER-FILE-STATUS.
000350         SELECT OPERATOR-PROFILE-FILE ASSIGN TO "SUMOPRF"
000360             ORGANIZATION IS INDEXED
000370             RECORD KEY IS OPR-ID
000390         SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000400             ORGANIZATION IS SEQUENTIAL
000410             FILE STATUS IS WS-SEC-FILE-STATUS.
000412         SELECT PREEDIT-REPORT-FILE ASSIGN TO "SUMPERPT"
000414             ORGANIZATION IS SEQUENTIAL.
000415         SELECT PENDING-MAINT-FILE ASSIGN TO "SUMPEND"
000416             ORGANIZATION IS INDEXED
000417             RECORD KEY IS PND-KEY
000418             FILE STATUS IS WS-PEND-FILE-STATUS.
000419         SELECT MAINT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
000420             ORGANIZATION IS SEQUENTIAL
000421             FILE STATUS IS WS-MJR-FILE-STATUS.
000422     DATA DIVISION.
000430     FILE SECTION.
000440     FD  TRAN-FILE
000450         RECORD CONTAINS 45 CHARACTERS.
000460     COPY TRANREC.
000470     FD  REJECT-FILE
000480         RECORD CONTAINS 103 CHARACTERS.
000490     COPY REJREC.
000500     FD  AUDIT-FILE
000510         RECORD CONTAINS 102 CHARACTERS.
000520     COPY AUDREC.
000530     FD  CHECKPOINT-FILE
000540         RECORD CONTAINS 52 CHARACTERS.
000550     COPY CHKPREC.
000560     FD  GLFEED-FILE
000570         RECORD CONTAINS 82 CHARACTERS.
000580     COPY GLFEED.
000590     FD  SUSPECT-FILE
000600         RECORD CONTAINS 103 CHARACTERS.
000610     01  SUSPECT-RECORD                  PIC X(103).
000620     FD  ACCOUNT-FILE
000630         RECORD CONTAINS 67 CHARACTERS.
000640     COPY ACCTREC.
000650     FD  RUN-CONTROL-FILE
000660         RECORD CONTAINS 94 CHARACTERS.
000680     FD  DAY-CONTROL-FILE
000690         RECORD CONTAINS 26 CHARACTERS.
000700     COPY DAYREC.
000702     FD  PERIOD-CONTROL-FILE
000704         RECORD CONTAINS 73 CHARACTERS.
000706     COPY PERREC.
000710     FD  OPERATOR-PROFILE-FILE
000720         RECORD CONTAINS 16 CHARACTERS.
000730     COPY OPRREC.
000740     FD  SECURITY-LOG-FILE
000750         RECORD CONTAINS 75 CHARACTERS.
000760     COPY SECREC.
000762     FD  PREEDIT-REPORT-FILE
000764         RECORD CONTAINS 132 CHARACTERS.
000766     01  PREEDIT-PRINT-RECORD            PIC X(132).
000767     FD  PENDING-MAINT-FILE
000768         RECORD CONTAINS 168 CHARACTERS.
000769     COPY PNDREC.
000770     FD  MAINT-JOURNAL-FILE
000771         RECORD CONTAINS 104 CHARACTERS.
000772     COPY MJRREC.
000773     WORKING-STORAGE SECTION.
000780     01  ARG1                            PIC S9(9)V99
000790                                         SIGN IS LEADING SEPARATE.
000800     01  ARG2                            PIC S9(9)V99
000810                                         SIGN IS LEADING SEPARATE.
000820     01  RESULT                          PIC S9(9)V99
000830                                         SIGN IS LEADING SEPARATE.
000840
000850     01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000980         88  ABORT-REQUESTED             VALUE "Y".
000990         88  ABORT-NOT-REQUESTED         VALUE "N".
001000
001010     01  WS-EDIT-ARG1                    PIC X(13).
001020     01  WS-EDIT-ARG1-SIGN               PIC X(01).
001030     01  WS-EDIT-ARG1-MAG                PIC 9(9)V99.
001040     01  WS-EDIT-ARG2                    PIC X(13).
001060     01  WS-EDIT-ARG2-SIGN               PIC X(01).
001061     01  WS-EDIT-ARG2-MAG                PIC 9(9)V99.
001062     01  WS-AMT-RAW                      PIC X(13).
001063     01  WS-AMT-SIGN                     PIC X(01).
001064     01  WS-AMT-BODY                     PIC X(12).
001065     01  WS-AMT-INT-X                    PIC X(12).
001066     01  WS-AMT-FRAC-X                   PIC X(12).
001067     01  WS-AMT-MAG-X                    PIC X(11).
001068     01  WS-AMT-MAG REDEFINES WS-AMT-MAG-X
001069                                         PIC 9(9)V99.
001070     01  WS-AMT-DOT-COUNT                PIC 9(02) COMP.
001071     01  WS-AMT-INT-LEN                  PIC 9(02) COMP.
001072     01  WS-AMT-FRAC-LEN                 PIC 9(02) COMP.
001073     01  WS-AMT-TRAIL-SPACES             PIC 9(02) COMP.
001074     01  WS-AMT-JUST-START               PIC 9(02) COMP.
001075     01  WS-AMT-SWITCH                   PIC X(01).
001076         88  AMOUNT-VALID                VALUE "Y".
001077         88  AMOUNT-INVALID              VALUE "N".
001090     01  WS-EDIT-TRAIL-SPACES            PIC 9(01) COMP.
001100     01  WS-EDIT-SIG-DIGITS              PIC 9(01) COMP.
001110     01  WS-EDIT-JUST-START              PIC 9(01) COMP.
001120     01  WS-EDIT-OPER-CODE               PIC X(01).
001130         88  EDIT-OPER-VALID             VALUES "A" "S" "M" "T".
001140     01  WS-EDIT-ACCT                    PIC X(06).
001150     01  WS-EDIT-ACCT-JUST               PIC X(06).
001155     01  WS-EDIT-TO-ACCT                 PIC X(06).
001160     01  WS-ACCT-NO                      PIC 9(06).
001165     01  WS-XFER-TO-ACCT                 PIC 9(06) VALUE ZERO.
001170     01  WS-ACCT-FILE-STATUS             PIC X(02).
001180         88  ACCT-FILE-OK                VALUE "00".
001190         88  ACCT-FILE-NOT-FOUND         VALUE "35".
001200     01  WS-ACCT-BAL-DISPLAY             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001210     01  WS-MAINT-ACTION                 PIC X(01).
001220         88  MAINT-ACTION-ADD            VALUE "A".
001230         88  MAINT-ACTION-CLOSE          VALUE "C".
001290         88  OPER-ADD                    VALUE "A".
001300         88  OPER-SUBTRACT               VALUE "S".
001310         88  OPER-MULTIPLY               VALUE "M".
001315         88  OPER-TRANSFER               VALUE "T".
001320
001330     01  WS-REC-COUNT                    PIC 9(9) COMP VALUE ZERO.
001335     01  WS-CTL-TOTAL                    PIC S9(11)V99 COMP
001340                                         VALUE ZERO.
001350     01  WS-REJECT-COUNT                 PIC 9(9) COMP VALUE ZERO.
001355     01  WS-HASH-TOTAL                   PIC S9(11)V99 COMP
001360                                         VALUE ZERO.
001370     01  WS-TRL-EXPECT-COUNT             PIC 9(9) COMP VALUE ZERO.
001375     01  WS-TRL-EXPECT-HASH              PIC S9(11)V99 COMP
001380                                         VALUE ZERO.
001390
001400     01  WS-HEADER-SWITCH                PIC X(01).
001410         88  HEADER-OK                   VALUE "Y".
001700         05  WS-BREG-ENTRY               OCCURS 50 TIMES.
001710             10  WS-BREG-ID              PIC X(08).
001720             10  WS-BREG-RECS            PIC 9(9) COMP.
001730             10  WS-BREG-HASH            PIC S9(11)V99 COMP.
001740             10  WS-BREG-REJECTS         PIC 9(9) COMP.
001750             10  WS-BREG-SUSPECTS        PIC 9(9) COMP.
001760             10  WS-BREG-STATUS          PIC X(01).
001860     01  WS-DAY-CLOSED-SWITCH            PIC X(01) VALUE "N".
001870         88  POSTING-DAY-CLOSED          VALUE "Y".
001880         88  POSTING-DAY-OPEN            VALUE "N".
001881
001882     01  WS-PER-FILE-STATUS              PIC X(02).
001883         88  PER-FILE-OK                 VALUE "00".
001884         88  PER-FILE-NOT-FOUND          VALUE "35".
001885
001886     01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
001887         88  POSTING-PERIOD-CLOSED       VALUE "Y".
001888         88  POSTING-PERIOD-OPEN         VALUE "N".
001890
001900     01  WS-OPRF-FILE-STATUS             PIC X(02).
001910         88  OPRF-FILE-OK                VALUE "00".
001930     01  WS-SEC-FILE-STATUS              PIC X(02).
001940         88  SEC-FILE-OK                 VALUE "00".
001950         88  SEC-FILE-NOT-FOUND          VALUE "35".
001952     01  WS-PEND-FILE-STATUS             PIC X(02).
001954         88  PEND-FILE-OK                VALUE "00".
001956         88  PEND-FILE-NOT-FOUND         VALUE "35".
001958     01  WS-PEND-SEQ                     PIC 9(4) VALUE ZERO.
001959     01  WS-MJR-FILE-STATUS              PIC X(02).
001960         88  MJR-FILE-OK                 VALUE "00".
001961         88  MJR-FILE-NOT-FOUND          VALUE "35".
001962     01  WS-MJR-ACTION                   PIC X(01).
001963     01  WS-MJR-TIME                     PIC 9(8).
001964
001970     01  WS-PROFILE-MODE-SWITCH          PIC X(01) VALUE "N".
001980         88  PROFILES-IN-USE             VALUE "Y".
001990         88  PROFILES-NOT-IN-USE         VALUE "N".
002190     01  WS-LIMIT-SWITCH                 PIC X(01).
002200         88  LIMITS-OK                   VALUE "Y".
002210         88  LIMIT-BREACHED              VALUE "N".
002220     01  WS-RESULT-MAG                   PIC 9(9)V99.
002230     01  WS-PROJECTED-BAL                PIC S9(11)V99 COMP.
002231     01  WS-POST-AMOUNT                  PIC S9(9)V99
002232                                         SIGN IS LEADING SEPARATE.
002233
002234     01  WS-XFER-SEQ                     PIC 9(06) VALUE ZERO.
002235     01  WS-LEG-SWITCH                   PIC X(01).
002236         88  LEG-IS-FROM                 VALUE "F".
002237         88  LEG-IS-TO                   VALUE "T".
002238     01  WS-LEG-ACCT-NO                  PIC 9(06).
002239     01  WS-LEG-CONTRA-ACCT              PIC 9(06).
002240     01  WS-LEG-AMOUNT                   PIC S9(9)V99
002241                                         SIGN IS LEADING SEPARATE.
002242
002250     01  WS-FILES-OPEN-SWITCH            PIC X(01) VALUE "N".
002260         88  FILES-OPEN                  VALUE "Y".
002270         88  FILES-NOT-OPEN              VALUE "N".
002850     01  WS-DUP-TABLE.
002860         05  WS-DUP-ENTRY                OCCURS 5000 TIMES.
002870             10  WS-DUP-ACCT             PIC 9(06).
002880             10  WS-DUP-ARG1             PIC S9(9)V99
002890                 SIGN IS LEADING SEPARATE CHARACTER.
002900             10  WS-DUP-ARG2             PIC S9(9)V99
002910                 SIGN IS LEADING SEPARATE CHARACTER.
002920             10  WS-DUP-OPER             PIC X(01).
002925             10  WS-DUP-XFER-ACCT        PIC 9(06).
002930     01  WS-SUSPECT-COUNT                PIC 9(9) COMP VALUE ZERO.
002940
002950     01  WS-MODE-ENV                     PIC X(08) VALUE SPACES.
003370     01  WS-LAST-RESULT-SWITCH           PIC X(01).
003380         88  HAVE-LAST-RESULT            VALUE "Y".
003390         88  NO-LAST-RESULT-YET          VALUE "N".
003400     01  WS-LAST-RESULT                  PIC S9(9)V99
003410                                         SIGN IS LEADING SEPARATE
003420                                         VALUE ZERO.
003430
003431     01  WS-PRE-EDIT-SWITCH              PIC X(01) VALUE "N".
003432         88  PRE-EDIT-RUN                VALUE "Y".
003433         88  POSTING-RUN                 VALUE "N".
003434
003435     01  WS-PE-DISP-SWITCH               PIC X(01).
003436         88  PE-DISP-POST                VALUE "P".
003437         88  PE-DISP-REJECT              VALUE "R".
003438         88  PE-DISP-DIVERT              VALUE "D".
003439         88  PE-DISP-ABORT               VALUE "A".
003440     01  WS-PE-BAT-POST-COUNT            PIC 9(9) COMP VALUE ZERO.
003441     01  WS-PE-BAT-POST-NET              PIC S9(11)V99 COMP
003442                                         VALUE ZERO.
003443     01  WS-PE-ACCT                      PIC 9(06).
003444     01  WS-PE-AMOUNT                    PIC S9(11)V99 COMP.
003445     01  WS-PE-RC                        PIC 9(02).
003446
003447     01  WS-PE-BAL-USED                  PIC 9(4) COMP VALUE ZERO.
003448     01  WS-PE-BAL-IX                    PIC 9(4) COMP.
003449     01  WS-PE-BAL-FOUND-SWITCH          PIC X(01).
003450         88  PE-BAL-FOUND                VALUE "Y".
003451         88  PE-BAL-NOT-FOUND            VALUE "N".
003452     01  WS-PE-BAL-FULL-SWITCH           PIC X(01) VALUE "N".
003453         88  PE-BAL-TABLE-FULL           VALUE "Y".
003454         88  PE-BAL-TABLE-NOT-FULL       VALUE "N".
003455     01  WS-PE-BAL-TABLE.
003456         05  WS-PE-BAL-ENTRY             OCCURS 2000 TIMES.
003457             10  WS-PE-BAL-ACCT          PIC 9(06).
003458             10  WS-PE-BAL-AMOUNT        PIC S9(11)V99 COMP.
003459
003460     01  WS-PE-PAGE-COUNT                PIC 9(3) COMP VALUE ZERO.
003461     01  WS-PE-LINE-COUNT                PIC 9(3) COMP VALUE 99.
003462     01  WS-PE-LINES-PER-PAGE            PIC 9(3) COMP VALUE 55.
003463     01  PE-PRINT-LINE                   PIC X(132).
003464
003465     01  PE-HEADER-1.
003466         05  FILLER                      PIC X(47) VALUE SPACES.
003467         05  FILLER                      PIC X(38)
003468             VALUE "SUM TRANSACTION FILE PRE-EDIT REPORT".
003469         05  FILLER                      PIC X(47) VALUE SPACES.
003470
003471     01  PE-HEADER-2.
003472         05  FILLER                      PIC X(01) VALUE SPACES.
003473         05  FILLER                      PIC X(10)
003474             VALUE "RUN DATE: ".
003475         05  PE-H2-RUN-DATE              PIC 9(8).
003476         05  FILLER                      PIC X(04) VALUE SPACES.
003477         05  FILLER                      PIC X(10)
003478             VALUE "OPERATOR: ".
003479         05  PE-H2-OPERATOR              PIC X(08).
003480         05  FILLER                      PIC X(04) VALUE SPACES.
003481         05  FILLER                      PIC X(42)
003482             VALUE "VALIDATION ONLY - NOTHING HAS BEEN POSTED".
003483         05  FILLER                      PIC X(16) VALUE SPACES.
003484         05  FILLER                      PIC X(06) VALUE "PAGE: ".
003485         05  PE-H2-PAGE                  PIC ZZ9.
003486         05  FILLER                      PIC X(20) VALUE SPACES.
003487
003488     01  PE-HEADER-3.
003489         05  FILLER                      PIC X(01) VALUE SPACES.
003490         05  FILLER                      PIC X(10) VALUE "BATCH".
003491         05  FILLER                      PIC X(08)
003492             VALUE "FILE REC".
003493         05  FILLER                      PIC X(08)
003494             VALUE "ACCOUNT".
003495         05  FILLER                      PIC X(08)
003496             VALUE "TO ACCT".
003497         05  FILLER                      PIC X(03) VALUE "OP".
003498         05  FILLER                      PIC X(15) VALUE "ARG1".
003499         05  FILLER                      PIC X(15) VALUE "ARG2".
003500         05  FILLER                      PIC X(17) VALUE
003501             "         RESULT".
003502         05  FILLER                      PIC X(12)
003503             VALUE "DISPOSITION".
003504         05  FILLER                      PIC X(35) VALUE "REASON".
003505
003506     01  PE-DETAIL-LINE.
003507         05  FILLER                      PIC X(01) VALUE SPACES.
003508         05  PE-D-BATCH-ID               PIC X(08).
003509         05  FILLER                      PIC X(02) VALUE SPACES.
003510         05  PE-D-FILE-REC               PIC ZZZ,ZZ9.
003511         05  FILLER                      PIC X(01) VALUE SPACES.
003512         05  PE-D-ACCT                   PIC X(06).
003513         05  FILLER                      PIC X(02) VALUE SPACES.
003514         05  PE-D-TO-ACCT                PIC X(06).
003515         05  FILLER                      PIC X(02) VALUE SPACES.
003516         05  PE-D-OPER                   PIC X(01).
003517         05  FILLER                      PIC X(02) VALUE SPACES.
003518         05  PE-D-ARG1                   PIC X(13).
003519         05  FILLER                      PIC X(02) VALUE SPACES.
003520         05  PE-D-ARG2                   PIC X(13).
003521         05  FILLER                      PIC X(02) VALUE SPACES.
003522         05  PE-D-RESULT                 PIC -ZZZ,ZZZ,ZZ9.99.
003523         05  FILLER                      PIC X(02) VALUE SPACES.
003524         05  PE-D-DISPOSITION            PIC X(10).
003525         05  FILLER                      PIC X(02) VALUE SPACES.
003526         05  PE-D-REASON-CODE            PIC X(04).
003527         05  FILLER                      PIC X(01) VALUE SPACES.
003528         05  PE-D-REASON-TEXT            PIC X(30).
003529
003530     01  PE-BATCH-TITLE-LINE.
003531         05  FILLER                      PIC X(01) VALUE SPACES.
003532         05  FILLER                      PIC X(06) VALUE "BATCH ".
003533         05  PE-B-BATCH-ID               PIC X(08).
003534         05  FILLER                      PIC X(03) VALUE " - ".
003535         05  PE-B-STATUS                 PIC X(30).
003536         05  FILLER                      PIC X(84) VALUE SPACES.
003537
003538     01  PE-SUMMARY-LINE.
003539         05  FILLER                      PIC X(03) VALUE SPACES.
003540         05  PE-S-LABEL                  PIC X(30).
003541         05  PE-S-COUNT                  PIC ZZZ,ZZZ,ZZ9.
003542         05  FILLER                      PIC X(02) VALUE SPACES.
003543         05  PE-S-AMOUNT                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003544         05  FILLER                      PIC X(68) VALUE SPACES.
003545
003546     01  PE-MESSAGE-LINE.
003547         05  FILLER                      PIC X(01) VALUE SPACES.
003548         05  PE-M-TEXT                   PIC X(75).
003549         05  FILLER                      PIC X(56) VALUE SPACES.
003550
003551     01  PE-RC-LINE.
003552         05  FILLER                      PIC X(01) VALUE SPACES.
003553         05  FILLER                      PIC X(46) VALUE
003554             "RETURN-CODE THE POSTING RUN WOULD END WITH:".
003555         05  PE-R-RC                     PIC Z9.
003556         05  FILLER                      PIC X(83) VALUE SPACES.
003557
003558     PROCEDURE DIVISION.
003559
003560     0000-MAINLINE.
003561         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003562         IF UNATTENDED-RUN
003563             IF NOT EXIT-REQUESTED
003564                 IF PERM-BATCH-OK
003565                     IF PRE-EDIT-RUN
003566                         PERFORM 3500-PREEDIT-CONTROL
003567                             THRU 3500-EXIT
003568                     ELSE
003569                         PERFORM 3000-BATCH-CONTROL THRU 3000-EXIT
003570                     END-IF
003571                 ELSE
003572                     DISPLAY "UNATTENDED RUN REFUSED - OPERATOR "
003573                         WS-OPERATOR-ID " NOT AUTHORIZED FOR "
003574                         "BATCH RUNS"
003575                     MOVE "D" TO WS-SEC-EVENT-TYPE
003576                     MOVE "BATCH RUN" TO WS-SEC-FUNCTION
003580                     MOVE "UNATTENDED START REFUSED"
003590                         TO WS-SEC-DETAIL
003600                     PERFORM 8700-WRITE-SECURITY-EVENT
003840         ACCEPT WS-MODE-ENV FROM ENVIRONMENT "SUMMODE".
003850         ACCEPT WS-DUPDAYS-ENV FROM ENVIRONMENT "SUMDUPDAYS".
003860         ACCEPT WS-DUPOVR-ENV FROM ENVIRONMENT "SUMDUPOVR".
003862         IF WS-MODE-ENV = "PREEDIT"
003864             SET PRE-EDIT-RUN TO TRUE
003866         END-IF.
003870         PERFORM 1070-CHECK-DAY-CLOSED THRU 1070-EXIT.
003875         PERFORM 1075-CHECK-PERIOD-CLOSED THRU 1075-EXIT.
003880         PERFORM 1080-LOAD-OPERATOR-PROFILE THRU 1080-EXIT.
003890         IF WS-DUPOVR-ENV = "Y"
003900             SET DUP-OVERRIDE-ON TO TRUE
003950             MOVE "SUMDUPOVR=Y FOR WHOLE RUN" TO WS-SEC-DETAIL
003960             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
003970         END-IF.
003980         IF WS-MODE-ENV = "BATCH" OR PRE-EDIT-RUN
003990             SET UNATTENDED-RUN TO TRUE
004000         ELSE
004010             IF WS-MODE-ENV NOT = SPACES
004020                 DISPLAY "INVALID SUMMODE VALUE - " WS-MODE-ENV
004030                     " - EXPECTED BATCH OR PREEDIT"
004040                 MOVE 20 TO RETURN-CODE
004050                 SET EXIT-REQUESTED TO TRUE
004060                 GO TO 1000-EXIT
004100         PERFORM 1060-SET-DUP-LOOKBACK THRU 1060-EXIT.
004110         IF DUP-OVERRIDE-OFF
004120             PERFORM 1200-LOAD-DUP-HISTORY THRU 1200-EXIT
004122         END-IF.
004124         IF PRE-EDIT-RUN
004126             PERFORM 1300-OPEN-PREEDIT-FILES THRU 1300-EXIT
004128             GO TO 1000-EXIT
004130         END-IF.
004140         OPEN EXTEND AUDIT-FILE.
004150         IF NOT AUDIT-FILE-OK
005100         END-READ.
005110         CLOSE DAY-CONTROL-FILE.
005120     1070-EXIT.
005121         EXIT.
005122
005123     1075-CHECK-PERIOD-CLOSED.
005124         SET POSTING-PERIOD-OPEN TO TRUE.
005125         OPEN INPUT PERIOD-CONTROL-FILE.
005126         IF PER-FILE-NOT-FOUND
005127             GO TO 1075-EXIT
005128         END-IF.
005129         MOVE WS-RUN-DATE(1:6) TO PER-KEY.
005130         READ PERIOD-CONTROL-FILE
005131             INVALID KEY
005132                 CONTINUE
005133             NOT INVALID KEY
005134                 IF PER-CLOSED
005135                     SET POSTING-PERIOD-CLOSED TO TRUE
005136                     DISPLAY "PERIOD " PER-KEY " IS CLOSED BY "
005137                         "MONTH-END - POSTING FUNCTIONS ARE "
005138                         "REFUSED"
005139                 END-IF
005140         END-READ.
005141         CLOSE PERIOD-CONTROL-FILE.
005142     1075-EXIT.
005143         EXIT.
005144
005150     1080-LOAD-OPERATOR-PROFILE.
005160         SET PROFILES-NOT-IN-USE TO TRUE.
005170         OPEN INPUT OPERATOR-PROFILE-FILE.
006250         IF AUD-RUN-DATE < WS-DUP-CUTOFF-DATE
006260             GO TO 1250-EXIT
006270         END-IF.
006272         IF AUD-XFER-TO-LEG
006274             GO TO 1250-EXIT
006276         END-IF.
006280         IF WS-DUP-USED < 5000
006290             ADD 1 TO WS-DUP-USED
006300             MOVE AUD-ACCT-NO TO WS-DUP-ACCT(WS-DUP-USED)
006310             MOVE AUD-ARG1 TO WS-DUP-ARG1(WS-DUP-USED)
006320             MOVE AUD-ARG2 TO WS-DUP-ARG2(WS-DUP-USED)
006330             MOVE AUD-OPER-CODE TO WS-DUP-OPER(WS-DUP-USED)
006332             MOVE AUD-XFER-ACCT-NO
006334                 TO WS-DUP-XFER-ACCT(WS-DUP-USED)
006340         ELSE
006350             IF DUP-TABLE-NOT-FULL
006360                 SET DUP-TABLE-FULL TO TRUE
006390             END-IF
006400         END-IF.
006410     1250-EXIT.
006411         EXIT.
006412
006413     1300-OPEN-PREEDIT-FILES.
006414         OPEN INPUT ACCOUNT-FILE.
006415         IF NOT ACCT-FILE-OK
006416             DISPLAY "ACCOUNT MASTER WILL NOT OPEN - STATUS "
006417                 WS-ACCT-FILE-STATUS " - PRE-EDIT STOPPED"
006418             MOVE 36 TO RETURN-CODE
006419             SET EXIT-REQUESTED TO TRUE
006420             GO TO 1300-EXIT
006421         END-IF.
006422         SET FILES-OPEN TO TRUE.
006423         DISPLAY "PRE-EDIT RUN - NOTHING WILL BE POSTED AND NO "
006424             "RUN ID IS ASSIGNED".
006425     1300-EXIT.
006426         EXIT.
006430
006440     2000-MENU-CONTROL.
006450         PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
006540         DISPLAY "----------------------------------------".
006550         DISPLAY "SUM  -  MAIN MENU".
006560         DISPLAY "----------------------------------------".
006565         DISPLAY "1. COMPUTE TWO VALUES (ADD/SUBTRACT/MULTIPLY/"
006570             "TRANSFER)".
006580         DISPLAY "2. VIEW LAST RESULT".
006590         DISPLAY "3. BATCH MODE - PROCESS TRANSACTION FILE".
006600         DISPLAY "4. ACCOUNT BALANCE INQUIRY".
008140                 GO TO 2610-EXIT
008150         END-WRITE.
008160         DISPLAY "ACCOUNT " ACCT-NO " ADDED TO MASTER".
008162         MOVE "A" TO WS-MJR-ACTION.
008164         PERFORM 8800-WRITE-MAINT-JOURNAL THRU 8800-EXIT.
008170     2610-EXIT.
008180         EXIT.
008190
008280             DISPLAY "ACCOUNT " ACCT-NO " IS ALREADY CLOSED"
008290             GO TO 2620-EXIT
008300         END-IF.
008301         OPEN I-O PENDING-MAINT-FILE.
008302         IF PEND-FILE-NOT-FOUND
008303             OPEN OUTPUT PENDING-MAINT-FILE
008304             CLOSE PENDING-MAINT-FILE
008305             OPEN I-O PENDING-MAINT-FILE
008306         END-IF.
008307         ADD 1 TO WS-PEND-SEQ.
008308         MOVE WS-RUN-DATE TO PND-ENTRY-DATE.
008309         ACCEPT PND-ENTRY-TIME FROM TIME.
008310         MOVE WS-PEND-SEQ TO PND-ENTRY-SEQ.
008311         MOVE ACCT-NO TO PND-ACCT-NO.
008312         SET PND-ACTION-CLOSE TO TRUE.
008313         SET PND-PENDING TO TRUE.
008314         MOVE WS-OPERATOR-ID TO PND-MAKER-ID.
008315         MOVE "CONSOLE" TO PND-MAKER-BATCH-ID.
008316         MOVE ACCT-STATUS TO PND-BEF-STATUS.
008317         MOVE ACCT-TRAN-LIMIT TO PND-BEF-TRAN-LIMIT.
008318         MOVE ACCT-BAL-FLOOR TO PND-BEF-FLOOR.
008319         MOVE ACCT-BAL-CEILING TO PND-BEF-CEILING.
008320         MOVE "C" TO PND-AFT-STATUS.
008321         MOVE ACCT-TRAN-LIMIT TO PND-AFT-TRAN-LIMIT.
008322         MOVE ACCT-BAL-FLOOR TO PND-AFT-FLOOR.
008323         MOVE ACCT-BAL-CEILING TO PND-AFT-CEILING.
008324         MOVE SPACES TO PND-CHECKER-ID.
008325         MOVE ZERO TO PND-DECISION-DATE.
008326         MOVE ZERO TO PND-DECISION-TIME.
008327         MOVE SPACES TO PND-DECLINE-REASON.
008328         WRITE PENDING-MAINT-RECORD
008329             INVALID KEY
008330                 DISPLAY "ACCOUNT " ACCT-NO " CLOSE NOT QUEUED - "
008331                     "PENDING QUEUE WRITE FAILED"
008332                 CLOSE PENDING-MAINT-FILE
008333                 GO TO 2620-EXIT
008334         END-WRITE.
008335         CLOSE PENDING-MAINT-FILE.
008336         DISPLAY "ACCOUNT " ACCT-NO " CLOSE QUEUED FOR APPROVAL"
008337             " - PENDING KEY " PND-KEY.
008340         MOVE "A" TO WS-SEC-EVENT-TYPE.
008350         MOVE "PEND ENTRY" TO WS-SEC-FUNCTION.
008360         MOVE SPACES TO WS-SEC-DETAIL.
008370         MOVE ACCT-NO TO WS-SEC-DETAIL(1:6).
008372         MOVE PND-ACTION TO WS-SEC-DETAIL(8:1).
008374         MOVE PND-KEY TO WS-SEC-DETAIL(10:20).
008380         PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT.
008390     2620-EXIT.
008400         EXIT.
008460             MOVE 28 TO RETURN-CODE
008470             GO TO 3000-EXIT
008480         END-IF.
008481         IF POSTING-PERIOD-CLOSED
008482             DISPLAY "BATCH RUN REFUSED - PERIOD "
008483                 WS-RUN-DATE(1:6) " ALREADY CLOSED BY MONTH-END"
008484             MOVE 40 TO RETURN-CODE
008485             GO TO 3000-EXIT
008486         END-IF.
008490         SET ABORT-NOT-REQUESTED TO TRUE.
008500         SET TRAN-NOT-EOF TO TRUE.
008510         SET TRAN-SEQ-OK TO TRUE.
009210             PERFORM 3010-VERIFY-HEADER THRU 3010-EXIT
009220             IF HEADER-BAD
009230                 SET TRAN-SEQ-ERROR TO TRUE
009232                 IF PRE-EDIT-RUN
009234                     PERFORM 3620-PREEDIT-HEADER-REFUSED
009236                         THRU 3620-EXIT
009238                 END-IF
009240                 GO TO 3300-EXIT
009250             END-IF
009260             MOVE ZERO TO WS-RECS-READ
009270             MOVE ZERO TO WS-HASH-TOTAL
009280             MOVE ZERO TO WS-BAT-REJECT-COUNT
009290             MOVE ZERO TO WS-BAT-SUSPECT-COUNT
009292             MOVE ZERO TO WS-PE-BAT-POST-COUNT
009294             MOVE ZERO TO WS-PE-BAT-POST-NET
009300             PERFORM 3100-BATCH-READ-NEXT THRU 3100-EXIT
009310         END-IF.
009320         SET TRAILER-NOT-SEEN TO TRUE.
009370         END-IF.
009380         PERFORM 3950-VERIFY-TRAILER THRU 3950-EXIT.
009390         PERFORM 3400-RECORD-BATCH THRU 3400-EXIT.
009392         IF PRE-EDIT-RUN
009394             PERFORM 3680-PREEDIT-BATCH-LINES THRU 3680-EXIT
009396         ELSE
009398             PERFORM 8550-CHECKPOINT-BATCH-END THRU 8550-EXIT
009400         END-IF.
009410         PERFORM 3100-BATCH-READ-NEXT THRU 3100-EXIT.
009420     3300-EXIT.
009430         EXIT.
010570             GO TO 3200-EXIT
010580         END-IF.
010590         MOVE TRAN-ACCT-NO TO WS-EDIT-ACCT.
010600         MOVE TRAN-ARG1-X TO WS-EDIT-ARG1.
010610         MOVE TRAN-ARG2-X TO WS-EDIT-ARG2.
010620         MOVE TRAN-OPER-CODE TO WS-EDIT-OPER-CODE.
010625         MOVE TRAN-TO-ACCT-NO TO WS-EDIT-TO-ACCT.
010630         IF TRAN-ARG1 IS NUMERIC
010640             ADD TRAN-ARG1 TO WS-HASH-TOTAL
010650         END-IF.
010980             ELSE
010990                 PERFORM 6000-MAIN-COMPUTE THRU 6000-EXIT
011000                 PERFORM 7000-JSON-OUTPUT THRU 7000-EXIT
011001                 IF SIZE-ERROR-OCCURRED AND PRE-EDIT-RUN
011002                     PERFORM 3640-PREEDIT-OVERFLOW THRU 3640-EXIT
011003                 END-IF
011004                 IF SIZE-ERROR-NONE AND OPER-TRANSFER
011005                     PERFORM 3250-BATCH-TRANSFER THRU 3250-EXIT
011006                 END-IF
011008                 IF SIZE-ERROR-NONE AND NOT OPER-TRANSFER
011020                     IF TRAN-LIMIT-OVERRIDE-ON
011030                         SET LIMITS-OK TO TRUE
011040                         MOVE "A" TO WS-SEC-EVENT-TYPE
011080                         PERFORM 8700-WRITE-SECURITY-EVENT
011090                             THRU 8700-EXIT
011100                     ELSE
011105                         MOVE RESULT TO WS-POST-AMOUNT
011110                         PERFORM 5030-CHECK-LIMITS THRU 5030-EXIT
011120                     END-IF
011130                     IF LIMIT-BREACHED
011150                     ELSE
011160                         ADD 1 TO WS-REC-COUNT
011170                         ADD RESULT TO WS-CTL-TOTAL
011172                         IF PRE-EDIT-RUN
011174                             PERFORM 3650-PREEDIT-POST
011176                                 THRU 3650-EXIT
011178                         ELSE
011180                             PERFORM 8000-WRITE-AUDIT
011182                                 THRU 8000-EXIT
011190                             PERFORM 8100-WRITE-GLFEED
011192                                 THRU 8100-EXIT
011200                             PERFORM 8200-POST-ACCOUNT
011202                                 THRU 8200-EXIT
011205                         END-IF
011210                     END-IF
011220                 END-IF
011230             END-IF
011270         DIVIDE WS-RECS-READ BY WS-CHECKPOINT-INTERVAL
011280             GIVING WS-CHKPT-QUOTIENT
011290             REMAINDER WS-CHKPT-REMAINDER.
011300         IF WS-CHKPT-REMAINDER = ZERO AND POSTING-RUN
011310             PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
011320         END-IF.
011330         IF NOT ABORT-REQUESTED
011340             PERFORM 3100-BATCH-READ-NEXT THRU 3100-EXIT
011350         END-IF.
011360     3200-EXIT.
011361         EXIT.
011362
011363     3250-BATCH-TRANSFER.
011364         IF RESULT NOT > ZERO
011365             MOVE "E012" TO WS-REJECT-CODE
011366             MOVE "TRANSFER AMOUNT NOT POSITIVE" TO WS-REJECT-TEXT
011367             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
011368             GO TO 3250-EXIT
011369         END-IF.
011370         IF TRAN-LIMIT-OVERRIDE-ON
011371             SET LIMITS-OK TO TRUE
011372             MOVE "A" TO WS-SEC-EVENT-TYPE
011373             MOVE "LIM OVERRIDE" TO WS-SEC-FUNCTION
011374             MOVE SPACES TO WS-SEC-DETAIL
011375             MOVE WS-EDIT-ACCT TO WS-SEC-DETAIL(1:6)
011376             MOVE WS-EDIT-TO-ACCT TO WS-SEC-DETAIL(8:6)
011377             PERFORM 8700-WRITE-SECURITY-EVENT THRU 8700-EXIT
011378         ELSE
011379             PERFORM 5200-CHECK-TRANSFER-LIMITS THRU 5200-EXIT
011380         END-IF.
011381         IF LIMIT-BREACHED
011382             PERFORM 5150-WRITE-SUSPECT THRU 5150-EXIT
011383             GO TO 3250-EXIT
011384         END-IF.
011385         ADD 1 TO WS-REC-COUNT.
011386         IF PRE-EDIT-RUN
011387             PERFORM 3660-PREEDIT-TRANSFER THRU 3660-EXIT
011388             GO TO 3250-EXIT
011389         END-IF.
011390         PERFORM 8300-POST-TRANSFER THRU 8300-EXIT.
011391     3250-EXIT.
011392         EXIT.
011393
011394     3900-BATCH-TOTALS.
011400         DISPLAY "CONTROL TOTAL - RECORD COUNT: " WS-REC-COUNT.
011410         DISPLAY "CONTROL TOTAL - SUM OF RESULT: " WS-CTL-TOTAL.
011420         DISPLAY "CONTROL TOTAL - REJECT COUNT: " WS-REJECT-COUNT.
012130             END-IF
012140         END-IF.
012150     3950-EXIT.
012151         EXIT.
012152
012153     3500-PREEDIT-CONTROL.
012154         SET ABORT-NOT-REQUESTED TO TRUE.
012155         SET TRAN-NOT-EOF TO TRUE.
012156         SET TRAN-SEQ-OK TO TRUE.
012157         SET RESUME-AT-HEADER TO TRUE.
012158         MOVE ZERO TO WS-REJECT-COUNT.
012159         MOVE ZERO TO WS-SUSPECT-COUNT.
012160         MOVE ZERO TO WS-FILE-RECS-READ.
012161         MOVE ZERO TO WS-BATCH-SEQ.
012162         MOVE ZERO TO WS-REC-COUNT.
012163         MOVE ZERO TO WS-CTL-TOTAL.
012164         MOVE ZERO TO WS-RECS-READ.
012165         MOVE ZERO TO WS-HASH-TOTAL.
012166         OPEN OUTPUT PREEDIT-REPORT-FILE.
012167         PERFORM 3510-PREEDIT-HEADINGS THRU 3510-EXIT.
012168         IF POSTING-DAY-CLOSED OR POSTING-PERIOD-CLOSED
012169             MOVE SPACES TO PE-MESSAGE-LINE
012170             MOVE "DAY OR MONTH IS CLOSED - A POSTING RUN TODAY "
012171                 TO PE-M-TEXT(1:45)
012172             MOVE "WOULD BE REFUSED" TO PE-M-TEXT(46:16)
012173             MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE
012174             PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT
012175         END-IF.
012176         OPEN INPUT TRAN-FILE.
012177         PERFORM 3100-BATCH-READ-NEXT THRU 3100-EXIT.
012178         IF TRAN-EOF AND WS-FILE-RECS-READ = ZERO
012179             DISPLAY "TRANSACTION FILE EMPTY - NO BATCH HEADER"
012180             MOVE 12 TO RETURN-CODE
012181             MOVE SPACES TO PE-MESSAGE-LINE
012182             MOVE "TRANSACTION FILE EMPTY - NO BATCH HEADER"
012183                 TO PE-M-TEXT
012184             MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE
012185             PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT
012186             GO TO 3500-CLOSE
012187         END-IF.
012188         PERFORM 3300-PROCESS-BATCH THRU 3300-EXIT
012189             UNTIL TRAN-EOF OR ABORT-REQUESTED
012190                 OR TRAN-SEQ-ERROR.
012191         PERFORM 3900-BATCH-TOTALS THRU 3900-EXIT.
012192     3500-CLOSE.
012193         PERFORM 3690-PREEDIT-TOTALS THRU 3690-EXIT.
012194         CLOSE TRAN-FILE.
012195         CLOSE PREEDIT-REPORT-FILE.
012196     3500-EXIT.
012197         EXIT.
012198
012199     3510-PREEDIT-HEADINGS.
012200         ADD 1 TO WS-PE-PAGE-COUNT.
012201         MOVE WS-RUN-DATE TO PE-H2-RUN-DATE.
012202         MOVE WS-OPERATOR-ID TO PE-H2-OPERATOR.
012203         MOVE WS-PE-PAGE-COUNT TO PE-H2-PAGE.
012204         WRITE PREEDIT-PRINT-RECORD FROM PE-HEADER-1
012205             AFTER ADVANCING PAGE.
012206         WRITE PREEDIT-PRINT-RECORD FROM PE-HEADER-2
012207             AFTER ADVANCING 1 LINE.
012208         WRITE PREEDIT-PRINT-RECORD FROM PE-HEADER-3
012209             AFTER ADVANCING 2 LINES.
012210         MOVE 4 TO WS-PE-LINE-COUNT.
012211     3510-EXIT.
012212         EXIT.
012213
012214     3550-PREEDIT-WRITE.
012215         IF WS-PE-LINE-COUNT >= WS-PE-LINES-PER-PAGE
012216             PERFORM 3510-PREEDIT-HEADINGS THRU 3510-EXIT
012217         END-IF.
012218         WRITE PREEDIT-PRINT-RECORD FROM PE-PRINT-LINE
012219             AFTER ADVANCING 1 LINE.
012220         ADD 1 TO WS-PE-LINE-COUNT.
012221     3550-EXIT.
012222         EXIT.
012223
012224     3600-PREEDIT-DETAIL.
012225         MOVE SPACES TO PE-DETAIL-LINE.
012226         MOVE WS-CUR-BATCH-ID TO PE-D-BATCH-ID.
012227         MOVE WS-FILE-RECS-READ TO PE-D-FILE-REC.
012228         MOVE WS-EDIT-ACCT TO PE-D-ACCT.
012229         MOVE WS-EDIT-TO-ACCT TO PE-D-TO-ACCT.
012230         MOVE WS-EDIT-OPER-CODE TO PE-D-OPER.
012231         MOVE WS-EDIT-ARG1 TO PE-D-ARG1.
012232         MOVE WS-EDIT-ARG2 TO PE-D-ARG2.
012233         IF PE-DISP-POST
012234             MOVE RESULT TO PE-D-RESULT
012235             MOVE "WOULD POST" TO PE-D-DISPOSITION
012236         ELSE
012237             MOVE WS-REJECT-CODE TO PE-D-REASON-CODE
012238             MOVE WS-REJECT-TEXT TO PE-D-REASON-TEXT
012239             IF PE-DISP-REJECT
012240                 MOVE "REJECT" TO PE-D-DISPOSITION
012241             ELSE
012242                 IF PE-DISP-DIVERT
012243                     MOVE "DIVERT" TO PE-D-DISPOSITION
012244                 ELSE
012245                     MOVE "ABORT" TO PE-D-DISPOSITION
012246                 END-IF
012247             END-IF
012248         END-IF.
012249         MOVE PE-DETAIL-LINE TO PE-PRINT-LINE.
012250         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012251     3600-EXIT.
012252         EXIT.
012253
012254     3620-PREEDIT-HEADER-REFUSED.
012255         MOVE SPACES TO PE-SUMMARY-LINE.
012256         MOVE "HEADER REFUSED AT FILE RECORD" TO PE-S-LABEL.
012257         MOVE WS-FILE-RECS-READ TO PE-S-COUNT.
012258         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012259         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012260         MOVE SPACES TO PE-MESSAGE-LINE.
012261         IF TRAN-TYPE-HEADER
012262             MOVE "BATCH HEADER NOT DATED FOR TODAY - REMAINDER "
012263                 TO PE-M-TEXT(1:45)
012264         ELSE
012265             MOVE "BATCH HEADER EXPECTED - RECORD OUT OF "
012266                 TO PE-M-TEXT(1:38)
012267             MOVE "SEQUENCE - REMAINDER" TO PE-M-TEXT(39:20)
012268         END-IF.
012269         MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE.
012270         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012271         MOVE SPACES TO PE-MESSAGE-LINE.
012272         MOVE "  OF FILE WOULD BE REFUSED AND IS NOT EDITED"
012273             TO PE-M-TEXT.
012274         MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE.
012275         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012276     3620-EXIT.
012277         EXIT.
012278
012279     3640-PREEDIT-OVERFLOW.
012280         SET PE-DISP-ABORT TO TRUE.
012281         MOVE "    " TO WS-REJECT-CODE.
012282         MOVE "OVERFLOW - RUN WOULD ABORT" TO WS-REJECT-TEXT.
012283         PERFORM 3600-PREEDIT-DETAIL THRU 3600-EXIT.
012284     3640-EXIT.
012285         EXIT.
012286
012287     3650-PREEDIT-POST.
012288         SET PE-DISP-POST TO TRUE.
012289         PERFORM 3600-PREEDIT-DETAIL THRU 3600-EXIT.
012290         MOVE WS-ACCT-NO TO WS-PE-ACCT.
012291         MOVE RESULT TO WS-PE-AMOUNT.
012292         PERFORM 3670-PREEDIT-PROJECT-BAL THRU 3670-EXIT.
012293         PERFORM 8050-ADD-DUP-ENTRY THRU 8050-EXIT.
012294         ADD 1 TO WS-PE-BAT-POST-COUNT.
012295         ADD RESULT TO WS-PE-BAT-POST-NET.
012296     3650-EXIT.
012297         EXIT.
012298
012299     3660-PREEDIT-TRANSFER.
012300         SET PE-DISP-POST TO TRUE.
012301         PERFORM 3600-PREEDIT-DETAIL THRU 3600-EXIT.
012302         MOVE WS-ACCT-NO TO WS-PE-ACCT.
012303         COMPUTE WS-PE-AMOUNT = ZERO - RESULT.
012304         PERFORM 3670-PREEDIT-PROJECT-BAL THRU 3670-EXIT.
012305         MOVE WS-XFER-TO-ACCT TO WS-PE-ACCT.
012306         MOVE RESULT TO WS-PE-AMOUNT.
012307         PERFORM 3670-PREEDIT-PROJECT-BAL THRU 3670-EXIT.
012308         PERFORM 8050-ADD-DUP-ENTRY THRU 8050-EXIT.
012309         ADD 1 TO WS-PE-BAT-POST-COUNT.
012310     3660-EXIT.
012311         EXIT.
012312
012313     3670-PREEDIT-PROJECT-BAL.
012314         PERFORM 3675-FIND-PROJECTED-BAL THRU 3675-EXIT.
012315         IF PE-BAL-FOUND
012316             ADD WS-PE-AMOUNT TO WS-PE-BAL-AMOUNT(WS-PE-BAL-IX)
012317             GO TO 3670-EXIT
012318         END-IF.
012319         IF WS-PE-BAL-USED NOT < 2000
012320             IF PE-BAL-TABLE-NOT-FULL
012321                 SET PE-BAL-TABLE-FULL TO TRUE
012322                 DISPLAY "WARNING - PROJECTED BALANCE TABLE FULL "
012323                     "LATER LIMIT CHECKS USE MASTER BALANCES"
012324             END-IF
012325             GO TO 3670-EXIT
012326         END-IF.
012327         MOVE WS-PE-ACCT TO ACCT-NO.
012328         READ ACCOUNT-FILE
012329             INVALID KEY
012330                 GO TO 3670-EXIT
012331         END-READ.
012332         ADD 1 TO WS-PE-BAL-USED.
012333         MOVE WS-PE-ACCT TO WS-PE-BAL-ACCT(WS-PE-BAL-USED).
012334         COMPUTE WS-PE-BAL-AMOUNT(WS-PE-BAL-USED) =
012335             ACCT-BALANCE + WS-PE-AMOUNT.
012336     3670-EXIT.
012337         EXIT.
012338
012339     3675-FIND-PROJECTED-BAL.
012340         SET PE-BAL-NOT-FOUND TO TRUE.
012341         MOVE 1 TO WS-PE-BAL-IX.
012342         PERFORM 3676-SCAN-BAL-ONE THRU 3676-EXIT
012343             UNTIL PE-BAL-FOUND OR WS-PE-BAL-IX > WS-PE-BAL-USED.
012344     3675-EXIT.
012345         EXIT.
012346
012347     3676-SCAN-BAL-ONE.
012348         IF WS-PE-BAL-ACCT(WS-PE-BAL-IX) = WS-PE-ACCT
012349             SET PE-BAL-FOUND TO TRUE
012350         ELSE
012351             ADD 1 TO WS-PE-BAL-IX
012352         END-IF.
012353     3676-EXIT.
012354         EXIT.
012355
012356     3680-PREEDIT-BATCH-LINES.
012357         MOVE SPACES TO PE-BATCH-TITLE-LINE.
012358         MOVE "BATCH " TO PE-BATCH-TITLE-LINE(2:6).
012359         MOVE " - " TO PE-BATCH-TITLE-LINE(16:3).
012360         MOVE WS-CUR-BATCH-ID TO PE-B-BATCH-ID.
012361         IF TRAILER-NOT-SEEN
012362             MOVE "NO TRAILER - OUT OF BALANCE" TO PE-B-STATUS
012363         ELSE
012364             IF BATCH-IN-BALANCE
012365                 MOVE "IN BALANCE WITH TRAILER" TO PE-B-STATUS
012366             ELSE
012367                 IF BATCH-EMPTY
012368                     MOVE "EMPTY - NO DETAIL RECORDS"
012369                         TO PE-B-STATUS
012370                 ELSE
012371                     MOVE "OUT OF BALANCE WITH TRAILER"
012372                         TO PE-B-STATUS
012373                 END-IF
012374             END-IF
012375         END-IF.
012376         MOVE PE-BATCH-TITLE-LINE TO PE-PRINT-LINE.
012377         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012378         MOVE SPACES TO PE-SUMMARY-LINE.
012379         MOVE "DETAIL RECORDS READ" TO PE-S-LABEL.
012380         MOVE WS-RECS-READ TO PE-S-COUNT.
012381         MOVE WS-HASH-TOTAL TO PE-S-AMOUNT.
012382         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012383         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012384         IF TRAILER-SEEN
012385             MOVE SPACES TO PE-SUMMARY-LINE
012386             MOVE "TRAILER COUNT AND HASH" TO PE-S-LABEL
012387             MOVE WS-TRL-EXPECT-COUNT TO PE-S-COUNT
012388             MOVE WS-TRL-EXPECT-HASH TO PE-S-AMOUNT
012389             MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE
012390             PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT
012391         END-IF.
012392         MOVE SPACES TO PE-SUMMARY-LINE.
012393         MOVE "WOULD POST - COUNT AND NET" TO PE-S-LABEL.
012394         MOVE WS-PE-BAT-POST-COUNT TO PE-S-COUNT.
012395         MOVE WS-PE-BAT-POST-NET TO PE-S-AMOUNT.
012396         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012397         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012398         MOVE SPACES TO PE-SUMMARY-LINE.
012399         MOVE "WOULD REJECT TO REJFILE" TO PE-S-LABEL.
012400         MOVE WS-BAT-REJECT-COUNT TO PE-S-COUNT.
012401         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012402         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012403         MOVE SPACES TO PE-SUMMARY-LINE.
012404         MOVE "WOULD DIVERT TO SUSPFILE" TO PE-S-LABEL.
012405         MOVE WS-BAT-SUSPECT-COUNT TO PE-S-COUNT.
012406         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012407         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012408     3680-EXIT.
012409         EXIT.
012410
012411     3690-PREEDIT-TOTALS.
012412         MOVE SPACES TO PE-MESSAGE-LINE.
012413         MOVE "FILE TOTALS" TO PE-M-TEXT.
012414         MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE.
012415         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012416         MOVE SPACES TO PE-SUMMARY-LINE.
012417         MOVE "BATCHES EDITED" TO PE-S-LABEL.
012418         MOVE WS-BATCH-SEQ TO PE-S-COUNT.
012419         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012420         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012421         MOVE SPACES TO PE-SUMMARY-LINE.
012422         MOVE "WOULD POST - COUNT AND NET" TO PE-S-LABEL.
012423         MOVE WS-REC-COUNT TO PE-S-COUNT.
012424         MOVE WS-CTL-TOTAL TO PE-S-AMOUNT.
012425         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012426         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012427         MOVE SPACES TO PE-SUMMARY-LINE.
012428         MOVE "WOULD REJECT TO REJFILE" TO PE-S-LABEL.
012429         MOVE WS-REJECT-COUNT TO PE-S-COUNT.
012430         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012431         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012432         MOVE SPACES TO PE-SUMMARY-LINE.
012433         MOVE "WOULD DIVERT TO SUSPFILE" TO PE-S-LABEL.
012434         MOVE WS-SUSPECT-COUNT TO PE-S-COUNT.
012435         MOVE PE-SUMMARY-LINE TO PE-PRINT-LINE.
012436         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012437         MOVE RETURN-CODE TO WS-PE-RC.
012438         IF POSTING-PERIOD-CLOSED
012439             MOVE 40 TO WS-PE-RC
012440         END-IF.
012441         IF POSTING-DAY-CLOSED
012442             MOVE 28 TO WS-PE-RC
012443         END-IF.
012444         MOVE WS-PE-RC TO PE-R-RC.
012445         MOVE PE-RC-LINE TO PE-PRINT-LINE.
012446         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012447         MOVE SPACES TO PE-MESSAGE-LINE.
012448         IF ABORT-REQUESTED
012449             MOVE "POSTING RUN WOULD ABORT ON OVERFLOW - "
012450                 TO PE-M-TEXT(1:38)
012451             MOVE "CORRECT THE FILE BEFORE POSTING"
012452                 TO PE-M-TEXT(39:31)
012453         ELSE
012454             IF POSTING-DAY-CLOSED OR POSTING-PERIOD-CLOSED
012455                 MOVE "DAY OR MONTH IS CLOSED - POSTING RUN "
012456                     TO PE-M-TEXT(1:37)
012457                 MOVE "WOULD BE REFUSED" TO PE-M-TEXT(38:16)
012458             ELSE
012459                 IF RETURN-CODE = ZERO AND WS-REJECT-COUNT = ZERO
012460                         AND WS-SUSPECT-COUNT = ZERO
012461                     MOVE "FILE IS CLEAN - READY TO POST"
012462                         TO PE-M-TEXT
012463                 ELSE
012464                     MOVE "EXCEPTIONS FOUND - CORRECT THE FILE "
012465                         TO PE-M-TEXT(1:36)
012466                     MOVE "BEFORE POSTING" TO PE-M-TEXT(37:14)
012467                 END-IF
012468             END-IF
012469         END-IF.
012470         MOVE PE-MESSAGE-LINE TO PE-PRINT-LINE.
012471         PERFORM 3550-PREEDIT-WRITE THRU 3550-EXIT.
012472         DISPLAY "PRE-EDIT COMPLETE - WOULD POST " WS-REC-COUNT
012473             " REJECT " WS-REJECT-COUNT
012474             " DIVERT " WS-SUSPECT-COUNT
012475             " - EXPECTED RETURN-CODE " WS-PE-RC.
012476     3690-EXIT.
012477         EXIT.
012478
012479     4000-ARGS-INPUT.
012480         DISPLAY "ENTER ACCOUNT NUMBER [999999]: ".
012481         ACCEPT WS-EDIT-ACCT FROM CONSOLE.
012482         DISPLAY "ENTER FIRST VALUE  (ARG1) [S999999999.99]: ".
012483         ACCEPT WS-EDIT-ARG1 FROM CONSOLE.
012484         DISPLAY "ENTER SECOND VALUE (ARG2) [S999999999.99]: ".
012485         ACCEPT WS-EDIT-ARG2 FROM CONSOLE.
012486         DISPLAY "ENTER OPERATION (A=ADD,S=SUBTRACT,M=MULTIPLY,"
012487             "T=TRANSFER):".
012488         ACCEPT WS-EDIT-OPER-CODE FROM CONSOLE.
012489         MOVE SPACES TO WS-EDIT-TO-ACCT.
012490         IF WS-EDIT-OPER-CODE = "T"
012491             DISPLAY "ENTER TO ACCOUNT NUMBER [999999]: "
012492             ACCEPT WS-EDIT-TO-ACCT FROM CONSOLE
012493         END-IF.
012494     4000-EXIT.
012495         EXIT.
012496
012497     4500-INTERACTIVE-COMPUTE.
012498         IF POSTING-DAY-CLOSED OR POSTING-PERIOD-CLOSED
012499             DISPLAY "COMPUTE REFUSED - DAY " WS-RUN-DATE
012500                 " CLOSED BY DAY-END CUT-OFF OR MONTH-END"
012501             GO TO 4500-EXIT
012502         END-IF.
012503         PERFORM 4000-ARGS-INPUT THRU 4000-EXIT.
012504         PERFORM 5000-EDIT-INPUT THRU 5000-EXIT.
012505         IF EDIT-FAILED
012506             DISPLAY "TRANSACTION REJECTED - " WS-REJECT-CODE
012507                 ": " WS-REJECT-TEXT
012508             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
012509         ELSE
012510             PERFORM 5050-CONVERT-SIGNED-INPUT THRU 5050-EXIT
012511         PERFORM 6000-MAIN-COMPUTE THRU 6000-EXIT
012512         PERFORM 7000-JSON-OUTPUT THRU 7000-EXIT
012513         IF SIZE-ERROR-NONE AND OPER-TRANSFER
012514             PERFORM 4600-INTERACTIVE-TRANSFER THRU 4600-EXIT
012515         END-IF
012516         IF SIZE-ERROR-NONE AND NOT OPER-TRANSFER
012517             MOVE RESULT TO WS-POST-AMOUNT
012518             PERFORM 5030-CHECK-LIMITS THRU 5030-EXIT
012519             IF LIMIT-BREACHED
012520                 DISPLAY "POSTING DIVERTED - " WS-REJECT-CODE
012521                     ": " WS-REJECT-TEXT
012522                 PERFORM 5150-WRITE-SUSPECT THRU 5150-EXIT
012523             ELSE
012530                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
012540                 PERFORM 8100-WRITE-GLFEED THRU 8100-EXIT
012550                 PERFORM 8200-POST-ACCOUNT THRU 8200-EXIT
012570         END-IF
012580         END-IF.
012590     4500-EXIT.
012591         EXIT.
012592
012593     4600-INTERACTIVE-TRANSFER.
012594         IF RESULT NOT > ZERO
012595             MOVE "E012" TO WS-REJECT-CODE
012596             MOVE "TRANSFER AMOUNT NOT POSITIVE" TO WS-REJECT-TEXT
012597             DISPLAY "TRANSACTION REJECTED - " WS-REJECT-CODE
012598                 ": " WS-REJECT-TEXT
012599             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
012600             GO TO 4600-EXIT
012601         END-IF.
012602         PERFORM 5200-CHECK-TRANSFER-LIMITS THRU 5200-EXIT.
012603         IF LIMIT-BREACHED
012604             DISPLAY "TRANSFER DIVERTED - " WS-REJECT-CODE
012605                 ": " WS-REJECT-TEXT
012606             PERFORM 5150-WRITE-SUSPECT THRU 5150-EXIT
012607             GO TO 4600-EXIT
012608         END-IF.
012609         PERFORM 8300-POST-TRANSFER THRU 8300-EXIT.
012610     4600-EXIT.
012611         EXIT.
012612
012620     5000-EDIT-INPUT.
012630         SET EDIT-OK TO TRUE.
012640         PERFORM 5004-JUSTIFY-ACCT THRU 5004-EXIT.
012680             MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-TEXT
012690             GO TO 5000-EXIT
012700         END-IF.
012725         MOVE WS-EDIT-ARG1 TO WS-AMT-RAW.
012750         PERFORM 5005-NORMALIZE-AMOUNT THRU 5005-EXIT.
012775         IF AMOUNT-INVALID
012800             SET EDIT-FAILED TO TRUE
012810             MOVE "E001" TO WS-REJECT-CODE
012820             MOVE "ARG1 NOT NUMERIC" TO WS-REJECT-TEXT
012830             GO TO 5000-EXIT
012840         END-IF.
012850         MOVE WS-AMT-SIGN TO WS-EDIT-ARG1-SIGN.
012860         MOVE WS-AMT-MAG TO WS-EDIT-ARG1-MAG.
012870         MOVE WS-EDIT-ARG2 TO WS-AMT-RAW.
012880         PERFORM 5005-NORMALIZE-AMOUNT THRU 5005-EXIT.
012890         IF AMOUNT-INVALID
012940             SET EDIT-FAILED TO TRUE
012950             MOVE "E002" TO WS-REJECT-CODE
012960             MOVE "ARG2 NOT NUMERIC" TO WS-REJECT-TEXT
012965             GO TO 5000-EXIT
012970         END-IF.
012972         MOVE WS-AMT-SIGN TO WS-EDIT-ARG2-SIGN.
012974         MOVE WS-AMT-MAG TO WS-EDIT-ARG2-MAG.
012980         IF EDIT-OK AND NOT EDIT-OPER-VALID
012990             SET EDIT-FAILED TO TRUE
013000             MOVE "E003" TO WS-REJECT-CODE
013010             MOVE "INVALID OPERATION CODE" TO WS-REJECT-TEXT
013020         END-IF.
013021         IF EDIT-OK AND WS-EDIT-OPER-CODE = "T"
013022             PERFORM 5008-JUSTIFY-TO-ACCT THRU 5008-EXIT
013023             IF WS-EDIT-TO-ACCT NOT NUMERIC
013024                 SET EDIT-FAILED TO TRUE
013025                 MOVE "E004" TO WS-REJECT-CODE
013026                 MOVE "TO ACCOUNT NOT NUMERIC" TO WS-REJECT-TEXT
013027             ELSE
013028                 IF WS-EDIT-TO-ACCT = WS-EDIT-ACCT
013029                     SET EDIT-FAILED TO TRUE
013030                     MOVE "E011" TO WS-REJECT-CODE
013031                     MOVE "TO ACCOUNT SAME AS FROM ACCOUNT"
013032                         TO WS-REJECT-TEXT
013033                 END-IF
013034             END-IF
013035         END-IF.
013036         IF EDIT-OK
013040             PERFORM 5010-CHECK-ACCOUNT THRU 5010-EXIT
013042         END-IF.
013044         IF EDIT-OK AND WS-EDIT-OPER-CODE = "T"
013046             PERFORM 5015-CHECK-TO-ACCOUNT THRU 5015-EXIT
013050         END-IF.
013060     5000-EXIT.
013070         EXIT.
013260     5004-EXIT.
013270         EXIT.
013280
013282     5005-NORMALIZE-AMOUNT.
013284         SET AMOUNT-VALID TO TRUE.
013286         MOVE ZEROS TO WS-AMT-MAG-X.
013288         IF WS-AMT-RAW(1:1) = "+" OR WS-AMT-RAW(1:1) = "-"
013290             MOVE WS-AMT-RAW(1:1) TO WS-AMT-SIGN
013292             MOVE WS-AMT-RAW(2:12) TO WS-AMT-BODY
013294         ELSE
013296             IF WS-AMT-RAW(13:1) NOT = SPACE
013298                 SET AMOUNT-INVALID TO TRUE
013300                 GO TO 5005-EXIT
013302             END-IF
013304             MOVE SPACE TO WS-AMT-SIGN
013306             MOVE WS-AMT-RAW(1:12) TO WS-AMT-BODY
013308         END-IF.
013310         MOVE ZERO TO WS-AMT-DOT-COUNT.
013312         INSPECT WS-AMT-BODY TALLYING
013314             WS-AMT-DOT-COUNT FOR ALL ".".
013316         IF WS-AMT-DOT-COUNT > 1
013318             SET AMOUNT-INVALID TO TRUE
013320             GO TO 5005-EXIT
013322         END-IF.
013324         IF WS-AMT-DOT-COUNT = 1
013326             PERFORM 5006-NORMALIZE-DECIMAL THRU 5006-EXIT
013328             GO TO 5005-CHECK
013330         END-IF.
013332         MOVE ZERO TO WS-AMT-TRAIL-SPACES.
013334         INSPECT WS-AMT-BODY TALLYING
013336             WS-AMT-TRAIL-SPACES FOR TRAILING SPACES.
013338         IF WS-AMT-TRAIL-SPACES = 1
013340             MOVE WS-AMT-BODY(1:11) TO WS-AMT-MAG-X
013342             GO TO 5005-CHECK
013344         END-IF.
013346         IF WS-AMT-TRAIL-SPACES < 3
013348                 OR WS-AMT-TRAIL-SPACES > 11
013350             SET AMOUNT-INVALID TO TRUE
013352             GO TO 5005-EXIT
013354         END-IF.
013356         COMPUTE WS-AMT-INT-LEN = 12 - WS-AMT-TRAIL-SPACES.
013358         COMPUTE WS-AMT-JUST-START = 10 - WS-AMT-INT-LEN.
013360         MOVE WS-AMT-BODY(1:WS-AMT-INT-LEN)
013362             TO WS-AMT-MAG-X(WS-AMT-JUST-START:WS-AMT-INT-LEN).
013364     5005-CHECK.
013366         IF AMOUNT-VALID AND WS-AMT-MAG-X NOT NUMERIC
013368             SET AMOUNT-INVALID TO TRUE
013450         END-IF.
013460     5005-EXIT.
013470         EXIT.
013480
013485     5006-NORMALIZE-DECIMAL.
013490         MOVE SPACES TO WS-AMT-INT-X.
013495         MOVE SPACES TO WS-AMT-FRAC-X.
013500         MOVE ZERO TO WS-AMT-INT-LEN.
013505         UNSTRING WS-AMT-BODY DELIMITED BY "."
013510             INTO WS-AMT-INT-X COUNT IN WS-AMT-INT-LEN
013515                  WS-AMT-FRAC-X.
013520         MOVE ZERO TO WS-AMT-TRAIL-SPACES.
013525         INSPECT WS-AMT-FRAC-X TALLYING
013530             WS-AMT-TRAIL-SPACES FOR TRAILING SPACES.
013535         COMPUTE WS-AMT-FRAC-LEN = 12 - WS-AMT-TRAIL-SPACES.
013540         IF WS-AMT-INT-LEN > 9 OR WS-AMT-FRAC-LEN > 2
013545                 OR (WS-AMT-INT-LEN = 0 AND WS-AMT-FRAC-LEN = 0)
013550             SET AMOUNT-INVALID TO TRUE
013555             GO TO 5006-EXIT
013560         END-IF.
013565         IF WS-AMT-INT-LEN > 0
013570             COMPUTE WS-AMT-JUST-START = 10 - WS-AMT-INT-LEN
013575             MOVE WS-AMT-INT-X(1:WS-AMT-INT-LEN)
013580                 TO WS-AMT-MAG-X(WS-AMT-JUST-START:
013585                     WS-AMT-INT-LEN)
013590         END-IF.
013595         IF WS-AMT-FRAC-LEN > 0
013600             MOVE WS-AMT-FRAC-X(1:WS-AMT-FRAC-LEN)
013605                 TO WS-AMT-MAG-X(10:WS-AMT-FRAC-LEN)
013650         END-IF.
013660     5006-EXIT.
013670         EXIT.
013680
013681     5008-JUSTIFY-TO-ACCT.
013682         MOVE ZERO TO WS-EDIT-TRAIL-SPACES.
013683         INSPECT WS-EDIT-TO-ACCT TALLYING
013684             WS-EDIT-TRAIL-SPACES FOR TRAILING SPACES.
013685         IF WS-EDIT-TRAIL-SPACES > 0
013686                 AND WS-EDIT-TRAIL-SPACES < 6
013687             COMPUTE WS-EDIT-SIG-DIGITS =
013688                 6 - WS-EDIT-TRAIL-SPACES
013689             MOVE WS-EDIT-TO-ACCT(1:WS-EDIT-SIG-DIGITS)
013690                 TO WS-EDIT-ACCT-JUST
013691             MOVE ZEROS TO WS-EDIT-TO-ACCT
013692             COMPUTE WS-EDIT-JUST-START =
013693                 7 - WS-EDIT-SIG-DIGITS
013694             MOVE WS-EDIT-ACCT-JUST(1:WS-EDIT-SIG-DIGITS)
013695                 TO WS-EDIT-TO-ACCT(WS-EDIT-JUST-START:
013696                     WS-EDIT-SIG-DIGITS)
013697         END-IF.
013698     5008-EXIT.
013699         EXIT.
013700
013701     5010-CHECK-ACCOUNT.
013702         MOVE WS-EDIT-ACCT TO ACCT-NO.
013710         READ ACCOUNT-FILE
013720             INVALID KEY
013730                 SET EDIT-FAILED TO TRUE
013830     5010-EXIT.
013840         EXIT.
013850
013851     5015-CHECK-TO-ACCOUNT.
013852         MOVE WS-EDIT-TO-ACCT TO ACCT-NO.
013853         READ ACCOUNT-FILE
013854             INVALID KEY
013855                 SET EDIT-FAILED TO TRUE
013856                 MOVE "E005" TO WS-REJECT-CODE
013857                 MOVE "TO ACCOUNT NOT ON MASTER" TO WS-REJECT-TEXT
013858                 GO TO 5015-EXIT
013859         END-READ.
013860         IF ACCT-CLOSED
013861             SET EDIT-FAILED TO TRUE
013862             MOVE "E006" TO WS-REJECT-CODE
013863             MOVE "TO ACCOUNT CLOSED" TO WS-REJECT-TEXT
013864         END-IF.
013865     5015-EXIT.
013866         EXIT.
013867
013868     5020-CHECK-DUPLICATE.
013870         MOVE 1 TO WS-DUP-IX.
013880         PERFORM 5025-SCAN-DUP-ONE THRU 5025-EXIT
013890             UNTIL DUP-FOUND OR WS-DUP-IX > WS-DUP-USED.
013950                 AND WS-DUP-ARG1(WS-DUP-IX) = ARG1
013960                 AND WS-DUP-ARG2(WS-DUP-IX) = ARG2
013970                 AND WS-DUP-OPER(WS-DUP-IX) = WS-OPER-CODE
013975                 AND WS-DUP-XFER-ACCT(WS-DUP-IX) = WS-XFER-TO-ACCT
013980             SET DUP-FOUND TO TRUE
013990         ELSE
014000             ADD 1 TO WS-DUP-IX
014130         END-IF.
014140         MOVE WS-EDIT-OPER-CODE TO WS-OPER-CODE.
014150         MOVE WS-EDIT-ACCT TO WS-ACCT-NO.
014151         IF OPER-TRANSFER
014152             MOVE WS-EDIT-TO-ACCT TO WS-XFER-TO-ACCT
014153         ELSE
014154             MOVE ZERO TO WS-XFER-TO-ACCT
014155         END-IF.
014160     5050-EXIT.
014170         EXIT.
014180
014190     5100-WRITE-REJECT.
014191         IF PRE-EDIT-RUN
014192             SET PE-DISP-REJECT TO TRUE
014193             PERFORM 3600-PREEDIT-DETAIL THRU 3600-EXIT
014194             ADD 1 TO WS-REJECT-COUNT
014195             ADD 1 TO WS-BAT-REJECT-COUNT
014196             GO TO 5100-EXIT
014197         END-IF.
014200         MOVE WS-EDIT-ACCT TO REJ-RAW-ACCT.
014210         MOVE WS-EDIT-ARG1 TO REJ-RAW-ARG1.
014220         MOVE WS-EDIT-ARG2 TO REJ-RAW-ARG2.
014270         MOVE WS-RUN-DATE TO REJ-RUN-DATE.
014280         MOVE WS-OPERATOR-ID TO REJ-OPERATOR-ID.
014290         MOVE WS-CUR-BATCH-ID TO REJ-BATCH-ID.
014295         MOVE WS-EDIT-TO-ACCT TO REJ-RAW-TO-ACCT.
014300         WRITE REJECT-RECORD.
014310         ADD 1 TO WS-REJECT-COUNT.
014320         ADD 1 TO WS-BAT-REJECT-COUNT.
014350
014360     5030-CHECK-LIMITS.
014370         SET LIMITS-OK TO TRUE.
014372         IF PRE-EDIT-RUN
014374             PERFORM 5035-PREEDIT-CURRENT-BAL THRU 5035-EXIT
014376         END-IF.
014380         IF ACCT-TRAN-LIMIT > ZERO
014390             MOVE WS-POST-AMOUNT TO WS-RESULT-MAG
014400             IF WS-RESULT-MAG > ACCT-TRAN-LIMIT
014410                 SET LIMIT-BREACHED TO TRUE
014420                 MOVE "E009" TO WS-REJECT-CODE
014480         IF ACCT-BAL-FLOOR NOT = ZERO
014490                 OR ACCT-BAL-CEILING NOT = ZERO
014500             COMPUTE WS-PROJECTED-BAL =
014510                 ACCT-BALANCE + WS-POST-AMOUNT
014520             IF WS-PROJECTED-BAL < ACCT-BAL-FLOOR
014530                     OR WS-PROJECTED-BAL > ACCT-BAL-CEILING
014540                 SET LIMIT-BREACHED TO TRUE
014600     5030-EXIT.
014610         EXIT.
014620
014621     5035-PREEDIT-CURRENT-BAL.
014622         MOVE ACCT-NO TO WS-PE-ACCT.
014623         PERFORM 3675-FIND-PROJECTED-BAL THRU 3675-EXIT.
014624         IF PE-BAL-FOUND
014625             MOVE WS-PE-BAL-AMOUNT(WS-PE-BAL-IX) TO ACCT-BALANCE
014626         END-IF.
014627     5035-EXIT.
014628         EXIT.
014629
014630     5150-WRITE-SUSPECT.
014631         IF PRE-EDIT-RUN
014632             SET PE-DISP-DIVERT TO TRUE
014633             PERFORM 3600-PREEDIT-DETAIL THRU 3600-EXIT
014634             ADD 1 TO WS-SUSPECT-COUNT
014635             ADD 1 TO WS-BAT-SUSPECT-COUNT
014636             GO TO 5150-EXIT
014637         END-IF.
014640         MOVE WS-EDIT-ACCT TO REJ-RAW-ACCT.
014650         MOVE WS-EDIT-ARG1 TO REJ-RAW-ARG1.
014660         MOVE WS-EDIT-ARG2 TO REJ-RAW-ARG2.
014710         MOVE WS-RUN-DATE TO REJ-RUN-DATE.
014720         MOVE WS-OPERATOR-ID TO REJ-OPERATOR-ID.
014730         MOVE WS-CUR-BATCH-ID TO REJ-BATCH-ID.
014735         MOVE WS-EDIT-TO-ACCT TO REJ-RAW-TO-ACCT.
014740         WRITE SUSPECT-RECORD FROM REJECT-RECORD.
014750         ADD 1 TO WS-SUSPECT-COUNT.
014760         ADD 1 TO WS-BAT-SUSPECT-COUNT.
014780             WS-ACCT-NO " REASON " WS-REJECT-CODE
014790             " OPERATION " WS-OPER-CODE.
014800     5150-EXIT.
014801         EXIT.
014802
014803     5200-CHECK-TRANSFER-LIMITS.
014804         MOVE WS-ACCT-NO TO ACCT-NO.
014805         READ ACCOUNT-FILE
014806             INVALID KEY
014807                 CONTINUE
014808         END-READ.
014809         COMPUTE WS-POST-AMOUNT = ZERO - RESULT.
014810         PERFORM 5030-CHECK-LIMITS THRU 5030-EXIT.
014811         IF LIMIT-BREACHED
014812             GO TO 5200-EXIT
014813         END-IF.
014814         MOVE WS-XFER-TO-ACCT TO ACCT-NO.
014815         READ ACCOUNT-FILE
014816             INVALID KEY
014817                 CONTINUE
014818         END-READ.
014819         MOVE RESULT TO WS-POST-AMOUNT.
014820         PERFORM 5030-CHECK-LIMITS THRU 5030-EXIT.
014821         IF LIMIT-BREACHED
014822             IF WS-REJECT-CODE = "E009"
014823                 MOVE "TO ACCOUNT OVER TRAN LIMIT"
014824                     TO WS-REJECT-TEXT
014825             ELSE
014826                 MOVE "TO ACCOUNT BALANCE LIMIT BREACH"
014827                     TO WS-REJECT-TEXT
014828             END-IF
014829         END-IF.
014830     5200-EXIT.
014831         EXIT.
014832
014833     6000-MAIN-COMPUTE.
014840         SET SIZE-ERROR-NONE TO TRUE.
014850         IF OPER-ADD OR OPER-TRANSFER
014860             COMPUTE RESULT = ARG1 + ARG2
014870                 ON SIZE ERROR
014880                     SET SIZE-ERROR-OCCURRED TO TRUE
014980                         MOVE 16 TO RETURN-CODE
014990                 END-COMPUTE
015000             ELSE
015010                 COMPUTE RESULT ROUNDED = ARG1 * ARG2
015020                     ON SIZE ERROR
015030                         SET SIZE-ERROR-OCCURRED TO TRUE
015040                         SET ABORT-REQUESTED TO TRUE
015400         MOVE WS-JOB-ID TO AUD-JOB-ID.
015410         MOVE WS-RUN-ID TO AUD-RUN-ID.
015420         MOVE WS-CUR-BATCH-ID TO AUD-BATCH-ID.
015422         MOVE SPACE TO AUD-XFER-LEG.
015424         MOVE ZERO TO AUD-XFER-ACCT-NO.
015426         MOVE ZERO TO AUD-XFER-SEQ.
015430         WRITE AUDIT-RECORD.
015440         PERFORM 8050-ADD-DUP-ENTRY THRU 8050-EXIT.
015450     8000-EXIT.
015520             MOVE ARG1 TO WS-DUP-ARG1(WS-DUP-USED)
015530             MOVE ARG2 TO WS-DUP-ARG2(WS-DUP-USED)
015540             MOVE WS-OPER-CODE TO WS-DUP-OPER(WS-DUP-USED)
015542             MOVE WS-XFER-TO-ACCT
015544                 TO WS-DUP-XFER-ACCT(WS-DUP-USED)
015550         ELSE
015560             IF DUP-TABLE-NOT-FULL
015570                 SET DUP-TABLE-FULL TO TRUE
015800         MOVE RESULT TO GL-AMOUNT.
015810         MOVE WS-JOB-ID TO GL-JOB-ID.
015820         MOVE WS-RUN-ID TO GL-RUN-ID.
015822         MOVE SPACE TO GL-XFER-LEG.
015824         MOVE ZERO TO GL-XFER-ACCT-NO.
015826         MOVE ZERO TO GL-XFER-SEQ.
015830         WRITE GL-FEED-RECORD.
015840     8100-EXIT.
015850         EXIT.
015880         ADD RESULT TO ACCT-BALANCE.
015890         REWRITE ACCOUNT-RECORD.
015900     8200-EXIT.
015901         EXIT.
015902
015903     8300-POST-TRANSFER.
015904         ADD 1 TO WS-XFER-SEQ.
015905         SET LEG-IS-FROM TO TRUE.
015906         MOVE WS-ACCT-NO TO WS-LEG-ACCT-NO.
015907         MOVE WS-XFER-TO-ACCT TO WS-LEG-CONTRA-ACCT.
015908         COMPUTE WS-LEG-AMOUNT = ZERO - RESULT.
015909         PERFORM 8350-POST-TRANSFER-LEG THRU 8350-EXIT.
015910         SET LEG-IS-TO TO TRUE.
015911         MOVE WS-XFER-TO-ACCT TO WS-LEG-ACCT-NO.
015912         MOVE WS-ACCT-NO TO WS-LEG-CONTRA-ACCT.
015913         MOVE RESULT TO WS-LEG-AMOUNT.
015914         PERFORM 8350-POST-TRANSFER-LEG THRU 8350-EXIT.
015915         PERFORM 8050-ADD-DUP-ENTRY THRU 8050-EXIT.
015916         DISPLAY "TRANSFER " WS-XFER-SEQ " POSTED - FROM ACCOUNT "
015917             WS-ACCT-NO " TO ACCOUNT " WS-XFER-TO-ACCT
015918             " AMOUNT " RESULT.
015919     8300-EXIT.
015920         EXIT.
015921
015922     8350-POST-TRANSFER-LEG.
015923         MOVE WS-LEG-ACCT-NO TO AUD-ACCT-NO.
015924         MOVE ARG1 TO AUD-ARG1.
015925         MOVE ARG2 TO AUD-ARG2.
015926         MOVE WS-OPER-CODE TO AUD-OPER-CODE.
015927         MOVE WS-LEG-AMOUNT TO AUD-RESULT.
015928         MOVE WS-RUN-DATE TO AUD-RUN-DATE.
015929         MOVE WS-RUN-TIME TO AUD-RUN-TIME.
015930         MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
015931         MOVE WS-JOB-ID TO AUD-JOB-ID.
015932         MOVE WS-RUN-ID TO AUD-RUN-ID.
015933         MOVE WS-CUR-BATCH-ID TO AUD-BATCH-ID.
015934         MOVE WS-LEG-SWITCH TO AUD-XFER-LEG.
015935         MOVE WS-LEG-CONTRA-ACCT TO AUD-XFER-ACCT-NO.
015936         MOVE WS-XFER-SEQ TO AUD-XFER-SEQ.
015937         WRITE AUDIT-RECORD.
015938         MOVE WS-RUN-DATE TO GL-TRANS-DATE.
015939         MOVE "XFR " TO GL-TRANS-CODE.
015940         MOVE WS-LEG-ACCT-NO TO GL-ACCT-NO.
015941         MOVE ARG1 TO GL-ARG1.
015942         MOVE ARG2 TO GL-ARG2.
015943         MOVE WS-OPER-CODE TO GL-OPER-CODE.
015944         MOVE WS-LEG-AMOUNT TO GL-AMOUNT.
015945         MOVE WS-JOB-ID TO GL-JOB-ID.
015946         MOVE WS-RUN-ID TO GL-RUN-ID.
015947         MOVE WS-LEG-SWITCH TO GL-XFER-LEG.
015948         MOVE WS-LEG-CONTRA-ACCT TO GL-XFER-ACCT-NO.
015949         MOVE WS-XFER-SEQ TO GL-XFER-SEQ.
015950         WRITE GL-FEED-RECORD.
015951         MOVE WS-LEG-ACCT-NO TO ACCT-NO.
015952         READ ACCOUNT-FILE
015953             INVALID KEY
015954                 DISPLAY "TRANSFER ACCOUNT " ACCT-NO
015955                     " MISSING AT POSTING"
015956                 GO TO 8350-EXIT
015957         END-READ.
015958         ADD WS-LEG-AMOUNT TO ACCT-BALANCE.
015959         REWRITE ACCOUNT-RECORD.
015960     8350-EXIT.
015961         EXIT.
015962
015963     8500-WRITE-CHECKPOINT.
015964         MOVE "SUMCHKPT" TO CHK-KEY.
015965         MOVE WS-RECS-READ TO CHK-LAST-RECNO.
015966         MOVE WS-REC-COUNT TO CHK-REC-COUNT.
015970         MOVE WS-CTL-TOTAL TO CHK-CTL-TOTAL.
015980         MOVE WS-HASH-TOTAL TO CHK-HASH-TOTAL.
015990         MOVE WS-CUR-BATCH-ID TO CHK-BATCH-ID.
016390         EXIT.
016400
016410     8700-WRITE-SECURITY-EVENT.
016412         IF PRE-EDIT-RUN AND WS-SEC-EVENT-TYPE = "A"
016414             GO TO 8700-EXIT
016416         END-IF.
016420         OPEN EXTEND SECURITY-LOG-FILE.
016430         IF SEC-FILE-NOT-FOUND
016440             OPEN OUTPUT SECURITY-LOG-FILE
016580     8700-EXIT.
016590         EXIT.
016600
016601     8800-WRITE-MAINT-JOURNAL.
016602         OPEN EXTEND MAINT-JOURNAL-FILE.
016603         IF MJR-FILE-NOT-FOUND
016604             OPEN OUTPUT MAINT-JOURNAL-FILE
016605             CLOSE MAINT-JOURNAL-FILE
016606             OPEN EXTEND MAINT-JOURNAL-FILE
016607         END-IF.
016608         ACCEPT WS-MJR-TIME FROM TIME.
016609         MOVE WS-RUN-DATE TO MJR-ENTRY-DATE.
016610         MOVE WS-MJR-TIME TO MJR-ENTRY-TIME.
016611         MOVE "SUM" TO MJR-PROGRAM-ID.
016612         MOVE WS-OPERATOR-ID TO MJR-OPERATOR-ID.
016613         MOVE WS-MJR-ACTION TO MJR-ACTION.
016614         MOVE ACCT-NO TO MJR-ACCT-NO.
016615         MOVE ACCT-NAME TO MJR-ACCT-NAME.
016616         MOVE ACCT-STATUS TO MJR-ACCT-STATUS.
016617         MOVE ACCT-TRAN-LIMIT TO MJR-TRAN-LIMIT.
016618         MOVE ACCT-BAL-FLOOR TO MJR-BAL-FLOOR.
016619         MOVE ACCT-BAL-CEILING TO MJR-BAL-CEILING.
016620         WRITE MAINT-JOURNAL-RECORD.
016621         CLOSE MAINT-JOURNAL-FILE.
016622     8800-EXIT.
016623         EXIT.
016624
016625     9000-TERMINATE.
016626         IF WS-RUN-ID > ZERO
016630             PERFORM 9100-CLOSE-RUN-ENTRY THRU 9100-EXIT
016640         END-IF.
016650         IF FILES-NOT-OPEN
016652             GO TO 9000-EXIT
016654         END-IF.
016656         IF PRE-EDIT-RUN
016658             CLOSE ACCOUNT-FILE
016660             GO TO 9000-EXIT
016670         END-IF.
016680         CLOSE REJECT-FILE.
