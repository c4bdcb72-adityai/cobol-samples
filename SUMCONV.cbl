      ******************************************************************
      * Author: Aditya Inapurapu
      * Date: 10/15/26
      * Purpose: One-time layout conversion for the dollars-and-cents
      *          release.  Rewrites a dataset written by an earlier
      *          version into the current layout, carrying every
      *          whole-dollar amount across as n.00 so converted
      *          history totals exactly as it did before.  The
      *          dataset to convert is chosen by the SUMCONVFILE
      *          environment parameter:
      *            AUDIT   - an AUDITLOG or AUDARCH generation
      *                      (logical AUDOLD in, AUDNEW out),
      *                      converted from the 68-byte layout with
      *                      blank transfer fields.
      *            ACCOUNT - the account master (logical ACCTOLD in,
      *                      ACCTMST out).
      *            GENREG  - the GL generation register (logical
      *                      GENOLD in, GLGENREG out).
      *          Records read and written, and for the audit log the
      *          net amount before and after, are displayed so the
      *          conversion itself is balanced.  RETURN-CODE 8 for a
      *          bad parameter, 12 when the old dataset will not
      *          open, 16 when the converted totals disagree.
      * Tectonics: cobc
      * Modification History:
      *   10/15/26 AI  Initial version.
      ******************************************************************

000100     IDENTIFICATION DIVISION.
000200     PROGRAM-ID. SUMCONV.
000300     ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT OLD-AUDIT-FILE ASSIGN TO "AUDOLD"
000700             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS IS WS-OLD-FILE-STATUS.
000900         SELECT AUDIT-FILE ASSIGN TO "AUDNEW"
001000             ORGANIZATION IS SEQUENTIAL.
001100         SELECT OLD-ACCOUNT-FILE ASSIGN TO "ACCTOLD"
001200             ORGANIZATION IS INDEXED
001300             ACCESS MODE IS SEQUENTIAL
001400             RECORD KEY IS OLD-ACCT-NO
001500             FILE STATUS IS WS-OLD-FILE-STATUS.
001600         SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
001700             ORGANIZATION IS INDEXED
001800             ACCESS MODE IS SEQUENTIAL
001900             RECORD KEY IS ACCT-NO
002000             FILE STATUS IS WS-NEW-FILE-STATUS.
002100         SELECT OLD-GEN-FILE ASSIGN TO "GENOLD"
002200             ORGANIZATION IS INDEXED
002300             ACCESS MODE IS SEQUENTIAL
002400             RECORD KEY IS OLD-GEN-KEY
002500             FILE STATUS IS WS-OLD-FILE-STATUS.
002600         SELECT GEN-REGISTER-FILE ASSIGN TO "GLGENREG"
002700             ORGANIZATION IS INDEXED
002800             ACCESS MODE IS SEQUENTIAL
002900             RECORD KEY IS GEN-KEY
003000             FILE STATUS IS WS-NEW-FILE-STATUS.
003100     DATA DIVISION.
003200     FILE SECTION.
003300     FD  OLD-AUDIT-FILE
003400         RECORD CONTAINS 68 CHARACTERS.
003500     01  OLD-AUDIT-RECORD.
003600         05  O68-ACCT-NO                 PIC 9(06).
003700         05  O68-ARG1                    PIC S9(4)
003800             SIGN IS LEADING SEPARATE CHARACTER.
003900         05  O68-ARG2                    PIC S9(4)
004000             SIGN IS LEADING SEPARATE CHARACTER.
004100         05  O68-OPER-CODE               PIC X(01).
004200         05  O68-RESULT                  PIC S9(4)
004300             SIGN IS LEADING SEPARATE CHARACTER.
004400         05  O68-RUN-DATE                PIC 9(8).
004500         05  O68-RUN-TIME                PIC 9(8).
004600         05  O68-OPERATOR-ID             PIC X(08).
004700         05  O68-JOB-ID                  PIC X(08).
004800         05  O68-RUN-ID                  PIC 9(06).
004900         05  O68-BATCH-ID                PIC X(08).
005000     FD  AUDIT-FILE
005100         RECORD CONTAINS 102 CHARACTERS.
005200     COPY AUDREC.
005300     FD  OLD-ACCOUNT-FILE
005400         RECORD CONTAINS 48 CHARACTERS.
005500     01  OLD-ACCOUNT-RECORD.
005600         05  OLD-ACCT-NO                 PIC 9(06).
005700         05  OLD-ACCT-NAME               PIC X(25).
005800         05  OLD-ACCT-STATUS             PIC X(01).
005900         05  OLD-ACCT-BALANCE            PIC S9(9) COMP.
006000         05  OLD-ACCT-TRAN-LIMIT         PIC 9(04).
006100         05  OLD-ACCT-BAL-FLOOR          PIC S9(9) COMP.
006200         05  OLD-ACCT-BAL-CEILING        PIC S9(9) COMP.
006300     FD  ACCOUNT-FILE
006400         RECORD CONTAINS 67 CHARACTERS.
006500     COPY ACCTREC.
006600     FD  OLD-GEN-FILE
006700         RECORD CONTAINS 41 CHARACTERS.
006800     01  OLD-GEN-RECORD.
006900         05  OLD-GEN-KEY                 PIC X(08).
007000         05  OLD-GEN-CUT-TIME            PIC 9(08).
007100         05  OLD-GEN-REC-COUNT           PIC 9(9) COMP.
007200         05  OLD-GEN-NET-AMOUNT          PIC S9(9) COMP.
007300         05  OLD-GEN-STATUS              PIC X(01).
007400         05  OLD-GEN-ACK-DATE            PIC 9(08).
007500         05  OLD-GEN-ACK-COUNT           PIC 9(9) COMP.
007600         05  OLD-GEN-ACK-NET             PIC S9(9) COMP.
007700     FD  GEN-REGISTER-FILE
007800         RECORD CONTAINS 49 CHARACTERS.
007900     COPY GENREC.
008000     WORKING-STORAGE SECTION.
008100     01  WS-OLD-EOF-SWITCH               PIC X(01) VALUE "N".
008200         88  OLD-EOF                     VALUE "Y".
008300         88  OLD-NOT-EOF                 VALUE "N".
008400
008500     01  WS-OLD-FILE-STATUS              PIC X(02).
008600         88  OLD-FILE-OK                 VALUE "00".
008700     01  WS-NEW-FILE-STATUS              PIC X(02).
008800         88  NEW-FILE-OK                 VALUE "00".
008900
009000     01  WS-CONV-FILE-ENV                PIC X(08) VALUE SPACES.
009100         88  CONV-AUDIT                  VALUE "AUDIT".
009200         88  CONV-ACCOUNT                VALUE "ACCOUNT".
009300         88  CONV-GENREG                 VALUE "GENREG".
009400
009500     01  WS-READ-COUNT                   PIC 9(9) COMP VALUE ZERO.
009600     01  WS-WRITE-COUNT                  PIC 9(9) COMP VALUE ZERO.
009700     01  WS-OLD-NET                      PIC S9(11)V99 COMP
009800                                         VALUE ZERO.
009900     01  WS-NEW-NET                      PIC S9(11)V99 COMP
010000                                         VALUE ZERO.
010100     01  WS-NET-DISPLAY                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
010200
010300     PROCEDURE DIVISION.
010400
010500     0000-MAINLINE.
010600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700         IF RETURN-CODE NOT = ZERO
010800             GO TO 0000-TERMINATE
010900         END-IF.
011000         IF CONV-AUDIT
011100             PERFORM 2000-CONVERT-AUDIT THRU 2000-EXIT
011200         END-IF.
011300         IF CONV-ACCOUNT
011400             PERFORM 3000-CONVERT-ACCOUNT THRU 3000-EXIT
011500         END-IF.
011600         IF CONV-GENREG
011700             PERFORM 4000-CONVERT-GENREG THRU 4000-EXIT
011800         END-IF.
011900         PERFORM 9000-CONV-TOTALS THRU 9000-EXIT.
012000     0000-TERMINATE.
012100         STOP RUN.
012200
012300     1000-INITIALIZE.
012400         ACCEPT WS-CONV-FILE-ENV FROM ENVIRONMENT "SUMCONVFILE".
012500         IF NOT CONV-AUDIT AND NOT CONV-ACCOUNT
012600                 AND NOT CONV-GENREG
012700             DISPLAY "SUMCONVFILE MUST BE AUDIT, ACCOUNT OR "
012800                 "GENREG - NOTHING CONVERTED"
012900             MOVE 8 TO RETURN-CODE
013000             GO TO 1000-EXIT
013100         END-IF.
013200         DISPLAY "SUM LAYOUT CONVERSION - " WS-CONV-FILE-ENV.
013300     1000-EXIT.
013400         EXIT.
013500
013600     2000-CONVERT-AUDIT.
013700         OPEN INPUT OLD-AUDIT-FILE.
013800         IF NOT OLD-FILE-OK
013900             DISPLAY "OLD AUDIT DATASET AUDOLD WILL NOT OPEN - "
014000                 "STATUS " WS-OLD-FILE-STATUS
014100             MOVE 12 TO RETURN-CODE
014200             GO TO 2000-EXIT
014300         END-IF.
014400         OPEN OUTPUT AUDIT-FILE.
014500         PERFORM 2100-READ-OLD-AUDIT THRU 2100-EXIT.
014600         PERFORM 2200-CONVERT-AUDIT-ONE THRU 2200-EXIT
014700             UNTIL OLD-EOF.
014800         CLOSE OLD-AUDIT-FILE.
014900         CLOSE AUDIT-FILE.
015000     2000-EXIT.
015100         EXIT.
015200
015300     2100-READ-OLD-AUDIT.
015400         READ OLD-AUDIT-FILE
015500             AT END
015600                 SET OLD-EOF TO TRUE
015700         END-READ.
015800     2100-EXIT.
015900         EXIT.
016000
016100     2200-CONVERT-AUDIT-ONE.
016200         ADD 1 TO WS-READ-COUNT.
016300         MOVE SPACES TO AUDIT-RECORD.
016400         MOVE O68-ACCT-NO TO AUD-ACCT-NO.
016500         MOVE O68-ARG1 TO AUD-ARG1.
016600         MOVE O68-ARG2 TO AUD-ARG2.
016700         MOVE O68-OPER-CODE TO AUD-OPER-CODE.
016800         MOVE O68-RESULT TO AUD-RESULT.
016900         MOVE O68-RUN-DATE TO AUD-RUN-DATE.
017000         MOVE O68-RUN-TIME TO AUD-RUN-TIME.
017100         MOVE O68-OPERATOR-ID TO AUD-OPERATOR-ID.
017200         MOVE O68-JOB-ID TO AUD-JOB-ID.
017300         MOVE O68-RUN-ID TO AUD-RUN-ID.
017400         MOVE O68-BATCH-ID TO AUD-BATCH-ID.
017500         SET AUD-NOT-XFER TO TRUE.
017600         MOVE ZERO TO AUD-XFER-ACCT-NO.
017700         MOVE ZERO TO AUD-XFER-SEQ.
017800         ADD O68-RESULT TO WS-OLD-NET.
017900         WRITE AUDIT-RECORD.
018000         ADD 1 TO WS-WRITE-COUNT.
018100         ADD AUD-RESULT TO WS-NEW-NET.
018200         PERFORM 2100-READ-OLD-AUDIT THRU 2100-EXIT.
018300     2200-EXIT.
018400         EXIT.
018500
018600     3000-CONVERT-ACCOUNT.
018700         OPEN INPUT OLD-ACCOUNT-FILE.
018800         IF NOT OLD-FILE-OK
018900             DISPLAY "OLD ACCOUNT MASTER ACCTOLD WILL NOT OPEN - "
019000                 "STATUS " WS-OLD-FILE-STATUS
019100             MOVE 12 TO RETURN-CODE
019200             GO TO 3000-EXIT
019300         END-IF.
019400         OPEN OUTPUT ACCOUNT-FILE.
019500         PERFORM 3100-READ-OLD-ACCOUNT THRU 3100-EXIT.
019600         PERFORM 3200-CONVERT-ACCOUNT-ONE THRU 3200-EXIT
019700             UNTIL OLD-EOF.
019800         CLOSE OLD-ACCOUNT-FILE.
019900         CLOSE ACCOUNT-FILE.
020000     3000-EXIT.
020100         EXIT.
020200
020300     3100-READ-OLD-ACCOUNT.
020400         READ OLD-ACCOUNT-FILE NEXT RECORD
020500             AT END
020600                 SET OLD-EOF TO TRUE
020700         END-READ.
020800     3100-EXIT.
020900         EXIT.
021000
021100     3200-CONVERT-ACCOUNT-ONE.
021200         ADD 1 TO WS-READ-COUNT.
021300         ADD OLD-ACCT-BALANCE TO WS-OLD-NET.
021400         MOVE OLD-ACCT-NO TO ACCT-NO.
021500         MOVE OLD-ACCT-NAME TO ACCT-NAME.
021600         MOVE OLD-ACCT-STATUS TO ACCT-STATUS.
021700         MOVE OLD-ACCT-BALANCE TO ACCT-BALANCE.
021800         MOVE OLD-ACCT-TRAN-LIMIT TO ACCT-TRAN-LIMIT.
021900         MOVE OLD-ACCT-BAL-FLOOR TO ACCT-BAL-FLOOR.
022000         MOVE OLD-ACCT-BAL-CEILING TO ACCT-BAL-CEILING.
022100         WRITE ACCOUNT-RECORD
022200             INVALID KEY
022300                 DISPLAY "ACCOUNT " OLD-ACCT-NO
022400                     " NOT WRITTEN - STATUS " WS-NEW-FILE-STATUS
022500                 MOVE 16 TO RETURN-CODE
022600                 GO TO 3200-READ-NEXT
022700         END-WRITE.
022800         ADD 1 TO WS-WRITE-COUNT.
022900         ADD ACCT-BALANCE TO WS-NEW-NET.
023000     3200-READ-NEXT.
023100         PERFORM 3100-READ-OLD-ACCOUNT THRU 3100-EXIT.
023200     3200-EXIT.
023300         EXIT.
023400
023500     4000-CONVERT-GENREG.
023600         OPEN INPUT OLD-GEN-FILE.
023700         IF NOT OLD-FILE-OK
023800             DISPLAY "OLD GENERATION REGISTER GENOLD WILL NOT "
023900                 "OPEN - STATUS " WS-OLD-FILE-STATUS
024000             MOVE 12 TO RETURN-CODE
024100             GO TO 4000-EXIT
024200         END-IF.
024300         OPEN OUTPUT GEN-REGISTER-FILE.
024400         PERFORM 4100-READ-OLD-GEN THRU 4100-EXIT.
024500         PERFORM 4200-CONVERT-GEN-ONE THRU 4200-EXIT
024600             UNTIL OLD-EOF.
024700         CLOSE OLD-GEN-FILE.
024800         CLOSE GEN-REGISTER-FILE.
024900     4000-EXIT.
025000         EXIT.
025100
025200     4100-READ-OLD-GEN.
025300         READ OLD-GEN-FILE NEXT RECORD
025400             AT END
025500                 SET OLD-EOF TO TRUE
025600         END-READ.
025700     4100-EXIT.
025800         EXIT.
025900
026000     4200-CONVERT-GEN-ONE.
026100         ADD 1 TO WS-READ-COUNT.
026200         ADD OLD-GEN-NET-AMOUNT TO WS-OLD-NET.
026300         MOVE OLD-GEN-KEY TO GEN-KEY.
026400         MOVE OLD-GEN-CUT-TIME TO GEN-CUT-TIME.
026500         MOVE OLD-GEN-REC-COUNT TO GEN-REC-COUNT.
026600         MOVE OLD-GEN-NET-AMOUNT TO GEN-NET-AMOUNT.
026700         MOVE OLD-GEN-STATUS TO GEN-STATUS.
026800         MOVE OLD-GEN-ACK-DATE TO GEN-ACK-DATE.
026900         MOVE OLD-GEN-ACK-COUNT TO GEN-ACK-COUNT.
027000         MOVE OLD-GEN-ACK-NET TO GEN-ACK-NET.
027100         WRITE GEN-REGISTER-RECORD
027200             INVALID KEY
027300                 DISPLAY "GENERATION " OLD-GEN-KEY
027400                     " NOT WRITTEN - STATUS " WS-NEW-FILE-STATUS
027500                 MOVE 16 TO RETURN-CODE
027600                 GO TO 4200-READ-NEXT
027700         END-WRITE.
027800         ADD 1 TO WS-WRITE-COUNT.
027900         ADD GEN-NET-AMOUNT TO WS-NEW-NET.
028000     4200-READ-NEXT.
028100         PERFORM 4100-READ-OLD-GEN THRU 4100-EXIT.
028200     4200-EXIT.
028300         EXIT.
028400
028500     9000-CONV-TOTALS.
028600         DISPLAY "RECORDS READ: " WS-READ-COUNT.
028700         DISPLAY "RECORDS WRITTEN: " WS-WRITE-COUNT.
028800         MOVE WS-OLD-NET TO WS-NET-DISPLAY.
028900         DISPLAY "NET AMOUNT BEFORE: " WS-NET-DISPLAY.
029000         MOVE WS-NEW-NET TO WS-NET-DISPLAY.
029100         DISPLAY "NET AMOUNT AFTER: " WS-NET-DISPLAY.
029200         IF WS-READ-COUNT NOT = WS-WRITE-COUNT
029300                 OR WS-OLD-NET NOT = WS-NEW-NET
029400             DISPLAY "CONVERSION OUT OF BALANCE - DO NOT "
029500                 "INSTALL THE CONVERTED DATASET"
029600             MOVE 16 TO RETURN-CODE
029700         END-IF.
029800     9000-EXIT.
029900         EXIT.
