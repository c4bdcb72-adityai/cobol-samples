      ******************************************************************
      * Copybook: PNDREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Pending account maintenance record - one entry per
      *          sensitive maintenance action (close, reopen, limits)
      *          on the SUMPEND dataset, queued by SUMMAINT instead of
      *          being applied, keyed by the date, time and sequence
      *          it was entered.  Carries the account's status and
      *          limits before the change and as they will be after
      *          it, the operator and batch that entered it, and -
      *          once SUMMAPPR has acted on it - the operator who
      *          approved or declined it and when.  Only an approved
      *          entry reaches the account master; approved and
      *          declined entries stay on file as the record of who
      *          made and who checked each change.
      * Modification History:
      *   10/15/26 AI  Initial copybook for dual-control maintenance.
      ******************************************************************
000100 01  PENDING-MAINT-RECORD.
000200     05  PND-KEY.
000300         10  PND-ENTRY-DATE         PIC 9(08).
000400         10  PND-ENTRY-TIME         PIC 9(08).
000500         10  PND-ENTRY-SEQ          PIC 9(04).
000600     05  PND-ACCT-NO                PIC 9(06).
000700     05  PND-ACTION                 PIC X(01).
000800         88  PND-ACTION-CLOSE       VALUE "C".
000900         88  PND-ACTION-REOPEN      VALUE "R".
001000         88  PND-ACTION-LIMITS      VALUE "L".
001100     05  PND-STATUS                 PIC X(01).
001200         88  PND-PENDING            VALUE "P".
001300         88  PND-APPROVED           VALUE "A".
001400         88  PND-DECLINED           VALUE "D".
001500     05  PND-MAKER-ID               PIC X(08).
001600     05  PND-MAKER-BATCH-ID         PIC X(08).
001700     05  PND-BEF-STATUS             PIC X(01).
001800     05  PND-BEF-TRAN-LIMIT         PIC 9(9)V99.
001900     05  PND-BEF-FLOOR              PIC S9(11)V99
002000         SIGN IS LEADING SEPARATE CHARACTER.
002100     05  PND-BEF-CEILING            PIC S9(11)V99
002200         SIGN IS LEADING SEPARATE CHARACTER.
002300     05  PND-AFT-STATUS             PIC X(01).
002400     05  PND-AFT-TRAN-LIMIT         PIC 9(9)V99.
002500     05  PND-AFT-FLOOR              PIC S9(11)V99
002600         SIGN IS LEADING SEPARATE CHARACTER.
002700     05  PND-AFT-CEILING            PIC S9(11)V99
002800         SIGN IS LEADING SEPARATE CHARACTER.
002900     05  PND-CHECKER-ID             PIC X(08).
003000     05  PND-DECISION-DATE          PIC 9(08).
003100     05  PND-DECISION-TIME          PIC 9(08).
003200     05  PND-DECLINE-REASON         PIC X(20).
