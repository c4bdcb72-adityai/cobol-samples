      *                limit, and a floor/ceiling pair both zero,
      *                mean no limit - existing accounts keep posting
      *                unchanged until limits are loaded.
      *   10/15/26 AI  Balances and limits carry dollars and cents:
      *                ACCT-BALANCE, ACCT-BAL-FLOOR and
      *                ACCT-BAL-CEILING are S9(11)V99 COMP and
      *                ACCT-TRAN-LIMIT is 9(9)V99.  Record widened to
      *                67; the master is converted by SUMCONV.
      ******************************************************************
000100 01  ACCOUNT-RECORD.
000200     05  ACCT-NO                    PIC 9(06).
000400     05  ACCT-STATUS                PIC X(01).
000500         88  ACCT-OPEN              VALUE "O".
000600         88  ACCT-CLOSED            VALUE "C".
000700     05  ACCT-BALANCE               PIC S9(11)V99 COMP.
000800     05  ACCT-TRAN-LIMIT            PIC 9(9)V99.
000900     05  ACCT-BAL-FLOOR             PIC S9(11)V99 COMP.
001000     05  ACCT-BAL-CEILING           PIC S9(11)V99 COMP.
