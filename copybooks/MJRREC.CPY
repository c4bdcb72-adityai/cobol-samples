      ******************************************************************
      * Copybook: MJRREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Account maintenance journal record layout - one
      *          record on the ACCTJRNL dataset for every change made
      *          to the account master other than a posting: accounts
      *          added by SUMMAINT or the SUM console, renames applied
      *          by SUMMAINT, and closes, reopens and limit changes
      *          applied when SUMMAPPR approves them.  Each record
      *          carries the date, time, program and operator of the
      *          change and the account's name, status and limits as
      *          they stood after it, so SUMRECOV can reapply the
      *          maintenance made since a snapshot when it rebuilds
      *          the master.  Balances are never journalled here;
      *          they are rebuilt from the audit log.
      * Modification History:
      *   10/15/26 AI  Initial copybook for the maintenance journal.
      ******************************************************************
000100 01  MAINT-JOURNAL-RECORD.
000200     05  MJR-ENTRY-DATE             PIC 9(08).
000300     05  MJR-ENTRY-TIME             PIC 9(08).
000400     05  MJR-PROGRAM-ID             PIC X(08).
000500     05  MJR-OPERATOR-ID            PIC X(08).
000600     05  MJR-ACTION                 PIC X(01).
000700         88  MJR-ACTION-ADD         VALUE "A".
000800         88  MJR-ACTION-CLOSE       VALUE "C".
000900         88  MJR-ACTION-REOPEN      VALUE "R".
001000         88  MJR-ACTION-RENAME      VALUE "N".
001100         88  MJR-ACTION-LIMITS      VALUE "L".
001200     05  MJR-ACCT-NO                PIC 9(06).
001300     05  MJR-ACCT-NAME              PIC X(25).
001400     05  MJR-ACCT-STATUS            PIC X(01).
001500     05  MJR-TRAN-LIMIT             PIC 9(9)V99.
001600     05  MJR-BAL-FLOOR              PIC S9(11)V99
001700         SIGN IS LEADING SEPARATE CHARACTER.
001800     05  MJR-BAL-CEILING            PIC S9(11)V99
001900         SIGN IS LEADING SEPARATE CHARACTER.
