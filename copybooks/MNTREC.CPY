      *                set on the account; the add action may carry
      *                opening limits in the same fields (spaces mean
      *                no limit).  Record widened to 57.
      *   10/15/26 AI  Limit fields carry dollars and cents to match
      *                the account master: MNT-TRAN-LIMIT 9(9)V99,
      *                MNT-BAL-FLOOR/-CEILING S9(11)V99.  Header and
      *                trailer padding follow.  Record widened to 72.
      ******************************************************************
000100 01  MAINT-RECORD.
000200     05  MNT-REC-TYPE               PIC X(01).
001200             88  MNT-ACTION-VALID   VALUES "A" "C" "R" "N" "L".
001300         10  MNT-ACCT-NO            PIC 9(06).
001400         10  MNT-ACCT-NAME          PIC X(25).
001410         10  MNT-TRAN-LIMIT         PIC 9(9)V99.
001420         10  MNT-BAL-FLOOR          PIC S9(11)V99
001430             SIGN IS LEADING SEPARATE CHARACTER.
001440         10  MNT-BAL-CEILING        PIC S9(11)V99
001450             SIGN IS LEADING SEPARATE CHARACTER.
001500     05  MNT-HEADER-DATA REDEFINES MNT-DETAIL-DATA.
001600         10  MNT-HDR-BATCH-ID       PIC X(08).
001700         10  MNT-HDR-CREATE-DATE    PIC 9(08).
001800         10  MNT-HDR-SYSTEM         PIC X(08).
001900         10  FILLER                 PIC X(47).
002000     05  MNT-TRAILER-DATA REDEFINES MNT-DETAIL-DATA.
002100         10  MNT-TRL-REC-COUNT      PIC 9(09).
002200         10  MNT-TRL-HASH-TOTAL     PIC 9(09).
002300         10  FILLER                 PIC X(53).
