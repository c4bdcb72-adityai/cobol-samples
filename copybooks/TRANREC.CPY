      *                diversion repaired through SUMFIX resubmits
      *                and posts instead of bouncing straight back
      *                to the suspect file.
      *   10/15/26 AI  Added TRAN-TO-ACCT-NO for the transfer operation
      *                (T): a transfer detail names the from-account
      *                in TRAN-ACCT-NO and the to-account here, and
      *                SUM posts both legs together.  The header and
      *                trailer views are padded to the widened detail.
      *   10/15/26 AI  ARG1/ARG2 carry dollars and cents: S9(9)V99
      *                with the leading separate sign, and the trailer
      *                hash total is S9(11)V99 to hold their sum.
      *                TRAN-ARG1-X/-ARG2-X give the raw character
      *                view, sign byte included, for the edit step.
      *                Header and trailer padding follow.  Record
      *                widened to 45.
      ******************************************************************
000100 01  TRAN-RECORD.
000150     05  TRAN-REC-TYPE              PIC X(01).
000180         88  TRAN-TYPE-TRAILER      VALUE "T".
000190     05  TRAN-DETAIL-DATA.
000200         10  TRAN-ACCT-NO           PIC 9(06).
000300         10  TRAN-ARG1              PIC S9(9)V99
000310             SIGN IS LEADING SEPARATE CHARACTER.
000320         10  TRAN-ARG1-X REDEFINES TRAN-ARG1
000330                                    PIC X(12).
000400         10  TRAN-ARG2              PIC S9(9)V99
000410             SIGN IS LEADING SEPARATE CHARACTER.
000420         10  TRAN-ARG2-X REDEFINES TRAN-ARG2
000430                                    PIC X(12).
000500         10  TRAN-OPER-CODE         PIC X(01).
000550         10  TRAN-DUP-OVERRIDE      PIC X(01).
000560             88  TRAN-DUP-OVERRIDE-ON
000580         10  TRAN-LIMIT-OVERRIDE    PIC X(01).
000590             88  TRAN-LIMIT-OVERRIDE-ON
000595                                    VALUE "Y".
000597         10  TRAN-TO-ACCT-NO        PIC 9(06).
000600         10  FILLER                 PIC X(05).
000700     05  TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
000800         10  TRAN-HDR-BATCH-ID      PIC X(08).
000900         10  TRAN-HDR-CREATE-DATE   PIC 9(08).
001000         10  TRAN-HDR-SYSTEM        PIC X(08).
001050         10  FILLER                 PIC X(20).
001100     05  TRAN-TRAILER-DATA REDEFINES TRAN-DETAIL-DATA.
001200         10  TRAN-TRL-REC-COUNT     PIC 9(09).
001300         10  TRAN-TRL-HASH-TOTAL    PIC S9(11)V99
001310             SIGN IS LEADING SEPARATE CHARACTER.
001400         10  FILLER                 PIC X(21).
