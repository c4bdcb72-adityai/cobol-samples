      *                account the amount was posted against.
      *   08/22/26 AI  Added GL-RUN-ID so every GL posting names the
      *                run-control run that produced it.
      *   10/15/26 AI  Added the transfer leg fields: a transfer feeds
      *                GL two XFR postings, the from leg (F, amount
      *                negated) and the to leg (T), each naming the
      *                other account, linked by run ID and
      *                GL-XFER-SEQ.  Record widened to 61.
      *   10/15/26 AI  ARG1/ARG2 and the posted amount carry dollars
      *                and cents: S9(9)V99 with the leading separate
      *                sign.  Record widened to 82.
      ******************************************************************
000100 01  GL-FEED-RECORD.
000200     05  GL-TRANS-DATE              PIC 9(8).
000300     05  GL-TRANS-CODE              PIC X(04).
000350     05  GL-ACCT-NO                 PIC 9(06).
000400     05  GL-ARG1                    PIC S9(9)V99
000410         SIGN IS LEADING SEPARATE CHARACTER.
000500     05  GL-ARG2                    PIC S9(9)V99
000510         SIGN IS LEADING SEPARATE CHARACTER.
000520     05  GL-OPER-CODE               PIC X(01).
000600     05  GL-AMOUNT                  PIC S9(9)V99
000610         SIGN IS LEADING SEPARATE CHARACTER.
000700     05  GL-JOB-ID                  PIC X(08).
000800     05  GL-RUN-ID                  PIC 9(06).
000900     05  GL-XFER-LEG                PIC X(01).
000910         88  GL-XFER-FROM-LEG       VALUE "F".
000920         88  GL-XFER-TO-LEG         VALUE "T".
001000     05  GL-XFER-ACCT-NO            PIC 9(06).
001100     05  GL-XFER-SEQ                PIC 9(06).
