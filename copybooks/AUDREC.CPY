      *   09/02/26 AI  Added AUD-BATCH-ID so an audit entry written by
      *                a multi-batch transaction file names the batch
      *                it was posted from, not just the run.
      *   10/15/26 AI  Added the transfer leg fields: a transfer posts
      *                two audit entries, the from leg (F, RESULT
      *                negated) and the to leg (T, RESULT as computed),
      *                each naming the other account in
      *                AUD-XFER-ACCT-NO.  The run ID and AUD-XFER-SEQ
      *                link the two legs.  Spaces/zeros on every
      *                other posting.
      *   10/15/26 AI  ARG1/ARG2/RESULT carry dollars and cents:
      *                S9(9)V99 with the leading separate sign.
      *                Record widened to 102.
      ******************************************************************
000100 01  AUDIT-RECORD.
000150     05  AUD-ACCT-NO                PIC 9(06).
000200     05  AUD-ARG1                   PIC S9(9)V99
000210         SIGN IS LEADING SEPARATE CHARACTER.
000300     05  AUD-ARG2                   PIC S9(9)V99
000310         SIGN IS LEADING SEPARATE CHARACTER.
000350     05  AUD-OPER-CODE              PIC X(01).
000400     05  AUD-RESULT                 PIC S9(9)V99
000410         SIGN IS LEADING SEPARATE CHARACTER.
000500     05  AUD-RUN-DATE               PIC 9(8).
000600     05  AUD-RUN-TIME               PIC 9(8).
000800     05  AUD-JOB-ID                 PIC X(08).
000900     05  AUD-RUN-ID                 PIC 9(06).
001000     05  AUD-BATCH-ID               PIC X(08).
001100     05  AUD-XFER-LEG               PIC X(01).
001110         88  AUD-XFER-FROM-LEG      VALUE "F".
001120         88  AUD-XFER-TO-LEG        VALUE "T".
001130         88  AUD-NOT-XFER           VALUE " ".
001200     05  AUD-XFER-ACCT-NO           PIC 9(06).
001300     05  AUD-XFER-SEQ               PIC 9(06).
