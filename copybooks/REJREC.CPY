      *   09/02/26 AI  Added REJ-BATCH-ID so a reject written from a
      *                multi-batch transaction file names the batch
      *                that carried the bad record.
      *   10/15/26 AI  Added REJ-RAW-TO-ACCT so a rejected or diverted
      *                transfer carries the raw to-account alongside
      *                the from-account, and SUMFIX/SUMSUSP can
      *                resubmit the whole transfer.
      *   10/15/26 AI  Widened the raw ARG1/ARG2 staging fields to
      *                X(13) to hold a signed dollars-and-cents entry
      *                (S999999999.99 as keyed, or the transaction
      *                file's implied-decimal form).  Record widened
      *                to 103.
      ******************************************************************
000100 01  REJECT-RECORD.
000150     05  REJ-RAW-ACCT               PIC X(06).
000200     05  REJ-RAW-ARG1               PIC X(13).
000300     05  REJ-RAW-ARG2               PIC X(13).
000350     05  REJ-RAW-OPER-CODE          PIC X(01).
000400     05  REJ-REASON-CODE            PIC X(04).
000500     05  REJ-REASON-TEXT            PIC X(30).
000700     05  REJ-RUN-DATE               PIC 9(08).
000800     05  REJ-OPERATOR-ID            PIC X(08).
000900     05  REJ-BATCH-ID               PIC X(08).
001000     05  REJ-RAW-TO-ACCT            PIC X(06).
