      * Modification History:
      *   09/02/26 AI  Initial copybook for the confirmed-duplicates
      *                log.
      *   10/15/26 AI  Widened the raw ARG1/ARG2 fields to X(13) to
      *                match the suspect record.  Record widened to 93.
      ******************************************************************
000100 01  CONFIRMED-DUP-RECORD.
000200     05  CDP-RAW-ACCT               PIC X(06).
000300     05  CDP-RAW-ARG1               PIC X(13).
000400     05  CDP-RAW-ARG2               PIC X(13).
000500     05  CDP-RAW-OPER-CODE          PIC X(01).
000600     05  CDP-SUSP-RUN-ID            PIC 9(06).
000700     05  CDP-SUSP-RUN-DATE          PIC 9(08).
