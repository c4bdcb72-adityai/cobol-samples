      *                keeps the raw account number it was keyed with.
      *   08/22/26 AI  Added DIS-ORIG-RUN-ID so a discarded reject
      *                still names the run that originally wrote it.
      *   10/15/26 AI  Added DIS-RAW-TO-ACCT so a discarded transfer
      *                keeps the raw to-account it was keyed with.
      *   10/15/26 AI  Widened the raw ARG1/ARG2 fields to X(13) to
      *                match the reject record.  Record widened to 95.
      ******************************************************************
000100 01  DISCARD-RECORD.
000150     05  DIS-RAW-ACCT               PIC X(06).
000200     05  DIS-RAW-ARG1               PIC X(13).
000300     05  DIS-RAW-ARG2               PIC X(13).
000400     05  DIS-RAW-OPER-CODE          PIC X(01).
000500     05  DIS-ORIG-REASON-CODE       PIC X(04).
000600     05  DIS-DISCARD-REASON         PIC X(30).
000700     05  DIS-RUN-DATE               PIC 9(8).
000800     05  DIS-OPERATOR-ID            PIC X(08).
000900     05  DIS-ORIG-RUN-ID            PIC 9(06).
001000     05  DIS-RAW-TO-ACCT            PIC X(06).
