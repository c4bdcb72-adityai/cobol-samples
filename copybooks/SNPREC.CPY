      ******************************************************************
      * Copybook: SNPREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Account master snapshot record layout - the copy of
      *          the whole account master SUMEOD takes at each
      *          day-end close, one detail record per account carrying
      *          the account record image (ACCTREC copybook) exactly
      *          as it stood on the master.  A header names the
      *          snapshot date and time and the last run ID assigned
      *          on the run-control dataset when it was taken, so
      *          SUMRECOV knows where the audit log replay has to
      *          start; a trailer carries the account count and the
      *          total of the balances so the snapshot can be proven
      *          complete before it is restored.
      * Modification History:
      *   10/15/26 AI  Initial copybook for the account master
      *                snapshot.
      ******************************************************************
000100 01  SNAPSHOT-RECORD.
000200     05  SNP-REC-TYPE               PIC X(01).
000300         88  SNP-TYPE-HEADER        VALUE "H".
000400         88  SNP-TYPE-DETAIL        VALUE "D".
000500         88  SNP-TYPE-TRAILER       VALUE "T".
000600     05  SNP-ACCOUNT-IMAGE          PIC X(67).
000700     05  SNP-HEADER-DATA REDEFINES SNP-ACCOUNT-IMAGE.
000800         10  SNP-HDR-DATE           PIC 9(08).
000900         10  SNP-HDR-TIME           PIC 9(08).
001000         10  SNP-HDR-SYSTEM         PIC X(08).
001100         10  SNP-HDR-LAST-RUN-ID    PIC 9(06).
001200         10  FILLER                 PIC X(37).
001300     05  SNP-TRAILER-DATA REDEFINES SNP-ACCOUNT-IMAGE.
001400         10  SNP-TRL-REC-COUNT      PIC 9(09).
001500         10  SNP-TRL-BAL-TOTAL      PIC S9(11)V99
001600             SIGN IS LEADING SEPARATE CHARACTER.
001700         10  FILLER                 PIC X(44).
