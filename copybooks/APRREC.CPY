      ******************************************************************
      * Copybook: APRREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Maintenance approval record layout for the SUMMAPPR
      *          batch feed - one approve or decline decision per
      *          record against a queued entry on the pending
      *          maintenance dataset (PNDREC copybook), named by its
      *          entry date, time and sequence as printed on the
      *          SUMMAINT register and the aging report, with the
      *          account number repeated as a cross-check.  Wrapped
      *          in header/trailer control records the same way
      *          MNTFILE is: the header names the batch and its
      *          creation date, the trailer carries the expected
      *          detail count and a hash total of the account
      *          numbers.
      * Modification History:
      *   10/15/26 AI  Initial copybook for dual-control maintenance.
      ******************************************************************
000100 01  APPROVAL-RECORD.
000200     05  APR-REC-TYPE               PIC X(01).
000300         88  APR-TYPE-HEADER        VALUE "H".
000400         88  APR-TYPE-DETAIL        VALUE "D".
000500         88  APR-TYPE-TRAILER       VALUE "T".
000600     05  APR-DETAIL-DATA.
000700         10  APR-DECISION           PIC X(01).
000800             88  APR-DECISION-APPROVE
000900                                    VALUE "A".
001000             88  APR-DECISION-DECLINE
001100                                    VALUE "D".
001200             88  APR-DECISION-VALID VALUES "A" "D".
001300         10  APR-PEND-KEY.
001400             15  APR-ENTRY-DATE     PIC 9(08).
001500             15  APR-ENTRY-TIME     PIC 9(08).
001600             15  APR-ENTRY-SEQ      PIC 9(04).
001700         10  APR-ACCT-NO            PIC 9(06).
001800         10  APR-REASON             PIC X(20).
001900     05  APR-HEADER-DATA REDEFINES APR-DETAIL-DATA.
002000         10  APR-HDR-BATCH-ID       PIC X(08).
002100         10  APR-HDR-CREATE-DATE    PIC 9(08).
002200         10  APR-HDR-SYSTEM         PIC X(08).
002300         10  FILLER                 PIC X(23).
002400     05  APR-TRAILER-DATA REDEFINES APR-DETAIL-DATA.
002500         10  APR-TRL-REC-COUNT      PIC 9(09).
002600         10  APR-TRL-HASH-TOTAL     PIC 9(09).
002700         10  FILLER                 PIC X(29).
