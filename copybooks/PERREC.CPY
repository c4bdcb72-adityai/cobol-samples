      ******************************************************************
      * Copybook: PERREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Posting-period control record - one entry per
      *          accounting month on the SUMPERCT dataset, keyed by
      *          the month (YYYYMM), written by the month-end close
      *          (SUMMEND) when every business day in the month has
      *          closed with a clean reconciliation and every GL
      *          generation for it is accepted.  Carries the close
      *          stamp and the month's totals as they stood at the
      *          close: business days, GL generations, postings,
      *          opening balance, debits, credits and closing
      *          balance.  SUM, SUMFIX and SUMSUSP refuse to post
      *          anything dated into a closed month.
      * Modification History:
      *   10/15/26 AI  Initial copybook for month-end period control.
      ******************************************************************
000100 01  PERIOD-CONTROL-RECORD.
000200     05  PER-KEY                    PIC X(06).
000300     05  PER-STATUS                 PIC X(01).
000400         88  PER-OPEN               VALUE "O".
000500         88  PER-CLOSED             VALUE "C".
000600     05  PER-CLOSE-DATE             PIC 9(08).
000700     05  PER-CLOSE-TIME             PIC 9(08).
000800     05  PER-CLOSE-OPERATOR         PIC X(08).
000900     05  PER-DAY-COUNT              PIC 9(03).
001000     05  PER-GEN-COUNT              PIC 9(03).
001100     05  PER-POST-COUNT             PIC 9(9) COMP.
001200     05  PER-OPENING-TOTAL          PIC S9(11)V99 COMP.
001300     05  PER-DEBIT-TOTAL            PIC S9(11)V99 COMP.
001400     05  PER-CREDIT-TOTAL           PIC S9(11)V99 COMP.
001500     05  PER-CLOSING-TOTAL          PIC S9(11)V99 COMP.
