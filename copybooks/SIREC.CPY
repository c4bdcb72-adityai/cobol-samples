      ******************************************************************
      * Copybook: SIREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Standing instruction record - one entry per recurring
      *          posting on the SUMSTND dataset, keyed by instruction
      *          ID.  Carries the account (and to-account for a
      *          transfer), the amount and operation to post, how
      *          often (daily, weekly, monthly), the first and last
      *          dates it applies, and the date it was last generated
      *          so SUMSIGEN writes each occurrence once.  Weekly and
      *          monthly instructions fall due on the weekday / day of
      *          month of the start date.  A zero end date means the
      *          instruction runs until suspended; a zero last-
      *          generated date means it has never been generated.
      *          Maintained through the
      *          SUMSIMNT batch feed; a suspended instruction stays on
      *          file but is never generated.
      * Modification History:
      *   10/15/26 AI  Initial copybook for standing instructions.
      ******************************************************************
000100 01  STANDING-INSTR-RECORD.
000200     05  SI-ID                      PIC X(08).
000300     05  SI-ACCT-NO                 PIC 9(06).
000400     05  SI-TO-ACCT-NO              PIC 9(06).
000500     05  SI-AMOUNT                  PIC 9(9)V99.
000600     05  SI-OPER-CODE               PIC X(01).
000700         88  SI-OPER-ADD            VALUE "A".
000800         88  SI-OPER-SUBTRACT       VALUE "S".
000900         88  SI-OPER-TRANSFER       VALUE "T".
001000         88  SI-OPER-VALID          VALUES "A" "S" "T".
001100     05  SI-FREQUENCY               PIC X(01).
001200         88  SI-FREQ-DAILY          VALUE "D".
001300         88  SI-FREQ-WEEKLY         VALUE "W".
001400         88  SI-FREQ-MONTHLY        VALUE "M".
001500         88  SI-FREQ-VALID          VALUES "D" "W" "M".
001600     05  SI-START-DATE              PIC 9(08).
001700     05  SI-END-DATE                PIC 9(08).
001800     05  SI-LAST-GEN-DATE           PIC 9(08).
001900     05  SI-STATUS                  PIC X(01).
002000         88  SI-ACTIVE              VALUE "A".
002100         88  SI-SUSPENDED           VALUE "S".
002200     05  SI-DESCRIPTION             PIC X(20).
002300     05  SI-MAINT-DATE              PIC 9(08).
002400     05  SI-MAINT-OPERATOR          PIC X(08).
