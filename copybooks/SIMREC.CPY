      ******************************************************************
      * Copybook: SIMREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Standing instruction maintenance record layout for the
      *          SUMSIMNT batch feed - one action per record (add,
      *          change, suspend, resume) against the standing
      *          instruction master (SIREC copybook), wrapped in
      *          header/trailer control records the same way MNTFILE
      *          is: the header names the batch and its creation date,
      *          the trailer carries the expected detail count and a
      *          hash total of the account numbers.  On a change, a
      *          field left as spaces keeps its value on file; an end
      *          date of zeros makes the instruction open-ended.  The
      *          -X views give the raw character form of the numeric
      *          fields for those tests.
      * Modification History:
      *   10/15/26 AI  Initial copybook for standing instruction
      *                maintenance.
      ******************************************************************
000100 01  SI-MAINT-RECORD.
000200     05  SIM-REC-TYPE               PIC X(01).
000300         88  SIM-TYPE-HEADER        VALUE "H".
000400         88  SIM-TYPE-DETAIL        VALUE "D".
000500         88  SIM-TYPE-TRAILER       VALUE "T".
000600     05  SIM-DETAIL-DATA.
000700         10  SIM-ACTION             PIC X(01).
000800             88  SIM-ACTION-ADD     VALUE "A".
000900             88  SIM-ACTION-CHANGE  VALUE "C".
001000             88  SIM-ACTION-SUSPEND VALUE "S".
001100             88  SIM-ACTION-RESUME  VALUE "R".
001200             88  SIM-ACTION-VALID   VALUES "A" "C" "S" "R".
001300         10  SIM-ID                 PIC X(08).
001400         10  SIM-ACCT-NO            PIC 9(06).
001500         10  SIM-ACCT-NO-X REDEFINES SIM-ACCT-NO
001600                                    PIC X(06).
001700         10  SIM-TO-ACCT-NO         PIC 9(06).
001800         10  SIM-TO-ACCT-NO-X REDEFINES SIM-TO-ACCT-NO
001900                                    PIC X(06).
002000         10  SIM-AMOUNT             PIC 9(9)V99.
002100         10  SIM-AMOUNT-X REDEFINES SIM-AMOUNT
002200                                    PIC X(11).
002300         10  SIM-OPER-CODE          PIC X(01).
002400         10  SIM-FREQUENCY          PIC X(01).
002500         10  SIM-START-DATE         PIC 9(08).
002600         10  SIM-START-DATE-X REDEFINES SIM-START-DATE
002700                                    PIC X(08).
002800         10  SIM-END-DATE           PIC 9(08).
002900         10  SIM-END-DATE-X REDEFINES SIM-END-DATE
003000                                    PIC X(08).
003100         10  SIM-DESCRIPTION        PIC X(20).
003200     05  SIM-HEADER-DATA REDEFINES SIM-DETAIL-DATA.
003300         10  SIM-HDR-BATCH-ID       PIC X(08).
003400         10  SIM-HDR-CREATE-DATE    PIC 9(08).
003500         10  SIM-HDR-SYSTEM         PIC X(08).
003600         10  FILLER                 PIC X(46).
003700     05  SIM-TRAILER-DATA REDEFINES SIM-DETAIL-DATA.
003800         10  SIM-TRL-REC-COUNT      PIC 9(09).
003900         10  SIM-TRL-HASH-TOTAL     PIC 9(09).
004000         10  FILLER                 PIC X(52).
