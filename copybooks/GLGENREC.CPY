      *   08/22/26 AI  Widened the header/trailer FILLER padding to
      *                match the GL feed detail record, which grew by
      *                the run ID.
      *   10/15/26 AI  Widened the header/trailer FILLER padding to
      *                match the GL feed detail record, which grew by
      *                the transfer leg fields.
      *   10/15/26 AI  The trailer net amount carries dollars and
      *                cents (S9(11)V99); header and trailer padding
      *                widened to match the 82-byte GL feed detail.
      ******************************************************************
000100 01  GLGEN-HEADER-RECORD.
000200     05  GLG-HDR-ID                 PIC X(03).
000300     05  GLG-HDR-FEED-DATE          PIC 9(08).
000400     05  GLG-HDR-CREATE-TIME        PIC 9(08).
000500     05  GLG-HDR-SYSTEM             PIC X(08).
000600     05  FILLER                     PIC X(55).
000700 01  GLGEN-TRAILER-RECORD.
000800     05  GLG-TRL-ID                 PIC X(03).
000900     05  GLG-TRL-REC-COUNT          PIC 9(09).
001000     05  GLG-TRL-NET-AMOUNT         PIC S9(11)V99
001010         SIGN IS LEADING SEPARATE CHARACTER.
001100     05  FILLER                     PIC X(56).
