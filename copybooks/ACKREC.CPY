      * Modification History:
      *   09/02/26 AI  Initial copybook for the GL acknowledgment
      *                file.
      *   10/15/26 AI  ACK-NET-AMOUNT carries dollars and cents
      *                (S9(11)V99, leading separate sign) to match the
      *                GL generation trailer.  Record widened to 40.
      ******************************************************************
000100 01  GL-ACK-RECORD.
000200     05  ACK-FEED-DATE              PIC 9(08).
000300     05  ACK-REC-COUNT              PIC 9(09).
000400     05  ACK-NET-AMOUNT             PIC S9(11)V99
000500         SIGN IS LEADING SEPARATE CHARACTER.
000600     05  ACK-STATUS                 PIC X(01).
000700         88  ACK-LOADED             VALUE "L".
