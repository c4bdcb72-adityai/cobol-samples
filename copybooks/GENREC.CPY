      * Modification History:
      *   09/02/26 AI  Initial copybook for the GL generation
      *                register.
      *   10/15/26 AI  GEN-NET-AMOUNT and GEN-ACK-NET carry dollars
      *                and cents (S9(11)V99 COMP).  Record widened to
      *                49; the register is converted by SUMCONV.
      ******************************************************************
000100 01  GEN-REGISTER-RECORD.
000200     05  GEN-KEY                    PIC X(08).
000300     05  GEN-CUT-TIME               PIC 9(08).
000400     05  GEN-REC-COUNT              PIC 9(9) COMP.
000500     05  GEN-NET-AMOUNT             PIC S9(11)V99 COMP.
000600     05  GEN-STATUS                 PIC X(01).
000700         88  GEN-CUT                VALUE "C".
000800         88  GEN-ACCEPTED           VALUE "A".
000900         88  GEN-DISPUTED           VALUE "D".
001000     05  GEN-ACK-DATE               PIC 9(08).
001100     05  GEN-ACK-COUNT              PIC 9(9) COMP.
001200     05  GEN-ACK-NET                PIC S9(11)V99 COMP.
