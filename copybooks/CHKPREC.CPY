      *                batches already completed.  A checkpoint taken
      *                at a batch boundary clears CHK-BATCH-ID so the
      *                restart knows to expect the next batch header.
      *   10/15/26 AI  CHK-CTL-TOTAL and CHK-HASH-TOTAL carry dollars
      *                and cents (S9(11)V99 COMP).  Record widened to
      *                52.
      ******************************************************************
000100 01  CHECKPOINT-RECORD.
000200     05  CHK-KEY                    PIC X(08).
000300     05  CHK-LAST-RECNO             PIC 9(9) COMP.
000400     05  CHK-REC-COUNT              PIC 9(9) COMP.
000500     05  CHK-CTL-TOTAL              PIC S9(11)V99 COMP.
000600     05  CHK-HASH-TOTAL             PIC S9(11)V99 COMP.
000700     05  CHK-BATCH-ID               PIC X(08).
000800     05  CHK-BATCH-DATE             PIC 9(08).
000900     05  CHK-FILE-RECNO             PIC 9(9) COMP.
