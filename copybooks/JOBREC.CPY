      ******************************************************************
      * Copybook: JOBREC
      * Author: Aditya Inapurapu
      * Date-Written: 10/15/26
      * Purpose: Nightly job-stream step record - one entry per step
      *          per business day on the SUMJOBCT dataset, keyed by
      *          the business date and step number, written by the
      *          SUMJOB controller as each step starts and ends.
      *          Carries the step's start and end stamps, the return
      *          code it ended with, the highest return code the step
      *          may end with and still count as complete, the number
      *          of times it has been started for the day and the
      *          operator who last ran it.  A step still marked
      *          running (status R) after the stream should have
      *          ended is the positive indicator that the controller
      *          itself abended mid-step.
      * Modification History:
      *   10/15/26 AI  Initial copybook for the nightly job stream.
      ******************************************************************
000100 01  JOB-STEP-RECORD.
000200     05  JOB-KEY.
000300         10  JOB-BUS-DATE           PIC 9(08).
000400         10  JOB-STEP-NO            PIC 9(02).
000500     05  JOB-STEP-NAME              PIC X(08).
000600     05  JOB-STATUS                 PIC X(01).
000700         88  JOB-STEP-RUNNING       VALUE "R".
000800         88  JOB-STEP-COMPLETE      VALUE "C".
000900         88  JOB-STEP-FAILED        VALUE "F".
001000     05  JOB-START-DATE             PIC 9(08).
001100     05  JOB-START-TIME             PIC 9(08).
001200     05  JOB-END-DATE               PIC 9(08).
001300     05  JOB-END-TIME               PIC 9(08).
001400     05  JOB-STEP-RC                PIC 9(04).
001500     05  JOB-MAX-RC                 PIC 9(04).
001600     05  JOB-ATTEMPTS               PIC 9(03).
001700     05  JOB-OPERATOR-ID            PIC X(08).
