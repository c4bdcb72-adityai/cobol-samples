      *          dispatch and unattended start; SUMFIX enforces
      *          reject repair and discard; SUMSUSP enforces
      *          duplicate release; SUMMAINT enforces account
      *          maintenance for the batch feed; SUMMAPPR enforces
      *          approval of queued account maintenance.  A missing
      *          profile dataset leaves the shop unrestricted (with a
      *          console warning) so profiles can be loaded without
      *          locking everyone out; once the dataset exists, an
      *          operator with no entry is denied everything.
      * Modification History:
      *   09/02/26 AI  Initial copybook for operator authorization
      *                profiles.
      *   10/15/26 AI  Added OPR-PERM-APPROVE: the right to approve
      *                or decline account maintenance another operator
      *                entered (SUMMAPPR).  Record widened to 16.
      ******************************************************************
000100 01  OPERATOR-PROFILE-RECORD.
000200     05  OPR-ID                     PIC X(08).
001400         88  OPR-DISCARD-ALLOWED    VALUE "Y".
001500     05  OPR-PERM-DUPREL            PIC X(01).
001600         88  OPR-DUPREL-ALLOWED     VALUE "Y".
001700     05  OPR-PERM-APPROVE           PIC X(01).
001800         88  OPR-APPROVE-ALLOWED    VALUE "Y".
