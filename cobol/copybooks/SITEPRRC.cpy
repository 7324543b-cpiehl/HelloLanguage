*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-09-02  DLW  Initial version.                          *
*>  2026-10-15  DLW  Added PR-APPROVER-USER out of the FILLER:  *
*>                    SPMAINT decks are applied only after a    *
*>                    second user approves them; the submitter  *
*>                    stays in PR-LAST-UPDATE-USER. Record      *
*>                    length unchanged.                         *
*>-----------------------------------------------------------*
       01  PR-SITE-PROFILE-RECORD.
           05  PR-SITE-CODE                PIC X(04).
               88  PR-SITE-INACTIVE        VALUE 'I'.
           05  PR-LAST-UPDATE-DATE         PIC 9(08).
           05  PR-LAST-UPDATE-USER         PIC X(08).
           05  PR-APPROVER-USER            PIC X(08).
           05  FILLER                      PIC X(01).
