*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-09-02  DLW  Initial version.                          *
*>  2026-10-15  DLW  Added BC-APPROVER-USER out of the FILLER:  *
*>                    BCMAINT decks are applied only after a    *
*>                    second user approves them; the submitter  *
*>                    stays in BC-LAST-UPDATE-USER. Record      *
*>                    length unchanged.                         *
*>-----------------------------------------------------------*
       01  BC-BATCH-CONTROL-RECORD.
           05  BC-CONTROL-KEY.
           05  BC-WINDOW-END               PIC 9(06).
           05  BC-LAST-UPDATE-DATE         PIC 9(08).
           05  BC-LAST-UPDATE-USER         PIC X(08).
           05  BC-APPROVER-USER            PIC X(08).
           05  FILLER                      PIC X(01).
