*>                    SITEPRO profile master (SITEPRRC) and     *
*>                    falls back to the suite default language. *
*>                    Record is now 101 bytes.                  *
*>  2026-10-15  DLW  Added SG-APPROVER-USER out of the FILLER:  *
*>                    maintenance decks are applied only after  *
*>                    a second user approves them, and the      *
*>                    record carries both IDs - the submitter   *
*>                    in SG-LAST-UPDATE-USER and the approver   *
*>                    here. Record length unchanged.            *
*>-----------------------------------------------------------*
       01  SG-SITE-GREETING-RECORD.
           05  SG-SITE-KEY.
           05  SG-GREETING-TEXT            PIC X(60).
           05  SG-LAST-UPDATE-DATE         PIC 9(08).
           05  SG-LAST-UPDATE-USER         PIC X(08).
           05  SG-APPROVER-USER            PIC X(08).
           05  FILLER                      PIC X(02).
