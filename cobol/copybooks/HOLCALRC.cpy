*>                    its own calendar instead of one country's *
*>                    holiday rolling every site's business    *
*>                    date.                                    *
*>  2026-10-15  DLW  Added HC-APPROVER-USER: HOLMAINT decks    *
*>                    are applied only after a second user     *
*>                    approves them; the submitter stays in    *
*>                    HC-LAST-UPDATE-USER. The old FILLER was  *
*>                    too short to hold it, so the record is   *
*>                    now 68 bytes and the HOLCAL cluster must *
*>                    be redefined and reloaded once, by       *
*>                    HCCONV (HCCNVJOB).                       *
*>-----------------------------------------------------------*
       01  HC-HOLIDAY-RECORD.
           05  HC-HOLIDAY-KEY.
           05  HC-DESCRIPTION              PIC X(30).
           05  HC-LAST-UPDATE-DATE         PIC 9(08).
           05  HC-LAST-UPDATE-USER         PIC X(08).
           05  HC-APPROVER-USER            PIC X(08).
           05  FILLER                      PIC X(03).
