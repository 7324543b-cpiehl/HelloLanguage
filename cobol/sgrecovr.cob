*>---------------------------------------------------------------*
*> Modification History
*>   2026-09-02  DLW   Initial version.
*>   2026-10-15  DLW   Journal record widened to 253 bytes for the
*>                      approver's user ID; records written before
*>                      the change read with a blank approver.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.

FD  JOURNAL-FILE
    RECORDING MODE IS F.
01  JOURNAL-RECORD                  PIC X(253).

FD  SITE-GREETING-FILE.
    COPY SITEGRRC.
