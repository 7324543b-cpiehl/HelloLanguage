*>                    widen the images to the new 101-byte     *
*>                    language-coded master record. Record is  *
*>                    now 245 bytes.                           *
*>  2026-10-15  DLW  Decks are applied only after a second     *
*>                    user approves them: JR-USER-ID is now    *
*>                    the deck's submitter and the new         *
*>                    JR-APPROVER-ID, added at the end so      *
*>                    older journal records still line up,     *
*>                    is its approver. Record is now 253       *
*>                    bytes.                                   *
*>-----------------------------------------------------------*
       01  JR-JOURNAL-RECORD.
           05  JR-ACTION-CODE              PIC X(01).
           05  JR-BEFORE-IMAGE             PIC X(101).
           05  JR-AFTER-IMAGE              PIC X(101).
           05  FILLER                      PIC X(05).
           05  JR-APPROVER-ID              PIC X(08).
