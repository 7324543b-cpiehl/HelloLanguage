*>-----------------------------------------------------------*
*>  WSPEND.CPY                                                 *
*>  Shared WORKING-STORAGE for the maker/checker pending-deck  *
*>  stage. Paired with PENDPROC.CPY, which parks a submitted   *
*>  deck in the PENDING file and hands approved batches back   *
*>  to the maintenance program for applying. COPY both into    *
*>  any maintenance program whose decks need a second user's   *
*>  approval before they touch the master; the copying program *
*>  moves its master name into PD-MASTER-NAME at               *
*>  initialization (see the PENDPROC.CPY header for the        *
*>  required SELECT/FD).                                       *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>-----------------------------------------------------------*
       01  WS-PENDING-AREA.
           05  PD-MASTER-NAME              PIC X(08) VALUE SPACES.
           05  PD-BATCH-NUMBER             PIC 9(06) VALUE ZEROES.
           05  PD-HIGH-BATCH               PIC 9(06) VALUE ZEROES.
           05  PD-NEXT-SEQ                 PIC 9(05) VALUE ZEROES.
           05  PD-CARD-COUNT               PIC 9(05) VALUE ZEROES.
           05  PD-CARD-IMAGE               PIC X(80) VALUE SPACES.

*>    Both user IDs of the batch being applied - the submitter
*>    goes on the master record as the last-update user and the
*>    approver alongside it.
           05  PD-SUBMITTER-ID             PIC X(08) VALUE SPACES.
           05  PD-SUBMIT-DATE              PIC 9(08) VALUE ZEROES.
           05  PD-APPROVER-ID              PIC X(08) VALUE SPACES.
           05  PD-APPROVE-DATE             PIC 9(08) VALUE ZEROES.

           05  PD-NEW-STATUS               PIC X(01) VALUE SPACES.
           05  PD-HOLD-REASON              PIC X(30) VALUE SPACES.
           05  PD-PENDING-EOF-SW           PIC X(01) VALUE 'N'.
               88  PD-PENDING-EOF          VALUE 'Y'.
           05  PD-BATCH-OK-SW              PIC X(01) VALUE 'N'.
               88  PD-BATCH-OK             VALUE 'Y'.
           05  PD-PARK-OK-SW               PIC X(01) VALUE 'N'.
               88  PD-PARK-OK              VALUE 'Y'.

*>    Approved batches found for this master, applied in batch
*>    number order. Any beyond the table limit wait for the next
*>    run.
           05  PD-RELEASE-MAX              PIC 9(03) COMP VALUE 50.
           05  PD-RELEASE-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  PD-RELEASE-SUB              PIC 9(03) COMP VALUE ZERO.
           05  PD-RELEASE-TABLE.
               10  PD-RELEASE-BATCH OCCURS 50 TIMES
                                           PIC 9(06).
