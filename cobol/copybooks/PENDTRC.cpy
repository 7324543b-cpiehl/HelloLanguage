*>-----------------------------------------------------------*
*>  PENDTRC.CPY                                                *
*>  Pending maintenance transaction record layout - indexed by *
*>  master name plus batch number plus card sequence. Every    *
*>  deck submitted to SITEMAINT, SPMAINT, BCMAINT, HOLMAINT or *
*>  DEPMAINT that passes the edit is parked here under the     *
*>  submitter's user ID instead of being applied; MCAPPRV      *
*>  approves, rejects or expires it, and the next run of the   *
*>  owning maintenance program applies the approved batches. A *
*>  batch is one header record (card sequence zero) carrying   *
*>  its status and both user IDs, followed by one record per   *
*>  parked card in the owning program's own card layout. Batch *
*>  numbers run separately for each master.                    *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>  2026-10-15  DLW  Added DEPEND for DEPMAINT decks.          *
*>-----------------------------------------------------------*
       01  PT-PENDING-RECORD.
           05  PT-PENDING-KEY.
               10  PT-MASTER-NAME          PIC X(08).
                   88  PT-FOR-SITEGRT      VALUE 'SITEGRT'.
                   88  PT-FOR-SITEPRO      VALUE 'SITEPRO'.
                   88  PT-FOR-BATCTL       VALUE 'BATCTL'.
                   88  PT-FOR-HOLCAL       VALUE 'HOLCAL'.
                   88  PT-FOR-DEPEND       VALUE 'DEPEND'.
               10  PT-BATCH-NUMBER         PIC 9(06).
               10  PT-CARD-SEQ             PIC 9(05).
                   88  PT-BATCH-HEADER     VALUE ZERO.
           05  PT-RECORD-DATA              PIC X(101).

*>    Card sequence zero - the batch header.
           05  PT-HEADER-DATA REDEFINES PT-RECORD-DATA.
               10  PT-BATCH-STATUS         PIC X(01).
                   88  PT-PENDING          VALUE 'P'.
                   88  PT-APPROVED         VALUE 'A'.
                   88  PT-REJECTED         VALUE 'R'.
                   88  PT-EXPIRED          VALUE 'E'.
                   88  PT-APPLIED          VALUE 'X'.
               10  PT-CARD-COUNT           PIC 9(05).
               10  PT-SUBMIT-USER          PIC X(08).
               10  PT-SUBMIT-DATE          PIC 9(08).
               10  PT-SUBMIT-TIME          PIC 9(06).
*>            Approver, rejecter, or the MCAPPRV run that expired
*>            the batch.
               10  PT-DECISION-USER        PIC X(08).
               10  PT-DECISION-DATE        PIC 9(08).
               10  PT-DECISION-TIME        PIC 9(06).
               10  PT-DECISION-REASON      PIC X(30).
               10  PT-APPLIED-DATE         PIC 9(08).
               10  PT-APPLIED-TIME         PIC 9(06).
               10  FILLER                  PIC X(07).

*>    Card sequence 1 onward - one parked transaction card.
           05  PT-CARD-DATA REDEFINES PT-RECORD-DATA.
               10  PT-CARD-IMAGE           PIC X(80).
               10  FILLER                  PIC X(21).
