*>-----------------------------------------------------------*
*>  ACKHISTC.CPY                                               *
*>  Extract acknowledgement history record layout - indexed by *
*>  region code plus business date, one record per GRTDIST     *
*>  regional extract. Written and rewritten by ACKRECON each   *
*>  time the MANIFEST generation is reconciled against the     *
*>  acknowledgements the receiving regions send back, so a     *
*>  rerun restates the extract instead of duplicating it; read *
*>  by ACKINQ to answer "did FRA get the 10/14 file?".         *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>-----------------------------------------------------------*
       01  AH-ACK-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-REGION-CODE          PIC X(03).
               10  AH-BUSINESS-DATE        PIC 9(08).
           05  AH-EXTRACT-DDNAME           PIC X(08).
           05  AH-MANIFEST-COUNT           PIC 9(07).
           05  AH-CREATED-DATE             PIC 9(08).
           05  AH-CREATED-TIME             PIC 9(06).
           05  AH-ACK-STATUS               PIC X(01).
               88  AH-ACKNOWLEDGED         VALUE 'A'.
               88  AH-COUNT-MISMATCH       VALUE 'M'.
               88  AH-UNACK-OVERDUE        VALUE 'U'.
               88  AH-AWAITING-ACK         VALUE 'P'.
               88  AH-ACK-RECEIVED         VALUE 'A' 'M'.
           05  AH-ACK-COUNT                PIC 9(07).
           05  AH-ACK-DATE                 PIC 9(08).
           05  AH-ACK-TIME                 PIC 9(06).
           05  AH-CUTOFF-DATE              PIC 9(08).
           05  AH-CUTOFF-TIME              PIC 9(06).
           05  AH-LAST-UPDATE-DATE         PIC 9(08).
           05  AH-LAST-UPDATE-TIME         PIC 9(06).
           05  AH-LAST-UPDATE-USER         PIC X(08).
           05  FILLER                      PIC X(02).
