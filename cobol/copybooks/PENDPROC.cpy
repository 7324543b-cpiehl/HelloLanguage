*>-----------------------------------------------------------*
*>  PENDPROC.CPY                                               *
*>  Maker/checker pending-deck logic. COPY this as a           *
*>  standalone block of paragraphs anywhere in the PROCEDURE   *
*>  DIVISION of a maintenance program; requires WSPEND.CPY in  *
*>  WORKING-STORAGE with PD-MASTER-NAME set to the program's   *
*>  master name before the first PERFORM.                      *
*>                                                              *
*>  Submitting side - a deck that has passed the edit:         *
*>    PENDPROC-SCAN-PENDING    once per run, finds the highest *
*>                             batch number on file and the    *
*>                             approved batches to release     *
*>    PENDPROC-OPEN-NEW-BATCH  allocates the next batch number *
*>    PENDPROC-PARK-CARD       parks PD-CARD-IMAGE; tests      *
*>                             PD-PARK-OK afterwards           *
*>    PENDPROC-CLOSE-NEW-BATCH writes the header under         *
*>                             PD-SUBMITTER-ID - last, so a    *
*>                             batch is never visible to the   *
*>                             approver half-written           *
*>                                                              *
*>  Applying side - for each PD-RELEASE-BATCH entry moved into *
*>  PD-BATCH-NUMBER:                                           *
*>    PENDPROC-OPEN-BATCH      reads the header and loads both *
*>                             user IDs; PD-BATCH-OK is off    *
*>                             with PD-HOLD-REASON set when    *
*>                             the batch must not be applied   *
*>    PENDPROC-NEXT-CARD       returns the next parked card in *
*>                             PD-CARD-IMAGE until             *
*>                             PD-PENDING-EOF                  *
*>    PENDPROC-UPDATE-HEADER   sets the header to              *
*>                             PD-NEW-STATUS - X applied, R    *
*>                             rejected (reason from           *
*>                             PD-HOLD-REASON), P back to      *
*>                             pending for a fresh approval    *
*>                                                              *
*>  The copying program must declare the file:                 *
*>                                                              *
*>      SELECT PENDING-FILE ASSIGN TO "PENDING"                *
*>          ORGANIZATION IS INDEXED                            *
*>          ACCESS MODE IS DYNAMIC                             *
*>          RECORD KEY IS PT-PENDING-KEY                       *
*>          FILE STATUS IS WS-PENDING-STATUS.                  *
*>                                                              *
*>      FD  PENDING-FILE.                                      *
*>          COPY PENDTRC.                                      *
*>                                                              *
*>  plus a WS-PENDING-STATUS PIC X(02) field, open the file    *
*>  I-O, and carry the usual WS-CDT-DATE / WS-CDT-TIME run     *
*>  date and time.                                             *
*>-----------------------------------------------------------*
*>  Modification History                                       *
*>  2026-10-15  DLW  Initial version.                           *
*>-----------------------------------------------------------*
       PENDPROC-SCAN-PENDING.
           MOVE ZERO TO PD-RELEASE-COUNT
           MOVE ZEROES TO PD-HIGH-BATCH
           MOVE 'N' TO PD-PENDING-EOF-SW

           MOVE PD-MASTER-NAME TO PT-MASTER-NAME
           MOVE ZEROES TO PT-BATCH-NUMBER
           MOVE ZEROES TO PT-CARD-SEQ
           START PENDING-FILE KEY NOT < PT-PENDING-KEY
               INVALID KEY
                   SET PD-PENDING-EOF TO TRUE
           END-START

           PERFORM PENDPROC-SCAN-RECORD THRU PENDPROC-SCAN-RECORD-EXIT
               UNTIL PD-PENDING-EOF.

       PENDPROC-SCAN-PENDING-EXIT.
           EXIT.

       PENDPROC-SCAN-RECORD.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PD-PENDING-EOF TO TRUE
                   GO TO PENDPROC-SCAN-RECORD-EXIT
           END-READ

           IF PT-MASTER-NAME NOT = PD-MASTER-NAME
               SET PD-PENDING-EOF TO TRUE
               GO TO PENDPROC-SCAN-RECORD-EXIT
           END-IF

           IF PT-BATCH-NUMBER > PD-HIGH-BATCH
               MOVE PT-BATCH-NUMBER TO PD-HIGH-BATCH
           END-IF

           IF PT-BATCH-HEADER AND PT-APPROVED
                   AND PD-RELEASE-COUNT < PD-RELEASE-MAX
               ADD 1 TO PD-RELEASE-COUNT
               MOVE PT-BATCH-NUMBER
                   TO PD-RELEASE-BATCH (PD-RELEASE-COUNT)
           END-IF.

       PENDPROC-SCAN-RECORD-EXIT.
           EXIT.

       PENDPROC-OPEN-NEW-BATCH.
           ADD 1 TO PD-HIGH-BATCH
           MOVE PD-HIGH-BATCH TO PD-BATCH-NUMBER
           MOVE ZEROES TO PD-NEXT-SEQ.

       PENDPROC-OPEN-NEW-BATCH-EXIT.
           EXIT.

       PENDPROC-PARK-CARD.
           MOVE 'N' TO PD-PARK-OK-SW
           ADD 1 TO PD-NEXT-SEQ
           MOVE SPACES TO PT-PENDING-RECORD
           MOVE PD-MASTER-NAME TO PT-MASTER-NAME
           MOVE PD-BATCH-NUMBER TO PT-BATCH-NUMBER
           MOVE PD-NEXT-SEQ TO PT-CARD-SEQ
           MOVE PD-CARD-IMAGE TO PT-CARD-IMAGE

           WRITE PT-PENDING-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM PD-NEXT-SEQ
               NOT INVALID KEY
                   SET PD-PARK-OK TO TRUE
           END-WRITE.

       PENDPROC-PARK-CARD-EXIT.
           EXIT.

       PENDPROC-CLOSE-NEW-BATCH.
           MOVE 'N' TO PD-PARK-OK-SW
           MOVE SPACES TO PT-PENDING-RECORD
           MOVE PD-MASTER-NAME TO PT-MASTER-NAME
           MOVE PD-BATCH-NUMBER TO PT-BATCH-NUMBER
           MOVE ZEROES TO PT-CARD-SEQ
           SET PT-PENDING TO TRUE
           MOVE PD-NEXT-SEQ TO PT-CARD-COUNT
           MOVE PD-SUBMITTER-ID TO PT-SUBMIT-USER
           MOVE WS-CDT-DATE TO PT-SUBMIT-DATE
           MOVE WS-CDT-TIME TO PT-SUBMIT-TIME
           MOVE ZEROES TO PT-DECISION-DATE
           MOVE ZEROES TO PT-DECISION-TIME
           MOVE ZEROES TO PT-APPLIED-DATE
           MOVE ZEROES TO PT-APPLIED-TIME

           WRITE PT-PENDING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PD-PARK-OK TO TRUE
           END-WRITE.

       PENDPROC-CLOSE-NEW-BATCH-EXIT.
           EXIT.

       PENDPROC-OPEN-BATCH.
           MOVE 'N' TO PD-BATCH-OK-SW
           SET PD-PENDING-EOF TO TRUE
           MOVE SPACES TO PD-HOLD-REASON
           MOVE SPACES TO PD-SUBMITTER-ID
           MOVE SPACES TO PD-APPROVER-ID
           MOVE ZEROES TO PD-SUBMIT-DATE
           MOVE ZEROES TO PD-APPROVE-DATE
           MOVE ZEROES TO PD-CARD-COUNT

           MOVE PD-MASTER-NAME TO PT-MASTER-NAME
           MOVE PD-BATCH-NUMBER TO PT-BATCH-NUMBER
           MOVE ZEROES TO PT-CARD-SEQ
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'BATCH HEADER NOT ON FILE' TO PD-HOLD-REASON
                   GO TO PENDPROC-OPEN-BATCH-EXIT
           END-READ

           MOVE PT-SUBMIT-USER TO PD-SUBMITTER-ID
           MOVE PT-SUBMIT-DATE TO PD-SUBMIT-DATE
           MOVE PT-DECISION-USER TO PD-APPROVER-ID
           MOVE PT-DECISION-DATE TO PD-APPROVE-DATE
           MOVE PT-CARD-COUNT TO PD-CARD-COUNT

           IF NOT PT-APPROVED
               MOVE 'BATCH NO LONGER APPROVED' TO PD-HOLD-REASON
               GO TO PENDPROC-OPEN-BATCH-EXIT
           END-IF

*>         MCAPPRV never approves a batch for its own submitter;
*>         check again here so a header changed by any other
*>         route still cannot be applied on one person's say-so.
*>         A batch caught here goes back to pending so another
*>         user can approve it properly.
           IF PD-APPROVER-ID = SPACES
               MOVE 'NO APPROVER ON BATCH' TO PD-HOLD-REASON
           END-IF
           IF PD-APPROVER-ID = PD-SUBMITTER-ID
               MOVE 'APPROVER IS THE SUBMITTER' TO PD-HOLD-REASON
           END-IF
           IF PD-HOLD-REASON NOT = SPACES
               MOVE 'P' TO PD-NEW-STATUS
               PERFORM PENDPROC-UPDATE-HEADER
                   THRU PENDPROC-UPDATE-HEADER-EXIT
               MOVE 'N' TO PD-BATCH-OK-SW
               GO TO PENDPROC-OPEN-BATCH-EXIT
           END-IF

           SET PD-BATCH-OK TO TRUE
           MOVE 'N' TO PD-PENDING-EOF-SW
           MOVE 1 TO PT-CARD-SEQ
           START PENDING-FILE KEY NOT < PT-PENDING-KEY
               INVALID KEY
                   SET PD-PENDING-EOF TO TRUE
           END-START.

       PENDPROC-OPEN-BATCH-EXIT.
           EXIT.

       PENDPROC-NEXT-CARD.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PD-PENDING-EOF TO TRUE
                   GO TO PENDPROC-NEXT-CARD-EXIT
           END-READ

           IF PT-MASTER-NAME NOT = PD-MASTER-NAME
                   OR PT-BATCH-NUMBER NOT = PD-BATCH-NUMBER
               SET PD-PENDING-EOF TO TRUE
               GO TO PENDPROC-NEXT-CARD-EXIT
           END-IF

           MOVE PT-CARD-IMAGE TO PD-CARD-IMAGE.

       PENDPROC-NEXT-CARD-EXIT.
           EXIT.

       PENDPROC-UPDATE-HEADER.
           MOVE PD-MASTER-NAME TO PT-MASTER-NAME
           MOVE PD-BATCH-NUMBER TO PT-BATCH-NUMBER
           MOVE ZEROES TO PT-CARD-SEQ
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N' TO PD-BATCH-OK-SW
                   GO TO PENDPROC-UPDATE-HEADER-EXIT
           END-READ

           MOVE PD-NEW-STATUS TO PT-BATCH-STATUS
           EVALUATE TRUE
               WHEN PT-APPLIED
                   MOVE WS-CDT-DATE TO PT-APPLIED-DATE
                   MOVE WS-CDT-TIME TO PT-APPLIED-TIME
               WHEN PT-REJECTED
                   MOVE PD-HOLD-REASON TO PT-DECISION-REASON
               WHEN PT-PENDING
                   MOVE SPACES TO PT-DECISION-USER
                   MOVE ZEROES TO PT-DECISION-DATE
                   MOVE ZEROES TO PT-DECISION-TIME
                   MOVE PD-HOLD-REASON TO PT-DECISION-REASON
           END-EVALUATE

           REWRITE PT-PENDING-RECORD
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'N' TO PD-BATCH-OK-SW
           END-IF.

       PENDPROC-UPDATE-HEADER-EXIT.
           EXIT.
