*>-----------------------------------------------------------*
*>  DEPENDRC.CPY                                               *
*>  Job dependency master record layout - indexed by the       *
*>  dependent job and step plus the prerequisite job,          *
*>  maintained by DEPMAINT. One record says the step may not   *
*>  start until the prerequisite job has completed for the     *
*>  same business date with a return code no higher than       *
*>  DP-MAX-RC. PREQGATE gates a job from these records and     *
*>  IMPCTRPT walks them downstream from a failed or missing    *
*>  job. DEPMAINT refuses any record that would make a job     *
*>  its own prerequisite, directly or down the chain.          *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>-----------------------------------------------------------*
       01  DP-DEPENDENCY-RECORD.
           05  DP-DEPENDENCY-KEY.
               10  DP-JOB-NAME             PIC X(08).
               10  DP-STEP-NAME            PIC X(08).
               10  DP-PREREQ-JOB           PIC X(08).
           05  DP-MAX-RC                   PIC 9(04).
           05  DP-LAST-UPDATE-DATE         PIC 9(08).
           05  DP-LAST-UPDATE-USER         PIC X(08).
           05  DP-APPROVER-USER            PIC X(08).
           05  FILLER                      PIC X(08).
