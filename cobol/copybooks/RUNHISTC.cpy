*>-----------------------------------------------------------*
*>  RUNHISTC.CPY                                               *
*>  Job run-history record layout - one record written by      *
*>  JOBRPT for every reconciled run (START matched to END) on  *
*>  the business date being reported, building the permanent   *
*>  history that TRENDRPT reads for the elapsed-time trend and *
*>  SLA exception report.                                      *
*>                                                             *
*>  RUNHIST is indexed by job, step, business date and start   *
*>  time, so a rerun of JOBRPT for the same business date      *
*>  restates a run instead of adding it a second time.         *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-08-22  DLW  Initial version.                          *
*>  2026-10-15  DLW  Key group added - RUNHIST is now indexed. *
*>-----------------------------------------------------------*
       01  RH-RUN-HISTORY-RECORD.
           05  RH-RUN-HISTORY-KEY.
               10  RH-JOB-NAME             PIC X(08).
               10  RH-STEP-NAME            PIC X(08).
               10  RH-BUSINESS-DATE        PIC 9(08).
               10  RH-START-TIME           PIC 9(06).
           05  RH-END-TIME                 PIC 9(06).
           05  RH-ELAPSED-TIME             PIC 9(06).
           05  RH-ELAPSED-SECONDS          PIC 9(06).
