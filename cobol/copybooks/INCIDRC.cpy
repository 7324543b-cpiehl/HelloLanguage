*>-----------------------------------------------------------*
*>  INCIDRC.CPY                                                *
*>  Incident register record layout - indexed by job name,    *
*>  business date and incident sequence within the job/date.  *
*>  INCSCAN opens one incident for every STATUSOUT completion  *
*>  over the job's return-code tolerance and for every JOBLOG  *
*>  'W' warning, and links the clean rerun that superseded a   *
*>  failed completion. INCMAINT assigns the cause code and     *
*>  resolution and closes incidents; INCRPT reports aging and  *
*>  monthly recovery times.                                    *
*>                                                             *
*>  IN-FAIL-TIMESTAMP is the STATUSOUT completion timestamp,   *
*>  or the JOBLOG business date and time of the warning; with  *
*>  IN-SOURCE and IN-STEP-NAME it identifies the failure, so a *
*>  record already registered is never opened twice. Recovery  *
*>  time runs from the failed completion (from IN-OPENED for a *
*>  warning, whose JOBLOG date is the business date) to the    *
*>  linked rerun, or to closure when there was no rerun.       *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>-----------------------------------------------------------*
       01  IN-INCIDENT-RECORD.
           05  IN-INCIDENT-KEY.
               10  IN-JOB-NAME             PIC X(08).
               10  IN-BUSINESS-DATE        PIC 9(08).
               10  IN-INCIDENT-SEQ         PIC 9(02).
           05  IN-SOURCE                   PIC X(01).
               88  IN-FROM-STATUSOUT       VALUE 'S'.
               88  IN-FROM-JOBLOG          VALUE 'W'.
           05  IN-STEP-NAME                PIC X(08).
           05  IN-FAIL-TIMESTAMP           PIC 9(14).
           05  IN-FAIL-TS-PARTS REDEFINES IN-FAIL-TIMESTAMP.
               10  IN-FAIL-DATE            PIC 9(08).
               10  IN-FAIL-TIME            PIC 9(06).
           05  IN-RETURN-CODE              PIC 9(04).
           05  IN-TOLERANCE-RC             PIC 9(04).
           05  IN-MESSAGE-TEXT             PIC X(40).
           05  IN-STATUS                   PIC X(01).
               88  IN-OPEN                 VALUE 'O'.
               88  IN-CLOSED               VALUE 'C'.
*>        When INCSCAN registered the incident.
           05  IN-OPENED-DATE              PIC 9(08).
           05  IN-OPENED-TIME              PIC 9(06).
*>        The clean STATUSOUT completion that superseded the
*>        failure - zero until a rerun is linked.
           05  IN-RERUN-TIMESTAMP          PIC 9(14).
           05  IN-RERUN-TS-PARTS REDEFINES IN-RERUN-TIMESTAMP.
               10  IN-RERUN-DATE           PIC 9(08).
               10  IN-RERUN-TIME           PIC 9(06).
           05  IN-RERUN-RC                 PIC 9(04).
*>        DATA input data   PROG program defect  OPER operator
*>        SYST system/infra SCHD schedule/prereq EXTL external
*>        feed              OTHR anything else
           05  IN-CAUSE-CODE               PIC X(04).
               88  IN-CAUSE-UNASSIGNED     VALUE SPACES.
               88  IN-CAUSE-VALID          VALUES 'DATA' 'PROG'
                                                  'OPER' 'SYST'
                                                  'SCHD' 'EXTL'
                                                  'OTHR'.
           05  IN-RESOLUTION               PIC X(57).
           05  IN-CLOSED-DATE              PIC 9(08).
           05  IN-CLOSED-TIME              PIC 9(06).
           05  IN-LAST-UPDATE-DATE         PIC 9(08).
           05  IN-LAST-UPDATE-USER         PIC X(08).
           05  FILLER                      PIC X(20).
