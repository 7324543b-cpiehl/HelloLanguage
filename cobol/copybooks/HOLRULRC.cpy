*>-----------------------------------------------------------*
*>  HOLRULRC.CPY                                               *
*>  Holiday rule master record layout - indexed by region code *
*>  plus rule ID, maintained by HRMAINT. Each rule says how to *
*>  find one holiday in any year: a fixed month and day, the   *
*>  nth weekday of a month, the last weekday of a month, or a  *
*>  number of days before/after Easter Sunday, with an         *
*>  optional move off the weekend. HOLGEN expands the rules    *
*>  for a year into a HOLMAINT deck for the HOLCAL calendar.   *
*>  Weekdays are numbered Monday=1 through Sunday=7, the same  *
*>  as BDCALC.                                                 *
*>-----------------------------------------------------------*
*>  Modification History                                      *
*>  2026-10-15  DLW  Initial version.                          *
*>-----------------------------------------------------------*
       01  HR-HOLIDAY-RULE-RECORD.
           05  HR-RULE-KEY.
               10  HR-REGION-CODE          PIC X(03).
               10  HR-RULE-ID              PIC X(04).
           05  HR-DESCRIPTION              PIC X(30).
           05  HR-RULE-TYPE                PIC X(01).
               88  HR-FIXED-DATE           VALUE 'F'.
               88  HR-NTH-WEEKDAY          VALUE 'N'.
               88  HR-LAST-WEEKDAY         VALUE 'L'.
               88  HR-EASTER-RELATIVE      VALUE 'E'.
               88  HR-RULE-TYPE-VALID      VALUES 'F' 'N' 'L' 'E'.
*>        F: month and day.  N: month, weekday and occurrence
*>        (1-5).  L: month and weekday.  E: offset in days from
*>        Easter Sunday (-2 Good Friday, +1 Easter Monday).
           05  HR-MONTH                    PIC 9(02).
           05  HR-DAY                      PIC 9(02).
           05  HR-WEEKDAY                  PIC 9(01).
           05  HR-OCCURRENCE               PIC 9(01).
           05  HR-EASTER-OFFSET            PIC S9(03)
                                           SIGN IS LEADING SEPARATE.
*>        What happens when the date falls on a weekend.
           05  HR-OBSERVANCE               PIC X(01).
               88  HR-OBSERVE-FRIDAY       VALUE 'F'.
               88  HR-OBSERVE-MONDAY       VALUE 'M'.
               88  HR-OBSERVE-NONE         VALUE 'N'.
*>        Years the rule applies to - 0000 and 9999 when open.
           05  HR-FIRST-YEAR               PIC 9(04).
           05  HR-LAST-YEAR                PIC 9(04).
           05  HR-LAST-UPDATE-DATE         PIC 9(08).
           05  HR-LAST-UPDATE-USER         PIC X(08).
           05  FILLER                      PIC X(10).
