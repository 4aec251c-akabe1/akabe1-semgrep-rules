      *================================================================*
      *  ONBLOG.CPY                                                    *
      *  ONBOARD-LOG-RECORD - one keyed row per detail the onboarding  *
      *  load (CUSTLOD1) has disposed of, keyed by the conversion      *
      *  file's batch id and the detail's position in the file.  The   *
      *  row is written only after the account, its profile, and its   *
      *  journal row are stored (or the detail is rejected), so a      *
      *  restarted load skips every detail already logged and carries  *
      *  its disposition into the control totals instead of adding     *
      *  the account a second time.                                    *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the bulk onboarding load.
      *================================================================*
       01  ONBOARD-LOG-RECORD.
           05  ONBL-KEY.
               10  ONBL-BATCH-ID           PIC X(10).
               10  ONBL-SEQUENCE           PIC 9(07).
           05  ONBL-CUST-ID                PIC X(06).
           05  ONBL-DISPOSITION            PIC X(01).
               88  ONBL-ACCEPTED                 VALUE 'A'.
               88  ONBL-REJECTED                 VALUE 'R'.
           05  ONBL-REASON                 PIC X(30).
           05  ONBL-OPENING-BALANCE        PIC S9(7)V99 COMP-3.
           05  ONBL-LOAD-TIMESTAMP         PIC 9(14).
           05  FILLER                      PIC X(20).
