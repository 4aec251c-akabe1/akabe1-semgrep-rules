      *================================================================*
      *  STNDINS.CPY                                                   *
      *  STANDING-INSTR-RECORD - one recurring transaction a customer  *
      *  has set up, on the keyed STANDING-INSTR-FILE.  Keyed and      *
      *  changed through STNDMNT1; each business night STNDGEN1        *
      *  writes a transaction for every active instruction that has    *
      *  fallen due and steps SI-NEXT-RUN-DATE on by the frequency.    *
      *                                                                *
      *  SI-NEXT-RUN-DATE is the scheduled date before any business-   *
      *  day adjustment; a schedule that lands on a weekend or a bank  *
      *  holiday runs on the next business day (BUSDATE1 roll-        *
      *  forward) but the following date is still stepped from the     *
      *  scheduled one, so a monthly instruction keeps its day of the  *
      *  month.  SI-ANCHOR-DAY is that day (a 31st runs on the last    *
      *  day of a shorter month).  SI-END-DATE zero means open-ended.  *
      *  The instruction number keeps the key unique per customer;     *
      *  writers probe upward from 1 on a duplicate-key status.        *
      *  SI-LAST-GEN-DATE, SI-LAST-GEN-FROM-DATE and SI-LAST-GEN-COUNT *
      *  record what the last night generated, so a rerun of that      *
      *  night reproduces the same transactions instead of losing      *
      *  them with the truncated output file.                          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the standing-instruction schedules.
      *================================================================*
       01  STANDING-INSTR-RECORD.
           05  SI-KEY.
               10  SI-CUST-ID              PIC X(06).
               10  SI-INSTR-NO             PIC 9(04).
           05  SI-TXN-CODE                 PIC X(04).
               88  SI-CODE-ALLOWED               VALUE "DBIT" "CRDT"
                                                       "FEE ".
           05  SI-AMOUNT                   PIC 9(07)V99.
           05  SI-FREQUENCY                PIC X(01).
               88  SI-FREQ-WEEKLY                VALUE 'W'.
               88  SI-FREQ-FORTNIGHTLY           VALUE 'F'.
               88  SI-FREQ-MONTHLY               VALUE 'M'.
               88  SI-FREQ-QUARTERLY             VALUE 'Q'.
               88  SI-FREQ-ANNUAL                VALUE 'A'.
               88  SI-FREQ-VALID                 VALUE 'W' 'F' 'M'
                                                       'Q' 'A'.
           05  SI-ANCHOR-DAY               PIC 9(02).
           05  SI-NEXT-RUN-DATE            PIC 9(08).
           05  SI-END-DATE                 PIC 9(08).
           05  SI-STATUS                   PIC X(01).
               88  SI-ACTIVE                     VALUE 'A'.
               88  SI-SUSPENDED                  VALUE 'S'.
               88  SI-ENDED                      VALUE 'E'.
               88  SI-CANCELLED                  VALUE 'C'.
           05  SI-DESCRIPTION              PIC X(20).
           05  SI-LAST-RUN-DATE            PIC 9(08).
           05  SI-LAST-GEN-DATE            PIC 9(08).
           05  SI-LAST-GEN-FROM-DATE       PIC 9(08).
           05  SI-LAST-GEN-COUNT           PIC 9(02).
           05  SI-RUN-COUNT                PIC 9(05).
           05  SI-CHANGED-BY               PIC X(10).
           05  SI-CHANGED-DATE             PIC 9(08).
           05  FILLER                      PIC X(02).
