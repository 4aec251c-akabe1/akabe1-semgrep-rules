      *================================================================*
      *  STNDGEN1                                                      *
      *  Standing-instruction generator.  Runs each business night     *
      *  ahead of the front-end edit and walks the keyed               *
      *  STANDING-INSTR-FILE kept through STNDMNT1.  Every active      *
      *  instruction whose scheduled date, rolled forward to a         *
      *  business day by BUSDATE1 (weekends and the holidays on        *
      *  HOLIDAY-FILE), is on or before tonight's business date is     *
      *  written in the shared structured layout (TXNREC) to           *
      *  STANDING-TXN-FILE, and the scheduled date is stepped on by    *
      *  the frequency.  The scheduler concatenates the file ahead of  *
      *  the night's TRANSACTION-FILE, the same way as the warehouse   *
      *  release (TXNWHS1), so the generated items flow through the    *
      *  edit, the posting engine, and the audit trail like any other  *
      *  arrival.  The warehouse holds one-off future-dated items;     *
      *  this file holds the repeating schedules.                      *
      *                                                                *
      *  Each transaction is effective tonight and carries the         *
      *  source reference SI + instruction number + the scheduled      *
      *  date (YYMMDD), so one occurrence can be reversed on its own.  *
      *  A scheduled date missed on an earlier night (a failed night   *
      *  or a run of holidays) is generated tonight as well, each      *
      *  occurrence separately.  An instruction past its end date is   *
      *  marked ended; one whose account is gone or closed is ended    *
      *  without generating.                                           *
      *                                                                *
      *  Restart: STANDING-TXN-FILE is rebuilt on every run.  An       *
      *  instruction already stepped on tonight (SI-LAST-GEN-DATE is   *
      *  tonight) reproduces the same occurrences from                 *
      *  SI-LAST-GEN-FROM-DATE instead of generating again, so a rerun *
      *  neither loses nor doubles a transaction.                      *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with the
      *                   standing-instruction schedules.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN1.
       AUTHOR. J H MERCER.
       INSTALLATION. DATA CENTER 2.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR-FILE ASSIGN TO STNDINS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SI-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT STANDING-TXN-FILE ASSIGN TO STNDTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.

           SELECT STANDING-REGISTER ASSIGN TO STNDRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTR-FILE.
           COPY "stndins.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  STANDING-TXN-FILE.
           COPY "txnrec.cpy".

       FD  STANDING-REGISTER.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  SI-FILE-STATUS               PIC X(02).
           88  SI-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  ST-FILE-STATUS               PIC X(02).
           88  ST-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-INSTR-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-INSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-TXN-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TXN-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-INSTR-SETTLED-SW          PIC X(01) VALUE 'N'.
           88  WS-INSTR-SETTLED               VALUE 'Y'.
       77  WS-INSTR-ENDED-SW            PIC X(01) VALUE 'N'.
           88  WS-INSTR-ENDED                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-SCHED-DATE                PIC 9(08).
       77  WS-ROLLED-DATE               PIC 9(08).
       77  WS-GEN-COUNT                 PIC 9(02).
       77  WS-GEN-MAX                   PIC 9(02) VALUE 99.
       77  WS-REPRO-COUNT               PIC 9(02).
       77  WS-MONTHS-TO-ADD             PIC 9(02).
       77  WS-MONTH-WORK                PIC 9(04).
       77  WS-MONTH-INDEX               PIC 9(02).
       77  WS-YEARS-CARRIED             PIC 9(04).
       77  WS-DAYS-IN-MONTH             PIC 9(02).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-NEXT-MONTH-INTEGER        PIC S9(09) COMP.
       77  WS-MONTH-FIRST-DATE          PIC 9(08).
       01  WS-DATE-PARTS.
           05  WS-DTP-YYYY              PIC 9(04).
           05  WS-DTP-MM                PIC 9(02).
           05  WS-DTP-DD                PIC 9(02).
       01  WS-FIRST-PARTS.
           05  WS-FST-YYYY              PIC 9(04).
           05  WS-FST-MM                PIC 9(02).
           05  WS-FST-DD                PIC 9(02).
       01  WS-SOURCE-REF.
           05  FILLER                   PIC X(02) VALUE "SI".
           05  WS-SRF-INSTR-NO          PIC 9(04).
           05  WS-SRF-SCHED-YYMMDD      PIC 9(06).

       77  WS-INSTR-READ                PIC 9(07) COMP-3 VALUE 0.
       77  WS-TXNS-GENERATED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-TXNS-REPRODUCED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-INSTR-ENDED-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-INSTR-NOT-DUE             PIC 9(07) COMP-3 VALUE 0.
       77  WS-INSTR-NOT-ACTIVE          PIC 9(07) COMP-3 VALUE 0.
       77  WS-DEBIT-TOTAL               PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-CREDIT-TOTAL              PIC S9(09)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(32) VALUE
               "STANDING INSTRUCTION REGISTER".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(07) VALUE "INSTR".
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(14) VALUE "      AMOUNT".
           05  FILLER                  PIC X(10) VALUE "SCHEDULED".
           05  FILLER                  PIC X(10) VALUE "NEXT RUN".
           05  FILLER                  PIC X(30) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-INSTR-NO         PIC 9(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-TXN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SCHED-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NEXT-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(30).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(14) VALUE
               "INSTRUCTIONS:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "GENERATED:".
           05  WS-TRL-GENERATED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "REPRODUCED:".
           05  WS-TRL-REPRODUCED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "ENDED:".
           05  WS-TRL-ENDED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "NOT DUE:".
           05  WS-TRL-NOT-DUE          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(14) VALUE
               "DEBIT TOTAL:".
           05  WS-TRL-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "CREDIT TOTAL:".
           05  WS-TRL-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-INSTR THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the transaction file is always created,   *
      *    empty on a night with nothing due, so the concatenation     *
      *    ahead of TRANSACTION-FILE never finds it missing; an        *
      *    absent instruction file is a clean night                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE

           OPEN OUTPUT STANDING-TXN-FILE
           IF ST-STATUS-OK
               SET WS-TXN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STNDGEN1: STANDING-TXN-FILE OPEN FAILED "
                       ST-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT STANDING-REGISTER
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "STNDGEN1: STANDING-REGISTER OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O STANDING-INSTR-FILE
           IF SI-STATUS-OK
               SET WS-INSTR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STNDGEN1: NO STANDING-INSTR-FILE, STATUS "
                       SI-FILE-STATUS " - NOTHING TO GENERATE"
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STNDGEN1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE LOW-VALUES TO SI-KEY
           START STANDING-INSTR-FILE
               KEY IS NOT LESS THAN SI-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-INSTR.
           READ STANDING-INSTR-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-ONE-INSTR - a rerun of tonight reproduces;     *
      *    otherwise an active instruction generates every occurrence  *
      *    now due and is stepped on past them                         *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-INSTR.
           ADD 1 TO WS-INSTR-READ
           IF SI-LAST-GEN-DATE = WS-RUN-DATE
            AND SI-LAST-GEN-COUNT > 0
               PERFORM 2100-REPRODUCE-TONIGHT THRU 2100-EXIT
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT SI-ACTIVE
               ADD 1 TO WS-INSTR-NOT-ACTIVE
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE SI-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "ENDED - CUSTOMER NOT ON FILE"
                       TO WS-DTL-ACTION
                   PERFORM 2900-END-INSTRUCTION THRU 2900-EXIT
                   PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF CUST-CLOSED
               MOVE "ENDED - ACCOUNT CLOSED" TO WS-DTL-ACTION
               PERFORM 2900-END-INSTRUCTION THRU 2900-EXIT
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT SI-FREQ-VALID
               MOVE "ENDED - FREQUENCY NOT VALID" TO WS-DTL-ACTION
               PERFORM 2900-END-INSTRUCTION THRU 2900-EXIT
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-GEN-COUNT
           MOVE 'N' TO WS-INSTR-SETTLED-SW
           MOVE 'N' TO WS-INSTR-ENDED-SW
           MOVE SI-NEXT-RUN-DATE TO WS-SCHED-DATE
           PERFORM 2200-GENERATE-IF-DUE THRU 2200-EXIT
               UNTIL WS-INSTR-SETTLED
           IF RETURN-CODE = RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF

           IF WS-GEN-COUNT = 0 AND NOT WS-INSTR-ENDED
               ADD 1 TO WS-INSTR-NOT-DUE
               PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-GEN-COUNT > 0
               MOVE WS-RUN-DATE TO SI-LAST-GEN-DATE
               MOVE SI-NEXT-RUN-DATE TO SI-LAST-GEN-FROM-DATE
               MOVE WS-GEN-COUNT TO SI-LAST-GEN-COUNT
               MOVE WS-RUN-DATE TO SI-LAST-RUN-DATE
               ADD WS-GEN-COUNT TO SI-RUN-COUNT
           END-IF
           MOVE WS-SCHED-DATE TO SI-NEXT-RUN-DATE
           IF WS-INSTR-ENDED
               SET SI-ENDED TO TRUE
               ADD 1 TO WS-INSTR-ENDED-COUNT
               MOVE SI-CUST-ID TO WS-DTL-CUST-ID
               MOVE SI-INSTR-NO TO WS-DTL-INSTR-NO
               MOVE SI-TXN-CODE TO WS-DTL-TXN-CODE
               MOVE SI-AMOUNT TO WS-DTL-AMOUNT
               MOVE SI-END-DATE TO WS-DTL-SCHED-DATE
               MOVE 0 TO WS-DTL-NEXT-DATE
               MOVE "ENDED - PAST END DATE" TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "STNDGEN1" TO SI-CHANGED-BY
           MOVE WS-RUN-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD
           IF NOT SI-STATUS-OK
               DISPLAY "STNDGEN1: INSTRUCTION REWRITE FAILED "
                       SI-FILE-STATUS " FOR " SI-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 1100-READ-NEXT-INSTR THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-REPRODUCE-TONIGHT - the instruction was stepped on by  *
      *    an earlier attempt at tonight; the same occurrences are     *
      *    written again from the first scheduled date it generated    *
      *----------------------------------------------------------------*
       2100-REPRODUCE-TONIGHT.
           MOVE SI-LAST-GEN-FROM-DATE TO WS-SCHED-DATE
           MOVE SI-LAST-GEN-COUNT TO WS-REPRO-COUNT
           PERFORM 2110-REPRODUCE-ONE THRU 2110-EXIT
               WS-REPRO-COUNT TIMES.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-REPRODUCE-ONE.
           PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT
           ADD 1 TO WS-TXNS-REPRODUCED
           PERFORM 2400-ADVANCE-SCHEDULE THRU 2400-EXIT
           MOVE "REPRODUCED ON RERUN" TO WS-DTL-ACTION
           PERFORM 2350-WRITE-DETAIL THRU 2350-EXIT.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-GENERATE-IF-DUE - one scheduled date: past the end     *
      *    date ends the instruction; rolled to a business day and     *
      *    still after tonight, it waits; otherwise it is generated    *
      *    and the schedule steps on                                   *
      *----------------------------------------------------------------*
       2200-GENERATE-IF-DUE.
           IF SI-END-DATE NOT = 0
            AND WS-SCHED-DATE > SI-END-DATE
               SET WS-INSTR-ENDED TO TRUE
               SET WS-INSTR-SETTLED TO TRUE
               GO TO 2200-EXIT
           END-IF

           SET BUSDATE-FUNC-ROLL-FORWARD TO TRUE
           MOVE WS-SCHED-DATE TO BUSDATE-ROLL-DATE
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-ROLL-DATE TO WS-ROLLED-DATE
           IF WS-ROLLED-DATE > WS-RUN-DATE
               SET WS-INSTR-SETTLED TO TRUE
               GO TO 2200-EXIT
           END-IF

           PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               SET WS-INSTR-SETTLED TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-GEN-COUNT
           ADD 1 TO WS-TXNS-GENERATED
           IF WS-ROLLED-DATE = WS-SCHED-DATE
               MOVE "GENERATED" TO WS-DTL-ACTION
           ELSE
               MOVE "GENERATED - ROLLED FORWARD" TO WS-DTL-ACTION
           END-IF
           PERFORM 2400-ADVANCE-SCHEDULE THRU 2400-EXIT
           PERFORM 2350-WRITE-DETAIL THRU 2350-EXIT
           IF WS-GEN-COUNT NOT < WS-GEN-MAX
               SET WS-INSTR-SETTLED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-WRITE-TRANSACTION - effective tonight; the source      *
      *    reference names the instruction and the scheduled date      *
      *----------------------------------------------------------------*
       2300-WRITE-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SI-TXN-CODE TO TXN-CODE
           MOVE SI-CUST-ID TO TXN-CUST-ID
           MOVE SI-AMOUNT TO TXN-AMOUNT
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           MOVE SI-INSTR-NO TO WS-SRF-INSTR-NO
           MOVE WS-SCHED-DATE(3:6) TO WS-SRF-SCHED-YYMMDD
           MOVE WS-SOURCE-REF TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD
           IF NOT ST-STATUS-OK
               DISPLAY "STNDGEN1: STANDING-TXN-FILE WRITE FAILED "
                       ST-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           IF SI-TXN-CODE = "CRDT"
               ADD SI-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD SI-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           MOVE WS-SCHED-DATE TO WS-DTL-SCHED-DATE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-WRITE-DETAIL.
           MOVE SI-CUST-ID TO WS-DTL-CUST-ID
           MOVE SI-INSTR-NO TO WS-DTL-INSTR-NO
           MOVE SI-TXN-CODE TO WS-DTL-TXN-CODE
           MOVE SI-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-SCHED-DATE TO WS-DTL-NEXT-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-ADVANCE-SCHEDULE - weekly and fortnightly step by      *
      *    days; the others step by months and keep the anchor day,   *
      *    held to the last day of a shorter month                     *
      *----------------------------------------------------------------*
       2400-ADVANCE-SCHEDULE.
           EVALUATE TRUE
               WHEN SI-FREQ-WEEKLY
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 7
                   COMPUTE WS-SCHED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               WHEN SI-FREQ-FORTNIGHTLY
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 14
                   COMPUTE WS-SCHED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               WHEN SI-FREQ-MONTHLY
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 2410-ADD-MONTHS THRU 2410-EXIT
               WHEN SI-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 2410-ADD-MONTHS THRU 2410-EXIT
               WHEN SI-FREQ-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
                   PERFORM 2410-ADD-MONTHS THRU 2410-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-ADD-MONTHS.
           MOVE WS-SCHED-DATE TO WS-DATE-PARTS
           COMPUTE WS-MONTH-WORK = WS-DTP-MM - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-CARRIED
               REMAINDER WS-MONTH-INDEX
           ADD WS-YEARS-CARRIED TO WS-DTP-YYYY
           COMPUTE WS-DTP-MM = WS-MONTH-INDEX + 1

           MOVE WS-DTP-YYYY TO WS-FST-YYYY
           MOVE WS-DTP-MM TO WS-FST-MM
           MOVE 01 TO WS-FST-DD
           MOVE WS-FIRST-PARTS TO WS-MONTH-FIRST-DATE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE)
           IF WS-FST-MM = 12
               ADD 1 TO WS-FST-YYYY
               MOVE 01 TO WS-FST-MM
           ELSE
               ADD 1 TO WS-FST-MM
           END-IF
           MOVE WS-FIRST-PARTS TO WS-MONTH-FIRST-DATE
           COMPUTE WS-NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE)
           COMPUTE WS-DAYS-IN-MONTH =
               WS-NEXT-MONTH-INTEGER - WS-DATE-INTEGER

           IF SI-ANCHOR-DAY = 0
               MOVE WS-DTP-DD TO SI-ANCHOR-DAY
           END-IF
           IF SI-ANCHOR-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DTP-DD
           ELSE
               MOVE SI-ANCHOR-DAY TO WS-DTP-DD
           END-IF
           MOVE WS-DATE-PARTS TO WS-SCHED-DATE.
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-END-INSTRUCTION - nothing generated; the instruction   *
      *    is marked ended with the reason on the register             *
      *----------------------------------------------------------------*
       2900-END-INSTRUCTION.
           SET SI-ENDED TO TRUE
           MOVE "STNDGEN1" TO SI-CHANGED-BY
           MOVE WS-RUN-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD
           IF NOT SI-STATUS-OK
               DISPLAY "STNDGEN1: INSTRUCTION REWRITE FAILED "
                       SI-FILE-STATUS " FOR " SI-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-INSTR-ENDED-COUNT
           MOVE SI-CUST-ID TO WS-DTL-CUST-ID
           MOVE SI-INSTR-NO TO WS-DTL-INSTR-NO
           MOVE SI-TXN-CODE TO WS-DTL-TXN-CODE
           MOVE SI-AMOUNT TO WS-DTL-AMOUNT
           MOVE SI-NEXT-RUN-DATE TO WS-DTL-SCHED-DATE
           MOVE 0 TO WS-DTL-NEXT-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER                                          *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INSTR-READ TO WS-TRL-READ
           MOVE WS-TXNS-GENERATED TO WS-TRL-GENERATED
           MOVE WS-TXNS-REPRODUCED TO WS-TRL-REPRODUCED
           MOVE WS-INSTR-ENDED-COUNT TO WS-TRL-ENDED
           MOVE WS-INSTR-NOT-DUE TO WS-TRL-NOT-DUE
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-TRL-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-TRL-CREDITS
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "STNDGEN1: INSTRUCTIONS READ     " WS-INSTR-READ
           DISPLAY "STNDGEN1: TRANSACTIONS WRITTEN  "
                   WS-TXNS-GENERATED
           DISPLAY "STNDGEN1: REPRODUCED ON RERUN   "
                   WS-TXNS-REPRODUCED
           DISPLAY "STNDGEN1: INSTRUCTIONS ENDED    "
                   WS-INSTR-ENDED-COUNT
           DISPLAY "STNDGEN1: NOT YET DUE           " WS-INSTR-NOT-DUE
           DISPLAY "STNDGEN1: SUSPENDED OR FINISHED "
                   WS-INSTR-NOT-ACTIVE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-INSTR-FILE-OPEN
               CLOSE STANDING-INSTR-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TXN-FILE-OPEN
               CLOSE STANDING-TXN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE STANDING-REGISTER
           END-IF.
       9000-EXIT.
           EXIT.
