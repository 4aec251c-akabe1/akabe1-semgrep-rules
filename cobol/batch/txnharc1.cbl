      *================================================================*
      *  TXNHARC1                                                      *
      *  Transaction-history retention offload.  TXN-HISTORY-FILE is   *
      *  permanent and keyed and the posting engine and the suspense   *
      *  pass add to it every night, so it only grew - it became the   *
      *  slowest file in the backup and the reason TXNSCRN1's          *
      *  history-average lookups kept getting slower.  At month end    *
      *  this step moves every row posted before the online retention  *
      *  cutoff to one new sequential archive generation (TXNARCH):    *
      *                                                                *
      *    - the rows are copied in key order to the generation, with  *
      *      a header and a trailer carrying count, debit total, and   *
      *      credit total                                              *
      *    - the generation is closed and read back, and must prove    *
      *      against both its trailer and what was copied before a     *
      *      single online row is removed                              *
      *    - only then are the same rows deleted from the keyed file,  *
      *      and the rows removed must prove against the generation    *
      *                                                                *
      *  Anything out of proof leaves RC-ABEND-WORTHY and a register   *
      *  row marked unverified; nothing is removed from the online     *
      *  file unless the generation proved.                            *
      *                                                                *
      *  Retention is WS-RETENTION-MONTHS whole months, the current    *
      *  one included.  It must keep covering every reader of the      *
      *  online file: TAXSUM1's January run needs the whole of the     *
      *  year just ended, and the posting screen, late-fee,            *
      *  collections follow-up, and limit review windows are all far   *
      *  shorter.  TXNHINQ1 carries a browse on into the archive       *
      *  generations when a customer's online rows run out.            *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNHARC1.
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
           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO TXNARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-FILE-STATUS.

           SELECT TXN-ARCHIVE-REGISTER ASSIGN TO TXNAREG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-FILE-STATUS.

           SELECT OFFLOAD-REPORT ASSIGN TO TXNHARC-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  TXN-ARCHIVE-FILE.
           COPY "txnarch.cpy".

       FD  TXN-ARCHIVE-REGISTER.
           COPY "txnareg.cpy".

       FD  OFFLOAD-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  TA-FILE-STATUS               PIC X(02).
           88  TA-STATUS-OK                   VALUE '00'.
       77  TR-FILE-STATUS               PIC X(02).
           88  TR-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-ARCHIVE-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-OPEN                VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-VERIFIED-SW               PIC X(01) VALUE 'N'.
           88  WS-GENERATION-VERIFIED         VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW           PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-RETENTION-MONTHS          PIC 9(03) COMP-3 VALUE 24.
       77  WS-MONTH-INDEX               PIC 9(07) COMP-3.
       77  WS-CUTOFF-YEAR               PIC 9(04).
       77  WS-CUTOFF-MONTH-NUM          PIC 9(02).
       77  WS-CUTOFF-DATE               PIC 9(08).
       77  WS-AUDIT-TEXT                PIC X(100).
       01  WS-RUN-DATE-X.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MONTH             PIC 9(02).
           05  WS-RUN-DAY               PIC 9(02).
       01  WS-ARCHIVE-MONTH             PIC 9(06).

       77  WS-ROWS-READ                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-ARCHIVED-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-ARCHIVED-DEBITS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-ARCHIVED-CREDITS          PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-READBACK-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-READBACK-DEBITS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-READBACK-CREDITS          PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TRAILER-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRAILER-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TRAILER-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REMOVED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-REMOVED-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REMOVED-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-COUNT-DISPLAY             PIC 9(09).

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "TRANSACTION HISTORY OFFLOAD".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(16) VALUE
               "ARCHIVE MONTH : ".
           05  WS-HDR-MONTH            PIC 9(06).
           05  FILLER                  PIC X(28) VALUE
               "   ROWS POSTED BEFORE : ".
           05  WS-HDR-CUTOFF           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "         ROWS".
           05  FILLER                  PIC X(22) VALUE
               "          DEBIT TOTAL".
           05  FILLER                  PIC X(22) VALUE
               "         CREDIT TOTAL".

       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL            PIC X(24).
           05  WS-CTL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-DEBITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CTL-CREDITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(80).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2000-COPY-TO-ARCHIVE THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-VERIFY-GENERATION THRU 3000-EXIT
           END-IF
           IF WS-GENERATION-VERIFIED
               PERFORM 4000-REMOVE-ONLINE-ROWS THRU 4000-EXIT
           END-IF
           IF WS-HISTORY-FILE-OPEN
               PERFORM 5000-REGISTER-GENERATION THRU 5000-EXIT
               PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the cutoff is the first of the oldest     *
      *    month kept online; with 24 months a run in October 2026     *
      *    keeps November 2024 onward                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS

           COMPUTE WS-ARCHIVE-MONTH = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - (WS-RETENTION-MONTHS - 1)
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH-NUM
           ADD 1 TO WS-CUTOFF-MONTH-NUM
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
               + WS-CUTOFF-MONTH-NUM * 100 + 1

           OPEN OUTPUT OFFLOAD-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "TXNHARC1: OFFLOAD-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ARCHIVE-MONTH TO WS-HDR-MONTH
           MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TXNHARC1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT TXN-ARCHIVE-FILE
           IF TA-STATUS-OK
               SET WS-ARCHIVE-OPEN TO TRUE
           ELSE
               DISPLAY "TXNHARC1: TXN-ARCHIVE-FILE OPEN FAILED "
                       TA-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-COPY-TO-ARCHIVE - key order keeps each customer's rows *
      *    together, newest night first, on the generation             *
      *----------------------------------------------------------------*
       2000-COPY-TO-ARCHIVE.
           MOVE SPACES TO TXN-ARCHIVE-RECORD
           SET TXA-HEADER-RECORD TO TRUE
           MOVE WS-ARCHIVE-MONTH TO TXAH-ARCHIVE-MONTH
           MOVE WS-CUTOFF-DATE TO TXAH-CUTOFF-DATE
           MOVE WS-RUN-DATE TO TXAH-RUN-DATE
           WRITE TXN-ARCHIVE-RECORD

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO TXNH-KEY
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-COPY-ONE-ROW THRU 2100-EXIT
               UNTIL WS-END-OF-FILE

           MOVE SPACES TO TXN-ARCHIVE-RECORD
           SET TXA-TRAILER-RECORD TO TRUE
           MOVE WS-ARCHIVED-COUNT TO TXAT-RECORD-COUNT
           MOVE WS-ARCHIVED-DEBITS TO TXAT-DEBIT-TOTAL
           MOVE WS-ARCHIVED-CREDITS TO TXAT-CREDIT-TOTAL
           WRITE TXN-ARCHIVE-RECORD
           IF NOT TA-STATUS-OK
               DISPLAY "TXNHARC1: TXN-ARCHIVE-FILE WRITE FAILED "
                       TA-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           CLOSE TXN-ARCHIVE-FILE
           MOVE 'N' TO WS-ARCHIVE-OPEN-SW.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-COPY-ONE-ROW.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           IF TXNH-POST-DATE NOT < WS-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO TXN-ARCHIVE-RECORD
           SET TXA-DETAIL-RECORD TO TRUE
           MOVE TXN-HISTORY-RECORD TO TXAD-HISTORY-IMAGE
           WRITE TXN-ARCHIVE-RECORD
           IF NOT TA-STATUS-OK
               DISPLAY "TXNHARC1: TXN-ARCHIVE-FILE WRITE FAILED "
                       TA-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ARCHIVED-COUNT
           IF TXNH-POSTED-DEBIT
               ADD TXNH-AMOUNT TO WS-ARCHIVED-DEBITS
           ELSE
               ADD TXNH-AMOUNT TO WS-ARCHIVED-CREDITS
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-VERIFY-GENERATION - read the generation back; its      *
      *    details must prove to its trailer and to what was copied    *
      *----------------------------------------------------------------*
       3000-VERIFY-GENERATION.
           OPEN INPUT TXN-ARCHIVE-FILE
           IF NOT TA-STATUS-OK
               DISPLAY "TXNHARC1: TXN-ARCHIVE-FILE REOPEN FAILED "
                       TA-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET WS-ARCHIVE-OPEN TO TRUE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-READ-BACK-ONE THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TXN-ARCHIVE-FILE
           MOVE 'N' TO WS-ARCHIVE-OPEN-SW

           IF WS-TRAILER-SEEN
            AND WS-READBACK-COUNT = WS-TRAILER-COUNT
            AND WS-READBACK-DEBITS = WS-TRAILER-DEBITS
            AND WS-READBACK-CREDITS = WS-TRAILER-CREDITS
            AND WS-READBACK-COUNT = WS-ARCHIVED-COUNT
            AND WS-READBACK-DEBITS = WS-ARCHIVED-DEBITS
            AND WS-READBACK-CREDITS = WS-ARCHIVED-CREDITS
               SET WS-GENERATION-VERIFIED TO TRUE
           ELSE
               DISPLAY "TXNHARC1: ARCHIVE GENERATION DOES NOT PROVE - "
                       "NO ONLINE ROWS REMOVED"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-READ-BACK-ONE.
           READ TXN-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN TXA-DETAIL-RECORD
                   ADD 1 TO WS-READBACK-COUNT
                   IF TXAD-POSTED-DEBIT
                       ADD TXAD-AMOUNT TO WS-READBACK-DEBITS
                   ELSE
                       ADD TXAD-AMOUNT TO WS-READBACK-CREDITS
                   END-IF
               WHEN TXA-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE TXAT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE TXAT-DEBIT-TOTAL TO WS-TRAILER-DEBITS
                   MOVE TXAT-CREDIT-TOTAL TO WS-TRAILER-CREDITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-REMOVE-ONLINE-ROWS - the same rows, by the same test,  *
      *    come off the keyed file; what comes off must prove to the   *
      *    generation                                                  *
      *----------------------------------------------------------------*
       4000-REMOVE-ONLINE-ROWS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO TXNH-KEY
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-REMOVE-ONE-ROW THRU 4100-EXIT
               UNTIL WS-END-OF-FILE

           IF WS-REMOVED-COUNT NOT = WS-ARCHIVED-COUNT
            OR WS-REMOVED-DEBITS NOT = WS-ARCHIVED-DEBITS
            OR WS-REMOVED-CREDITS NOT = WS-ARCHIVED-CREDITS
               DISPLAY "TXNHARC1: ROWS REMOVED DO NOT PROVE TO THE "
                       "ARCHIVE GENERATION"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-REMOVE-ONE-ROW.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF TXNH-POST-DATE NOT < WS-CUTOFF-DATE
               GO TO 4100-EXIT
           END-IF
           DELETE TXN-HISTORY-FILE
               INVALID KEY
                   DISPLAY "TXNHARC1: DELETE FAILED FOR "
                           TXNH-CUST-ID " " TXNH-POST-DATE " "
                           TH-FILE-STATUS
                   GO TO 4100-EXIT
           END-DELETE
           ADD 1 TO WS-REMOVED-COUNT
           IF TXNH-POSTED-DEBIT
               ADD TXNH-AMOUNT TO WS-REMOVED-DEBITS
           ELSE
               ADD TXNH-AMOUNT TO WS-REMOVED-CREDITS
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-REGISTER-GENERATION - one register row per run, proved *
      *    or not                                                      *
      *----------------------------------------------------------------*
       5000-REGISTER-GENERATION.
           OPEN EXTEND TXN-ARCHIVE-REGISTER
           IF NOT TR-STATUS-OK
               DISPLAY "TXNHARC1: TXN-ARCHIVE-REGISTER OPEN FAILED "
                       TR-FILE-STATUS
               GO TO 5000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO TXAR-RUN-DATE
           MOVE WS-ARCHIVE-MONTH TO TXAR-ARCHIVE-MONTH
           MOVE WS-CUTOFF-DATE TO TXAR-CUTOFF-DATE
           MOVE WS-READBACK-COUNT TO TXAR-RECORD-COUNT
           MOVE WS-READBACK-DEBITS TO TXAR-DEBIT-TOTAL
           MOVE WS-READBACK-CREDITS TO TXAR-CREDIT-TOTAL
           MOVE WS-REMOVED-COUNT TO TXAR-ROWS-REMOVED
           IF WS-GENERATION-VERIFIED
            AND RETURN-CODE < RC-ABEND-WORTHY
               SET TXAR-VERIFIED TO TRUE
           ELSE
               MOVE 'N' TO TXAR-VERIFIED-SW
           END-IF
           WRITE TXN-ARCHIVE-REGISTER-RECORD
           CLOSE TXN-ARCHIVE-REGISTER.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-CONTROL-TOTALS - copied, read back, trailer, and *
      *    removed must all agree                                      *
      *----------------------------------------------------------------*
       6000-WRITE-CONTROL-TOTALS.
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE "ONLINE ROWS READ" TO WS-CTL-LABEL
           MOVE WS-ROWS-READ TO WS-CTL-COUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COPIED TO GENERATION" TO WS-CTL-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-CTL-COUNT
           MOVE WS-ARCHIVED-DEBITS TO WS-CTL-DEBITS
           MOVE WS-ARCHIVED-CREDITS TO WS-CTL-CREDITS
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "READ BACK" TO WS-CTL-LABEL
           MOVE WS-READBACK-COUNT TO WS-CTL-COUNT
           MOVE WS-READBACK-DEBITS TO WS-CTL-DEBITS
           MOVE WS-READBACK-CREDITS TO WS-CTL-CREDITS
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GENERATION TRAILER" TO WS-CTL-LABEL
           MOVE WS-TRAILER-COUNT TO WS-CTL-COUNT
           MOVE WS-TRAILER-DEBITS TO WS-CTL-DEBITS
           MOVE WS-TRAILER-CREDITS TO WS-CTL-CREDITS
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REMOVED FROM ONLINE" TO WS-CTL-LABEL
           MOVE WS-REMOVED-COUNT TO WS-CTL-COUNT
           MOVE WS-REMOVED-DEBITS TO WS-CTL-DEBITS
           MOVE WS-REMOVED-CREDITS TO WS-CTL-CREDITS
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF RETURN-CODE < RC-ABEND-WORTHY
               MOVE "GENERATION PROVED - ONLINE ROWS REMOVED"
                   TO WS-MSG-TEXT
           ELSE
               IF WS-REMOVED-COUNT = 0
                   MOVE "OUT OF PROOF - NOTHING REMOVED, SCRATCH THE "
                       TO WS-MSG-TEXT
                   MOVE "GENERATION BEFORE RERUNNING"
                       TO WS-MSG-TEXT(45:36)
               ELSE
                   MOVE "OUT OF PROOF AFTER REMOVAL - CHECK THE "
                       TO WS-MSG-TEXT
                   MOVE "REGISTER BEFORE RERUNNING"
                       TO WS-MSG-TEXT(40:41)
               END-IF
           END-IF
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REMOVED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "TXNHARC1: MONTH " WS-ARCHIVE-MONTH
                   " ROWS OFFLOADED " WS-COUNT-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "TXNHARC OFFLOAD MONTH=" DELIMITED BY SIZE
                  WS-ARCHIVE-MONTH DELIMITED BY SIZE
                  " BEFORE=" DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " ROWS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row for the run               *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "TXNHARC1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           IF RETURN-CODE < RC-ABEND-WORTHY
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               SET AUDIT-RESULT-FAILURE TO TRUE
           END-IF
           IF NOT WS-AUDIT-SEQ-READY
               MOVE "OS  " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-ARCHIVE-OPEN
               CLOSE TXN-ARCHIVE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE OFFLOAD-REPORT
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
