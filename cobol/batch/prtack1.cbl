      *================================================================*
      *  PRTACK1                                                       *
      *  Partner record-level acknowledgement.  The intake gateway     *
      *  (PRTNIN1) tells a partner only whether a batch was accepted   *
      *  or refused whole; once an accepted batch is in the cycle the  *
      *  partner never learned which of its records failed the edit,   *
      *  went to review, or landed in suspense, and phoned in every    *
      *  morning to ask.  This step runs at the end of the posting     *
      *  chain, after the suspense pass, and writes PARTNER-ACK-FILE:  *
      *  for every batch on PARTNER-BATCH-REGISTRY accepted tonight,   *
      *  a header, one detail per record in the partner's sequence     *
      *  with its outcome, and a trailer whose counts and amounts tie  *
      *  back to PBR-RECORD-COUNT and PBR-AMOUNT-TOTAL.                *
      *                                                                *
      *  Each record is traced by the partner tag the gateway stamps   *
      *  on it (partner id, batch number, sequence within the batch),  *
      *  which rides through the edit, screening and posting in the    *
      *  transaction filler.  Outcomes are gathered from what those    *
      *  steps left behind tonight:                                    *
      *                                                                *
      *    EDIT-REJECT-FILE      rejected at edit, with the reason     *
      *    TXN-WAREHOUSE-FILE    future-dated, held to its date        *
      *    TXN-REVIEW-FILE       held by screening, with the reason    *
      *    SCREENED-A-FILE       passed to posting                     *
      *    SUSPENSE-FILE         refused by posting, with the reason   *
      *                                                                *
      *  A record passed to posting is acknowledged as posted unless   *
      *  it is still on suspense after the suspense pass - an item     *
      *  the pass cleared tonight has posted.  A sequence number the   *
      *  gateway passed that none of these accounts for is reported    *
      *  as untraced and the batch does not tie; the step then ends    *
      *  with a warning so the acknowledgement is looked at before it  *
      *  goes out.  A summary report lists every batch.                *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   Items suspended under reason CMPL are
      *                   acknowledged as held for review, with no
      *                   further detail to the partner.
      *  2026-10-15 JHM   Items suspended under reason SYSC are
      *                   acknowledged as a system code not allowed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTACK1.
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
           SELECT PARTNER-BATCH-REGISTRY ASSIGN TO PRTREG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBR-KEY
               FILE STATUS IS PR-FILE-STATUS.

           SELECT EDIT-REJECT-FILE ASSIGN TO TXNREJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-FILE-STATUS.

           SELECT TXN-WAREHOUSE-FILE ASSIGN TO TXNWHS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNW-KEY
               FILE STATUS IS WH-FILE-STATUS.

           SELECT TXN-REVIEW-FILE ASSIGN TO TXNREV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

           SELECT SCREENED-A-FILE ASSIGN TO SCRNAF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS SU-FILE-STATUS.

           SELECT PARTNER-ACK-FILE ASSIGN TO PRTACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.

           SELECT ACK-SUMMARY-REPORT ASSIGN TO PRTACKR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-BATCH-REGISTRY.
           COPY "prtreg.cpy".

       FD  EDIT-REJECT-FILE.
       01  EDIT-REJECT-RECORD.
           05  REJ-TRANSACTION-DATA         PIC X(80).
           05  FILLER                       PIC X(02).
           05  REJ-REASON                   PIC X(40).

       FD  TXN-WAREHOUSE-FILE.
           COPY "txnwhs.cpy".

       FD  TXN-REVIEW-FILE.
       01  TXN-REVIEW-RECORD.
           05  REV-TRANSACTION-DATA        PIC X(80).
           05  FILLER                      PIC X(02).
           05  REV-REASON                  PIC X(30).

       FD  SCREENED-A-FILE.
       01  SCREENED-A-RECORD.
           05  SAF-RECORD-TYPE             PIC X(01).
               88  SAF-DETAIL-RECORD             VALUE 'D'.
           05  SAF-RECORD-DATA             PIC X(79).

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  PARTNER-ACK-FILE.
           COPY "prtack.cpy".

       FD  ACK-SUMMARY-REPORT.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-OUTCOME-RECORD.
           05  SRT-KEY.
               10  SRT-PARTNER-ID          PIC X(08).
               10  SRT-BATCH-NUMBER        PIC 9(06).
               10  SRT-SEQUENCE            PIC 9(07).
           05  SRT-RANK                    PIC 9(01).
           05  SRT-OUTCOME                 PIC X(04).
           05  SRT-REASON                  PIC X(30).
           05  SRT-TRANSACTION-DATA        PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PR-FILE-STATUS               PIC X(02).
           88  PR-STATUS-OK                   VALUE '00'.
       77  RJ-FILE-STATUS               PIC X(02).
           88  RJ-STATUS-OK                   VALUE '00'.
       77  WH-FILE-STATUS               PIC X(02).
           88  WH-STATUS-OK                   VALUE '00'.
       77  RV-FILE-STATUS               PIC X(02).
           88  RV-STATUS-OK                   VALUE '00'.
       77  SA-FILE-STATUS               PIC X(02).
           88  SA-STATUS-OK                   VALUE '00'.
       77  SU-FILE-STATUS               PIC X(02).
           88  SU-STATUS-OK                   VALUE '00'.
       77  PK-FILE-STATUS               PIC X(02).
           88  PK-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-REGISTRY-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-REGISTRY-OPEN               VALUE 'Y'.
       77  WS-ACK-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ACK-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-INPUT-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-INPUT-AT-EOF                VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-AT-EOF                 VALUE 'Y'.
       77  WS-BATCH-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-BATCH-FOUND                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-BATCH-COUNT               PIC 9(03) COMP-3 VALUE 0.
       77  WS-BATCH-LIMIT               PIC 9(03) COMP-3 VALUE 500.
       77  WS-BATCH-SUB                 PIC 9(03) COMP-3.
       77  WS-FIND-SUB                  PIC 9(03) COMP-3.
       77  WS-OUTCOMES-GATHERED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-BATCHES-TIED              PIC 9(05) COMP-3 VALUE 0.
       77  WS-BATCHES-NOT-TIED          PIC 9(05) COMP-3 VALUE 0.
       77  WS-RECORDS-ACKNOWLEDGED      PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUSP-REASON-TEXT          PIC X(24).

      *    Tonight's accepted batches, in registry key order - the
      *    same order the gathered outcomes sort into
       01  WS-ACK-BATCH-TABLE.
           05  WS-ACK-BATCH OCCURS 500 TIMES.
               10  WS-AB-KEY.
                   15  WS-AB-PARTNER-ID    PIC X(08).
                   15  WS-AB-BATCH-NUMBER  PIC 9(06).
               10  WS-AB-ACCEPTED-DATE     PIC 9(08).
               10  WS-AB-RECORD-COUNT      PIC 9(07).
               10  WS-AB-AMOUNT-TOTAL      PIC 9(11)V99.

       01  WS-WANT-KEY.
           05  WS-WANT-PARTNER-ID          PIC X(08).
           05  WS-WANT-BATCH-NUMBER        PIC 9(06).
           05  WS-WANT-SEQUENCE            PIC 9(07).

       01  WS-BATCH-TOTALS.
           05  WS-BT-POSTED-COUNT          PIC 9(07) COMP-3.
           05  WS-BT-POSTED-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-BT-SUSPENDED-COUNT       PIC 9(07) COMP-3.
           05  WS-BT-SUSPENDED-AMOUNT      PIC S9(11)V99 COMP-3.
           05  WS-BT-REJECTED-COUNT        PIC 9(07) COMP-3.
           05  WS-BT-REJECTED-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-BT-REVIEW-COUNT          PIC 9(07) COMP-3.
           05  WS-BT-REVIEW-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-BT-WAREHOUSED-COUNT      PIC 9(07) COMP-3.
           05  WS-BT-WAREHOUSED-AMOUNT     PIC S9(11)V99 COMP-3.
           05  WS-BT-UNTRACED-COUNT        PIC 9(07) COMP-3.
           05  WS-BT-TRACED-COUNT          PIC 9(07) COMP-3.
           05  WS-BT-TRACED-AMOUNT         PIC S9(11)V99 COMP-3.

       COPY "txnrec.cpy"
           REPLACING ==TRANSACTION-RECORD==
                  BY ==WORK-TXN-RECORD==
                     LEADING ==TXN== BY ==WRK==.
       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "PARTNER RECORD ACKNOWLEDGEMENT SUMMARY".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(24) VALUE
               "PARTNER   BATCH".
           05  FILLER                  PIC X(27) VALUE
               "RECORDS             AMOUNT".
           05  FILLER                  PIC X(46) VALUE
               "  POSTED    SUSP  REJECT  REVIEW   WHSE  UNTRC".
           05  FILLER                  PIC X(14) VALUE
               "   RESULT".

       01  WS-BATCH-LINE.
           05  WS-BTL-PARTNER-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BTL-BATCH-NUMBER     PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-POSTED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-SUSPENDED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-REVIEW           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-WAREHOUSED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BTL-UNTRACED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BTL-RESULT           PIC X(14).

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(14) VALUE
               "BATCHES TIED:".
           05  WS-TRL-TIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "NOT TIED:".
           05  WS-TRL-NOT-TIED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE
               "RECORDS ACKNOWLEDGED:".
           05  WS-TRL-RECORDS          PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 1500-LOAD-TONIGHTS-BATCHES THRU 1500-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
              AND WS-BATCH-COUNT > 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-KEY
                                    SRT-RANK
                   INPUT PROCEDURE IS 2000-GATHER-OUTCOMES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-ACKNOWLEDGEMENTS
                       THRU 3000-EXIT
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE

           OPEN INPUT PARTNER-BATCH-REGISTRY
           IF PR-STATUS-OK
               SET WS-REGISTRY-OPEN TO TRUE
           ELSE
               DISPLAY "PRTACK1: PARTNER-BATCH-REGISTRY OPEN FAILED "
                       PR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT PARTNER-ACK-FILE
           IF PK-STATUS-OK
               SET WS-ACK-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PRTACK1: PARTNER-ACK-FILE OPEN FAILED "
                       PK-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ACK-SUMMARY-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "PRTACK1: ACK-SUMMARY-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-TONIGHTS-BATCHES - every registry row accepted    *
      *    tonight, first time or re-passed                            *
      *----------------------------------------------------------------*
       1500-LOAD-TONIGHTS-BATCHES.
           MOVE 'N' TO WS-INPUT-EOF-SW
           MOVE LOW-VALUES TO PBR-KEY
           START PARTNER-BATCH-REGISTRY KEY IS NOT LESS THAN PBR-KEY
               INVALID KEY SET WS-INPUT-AT-EOF TO TRUE
           END-START
           IF NOT WS-INPUT-AT-EOF
               READ PARTNER-BATCH-REGISTRY NEXT RECORD
                   AT END SET WS-INPUT-AT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM 1510-LOAD-ONE-BATCH THRU 1510-EXIT
               UNTIL WS-INPUT-AT-EOF

           IF WS-BATCH-COUNT = 0
               MOVE "NO PARTNER BATCHES ACCEPTED TONIGHT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "PRTACK1: NO PARTNER BATCHES ACCEPTED TONIGHT"
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-LOAD-ONE-BATCH.
           IF PBR-ACCEPTED-DATE = WS-RUN-DATE
               IF WS-BATCH-COUNT < WS-BATCH-LIMIT
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE PBR-PARTNER-ID
                       TO WS-AB-PARTNER-ID(WS-BATCH-COUNT)
                   MOVE PBR-BATCH-NUMBER
                       TO WS-AB-BATCH-NUMBER(WS-BATCH-COUNT)
                   MOVE PBR-ACCEPTED-DATE
                       TO WS-AB-ACCEPTED-DATE(WS-BATCH-COUNT)
                   MOVE PBR-RECORD-COUNT
                       TO WS-AB-RECORD-COUNT(WS-BATCH-COUNT)
                   MOVE PBR-AMOUNT-TOTAL
                       TO WS-AB-AMOUNT-TOTAL(WS-BATCH-COUNT)
               ELSE
                   DISPLAY "PRTACK1: BATCH TABLE FULL - "
                           PBR-PARTNER-ID " " PBR-BATCH-NUMBER
                           " NOT ACKNOWLEDGED"
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           READ PARTNER-BATCH-REGISTRY NEXT RECORD
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-GATHER-OUTCOMES - every trace of a tagged record from  *
      *    tonight's batches is released with its outcome; a record    *
      *    passed to posting ranks behind its suspense row, if any     *
      *----------------------------------------------------------------*
       2000-GATHER-OUTCOMES.
           PERFORM 2100-GATHER-EDIT-REJECTS THRU 2100-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 2200-GATHER-WAREHOUSED THRU 2200-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 2300-GATHER-REVIEW THRU 2300-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 2400-GATHER-SCREENED THRU 2400-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 2500-GATHER-SUSPENSE THRU 2500-EXIT
           END-IF
           DISPLAY "PRTACK1: OUTCOMES GATHERED " WS-OUTCOMES-GATHERED.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-GATHER-EDIT-REJECTS - tonight's reject file from the   *
      *    front-end edit; none on file is a night with no rejects     *
      *----------------------------------------------------------------*
       2100-GATHER-EDIT-REJECTS.
           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT EDIT-REJECT-FILE
           IF NOT RJ-STATUS-OK
               DISPLAY "PRTACK1: NO EDIT-REJECT-FILE TONIGHT, STATUS "
                       RJ-FILE-STATUS
               GO TO 2100-EXIT
           END-IF
           READ EDIT-REJECT-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ
           PERFORM 2110-GATHER-ONE-REJECT THRU 2110-EXIT
               UNTIL WS-INPUT-AT-EOF
           CLOSE EDIT-REJECT-FILE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-GATHER-ONE-REJECT.
           MOVE REJ-TRANSACTION-DATA TO WORK-TXN-RECORD
           MOVE 1 TO SRT-RANK
           MOVE "EREJ" TO SRT-OUTCOME
           MOVE REJ-REASON TO SRT-REASON
           PERFORM 2900-RELEASE-IF-TONIGHT THRU 2900-EXIT
           READ EDIT-REJECT-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-GATHER-WAREHOUSED - future-dated rows the edit held    *
      *    back tonight                                                *
      *----------------------------------------------------------------*
       2200-GATHER-WAREHOUSED.
           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT TXN-WAREHOUSE-FILE
           IF NOT WH-STATUS-OK
               DISPLAY "PRTACK1: TXN-WAREHOUSE-FILE OPEN FAILED "
                       WH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           READ TXN-WAREHOUSE-FILE NEXT RECORD
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ
           PERFORM 2210-GATHER-ONE-WAREHOUSED THRU 2210-EXIT
               UNTIL WS-INPUT-AT-EOF
           CLOSE TXN-WAREHOUSE-FILE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-GATHER-ONE-WAREHOUSED.
           IF TXNW-RECEIVED-DATE = WS-RUN-DATE
               MOVE TXNW-TRANSACTION-DATA TO WORK-TXN-RECORD
               MOVE 1 TO SRT-RANK
               MOVE "WHSE" TO SRT-OUTCOME
               MOVE SPACES TO SRT-REASON
               STRING "HELD TO EFFECTIVE DATE " DELIMITED BY SIZE
                      TXNW-EFFECTIVE-DATE DELIMITED BY SIZE
                      INTO SRT-REASON
               PERFORM 2900-RELEASE-IF-TONIGHT THRU 2900-EXIT
           END-IF
           READ TXN-WAREHOUSE-FILE NEXT RECORD
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-GATHER-REVIEW - rows screening flagged for an operator *
      *----------------------------------------------------------------*
       2300-GATHER-REVIEW.
           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT TXN-REVIEW-FILE
           IF NOT RV-STATUS-OK
               DISPLAY "PRTACK1: NO TXN-REVIEW-FILE TONIGHT, STATUS "
                       RV-FILE-STATUS
               GO TO 2300-EXIT
           END-IF
           READ TXN-REVIEW-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ
           PERFORM 2310-GATHER-ONE-REVIEW THRU 2310-EXIT
               UNTIL WS-INPUT-AT-EOF
           CLOSE TXN-REVIEW-FILE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-GATHER-ONE-REVIEW.
           MOVE REV-TRANSACTION-DATA TO WORK-TXN-RECORD
           MOVE 1 TO SRT-RANK
           MOVE "REVW" TO SRT-OUTCOME
           MOVE REV-REASON TO SRT-REASON
           PERFORM 2900-RELEASE-IF-TONIGHT THRU 2900-EXIT
           READ TXN-REVIEW-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-GATHER-SCREENED - every detail screening passed to     *
      *    posting; posted unless suspense says otherwise              *
      *----------------------------------------------------------------*
       2400-GATHER-SCREENED.
           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT SCREENED-A-FILE
           IF NOT SA-STATUS-OK
               DISPLAY "PRTACK1: NO SCREENED-A-FILE TONIGHT, STATUS "
                       SA-FILE-STATUS
               GO TO 2400-EXIT
           END-IF
           READ SCREENED-A-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ
           PERFORM 2410-GATHER-ONE-SCREENED THRU 2410-EXIT
               UNTIL WS-INPUT-AT-EOF
           CLOSE SCREENED-A-FILE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-GATHER-ONE-SCREENED.
           IF SAF-DETAIL-RECORD
               MOVE SAF-RECORD-DATA TO WORK-TXN-RECORD
               MOVE 2 TO SRT-RANK
               MOVE "POST" TO SRT-OUTCOME
               MOVE SPACES TO SRT-REASON
               PERFORM 2900-RELEASE-IF-TONIGHT THRU 2900-EXIT
           END-IF
           READ SCREENED-A-FILE
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-GATHER-SUSPENSE - whatever is still on suspense after  *
      *    the suspense pass; the tag only matches tonight's batches   *
      *----------------------------------------------------------------*
       2500-GATHER-SUSPENSE.
           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF NOT SU-STATUS-OK
               DISPLAY "PRTACK1: SUSPENSE-FILE OPEN FAILED "
                       SU-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ
           PERFORM 2510-GATHER-ONE-SUSPENSE THRU 2510-EXIT
               UNTIL WS-INPUT-AT-EOF
           CLOSE SUSPENSE-FILE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-GATHER-ONE-SUSPENSE.
           MOVE SUSP-TRANSACTION-DATA TO WORK-TXN-RECORD
           MOVE 1 TO SRT-RANK
           MOVE "SUSP" TO SRT-OUTCOME
           EVALUATE TRUE
               WHEN SUSP-REASON-NOT-FOUND
                   MOVE "CUSTOMER NOT ON FILE"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-CLOSED
                   MOVE "ACCOUNT CLOSED"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-UNMATCHED-REV
                   MOVE "NO MATCHING ORIGINAL"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-OVER-LIMIT
                   MOVE "OVER CREDIT LIMIT"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-CHARGED-OFF
                   MOVE "ACCOUNT CHARGED OFF"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-COMPLIANCE-HOLD
                   MOVE "HELD FOR REVIEW"
                       TO WS-SUSP-REASON-TEXT
               WHEN SUSP-REASON-UNPROVEN
                   MOVE "SYSTEM CODE NOT ALLOWED"
                       TO WS-SUSP-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-SUSP-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO SRT-REASON
           STRING SUSP-REASON-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUSP-REASON-TEXT DELIMITED BY SIZE
                  INTO SRT-REASON
           PERFORM 2900-RELEASE-IF-TONIGHT THRU 2900-EXIT
           READ SUSPENSE-FILE NEXT RECORD
               AT END SET WS-INPUT-AT-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-RELEASE-IF-TONIGHT - only a record carrying the tag of *
      *    a batch accepted tonight is released                        *
      *----------------------------------------------------------------*
       2900-RELEASE-IF-TONIGHT.
           IF WRK-PARTNER-ID = SPACES
              OR WRK-PARTNER-BATCH-NUMBER IS NOT NUMERIC
              OR WRK-PARTNER-SEQUENCE IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           MOVE 'N' TO WS-BATCH-FOUND-SW
           PERFORM 2910-FIND-BATCH THRU 2910-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-BATCH-COUNT
                  OR WS-BATCH-FOUND
           IF NOT WS-BATCH-FOUND
               GO TO 2900-EXIT
           END-IF
           MOVE WRK-PARTNER-ID TO SRT-PARTNER-ID
           MOVE WRK-PARTNER-BATCH-NUMBER TO SRT-BATCH-NUMBER
           MOVE WRK-PARTNER-SEQUENCE TO SRT-SEQUENCE
           MOVE WORK-TXN-RECORD TO SRT-TRANSACTION-DATA
           RELEASE SORT-OUTCOME-RECORD
           ADD 1 TO WS-OUTCOMES-GATHERED.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2910-FIND-BATCH.
           IF WS-AB-PARTNER-ID(WS-FIND-SUB) = WRK-PARTNER-ID
              AND WS-AB-BATCH-NUMBER(WS-FIND-SUB)
                  = WRK-PARTNER-BATCH-NUMBER
               SET WS-BATCH-FOUND TO TRUE
           END-IF.
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-ACKNOWLEDGEMENTS - each batch in key order, one  *
      *    detail for every sequence number the gateway passed         *
      *----------------------------------------------------------------*
       3000-WRITE-ACKNOWLEDGEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
           END-RETURN
           PERFORM 3100-ACKNOWLEDGE-ONE-BATCH THRU 3100-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-ACKNOWLEDGE-ONE-BATCH.
           INITIALIZE WS-BATCH-TOTALS
           MOVE SPACES TO PARTNER-ACK-RECORD
           SET PACK-HEADER-RECORD TO TRUE
           MOVE WS-AB-PARTNER-ID(WS-BATCH-SUB) TO PACK-PARTNER-ID
           MOVE WS-AB-BATCH-NUMBER(WS-BATCH-SUB) TO PACK-BATCH-NUMBER
           MOVE WS-RUN-DATE TO PACKH-CYCLE-DATE
           MOVE WS-AB-ACCEPTED-DATE(WS-BATCH-SUB)
               TO PACKH-ACCEPTED-DATE
           MOVE WS-AB-RECORD-COUNT(WS-BATCH-SUB) TO PACKH-RECORD-COUNT
           MOVE WS-AB-AMOUNT-TOTAL(WS-BATCH-SUB) TO PACKH-AMOUNT-TOTAL
           WRITE PARTNER-ACK-RECORD

           MOVE WS-AB-PARTNER-ID(WS-BATCH-SUB) TO WS-WANT-PARTNER-ID
           MOVE WS-AB-BATCH-NUMBER(WS-BATCH-SUB)
               TO WS-WANT-BATCH-NUMBER
           PERFORM 3200-ACKNOWLEDGE-ONE-RECORD THRU 3200-EXIT
               VARYING WS-WANT-SEQUENCE FROM 1 BY 1
               UNTIL WS-WANT-SEQUENCE
                     > WS-AB-RECORD-COUNT(WS-BATCH-SUB)

           PERFORM 3500-WRITE-BATCH-TRAILER THRU 3500-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-ACKNOWLEDGE-ONE-RECORD - the best-ranked outcome for   *
      *    the sequence wins; lesser traces of it are passed over      *
      *----------------------------------------------------------------*
       3200-ACKNOWLEDGE-ONE-RECORD.
           PERFORM 3210-SKIP-BEHIND THRU 3210-EXIT
               UNTIL WS-SORT-AT-EOF
                  OR SRT-KEY NOT < WS-WANT-KEY

           MOVE SPACES TO PARTNER-ACK-RECORD
           SET PACK-DETAIL-RECORD TO TRUE
           MOVE WS-WANT-PARTNER-ID TO PACK-PARTNER-ID
           MOVE WS-WANT-BATCH-NUMBER TO PACK-BATCH-NUMBER
           MOVE WS-WANT-SEQUENCE TO PACKD-SEQUENCE
           IF NOT WS-SORT-AT-EOF
              AND SRT-KEY = WS-WANT-KEY
               MOVE SRT-OUTCOME TO PACKD-OUTCOME
               MOVE SRT-REASON TO PACKD-REASON
               MOVE SRT-TRANSACTION-DATA TO PACKD-TRANSACTION-DATA
               MOVE SRT-TRANSACTION-DATA TO WORK-TXN-RECORD
               PERFORM 3300-COUNT-OUTCOME THRU 3300-EXIT
               PERFORM 3210-SKIP-BEHIND THRU 3210-EXIT
           ELSE
               SET PACKD-UNTRACED TO TRUE
               MOVE "NO OUTCOME FOUND FOR RECORD" TO PACKD-REASON
               ADD 1 TO WS-BT-UNTRACED-COUNT
           END-IF
           WRITE PARTNER-ACK-RECORD
           ADD 1 TO WS-RECORDS-ACKNOWLEDGED.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3210-SKIP-BEHIND.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-COUNT-OUTCOME.
           IF WRK-AMOUNT-X IS NOT NUMERIC
               MOVE 0 TO WRK-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN PACKD-POSTED
                   ADD 1 TO WS-BT-POSTED-COUNT
                   ADD WRK-AMOUNT TO WS-BT-POSTED-AMOUNT
               WHEN PACKD-SUSPENDED
                   ADD 1 TO WS-BT-SUSPENDED-COUNT
                   ADD WRK-AMOUNT TO WS-BT-SUSPENDED-AMOUNT
               WHEN PACKD-EDIT-REJECTED
                   ADD 1 TO WS-BT-REJECTED-COUNT
                   ADD WRK-AMOUNT TO WS-BT-REJECTED-AMOUNT
               WHEN PACKD-HELD-FOR-REVIEW
                   ADD 1 TO WS-BT-REVIEW-COUNT
                   ADD WRK-AMOUNT TO WS-BT-REVIEW-AMOUNT
               WHEN PACKD-WAREHOUSED
                   ADD 1 TO WS-BT-WAREHOUSED-COUNT
                   ADD WRK-AMOUNT TO WS-BT-WAREHOUSED-AMOUNT
           END-EVALUATE
           ADD 1 TO WS-BT-TRACED-COUNT
           ADD WRK-AMOUNT TO WS-BT-TRACED-AMOUNT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-WRITE-BATCH-TRAILER - the outcomes must add back to    *
      *    the registry's count and amount for the batch to tie        *
      *----------------------------------------------------------------*
       3500-WRITE-BATCH-TRAILER.
           MOVE SPACES TO PARTNER-ACK-RECORD
           SET PACK-TRAILER-RECORD TO TRUE
           MOVE WS-AB-PARTNER-ID(WS-BATCH-SUB) TO PACK-PARTNER-ID
           MOVE WS-AB-BATCH-NUMBER(WS-BATCH-SUB) TO PACK-BATCH-NUMBER
           MOVE WS-BT-TRACED-COUNT TO PACKT-RECORD-COUNT
           MOVE WS-BT-TRACED-AMOUNT TO PACKT-AMOUNT-TOTAL
           MOVE WS-BT-POSTED-COUNT TO PACKT-POSTED-COUNT
           MOVE WS-BT-POSTED-AMOUNT TO PACKT-POSTED-AMOUNT
           MOVE WS-BT-SUSPENDED-COUNT TO PACKT-SUSPENDED-COUNT
           MOVE WS-BT-SUSPENDED-AMOUNT TO PACKT-SUSPENDED-AMOUNT
           MOVE WS-BT-REJECTED-COUNT TO PACKT-REJECTED-COUNT
           MOVE WS-BT-REJECTED-AMOUNT TO PACKT-REJECTED-AMOUNT
           MOVE WS-BT-REVIEW-COUNT TO PACKT-REVIEW-COUNT
           MOVE WS-BT-REVIEW-AMOUNT TO PACKT-REVIEW-AMOUNT
           MOVE WS-BT-WAREHOUSED-COUNT TO PACKT-WAREHOUSED-COUNT
           MOVE WS-BT-WAREHOUSED-AMOUNT TO PACKT-WAREHOUSED-AMOUNT
           MOVE WS-BT-UNTRACED-COUNT TO PACKT-UNTRACED-COUNT
           IF WS-BT-TRACED-COUNT = WS-AB-RECORD-COUNT(WS-BATCH-SUB)
              AND WS-BT-TRACED-AMOUNT
                  = WS-AB-AMOUNT-TOTAL(WS-BATCH-SUB)
               SET PACKT-TIES TO TRUE
               ADD 1 TO WS-BATCHES-TIED
               MOVE "TIES" TO WS-BTL-RESULT
           ELSE
               SET PACKT-DOES-NOT-TIE TO TRUE
               ADD 1 TO WS-BATCHES-NOT-TIED
               MOVE "** NOT TIED **" TO WS-BTL-RESULT
               DISPLAY "PRTACK1: BATCH " WS-AB-PARTNER-ID(WS-BATCH-SUB)
                       " " WS-AB-BATCH-NUMBER(WS-BATCH-SUB)
                       " DOES NOT TIE TO THE REGISTRY"
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF
           WRITE PARTNER-ACK-RECORD

           MOVE WS-AB-PARTNER-ID(WS-BATCH-SUB) TO WS-BTL-PARTNER-ID
           MOVE WS-AB-BATCH-NUMBER(WS-BATCH-SUB) TO WS-BTL-BATCH-NUMBER
           MOVE WS-AB-RECORD-COUNT(WS-BATCH-SUB) TO WS-BTL-COUNT
           MOVE WS-AB-AMOUNT-TOTAL(WS-BATCH-SUB) TO WS-BTL-AMOUNT
           MOVE WS-BT-POSTED-COUNT TO WS-BTL-POSTED
           MOVE WS-BT-SUSPENDED-COUNT TO WS-BTL-SUSPENDED
           MOVE WS-BT-REJECTED-COUNT TO WS-BTL-REJECTED
           MOVE WS-BT-REVIEW-COUNT TO WS-BTL-REVIEW
           MOVE WS-BT-WAREHOUSED-COUNT TO WS-BTL-WAREHOUSED
           MOVE WS-BT-UNTRACED-COUNT TO WS-BTL-UNTRACED
           MOVE WS-BATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3500-EXIT.
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
           MOVE WS-BATCHES-TIED TO WS-TRL-TIED
           MOVE WS-BATCHES-NOT-TIED TO WS-TRL-NOT-TIED
           MOVE WS-RECORDS-ACKNOWLEDGED TO WS-TRL-RECORDS
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "PRTACK1: BATCHES ACKNOWLEDGED " WS-BATCH-COUNT
           DISPLAY "PRTACK1: BATCHES NOT TIED     " WS-BATCHES-NOT-TIED
           DISPLAY "PRTACK1: RECORDS ACKNOWLEDGED "
                   WS-RECORDS-ACKNOWLEDGED.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-REGISTRY-OPEN
               CLOSE PARTNER-BATCH-REGISTRY
           END-IF
           IF WS-ACK-FILE-OPEN
               CLOSE PARTNER-ACK-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE ACK-SUMMARY-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
