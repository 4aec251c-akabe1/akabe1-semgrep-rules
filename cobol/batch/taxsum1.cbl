      *================================================================*
      *  TAXSUM1                                                       *
      *  Year-end interest and fee summary for customer tax            *
      *  reporting.  INTACR1 capitalizes interest monthly as INT       *
      *  transactions and SVCCHG1 and LATEFEE1 post FEE transactions;  *
      *  at year end each customer needs one figure for each, which    *
      *  used to take a hand query.  This step walks the permanent     *
      *  TXN-HISTORY-FILE and totals every customer's INT and FEE      *
      *  rows whose effective date falls in the tax year (so the       *
      *  December capitalization that posts in January counts in the   *
      *  year it was earned), net of the rows a REV has matched        *
      *  (TXNH-REVERSED-SW).  For each customer with a net charge it   *
      *  prints an annual summary on TAX-SUMMARY-REPORT and writes a   *
      *  detail row on the fixed-format TAX-EXTRACT-FILE (TAXEXT),     *
      *  with a header and a proving trailer.                          *
      *                                                                *
      *  TAX-CONTROL-REPORT ties the INT the month-end capitalization  *
      *  put on history (source INTACR MONTH) back to the totals rows  *
      *  INTACR1 recorded on INTEREST-CAPITAL-CONTROL for the year.    *
      *  A difference, a capitalization night with no totals row, or   *
      *  no control file at all ends the step with a warning.          *
      *                                                                *
      *  The step is scheduled every business night and acts only on   *
      *  the first business day of January, for the year just ended.  *
      *  A TAX-YEAR-PARM-FILE card naming an earlier year produces     *
      *  that year on demand on any night (a rerun, or a late          *
      *  correction); with no card every other night is a clean        *
      *  no-op and last year's output is left where it is.             *
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
       PROGRAM-ID. TAXSUM1.
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

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO CUSTARCH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-CUST-ID
               FILE STATUS IS AR-FILE-STATUS.

           SELECT INTEREST-CAPITAL-CONTROL
               ASSIGN TO INTCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

           SELECT TAX-YEAR-PARM-FILE ASSIGN TO TAXYRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TY-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE ASSIGN TO TAXEXT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-FILE-STATUS.

           SELECT TAX-SUMMARY-REPORT ASSIGN TO TAXSUM-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT TAX-CONTROL-REPORT ASSIGN TO TAXCTL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-ARCHIVE-FILE.
           COPY "archrec.cpy".

       FD  INTEREST-CAPITAL-CONTROL.
           COPY "intctl.cpy".

       FD  TAX-YEAR-PARM-FILE.
       01  TAX-YEAR-PARM-RECORD.
           05  TAXP-YEAR                   PIC 9(04).

       FD  TAX-EXTRACT-FILE.
           COPY "taxext.cpy".

       FD  TAX-SUMMARY-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  TAX-CONTROL-REPORT.
       01  CONTROL-LINE                PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  AR-FILE-STATUS               PIC X(02).
           88  AR-STATUS-OK                   VALUE '00'.
       77  IC-FILE-STATUS               PIC X(02).
           88  IC-STATUS-OK                   VALUE '00'.
       77  TY-FILE-STATUS               PIC X(02).
           88  TY-STATUS-OK                   VALUE '00'.
       77  TX-FILE-STATUS               PIC X(02).
           88  TX-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  CTL-FILE-STATUS              PIC X(02).
           88  CTL-STATUS-OK                  VALUE '00'.

       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-ARCHIVE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-FILE-OPEN           VALUE 'Y'.
       77  WS-EXTRACT-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-OPEN                VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-CONTROL-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CONTROL-OPEN                VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-ICC-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ICC-AT-EOF                  VALUE 'Y'.
       77  WS-RUN-TODAY-SW              PIC X(01) VALUE 'N'.
           88  WS-RUN-TODAY                   VALUE 'Y'.
       77  WS-ICC-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-ICC-FOUND                   VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TAX-YEAR                  PIC 9(04) VALUE 0.
       77  WS-YEAR-START-DATE           PIC 9(08).
       77  WS-FIRST-BUSINESS-DATE       PIC 9(08).
       77  WS-CURRENT-CUST-ID           PIC X(06).
       77  WS-PAYER-ID                  PIC X(10) VALUE "DATACTR002".

       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH-DAY        PIC 9(04).
       01  WS-ROW-DATE                 PIC 9(08).
       01  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05  WS-ROW-YEAR             PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-ICC-DATE                 PIC 9(08).
       01  WS-ICC-DATE-PARTS REDEFINES WS-ICC-DATE.
           05  WS-ICC-YEAR             PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-LAST-START-DATE          PIC 9(08) VALUE 0.

      *    one customer's year, reset at each control break
       01  WS-CUST-TOTALS.
           05  WS-CUST-INT-GROSS       PIC S9(09)V99 COMP-3.
           05  WS-CUST-INT-REVERSED    PIC S9(09)V99 COMP-3.
           05  WS-CUST-INT-NET         PIC S9(09)V99 COMP-3.
           05  WS-CUST-FEE-GROSS       PIC S9(09)V99 COMP-3.
           05  WS-CUST-FEE-REVERSED    PIC S9(09)V99 COMP-3.
           05  WS-CUST-FEE-NET         PIC S9(09)V99 COMP-3.
           05  WS-CUST-INT-COUNT       PIC 9(05) COMP-3.
           05  WS-CUST-FEE-COUNT       PIC 9(05) COMP-3.

       77  WS-ROWS-READ                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-ROWS-SELECTED             PIC 9(07) COMP-3 VALUE 0.
       77  WS-CUSTOMERS-CHARGED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-CUSTOMERS-ALL-REVERSED    PIC 9(07) COMP-3 VALUE 0.
       77  WS-CUSTOMERS-ARCHIVED        PIC 9(07) COMP-3 VALUE 0.
       77  WS-CUSTOMERS-NOT-ON-FILE     PIC 9(07) COMP-3 VALUE 0.
       77  WS-EXTRACT-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-INT-GROSS           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-INT-REVERSED        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-INT-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-FEE-GROSS           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-FEE-REVERSED        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-FEE-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-HIST-CAPITAL-INT          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-HIST-OTHER-INT            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ICC-CAPITAL-INT           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ICC-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ICC-NIGHTS                PIC 9(05) COMP-3 VALUE 0.
       77  WS-ICC-TOTALS-ROWS           PIC 9(05) COMP-3 VALUE 0.
       77  WS-ICC-NIGHTS-NO-TOTALS      PIC 9(05) COMP-3 VALUE 0.
       77  WS-ICC-NIGHT-HAS-TOTALS-SW   PIC X(01) VALUE 'N'.
           88  WS-ICC-NIGHT-HAS-TOTALS        VALUE 'Y'.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-SUMMARY-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "ANNUAL INTEREST AND FEE SUMMARY".
           05  FILLER                  PIC X(11) VALUE "TAX YEAR : ".
           05  WS-SUM-TAX-YEAR         PIC 9(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "PRODUCED : ".
           05  WS-SUM-RUN-DATE         PIC 9(08).
       01  WS-SUMMARY-CUST-LINE.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER  :".
           05  WS-SUM-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-CUST-NAME        PIC X(30).
       01  WS-SUMMARY-ADDR-LINE.
           05  FILLER                  PIC X(12) VALUE "ADDRESS   :".
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-SUM-CUST-ADDRESS     PIC X(30).
       01  WS-SUMMARY-COLUMN-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "       CHARGED".
           05  FILLER                  PIC X(14) VALUE
               "      REVERSED".
           05  FILLER                  PIC X(14) VALUE
               "  NET FOR YEAR".
           05  FILLER                  PIC X(09) VALUE "  ITEMS".
       01  WS-SUMMARY-AMOUNT-LINE.
           05  WS-SUM-LABEL            PIC X(20).
           05  WS-SUM-GROSS            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-SUM-REVERSED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-SUM-NET              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-ITEMS            PIC ZZ,ZZ9.
       01  WS-SUMMARY-NOTE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-SUM-NOTE             PIC X(60).

       01  WS-CONTROL-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "YEAR-END TAX SUMMARY CONTROL".
           05  FILLER                  PIC X(11) VALUE "TAX YEAR : ".
           05  WS-CTL-TAX-YEAR         PIC 9(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "RUN DATE : ".
           05  WS-CTL-RUN-DATE         PIC 9(08).
       01  WS-CONTROL-COUNT-LINE.
           05  WS-CTC-LABEL            PIC X(40).
           05  WS-CTC-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONTROL-AMOUNT-LINE.
           05  WS-CTA-LABEL            PIC X(40).
           05  WS-CTA-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTROL-MESSAGE-LINE.
           05  WS-CTM-TEXT             PIC X(80).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-TODAY
               PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               IF WS-CURRENT-CUST-ID NOT = SPACES
                   PERFORM 3000-CUSTOMER-BREAK THRU 3000-EXIT
               END-IF
               PERFORM 4000-TIE-CAPITALIZATION THRU 4000-EXIT
               PERFORM 5000-WRITE-TRAILERS THRU 5000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - settle the tax year first; a night that   *
      *    is not the year's first business day, with no card, opens   *
      *    nothing and leaves last year's output alone                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS

           PERFORM 1100-READ-TAX-YEAR-CARD THRU 1100-EXIT
           IF WS-TAX-YEAR = 0
               PERFORM 1200-CHECK-FIRST-BUSINESS-DAY THRU 1200-EXIT
           END-IF
           IF WS-TAX-YEAR = 0
               GO TO 1000-EXIT
           END-IF
           SET WS-RUN-TODAY TO TRUE
           COMPUTE WS-YEAR-START-DATE = WS-TAX-YEAR * 10000 + 101
           DISPLAY "TAXSUM1: PRODUCING TAX YEAR " WS-TAX-YEAR

           OPEN OUTPUT TAX-CONTROL-REPORT
           IF CTL-STATUS-OK
               SET WS-CONTROL-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: TAX-CONTROL-REPORT OPEN FAILED "
                       CTL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT TAX-SUMMARY-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: TAX-SUMMARY-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT TAX-EXTRACT-FILE
           IF TX-STATUS-OK
               SET WS-EXTRACT-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: TAX-EXTRACT-FILE OPEN FAILED "
                       TX-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-TAX-YEAR TO WS-CTL-TAX-YEAR
           MOVE WS-RUN-DATE TO WS-CTL-RUN-DATE
           MOVE WS-CONTROL-HEADER-1 TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TAXX-HEADER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO TAXXH-TAX-YEAR
           MOVE WS-RUN-DATE TO TAXXH-CREATED-DATE
           MOVE WS-PAYER-ID TO TAXXH-PAYER-ID
           WRITE TAX-EXTRACT-RECORD

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF AR-STATUS-OK
               SET WS-ARCHIVE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: NO CUSTOMER-ARCHIVE-FILE - CLOSED "
                       "ACCOUNTS REPORT WITHOUT NAMES, STATUS "
                       AR-FILE-STATUS
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TAXSUM1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-CURRENT-CUST-ID
           MOVE LOW-VALUES TO TXNH-KEY
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1300-READ-NEXT-HISTORY THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-TAX-YEAR-CARD - an on-demand year; it must be a   *
      *    year already closed                                         *
      *----------------------------------------------------------------*
       1100-READ-TAX-YEAR-CARD.
           OPEN INPUT TAX-YEAR-PARM-FILE
           IF NOT TY-STATUS-OK
               GO TO 1100-EXIT
           END-IF
           READ TAX-YEAR-PARM-FILE
               AT END
                   CLOSE TAX-YEAR-PARM-FILE
                   GO TO 1100-EXIT
           END-READ
           IF TAXP-YEAR NUMERIC
              AND TAXP-YEAR > 1900
              AND TAXP-YEAR < WS-RUN-YEAR
               MOVE TAXP-YEAR TO WS-TAX-YEAR
               DISPLAY "TAXSUM1: TAX YEAR CARD " WS-TAX-YEAR
           ELSE
               DISPLAY "TAXSUM1: TAX YEAR CARD NOT A CLOSED YEAR - "
                       "IGNORED"
           END-IF
           CLOSE TAX-YEAR-PARM-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-CHECK-FIRST-BUSINESS-DAY - January 1 rolled forward    *
      *    over the weekend and holiday calendar; tonight must be it   *
      *----------------------------------------------------------------*
       1200-CHECK-FIRST-BUSINESS-DAY.
           SET BUSDATE-FUNC-ROLL-FORWARD TO TRUE
           COMPUTE BUSDATE-ROLL-DATE = WS-RUN-YEAR * 10000 + 101
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-ROLL-DATE TO WS-FIRST-BUSINESS-DATE
           IF WS-RUN-DATE = WS-FIRST-BUSINESS-DATE
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           ELSE
               DISPLAY "TAXSUM1: NOT THE FIRST BUSINESS DAY OF THE "
                       "YEAR (" WS-FIRST-BUSINESS-DATE
                       ") - NOTHING TO PRODUCE"
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-READ-NEXT-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ROWS-READ
           END-IF.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-ONE-ROW - rows read newest first within each   *
      *    customer; once one posted before the tax year turns up,     *
      *    the rest of that customer is older still and is skipped     *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-ROW.
           IF TXNH-CUST-ID NOT = WS-CURRENT-CUST-ID
               IF WS-CURRENT-CUST-ID NOT = SPACES
                   PERFORM 3000-CUSTOMER-BREAK THRU 3000-EXIT
               END-IF
               MOVE TXNH-CUST-ID TO WS-CURRENT-CUST-ID
               INITIALIZE WS-CUST-TOTALS
           END-IF

           IF TXNH-POST-DATE < WS-YEAR-START-DATE
               PERFORM 2200-SKIP-REST-OF-CUSTOMER THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF

           IF TXNH-TXN-CODE NOT = "INT "
              AND TXNH-TXN-CODE NOT = "FEE "
               GO TO 2000-NEXT
           END-IF
           MOVE TXNH-EFFECTIVE-DATE TO WS-ROW-DATE
           IF WS-ROW-DATE = 0
               MOVE TXNH-POST-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-YEAR NOT = WS-TAX-YEAR
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ROWS-SELECTED
           PERFORM 2100-ACCUMULATE-ROW THRU 2100-EXIT.
       2000-NEXT.
           PERFORM 1300-READ-NEXT-HISTORY THRU 1300-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-ACCUMULATE-ROW - a reversed charge counts as charged   *
      *    and as reversed, so the summary shows both and the net      *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-ROW.
           IF TXNH-TXN-CODE = "INT "
               ADD 1 TO WS-CUST-INT-COUNT
               ADD TXNH-AMOUNT TO WS-CUST-INT-GROSS
               IF TXNH-REVERSED
                   ADD TXNH-AMOUNT TO WS-CUST-INT-REVERSED
               END-IF
               IF TXNH-SOURCE-REF = "INTACR MONTH"
                   ADD TXNH-AMOUNT TO WS-HIST-CAPITAL-INT
               ELSE
                   ADD TXNH-AMOUNT TO WS-HIST-OTHER-INT
               END-IF
           ELSE
               ADD 1 TO WS-CUST-FEE-COUNT
               ADD TXNH-AMOUNT TO WS-CUST-FEE-GROSS
               IF TXNH-REVERSED
                   ADD TXNH-AMOUNT TO WS-CUST-FEE-REVERSED
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-SKIP-REST-OF-CUSTOMER - reposition past the highest    *
      *    possible key for this customer                              *
      *----------------------------------------------------------------*
       2200-SKIP-REST-OF-CUSTOMER.
           MOVE 99999999 TO TXNH-REVERSE-DATE
           MOVE 999999 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS GREATER THAN TXNH-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1300-READ-NEXT-HISTORY THRU 1300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CUSTOMER-BREAK - a customer with a net charge gets a   *
      *    printed summary and an extract row; one whose every charge  *
      *    was reversed is only counted                                *
      *----------------------------------------------------------------*
       3000-CUSTOMER-BREAK.
           IF WS-CUST-INT-COUNT = 0
              AND WS-CUST-FEE-COUNT = 0
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-CUST-INT-NET =
               WS-CUST-INT-GROSS - WS-CUST-INT-REVERSED
           COMPUTE WS-CUST-FEE-NET =
               WS-CUST-FEE-GROSS - WS-CUST-FEE-REVERSED
           ADD WS-CUST-INT-GROSS TO WS-TOTAL-INT-GROSS
           ADD WS-CUST-INT-REVERSED TO WS-TOTAL-INT-REVERSED
           ADD WS-CUST-INT-NET TO WS-TOTAL-INT-NET
           ADD WS-CUST-FEE-GROSS TO WS-TOTAL-FEE-GROSS
           ADD WS-CUST-FEE-REVERSED TO WS-TOTAL-FEE-REVERSED
           ADD WS-CUST-FEE-NET TO WS-TOTAL-FEE-NET

           IF WS-CUST-INT-NET = 0
              AND WS-CUST-FEE-NET = 0
               ADD 1 TO WS-CUSTOMERS-ALL-REVERSED
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CUSTOMERS-CHARGED

           PERFORM 3100-FIND-CUSTOMER THRU 3100-EXIT
           PERFORM 3200-PRINT-SUMMARY THRU 3200-EXIT
           PERFORM 3300-WRITE-EXTRACT THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-FIND-CUSTOMER - the live master first, then the        *
      *    archive for accounts closed and archived since              *
      *----------------------------------------------------------------*
       3100-FIND-CUSTOMER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE WS-CURRENT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CF-STATUS-OK
               MOVE CUST-NAME TO TAXXD-NAME
               MOVE CUST-ADDRESS TO TAXXD-ADDRESS
               SET TAXXD-FROM-MASTER TO TRUE
               GO TO 3100-EXIT
           END-IF

           IF WS-ARCHIVE-FILE-OPEN
               MOVE WS-CURRENT-CUST-ID TO ARCH-CUST-ID
               READ CUSTOMER-ARCHIVE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF AR-STATUS-OK
                   MOVE ARCH-CUST-NAME TO TAXXD-NAME
                   MOVE ARCH-CUST-ADDRESS TO TAXXD-ADDRESS
                   SET TAXXD-FROM-ARCHIVE TO TRUE
                   ADD 1 TO WS-CUSTOMERS-ARCHIVED
                   GO TO 3100-EXIT
               END-IF
           END-IF

           MOVE "NAME NOT ON FILE" TO TAXXD-NAME
           SET TAXXD-NOT-ON-FILE TO TRUE
           ADD 1 TO WS-CUSTOMERS-NOT-ON-FILE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-PRINT-SUMMARY - one block per customer, print-ready    *
      *----------------------------------------------------------------*
       3200-PRINT-SUMMARY.
           MOVE WS-TAX-YEAR TO WS-SUM-TAX-YEAR
           MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE
           MOVE WS-SUMMARY-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-CUST-ID TO WS-SUM-CUST-ID
           MOVE TAXXD-NAME TO WS-SUM-CUST-NAME
           MOVE WS-SUMMARY-CUST-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TAXXD-ADDRESS TO WS-SUM-CUST-ADDRESS
           MOVE WS-SUMMARY-ADDR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUMMARY-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "INTEREST CHARGED" TO WS-SUM-LABEL
           MOVE WS-CUST-INT-GROSS TO WS-SUM-GROSS
           MOVE WS-CUST-INT-REVERSED TO WS-SUM-REVERSED
           MOVE WS-CUST-INT-NET TO WS-SUM-NET
           MOVE WS-CUST-INT-COUNT TO WS-SUM-ITEMS
           MOVE WS-SUMMARY-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FEES CHARGED" TO WS-SUM-LABEL
           MOVE WS-CUST-FEE-GROSS TO WS-SUM-GROSS
           MOVE WS-CUST-FEE-REVERSED TO WS-SUM-REVERSED
           MOVE WS-CUST-FEE-NET TO WS-SUM-NET
           MOVE WS-CUST-FEE-COUNT TO WS-SUM-ITEMS
           MOVE WS-SUMMARY-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CUST-INT-REVERSED > 0
              OR WS-CUST-FEE-REVERSED > 0
               MOVE "REVERSED CHARGES ARE EXCLUDED FROM THE NET "
                   TO WS-SUM-NOTE
               MOVE WS-SUMMARY-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-WRITE-EXTRACT.
           SET TAXX-DETAIL-RECORD TO TRUE
           MOVE WS-CURRENT-CUST-ID TO TAXXD-CUST-ID
           MOVE WS-TAX-YEAR TO TAXXD-TAX-YEAR
           MOVE WS-CUST-INT-NET TO TAXXD-INTEREST-AMOUNT
           MOVE WS-CUST-FEE-NET TO TAXXD-FEE-AMOUNT
           WRITE TAX-EXTRACT-RECORD
           IF NOT TX-STATUS-OK
               DISPLAY "TAXSUM1: TAX EXTRACT WRITE FAILED "
                       TX-FILE-STATUS " FOR " WS-CURRENT-CUST-ID
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-TIE-CAPITALIZATION - sum the year's type T rows; a     *
      *    capitalization night recorded with no totals row cannot     *
      *    be proved and is counted                                    *
      *----------------------------------------------------------------*
       4000-TIE-CAPITALIZATION.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT INTEREST-CAPITAL-CONTROL
           IF NOT IC-STATUS-OK
               DISPLAY "TAXSUM1: NO INTEREST-CAPITAL-CONTROL - "
                       "INTEREST TIE-OUT NOT PROVEN, STATUS "
                       IC-FILE-STATUS
               GO TO 4000-EXIT
           END-IF
           SET WS-ICC-FOUND TO TRUE
           READ INTEREST-CAPITAL-CONTROL
               AT END SET WS-ICC-AT-EOF TO TRUE
           END-READ
           PERFORM 4100-TIE-ONE-CONTROL THRU 4100-EXIT
               UNTIL WS-ICC-AT-EOF
           PERFORM 4200-CLOSE-NIGHT THRU 4200-EXIT
           CLOSE INTEREST-CAPITAL-CONTROL.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-TIE-ONE-CONTROL.
           MOVE ICC-RUN-DATE TO WS-ICC-DATE
           IF WS-ICC-YEAR NOT = WS-TAX-YEAR
               GO TO 4100-NEXT
           END-IF
           IF ICC-TOTALS-ROW
               ADD 1 TO WS-ICC-TOTALS-ROWS
               ADD ICC-AMOUNT TO WS-ICC-CAPITAL-INT
               SET WS-ICC-NIGHT-HAS-TOTALS TO TRUE
               GO TO 4100-NEXT
           END-IF
           IF ICC-RUN-DATE NOT = WS-LAST-START-DATE
               PERFORM 4200-CLOSE-NIGHT THRU 4200-EXIT
               MOVE ICC-RUN-DATE TO WS-LAST-START-DATE
               ADD 1 TO WS-ICC-NIGHTS
               MOVE 'N' TO WS-ICC-NIGHT-HAS-TOTALS-SW
           END-IF.
       4100-NEXT.
           READ INTEREST-CAPITAL-CONTROL
               AT END SET WS-ICC-AT-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-CLOSE-NIGHT.
           IF WS-LAST-START-DATE NOT = 0
              AND NOT WS-ICC-NIGHT-HAS-TOTALS
               ADD 1 TO WS-ICC-NIGHTS-NO-TOTALS
               DISPLAY "TAXSUM1: NO CAPITALIZATION TOTALS FOR "
                       WS-LAST-START-DATE
           END-IF
           MOVE 0 TO WS-LAST-START-DATE.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-TRAILERS - extract trailer, control report, and  *
      *    the warning when interest does not tie                      *
      *----------------------------------------------------------------*
       5000-WRITE-TRAILERS.
           IF NOT WS-CONTROL-OPEN
               GO TO 5000-EXIT
           END-IF
           IF WS-EXTRACT-OPEN
               MOVE SPACES TO TAX-EXTRACT-RECORD
               SET TAXX-TRAILER-RECORD TO TRUE
               MOVE WS-EXTRACT-COUNT TO TAXXT-DETAIL-COUNT
               MOVE WS-TOTAL-INT-NET TO TAXXT-INTEREST-TOTAL
               MOVE WS-TOTAL-FEE-NET TO TAXXT-FEE-TOTAL
               WRITE TAX-EXTRACT-RECORD
           END-IF

           MOVE "HISTORY ROWS READ" TO WS-CTC-LABEL
           MOVE WS-ROWS-READ TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "INT/FEE ROWS IN TAX YEAR" TO WS-CTC-LABEL
           MOVE WS-ROWS-SELECTED TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "CUSTOMERS SUMMARIZED / EXTRACTED" TO WS-CTC-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "  OF WHICH FROM ARCHIVE" TO WS-CTC-LABEL
           MOVE WS-CUSTOMERS-ARCHIVED TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "  OF WHICH NAME NOT ON FILE" TO WS-CTC-LABEL
           MOVE WS-CUSTOMERS-NOT-ON-FILE TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "CUSTOMERS FULLY REVERSED (NOT EXTRACTED)"
               TO WS-CTC-LABEL
           MOVE WS-CUSTOMERS-ALL-REVERSED TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "INTEREST CHARGED" TO WS-CTA-LABEL
           MOVE WS-TOTAL-INT-GROSS TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "INTEREST REVERSED" TO WS-CTA-LABEL
           MOVE WS-TOTAL-INT-REVERSED TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "INTEREST NET (EXTRACT TOTAL)" TO WS-CTA-LABEL
           MOVE WS-TOTAL-INT-NET TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "FEES CHARGED" TO WS-CTA-LABEL
           MOVE WS-TOTAL-FEE-GROSS TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "FEES REVERSED" TO WS-CTA-LABEL
           MOVE WS-TOTAL-FEE-REVERSED TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "FEES NET (EXTRACT TOTAL)" TO WS-CTA-LABEL
           MOVE WS-TOTAL-FEE-NET TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "INT ON HISTORY FROM CAPITALIZATION" TO WS-CTA-LABEL
           MOVE WS-HIST-CAPITAL-INT TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "INT ON HISTORY FROM OTHER SOURCES" TO WS-CTA-LABEL
           MOVE WS-HIST-OTHER-INT TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "CAPITALIZED PER CAPITAL CONTROL" TO WS-CTA-LABEL
           MOVE WS-ICC-CAPITAL-INT TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           COMPUTE WS-ICC-DIFFERENCE =
               WS-HIST-CAPITAL-INT - WS-ICC-CAPITAL-INT
           MOVE "DIFFERENCE" TO WS-CTA-LABEL
           MOVE WS-ICC-DIFFERENCE TO WS-CTA-AMOUNT
           PERFORM 5200-WRITE-AMOUNT THRU 5200-EXIT
           MOVE "CAPITALIZATION NIGHTS IN YEAR" TO WS-CTC-LABEL
           MOVE WS-ICC-NIGHTS TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "CAPITALIZATION TOTALS ROWS" TO WS-CTC-LABEL
           MOVE WS-ICC-TOTALS-ROWS TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE "NIGHTS WITH NO TOTALS ROW" TO WS-CTC-LABEL
           MOVE WS-ICC-NIGHTS-NO-TOTALS TO WS-CTC-COUNT
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE

           EVALUATE TRUE
               WHEN RETURN-CODE = RC-ABEND-WORTHY
                   MOVE "RUN INCOMPLETE - OUTPUT IS NOT A FULL YEAR"
                       TO WS-CTM-TEXT
               WHEN NOT WS-ICC-FOUND
                   MOVE "NO CAPITAL CONTROL FILE - INTEREST NOT TIED"
                       TO WS-CTM-TEXT
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN WS-ICC-DIFFERENCE NOT = 0
                   MOVE "INTEREST ON HISTORY DOES NOT TIE"
                       TO WS-CTM-TEXT
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN WS-ICC-NIGHTS-NO-TOTALS > 0
                   MOVE "CAPITALIZATION TOTALS MISSING - NOT PROVEN"
                       TO WS-CTM-TEXT
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   MOVE "INTEREST TIES TO CAPITALIZATION"
                       TO WS-CTM-TEXT
           END-EVALUATE
           MOVE WS-CONTROL-MESSAGE-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE

           DISPLAY "TAXSUM1: CUSTOMERS EXTRACTED " WS-EXTRACT-COUNT
           DISPLAY "TAXSUM1: " WS-CTM-TEXT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-WRITE-COUNT.
           MOVE WS-CONTROL-COUNT-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5200-WRITE-AMOUNT.
           MOVE WS-CONTROL-AMOUNT-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-ARCHIVE-FILE-OPEN
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF
           IF WS-EXTRACT-OPEN
               CLOSE TAX-EXTRACT-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE TAX-SUMMARY-REPORT
           END-IF
           IF WS-CONTROL-OPEN
               CLOSE TAX-CONTROL-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
