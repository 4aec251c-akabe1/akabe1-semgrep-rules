      *  descending date order, no backward read anywhere.  The        *
      *  operator signs on through the same PIN machinery as the       *
      *  other inquiry programs and the lookup is audited.             *
      *                                                                *
      *  Rows older than the online retention period are moved off     *
      *  the keyed file each month end by TXNHARC1.  When a browse     *
      *  runs out of online rows for the customer it carries straight  *
      *  on into the archive generations (TXNARCH, all generations     *
      *  read as one concatenation, newest first) under a divider      *
      *  line, so the caller sees one continuous history.              *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version, added with the permanent
      *                   transaction history subsystem.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   A browse that runs out of online rows now
      *                   continues into the archived history written
      *                   by the month-end retention offload.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNHINQ1.
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO TXNARCH-ALL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  TXN-ARCHIVE-FILE.
           COPY "txnarch.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
           88  CF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  TA-FILE-STATUS               PIC X(02).
           88  TA-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN          VALUE 'Y'.
       77  WS-ARCHIVE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-FILE-OPEN          VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.

       77  WS-INQUIRY-CUST-ID           PIC X(06).
       77  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE                VALUE 'Y'.
       77  WS-OPERATOR-STOP-SW          PIC X(01) VALUE 'N'.
           88  WS-OPERATOR-STOPPED           VALUE 'Y'.
       77  WS-ARCHIVE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-DONE               VALUE 'Y'.
       77  WS-ARCHIVE-DIVIDER-SW        PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-DIVIDER-SHOWN      VALUE 'Y'.
       77  WS-ROW-COUNT                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-ARCHIVE-ROW-COUNT         PIC 9(05) COMP-3 VALUE 0.
       77  WS-PAGE-COUNT                PIC 9(02) COMP-3 VALUE 0.
       77  WS-PAGE-SIZE                 PIC 9(02) COMP-3 VALUE 10.
       77  WS-REPLY                     PIC X(01).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-BROWSE-HISTORY THRU 3000-EXIT
           END-IF
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           MOVE 'N' TO WS-OPERATOR-STOP-SW
           MOVE 'N' TO WS-ARCHIVE-DIVIDER-SW
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           END-START

           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-ARCHIVE-ROW-COUNT
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM 3100-BROWSE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-BROWSE-DONE

           IF NOT WS-OPERATOR-STOPPED
               PERFORM 3200-BROWSE-ARCHIVE THRU 3200-EXIT
           END-IF

           DISPLAY "TXNHINQ1: " WS-ROW-COUNT " HISTORY ROW(S)"
           IF WS-ARCHIVE-ROW-COUNT > 0
               DISPLAY "TXNHINQ1: " WS-ARCHIVE-ROW-COUNT
                       " OF THEM FROM THE ARCHIVE"
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
               GO TO 3100-EXIT
           END-IF

           PERFORM 3150-SHOW-ONE-ROW THRU 3150-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3150-SHOW-ONE-ROW - one line per history row, online or     *
      *    archived, and the page prompt                               *
      *----------------------------------------------------------------*
       3150-SHOW-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           ADD 1 TO WS-PAGE-COUNT
           MOVE TXNH-AMOUNT TO WS-AMOUNT-DISPLAY
               ACCEPT WS-REPLY
               IF WS-REPLY NOT = 'Y'
                   SET WS-BROWSE-DONE TO TRUE
                   SET WS-OPERATOR-STOPPED TO TRUE
               ELSE
                   MOVE 0 TO WS-PAGE-COUNT
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-BROWSE-ARCHIVE - the online rows for the customer have *
      *    run out; every generation starts its own key order, so the  *
      *    whole concatenation is read and the customer's rows picked  *
      *    out as they come                                            *
      *----------------------------------------------------------------*
       3200-BROWSE-ARCHIVE.
           OPEN INPUT TXN-ARCHIVE-FILE
           IF NOT TA-STATUS-OK
               DISPLAY "TXNHINQ1: ARCHIVED HISTORY NOT AVAILABLE - "
                       "ONLINE ROWS ONLY"
               GO TO 3200-EXIT
           END-IF
           SET WS-ARCHIVE-FILE-OPEN TO TRUE
           MOVE 'N' TO WS-ARCHIVE-DONE-SW
           PERFORM 3300-ARCHIVE-ONE-ROW THRU 3300-EXIT
               UNTIL WS-ARCHIVE-DONE
                  OR WS-OPERATOR-STOPPED.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-ARCHIVE-ONE-ROW.
           READ TXN-ARCHIVE-FILE
               AT END
                   SET WS-ARCHIVE-DONE TO TRUE
                   GO TO 3300-EXIT
           END-READ

           IF NOT TXA-DETAIL-RECORD
               GO TO 3300-EXIT
           END-IF
           IF TXAD-CUST-ID NOT = WS-INQUIRY-CUST-ID
               GO TO 3300-EXIT
           END-IF

           IF NOT WS-ARCHIVE-DIVIDER-SHOWN
               DISPLAY "-- ARCHIVED HISTORY --"
               SET WS-ARCHIVE-DIVIDER-SHOWN TO TRUE
           END-IF
           ADD 1 TO WS-ARCHIVE-ROW-COUNT
           MOVE TXAD-HISTORY-IMAGE TO TXN-HISTORY-RECORD
           PERFORM 3150-SHOW-ONE-ROW THRU 3150-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "TXNHINQ1" TO ENTCHK-PROGRAM-ID
           MOVE "INQUIRE " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "TXNHINQ1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "TXNHINQ1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "TXNHINQ1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           IF ENTCHK-NOT-ENTITLED
               STRING "NOT ENTITLED " DELIMITED BY SIZE
                      ENTCHK-FUNCTION DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           ELSE
               STRING "HISTORY INQUIRY CUST=" DELIMITED BY SIZE
                      WS-INQUIRY-CUST-ID DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           END-IF
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-ARCHIVE-FILE-OPEN
               CLOSE TXN-ARCHIVE-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
