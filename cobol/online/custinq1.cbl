      *                   companion profile (phone, contact, opened
      *                   date, statement delivery) when one is on
      *                   CUSTOMER-PROFILE-FILE.
      *  2026-10-15 JHM   The profile display flags a customer whose
      *                   mail came back and is held for address
      *                   research.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   After the full-record display the operator
      *                   can ask for the customer's balance as of an
      *                   earlier date, answered from the end-of-day
      *                   snapshot on EOD-BALANCE-FILE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ1.
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT EOD-BALANCE-FILE ASSIGN TO EODBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EODB-KEY
               FILE STATUS IS EB-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  EOD-BALANCE-FILE.
           COPY "eodbal.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
           88  HD-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  EB-FILE-STATUS               PIC X(02).
           88  EB-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

           88  WS-HOLD-FILE-OPEN             VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN         VALUE 'Y'.
       77  WS-SNAPSHOT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-FILE-OPEN         VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-AVAIL-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.
       77  WS-HOLD-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-SCAN-DONE             VALUE 'Y'.
       77  WS-AS-OF-DATE-X              PIC X(08).
       77  WS-AS-OF-DATE                PIC 9(08).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-SEARCH-BY-NAME THRU 3000-EXIT
               PERFORM 4000-PICK-ONE-CUSTOMER THRU 4000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EOD-BALANCE-FILE
           IF EB-STATUS-OK
               SET WS-SNAPSHOT-FILE-OPEN TO TRUE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           DISPLAY "AVAILABLE: " WS-AVAIL-DISPLAY
           DISPLAY "CR LIMIT : " WS-LIMIT-DISPLAY
           DISPLAY "LAST ACT : " CUST-LAST-ACTIVITY-DATE
           PERFORM 4200-SHOW-PROFILE THRU 4200-EXIT
           PERFORM 4300-BALANCE-AS-OF THRU 4300-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           DISPLAY "PHONE    : " PROF-PHONE-NUMBER
           DISPLAY "CONTACT  : " PROF-CONTACT-NAME
           DISPLAY "OPENED   : " PROF-OPENED-DATE
           DISPLAY "STMT DLV : " PROF-STMT-DELIVERY
           IF PROF-RETURNED-MAIL
               DISPLAY "RETURNED : MAIL CAME BACK - ADDRESS UNDER "
                       "RESEARCH"
           END-IF.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4300-BALANCE-AS-OF - the snapshot in effect on the entered  *
      *    date is the newest one dated on or before it; with no       *
      *    snapshot file on hand the question is not offered           *
      *----------------------------------------------------------------*
       4300-BALANCE-AS-OF.
           IF NOT WS-SNAPSHOT-FILE-OPEN
               GO TO 4300-EXIT
           END-IF
           DISPLAY "Enter date for balance as of (YYYYMMDD), or "
                   "blank: "
           ACCEPT WS-AS-OF-DATE-X
           IF WS-AS-OF-DATE-X = SPACES
               GO TO 4300-EXIT
           END-IF
           IF WS-AS-OF-DATE-X NOT NUMERIC
               DISPLAY "CUSTINQ1: DATE MUST BE YYYYMMDD"
               GO TO 4300-EXIT
           END-IF
           MOVE WS-AS-OF-DATE-X TO WS-AS-OF-DATE

           MOVE WS-PICK-CUST-ID TO EODB-CUST-ID
           COMPUTE EODB-REVERSE-DATE = 99999999 - WS-AS-OF-DATE
           START EOD-BALANCE-FILE
               KEY IS NOT LESS THAN EODB-KEY
               INVALID KEY
                   DISPLAY "AS OF    : NO SNAPSHOT ON OR BEFORE "
                           WS-AS-OF-DATE
                   GO TO 4300-EXIT
           END-START
           READ EOD-BALANCE-FILE NEXT
               AT END
                   MOVE SPACES TO EODB-CUST-ID
           END-READ
           IF EODB-CUST-ID NOT = WS-PICK-CUST-ID
               DISPLAY "AS OF    : NO SNAPSHOT ON OR BEFORE "
                       WS-AS-OF-DATE
               GO TO 4300-EXIT
           END-IF
           MOVE EODB-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "AS OF    : " WS-AS-OF-DATE
                   " END-OF-DAY " EODB-BUSINESS-DATE
           DISPLAY "BALANCE  : " WS-BALANCE-DISPLAY
                   "  STATUS " EODB-CUST-STATUS.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-SUM-OPEN-HOLDS - open, unexpired holds for the picked  *
      *    customer; no hold file on hand means no holds               *
      *----------------------------------------------------------------*
       4110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "CUSTINQ1" TO ENTCHK-PROGRAM-ID
           MOVE "INQUIRE " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "CUSTINQ1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "CUSTINQ1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "CUSTINQ1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           IF ENTCHK-NOT-ENTITLED
               STRING "NOT ENTITLED " DELIMITED BY SIZE
                      ENTCHK-FUNCTION DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           ELSE
               STRING "NAME SEARCH " DELIMITED BY SIZE
                      WS-SEARCH-NAME DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           END-IF
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-SNAPSHOT-FILE-OPEN
               CLOSE EOD-BALANCE-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
