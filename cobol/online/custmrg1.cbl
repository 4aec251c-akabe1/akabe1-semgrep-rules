      *================================================================*
      *  CUSTMRG1                                                      *
      *  Duplicate customer merge.  Between CUSTMNT1 adds, partner     *
      *  intake and past conversions the same person can end up with   *
      *  two customer ids, splitting the balance, the history, the     *
      *  holds and the exposure.  A merge folds one id (the retired    *
      *  id) into the other (the survivor) under the same two-person   *
      *  rule CUSTAPR1 gives master changes.  Functions:               *
      *                                                                *
      *    PROPOSE  any entitled operator names the retired id and     *
      *             the survivor; both must be on the master, the      *
      *             retired id neither closed nor charged off, the     *
      *             survivor active or inactive and not itself being   *
      *             merged away.  The row waits on CUST-MERGE-FILE     *
      *    APPROVE  a supervisor other than the proposer carries the   *
      *             merge out: the history rows, open holds, open      *
      *             client links, the collections row and the profile  *
      *             are re-keyed to the survivor; if the register      *
      *             proves, the booked balance is carried over by an   *
      *             MRGD/MRGC pair on the night's entry file and the   *
      *             retired id is closed.  Refused while the retired   *
      *             id has an open dispute                             *
      *    DENY     a supervisor other than the proposer refuses a     *
      *             proposal, with a reason                            *
      *    INQUIRE  show a merge and its register                      *
      *                                                                *
      *  Every record moved is journaled on MERGE-JOURNAL-FILE with    *
      *  its old and new key, every step is audited on the OS channel  *
      *  and the close of the retired id is journaled through          *
      *  CJRNWRT1.  The register on the merge row must show every      *
      *  moved figure equal to its before figure and nothing left      *
      *  under the retired id; a merge that does not prove is left     *
      *  OUT OF PROOF, closes nothing, redirects nothing, and is       *
      *  approved again once the cause is cleared.  Once MERGED, the   *
      *  row is the retired id's pointer: TXNPOST1 and SUSPROC1 post   *
      *  anything still keyed with it to the survivor.  Updates honor  *
      *  the system-availability control; INQUIRE stays available.     *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with the duplicate
      *                   customer merge.
      *  2026-10-15 JHM   PROPOSE and APPROVE are refused while either
      *                   id has a watch-list screening case pending
      *                   review or confirmed on SCREEN-CASE-FILE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG1.
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
           SELECT PIN-SECURITY-FILE ASSIGN TO PINSEC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINSEC-USERNAME
               FILE STATUS IS PS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUST-MERGE-FILE ASSIGN TO CUSTMRG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-RETIRED-ID
               FILE STATUS IS MG-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HD-FILE-STATUS.

           SELECT CLIENT-RELATIONSHIP-FILE
               ASSIGN TO CLNTREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREL-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT COLLECTIONS-WORK-FILE ASSIGN TO COLLWRK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-CUST-ID
               FILE STATUS IS CW-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DS-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT ONLINE-ENTRY-TXN-FILE ASSIGN TO ONLTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-FILE-STATUS.

           SELECT MERGE-JOURNAL-FILE ASSIGN TO MRGJRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUST-MERGE-FILE.
           COPY "custmrg.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  HOLD-FILE.
           COPY "holdrec.cpy".

       FD  CLIENT-RELATIONSHIP-FILE.
           COPY "clntrel.cpy".

       FD  COLLECTIONS-WORK-FILE.
           COPY "collrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  DISPUTE-FILE.
           COPY "dsptrec.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  ONLINE-ENTRY-TXN-FILE.
           COPY "txnrec.cpy".

       FD  MERGE-JOURNAL-FILE.
           COPY "mrgjrn.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  MG-FILE-STATUS               PIC X(02).
           88  MG-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
           88  TH-STATUS-DUPLICATE            VALUE '22'.
       77  HD-FILE-STATUS               PIC X(02).
           88  HD-STATUS-OK                   VALUE '00'.
           88  HD-STATUS-DUPLICATE            VALUE '22'.
           88  HD-STATUS-NO-FILE              VALUE '35'.
       77  CR-FILE-STATUS               PIC X(02).
           88  CR-STATUS-OK                   VALUE '00'.
           88  CR-STATUS-NO-FILE              VALUE '35'.
       77  CW-FILE-STATUS               PIC X(02).
           88  CW-STATUS-OK                   VALUE '00'.
           88  CW-STATUS-NO-FILE              VALUE '35'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
           88  PF-STATUS-NO-FILE              VALUE '35'.
       77  DS-FILE-STATUS               PIC X(02).
           88  DS-STATUS-OK                   VALUE '00'.
           88  DS-STATUS-NO-FILE              VALUE '35'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NO-FILE              VALUE '35'.
       77  OT-FILE-STATUS               PIC X(02).
           88  OT-STATUS-OK                   VALUE '00'.
       77  MJ-FILE-STATUS               PIC X(02).
           88  MJ-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-MERGE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MERGE-FILE-OPEN            VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN          VALUE 'Y'.
       77  WS-HOLD-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN             VALUE 'Y'.
       77  WS-LINK-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LINK-FILE-OPEN             VALUE 'Y'.
       77  WS-COLL-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-COLL-FILE-OPEN             VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN          VALUE 'Y'.
       77  WS-DISPUTE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-FILE-OPEN          VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN             VALUE 'Y'.
       77  WS-ENTRY-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FILE-OPEN            VALUE 'Y'.
       77  WS-JOURNAL-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-FILE-OPEN          VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-MAINT-FUNCTION            PIC X(08).
           88  WS-FUNC-PROPOSE               VALUE "PROPOSE ".
           88  WS-FUNC-APPROVE               VALUE "APPROVE ".
           88  WS-FUNC-DENY                  VALUE "DENY    ".
           88  WS-FUNC-INQUIRE               VALUE "INQUIRE ".
       77  WS-RETIRED-ID                PIC X(06).
       77  WS-SURVIVOR-ID               PIC X(06).
       77  WS-RETIRED-NAME              PIC X(30).
       77  WS-SURVIVOR-NAME             PIC X(30).
       77  WS-CONFIRM                   PIC X(01).
           88  WS-CONFIRM-YES                VALUE 'Y'.
       77  WS-REASON-ENTRY              PIC X(30).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-STEP-MOVED                PIC 9(07) COMP-3 VALUE 0.
       77  WS-COUNT-DISPLAY             PIC Z,ZZZ,ZZ9.
       77  WS-AMOUNT-DISPLAY            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-BALANCE-DISPLAY           PIC -Z,ZZZ,ZZ9.99.

       77  WS-MERGE-ON-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-MERGE-ON-FILE              VALUE 'Y'.
       77  WS-SCAN-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                  VALUE 'Y'.
       77  WS-ROW-STORED-SW             PIC X(01) VALUE 'N'.
           88  WS-ROW-STORED                 VALUE 'Y'.
       77  WS-LINK-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-LINK-FOUND                 VALUE 'Y'.
       77  WS-SURVIVOR-ROW-SW           PIC X(01) VALUE 'N'.
           88  WS-SURVIVOR-ROW-ON-FILE       VALUE 'Y'.
       77  WS-DISPUTE-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-OPEN               VALUE 'Y'.
       77  WS-MERGE-PROVED-SW           PIC X(01) VALUE 'N'.
           88  WS-MERGE-PROVED               VALUE 'Y'.

      *    What is under the retired id at the moment of counting -    *
      *    taken before the moves for the before figures and after     *
      *    them for the left figures                                   *
       77  WS-NOW-HIST                  PIC 9(07) COMP-3 VALUE 0.
       77  WS-NOW-HIST-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-NOW-HOLD                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-NOW-HOLD-AMOUNT           PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-NOW-LINK                  PIC 9(03) COMP-3 VALUE 0.
       77  WS-NOW-COLL                  PIC 9(01) COMP-3 VALUE 0.
       77  WS-NOW-PROF                  PIC 9(01) COMP-3 VALUE 0.

       77  WS-SAVED-IMAGE               PIC X(200).
       77  WS-NEXT-HOLD-NUMBER          PIC 9(06).
       77  WS-LINK-RESTART-KEY          PIC X(16).
       77  WS-RET-AMOUNT-OWED           PIC 9(07)V99.
       77  WS-RET-BUCKET                PIC 9(01).
       77  WS-RET-PHONE                 PIC X(15).
       77  WS-RET-CONTACT               PIC X(30).
       77  WS-RET-OPENED-DATE           PIC 9(08).
       77  WS-OFFSET-AMOUNT             PIC 9(07)V99.
       77  WS-LEG-CODE                  PIC X(04).
       77  WS-LEG-CUST-ID               PIC X(06).
       01  WS-MRG-SOURCE-REF.
           05  FILLER                   PIC X(03) VALUE "MRG".
           05  WS-MSR-RETIRED-ID        PIC X(06).
           05  FILLER                   PIC X(03) VALUE SPACES.

       77  WS-JRN-STEP                  PIC X(04).
       77  WS-JRN-OLD-KEY               PIC X(26).
       77  WS-JRN-NEW-KEY               PIC X(26).
       77  WS-JRN-AMOUNT                PIC S9(09)V99.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "cjrnwrt.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY "userin.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING USER-INPUT.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-PERFORM-FUNCTION THRU 3000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the keyed files a merge may move rows on  *
      *    are opened I-O; holds, links, collections, profiles and     *
      *    disputes that are not defined at this site hold nothing to  *
      *    move and are passed over                                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           MOVE 'N' TO WS-PIN-SECURITY-OPEN-SW
           MOVE 'N' TO WS-CUSTOMER-FILE-OPEN-SW
           MOVE 'N' TO WS-MERGE-FILE-OPEN-SW
           MOVE 'N' TO WS-HISTORY-FILE-OPEN-SW
           MOVE 'N' TO WS-HOLD-FILE-OPEN-SW
           MOVE 'N' TO WS-LINK-FILE-OPEN-SW
           MOVE 'N' TO WS-COLL-FILE-OPEN-SW
           MOVE 'N' TO WS-PROFILE-FILE-OPEN-SW
           MOVE 'N' TO WS-DISPUTE-FILE-OPEN-SW
           MOVE 'N' TO WS-CASE-FILE-OPEN-SW
           MOVE 'N' TO WS-ENTRY-FILE-OPEN-SW
           MOVE 'N' TO WS-JOURNAL-FILE-OPEN-SW
           MOVE 'N' TO WS-OS-AUDIT-OPEN-SW
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMRG1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O CUST-MERGE-FILE
           IF MG-STATUS-OK
               SET WS-MERGE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMRG1: CUST-MERGE-FILE OPEN FAILED "
                       MG-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMRG1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O HOLD-FILE
           IF HD-STATUS-OK
               SET WS-HOLD-FILE-OPEN TO TRUE
           ELSE
               IF NOT HD-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: HOLD-FILE OPEN FAILED "
                           HD-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O CLIENT-RELATIONSHIP-FILE
           IF CR-STATUS-OK
               SET WS-LINK-FILE-OPEN TO TRUE
           ELSE
               IF NOT CR-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: CLIENT-RELATIONSHIP-FILE OPEN "
                           "FAILED " CR-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O COLLECTIONS-WORK-FILE
           IF CW-STATUS-OK
               SET WS-COLL-FILE-OPEN TO TRUE
           ELSE
               IF NOT CW-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: COLLECTIONS-WORK-FILE OPEN "
                           "FAILED " CW-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               IF NOT PF-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: CUSTOMER-PROFILE-FILE OPEN "
                           "FAILED " PF-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF DS-STATUS-OK
               SET WS-DISPUTE-FILE-OPEN TO TRUE
           ELSE
               IF NOT DS-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: DISPUTE-FILE OPEN FAILED "
                           DS-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT SCREEN-CASE-FILE
           IF SC-STATUS-OK
               SET WS-CASE-FILE-OPEN TO TRUE
           ELSE
               IF NOT SC-STATUS-NO-FILE
                   DISPLAY "CUSTMRG1: SCREEN-CASE-FILE OPEN FAILED "
                           SC-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-VALIDATE-OPERATOR - PIN complexity / expiry / lockout  *
      *----------------------------------------------------------------*
       2000-VALIDATE-OPERATOR.
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 2000-EXIT
           END-IF
           MOVE USERNAME TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "CUSTMRG SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "CUSTMRG1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CHECK-AVAILABILITY - a merge re-keys the history and   *
      *    rewrites the master, so every update waits while the        *
      *    nightly cycle holds them; INQUIRE is never gated            *
      *----------------------------------------------------------------*
       2500-CHECK-AVAILABILITY.
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               DISPLAY "CUSTMRG1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-CHECK-SUPERVISOR - only the supervisor operator class  *
      *    decides a merge                                             *
      *----------------------------------------------------------------*
       2600-CHECK-SUPERVISOR.
           IF NOT PINSEC-CLASS-SUPERVISOR
               DISPLAY "CUSTMRG1: OPERATOR IS NOT A SUPERVISOR - "
                       "DECISION REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG DECISION NOT SUPV" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION - every function is on the retired    *
      *    id, the key of the merge row                                *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (PROPOSE, APPROVE, DENY, "
                   "INQUIRE): "
           ACCEPT WS-MAINT-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id to be retired (6 chars): "
           ACCEPT WS-RETIRED-ID

           IF WS-RETIRED-ID = SPACES
               DISPLAY "CUSTMRG1: CUSTOMER ID IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG BLANK CUSTOMER ID" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-PROPOSE
                   PERFORM 3100-PROPOSE-MERGE THRU 3100-EXIT
               WHEN WS-FUNC-APPROVE
                   PERFORM 3200-APPROVE-MERGE THRU 3200-EXIT
               WHEN WS-FUNC-DENY
                   PERFORM 3300-DENY-MERGE THRU 3300-EXIT
               WHEN WS-FUNC-INQUIRE
                   PERFORM 3400-INQUIRE-MERGE THRU 3400-EXIT
               WHEN OTHER
                   DISPLAY "CUSTMRG1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "CUSTMRG BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-PROPOSE-MERGE - nothing moves here; the row waits for  *
      *    a second person.  A denied proposal for the same retired    *
      *    id is replaced; any other row for it blocks a new one       *
      *----------------------------------------------------------------*
       3100-PROPOSE-MERGE.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Enter surviving customer id (6 chars): "
           ACCEPT WS-SURVIVOR-ID
           IF WS-SURVIVOR-ID = SPACES
            OR WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "CUSTMRG1: SURVIVOR MUST BE GIVEN AND DIFFER "
                       "FROM THE RETIRED ID"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG PROPOSE BAD SURVIVOR" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3110-CHECK-CUSTOMERS THRU 3110-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF

           MOVE WS-SURVIVOR-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   MOVE SPACES TO MRG-STATUS
           END-READ
           IF MG-STATUS-OK
              AND NOT MRG-DENIED
               DISPLAY "CUSTMRG1: SURVIVOR " WS-SURVIVOR-ID
                       " IS ITSELF BEING MERGED AWAY - STATUS "
                       MRG-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG PROPOSE SURVIVOR IN MERGE"
                   TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO WS-MERGE-ON-FILE-SW
           MOVE WS-RETIRED-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MERGE-ON-FILE TO TRUE
           END-READ
           IF WS-MERGE-ON-FILE
              AND NOT MRG-DENIED
               DISPLAY "CUSTMRG1: A MERGE OF " WS-RETIRED-ID
                       " IS ALREADY ON FILE - STATUS " MRG-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG PROPOSE ALREADY ON FILE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Merge " WS-RETIRED-ID " " WS-RETIRED-NAME
           DISPLAY " into " WS-SURVIVOR-ID " " WS-SURVIVOR-NAME
           DISPLAY "Propose this merge (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRM-YES
               DISPLAY "CUSTMRG1: NOTHING PROPOSED"
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO CUST-MERGE-RECORD
           INITIALIZE MRG-PROOF
           MOVE 'N' TO MRG-OFFSET-WRITTEN-SW
           MOVE WS-RETIRED-ID TO MRG-RETIRED-ID
           MOVE WS-SURVIVOR-ID TO MRG-SURVIVOR-ID
           SET MRG-AWAITING-APPROVAL TO TRUE
           MOVE WS-RETIRED-NAME TO MRG-RETIRED-NAME
           MOVE USERNAME TO MRG-PROPOSED-BY
           MOVE WS-TIMESTAMP TO MRG-PROPOSED-TIMESTAMP
           MOVE 0 TO MRG-DECISION-TIMESTAMP
           IF WS-MERGE-ON-FILE
               REWRITE CUST-MERGE-RECORD
           ELSE
               WRITE CUST-MERGE-RECORD
           END-IF
           IF NOT MG-STATUS-OK
               DISPLAY "CUSTMRG1: MERGE WRITE FAILED " MG-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMRG PROPOSE WRITE FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "CUSTMRG1: MERGE OF " WS-RETIRED-ID " INTO "
                   WS-SURVIVOR-ID " PROPOSED - AWAITING APPROVAL"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG PROPOSED RET=" DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  " SUR=" DELIMITED BY SIZE
                  WS-SURVIVOR-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3110-CHECK-CUSTOMERS - both ids on the master; the retired  *
      *    id still open, the survivor active or inactive.  Shared by  *
      *    PROPOSE and by APPROVE, which checks again at decision time *
      *----------------------------------------------------------------*
       3110-CHECK-CUSTOMERS.
           MOVE WS-RETIRED-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTMRG1: CUSTOMER " WS-RETIRED-ID
                           " NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "CUSTMRG RETIRED ID NOT ON FILE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3110-EXIT
           END-READ
           IF CUST-CLOSED OR CUST-CHARGED-OFF
               DISPLAY "CUSTMRG1: " WS-RETIRED-ID " IS CLOSED OR "
                       "CHARGED OFF - MERGE REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG RETIRED ID CLOSED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3110-EXIT
           END-IF
           MOVE CUST-NAME TO WS-RETIRED-NAME
           PERFORM 3150-DISPLAY-CUSTOMER THRU 3150-EXIT
           PERFORM 3120-CHECK-SCREENING THRU 3120-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3110-EXIT
           END-IF

           MOVE WS-SURVIVOR-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTMRG1: CUSTOMER " WS-SURVIVOR-ID
                           " NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "CUSTMRG SURVIVOR NOT ON FILE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3110-EXIT
           END-READ
           IF NOT CUST-ACTIVE
              AND NOT CUST-INACTIVE
               DISPLAY "CUSTMRG1: SURVIVOR " WS-SURVIVOR-ID
                       " MUST BE ACTIVE OR INACTIVE - STATUS "
                       CUST-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG SURVIVOR NOT OPEN" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3110-EXIT
           END-IF
           MOVE CUST-NAME TO WS-SURVIVOR-NAME
           PERFORM 3150-DISPLAY-CUSTOMER THRU 3150-EXIT
           PERFORM 3120-CHECK-SCREENING THRU 3120-EXIT.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3120-CHECK-SCREENING - a customer compliance has not        *
      *    finished with, or has confirmed as a watch-list hit, is     *
      *    not merged either way                                       *
      *----------------------------------------------------------------*
       3120-CHECK-SCREENING.
           IF NOT WS-CASE-FILE-OPEN
               GO TO 3120-EXIT
           END-IF
           MOVE CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY GO TO 3120-EXIT
           END-READ
           IF SCRN-CLEARED
               GO TO 3120-EXIT
           END-IF
           DISPLAY "CUSTMRG1: " CUST-ID " IS UNDER COMPLIANCE "
                   "REVIEW - MERGE REFUSED"
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG SCREENING CASE OPEN CUST=" DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  SCRN-STATUS DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-DISPLAY-CUSTOMER.
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY CUST-ID " " CUST-NAME " " CUST-STATUS
                   " BAL " WS-BALANCE-DISPLAY
           DISPLAY "       " CUST-ADDRESS.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-APPROVE-MERGE - moves everything under the retired id  *
      *    to the survivor, proves the register, and only then         *
      *    carries the balance over and closes the retired id.  An     *
      *    out-of-proof merge is approved again to finish              *
      *----------------------------------------------------------------*
       3200-APPROVE-MERGE.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           PERFORM 2600-CHECK-SUPERVISOR THRU 2600-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           PERFORM 3900-READ-MERGE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           IF NOT MRG-AWAITING-APPROVAL
              AND NOT MRG-OUT-OF-PROOF
               DISPLAY "CUSTMRG1: MERGE IS NOT AWAITING APPROVAL - "
                       "STATUS " MRG-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG APPROVE NOT AWAITING" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3950-DISPLAY-MERGE THRU 3950-EXIT
           IF MRG-PROPOSED-BY = USERNAME
               DISPLAY "CUSTMRG1: OWN PROPOSAL - LEFT FOR ANOTHER "
                       "SUPERVISOR"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG APPROVE OWN PROPOSAL" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           MOVE MRG-SURVIVOR-ID TO WS-SURVIVOR-ID
           PERFORM 3110-CHECK-CUSTOMERS THRU 3110-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-CHECK-OPEN-DISPUTES THRU 3210-EXIT
           IF WS-DISPUTE-OPEN
               DISPLAY "CUSTMRG1: " WS-RETIRED-ID " HAS AN OPEN "
                       "DISPUTE (CASE " DSP-CASE-NO ") - CLOSE IT "
                       "BEFORE THE MERGE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG APPROVE OPEN DISPUTE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           DISPLAY "Approve and carry out this merge (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRM-YES
               DISPLAY "CUSTMRG1: LEFT AWAITING APPROVAL"
               GO TO 3200-EXIT
           END-IF

           OPEN EXTEND MERGE-JOURNAL-FILE
           IF MJ-STATUS-OK
               SET WS-JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMRG1: MERGE-JOURNAL-FILE OPEN FAILED "
                       MJ-FILE-STATUS " - NOTHING MOVED"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMRG JOURNAL OPEN FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           PERFORM 4000-COUNT-RETIRED THRU 4000-EXIT
           COMPUTE MRG-HIST-BEFORE = MRG-HIST-MOVED + WS-NOW-HIST
           COMPUTE MRG-HIST-AMOUNT-BEFORE =
               MRG-HIST-AMOUNT-MOVED + WS-NOW-HIST-AMOUNT
           COMPUTE MRG-HOLD-BEFORE = MRG-HOLD-MOVED + WS-NOW-HOLD
           COMPUTE MRG-HOLD-AMOUNT-BEFORE =
               MRG-HOLD-AMOUNT-MOVED + WS-NOW-HOLD-AMOUNT
           COMPUTE MRG-LINK-BEFORE = MRG-LINK-MOVED + WS-NOW-LINK
           COMPUTE MRG-COLL-BEFORE = MRG-COLL-MOVED + WS-NOW-COLL
           COMPUTE MRG-PROF-BEFORE = MRG-PROF-MOVED + WS-NOW-PROF
           MOVE USERNAME TO MRG-DECIDED-BY
           MOVE WS-TIMESTAMP TO MRG-DECISION-TIMESTAMP
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT

           PERFORM 5100-MOVE-HISTORY THRU 5100-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 5200-MOVE-HOLDS THRU 5200-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 5300-MOVE-LINKS THRU 5300-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 5400-MOVE-COLLECTIONS THRU 5400-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 5500-MOVE-PROFILE THRU 5500-EXIT
           END-IF

           PERFORM 4000-COUNT-RETIRED THRU 4000-EXIT
           MOVE WS-NOW-HIST TO MRG-HIST-LEFT
           MOVE WS-NOW-HOLD TO MRG-HOLD-LEFT
           MOVE WS-NOW-LINK TO MRG-LINK-LEFT
           MOVE WS-NOW-COLL TO MRG-COLL-LEFT
           MOVE WS-NOW-PROF TO MRG-PROF-LEFT
           PERFORM 3220-TEST-PROOF THRU 3220-EXIT

           IF WS-MERGE-PROVED
              AND RETURN-CODE = RC-CLEAN
               PERFORM 6000-OFFSET-BALANCE THRU 6000-EXIT
           END-IF
           IF WS-MERGE-PROVED
              AND RETURN-CODE = RC-CLEAN
               PERFORM 6100-CLOSE-RETIRED THRU 6100-EXIT
           END-IF

           IF WS-MERGE-PROVED
              AND RETURN-CODE = RC-CLEAN
               SET MRG-MERGED TO TRUE
               MOVE SPACES TO MRG-DECISION-REASON
               PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT
               PERFORM 3950-DISPLAY-MERGE THRU 3950-EXIT
               DISPLAY "CUSTMRG1: " WS-RETIRED-ID " MERGED INTO "
                       WS-SURVIVOR-ID " - REGISTER IN PROOF"
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMRG MERGED RET=" DELIMITED BY SIZE
                      WS-RETIRED-ID DELIMITED BY SIZE
                      " SUR=" DELIMITED BY SIZE
                      WS-SURVIVOR-ID DELIMITED BY SIZE
                      " PROPOSER=" DELIMITED BY SIZE
                      MRG-PROPOSED-BY DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           ELSE
               SET MRG-OUT-OF-PROOF TO TRUE
               MOVE "OUT OF PROOF - APPROVE AGAIN"
                   TO MRG-DECISION-REASON
               PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT
               PERFORM 3950-DISPLAY-MERGE THRU 3950-EXIT
               DISPLAY "CUSTMRG1: MERGE OF " WS-RETIRED-ID
                       " IS OUT OF PROOF - RETIRED ID LEFT OPEN, "
                       "APPROVE AGAIN TO FINISH"
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMRG OUT OF PROOF RET=" DELIMITED BY SIZE
                      WS-RETIRED-ID DELIMITED BY SIZE
                      " SUR=" DELIMITED BY SIZE
                      WS-SURVIVOR-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3210-CHECK-OPEN-DISPUTES - a case is tied to a history row  *
      *    by the retired id's key, so the case must be decided first  *
      *----------------------------------------------------------------*
       3210-CHECK-OPEN-DISPUTES.
           MOVE 'N' TO WS-DISPUTE-OPEN-SW
           IF NOT WS-DISPUTE-FILE-OPEN
               GO TO 3210-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-RETIRED-ID TO DSP-CUST-ID
           MOVE 0 TO DSP-CASE-NO
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3215-CHECK-ONE-CASE THRU 3215-EXIT
               UNTIL WS-SCAN-DONE
                  OR WS-DISPUTE-OPEN.
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3215-CHECK-ONE-CASE.
           READ DISPUTE-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3215-EXIT
           END-READ
           IF DSP-CUST-ID NOT = WS-RETIRED-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 3215-EXIT
           END-IF
           IF DSP-OPEN
               SET WS-DISPUTE-OPEN TO TRUE
           END-IF.
       3215-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3220-TEST-PROOF - every moved figure equals its before      *
      *    figure and nothing is left under the retired id             *
      *----------------------------------------------------------------*
       3220-TEST-PROOF.
           MOVE 'N' TO WS-MERGE-PROVED-SW
           IF MRG-HIST-MOVED = MRG-HIST-BEFORE
              AND MRG-HIST-AMOUNT-MOVED = MRG-HIST-AMOUNT-BEFORE
              AND MRG-HIST-LEFT = 0
              AND MRG-HOLD-MOVED = MRG-HOLD-BEFORE
              AND MRG-HOLD-AMOUNT-MOVED = MRG-HOLD-AMOUNT-BEFORE
              AND MRG-HOLD-LEFT = 0
              AND MRG-LINK-MOVED = MRG-LINK-BEFORE
              AND MRG-LINK-LEFT = 0
              AND MRG-COLL-MOVED = MRG-COLL-BEFORE
              AND MRG-COLL-LEFT = 0
              AND MRG-PROF-MOVED = MRG-PROF-BEFORE
              AND MRG-PROF-LEFT = 0
               SET WS-MERGE-PROVED TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3290-SAVE-REGISTER - the merge row is rewritten after every *
      *    step, so an interrupted approval leaves an honest register  *
      *----------------------------------------------------------------*
       3290-SAVE-REGISTER.
           REWRITE CUST-MERGE-RECORD
           IF NOT MG-STATUS-OK
               DISPLAY "CUSTMRG1: MERGE REWRITE FAILED "
                       MG-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-DENY-MERGE - only a proposal nothing has been moved    *
      *    for can be denied; an out-of-proof merge is finished by     *
      *    approving it again                                          *
      *----------------------------------------------------------------*
       3300-DENY-MERGE.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           PERFORM 2600-CHECK-SUPERVISOR THRU 2600-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           PERFORM 3900-READ-MERGE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           IF NOT MRG-AWAITING-APPROVAL
               DISPLAY "CUSTMRG1: ONLY A MERGE AWAITING APPROVAL CAN "
                       "BE DENIED - STATUS " MRG-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG DENY NOT AWAITING" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3950-DISPLAY-MERGE THRU 3950-EXIT
           IF MRG-PROPOSED-BY = USERNAME
               DISPLAY "CUSTMRG1: OWN PROPOSAL - LEFT FOR ANOTHER "
                       "SUPERVISOR"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG DENY OWN PROPOSAL" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           DISPLAY "Enter reason for denial (30 chars): "
           ACCEPT WS-REASON-ENTRY
           IF WS-REASON-ENTRY = SPACES
               DISPLAY "CUSTMRG1: A REASON IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMRG DENY NO REASON" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF

           SET MRG-DENIED TO TRUE
           MOVE USERNAME TO MRG-DECIDED-BY
           MOVE WS-TIMESTAMP TO MRG-DECISION-TIMESTAMP
           MOVE WS-REASON-ENTRY TO MRG-DECISION-REASON
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           DISPLAY "CUSTMRG1: MERGE OF " WS-RETIRED-ID " DENIED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG DENIED RET=" DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  " SUR=" DELIMITED BY SIZE
                  MRG-SURVIVOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON-ENTRY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-INQUIRE-MERGE - the row and its register               *
      *----------------------------------------------------------------*
       3400-INQUIRE-MERGE.
           PERFORM 3900-READ-MERGE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           PERFORM 3950-DISPLAY-MERGE THRU 3950-EXIT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG INQUIRE RET=" DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-READ-MERGE - shared by every function that works on a  *
      *    merge already on file                                       *
      *----------------------------------------------------------------*
       3900-READ-MERGE.
           MOVE WS-RETIRED-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   DISPLAY "CUSTMRG1: NO MERGE ON FILE FOR "
                           WS-RETIRED-ID
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "CUSTMRG MERGE NOT ON FILE" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-READ.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3950-DISPLAY-MERGE.
           DISPLAY "MERGE " MRG-RETIRED-ID " " MRG-RETIRED-NAME
                   " INTO " MRG-SURVIVOR-ID " STATUS " MRG-STATUS
           DISPLAY "     PROPOSED BY " MRG-PROPOSED-BY " AT "
                   MRG-PROPOSED-TIMESTAMP
           IF MRG-DECIDED-BY NOT = SPACES
               DISPLAY "     DECIDED BY  " MRG-DECIDED-BY " AT "
                       MRG-DECISION-TIMESTAMP " "
                       MRG-DECISION-REASON
           END-IF
           DISPLAY "     REGISTER        BEFORE   MOVED    LEFT"
           DISPLAY "     HISTORY ROWS   " MRG-HIST-BEFORE " "
                   MRG-HIST-MOVED " " MRG-HIST-LEFT
           MOVE MRG-HIST-AMOUNT-BEFORE TO WS-AMOUNT-DISPLAY
           DISPLAY "     HISTORY AMOUNT BEFORE " WS-AMOUNT-DISPLAY
           MOVE MRG-HIST-AMOUNT-MOVED TO WS-AMOUNT-DISPLAY
           DISPLAY "                    MOVED  " WS-AMOUNT-DISPLAY
           DISPLAY "     OPEN HOLDS       " MRG-HOLD-BEFORE "   "
                   MRG-HOLD-MOVED "   " MRG-HOLD-LEFT
           MOVE MRG-HOLD-AMOUNT-BEFORE TO WS-AMOUNT-DISPLAY
           DISPLAY "     HOLD AMOUNT    BEFORE " WS-AMOUNT-DISPLAY
           MOVE MRG-HOLD-AMOUNT-MOVED TO WS-AMOUNT-DISPLAY
           DISPLAY "                    MOVED  " WS-AMOUNT-DISPLAY
           DISPLAY "     CLIENT LINKS         " MRG-LINK-BEFORE
                   "     " MRG-LINK-MOVED "     " MRG-LINK-LEFT
           DISPLAY "     COLLECTIONS ROW        " MRG-COLL-BEFORE
                   "       " MRG-COLL-MOVED "       " MRG-COLL-LEFT
           DISPLAY "     PROFILE                " MRG-PROF-BEFORE
                   "       " MRG-PROF-MOVED "       " MRG-PROF-LEFT
           MOVE MRG-BALANCE-MOVED TO WS-BALANCE-DISPLAY
           DISPLAY "     BALANCE CARRIED " WS-BALANCE-DISPLAY
                   " OFFSET SUBMITTED " MRG-OFFSET-WRITTEN-SW.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-COUNT-RETIRED - what is under the retired id now: all  *
      *    history rows, open holds, open client links, and the        *
      *    collections and profile rows                                *
      *----------------------------------------------------------------*
       4000-COUNT-RETIRED.
           MOVE 0 TO WS-NOW-HIST
           MOVE 0 TO WS-NOW-HIST-AMOUNT
           MOVE 0 TO WS-NOW-HOLD
           MOVE 0 TO WS-NOW-HOLD-AMOUNT
           MOVE 0 TO WS-NOW-LINK
           MOVE 0 TO WS-NOW-COLL
           MOVE 0 TO WS-NOW-PROF

           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-RETIRED-ID TO TXNH-CUST-ID
           MOVE 0 TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 4010-COUNT-ONE-HISTORY THRU 4010-EXIT
               UNTIL WS-SCAN-DONE

           IF WS-HOLD-FILE-OPEN
               MOVE 'N' TO WS-SCAN-DONE-SW
               MOVE WS-RETIRED-ID TO HOLD-CUST-ID
               MOVE 0 TO HOLD-NUMBER
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM 4020-COUNT-ONE-HOLD THRU 4020-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF

           IF WS-LINK-FILE-OPEN
               MOVE 'N' TO WS-SCAN-DONE-SW
               MOVE LOW-VALUES TO CREL-KEY
               START CLIENT-RELATIONSHIP-FILE
                   KEY IS NOT LESS THAN CREL-KEY
                   INVALID KEY SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM 4030-COUNT-ONE-LINK THRU 4030-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF

           IF WS-COLL-FILE-OPEN
               MOVE WS-RETIRED-ID TO COLL-CUST-ID
               READ COLLECTIONS-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-NOW-COLL
               END-READ
           END-IF

           IF WS-PROFILE-FILE-OPEN
               MOVE WS-RETIRED-ID TO PROF-CUST-ID
               READ CUSTOMER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-NOW-PROF
               END-READ
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4010-COUNT-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4010-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = WS-RETIRED-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 4010-EXIT
           END-IF
           ADD 1 TO WS-NOW-HIST
           ADD TXNH-AMOUNT TO WS-NOW-HIST-AMOUNT.
       4010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4020-COUNT-ONE-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4020-EXIT
           END-READ
           IF HOLD-CUST-ID NOT = WS-RETIRED-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 4020-EXIT
           END-IF
           IF HOLD-OPEN
               ADD 1 TO WS-NOW-HOLD
               ADD HOLD-AMOUNT TO WS-NOW-HOLD-AMOUNT
           END-IF.
       4020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4030-COUNT-ONE-LINK - links are keyed client first, so the  *
      *    whole file is read for the retired id's open links          *
      *----------------------------------------------------------------*
       4030-COUNT-ONE-LINK.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4030-EXIT
           END-READ
           IF CREL-CUST-ID = WS-RETIRED-ID
              AND CREL-END-DATE = 0
               ADD 1 TO WS-NOW-LINK
           END-IF.
       4030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5100-MOVE-HISTORY - each row is written under the survivor  *
      *    with the same post date, probing the sequence upward when   *
      *    the survivor already has that key, then the original is     *
      *    deleted.  The read restarts at the retired id every time,   *
      *    so the loop ends when nothing is left under it              *
      *----------------------------------------------------------------*
       5100-MOVE-HISTORY.
           MOVE 0 TO WS-STEP-MOVED
           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 5110-MOVE-ONE-HISTORY THRU 5110-EXIT
               UNTIL WS-SCAN-DONE
           MOVE "HIST" TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5110-MOVE-ONE-HISTORY.
           MOVE WS-RETIRED-ID TO TXNH-CUST-ID
           MOVE 0 TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5110-EXIT
           END-START
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5110-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = WS-RETIRED-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF

           MOVE TXN-HISTORY-RECORD TO WS-SAVED-IMAGE
           MOVE TXNH-KEY TO WS-JRN-OLD-KEY
           MOVE TXNH-AMOUNT TO WS-JRN-AMOUNT
           MOVE WS-SURVIVOR-ID TO TXNH-CUST-ID
           MOVE 'N' TO WS-ROW-STORED-SW
           PERFORM 5120-TRY-HISTORY-WRITE THRU 5120-EXIT
               UNTIL WS-ROW-STORED
           IF RETURN-CODE NOT = RC-CLEAN
               SET WS-SCAN-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF
           MOVE TXNH-KEY TO WS-JRN-NEW-KEY

           MOVE WS-SAVED-IMAGE TO TXN-HISTORY-RECORD
           DELETE TXN-HISTORY-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT TH-STATUS-OK
               DISPLAY "CUSTMRG1: HISTORY DELETE FAILED "
                       TH-FILE-STATUS " KEY " WS-JRN-OLD-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF
           ADD 1 TO MRG-HIST-MOVED
           ADD 1 TO WS-STEP-MOVED
           ADD WS-JRN-AMOUNT TO MRG-HIST-AMOUNT-MOVED
           MOVE "HIST" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       5110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5120-TRY-HISTORY-WRITE.
           WRITE TXN-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TH-STATUS-OK
               SET WS-ROW-STORED TO TRUE
           ELSE
               IF TH-STATUS-DUPLICATE
                   ADD 1 TO TXNH-SEQUENCE
               ELSE
                   DISPLAY "CUSTMRG1: HISTORY WRITE FAILED "
                           TH-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-ROW-STORED TO TRUE
               END-IF
           END-IF.
       5120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5200-MOVE-HOLDS - open holds only; a released or expired    *
      *    hold stays as the retired id's record.  The survivor's      *
      *    hold number probes upward from 1 as HOLDMNT1's does         *
      *----------------------------------------------------------------*
       5200-MOVE-HOLDS.
           MOVE 0 TO WS-STEP-MOVED
           IF NOT WS-HOLD-FILE-OPEN
               GO TO 5200-EXIT
           END-IF
           MOVE 0 TO WS-NEXT-HOLD-NUMBER
           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 5210-MOVE-ONE-HOLD THRU 5210-EXIT
               UNTIL WS-SCAN-DONE
           MOVE "HOLD" TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5210-MOVE-ONE-HOLD.
           MOVE WS-RETIRED-ID TO HOLD-CUST-ID
           MOVE WS-NEXT-HOLD-NUMBER TO HOLD-NUMBER
           START HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5210-EXIT
           END-START
           READ HOLD-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5210-EXIT
           END-READ
           IF HOLD-CUST-ID NOT = WS-RETIRED-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 5210-EXIT
           END-IF
           COMPUTE WS-NEXT-HOLD-NUMBER = HOLD-NUMBER + 1
           IF NOT HOLD-OPEN
               GO TO 5210-EXIT
           END-IF

           MOVE HOLD-RECORD TO WS-SAVED-IMAGE
           MOVE HOLD-KEY TO WS-JRN-OLD-KEY
           MOVE HOLD-AMOUNT TO WS-JRN-AMOUNT
           MOVE WS-SURVIVOR-ID TO HOLD-CUST-ID
           MOVE 1 TO HOLD-NUMBER
           MOVE 'N' TO WS-ROW-STORED-SW
           PERFORM 5220-TRY-HOLD-WRITE THRU 5220-EXIT
               UNTIL WS-ROW-STORED
           IF RETURN-CODE NOT = RC-CLEAN
               SET WS-SCAN-DONE TO TRUE
               GO TO 5210-EXIT
           END-IF
           MOVE HOLD-KEY TO WS-JRN-NEW-KEY

           MOVE WS-SAVED-IMAGE TO HOLD-RECORD
           DELETE HOLD-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT HD-STATUS-OK
               DISPLAY "CUSTMRG1: HOLD DELETE FAILED "
                       HD-FILE-STATUS " KEY " WS-JRN-OLD-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 5210-EXIT
           END-IF
           ADD 1 TO MRG-HOLD-MOVED
           ADD 1 TO WS-STEP-MOVED
           ADD WS-JRN-AMOUNT TO MRG-HOLD-AMOUNT-MOVED
           MOVE "HOLD" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       5210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5220-TRY-HOLD-WRITE.
           WRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF HD-STATUS-OK
               SET WS-ROW-STORED TO TRUE
           ELSE
               IF HD-STATUS-DUPLICATE
                   ADD 1 TO HOLD-NUMBER
               ELSE
                   DISPLAY "CUSTMRG1: HOLD WRITE FAILED "
                           HD-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-ROW-STORED TO TRUE
               END-IF
           END-IF.
       5220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5300-MOVE-LINKS - each open link of the retired id gets a   *
      *    link from the same client to the survivor (an ended one is  *
      *    reopened, an open one is left as it is) and is then ended   *
      *    today, the way CLNTMNT1 ends a link, so the row stays as    *
      *    the record of when the retired id stopped being linked      *
      *----------------------------------------------------------------*
       5300-MOVE-LINKS.
           MOVE 0 TO WS-STEP-MOVED
           IF NOT WS-LINK-FILE-OPEN
               GO TO 5300-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-LINK-RESTART-KEY
           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 5310-MOVE-ONE-LINK THRU 5310-EXIT
               UNTIL WS-SCAN-DONE
           MOVE "LINK" TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5310-MOVE-ONE-LINK.
           MOVE WS-LINK-RESTART-KEY TO CREL-KEY
           START CLIENT-RELATIONSHIP-FILE
               KEY IS GREATER THAN CREL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5310-EXIT
           END-START
           MOVE 'N' TO WS-LINK-FOUND-SW
           PERFORM 5320-FIND-RETIRED-LINK THRU 5320-EXIT
               UNTIL WS-SCAN-DONE
                  OR WS-LINK-FOUND
           IF NOT WS-LINK-FOUND
               GO TO 5310-EXIT
           END-IF

           MOVE CREL-KEY TO WS-LINK-RESTART-KEY
           MOVE CLIENT-RELATIONSHIP-RECORD TO WS-SAVED-IMAGE
           MOVE CREL-KEY TO WS-JRN-OLD-KEY
           MOVE WS-SURVIVOR-ID TO CREL-CUST-ID
           MOVE CREL-KEY TO WS-JRN-NEW-KEY
           READ CLIENT-RELATIONSHIP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SURVIVOR-ROW-SW
               NOT INVALID KEY
                   SET WS-SURVIVOR-ROW-ON-FILE TO TRUE
           END-READ
           IF WS-SURVIVOR-ROW-ON-FILE
               IF CREL-END-DATE NOT = 0
                   MOVE WS-TODAY-DATE TO CREL-EFFECTIVE-DATE
                   MOVE 0 TO CREL-END-DATE
                   MOVE USERNAME TO CREL-ADDED-BY
                   REWRITE CLIENT-RELATIONSHIP-RECORD
               END-IF
           ELSE
               MOVE WS-SAVED-IMAGE TO CLIENT-RELATIONSHIP-RECORD
               MOVE WS-SURVIVOR-ID TO CREL-CUST-ID
               MOVE WS-TODAY-DATE TO CREL-EFFECTIVE-DATE
               MOVE 0 TO CREL-END-DATE
               MOVE USERNAME TO CREL-ADDED-BY
               WRITE CLIENT-RELATIONSHIP-RECORD
           END-IF
           IF NOT CR-STATUS-OK
               DISPLAY "CUSTMRG1: SURVIVOR LINK WRITE FAILED "
                       CR-FILE-STATUS " KEY " WS-JRN-NEW-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 5310-EXIT
           END-IF

           MOVE WS-SAVED-IMAGE TO CLIENT-RELATIONSHIP-RECORD
           MOVE WS-TODAY-DATE TO CREL-END-DATE
           REWRITE CLIENT-RELATIONSHIP-RECORD
           IF NOT CR-STATUS-OK
               DISPLAY "CUSTMRG1: RETIRED LINK END FAILED "
                       CR-FILE-STATUS " KEY " WS-JRN-OLD-KEY
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 5310-EXIT
           END-IF
           ADD 1 TO MRG-LINK-MOVED
           ADD 1 TO WS-STEP-MOVED
           MOVE 0 TO WS-JRN-AMOUNT
           MOVE "LINK" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       5310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5320-FIND-RETIRED-LINK.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5320-EXIT
           END-READ
           IF CREL-CUST-ID = WS-RETIRED-ID
              AND CREL-END-DATE = 0
               SET WS-LINK-FOUND TO TRUE
           END-IF.
       5320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5400-MOVE-COLLECTIONS - the retired id's row becomes the    *
      *    survivor's; when the survivor is already being worked the   *
      *    amount owed is added to its row, the worse bucket kept, and *
      *    the merge noted as the last action                          *
      *----------------------------------------------------------------*
       5400-MOVE-COLLECTIONS.
           MOVE 0 TO WS-STEP-MOVED
           IF NOT WS-COLL-FILE-OPEN
               GO TO 5400-EXIT
           END-IF
           MOVE WS-RETIRED-ID TO COLL-CUST-ID
           READ COLLECTIONS-WORK-FILE
               INVALID KEY
                   GO TO 5490-AUDIT-COLLECTIONS
           END-READ
           MOVE COLLECTIONS-WORK-RECORD TO WS-SAVED-IMAGE
           MOVE COLL-AMOUNT-OWED TO WS-RET-AMOUNT-OWED
           MOVE COLL-BUCKET TO WS-RET-BUCKET
           MOVE WS-RETIRED-ID TO WS-JRN-OLD-KEY
           MOVE WS-SURVIVOR-ID TO WS-JRN-NEW-KEY
           MOVE WS-RET-AMOUNT-OWED TO WS-JRN-AMOUNT

           MOVE WS-SURVIVOR-ID TO COLL-CUST-ID
           READ COLLECTIONS-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SURVIVOR-ROW-SW
               NOT INVALID KEY
                   SET WS-SURVIVOR-ROW-ON-FILE TO TRUE
           END-READ
           IF WS-SURVIVOR-ROW-ON-FILE
               ADD WS-RET-AMOUNT-OWED TO COLL-AMOUNT-OWED
               IF WS-RET-BUCKET > COLL-BUCKET
                   MOVE WS-RET-BUCKET TO COLL-BUCKET
               END-IF
               MOVE WS-TODAY-DATE TO COLL-LAST-ACTION-DATE
               MOVE SPACES TO COLL-LAST-ACTION-NOTE
               STRING "MERGED FROM " DELIMITED BY SIZE
                      WS-RETIRED-ID DELIMITED BY SIZE
                      INTO COLL-LAST-ACTION-NOTE
               REWRITE COLLECTIONS-WORK-RECORD
           ELSE
               MOVE WS-SAVED-IMAGE TO COLLECTIONS-WORK-RECORD
               MOVE WS-SURVIVOR-ID TO COLL-CUST-ID
               MOVE WS-SURVIVOR-NAME TO COLL-CUST-NAME
               WRITE COLLECTIONS-WORK-RECORD
           END-IF
           IF NOT CW-STATUS-OK
               DISPLAY "CUSTMRG1: COLLECTIONS WRITE FAILED "
                       CW-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 5490-AUDIT-COLLECTIONS
           END-IF

           MOVE WS-RETIRED-ID TO COLL-CUST-ID
           DELETE COLLECTIONS-WORK-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT CW-STATUS-OK
               DISPLAY "CUSTMRG1: COLLECTIONS DELETE FAILED "
                       CW-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 5490-AUDIT-COLLECTIONS
           END-IF
           ADD 1 TO MRG-COLL-MOVED
           ADD 1 TO WS-STEP-MOVED
           MOVE "COLL" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       5490-AUDIT-COLLECTIONS.
           MOVE "COLL" TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT.
       5400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5500-MOVE-PROFILE - the retired id's profile becomes the    *
      *    survivor's when the survivor has none; otherwise it only    *
      *    fills what the survivor's profile leaves blank, and the     *
      *    earlier opened date is kept as the relationship's start     *
      *----------------------------------------------------------------*
       5500-MOVE-PROFILE.
           MOVE 0 TO WS-STEP-MOVED
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 5500-EXIT
           END-IF
           MOVE WS-RETIRED-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY
                   GO TO 5590-AUDIT-PROFILE
           END-READ
           MOVE CUSTOMER-PROFILE-RECORD TO WS-SAVED-IMAGE
           MOVE PROF-PHONE-NUMBER TO WS-RET-PHONE
           MOVE PROF-CONTACT-NAME TO WS-RET-CONTACT
           MOVE PROF-OPENED-DATE TO WS-RET-OPENED-DATE
           MOVE WS-RETIRED-ID TO WS-JRN-OLD-KEY
           MOVE WS-SURVIVOR-ID TO WS-JRN-NEW-KEY
           MOVE 0 TO WS-JRN-AMOUNT

           MOVE WS-SURVIVOR-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SURVIVOR-ROW-SW
               NOT INVALID KEY
                   SET WS-SURVIVOR-ROW-ON-FILE TO TRUE
           END-READ
           IF WS-SURVIVOR-ROW-ON-FILE
               IF PROF-PHONE-NUMBER = SPACES
                   MOVE WS-RET-PHONE TO PROF-PHONE-NUMBER
               END-IF
               IF PROF-CONTACT-NAME = SPACES
                   MOVE WS-RET-CONTACT TO PROF-CONTACT-NAME
               END-IF
               IF WS-RET-OPENED-DATE NOT = 0
                  AND (PROF-OPENED-DATE = 0
                   OR WS-RET-OPENED-DATE < PROF-OPENED-DATE)
                   MOVE WS-RET-OPENED-DATE TO PROF-OPENED-DATE
               END-IF
               REWRITE CUSTOMER-PROFILE-RECORD
           ELSE
               MOVE WS-SAVED-IMAGE TO CUSTOMER-PROFILE-RECORD
               MOVE WS-SURVIVOR-ID TO PROF-CUST-ID
               WRITE CUSTOMER-PROFILE-RECORD
           END-IF
           IF NOT PF-STATUS-OK
               DISPLAY "CUSTMRG1: PROFILE WRITE FAILED "
                       PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 5590-AUDIT-PROFILE
           END-IF

           MOVE WS-RETIRED-ID TO PROF-CUST-ID
           DELETE CUSTOMER-PROFILE-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT PF-STATUS-OK
               DISPLAY "CUSTMRG1: PROFILE DELETE FAILED "
                       PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 5590-AUDIT-PROFILE
           END-IF
           ADD 1 TO MRG-PROF-MOVED
           ADD 1 TO WS-STEP-MOVED
           MOVE "PROF" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       5590-AUDIT-PROFILE.
           MOVE "PROF" TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-OFFSET-BALANCE - the retired id's booked balance is    *
      *    carried to the survivor by a pair of entries on the night's *
      *    entry file: a retired id in credit is debited (MRGD) and    *
      *    the survivor credited (MRGC), one in debit the other way    *
      *    round.  The pair is written once per merge, so a second     *
      *    approval after a close failure does not repeat it           *
      *----------------------------------------------------------------*
       6000-OFFSET-BALANCE.
           IF MRG-OFFSET-WRITTEN
               GO TO 6000-EXIT
           END-IF
           MOVE WS-RETIRED-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTMRG1: " WS-RETIRED-ID
                           " LEFT THE MASTER DURING THE MERGE"
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   GO TO 6000-EXIT
           END-READ
           MOVE CUST-BALANCE TO MRG-BALANCE-MOVED
           IF CUST-BALANCE = 0
               GO TO 6000-EXIT
           END-IF

           OPEN EXTEND ONLINE-ENTRY-TXN-FILE
           IF OT-STATUS-OK
               SET WS-ENTRY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMRG1: ONLINE-ENTRY-TXN-FILE OPEN FAILED "
                       OT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMRG ENTRY FILE OPEN FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE WS-RETIRED-ID TO WS-MSR-RETIRED-ID
           IF CUST-BALANCE > 0
               MOVE CUST-BALANCE TO WS-OFFSET-AMOUNT
               MOVE "MRGD" TO WS-LEG-CODE
               MOVE WS-RETIRED-ID TO WS-LEG-CUST-ID
               PERFORM 6010-WRITE-LEG THRU 6010-EXIT
               MOVE "MRGC" TO WS-LEG-CODE
               MOVE WS-SURVIVOR-ID TO WS-LEG-CUST-ID
               PERFORM 6010-WRITE-LEG THRU 6010-EXIT
           ELSE
               COMPUTE WS-OFFSET-AMOUNT = 0 - CUST-BALANCE
               MOVE "MRGC" TO WS-LEG-CODE
               MOVE WS-RETIRED-ID TO WS-LEG-CUST-ID
               PERFORM 6010-WRITE-LEG THRU 6010-EXIT
               MOVE "MRGD" TO WS-LEG-CODE
               MOVE WS-SURVIVOR-ID TO WS-LEG-CUST-ID
               PERFORM 6010-WRITE-LEG THRU 6010-EXIT
           END-IF
           CLOSE ONLINE-ENTRY-TXN-FILE
           MOVE 'N' TO WS-ENTRY-FILE-OPEN-SW
           SET MRG-OFFSET-WRITTEN TO TRUE
           PERFORM 3290-SAVE-REGISTER THRU 3290-EXIT

           MOVE 2 TO WS-STEP-MOVED
           MOVE "BAL " TO WS-JRN-STEP
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6010-WRITE-LEG - one entry for the night's TXNAUD1 edit, as *
      *    TXNENT1 writes a keyed entry; the source reference carries  *
      *    the retired id on both legs                                 *
      *----------------------------------------------------------------*
       6010-WRITE-LEG.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-LEG-CODE TO TXN-CODE
           MOVE WS-LEG-CUST-ID TO TXN-CUST-ID
           MOVE WS-OFFSET-AMOUNT TO TXN-AMOUNT
           MOVE WS-TODAY-DATE TO TXN-EFFECTIVE-DATE
           MOVE WS-MRG-SOURCE-REF TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD

           MOVE SPACES TO WS-JRN-OLD-KEY
           STRING WS-LEG-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEG-CODE DELIMITED BY SIZE
                  INTO WS-JRN-OLD-KEY
           MOVE WS-MRG-SOURCE-REF TO WS-JRN-NEW-KEY
           IF WS-LEG-CODE = "MRGD"
               COMPUTE WS-JRN-AMOUNT = 0 - WS-OFFSET-AMOUNT
           ELSE
               MOVE WS-OFFSET-AMOUNT TO WS-JRN-AMOUNT
           END-IF
           MOVE "BAL " TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT.
       6010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6100-CLOSE-RETIRED - the retired id is closed with its      *
      *    balance still booked; the MRGD/MRGC leg posts against the   *
      *    closed account tonight and brings it to zero                *
      *----------------------------------------------------------------*
       6100-CLOSE-RETIRED.
           MOVE WS-RETIRED-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTMRG1: " WS-RETIRED-ID
                           " LEFT THE MASTER DURING THE MERGE"
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   GO TO 6100-EXIT
           END-READ
           SET CUST-CLOSED TO TRUE
           REWRITE CUSTOMER-RECORD
           IF NOT CF-STATUS-OK
               DISPLAY "CUSTMRG1: CUSTOMER REWRITE FAILED "
                       CF-FILE-STATUS " - RETIRED ID LEFT OPEN"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT

           MOVE WS-RETIRED-ID TO WS-JRN-OLD-KEY
           MOVE WS-SURVIVOR-ID TO WS-JRN-NEW-KEY
           MOVE 0 TO WS-JRN-AMOUNT
           MOVE "CLOS" TO WS-JRN-STEP
           PERFORM 8600-WRITE-MERGE-JOURNAL THRU 8600-EXIT
           MOVE 1 TO WS-STEP-MOVED
           PERFORM 8100-AUDIT-STEP THRU 8100-EXIT.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "CUSTMRG1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAINT-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "CUSTMRG1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "CUSTMRG1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE PIN TO PINMASK-PIN-IN
           CALL "PINMASK1" USING PINMASK-PARMS
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE USERNAME TO AUDIT-OPERATOR-ID
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "CUSTMRG1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               IF RETURN-CODE = RC-VALIDATION-FAILURE
                   SET AUDIT-RESULT-REJECTED TO TRUE
               ELSE
                   SET AUDIT-RESULT-FAILURE TO TRUE
               END-IF
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
      *    8100-AUDIT-STEP - one audit row per merge step with the     *
      *    number of records it moved                                  *
      *----------------------------------------------------------------*
       8100-AUDIT-STEP.
           MOVE WS-STEP-MOVED TO WS-COUNT-DISPLAY
           DISPLAY "CUSTMRG1: STEP " WS-JRN-STEP " MOVED "
                   WS-COUNT-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMRG STEP " DELIMITED BY SIZE
                  WS-JRN-STEP DELIMITED BY SIZE
                  " RET=" DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  " SUR=" DELIMITED BY SIZE
                  WS-SURVIVOR-ID DELIMITED BY SIZE
                  " MOVED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-WRITE-JOURNAL - closing the retired id leaves the same *
      *    change-capture row a maintenance rewrite does               *
      *----------------------------------------------------------------*
       8500-WRITE-JOURNAL.
           MOVE "CUSTMRG1" TO CJRNWRT-PROGRAM-ID
           MOVE CUST-ID TO CJRNWRT-CUST-ID
           MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8600-WRITE-MERGE-JOURNAL - one row per record moved, with   *
      *    the key it had and the key it was given                     *
      *----------------------------------------------------------------*
       8600-WRITE-MERGE-JOURNAL.
           IF NOT WS-JOURNAL-FILE-OPEN
               GO TO 8600-EXIT
           END-IF
           MOVE SPACES TO MERGE-JOURNAL-RECORD
           MOVE WS-TIMESTAMP TO MJRN-TIMESTAMP
           MOVE WS-RETIRED-ID TO MJRN-RETIRED-ID
           MOVE WS-SURVIVOR-ID TO MJRN-SURVIVOR-ID
           MOVE WS-JRN-STEP TO MJRN-STEP
           MOVE WS-JRN-OLD-KEY TO MJRN-OLD-KEY
           MOVE WS-JRN-NEW-KEY TO MJRN-NEW-KEY
           MOVE WS-JRN-AMOUNT TO MJRN-AMOUNT
           MOVE USERNAME TO MJRN-OPERATOR-ID
           WRITE MERGE-JOURNAL-RECORD
           IF NOT MJ-STATUS-OK
               DISPLAY "CUSTMRG1: MERGE JOURNAL WRITE FAILED "
                       MJ-FILE-STATUS
           END-IF.
       8600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-MERGE-FILE-OPEN
               CLOSE CUST-MERGE-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-LINK-FILE-OPEN
               CLOSE CLIENT-RELATIONSHIP-FILE
           END-IF
           IF WS-COLL-FILE-OPEN
               CLOSE COLLECTIONS-WORK-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           IF WS-ENTRY-FILE-OPEN
               CLOSE ONLINE-ENTRY-TXN-FILE
           END-IF
           IF WS-JOURNAL-FILE-OPEN
               CLOSE MERGE-JOURNAL-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
