      *================================================================*
      *  TSTXTR1                                                       *
      *  Masked test-data extract.  Builds the test region's copy of   *
      *  CUSTOMER-FILE, CUSTOMER-PROFILE-FILE, TXN-HISTORY-FILE,       *
      *  CLIENT-RELATIONSHIP-FILE, and HOLD-FILE from production, so   *
      *  developers and UAT testers stop asking for production copies. *
      *  The production files are only read; the JCL points the TST    *
      *  file names at freshly defined test clusters (OPEN OUTPUT).    *
      *                                                                *
      *  Customer names, addresses, phone numbers, and profile contact *
      *  names are replaced with made-up ones.  Each replacement is    *
      *  worked out from the customer id alone, so the same customer   *
      *  masks the same way in every file and on every run.  A masked  *
      *  name keeps the first letter of the real one, so the CUST-NAME *
      *  alternate index still spreads across the alphabet the way     *
      *  production does.  Keys, balances, amounts, dates, and         *
      *  statuses are copied untouched, so every customer's rows and   *
      *  balances tie across the test files exactly as in production.  *
      *                                                                *
      *  PIN-SECURITY-FILE is never read or copied - the test region   *
      *  enrolls its own operators.  No card or option adds a file.    *
      *                                                                *
      *  A TSTXTR-PARM-FILE card naming the requester (and, if given,  *
      *  the request reference) is required; without one the extract   *
      *  is refused.  Every run, refused or not, is appended to        *
      *  TEST-EXTRACT-LOG-FILE with who asked for it.  The control     *
      *  report proves rows and amounts read against rows and amounts  *
      *  written for each file and counts child rows whose customer is *
      *  not on the master.  Runs on request, not under NITEDRV1.      *
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
       PROGRAM-ID. TSTXTR1.
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
           SELECT TSTXTR-PARM-FILE ASSIGN TO TSTXTRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-FILE-STATUS.

           SELECT TEST-EXTRACT-LOG-FILE ASSIGN TO TSTXLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.

           SELECT TSTXTR-REPORT ASSIGN TO TSTXTR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

      *    Production - read only
           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT CLIENT-RELATIONSHIP-FILE ASSIGN TO CLNTREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREL-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HD-FILE-STATUS.

      *    Test region - rebuilt each run
           SELECT TEST-CUSTOMER-FILE ASSIGN TO TSTCUST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCST-ID
               ALTERNATE RECORD KEY IS TCST-NAME
                   WITH DUPLICATES
               FILE STATUS IS TC-FILE-STATUS.

           SELECT TEST-PROFILE-FILE ASSIGN TO TSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPRF-CUST-ID
               FILE STATUS IS TF-FILE-STATUS.

           SELECT TEST-HISTORY-FILE ASSIGN TO TSTTXNH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTXH-KEY
               FILE STATUS IS TX-FILE-STATUS.

           SELECT TEST-RELATIONSHIP-FILE ASSIGN TO TSTCREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TREL-KEY
               FILE STATUS IS TR-FILE-STATUS.

           SELECT TEST-HOLD-FILE ASSIGN TO TSTHOLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THLD-KEY
               FILE STATUS IS TH2-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TSTXTR-PARM-FILE.
       01  TSTXTR-PARM-RECORD.
           05  TXP-REQUESTED-BY            PIC X(10).
           05  TXP-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(50).

       FD  TEST-EXTRACT-LOG-FILE.
           COPY "tstlog.cpy".

       FD  TSTXTR-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  CLIENT-RELATIONSHIP-FILE.
           COPY "clntrel.cpy".

       FD  HOLD-FILE.
           COPY "holdrec.cpy".

       FD  TEST-CUSTOMER-FILE.
           COPY "custrec.cpy"
               REPLACING ==CUSTOMER-RECORD== BY ==TEST-CUSTOMER-RECORD==
                         LEADING ==CUST-== BY ==TCST-==.

       FD  TEST-PROFILE-FILE.
           COPY "profrec.cpy"
               REPLACING ==CUSTOMER-PROFILE-RECORD==
                      BY ==TEST-PROFILE-RECORD==
                         LEADING ==PROF-== BY ==TPRF-==.

       FD  TEST-HISTORY-FILE.
           COPY "txnhist.cpy"
               REPLACING ==TXN-HISTORY-RECORD==
                      BY ==TEST-HISTORY-RECORD==
                         LEADING ==TXNH-== BY ==TTXH-==.

       FD  TEST-RELATIONSHIP-FILE.
           COPY "clntrel.cpy"
               REPLACING ==CLIENT-RELATIONSHIP-RECORD==
                      BY ==TEST-RELATIONSHIP-RECORD==
                         LEADING ==CREL-== BY ==TREL-==.

       FD  TEST-HOLD-FILE.
           COPY "holdrec.cpy"
               REPLACING LEADING ==HOLD-== BY ==THLD-==.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  TP-FILE-STATUS               PIC X(02).
           88  TP-STATUS-OK                   VALUE '00'.
       77  TL-FILE-STATUS               PIC X(02).
           88  TL-STATUS-OK                   VALUE '00'.
           88  TL-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  CR-FILE-STATUS               PIC X(02).
           88  CR-STATUS-OK                   VALUE '00'.
       77  HD-FILE-STATUS               PIC X(02).
           88  HD-STATUS-OK                   VALUE '00'.
       77  TC-FILE-STATUS               PIC X(02).
           88  TC-STATUS-OK                   VALUE '00'.
       77  TF-FILE-STATUS               PIC X(02).
           88  TF-STATUS-OK                   VALUE '00'.
       77  TX-FILE-STATUS               PIC X(02).
           88  TX-STATUS-OK                   VALUE '00'.
       77  TR-FILE-STATUS               PIC X(02).
           88  TR-STATUS-OK                   VALUE '00'.
       77  TH2-FILE-STATUS              PIC X(02).
           88  TH2-STATUS-OK                  VALUE '00'.

       77  WS-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-LOG-OPEN                    VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-TEST-CUSTOMER-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-TEST-CUSTOMER-OPEN          VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-RUN-REFUSED                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-REQUESTED-BY              PIC X(10) VALUE SPACES.
       77  WS-REFERENCE                 PIC X(20) VALUE SPACES.
       77  WS-ORPHAN-CUST-ID            PIC X(06).
       77  WS-LAST-CHECKED-ID           PIC X(06).
       77  WS-ORPHAN-SW                 PIC X(01).
           88  WS-ORPHAN                      VALUE 'Y'.

      *    Rows and amounts in and out, one entry per file copied
       77  WS-FILE-SUB                  PIC S9(04) COMP.
       77  WS-CUSTOMER-FILE-SUB         PIC S9(04) COMP VALUE 1.
       77  WS-PROFILE-FILE-SUB          PIC S9(04) COMP VALUE 2.
       77  WS-HISTORY-FILE-SUB          PIC S9(04) COMP VALUE 3.
       77  WS-RELATION-FILE-SUB         PIC S9(04) COMP VALUE 4.
       77  WS-HOLD-FILE-SUB             PIC S9(04) COMP VALUE 5.
       77  WS-FILES-NOT-PROVED          PIC 9(02) COMP-3 VALUE 0.
       77  WS-ORPHANS-TOTAL             PIC 9(09) COMP-3 VALUE 0.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                  PIC X(26) VALUE
               "CUSTOMER-FILE".
           05  FILLER                  PIC X(26) VALUE
               "CUSTOMER-PROFILE-FILE".
           05  FILLER                  PIC X(26) VALUE
               "TXN-HISTORY-FILE".
           05  FILLER                  PIC X(26) VALUE
               "CLIENT-RELATIONSHIP-FILE".
           05  FILLER                  PIC X(26) VALUE
               "HOLD-FILE".
       01  FILLER REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME            PIC X(26) OCCURS 5 TIMES.
       01  WS-FILE-TOTALS-TABLE.
           05  WS-FILE-TOTALS OCCURS 5 TIMES.
               10  WS-FT-READ              PIC 9(09) COMP-3.
               10  WS-FT-WRITTEN           PIC 9(09) COMP-3.
               10  WS-FT-FAILED            PIC 9(09) COMP-3.
               10  WS-FT-ORPHANS           PIC 9(09) COMP-3.
               10  WS-FT-AMOUNT-READ       PIC S9(11)V99 COMP-3.
               10  WS-FT-AMOUNT-WRITTEN    PIC S9(11)V99 COMP-3.

      *    Masking work - every pick comes from the customer id
       77  WS-HASH-ONE                  PIC 9(09) COMP-3.
       77  WS-HASH-TWO                  PIC 9(09) COMP-3.
       77  WS-HASH-WORK                 PIC 9(12) COMP-3.
       77  WS-HASH-QUOTIENT             PIC 9(12) COMP-3.
       77  WS-HASH-PRIME-ONE            PIC 9(09) COMP-3
                                        VALUE 999999937.
       77  WS-HASH-PRIME-TWO            PIC 9(09) COMP-3
                                        VALUE 999999893.
       77  WS-CHAR-SUB                  PIC 9(01) COMP-3.
       77  WS-CHAR-ORDINAL              PIC 9(04) COMP-3.
       01  WS-CHAR-PAIR.
           05  FILLER                   PIC X(01) VALUE LOW-VALUE.
           05  WS-CHAR-BYTE             PIC X(01).
       01  WS-CHAR-BINARY REDEFINES WS-CHAR-PAIR
                                        PIC 9(04) COMP.
       77  WS-HASH-CUST-ID              PIC X(06).

       77  WS-MASK-ORIGINAL             PIC X(30).
       77  WS-MASK-RESULT               PIC X(30).
       77  WS-MASK-SEED                 PIC 9(09) COMP-3.
       77  WS-MASK-PICK                 PIC 9(04) COMP-3.
       77  WS-LETTER-SUB                PIC S9(04) COMP.
       77  WS-INITIAL-SUB               PIC S9(04) COMP.
       77  WS-SURNAME-SUB               PIC S9(04) COMP.
       77  WS-FIRST-NAME-SUB            PIC S9(04) COMP.
       77  WS-STREET-SUB                PIC S9(04) COMP.
       77  WS-HOUSE-NUMBER              PIC 9(04).
       77  WS-AREA-CODE                 PIC 9(03).
       77  WS-PHONE-LINE                PIC 9(02).
       77  WS-ALPHABET                  PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Three surnames for each initial letter, A through Z
       01  WS-SURNAME-VALUES.
           05  FILLER                  PIC X(36) VALUE
               "ADAMS       ALLEN       ATKINS      ".
           05  FILLER                  PIC X(36) VALUE
               "BAKER       BROOKS      BUTLER      ".
           05  FILLER                  PIC X(36) VALUE
               "CARTER      COLLINS     CRAWFORD    ".
           05  FILLER                  PIC X(36) VALUE
               "DAVIS       DIXON       DUNCAN      ".
           05  FILLER                  PIC X(36) VALUE
               "EDWARDS     ELLIS       EVANS       ".
           05  FILLER                  PIC X(36) VALUE
               "FISHER      FLETCHER    FOSTER      ".
           05  FILLER                  PIC X(36) VALUE
               "GARDNER     GIBSON      GRAHAM      ".
           05  FILLER                  PIC X(36) VALUE
               "HARRIS      HAYES       HOLMES      ".
           05  FILLER                  PIC X(36) VALUE
               "INGRAM      IRVING      IVES        ".
           05  FILLER                  PIC X(36) VALUE
               "JACKSON     JENKINS     JORDAN      ".
           05  FILLER                  PIC X(36) VALUE
               "KELLER      KENNEDY     KNIGHT      ".
           05  FILLER                  PIC X(36) VALUE
               "LAWSON      LEWIS       LLOYD       ".
           05  FILLER                  PIC X(36) VALUE
               "MARSHALL    MILLER      MORGAN      ".
           05  FILLER                  PIC X(36) VALUE
               "NASH        NEWMAN      NORTON      ".
           05  FILLER                  PIC X(36) VALUE
               "OLIVER      OSBORNE     OWENS       ".
           05  FILLER                  PIC X(36) VALUE
               "PALMER      PARKER      PORTER      ".
           05  FILLER                  PIC X(36) VALUE
               "QUINLAN     QUINN       QUIRK       ".
           05  FILLER                  PIC X(36) VALUE
               "RANDALL     REYNOLDS    ROBERTS     ".
           05  FILLER                  PIC X(36) VALUE
               "SANDERS     SHAW        STEVENS     ".
           05  FILLER                  PIC X(36) VALUE
               "TAYLOR      THOMPSON    TURNER      ".
           05  FILLER                  PIC X(36) VALUE
               "UNDERWOOD   UPTON       URBAN       ".
           05  FILLER                  PIC X(36) VALUE
               "VAUGHN      VINCENT     VOSS        ".
           05  FILLER                  PIC X(36) VALUE
               "WALKER      WATSON      WELLS       ".
           05  FILLER                  PIC X(36) VALUE
               "XAVIER      XIMENES     XU          ".
           05  FILLER                  PIC X(36) VALUE
               "YATES       YORK        YOUNG       ".
           05  FILLER                  PIC X(36) VALUE
               "ZELLER      ZIMMER      ZUCKER      ".
       01  FILLER REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME              PIC X(12) OCCURS 78 TIMES.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER                  PIC X(40) VALUE
               "ALICE     BRIAN     CAROL     DANIEL    ".
           05  FILLER                  PIC X(40) VALUE
               "EMMA      FRANK     GRACE     HENRY     ".
           05  FILLER                  PIC X(40) VALUE
               "IRENE     JAMES     KAREN     LEONARD   ".
           05  FILLER                  PIC X(40) VALUE
               "MARY      NATHAN    OLIVIA    PETER     ".
           05  FILLER                  PIC X(40) VALUE
               "RUTH      SAMUEL    TERESA    VICTOR    ".
           05  FILLER                  PIC X(40) VALUE
               "WENDY     ARTHUR    BEATRICE  CHARLES   ".
       01  FILLER REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME           PIC X(10) OCCURS 24 TIMES.

       01  WS-STREET-VALUES.
           05  FILLER                  PIC X(48) VALUE
               "MAPLE AVE   OAK ST      PINE RD     CEDAR LN    ".
           05  FILLER                  PIC X(48) VALUE
               "ELM ST      BIRCH AVE   LAKE DR     HILL RD     ".
           05  FILLER                  PIC X(48) VALUE
               "RIVER RD    PARK AVE    MILL ST     CHURCH ST   ".
           05  FILLER                  PIC X(48) VALUE
               "WALNUT ST   SPRING LN   FOREST DR   MEADOW LN   ".
           05  FILLER                  PIC X(48) VALUE
               "SUMMIT AVE  VALLEY RD   HIGH ST     GROVE ST    ".
       01  FILLER REDEFINES WS-STREET-VALUES.
           05  WS-STREET               PIC X(12) OCCURS 20 TIMES.

       01  WS-MASKED-PHONE.
           05  WS-MPH-AREA             PIC 9(03).
           05  FILLER                  PIC X(07) VALUE "-555-01".
           05  WS-MPH-LINE             PIC 9(02).
           05  FILLER                  PIC X(03) VALUE SPACES.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "MASKED TEST-DATA EXTRACT".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(16) VALUE
               "REQUESTED BY : ".
           05  WS-HDR-REQUESTED-BY     PIC X(10).
           05  FILLER                  PIC X(16) VALUE
               "   REFERENCE : ".
           05  WS-HDR-REFERENCE        PIC X(20).
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(26) VALUE "FILE".
           05  FILLER                  PIC X(12) VALUE "       READ".
           05  FILLER                  PIC X(12) VALUE "    WRITTEN".
           05  FILLER                  PIC X(10) VALUE "   FAILED".
           05  FILLER                  PIC X(10) VALUE "  ORPHANS".
           05  FILLER                  PIC X(19) VALUE
               "        AMOUNT READ".
           05  FILLER                  PIC X(19) VALUE
               "     AMOUNT WRITTEN".
       01  WS-DETAIL-LINE.
           05  WS-DTL-FILE-NAME        PIC X(26).
           05  WS-DTL-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FAILED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-ORPHANS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT-READ      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT-WRITTEN   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PROOF            PIC X(14).
       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(20) VALUE
               "FILES NOT PROVED:".
           05  WS-TRL-NOT-PROVED       PIC Z9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "ORPHAN ROWS:".
           05  WS-TRL-ORPHANS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TRL-RESULT           PIC X(30).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               PERFORM 2000-EXTRACT-CUSTOMERS THRU 2000-EXIT
           END-IF
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               PERFORM 3000-EXTRACT-PROFILES THRU 3000-EXIT
           END-IF
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               PERFORM 4000-EXTRACT-HISTORY THRU 4000-EXIT
           END-IF
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               PERFORM 5000-EXTRACT-RELATIONSHIPS THRU 5000-EXIT
           END-IF
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               PERFORM 6000-EXTRACT-HOLDS THRU 6000-EXIT
           END-IF
           PERFORM 7000-WRITE-CONTROL-REPORT THRU 7000-EXIT
           PERFORM 7500-WRITE-LOG-ENTRY THRU 7500-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - no extract runs unless it can be logged   *
      *    and a requester is named on the card                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           INITIALIZE WS-FILE-TOTALS-TABLE

           OPEN EXTEND TEST-EXTRACT-LOG-FILE
           IF TL-STATUS-NOT-FOUND
               OPEN OUTPUT TEST-EXTRACT-LOG-FILE
           END-IF
           IF TL-STATUS-OK
               SET WS-LOG-OPEN TO TRUE
           ELSE
               DISPLAY "TSTXTR1: TEST-EXTRACT-LOG-FILE OPEN FAILED "
                       TL-FILE-STATUS " - EXTRACT NOT RUN"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TSTXTR-PARM-FILE
           IF TP-STATUS-OK
               READ TSTXTR-PARM-FILE
                   AT END
                       MOVE SPACES TO TSTXTR-PARM-RECORD
               END-READ
               MOVE TXP-REQUESTED-BY TO WS-REQUESTED-BY
               MOVE TXP-REFERENCE TO WS-REFERENCE
               CLOSE TSTXTR-PARM-FILE
           END-IF
           IF WS-REQUESTED-BY = SPACES
               DISPLAY "TSTXTR1: NO REQUESTER ON THE PARM CARD - "
                       "EXTRACT REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "TSTXTR1: EXTRACT REQUESTED BY " WS-REQUESTED-BY
                   " REFERENCE " WS-REFERENCE

           OPEN OUTPUT TSTXTR-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "TSTXTR1: TSTXTR-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTED-BY TO WS-HDR-REQUESTED-BY
           MOVE WS-REFERENCE TO WS-HDR-REFERENCE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-EXTRACT-CUSTOMERS - the master goes first; the child   *
      *    files are checked against the test copy it leaves behind    *
      *----------------------------------------------------------------*
       2000-EXTRACT-CUSTOMERS.
           MOVE WS-CUSTOMER-FILE-SUB TO WS-FILE-SUB
           OPEN INPUT CUSTOMER-FILE
           IF NOT CF-STATUS-OK
               DISPLAY "TSTXTR1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT TEST-CUSTOMER-FILE
           IF NOT TC-STATUS-OK
               DISPLAY "TSTXTR1: TEST-CUSTOMER-FILE OPEN FAILED "
                       TC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-COPY-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TEST-CUSTOMER-FILE

           OPEN INPUT TEST-CUSTOMER-FILE
           IF TC-STATUS-OK
               SET WS-TEST-CUSTOMER-OPEN TO TRUE
           ELSE
               DISPLAY "TSTXTR1: TEST-CUSTOMER-FILE REOPEN FAILED "
                       TC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-COPY-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-FT-READ(WS-FILE-SUB)
           ADD CUST-BALANCE TO WS-FT-AMOUNT-READ(WS-FILE-SUB)

           MOVE CUST-ID TO WS-HASH-CUST-ID
           PERFORM 8000-HASH-CUST-ID THRU 8000-EXIT
           MOVE CUST-NAME TO WS-MASK-ORIGINAL
           MOVE WS-HASH-ONE TO WS-MASK-SEED
           PERFORM 8100-MASK-PERSON-NAME THRU 8100-EXIT
           MOVE WS-MASK-RESULT TO CUST-NAME
           IF CUST-ADDRESS NOT = SPACES
               PERFORM 8200-MASK-ADDRESS THRU 8200-EXIT
               MOVE WS-MASK-RESULT TO CUST-ADDRESS
           END-IF

           MOVE CUSTOMER-RECORD TO TEST-CUSTOMER-RECORD
           WRITE TEST-CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TC-STATUS-OK
               ADD 1 TO WS-FT-WRITTEN(WS-FILE-SUB)
               ADD TCST-BALANCE TO WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               DISPLAY "TSTXTR1: CUSTOMER " CUST-ID
                       " NOT WRITTEN, STATUS " TC-FILE-STATUS
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-EXTRACT-PROFILES - phone and contact name masked       *
      *----------------------------------------------------------------*
       3000-EXTRACT-PROFILES.
           MOVE LOW-VALUES TO WS-LAST-CHECKED-ID
           MOVE WS-PROFILE-FILE-SUB TO WS-FILE-SUB
           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF NOT PF-STATUS-OK
               DISPLAY "TSTXTR1: CUSTOMER-PROFILE-FILE OPEN FAILED "
                       PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT TEST-PROFILE-FILE
           IF NOT TF-STATUS-OK
               DISPLAY "TSTXTR1: TEST-PROFILE-FILE OPEN FAILED "
                       TF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               CLOSE CUSTOMER-PROFILE-FILE
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-COPY-ONE-PROFILE THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE CUSTOMER-PROFILE-FILE
           CLOSE TEST-PROFILE-FILE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-COPY-ONE-PROFILE.
           READ CUSTOMER-PROFILE-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-FT-READ(WS-FILE-SUB)
           MOVE PROF-CUST-ID TO WS-ORPHAN-CUST-ID
           PERFORM 8500-CHECK-ORPHAN THRU 8500-EXIT

           MOVE PROF-CUST-ID TO WS-HASH-CUST-ID
           PERFORM 8000-HASH-CUST-ID THRU 8000-EXIT
           IF PROF-CONTACT-NAME NOT = SPACES
               MOVE PROF-CONTACT-NAME TO WS-MASK-ORIGINAL
               MOVE WS-HASH-TWO TO WS-MASK-SEED
               PERFORM 8100-MASK-PERSON-NAME THRU 8100-EXIT
               MOVE WS-MASK-RESULT TO PROF-CONTACT-NAME
           END-IF
           IF PROF-PHONE-NUMBER NOT = SPACES
               PERFORM 8300-MASK-PHONE THRU 8300-EXIT
               MOVE WS-MASKED-PHONE TO PROF-PHONE-NUMBER
           END-IF

           MOVE CUSTOMER-PROFILE-RECORD TO TEST-PROFILE-RECORD
           WRITE TEST-PROFILE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TF-STATUS-OK
               ADD 1 TO WS-FT-WRITTEN(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               DISPLAY "TSTXTR1: PROFILE " PROF-CUST-ID
                       " NOT WRITTEN, STATUS " TF-FILE-STATUS
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-EXTRACT-HISTORY - copied as it stands; the amount      *
      *    proved is the net of credits less debits                    *
      *----------------------------------------------------------------*
       4000-EXTRACT-HISTORY.
           MOVE LOW-VALUES TO WS-LAST-CHECKED-ID
           MOVE WS-HISTORY-FILE-SUB TO WS-FILE-SUB
           OPEN INPUT TXN-HISTORY-FILE
           IF NOT TH-STATUS-OK
               DISPLAY "TSTXTR1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT TEST-HISTORY-FILE
           IF NOT TX-STATUS-OK
               DISPLAY "TSTXTR1: TEST-HISTORY-FILE OPEN FAILED "
                       TX-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               CLOSE TXN-HISTORY-FILE
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-COPY-ONE-HISTORY THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TXN-HISTORY-FILE
           CLOSE TEST-HISTORY-FILE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-COPY-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-FT-READ(WS-FILE-SUB)
           IF TXNH-POSTED-DEBIT
               SUBTRACT TXNH-AMOUNT FROM WS-FT-AMOUNT-READ(WS-FILE-SUB)
           ELSE
               ADD TXNH-AMOUNT TO WS-FT-AMOUNT-READ(WS-FILE-SUB)
           END-IF
           MOVE TXNH-CUST-ID TO WS-ORPHAN-CUST-ID
           PERFORM 8500-CHECK-ORPHAN THRU 8500-EXIT

           MOVE TXN-HISTORY-RECORD TO TEST-HISTORY-RECORD
           WRITE TEST-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TX-STATUS-OK
               ADD 1 TO WS-FT-WRITTEN(WS-FILE-SUB)
               IF TTXH-POSTED-DEBIT
                   SUBTRACT TTXH-AMOUNT
                       FROM WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
               ELSE
                   ADD TTXH-AMOUNT
                       TO WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               DISPLAY "TSTXTR1: HISTORY " TXNH-KEY
                       " NOT WRITTEN, STATUS " TX-FILE-STATUS
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-EXTRACT-RELATIONSHIPS - client links copied as they    *
      *    stand                                                       *
      *----------------------------------------------------------------*
       5000-EXTRACT-RELATIONSHIPS.
           MOVE LOW-VALUES TO WS-LAST-CHECKED-ID
           MOVE WS-RELATION-FILE-SUB TO WS-FILE-SUB
           OPEN INPUT CLIENT-RELATIONSHIP-FILE
           IF NOT CR-STATUS-OK
               DISPLAY "TSTXTR1: CLIENT-RELATIONSHIP-FILE OPEN FAILED "
                       CR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT TEST-RELATIONSHIP-FILE
           IF NOT TR-STATUS-OK
               DISPLAY "TSTXTR1: TEST-RELATIONSHIP-FILE OPEN FAILED "
                       TR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               CLOSE CLIENT-RELATIONSHIP-FILE
               GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 5100-COPY-ONE-RELATIONSHIP THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE CLIENT-RELATIONSHIP-FILE
           CLOSE TEST-RELATIONSHIP-FILE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-COPY-ONE-RELATIONSHIP.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-FT-READ(WS-FILE-SUB)
           MOVE CREL-CUST-ID TO WS-ORPHAN-CUST-ID
           PERFORM 8500-CHECK-ORPHAN THRU 8500-EXIT

           MOVE CLIENT-RELATIONSHIP-RECORD TO TEST-RELATIONSHIP-RECORD
           WRITE TEST-RELATIONSHIP-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TR-STATUS-OK
               ADD 1 TO WS-FT-WRITTEN(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               DISPLAY "TSTXTR1: LINK " CREL-KEY
                       " NOT WRITTEN, STATUS " TR-FILE-STATUS
           END-IF.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-EXTRACT-HOLDS - the amount proved is the total held    *
      *----------------------------------------------------------------*
       6000-EXTRACT-HOLDS.
           MOVE LOW-VALUES TO WS-LAST-CHECKED-ID
           MOVE WS-HOLD-FILE-SUB TO WS-FILE-SUB
           OPEN INPUT HOLD-FILE
           IF NOT HD-STATUS-OK
               DISPLAY "TSTXTR1: HOLD-FILE OPEN FAILED "
                       HD-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT TEST-HOLD-FILE
           IF NOT TH2-STATUS-OK
               DISPLAY "TSTXTR1: TEST-HOLD-FILE OPEN FAILED "
                       TH2-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               CLOSE HOLD-FILE
               GO TO 6000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 6100-COPY-ONE-HOLD THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE HOLD-FILE
           CLOSE TEST-HOLD-FILE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-COPY-ONE-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-FT-READ(WS-FILE-SUB)
           ADD HOLD-AMOUNT TO WS-FT-AMOUNT-READ(WS-FILE-SUB)
           MOVE HOLD-CUST-ID TO WS-ORPHAN-CUST-ID
           PERFORM 8500-CHECK-ORPHAN THRU 8500-EXIT

           MOVE HOLD-RECORD TO THLD-RECORD
           WRITE THLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF TH2-STATUS-OK
               ADD 1 TO WS-FT-WRITTEN(WS-FILE-SUB)
               ADD THLD-AMOUNT TO WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               DISPLAY "TSTXTR1: HOLD " HOLD-KEY
                       " NOT WRITTEN, STATUS " TH2-FILE-STATUS
           END-IF.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-WRITE-CONTROL-REPORT - each file's rows and amount     *
      *    written must prove to what was read                         *
      *----------------------------------------------------------------*
       7000-WRITE-CONTROL-REPORT.
           IF NOT WS-REPORT-OPEN
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-REPORT-ONE-FILE THRU 7100-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5

           IF WS-FILES-NOT-PROVED > 0
               IF RETURN-CODE < RC-ABEND-WORTHY
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ORPHANS-TOTAL > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILES-NOT-PROVED TO WS-TRL-NOT-PROVED
           MOVE WS-ORPHANS-TOTAL TO WS-TRL-ORPHANS
           IF RETURN-CODE < RC-VALIDATION-FAILURE
               MOVE "EXTRACT COMPLETE" TO WS-TRL-RESULT
           ELSE
               MOVE "EXTRACT FAILED - DO NOT USE" TO WS-TRL-RESULT
           END-IF
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-REPORT-ONE-FILE.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-DTL-FILE-NAME
           MOVE WS-FT-READ(WS-FILE-SUB) TO WS-DTL-READ
           MOVE WS-FT-WRITTEN(WS-FILE-SUB) TO WS-DTL-WRITTEN
           MOVE WS-FT-FAILED(WS-FILE-SUB) TO WS-DTL-FAILED
           MOVE WS-FT-ORPHANS(WS-FILE-SUB) TO WS-DTL-ORPHANS
           MOVE WS-FT-AMOUNT-READ(WS-FILE-SUB) TO WS-DTL-AMOUNT-READ
           MOVE WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
               TO WS-DTL-AMOUNT-WRITTEN
           ADD WS-FT-ORPHANS(WS-FILE-SUB) TO WS-ORPHANS-TOTAL
           IF WS-FT-WRITTEN(WS-FILE-SUB) = WS-FT-READ(WS-FILE-SUB)
              AND WS-FT-AMOUNT-WRITTEN(WS-FILE-SUB)
                  = WS-FT-AMOUNT-READ(WS-FILE-SUB)
               MOVE "PROVED" TO WS-DTL-PROOF
           ELSE
               MOVE "DOES NOT PROVE" TO WS-DTL-PROOF
               ADD 1 TO WS-FILES-NOT-PROVED
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-WRITE-LOG-ENTRY - every run leaves its row, refused    *
      *    ones included                                               *
      *----------------------------------------------------------------*
       7500-WRITE-LOG-ENTRY.
           IF NOT WS-LOG-OPEN
               GO TO 7500-EXIT
           END-IF
           MOVE SPACES TO TEST-EXTRACT-LOG-RECORD
           MOVE WS-TIMESTAMP TO TXL-TIMESTAMP
           MOVE WS-RUN-DATE TO TXL-RUN-DATE
           IF WS-REQUESTED-BY = SPACES
               MOVE "UNKNOWN" TO TXL-REQUESTED-BY
           ELSE
               MOVE WS-REQUESTED-BY TO TXL-REQUESTED-BY
           END-IF
           MOVE WS-REFERENCE TO TXL-REFERENCE
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   SET TXL-RESULT-REJECTED TO TRUE
               WHEN RETURN-CODE < RC-VALIDATION-FAILURE
                   SET TXL-RESULT-SUCCESS TO TRUE
               WHEN OTHER
                   SET TXL-RESULT-FAILURE TO TRUE
           END-EVALUATE
           MOVE WS-FT-WRITTEN(WS-CUSTOMER-FILE-SUB)
               TO TXL-CUSTOMER-ROWS
           MOVE WS-FT-WRITTEN(WS-PROFILE-FILE-SUB) TO TXL-PROFILE-ROWS
           MOVE WS-FT-WRITTEN(WS-HISTORY-FILE-SUB) TO TXL-HISTORY-ROWS
           MOVE WS-FT-WRITTEN(WS-RELATION-FILE-SUB) TO TXL-LINK-ROWS
           MOVE WS-FT-WRITTEN(WS-HOLD-FILE-SUB) TO TXL-HOLD-ROWS
           MOVE WS-FT-AMOUNT-WRITTEN(WS-CUSTOMER-FILE-SUB)
               TO TXL-BALANCE-TOTAL
           WRITE TEST-EXTRACT-LOG-RECORD
           IF NOT TL-STATUS-OK
               DISPLAY "TSTXTR1: TEST-EXTRACT-LOG-FILE WRITE FAILED "
                       TL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF

           DISPLAY "TSTXTR1: RESULT " TXL-RESULT
                   " CUSTOMERS " TXL-CUSTOMER-ROWS
                   " HISTORY " TXL-HISTORY-ROWS
                   " REQUESTED BY " TXL-REQUESTED-BY.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-HASH-CUST-ID - the customer id folded into two         *
      *    numbers, the same way every time, the way PINENC1 folds a   *
      *    PIN; every masked value for the customer is picked from     *
      *    them                                                        *
      *----------------------------------------------------------------*
       8000-HASH-CUST-ID.
           MOVE 17 TO WS-HASH-ONE
           MOVE 29 TO WS-HASH-TWO
           PERFORM 8010-FOLD-ONE-CHAR THRU 8010-EXIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 6.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8010-FOLD-ONE-CHAR.
           MOVE WS-HASH-CUST-ID(WS-CHAR-SUB:1) TO WS-CHAR-BYTE
           MOVE WS-CHAR-BINARY TO WS-CHAR-ORDINAL
           COMPUTE WS-HASH-WORK =
               WS-HASH-ONE * 31 + WS-CHAR-ORDINAL
               + WS-CHAR-SUB * 7
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-ONE
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-ONE
           COMPUTE WS-HASH-WORK =
               WS-HASH-TWO * 37 + WS-CHAR-ORDINAL * WS-CHAR-SUB
               + 11
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-TWO
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-TWO.
       8010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-MASK-PERSON-NAME - "SURNAME, FIRST" with the surname   *
      *    drawn from those sharing the real name's first letter; a    *
      *    name not starting with a letter gets a letter from the seed *
      *----------------------------------------------------------------*
       8100-MASK-PERSON-NAME.
           MOVE SPACES TO WS-MASK-RESULT
           IF WS-MASK-ORIGINAL = SPACES
               GO TO 8100-EXIT
           END-IF
           MOVE 0 TO WS-INITIAL-SUB
           PERFORM 8110-CHECK-ONE-LETTER THRU 8110-EXIT
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26
                  OR WS-INITIAL-SUB > 0
           IF WS-INITIAL-SUB = 0
               DIVIDE WS-MASK-SEED BY 26
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-MASK-PICK
               COMPUTE WS-INITIAL-SUB = WS-MASK-PICK + 1
           END-IF

           DIVIDE WS-MASK-SEED BY 3
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           COMPUTE WS-SURNAME-SUB =
               (WS-INITIAL-SUB - 1) * 3 + WS-MASK-PICK + 1
           DIVIDE WS-MASK-SEED BY 24
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           COMPUTE WS-FIRST-NAME-SUB = WS-MASK-PICK + 1

           STRING WS-SURNAME(WS-SURNAME-SUB) DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-FIRST-NAME(WS-FIRST-NAME-SUB) DELIMITED BY SPACE
               INTO WS-MASK-RESULT
           END-STRING.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8110-CHECK-ONE-LETTER.
           IF WS-MASK-ORIGINAL(1:1) = WS-ALPHABET(WS-LETTER-SUB:1)
               MOVE WS-LETTER-SUB TO WS-INITIAL-SUB
           END-IF.
       8110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8200-MASK-ADDRESS - a house number and street from the      *
      *    customer's hash                                             *
      *----------------------------------------------------------------*
       8200-MASK-ADDRESS.
           MOVE SPACES TO WS-MASK-RESULT
           DIVIDE WS-HASH-ONE BY 9000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           COMPUTE WS-HOUSE-NUMBER = WS-MASK-PICK + 1000
           DIVIDE WS-HASH-TWO BY 20
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           COMPUTE WS-STREET-SUB = WS-MASK-PICK + 1
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREET(WS-STREET-SUB) DELIMITED BY SIZE
               INTO WS-MASK-RESULT
           END-STRING.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8300-MASK-PHONE - a made-up area code and a 555-01xx line,  *
      *    a range never issued to a subscriber                        *
      *----------------------------------------------------------------*
       8300-MASK-PHONE.
           DIVIDE WS-HASH-ONE BY 789
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           COMPUTE WS-AREA-CODE = WS-MASK-PICK + 201
           DIVIDE WS-HASH-TWO BY 100
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-MASK-PICK
           MOVE WS-MASK-PICK TO WS-PHONE-LINE
           MOVE WS-AREA-CODE TO WS-MPH-AREA
           MOVE WS-PHONE-LINE TO WS-MPH-LINE.
       8300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-CHECK-ORPHAN - a child row whose customer is not on    *
      *    the extracted master is still copied, but counted; the      *
      *    master is looked up once per run of the same customer id    *
      *----------------------------------------------------------------*
       8500-CHECK-ORPHAN.
           IF NOT WS-TEST-CUSTOMER-OPEN
               GO TO 8500-EXIT
           END-IF
           IF WS-ORPHAN-CUST-ID NOT = WS-LAST-CHECKED-ID
               MOVE WS-ORPHAN-CUST-ID TO WS-LAST-CHECKED-ID
               MOVE 'N' TO WS-ORPHAN-SW
               MOVE WS-ORPHAN-CUST-ID TO TCST-ID
               READ TEST-CUSTOMER-FILE
                   INVALID KEY
                       SET WS-ORPHAN TO TRUE
               END-READ
           END-IF
           IF WS-ORPHAN
               ADD 1 TO WS-FT-ORPHANS(WS-FILE-SUB)
           END-IF.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file still open               *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-TEST-CUSTOMER-OPEN
               CLOSE TEST-CUSTOMER-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE TSTXTR-REPORT
           END-IF
           IF WS-LOG-OPEN
               CLOSE TEST-EXTRACT-LOG-FILE
           END-IF.
       9000-EXIT.
           EXIT.
