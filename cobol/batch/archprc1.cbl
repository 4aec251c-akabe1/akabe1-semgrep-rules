      *                   read-back proves exactly what this run
      *                   wrote, however many attempts the night
      *                   took.
      *  2026-10-15 JHM   An account closed by escheatment carries
      *                   the escheated amount and date from
      *                   ESCHEAT-FILE onto its archive row, so the
      *                   archive inquiry can still say where the
      *                   money went.  ESCHEAT-FILE is read only and
      *                   optional - without it the fields are zero.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPRC1.
               RECORD KEY IS ARCH-CUST-ID
               FILE STATUS IS AR-FILE-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESCH-CUST-ID
               FILE STATUS IS ES-FILE-STATUS.

           SELECT ARCHIVE-REGISTER ASSIGN TO ARCHREG-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       FD  CUSTOMER-ARCHIVE-FILE.
           COPY "archrec.cpy".

       FD  ESCHEAT-FILE.
           COPY "eschrec.cpy".

       FD  ARCHIVE-REGISTER.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       77  AR-FILE-STATUS               PIC X(02).
           88  AR-STATUS-OK                   VALUE '00'.
           88  AR-STATUS-DUPLICATE            VALUE '22'.
       77  ES-FILE-STATUS               PIC X(02).
           88  ES-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-ARCHIVE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-FILE-OPEN           VALUE 'Y'.
       77  WS-ESCHEAT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ESCHEAT-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
       77  WS-ACCOUNTS-READ             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-ARCHIVED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-VERIFY-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCHEATED-ARCHIVED        PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ESCHEAT-FILE
           IF ES-STATUS-OK
               SET WS-ESCHEAT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ARCHPRC1: NO ESCHEAT-FILE - NO ESCHEATMENTS "
                       "CARRIED, STATUS " ES-FILE-STATUS
           END-IF

           OPEN OUTPUT ARCHIVE-REGISTER
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-CARRY-ESCHEATMENT - the amount and date remitted to    *
      *    the state, when the account was closed by escheatment       *
      *----------------------------------------------------------------*
       2050-CARRY-ESCHEATMENT.
           MOVE 0 TO ARCH-ESCHEAT-DATE
           MOVE 0 TO ARCH-ESCHEAT-AMOUNT
           IF NOT WS-ESCHEAT-FILE-OPEN
               GO TO 2050-EXIT
           END-IF
           MOVE CUST-ID TO ESCH-CUST-ID
           READ ESCHEAT-FILE
               INVALID KEY GO TO 2050-EXIT
           END-READ
           IF ESCH-STATUS-ESCHEATED
               MOVE ESCH-ESCHEAT-DATE TO ARCH-ESCHEAT-DATE
               MOVE ESCH-ESCHEAT-AMOUNT TO ARCH-ESCHEAT-AMOUNT
           END-IF.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-ARCHIVE-ONE-CUSTOMER - written to the archive first,   *
      *    read back by key to prove the row landed, and deleted       *
      *    from the master only after the read-back proves             *
           MOVE CUST-LAST-ACTIVITY-DATE TO ARCH-LAST-ACTIVITY-DATE
           MOVE CUST-CREDIT-LIMIT TO ARCH-CREDIT-LIMIT
           MOVE WS-RUN-DATE TO ARCH-ARCHIVED-DATE
           PERFORM 2050-CARRY-ESCHEATMENT THRU 2050-EXIT

           WRITE CUSTOMER-ARCHIVE-RECORD
               INVALID KEY CONTINUE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS

           ADD 1 TO WS-ACCOUNTS-ARCHIVED
           IF ARCH-ESCHEAT-DATE NOT = 0
               ADD 1 TO WS-ESCHEATED-ARCHIVED
           END-IF
           MOVE ARCH-CUST-ID TO WS-DTL-CUST-ID
           MOVE ARCH-CUST-NAME TO WS-DTL-CUST-NAME
           MOVE ARCH-LAST-ACTIVITY-DATE TO WS-DTL-LAST-ACT

           DISPLAY "ARCHPRC1: ACCOUNTS READ     " WS-ACCOUNTS-READ
           DISPLAY "ARCHPRC1: ACCOUNTS ARCHIVED "
                   WS-ACCOUNTS-ARCHIVED
           DISPLAY "ARCHPRC1: OF WHICH ESCHEATED "
                   WS-ESCHEATED-ARCHIVED.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           IF WS-ARCHIVE-FILE-OPEN
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF
           IF WS-ESCHEAT-FILE-OPEN
               CLOSE ESCHEAT-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE ARCHIVE-REGISTER
           END-IF.
