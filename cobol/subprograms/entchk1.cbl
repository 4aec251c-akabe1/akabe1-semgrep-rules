      *================================================================*
      *  ENTCHK1                                                       *
      *  Function-level entitlement check against the keyed            *
      *  ENTITLEMENT-FILE.  The caller names the operator, its own     *
      *  program id, and the function about to be performed; an        *
      *  active row for that function, or for the program's *ALL,      *
      *  entitles.  A missing entitlement file comes back as           *
      *  ENTCHK-NO-FILE and not entitled - unlike the allow-lists      *
      *  there is no compiled-in fallback, so the online programs      *
      *  refuse rather than guess.                                     *
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
       PROGRAM-ID. ENTCHK1.
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
           SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS EN-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY "entrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  EN-FILE-STATUS              PIC X(02).
           88  EN-STATUS-OK                  VALUE '00'.
       LINKAGE SECTION.
       COPY "entchk.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING ENTCHK-PARMS.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET ENTCHK-NOT-ENTITLED TO TRUE

           OPEN INPUT ENTITLEMENT-FILE
           IF NOT EN-STATUS-OK
               SET ENTCHK-NO-FILE TO TRUE
               GO TO 0000-EXIT
           END-IF
           SET ENTCHK-FILE-PRESENT TO TRUE

           MOVE ENTCHK-OPERATOR-ID TO ENT-OPERATOR-ID
           MOVE ENTCHK-PROGRAM-ID TO ENT-PROGRAM-ID
           MOVE ENTCHK-FUNCTION TO ENT-FUNCTION
           PERFORM 1000-CHECK-ONE-KEY THRU 1000-EXIT
           IF ENTCHK-NOT-ENTITLED
               SET ENT-ALL-FUNCTIONS TO TRUE
               PERFORM 1000-CHECK-ONE-KEY THRU 1000-EXIT
           END-IF

           CLOSE ENTITLEMENT-FILE.
       0000-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-CHECK-ONE-KEY - a revoked row never entitles           *
      *----------------------------------------------------------------*
       1000-CHECK-ONE-KEY.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   GO TO 1000-EXIT
           END-READ
           IF ENT-ACTIVE
               SET ENTCHK-ENTITLED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
