      *================================================================*
      *  PLANGET1                                                      *
      *  Pricing-plan lookup against the keyed PRICING-PLAN-FILE.      *
      *  Hands back the row for a plan code with the latest effective  *
      *  date on or before the as-of date - the same rule INTACR1      *
      *  applies to INTEREST-RATE-FILE - so the accrual engine, the    *
      *  service charge, and customer maintenance all read a plan the  *
      *  one way.  A blank code is the standard plan S.                *
      *                                                                *
      *  The plan file is opened on the first call and stays open      *
      *  across calls; each code's answer is kept for the as-of date   *
      *  it was asked for, so a pass of the whole master reads the     *
      *  file once per plan, not once per customer.  The caller ends   *
      *  with function E.  A missing file comes back as                *
      *  PLANGET-NO-FILE.                                              *
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
       PROGRAM-ID. PLANGET1.
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
           SELECT PRICING-PLAN-FILE ASSIGN TO PLAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS PL-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-PLAN-FILE.
           COPY "planrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PL-FILE-STATUS              PIC X(02).
           88  PL-STATUS-OK                  VALUE '00'.
       77  WS-PLAN-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-PLAN-FILE-OPEN             VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01).
           88  WS-AT-EOF                     VALUE 'Y'.
       77  WS-CACHE-FOUND-SW           PIC X(01).
           88  WS-CACHE-FOUND                VALUE 'Y'.
       77  WS-PLAN-CODE                PIC X(01).
       77  WS-TIER-SUB                 PIC S9(04) COMP.

      *    One answer per plan code and as-of date already looked up
       01  WS-CACHE-TABLE.
           05  WS-CACHE-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-CACHE-IDX.
               10  WS-CACHE-CODE           PIC X(01).
               10  WS-CACHE-AS-OF-DATE     PIC 9(08).
               10  WS-CACHE-RESULT         PIC X(92).
       77  WS-CACHE-COUNT              PIC S9(04) COMP VALUE 0.
       77  WS-CACHE-LIMIT              PIC S9(04) COMP VALUE 40.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY "planget.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING PLANGET-PARMS.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN PLANGET-FUNC-END
                   PERFORM 8000-CLOSE-PLANS THRU 8000-EXIT
               WHEN OTHER
                   PERFORM 1000-GET-PLAN THRU 1000-EXIT
           END-EVALUATE.
       0000-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-GET-PLAN - an answer already kept is handed back as    *
      *    it stands; otherwise the code's rows are walked in date     *
      *    order and the last one in effect on the as-of date is kept  *
      *----------------------------------------------------------------*
       1000-GET-PLAN.
           MOVE PLANGET-PLAN-CODE TO WS-PLAN-CODE
           IF WS-PLAN-CODE = SPACE
               MOVE 'S' TO WS-PLAN-CODE
           END-IF
           MOVE SPACES TO PLANGET-RESULT
           SET PLANGET-NOT-FOUND TO TRUE

           IF NOT WS-PLAN-FILE-OPEN
               OPEN INPUT PRICING-PLAN-FILE
               IF NOT PL-STATUS-OK
                   SET PLANGET-NO-FILE TO TRUE
                   GO TO 1000-EXIT
               END-IF
               SET WS-PLAN-FILE-OPEN TO TRUE
           END-IF
           SET PLANGET-FILE-PRESENT TO TRUE

           MOVE 'N' TO WS-CACHE-FOUND-SW
           PERFORM 1100-CHECK-ONE-CACHED THRU 1100-EXIT
               VARYING WS-CACHE-IDX FROM 1 BY 1
               UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
                  OR WS-CACHE-FOUND
           IF WS-CACHE-FOUND
               GO TO 1000-EXIT
           END-IF

           MOVE WS-PLAN-CODE TO PLAN-CODE
           MOVE 0 TO PLAN-EFFECTIVE-DATE
           MOVE 'N' TO WS-EOF-SW
           START PRICING-PLAN-FILE
               KEY IS NOT LESS THAN PLAN-KEY
               INVALID KEY SET WS-AT-EOF TO TRUE
           END-START
           PERFORM 1200-CHECK-ONE-ROW THRU 1200-EXIT
               UNTIL WS-AT-EOF

           IF WS-CACHE-COUNT < WS-CACHE-LIMIT
               ADD 1 TO WS-CACHE-COUNT
               MOVE WS-PLAN-CODE TO WS-CACHE-CODE(WS-CACHE-COUNT)
               MOVE PLANGET-AS-OF-DATE
                   TO WS-CACHE-AS-OF-DATE(WS-CACHE-COUNT)
               MOVE PLANGET-RESULT TO WS-CACHE-RESULT(WS-CACHE-COUNT)
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CHECK-ONE-CACHED.
           IF WS-CACHE-CODE(WS-CACHE-IDX) = WS-PLAN-CODE
              AND WS-CACHE-AS-OF-DATE(WS-CACHE-IDX)
                  = PLANGET-AS-OF-DATE
               SET WS-CACHE-FOUND TO TRUE
               MOVE WS-CACHE-RESULT(WS-CACHE-IDX) TO PLANGET-RESULT
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CHECK-ONE-ROW.
           READ PRICING-PLAN-FILE NEXT
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF PLAN-CODE NOT = WS-PLAN-CODE
              OR PLAN-EFFECTIVE-DATE > PLANGET-AS-OF-DATE
               SET WS-AT-EOF TO TRUE
               GO TO 1200-EXIT
           END-IF
           SET PLANGET-FOUND TO TRUE
           MOVE PLAN-EFFECTIVE-DATE TO PLANGET-EFFECTIVE-DATE
           MOVE PLAN-DESCRIPTION TO PLANGET-DESCRIPTION
           MOVE PLAN-ANNUAL-PCT TO PLANGET-ANNUAL-PCT
           MOVE PLAN-SVC-CHARGE TO PLANGET-SVC-CHARGE
           PERFORM 1210-COPY-ONE-TIER THRU 1210-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
           MOVE PLAN-WAIVE-ALL-SW TO PLANGET-WAIVE-ALL-SW
           MOVE PLAN-WAIVE-UNDER TO PLANGET-WAIVE-UNDER
           MOVE PLAN-WAIVE-NEW-MONTHS TO PLANGET-WAIVE-NEW-MONTHS.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-COPY-ONE-TIER.
           MOVE PLAN-TIER-FLOOR(WS-TIER-SUB)
               TO PLANGET-TIER-FLOOR(WS-TIER-SUB)
           MOVE PLAN-TIER-CHARGE(WS-TIER-SUB)
               TO PLANGET-TIER-CHARGE(WS-TIER-SUB).
       1210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-CLOSE-PLANS - the kept answers go with the file, so    *
      *    the next caller reads the plans as they then stand          *
      *----------------------------------------------------------------*
       8000-CLOSE-PLANS.
           IF WS-PLAN-FILE-OPEN
               CLOSE PRICING-PLAN-FILE
               MOVE 'N' TO WS-PLAN-FILE-OPEN-SW
           END-IF
           MOVE 0 TO WS-CACHE-COUNT.
       8000-EXIT.
           EXIT.
