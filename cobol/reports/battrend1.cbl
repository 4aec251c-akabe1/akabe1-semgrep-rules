      *                   frequency) are left out of the averages
      *                   and the window totals - a quiet Sunday no
      *                   longer drags every step's history down.
      *  2026-10-15 JHM   Step table sized to the 56 steps of the
      *                   nightly step table; a step beyond it is now
      *                   reported with RC-WARNING instead of being
      *                   dropped without a word.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATTREND1.
       77  WS-STEP-SUB                 PIC 9(02) COMP-3.
       77  WS-STEP-FOUND-SUB           PIC 9(02) COMP-3.
       77  WS-STEP-COUNT               PIC 9(02) COMP-3 VALUE 0.
       77  WS-STEP-ROWS-DROPPED        PIC 9(07) COMP-3 VALUE 0.
       77  WS-DAY-SUB                  PIC 9(03) COMP-3.
       77  WS-DAY-FOUND-SUB            PIC 9(03) COMP-3.
       77  WS-DAY-COUNT                PIC 9(03) COMP-3 VALUE 0.
       77  WS-DAYS-TO-LIMIT            PIC S9(05) COMP-3.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 56 TIMES.
               10  WS-STP-NAME             PIC X(09).
               10  WS-STP-HIST-TOTAL       PIC 9(09) COMP-3.
               10  WS-STP-HIST-RUNS        PIC 9(05) COMP-3.
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-STEP-FOUND-SUB > 0
           IF WS-STEP-FOUND-SUB > 0
               GO TO 2100-EXIT
           END-IF
           IF WS-STEP-COUNT < 56
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND-SUB
               INITIALIZE WS-STEP-ENTRY(WS-STEP-FOUND-SUB)
               MOVE RUNH-STEP-NAME
                   TO WS-STP-NAME(WS-STEP-FOUND-SUB)
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-STEP-ROWS-DROPPED
           IF WS-STEP-ROWS-DROPPED = 1
               DISPLAY "BATTREND1: STEP TABLE FULL AT 56 STEPS - "
                       RUNH-STEP-NAME " AND ANY LATER STEP NOT "
                       "TRENDED"
           END-IF
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       2100-EXIT.
           EXIT.
