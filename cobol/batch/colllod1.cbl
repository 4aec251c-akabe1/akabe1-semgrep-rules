      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version.
      *  2026-10-15 JHM   A new row starts with no dunning letter sent;
      *                   a refreshed row keeps its letter history.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLLOD1.
                   MOVE 0 TO COLL-PROMISE-TAKEN-DATE
                   MOVE 0 TO COLL-PROMISE-DATE
                   MOVE 0 TO COLL-COLLECTED-AMOUNT
                   MOVE SPACES TO COLL-LETTER-CODE
                   MOVE 0 TO COLL-LETTER-DATE
           END-READ

           MOVE COLX-CUST-NAME TO COLL-CUST-NAME
