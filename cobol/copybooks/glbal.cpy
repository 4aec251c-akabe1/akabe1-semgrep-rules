      *================================================================*
      *  GLBAL.CPY                                                     *
      *  GL-BALANCE-RECORD - one row per general-ledger account on     *
      *  the keyed GL-BALANCE-FILE, the control balance each account   *
      *  stands at after the night's extract.  GLEXTR1 carries every   *
      *  account it booked forward once the extract has proved DR=CR:  *
      *  the balance the night opened with, the night's debits and     *
      *  credits, and the closing balance.  Balances are held debit-   *
      *  positive, the way the ledger states them.  A rerun of the     *
      *  same night restarts from the row's opening balance instead    *
      *  of adding the night twice.                                    *
      *                                                                *
      *  The account flagged as the receivable control is the one the  *
      *  subledger proof (GLPROOF1) holds CUST-BALANCE against.  The   *
      *  control flag and a starting or corrected balance agreed with  *
      *  finance are keyed in GLMMNT1 (BALSET); the setter and date    *
      *  are kept on the row.                                          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the GL control-balance carry-forward
      *                   and the subledger-to-ledger proof.
      *================================================================*
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT              PIC X(08).
           05  GLB-ACCOUNT-TYPE            PIC X(01).
               88  GLB-RECEIVABLE-CONTROL        VALUE 'R'.
               88  GLB-ORDINARY-ACCOUNT          VALUE 'O' ' '.
           05  GLB-OPENING-BALANCE         PIC S9(13)V99 COMP-3.
           05  GLB-DAY-DEBITS              PIC S9(13)V99 COMP-3.
           05  GLB-DAY-CREDITS             PIC S9(13)V99 COMP-3.
           05  GLB-BALANCE                 PIC S9(13)V99 COMP-3.
           05  GLB-LAST-POSTED-DATE        PIC 9(08).
           05  GLB-LAST-SET-DATE           PIC 9(08).
           05  GLB-LAST-SET-BY             PIC X(10).
           05  FILLER                      PIC X(10).
