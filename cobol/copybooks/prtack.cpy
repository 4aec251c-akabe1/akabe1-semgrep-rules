      *================================================================*
      *  PRTACK.CPY                                                    *
      *  PARTNER-ACK-RECORD - the end-of-cycle acknowledgement file    *
      *  returned to partners by PRTACK1.  One group per partner       *
      *  batch accepted tonight by the intake gateway (PRTNIN1): a     *
      *  header carrying the batch's registry count and amount total,  *
      *  one detail per record in the partner's own sequence with its  *
      *  final outcome for the night, and a trailer with the outcome   *
      *  counts and amounts and whether they tie back to the registry  *
      *  figures.  Every row carries the partner id and batch number   *
      *  so the scheduler can split the file by partner.               *
      *                                                                *
      *    POST  posted to the account                                 *
      *    SUSP  refused by posting and held on suspense (reason)      *
      *    EREJ  rejected at the front-end edit (reason)               *
      *    REVW  held for operator review by screening (reason)        *
      *    WHSE  future-dated, held to its effective date              *
      *    UNTR  passed by the gateway but not traced to any outcome   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the partner record-level
      *                   acknowledgement.
      *================================================================*
       01  PARTNER-ACK-RECORD.
           05  PACK-RECORD-TYPE            PIC X(01).
               88  PACK-HEADER-RECORD            VALUE 'H'.
               88  PACK-DETAIL-RECORD            VALUE 'D'.
               88  PACK-TRAILER-RECORD           VALUE 'T'.
           05  PACK-PARTNER-ID             PIC X(08).
           05  PACK-BATCH-NUMBER           PIC 9(06).
           05  PACK-RECORD-DATA            PIC X(145).
       01  PARTNER-ACK-HEADER REDEFINES PARTNER-ACK-RECORD.
           05  FILLER                      PIC X(15).
           05  PACKH-CYCLE-DATE            PIC 9(08).
           05  PACKH-ACCEPTED-DATE         PIC 9(08).
           05  PACKH-RECORD-COUNT          PIC 9(07).
           05  PACKH-AMOUNT-TOTAL          PIC 9(11)V99.
           05  FILLER                      PIC X(109).
       01  PARTNER-ACK-DETAIL REDEFINES PARTNER-ACK-RECORD.
           05  FILLER                      PIC X(15).
           05  PACKD-SEQUENCE              PIC 9(07).
           05  PACKD-OUTCOME               PIC X(04).
               88  PACKD-POSTED                  VALUE 'POST'.
               88  PACKD-SUSPENDED               VALUE 'SUSP'.
               88  PACKD-EDIT-REJECTED           VALUE 'EREJ'.
               88  PACKD-HELD-FOR-REVIEW         VALUE 'REVW'.
               88  PACKD-WAREHOUSED              VALUE 'WHSE'.
               88  PACKD-UNTRACED                VALUE 'UNTR'.
           05  PACKD-REASON                PIC X(30).
           05  PACKD-TRANSACTION-DATA      PIC X(80).
           05  FILLER                      PIC X(24).
       01  PARTNER-ACK-TRAILER REDEFINES PARTNER-ACK-RECORD.
           05  FILLER                      PIC X(15).
           05  PACKT-RECORD-COUNT          PIC 9(07).
           05  PACKT-AMOUNT-TOTAL          PIC 9(11)V99.
           05  PACKT-POSTED-COUNT          PIC 9(07).
           05  PACKT-POSTED-AMOUNT         PIC 9(11)V99.
           05  PACKT-SUSPENDED-COUNT       PIC 9(07).
           05  PACKT-SUSPENDED-AMOUNT      PIC 9(11)V99.
           05  PACKT-REJECTED-COUNT        PIC 9(07).
           05  PACKT-REJECTED-AMOUNT       PIC 9(11)V99.
           05  PACKT-REVIEW-COUNT          PIC 9(07).
           05  PACKT-REVIEW-AMOUNT         PIC 9(11)V99.
           05  PACKT-WAREHOUSED-COUNT      PIC 9(07).
           05  PACKT-WAREHOUSED-AMOUNT     PIC 9(11)V99.
           05  PACKT-UNTRACED-COUNT        PIC 9(07).
           05  PACKT-TIES-SW               PIC X(01).
               88  PACKT-TIES                    VALUE 'Y'.
               88  PACKT-DOES-NOT-TIE            VALUE 'N'.
           05  FILLER                      PIC X(17).
