      *                   input no longer grinds the whole chain
      *                   through empty files; dormancy is W, the
      *                   exposure report is Q.
      *  2026-10-15 JHM   Added the late-fee assessment (LATEFEE1) as
      *                   step 32, business days, after posting and
      *                   the suspense pass so the night's payments
      *                   count before a due date is judged.
      *  2026-10-15 JHM   Added the returned-mail intake (RTNMAIL1)
      *                   as step 33, business days, no prerequisites
      *                   - it touches only the profile and the
      *                   customer journal.
      *  2026-10-15 JHM   Added the charge-off selection (CHGOFF1) as
      *                   step 34, month-end, after posting and the
      *                   suspense pass so the night's payments count
      *                   before an account is judged.
      *  2026-10-15 JHM   Added the credit-balance refund (REFUND1)
      *                   as step 35, weekly, after posting and the
      *                   suspense pass so a credit balance is judged
      *                   on settled figures.
      *  2026-10-15 JHM   Added the escheatment batch (ESCHPRC1) as
      *                   step 36, month-end, after posting and the
      *                   suspense pass so a listed account's last
      *                   activity is current before the owner is
      *                   judged.
      *  2026-10-15 JHM   Added step 37 STNDGEN1, the
      *                   standing-instruction generator, business
      *                   nights; its output is concatenated ahead of
      *                   TRANSACTION-FILE, so TXNAUD1 (step 02) now
      *                   also waits on it.
      *  2026-10-15 JHM   Added step 38 DSPAGE1, the open dispute
      *                   aging report, every night - the response
      *                   deadline runs in calendar days; no
      *                   prerequisites, it reads only the dispute
      *                   file.
      *  2026-10-15 JHM   Added step 39 TAXSUM1, the year-end
      *                   interest and fee tax summary, on business
      *                   nights after posting and suspense; the
      *                   program itself acts only on the first
      *                   business day of January or on a tax-year
      *                   card.
      *  2026-10-15 JHM   Added step 40 GLPROOF1, the
      *                   subledger-to-ledger proof, on business
      *                   nights once the GL extract (28) has carried
      *                   the control balances forward and the
      *                   customer extract (31) and suspense pass
      *                   (04) are done.
      *  2026-10-15 JHM   Steps 41-44 added: TXNPTN1 - TXNPTN4 post
      *                   the A-FILE by customer-id partition, each
      *                   on the prerequisites the single posting
      *                   step had. Step 03 is now TXNPMRG1, the
      *                   partition merge and proof, waiting on all
      *                   four, so every step that waited on posting
      *                   waits on the proved merge.
      *  2026-10-15 JHM   Step 45 added: PRTACK1, the partner
      *                   record-level acknowledgement, after the
      *                   suspense pass.
      *  2026-10-15 JHM   Added step 46, ENTRPT1, the operator
      *                   entitlement review for the quarterly access
      *                   review, quarter-end only.
      *  2026-10-15 JHM   Added step 47, PCHGEXP1 - expiry of pending
      *                   customer changes left undecided past the
      *                   cutoff, and the day's register of changes
      *                   made, approved, denied, and expired.
      *  2026-10-15 JHM   Step 48: LMTRVW1, the quarterly
      *                   credit-limit review, at quarter-end after
      *                   posting and the collections follow-up.
      *  2026-10-15 JHM   Step 49: DQSCAN1, the weekly customer
      *                   master data-quality scan, after posting and
      *                   the suspense pass.
      *  2026-10-15 JHM   Step 50: TXNHARC1, the month-end
      *                   transaction-history retention offload,
      *                   after posting and every step that reads the
      *                   history.
      *  2026-10-15 JHM   Step 51: LGTXRPT1, large-transaction
      *                   regulatory reporting, after posting and the
      *                   suspense pass, business days only.
      *  2026-10-15 JHM   Step 52: EODSNP1, end-of-day balance
      *                   snapshot, after posting and the suspense
      *                   pass, every night.
      *  2026-10-15 JHM   Step 53: ADBCALC1, average daily balance
      *                   off the snapshot, after EODSNP1, month-end
      *                   only.
      *  2026-10-15 JHM   Step 54: DUNLTR1, collection dunning
      *                   letters, after the collections follow-up,
      *                   business days only.
      *  2026-10-15 JHM   Step 55: CLNTSTM1, consolidated client
      *                   statement, after the end-of-day snapshot,
      *                   month-end only.
      *  2026-10-15 JHM   Step 56: MISSUM1, month-end portfolio MIS
      *                   summary, after the extract, suspense retry,
      *                   service charge, collections follow-up and
      *                   charge-off, month-end only.
      *  2026-10-15 JHM   Step 56 now waits on the interest accrual,
      *                   whose month-end capitalization it reports, in
      *                   place of the charge-off, which feeds none of
      *                   its figures.
      *================================================================*
       01  STEP-TABLE.
           05  FILLER PIC X(24) VALUE '01ERRHAND1 000000000000 '.
           05  FILLER PIC X(24) VALUE '02TXNAUD1  192237000000B'.
           05  FILLER PIC X(24) VALUE '03TXNPMRG1 414243440000B'.
           05  FILLER PIC X(24) VALUE '04SUSPROC1 030000000000B'.
           05  FILLER PIC X(24) VALUE '05SUSPRPT1 040000000000B'.
           05  FILLER PIC X(24) VALUE '06CUSTRPT1 310000000000B'.
           05  FILLER PIC X(24) VALUE '29COLLLOD1 070000000000B'.
           05  FILLER PIC X(24) VALUE '30COLLFUP1 290000000000B'.
           05  FILLER PIC X(24) VALUE '31CUSTXTR1 030400000000B'.
           05  FILLER PIC X(24) VALUE '32LATEFEE1 030400000000B'.
           05  FILLER PIC X(24) VALUE '33RTNMAIL1 000000000000B'.
           05  FILLER PIC X(24) VALUE '34CHGOFF1  030400000000M'.
           05  FILLER PIC X(24) VALUE '35REFUND1  030400000000W'.
           05  FILLER PIC X(24) VALUE '36ESCHPRC1 030400000000M'.
           05  FILLER PIC X(24) VALUE '37STNDGEN1 000000000000B'.
           05  FILLER PIC X(24) VALUE '38DSPAGE1  000000000000 '.
           05  FILLER PIC X(24) VALUE '39TAXSUM1  030400000000B'.
           05  FILLER PIC X(24) VALUE '40GLPROOF1 283104000000B'.
           05  FILLER PIC X(24) VALUE '41TXNPTN1  232000000000B'.
           05  FILLER PIC X(24) VALUE '42TXNPTN2  232000000000B'.
           05  FILLER PIC X(24) VALUE '43TXNPTN3  232000000000B'.
           05  FILLER PIC X(24) VALUE '44TXNPTN4  232000000000B'.
           05  FILLER PIC X(24) VALUE '45PRTACK1  040000000000B'.
           05  FILLER PIC X(24) VALUE '46ENTRPT1  000000000000Q'.
           05  FILLER PIC X(24) VALUE '47PCHGEXP1 000000000000B'.
           05  FILLER PIC X(24) VALUE '48LMTRVW1  030430000000Q'.
           05  FILLER PIC X(24) VALUE '49DQSCAN1  030400000000W'.
           05  FILLER PIC X(24) VALUE '50TXNHARC1 030423303239M'.
           05  FILLER PIC X(24) VALUE '51LGTXRPT1 030400000000B'.
           05  FILLER PIC X(24) VALUE '52EODSNP1  030400000000 '.
           05  FILLER PIC X(24) VALUE '53ADBCALC1 520304000000M'.
           05  FILLER PIC X(24) VALUE '54DUNLTR1  300000000000B'.
           05  FILLER PIC X(24) VALUE '55CLNTSTM1 520304000000M'.
           05  FILLER PIC X(24) VALUE '56MISSUM1  030411213031M'.
       01  FILLER REDEFINES STEP-TABLE.
           05  STEP-TABLE-ENTRY OCCURS 56 TIMES
                   INDEXED BY STEP-IDX.
               10  STEP-NUMBER              PIC 9(02).
               10  STEP-PROGRAM-ID          PIC X(09).
                   88  STEP-WEEKLY                VALUE 'W'.
                   88  STEP-MONTH-END-ONLY        VALUE 'M'.
                   88  STEP-QUARTER-END-ONLY      VALUE 'Q'.
       77  STEP-TABLE-COUNT            PIC 9(02) COMP-3 VALUE 56.
