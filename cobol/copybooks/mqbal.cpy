      *================================================================*
      *  MQBAL.CPY                                                     *
      *  MQ-BAL-MESSAGE - one balance inquiry request message on the   *
      *  balance inquiry queue, materialized for the inquiry service   *
      *  (MQBALIN1) as BAL-REQUEST-QUEUE-FILE the channel lands        *
      *  messages on.  Same envelope as the transaction request        *
      *  (MQTXN.CPY): the sender's message id, echoed on the reply so  *
      *  the sending system can match it, and the reply queue the      *
      *  answer goes back to - followed by the customer id asked       *
      *  about.                                                        *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the MQ balance inquiry service.
      *================================================================*
       01  MQ-BAL-MESSAGE.
           05  MQBAL-MESSAGE-ID            PIC X(12).
           05  MQBAL-REPLY-QUEUE           PIC X(16).
           05  MQBAL-CUST-ID               PIC X(06).
           05  FILLER                      PIC X(74).
