      *                   CONVERTS AT ONE AND SETS                   *
      *                   OrderCalcWarning SO THE QUOTE IS USABLE    *
      *                   BUT VISIBLY SUSPECT.                       *
      *  2026-10-15  DLH  write-order-history-para NOW BLANKS THE    *
      *                   NEW Ordh-Cancel-Of (SEE ORDHREC) - ONLY A   *
      *                   TADERL01 CANCELLATION REVERSAL CARRIES AN   *
      *                   ORIGINAL ORDER KEY THERE.                  *
      *                                                                *
      ******************************************************************
       environment division.
           move CreditDecision to Ordh-Credit-Decision
           move CurrencyCode to Ordh-Currency-Code
           move HomeOrderTotal to Ordh-Home-Total
           move spaces to Ordh-Cancel-Of
           EXEC CICS WRITEQ TD QUEUE('CORD')
                     FROM(ORDER-HIST-RECORD)
                     LENGTH(LENGTH OF ORDER-HIST-RECORD)
