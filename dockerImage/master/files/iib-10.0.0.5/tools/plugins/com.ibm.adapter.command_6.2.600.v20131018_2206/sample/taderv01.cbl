      *                   Ordh-Order-Total FOR PRE-CONVERSION        *
      *                   HISTORY ENTRIES (SPACES IN THE NEW         *
      *                   FIELDS).                                   *
      *  2026-10-15  DLH  A TADERL01 CANCELLATION REVERSAL (DECISION *
      *                   'C', SEE ORDHREC) NOW GOES TO THE SORT AS  *
      *                   A NEGATIVE BOOKED AMOUNT, NETTING ITS      *
      *                   ORIGINAL ORDER OUT OF THE RECOMPUTE THE    *
      *                   SAME WAY THE CANCELLATION TOOK IT OFF THE  *
      *                   MASTER.                                    *
      *                                                                *
      ******************************************************************
       environment division.
       release-order-para.
           if Ordh-Credit-Decision equal 'A'
              or Ordh-Credit-Decision equal 'W'
              or Ordh-Credit-Cancelled
             move Ordh-Customer-Number to Srto-Customer-Number
             if Ordh-Home-Total is numeric
               move Ordh-Home-Total to Srto-Order-Total
             else
               move Ordh-Order-Total to Srto-Order-Total
             end-if
             if Ordh-Credit-Cancelled
               compute Srto-Order-Total = zero - Srto-Order-Total
             end-if
             release SRTO-RECORD
           end-if
           perform read-hist-para thru read-hist-exit.
