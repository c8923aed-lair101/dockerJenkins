       identification division.
       program-id. TADERL01.
      ******************************************************************
      *                                                                *
      *  TADERL01 - BOOKED ORDER CANCELLATION                         *
      *                                                                *
      *  COMPANION TRANSACTION TO TADERC99 AND THE TADERY01 ORDER     *
      *  HISTORY INQUIRY.  A CUSTOMER WHO CANCELS AN ORDER TADERC99   *
      *  BOOKED WAS STILL CARRYING ITS DOLLARS IN CUST-OPEN-EXPOSURE  *
      *  UNTIL A SETTLEMENT THAT WOULD NEVER COME, AND THE ORDER      *
      *  STAYED ON THE REGISTER AND THE STATEMENT AS BOOKED.  THE     *
      *  CALLER PASSES THE CUSTOMER NUMBER AND THE ORDER'S ORDHKEY    *
      *  DATE/TIME/SEQUENCE (AS TADERY01 SHOWS IT) IN DFHCOMMAREA.    *
      *  THE ORDER MUST BE ON ORDHKEY, BOOKED (DECISION A OR W) AND   *
      *  NOT ALREADY CANCELLED.  THE TRANSACTION THEN:                *
      *    - RELIEVES CUST-OPEN-EXPOSURE BY THE ORDER'S HOME-         *
      *      CURRENCY TOTAL, FLOORED AT ZERO THE SAME WAY TADERS01    *
      *      FLOORS A SETTLEMENT;                                     *
      *    - REWRITES THE ORDHKEY ENTRY WITH DECISION 'C' SO THE      *
      *      INQUIRY AND A SECOND CANCEL SEE IT IS NO LONGER BOOKED;  *
      *    - QUEUES A REVERSAL ENTRY TO CORD (SEE ORDHREC) - DATED    *
      *      NOW, CARRYING THE ORIGINAL AMOUNTS AND KEY - FOR         *
      *      TADERO01 TO APPEND TO ORDHIST AND TAKE OUT OF THE        *
      *      BOOKED TOTALS.                                           *
      *  ALL THREE UPDATES STAND OR FALL TOGETHER: A FAILURE ON ANY   *
      *  OF THEM ROLLS THE UNIT OF WORK BACK AND RETURNS              *
      *  CancelError.  AN ORDER PRICED TODAY IS NOT ON ORDHKEY UNTIL  *
      *  TONIGHT'S TADERO01 RUN AND COMES BACK CancelNotFound.        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL ORDER CANCELLATION TRANSACTION.    *
      *                                                                *
      ******************************************************************
       environment division.
       data division.
       working-storage section.
           copy CUSTMAS.
           copy ORDKREC.
           copy ORDHREC.
       01  Erl01-Resp               pic s9(8) comp.
       01  Erl01-Resp2              pic s9(8) comp.
       01  Erl01-Abstime            pic s9(15) comp-3.
       01  Erl01-Relief-Work        pic s9(7)v99 comp-3.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CustomerNumber      PIC X(5).
           02  OrderDate           PIC X(8).
           02  OrderTime           PIC X(6).
           02  OrderSeq            PIC 9(3).
           02  CancelResponse      PIC X(1).
               88  CancelOk            VALUE 'S'.
               88  CancelNotFound      VALUE 'N'.
               88  CancelNotBooked     VALUE 'R'.
               88  CancelAlreadyDone   VALUE 'X'.
               88  CancelNoCustomer    VALUE 'M'.
               88  CancelError         VALUE 'E'.
           02  CancelledHomeTotal  PIC S9(7)V99 COMP-3.
           02  ExposureRelieved    PIC S9(7)V99 COMP-3.
           02  NewOpenExposure     PIC S9(7)V99 COMP-3.
       procedure division.
       start-para.
           perform cancel-order-para thru cancel-order-exit.
           EXEC CICS RETURN
           END-EXEC.

       cancel-order-para.
      *    find the order under the key the caller sent and check it
      *    is still a booked order before anything is touched.  a
      *    refused quote ('O') never reached the exposure balance and
      *    has nothing to cancel.
           move zero to CancelledHomeTotal
           move zero to ExposureRelieved
           move zero to NewOpenExposure
           move CustomerNumber to Ordk-Customer-Number
           move OrderDate to Ordk-Date
           move OrderTime to Ordk-Time
           move OrderSeq to Ordk-Seq
           EXEC CICS READ FILE('ORDHKEY')
                     INTO(ORDER-KEY-RECORD)
                     RIDFLD(Ordk-Key)
                     UPDATE
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           if Erl01-Resp equal DFHRESP(NOTFND)
             set CancelNotFound to true
             go to cancel-order-exit
           end-if
           if Erl01-Resp not equal DFHRESP(NORMAL)
             set CancelError to true
             go to cancel-order-exit
           end-if
           if Ordk-Credit-Cancelled
             set CancelAlreadyDone to true
             perform release-order-para thru release-order-exit
             go to cancel-order-exit
           end-if
           if not Ordk-Credit-Approved
              and not Ordk-Credit-Warning
             set CancelNotBooked to true
             perform release-order-para thru release-order-exit
             go to cancel-order-exit
           end-if
           if Ordk-Home-Total is numeric
             move Ordk-Home-Total to CancelledHomeTotal
           else
             move Ordk-Order-Total to CancelledHomeTotal
           end-if
           perform relieve-exposure-para thru relieve-exposure-exit
           if not CancelOk
             go to cancel-order-exit
           end-if
           perform mark-cancelled-para thru mark-cancelled-exit
           if not CancelOk
             go to cancel-order-exit
           end-if
           perform write-reversal-para thru write-reversal-exit.
       cancel-order-exit.
           exit.

       release-order-para.
      *    the order is not going to be changed - give up the update
      *    hold now rather than at task end.
           EXEC CICS UNLOCK FILE('ORDHKEY')
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC.
       release-order-exit.
           exit.

       relieve-exposure-para.
      *    take the order's home-currency total back off the open
      *    exposure.  relief larger than the balance (a settlement
      *    already applied against this order, or a booking the
      *    zero floor already clipped) stops at zero - the master
      *    never carries a negative exposure - and ExposureRelieved
      *    tells the caller what actually came off.  a record from
      *    before the exposure field existed is a zero balance.
           move CustomerNumber to Cust-Number
           EXEC CICS READ FILE('CUSTMAST')
                     INTO(CUST-MASTER-RECORD)
                     RIDFLD(Cust-Number)
                     UPDATE
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           if Erl01-Resp equal DFHRESP(NOTFND)
             set CancelNoCustomer to true
             perform release-order-para thru release-order-exit
             go to relieve-exposure-exit
           end-if
           if Erl01-Resp not equal DFHRESP(NORMAL)
             set CancelError to true
             perform release-order-para thru release-order-exit
             go to relieve-exposure-exit
           end-if
           if Cust-Open-Exposure not numeric
             move zero to Cust-Open-Exposure
           end-if
           if CancelledHomeTotal > Cust-Open-Exposure
             move Cust-Open-Exposure to Erl01-Relief-Work
             move zero to Cust-Open-Exposure
           else
             move CancelledHomeTotal to Erl01-Relief-Work
             subtract CancelledHomeTotal from Cust-Open-Exposure
           end-if
           EXEC CICS REWRITE FILE('CUSTMAST')
                     FROM(CUST-MASTER-RECORD)
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           if Erl01-Resp not equal DFHRESP(NORMAL)
             set CancelError to true
             perform back-out-para thru back-out-exit
             go to relieve-exposure-exit
           end-if
           move Erl01-Relief-Work to ExposureRelieved
           move Cust-Open-Exposure to NewOpenExposure
           set CancelOk to true.
       relieve-exposure-exit.
           exit.

       mark-cancelled-para.
      *    the ORDHKEY entry is rewritten in place with decision 'C'
      *    - the key and amounts stand, so the inquiry still shows
      *    what was ordered and a second cancel is refused.
           set Ordk-Credit-Cancelled to true
           EXEC CICS REWRITE FILE('ORDHKEY')
                     FROM(ORDER-KEY-RECORD)
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           if Erl01-Resp not equal DFHRESP(NORMAL)
             set CancelError to true
             perform back-out-para thru back-out-exit
           end-if.
       mark-cancelled-exit.
           exit.

       write-reversal-para.
      *    the reversal entry for tonight's TADERO01 run: dated now,
      *    so the statement and the register pick it up in the
      *    period the exposure actually came down, with the original
      *    order's amounts and its ORDHKEY key in Ordh-Cancel-Of.
      *    ORDHKEY carries no type or country, so those come from
      *    the master just read.  unlike TADERC99's order entry the
      *    reversal is part of the unit of work - without it the
      *    booked history would never net the order out, and the
      *    exposure proof would flag the relief as drift - so a
      *    queue failure backs out the whole cancellation.
           EXEC CICS ASKTIME ABSTIME(Erl01-Abstime)
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(Erl01-Abstime)
                     YYYYMMDD(Ordh-Date)
                     TIME(Ordh-Time)
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           move Ordk-Customer-Number to Ordh-Customer-Number
           move Cust-Type to Ordh-Customer-Type
           move Cust-Country to Ordh-Country
           move Ordk-Order-Amount to Ordh-Order-Amount
           move Ordk-Discount-Percent to Ordh-Discount-Percent
           move Ordk-Order-Total to Ordh-Order-Total
           move Ordk-Calc-Warning to Ordh-Calc-Warning
           set Ordh-Credit-Cancelled to true
           move Ordk-Currency-Code to Ordh-Currency-Code
           move CancelledHomeTotal to Ordh-Home-Total
           move Ordk-Date to Ordh-Orig-Date
           move Ordk-Time to Ordh-Orig-Time
           move Ordk-Seq to Ordh-Orig-Seq
           EXEC CICS WRITEQ TD QUEUE('CORD')
                     FROM(ORDER-HIST-RECORD)
                     LENGTH(LENGTH OF ORDER-HIST-RECORD)
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC
           if Erl01-Resp not equal DFHRESP(NORMAL)
             set CancelError to true
             perform back-out-para thru back-out-exit
           end-if.
       write-reversal-exit.
           exit.

       back-out-para.
      *    undo whatever this task already changed - the exposure
      *    rewrite and the ORDHKEY rewrite go back together.
           move zero to ExposureRelieved
           move zero to NewOpenExposure
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(Erl01-Resp)
                     RESP2(Erl01-Resp2)
           END-EXEC.
       back-out-exit.
           exit.
