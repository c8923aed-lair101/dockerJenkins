      *                   INSERTION WOULD SHIFT EVERY FIELD BEHIND    *
      *                   IT FOR CALLERS BUILT AGAINST THE OLD        *
      *                   LAYOUT.                                     *
      *  2026-10-15  DLH  DUAL CONTROL ON CREDIT LIMITS: AN ADD, OR A *
      *                   CHANGE THAT RAISES CUST-CREDIT-LIMIT, BY    *
      *                   MORE THAN THE LIMCTL THRESHOLD FOR THE      *
      *                   CUSTOMER'S TYPE (SEE LIMCREC) NO LONGER     *
      *                   TOUCHES CUSTMAST - THE WHOLE REQUEST IS     *
      *                   WRITTEN TO PENDCHG (SEE PENDREC) WITH THE   *
      *                   SIGNED-ON USER AND TIME, AND COMES BACK     *
      *                   WITH THE NEW MaintHeld RESPONSE AND ITS     *
      *                   PENDCHG STAMP IN THE APPENDED               *
      *                   HeldRequestDate/HeldRequestTime.  A SECOND  *
      *                   USER RELEASES IT THROUGH TADERM02.  THE     *
      *                   CHANGE IS MEASURED AGAINST THE TYPE ON FILE *
      *                   - RETYPING A CUSTOMER IN THE SAME REQUEST   *
      *                   DOES NOT BUY IT A LOOSER THRESHOLD.  EVERY  *
      *                   JOURNAL ENTRY NOW CARRIES THE USER ID.      *
      *  2026-10-15  DLH  A FAILED ASSIGN USERID NOW RETURNS          *
      *                   MaintError BEFORE ANYTHING IS READ OR       *
      *                   WRITTEN - IT WAS GOING ON WITH A BLANK OR   *
      *                   STALE USER ON PENDCHG AND CJRN, WHICH ALSO  *
      *                   DEFEATED TADERM02'S DIFFERENT-USER CHECK.   *
      *                                                                *
      ******************************************************************
       environment division.
       working-storage section.
           copy CUSTMAS.
           copy JRNLREC.
           copy LIMCREC.
           copy PENDREC.
       01  Erm01-Resp               pic s9(8) comp.
       01  Erm01-Resp2              pic s9(8) comp.
       01  Erm01-Abstime            pic s9(15) comp-3.
       01  Erm01-Before-Save        pic x(134).
       01  Erm01-User               pic x(08).
       01  Erm01-Check-Type         pic x(01).
       01  Erm01-Old-Limit          pic s9(7)v99 comp-3.
       01  Erm01-Increase           pic s9(7)v99 comp-3.
       01  Erm01-Pct-Limit          pic s9(7)v99 comp-3.
       01  Erm01-Hold-Switch        pic x(01) value 'N'.
           88  Erm01-Hold               value 'Y'.
           88  Erm01-Hold-Error         value 'E'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  FunctionCode        PIC X(1).
               88  MaintInvalidFunction VALUE 'I'.
               88  MaintError          VALUE 'E'.
               88  MaintExposureOpen   VALUE 'X'.
               88  MaintHeld           VALUE 'H'.
           02  CurrencyCode        PIC X(3).
           02  HeldRequestDate     PIC X(8).
           02  HeldRequestTime     PIC X(6).
       procedure division.
       start-para.
           perform maintain-customer-para thru maintain-customer-exit.
           END-EXEC.

       maintain-customer-para.
           move spaces to HeldRequestDate
           move spaces to HeldRequestTime
           EXEC CICS ASSIGN USERID(Erm01-User)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC
           if Erm01-Resp not equal DFHRESP(NORMAL)
             set MaintError to true
             go to maintain-customer-exit
           end-if
           evaluate true
             when AddCustomer
               perform add-customer-para thru add-customer-exit
      *    create a brand new customer master record.  the open
      *    exposure starts at zero - it is TADERC99's to accumulate
      *    and TADERS01's to relieve, not the maintenance caller's.
      *    an opening limit over the type's threshold is held on
      *    PENDCHG for a second user instead of being written.
           move CustomerNumber to Cust-Number
           move zero to Cust-Open-Exposure
           move spaces to Cust-Filler-1
           move CustomerCreditLimit to Cust-Credit-Limit
           move CustomerType to Cust-Type
           move CurrencyCode to Cust-Currency
           move zero to Erm01-Old-Limit
           move CustomerType to Erm01-Check-Type
           perform check-threshold-para thru check-threshold-exit
           if Erm01-Hold-Error
             set MaintError to true
             go to add-customer-exit
           end-if
           if Erm01-Hold
             perform hold-change-para thru hold-change-exit
             go to add-customer-exit
           end-if
           EXEC CICS WRITE FILE('CUSTMAST')
                     FROM(CUST-MASTER-RECORD)
                     RIDFLD(Cust-Number)

       change-customer-para.
      *    read for update, replace the address fields, rewrite.
      *    a limit raised past the threshold for the type on file
      *    gives up the update hold and goes to PENDCHG instead.
           move CustomerNumber to Cust-Number
           EXEC CICS READ FILE('CUSTMAST')
                     INTO(CUST-MASTER-RECORD)
           END-EXEC
           if Erm01-Resp equal DFHRESP(NORMAL)
             move CUST-MASTER-RECORD to Erm01-Before-Save
             move Cust-Type to Erm01-Check-Type
             move zero to Erm01-Old-Limit
             if Cust-Credit-Limit is numeric
               move Cust-Credit-Limit to Erm01-Old-Limit
             end-if
             move FirstName to Cust-First-Name
             move LastName to Cust-Last-Name
             move Street to Cust-Street
             move CustomerCreditLimit to Cust-Credit-Limit
             move CustomerType to Cust-Type
             move CurrencyCode to Cust-Currency
             perform check-threshold-para thru check-threshold-exit
             if Erm01-Hold-Error
               perform release-customer-para thru
                   release-customer-exit
               set MaintError to true
               go to change-customer-exit
             end-if
             if Erm01-Hold
               perform release-customer-para thru
                   release-customer-exit
               perform hold-change-para thru hold-change-exit
               go to change-customer-exit
             end-if
             EXEC CICS REWRITE FILE('CUSTMAST')
                       FROM(CUST-MASTER-RECORD)
                       RESP(Erm01-Resp)
       delete-customer-exit.
           exit.

       release-customer-para.
      *    the master is not going to be rewritten - give up the
      *    update hold now rather than at task end.
           EXEC CICS UNLOCK FILE('CUSTMAST')
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC.
       release-customer-exit.
           exit.

       check-threshold-para.
      *    only an increase can be held: a lower limit takes risk
      *    off the book.  the type's own LIMCTL entry is used, or
      *    the '*' entry when the type has none; with neither the
      *    change goes straight through.  it is held when the
      *    increase is over the dollar amount, or over the
      *    percentage of the limit before it - an add, or a limit
      *    raised from zero, is over any percentage.  a control file
      *    that cannot be read refuses the request rather than
      *    letting it through unchecked.
           move 'N' to Erm01-Hold-Switch
           if CustomerCreditLimit not greater than Erm01-Old-Limit
             go to check-threshold-exit
           end-if
           compute Erm01-Increase =
               CustomerCreditLimit - Erm01-Old-Limit
           move Erm01-Check-Type to Limc-Customer-Type
           EXEC CICS READ FILE('LIMCTL')
                     INTO(LIMIT-CONTROL-RECORD)
                     RIDFLD(Limc-Customer-Type)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC
           if Erm01-Resp equal DFHRESP(NOTFND)
             move '*' to Limc-Customer-Type
             EXEC CICS READ FILE('LIMCTL')
                       INTO(LIMIT-CONTROL-RECORD)
                       RIDFLD(Limc-Customer-Type)
                       RESP(Erm01-Resp)
                       RESP2(Erm01-Resp2)
             END-EXEC
           end-if
           if Erm01-Resp equal DFHRESP(NOTFND)
             go to check-threshold-exit
           end-if
           if Erm01-Resp not equal DFHRESP(NORMAL)
             set Erm01-Hold-Error to true
             go to check-threshold-exit
           end-if
           if Limc-Amount greater than zero
              and Erm01-Increase greater than Limc-Amount
             set Erm01-Hold to true
             go to check-threshold-exit
           end-if
           if Limc-Percent greater than zero
             compute Erm01-Pct-Limit rounded =
                 Erm01-Old-Limit * Limc-Percent / 100
             if Erm01-Increase greater than Erm01-Pct-Limit
               set Erm01-Hold to true
             end-if
           end-if.
       check-threshold-exit.
           exit.

       hold-change-para.
      *    the master image as the request would leave it goes to
      *    PENDCHG under the customer and the time of the request,
      *    with the user who asked.  an add for a number already on
      *    the master is refused now rather than at approval.
           move CUST-MASTER-RECORD to Pend-After-Image
           if AddCustomer
             EXEC CICS READ FILE('CUSTMAST')
                       INTO(CUST-MASTER-RECORD)
                       RIDFLD(Cust-Number)
                       RESP(Erm01-Resp)
                       RESP2(Erm01-Resp2)
             END-EXEC
             if Erm01-Resp equal DFHRESP(NORMAL)
               set MaintDuplicate to true
               go to hold-change-exit
             end-if
             if Erm01-Resp not equal DFHRESP(NOTFND)
               set MaintError to true
               go to hold-change-exit
             end-if
           end-if
           EXEC CICS ASKTIME ABSTIME(Erm01-Abstime)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(Erm01-Abstime)
                     YYYYMMDD(Pend-Request-Date)
                     TIME(Pend-Request-Time)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC
           move CustomerNumber to Pend-Customer-Number
           move FunctionCode to Pend-Function
           set Pend-Pending to true
           move 'TADERM01' to Pend-Source
           move Erm01-User to Pend-Requester
           move spaces to Pend-Approver
           move spaces to Pend-Decision-Date
           move spaces to Pend-Decision-Time
           move Erm01-Old-Limit to Pend-Old-Limit
           move CustomerCreditLimit to Pend-New-Limit
           EXEC CICS WRITE FILE('PENDCHG')
                     FROM(PENDING-CHANGE-RECORD)
                     RIDFLD(Pend-Key)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
           END-EXEC
           if Erm01-Resp equal DFHRESP(NORMAL)
             set MaintHeld to true
             move Pend-Request-Date to HeldRequestDate
             move Pend-Request-Time to HeldRequestTime
           else
             set MaintError to true
           end-if.
       hold-change-exit.
           exit.

       write-journal-para.
      *    one journal entry per successful maintenance action: the
      *    function code, when it happened, and the before and after
           else
             move CUST-MASTER-RECORD to Jrnl-After-Image
           end-if
           move Erm01-User to Jrnl-Requester
           move spaces to Jrnl-Approver
           EXEC CICS ASKTIME ABSTIME(Erm01-Abstime)
                     RESP(Erm01-Resp)
                     RESP2(Erm01-Resp2)
