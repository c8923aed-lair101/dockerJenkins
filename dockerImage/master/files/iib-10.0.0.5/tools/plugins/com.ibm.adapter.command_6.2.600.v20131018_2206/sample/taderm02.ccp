       identification division.
       program-id. TADERM02.
      ******************************************************************
      *                                                                *
      *  TADERM02 - CREDIT LIMIT CHANGE APPROVAL                      *
      *                                                                *
      *  SECOND-USER HALF OF THE DUAL CONTROL ON CREDIT LIMITS.  AN   *
      *  ADD OR LIMIT INCREASE OVER THE LIMCTL THRESHOLD FOR THE      *
      *  CUSTOMER'S TYPE (SEE LIMCREC) IS HELD BY TADERM01 OR         *
      *  TADERM10 ON PENDCHG (SEE PENDREC) INSTEAD OF REACHING        *
      *  CUSTMAST.  THIS TRANSACTION, DRIVEN BY ApprovalFunction IN   *
      *  DFHCOMMAREA:                                                 *
      *    L - LISTS THE CHANGES STILL PENDING, A PAGE OF EIGHT,      *
      *        STARTING AT THE CUSTOMER (AND OPTIONALLY REQUEST       *
      *        STAMP) PASSED - SPACES LISTS FROM THE TOP;             *
      *    N - LISTS THE NEXT PAGE AFTER LastShownKey;                *
      *    A - APPROVES THE ONE CHANGE NAMED BY CustomerNumber,       *
      *        RequestDate AND RequestTime: THE HELD MASTER IMAGE IS  *
      *        WRITTEN (ADD), OR THE HELD LIMIT IS SET ON THE MASTER  *
      *        AS IT STANDS NOW (CHANGE), THE ACTION IS JOURNALED TO  *
      *        CJRN WITH BOTH THE REQUESTER'S AND THE APPROVER'S USER *
      *        IDS (SEE JRNLREC), AND THE PENDCHG ENTRY IS MARKED     *
      *        APPROVED;                                              *
      *    R - REJECTS IT: THE PENDCHG ENTRY IS MARKED REJECTED AND   *
      *        THE MASTER IS NOT TOUCHED.                             *
      *  A DECISION MUST COME FROM A SIGNED-ON USER OTHER THAN THE    *
      *  ONE WHO MADE THE REQUEST (ApprovalSameUser), AND ONLY ON AN  *
      *  ENTRY STILL PENDING.  NOTHING STOPS OTHER MAINTENANCE OF     *
      *  THE CUSTOMER WHILE A CHANGE WAITS, SO AN APPROVED CHANGE     *
      *  SETS ONLY CUST-CREDIT-LIMIT AND LEAVES EVERY OTHER FIELD AS  *
      *  THE MASTER CARRIES IT AT APPROVAL; ANY OTHER FIELDS KEYED    *
      *  WITH THE HELD REQUEST ARE NOT APPLIED AND ARE RE-KEYED ONCE  *
      *  IT IS DECIDED.  IF THE MASTER'S LIMIT IS NO LONGER THE ONE   *
      *  THE REQUEST WAS MEASURED FROM (Pend-Old-Limit) - ANOTHER     *
      *  CHANGE HAS MOVED IT - THE APPROVAL COMES BACK ApprovalStale  *
      *  AND THE ENTRY STAYS PENDING FOR THE APPROVER TO REJECT.      *
      *  THE MASTER UPDATE, THE JOURNAL ENTRY AND THE PENDCHG         *
      *  DECISION STAND OR FALL TOGETHER.                             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL CREDIT LIMIT APPROVAL TRANSACTION. *
      *  2026-10-15  DLH  AN APPROVED CHANGE NOW SETS ONLY THE HELD   *
      *                   LIMIT ON THE MASTER READ FOR UPDATE INSTEAD *
      *                   OF REWRITING THE WHOLE HELD IMAGE, WHICH    *
      *                   UNDID ANY MAINTENANCE MADE SINCE THE        *
      *                   REQUEST.  A LIMIT THAT HAS MOVED SINCE THE  *
      *                   REQUEST COMES BACK THE NEW ApprovalStale.   *
      *                                                                *
      ******************************************************************
       environment division.
       data division.
       working-storage section.
           copy CUSTMAS.
           copy JRNLREC.
           copy PENDREC.
       01  Erm02-Resp               pic s9(8) comp.
       01  Erm02-Resp2              pic s9(8) comp.
       01  Erm02-Abstime            pic s9(15) comp-3.
       01  Erm02-User               pic x(08).
       01  Erm02-Now-Date           pic x(08).
       01  Erm02-Now-Time           pic x(06).
       01  Erm02-Before-Save        pic x(134).
       01  Erm02-Limit-Save         pic s9(7)v99 comp-3.
       01  Erm02-Browse-Key         pic x(19).
       01  Erm02-Fill-Count         pic s9(4) comp value zero.
       01  Erm02-Done-Switch        pic x(01) value 'N'.
           88  Erm02-Done               value 'Y'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  ApprovalFunction    PIC X(1).
               88  ListPending         VALUE 'L'.
               88  ListNext            VALUE 'N'.
               88  ApproveChange       VALUE 'A'.
               88  RejectChange        VALUE 'R'.
           02  CustomerNumber      PIC X(5).
           02  RequestDate         PIC X(8).
           02  RequestTime         PIC X(6).
           02  ApprovalResponse    PIC X(1).
               88  ApprovalOk          VALUE 'S'.
               88  ApprovalNotFound    VALUE 'N'.
               88  ApprovalNotPending  VALUE 'X'.
               88  ApprovalSameUser    VALUE 'U'.
               88  ApprovalDuplicate   VALUE 'D'.
               88  ApprovalNoCustomer  VALUE 'M'.
               88  ApprovalStale       VALUE 'L'.
               88  ApprovalInvalidFunction VALUE 'I'.
               88  ApprovalError       VALUE 'E'.
           02  MorePending         PIC X(1).
           02  EntryCount          PIC S9(4) COMP.
           02  LastShownKey        PIC X(19).
           02  PendingEntry OCCURS 8 TIMES.
               03  EntryNumber         PIC X(5).
               03  EntryRequestDate    PIC X(8).
               03  EntryRequestTime    PIC X(6).
               03  EntryFunction       PIC X(1).
               03  EntrySource         PIC X(8).
               03  EntryRequester      PIC X(8).
               03  EntryLastName       PIC X(25).
               03  EntryOldLimit       PIC S9(7)V99 COMP-3.
               03  EntryNewLimit       PIC S9(7)V99 COMP-3.
       procedure division.
       start-para.
           perform approval-para thru approval-exit.
           EXEC CICS RETURN
           END-EXEC.

       approval-para.
           evaluate true
             when ListPending
               perform list-pending-para thru list-pending-exit
             when ListNext
               perform list-pending-para thru list-pending-exit
             when ApproveChange
               perform decide-change-para thru decide-change-exit
             when RejectChange
               perform decide-change-para thru decide-change-exit
             when other
               set ApprovalInvalidFunction to true
           end-evaluate.
       approval-exit.
           exit.

       list-pending-para.
      *    browse PENDCHG in key order - customer, then request
      *    stamp - passing over anything already decided.  a first
      *    page starts at the key passed (spaces is the top of the
      *    file); a next page restarts at the last key shown and
      *    skips it.  once the page is full, one more pending entry
      *    just proves there is another page.
           set ApprovalOk to true
           move zero to EntryCount
           move zero to Erm02-Fill-Count
           move 'N' to MorePending
           move 'N' to Erm02-Done-Switch
           if ListNext
             move LastShownKey to Erm02-Browse-Key
           else
             move CustomerNumber to Erm02-Browse-Key(1:5)
             move RequestDate to Erm02-Browse-Key(6:8)
             move RequestTime to Erm02-Browse-Key(14:6)
           end-if
           EXEC CICS STARTBR FILE('PENDCHG')
                     RIDFLD(Erm02-Browse-Key)
                     GTEQ
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(NOTFND)
             set ApprovalNotFound to true
             go to list-pending-exit
           end-if
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             go to list-pending-exit
           end-if
           perform list-next-para thru list-next-exit
               until Erm02-Done
           EXEC CICS ENDBR FILE('PENDCHG')
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           move Erm02-Fill-Count to EntryCount
           if EntryCount equal zero
              and not ApprovalError
             set ApprovalNotFound to true
           end-if.
       list-pending-exit.
           exit.

       list-next-para.
           EXEC CICS READNEXT FILE('PENDCHG')
                     INTO(PENDING-CHANGE-RECORD)
                     RIDFLD(Erm02-Browse-Key)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(ENDFILE)
             set Erm02-Done to true
             go to list-next-exit
           end-if
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             set Erm02-Done to true
             go to list-next-exit
           end-if
           if ListNext
              and Pend-Key equal LastShownKey
             go to list-next-exit
           end-if
           if not Pend-Pending
             go to list-next-exit
           end-if
           if Erm02-Fill-Count >= 8
             move 'Y' to MorePending
             set Erm02-Done to true
             go to list-next-exit
           end-if
           add 1 to Erm02-Fill-Count
           move Pend-After-Image to CUST-MASTER-RECORD
           move Pend-Customer-Number to EntryNumber(Erm02-Fill-Count)
           move Pend-Request-Date
               to EntryRequestDate(Erm02-Fill-Count)
           move Pend-Request-Time
               to EntryRequestTime(Erm02-Fill-Count)
           move Pend-Function to EntryFunction(Erm02-Fill-Count)
           move Pend-Source to EntrySource(Erm02-Fill-Count)
           move Pend-Requester to EntryRequester(Erm02-Fill-Count)
           move Cust-Last-Name to EntryLastName(Erm02-Fill-Count)
           move Pend-Old-Limit to EntryOldLimit(Erm02-Fill-Count)
           move Pend-New-Limit to EntryNewLimit(Erm02-Fill-Count)
           move Pend-Key to LastShownKey.
       list-next-exit.
           exit.

       decide-change-para.
      *    read the named entry for update and check it may be
      *    decided by this user at all before anything is touched.
           EXEC CICS ASSIGN USERID(Erm02-User)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             go to decide-change-exit
           end-if
           move CustomerNumber to Pend-Customer-Number
           move RequestDate to Pend-Request-Date
           move RequestTime to Pend-Request-Time
           EXEC CICS READ FILE('PENDCHG')
                     INTO(PENDING-CHANGE-RECORD)
                     RIDFLD(Pend-Key)
                     UPDATE
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(NOTFND)
             set ApprovalNotFound to true
             go to decide-change-exit
           end-if
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             go to decide-change-exit
           end-if
           if not Pend-Pending
             set ApprovalNotPending to true
             perform release-pending-para thru release-pending-exit
             go to decide-change-exit
           end-if
           if Pend-Requester equal Erm02-User
             set ApprovalSameUser to true
             perform release-pending-para thru release-pending-exit
             go to decide-change-exit
           end-if
           EXEC CICS ASKTIME ABSTIME(Erm02-Abstime)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(Erm02-Abstime)
                     YYYYMMDD(Erm02-Now-Date)
                     TIME(Erm02-Now-Time)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if RejectChange
             set Pend-Rejected to true
             perform mark-decided-para thru mark-decided-exit
             go to decide-change-exit
           end-if
           if Pend-Add
             perform apply-add-para thru apply-add-exit
           else
             perform apply-change-para thru apply-change-exit
           end-if
           if not ApprovalOk
             go to decide-change-exit
           end-if
           perform write-journal-para thru write-journal-exit
           if not ApprovalOk
             go to decide-change-exit
           end-if
           set Pend-Approved to true
           perform mark-decided-para thru mark-decided-exit.
       decide-change-exit.
           exit.

       apply-add-para.
      *    the held image is the whole new record, open exposure
      *    zero, exactly as TADERM01 or TADERM10 would have written
      *    it.  a number added since the request was made comes
      *    back ApprovalDuplicate and the entry stays pending for
      *    the approver to reject.
           move Pend-After-Image to CUST-MASTER-RECORD
           EXEC CICS WRITE FILE('CUSTMAST')
                     FROM(CUST-MASTER-RECORD)
                     RIDFLD(Cust-Number)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(NORMAL)
             set ApprovalOk to true
             move low-values to Erm02-Before-Save
           else if Erm02-Resp equal DFHRESP(DUPREC)
             set ApprovalDuplicate to true
             perform release-pending-para thru release-pending-exit
           else
             set ApprovalError to true
             perform release-pending-para thru release-pending-exit
           end-if
           end-if.
       apply-add-exit.
           exit.

       apply-change-para.
      *    only the limit comes from the entry - every other field
      *    is the master's own, as it stands now.  a limit moved
      *    since the request means the increase was measured from
      *    a figure that is gone, so the master is released and
      *    the entry stays pending.
           move Pend-Customer-Number to Cust-Number
           EXEC CICS READ FILE('CUSTMAST')
                     INTO(CUST-MASTER-RECORD)
                     RIDFLD(Cust-Number)
                     UPDATE
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(NOTFND)
             set ApprovalNoCustomer to true
             perform release-pending-para thru release-pending-exit
             go to apply-change-exit
           end-if
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             perform release-pending-para thru release-pending-exit
             go to apply-change-exit
           end-if
           move CUST-MASTER-RECORD to Erm02-Before-Save
           move zero to Erm02-Limit-Save
           if Cust-Credit-Limit is numeric
             move Cust-Credit-Limit to Erm02-Limit-Save
           end-if
           if Erm02-Limit-Save not equal Pend-Old-Limit
             set ApprovalStale to true
             perform release-customer-para thru release-customer-exit
             perform release-pending-para thru release-pending-exit
             go to apply-change-exit
           end-if
           move Pend-New-Limit to Cust-Credit-Limit
           EXEC CICS REWRITE FILE('CUSTMAST')
                     FROM(CUST-MASTER-RECORD)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             perform back-out-para thru back-out-exit
             go to apply-change-exit
           end-if
           set ApprovalOk to true.
       apply-change-exit.
           exit.

       write-journal-para.
      *    the same CJRN entry TADERM01 writes, carrying both user
      *    ids.  unlike TADERM01's entry it is part of the unit of
      *    work - an approved limit with no journal of who approved
      *    it is the finding dual control exists to close - so a
      *    queue failure backs the approval out.
           move Pend-Function to Jrnl-Function
           move Erm02-Now-Date to Jrnl-Date
           move Erm02-Now-Time to Jrnl-Time
           move Erm02-Before-Save to Jrnl-Before-Image
           move CUST-MASTER-RECORD to Jrnl-After-Image
           move Pend-Requester to Jrnl-Requester
           move Erm02-User to Jrnl-Approver
           EXEC CICS WRITEQ TD QUEUE('CJRN')
                     FROM(JOURNAL-RECORD)
                     LENGTH(LENGTH OF JOURNAL-RECORD)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp not equal DFHRESP(NORMAL)
             set ApprovalError to true
             perform back-out-para thru back-out-exit
           end-if.
       write-journal-exit.
           exit.

       mark-decided-para.
      *    the entry stays on PENDCHG with its decision, who made it
      *    and when, for the TADERM11 report.
           move Erm02-User to Pend-Approver
           move Erm02-Now-Date to Pend-Decision-Date
           move Erm02-Now-Time to Pend-Decision-Time
           EXEC CICS REWRITE FILE('PENDCHG')
                     FROM(PENDING-CHANGE-RECORD)
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC
           if Erm02-Resp equal DFHRESP(NORMAL)
             set ApprovalOk to true
           else
             set ApprovalError to true
             perform back-out-para thru back-out-exit
           end-if.
       mark-decided-exit.
           exit.

       release-pending-para.
      *    the entry is not going to be decided - give up the update
      *    hold now rather than at task end.
           EXEC CICS UNLOCK FILE('PENDCHG')
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC.
       release-pending-exit.
           exit.

       release-customer-para.
      *    the master is not going to be rewritten - give up the
      *    update hold now rather than at task end.
           EXEC CICS UNLOCK FILE('CUSTMAST')
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC.
       release-customer-exit.
           exit.

       back-out-para.
      *    undo whatever this task already changed - the master
      *    update and the PENDCHG decision go back together.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(Erm02-Resp)
                     RESP2(Erm02-Resp2)
           END-EXEC.
       back-out-exit.
           exit.
