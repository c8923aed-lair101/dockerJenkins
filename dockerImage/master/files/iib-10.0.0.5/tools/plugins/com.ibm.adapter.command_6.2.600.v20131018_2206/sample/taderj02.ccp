       identification division.
       program-id. TADERJ02.
      ******************************************************************
      *                                                                *
      *  TADERJ02 - SUSPENSE ITEM VIEW, CORRECT AND VOID              *
      *                                                                *
      *  ONLINE SIDE OF THE SUSPENSE CYCLE.  EVERY NIGHT TADERJ01     *
      *  LOADS THE TADEMS29, TADERM10 AND TADERG01 REJECTS ONTO THE   *
      *  SUSPFILE KEYED FILE (SEE SUSPREC).  THIS TRANSACTION,        *
      *  DRIVEN BY SuspenseFunction IN DFHCOMMAREA:                   *
      *    L - LISTS THE ENTRIES STILL OUTSTANDING, A PAGE OF EIGHT,  *
      *        STARTING AT THE SOURCE JOB (AND OPTIONALLY REJECT      *
      *        DATE AND SEQUENCE) PASSED - SPACES LISTS FROM THE TOP; *
      *    N - LISTS THE NEXT PAGE AFTER LastShownKey;                *
      *    V - RETURNS THE ONE ENTRY NAMED BY SourceJob, RejectDate   *
      *        AND SequenceNumber IN FULL: REASON, STATUS, THE        *
      *        ORIGINAL RECORD AND THE CORRECTED RECORD AS IT NOW     *
      *        STANDS;                                                *
      *    C - CORRECTS IT: CorrectedImage REPLACES THE CORRECTED     *
      *        RECORD AND THE ENTRY IS MARKED CORRECTED, FOR THE      *
      *        NEXT TADERJ01 RUN TO RELEASE INTO THE SOURCE JOB'S     *
      *        INPUT.  NOTHING IS EDITED OR APPLIED HERE - THE        *
      *        CORRECTED RECORD GOES THROUGH THE SOURCE JOB'S OWN     *
      *        EDITS LIKE ANY OTHER INPUT;                            *
      *    X - VOIDS IT, WITH THE VoidNote SAYING WHY.                *
      *  ONLY AN OUTSTANDING ENTRY (SUSPENDED, OR CORRECTED AND NOT   *
      *  YET RELEASED) MAY BE CORRECTED OR VOIDED; A CORRECTED ENTRY  *
      *  MAY BE CORRECTED AGAIN UNTIL IT IS RELEASED.  EVERY          *
      *  CORRECTION AND VOID IS STAMPED WITH THE SIGNED-ON USER AND   *
      *  THE TIME.                                                    *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL SUSPENSE TRANSACTION.              *
      *                                                                *
      ******************************************************************
       environment division.
       data division.
       working-storage section.
           copy SUSPREC.
       01  Erj02-Resp               pic s9(8) comp.
       01  Erj02-Resp2              pic s9(8) comp.
       01  Erj02-Abstime            pic s9(15) comp-3.
       01  Erj02-User               pic x(08).
       01  Erj02-Now-Date           pic x(08).
       01  Erj02-Now-Time           pic x(06).
       01  Erj02-Browse-Key         pic x(21).
       01  Erj02-Fill-Count         pic s9(4) comp value zero.
       01  Erj02-Done-Switch        pic x(01) value 'N'.
           88  Erj02-Done               value 'Y'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  SuspenseFunction    PIC X(1).
               88  ListOutstanding     VALUE 'L'.
               88  ListNext            VALUE 'N'.
               88  ViewItem            VALUE 'V'.
               88  CorrectItem         VALUE 'C'.
               88  VoidItem            VALUE 'X'.
           02  SourceJob           PIC X(8).
           02  RejectDate          PIC X(8).
           02  SequenceNumber      PIC 9(5).
           02  SuspenseResponse    PIC X(1).
               88  SuspenseOk          VALUE 'S'.
               88  SuspenseNotFound    VALUE 'N'.
               88  SuspenseNotOpen     VALUE 'X'.
               88  SuspenseBlankInput  VALUE 'B'.
               88  SuspenseInvalidFunction VALUE 'I'.
               88  SuspenseError       VALUE 'E'.
           02  ItemReason          PIC X(2).
           02  ItemStatus          PIC X(1).
           02  OriginalImage       PIC X(131).
           02  CorrectedImage      PIC X(131).
           02  ItemUpdatedBy       PIC X(8).
           02  ItemUpdatedDate     PIC X(8).
           02  ItemUpdatedTime     PIC X(6).
           02  ItemClosedDate      PIC X(8).
           02  VoidNote            PIC X(30).
           02  MoreOutstanding     PIC X(1).
           02  EntryCount          PIC S9(4) COMP.
           02  LastShownKey        PIC X(21).
           02  OutstandingEntry OCCURS 8 TIMES.
               03  EntrySource         PIC X(8).
               03  EntryRejectDate     PIC X(8).
               03  EntrySequence       PIC 9(5).
               03  EntryReason         PIC X(2).
               03  EntryStatus         PIC X(1).
               03  EntryImage          PIC X(40).
       procedure division.
       start-para.
           perform suspense-para thru suspense-exit.
           EXEC CICS RETURN
           END-EXEC.

       suspense-para.
           evaluate true
             when ListOutstanding
               perform list-outstanding-para thru
                   list-outstanding-exit
             when ListNext
               perform list-outstanding-para thru
                   list-outstanding-exit
             when ViewItem
               perform view-item-para thru view-item-exit
             when CorrectItem
               perform update-item-para thru update-item-exit
             when VoidItem
               perform update-item-para thru update-item-exit
             when other
               set SuspenseInvalidFunction to true
           end-evaluate.
       suspense-exit.
           exit.

       list-outstanding-para.
      *    browse SUSPFILE in key order - source job, reject date,
      *    sequence - passing over anything released or voided.  a
      *    first page starts at the key passed (spaces is the top
      *    of the file); a next page restarts at the last key shown
      *    and skips it.  once the page is full, one more
      *    outstanding entry just proves there is another page.
           set SuspenseOk to true
           move zero to EntryCount
           move zero to Erj02-Fill-Count
           move 'N' to MoreOutstanding
           move 'N' to Erj02-Done-Switch
           if ListNext
             move LastShownKey to Erj02-Browse-Key
           else
             move SourceJob to Erj02-Browse-Key(1:8)
             move RejectDate to Erj02-Browse-Key(9:8)
             if SequenceNumber is numeric
               move SequenceNumber to Erj02-Browse-Key(17:5)
             else
               move low-values to Erj02-Browse-Key(17:5)
             end-if
           end-if
           EXEC CICS STARTBR FILE('SUSPFILE')
                     RIDFLD(Erj02-Browse-Key)
                     GTEQ
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp equal DFHRESP(NOTFND)
             set SuspenseNotFound to true
             go to list-outstanding-exit
           end-if
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             go to list-outstanding-exit
           end-if
           perform list-next-para thru list-next-exit
               until Erj02-Done
           EXEC CICS ENDBR FILE('SUSPFILE')
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           move Erj02-Fill-Count to EntryCount
           if EntryCount equal zero
              and not SuspenseError
             set SuspenseNotFound to true
           end-if.
       list-outstanding-exit.
           exit.

       list-next-para.
           EXEC CICS READNEXT FILE('SUSPFILE')
                     INTO(SUSPENSE-RECORD)
                     RIDFLD(Erj02-Browse-Key)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp equal DFHRESP(ENDFILE)
             set Erj02-Done to true
             go to list-next-exit
           end-if
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             set Erj02-Done to true
             go to list-next-exit
           end-if
           if ListNext
              and Susp-Key equal LastShownKey
             go to list-next-exit
           end-if
           if not Susp-Outstanding
             go to list-next-exit
           end-if
           if Erj02-Fill-Count >= 8
             move 'Y' to MoreOutstanding
             set Erj02-Done to true
             go to list-next-exit
           end-if
           add 1 to Erj02-Fill-Count
           move Susp-Source to EntrySource(Erj02-Fill-Count)
           move Susp-Reject-Date to EntryRejectDate(Erj02-Fill-Count)
           move Susp-Sequence to EntrySequence(Erj02-Fill-Count)
           move Susp-Reason to EntryReason(Erj02-Fill-Count)
           move Susp-Status to EntryStatus(Erj02-Fill-Count)
           move Susp-Original-Image to EntryImage(Erj02-Fill-Count)
           move Susp-Key to LastShownKey.
       list-next-exit.
           exit.

       view-item-para.
           move SourceJob to Susp-Source
           move RejectDate to Susp-Reject-Date
           move SequenceNumber to Susp-Sequence
           EXEC CICS READ FILE('SUSPFILE')
                     INTO(SUSPENSE-RECORD)
                     RIDFLD(Susp-Key)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp equal DFHRESP(NOTFND)
             set SuspenseNotFound to true
             go to view-item-exit
           end-if
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             go to view-item-exit
           end-if
           set SuspenseOk to true
           perform return-item-para thru return-item-exit.
       view-item-exit.
           exit.

       update-item-para.
      *    read the named entry for update and check it may still
      *    be changed at all before anything is touched.
           if CorrectItem
              and CorrectedImage equal spaces
             set SuspenseBlankInput to true
             go to update-item-exit
           end-if
           if VoidItem
              and VoidNote equal spaces
             set SuspenseBlankInput to true
             go to update-item-exit
           end-if
           EXEC CICS ASSIGN USERID(Erj02-User)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             go to update-item-exit
           end-if
           move SourceJob to Susp-Source
           move RejectDate to Susp-Reject-Date
           move SequenceNumber to Susp-Sequence
           EXEC CICS READ FILE('SUSPFILE')
                     INTO(SUSPENSE-RECORD)
                     RIDFLD(Susp-Key)
                     UPDATE
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp equal DFHRESP(NOTFND)
             set SuspenseNotFound to true
             go to update-item-exit
           end-if
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             go to update-item-exit
           end-if
           if not Susp-Outstanding
             set SuspenseNotOpen to true
             perform release-item-para thru release-item-exit
             perform return-item-para thru return-item-exit
             go to update-item-exit
           end-if
           EXEC CICS ASKTIME ABSTIME(Erj02-Abstime)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(Erj02-Abstime)
                     YYYYMMDD(Erj02-Now-Date)
                     TIME(Erj02-Now-Time)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if CorrectItem
             move CorrectedImage to Susp-Corrected-Image
             set Susp-Corrected to true
           else
             move VoidNote to Susp-Void-Note
             set Susp-Voided to true
           end-if
           move Erj02-User to Susp-Updated-By
           move Erj02-Now-Date to Susp-Updated-Date
           move Erj02-Now-Time to Susp-Updated-Time
           EXEC CICS REWRITE FILE('SUSPFILE')
                     FROM(SUSPENSE-RECORD)
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC
           if Erj02-Resp not equal DFHRESP(NORMAL)
             set SuspenseError to true
             go to update-item-exit
           end-if
           set SuspenseOk to true
           perform return-item-para thru return-item-exit.
       update-item-exit.
           exit.

       return-item-para.
      *    the entry as it now stands goes back to the caller.
           move Susp-Reason to ItemReason
           move Susp-Status to ItemStatus
           move Susp-Original-Image to OriginalImage
           move Susp-Corrected-Image to CorrectedImage
           move Susp-Updated-By to ItemUpdatedBy
           move Susp-Updated-Date to ItemUpdatedDate
           move Susp-Updated-Time to ItemUpdatedTime
           move Susp-Closed-Date to ItemClosedDate
           move Susp-Void-Note to VoidNote.
       return-item-exit.
           exit.

       release-item-para.
      *    the entry is not going to be changed - give up the update
      *    hold now rather than at task end.
           EXEC CICS UNLOCK FILE('SUSPFILE')
                     RESP(Erj02-Resp)
                     RESP2(Erj02-Resp2)
           END-EXEC.
       release-item-exit.
           exit.
