      *  EDITS EVERY RECORD BEFORE TOUCHING THE FILE, WRITES THE      *
      *  REJECTS WITH A REASON CODE TO MNTREJ, APPLIES THE GOOD ONES  *
      *  TO CUSTMAST, AND PRINTS A CONTROL REPORT (MNTRPT) BALANCING  *
      *  RECORDS READ = APPLIED + REJECTED + HELD WITH THE MASTER     *
      *  FILE'S RECORD COUNT BEFORE AND AFTER THE RUN.  BUILT FOR THE *
      *  MONTHLY ACQUISITION FEEDS THAT WERE BEING KEYED BY HAND      *
      *  THROUGH THE ONLINE TRANSACTION.                              *
      *                                                                *
      *    NF - CHANGE OR DELETE FOR A CUSTOMER NOT ON THE MASTER     *
      *    XP - DELETE FOR A CUSTOMER WITH NONZERO OPEN EXPOSURE      *
      *    IO - THE MASTER FILE REFUSED THE WRITE/REWRITE/DELETE      *
      *    PD - A SECOND HELD CHANGE FOR THE SAME CUSTOMER IN ONE     *
      *         RUN (ONE PENDCHG ENTRY PER CUSTOMER PER RUN STAMP)    *
      *                                                                *
      *  AN ADD, OR A CHANGE RAISING THE CREDIT LIMIT, BY MORE THAN   *
      *  THE LIMCTL THRESHOLD FOR THE TYPE (SEE LIMCREC) IS NOT A     *
      *  REJECT: IT IS HELD ON PENDCHG (SEE PENDREC) FOR A SECOND     *
      *  USER TO APPROVE THROUGH TADERM02, AND COUNTED AS HELD.       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *                   FIELD IS.  SPACES MEANS THE HOME CURRENCY   *
      *                   (USD), SO AN ACQUISITION FEED CUT BEFORE    *
      *                   THE FIELD EXISTED STILL APPLIES CLEANLY.    *
      *  2026-10-15  DLH  EVERY DELETE NOW WRITES THE FULL MASTER     *
      *                   IMAGE TO THE DATED CUSTOMER ARCHIVE         *
      *                   (CUSTARCH, SEE CARCREC) BEFORE THE RECORD   *
      *                   IS DELETED, SO A CUSTOMER PURGED THROUGH    *
      *                   THE TADERD02 DORMANCY FEED CAN BE PUT BACK  *
      *                   BY TADERD03 UNDER THE SAME NUMBER.          *
      *  2026-10-15  DLH  DUAL CONTROL ON CREDIT LIMITS: A CARD THAT  *
      *                   ADDS A CUSTOMER, OR RAISES A LIMIT, BY MORE *
      *                   THAN THE LIMCTL THRESHOLD FOR THE TYPE ON   *
      *                   FILE IS WRITTEN TO PENDCHG INSTEAD OF       *
      *                   CUSTMAST, SAME AS TADERM01.  HELD CARDS ARE *
      *                   A THIRD LEG OF THE READ BALANCE.  NEW PD    *
      *                   REASON.  JOURNAL ENTRIES CARRY TADERM10 AS  *
      *                   REQUESTER.                                  *
      *                                                                *
      ******************************************************************
       environment division.
               organization is line sequential.
           select JOURNAL-FILE assign to MNTJRNL
               organization is sequential.
           select ARCHIVE-FILE assign to CUSTARCH
               organization is sequential.
           select LIMIT-FILE assign to LIMCTL
               organization is indexed
               access mode is random
               record key is Limc-Customer-Type.
           select PENDING-FILE assign to PENDCHG
               organization is indexed
               access mode is random
               record key is Pend-Key.
           select REPORT-FILE assign to MNTRPT
               organization is line sequential.
       data division.
           05  Rej-Reason              PIC X(02).
       fd  JOURNAL-FILE.
           copy JRNLREC.
       fd  ARCHIVE-FILE.
           copy CARCREC.
       fd  LIMIT-FILE.
           copy LIMCREC.
       fd  PENDING-FILE.
           copy PENDREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
               88  Erm10-Count-Eof          VALUE 'Y'.
           05  Erm10-Reject-Switch      PIC X(01) VALUE 'N'.
               88  Erm10-Rejected           VALUE 'Y'.
           05  Erm10-Hold-Switch        PIC X(01) VALUE 'N'.
               88  Erm10-Hold               VALUE 'Y'.
           05  Erm10-Limc-Switch        PIC X(01) VALUE 'N'.
               88  Erm10-Limc-Found         VALUE 'Y'.
           05  Erm10-On-File-Switch     PIC X(01) VALUE 'N'.
               88  Erm10-On-File            VALUE 'Y'.
       01  Erm10-Counters.
           05  Erm10-Read-Count         PIC 9(07) VALUE ZERO.
           05  Erm10-Applied-Count      PIC 9(07) VALUE ZERO.
           05  Erm10-Add-Count          PIC 9(07) VALUE ZERO.
           05  Erm10-Change-Count       PIC 9(07) VALUE ZERO.
           05  Erm10-Delete-Count       PIC 9(07) VALUE ZERO.
           05  Erm10-Archive-Count      PIC 9(07) VALUE ZERO.
           05  Erm10-Reject-Count       PIC 9(07) VALUE ZERO.
           05  Erm10-Held-Count         PIC 9(07) VALUE ZERO.
           05  Erm10-Before-Count       PIC 9(07) VALUE ZERO.
           05  Erm10-After-Count        PIC 9(07) VALUE ZERO.
           05  Erm10-Expected-Count     PIC 9(07) VALUE ZERO.
           05  Erm10-Balance-Work       PIC 9(07) VALUE ZERO.
       01  Erm10-Reason                 PIC X(02) VALUE SPACES.
       01  Erm10-Before-Save            PIC X(134).
       01  Erm10-Check-Type             PIC X(01).
       01  Erm10-Old-Limit              PIC S9(7)V99 VALUE ZERO.
       01  Erm10-Increase               PIC S9(7)V99 VALUE ZERO.
       01  Erm10-Pct-Limit              PIC S9(7)V99 VALUE ZERO.
       01  Erm10-Run-Stamp.
           05  Erm10-Run-Date           PIC X(08).
           05  Erm10-Run-Time-Raw       PIC X(08).
           05  FILLER                   PIC X(28)
               VALUE '   DELETES APPLIED:        '.
           05  Erm10-Delete-Total       PIC ZZZ,ZZZ,ZZ9.
       01  Erm10-Archive-Line.
           05  FILLER                   PIC X(28)
               VALUE '   MASTERS ARCHIVED:       '.
           05  Erm10-Archive-Total      PIC ZZZ,ZZZ,ZZ9.
       01  Erm10-Reject-Line.
           05  FILLER                   PIC X(28)
               VALUE 'TRANSACTIONS REJECTED:     '.
           05  Erm10-Reject-Total       PIC ZZZ,ZZZ,ZZ9.
       01  Erm10-Held-Line.
           05  FILLER                   PIC X(28)
               VALUE 'HELD FOR APPROVAL:         '.
           05  Erm10-Held-Total         PIC ZZZ,ZZZ,ZZ9.
       01  Erm10-After-Line.
           05  FILLER                   PIC X(28)
               VALUE 'MASTER RECORDS AFTER:      '.
           05  Erm10-After-Total        PIC ZZZ,ZZZ,ZZ9.
       01  Erm10-In-Balance-Line.
           05  FILLER                   PIC X(45)
               VALUE 'RUN IN BALANCE - READ = APPLIED+REJECTED+HELD'.
       01  Erm10-Out-Balance-Line.
           05  FILLER                   PIC X(44) VALUE
               '***RUN OUT OF BALANCE - INVESTIGATE BEFORE'.
           open i-o CUSTOMER-FILE
           open output REJECT-FILE
           open output JOURNAL-FILE
           open output ARCHIVE-FILE
           open input LIMIT-FILE
           open i-o PENDING-FILE
           open output REPORT-FILE
           accept Erm10-Run-Date from date yyyymmdd
           accept Erm10-Run-Time-Raw from time

       apply-add-para.
      *    same field moves as TADERM01's add-customer-para, with
      *    the open exposure starting at zero the same way.  an
      *    opening limit over the type's threshold is held instead.
           move Mnt-Customer-Number to Cust-Number
           move Mnt-First-Name to Cust-First-Name
           move Mnt-Last-Name to Cust-Last-Name
           move Mnt-Currency-Code to Cust-Currency
           move zero to Cust-Open-Exposure
           move spaces to Cust-Filler-1
           move zero to Erm10-Old-Limit
           move Mnt-Customer-Type to Erm10-Check-Type
           perform check-threshold-para thru check-threshold-exit
           if Erm10-Hold
             perform hold-change-para thru hold-change-exit
             go to apply-add-exit
           end-if
           write CUST-MASTER-RECORD
               invalid key
                 move 'DU' to Erm10-Reason
      *    read first so the fields the feed does not carry - the
      *    open exposure TADERC99 accumulates - ride through the
      *    change untouched, same as TADERM01's read-then-rewrite.
      *    a limit raised past the threshold for the type on file
      *    goes to PENDCHG instead of being rewritten.
           move Mnt-Customer-Number to Cust-Number
           read CUSTOMER-FILE
               invalid key
                 perform reject-maint-para thru reject-maint-exit
               not invalid key
                 move CUST-MASTER-RECORD to Erm10-Before-Save
                 move Cust-Type to Erm10-Check-Type
                 move zero to Erm10-Old-Limit
                 if Cust-Credit-Limit is numeric
                   move Cust-Credit-Limit to Erm10-Old-Limit
                 end-if
                 move Mnt-First-Name to Cust-First-Name
                 move Mnt-Last-Name to Cust-Last-Name
                 move Mnt-Street to Cust-Street
                 move Mnt-Credit-Limit to Cust-Credit-Limit
                 move Mnt-Customer-Type to Cust-Type
                 move Mnt-Currency-Code to Cust-Currency
                 perform check-threshold-para thru
                     check-threshold-exit
                 if Erm10-Hold
                   perform hold-change-para thru hold-change-exit
                 else
                   perform rewrite-change-para thru
                       rewrite-change-exit
                 end-if
           end-read.
       apply-change-exit.
           exit.
       rewrite-change-exit.
           exit.

       check-threshold-para.
      *    the same test TADERM01 makes online: only an increase can
      *    be held; the type's own LIMCTL entry is used, or the '*'
      *    entry, or with neither the card goes straight through.
      *    held when the increase is over the dollar amount or over
      *    the percentage of the limit before it - an add, or a
      *    limit raised from zero, is over any percentage.
           move 'N' to Erm10-Hold-Switch
           if Mnt-Credit-Limit not greater than Erm10-Old-Limit
             go to check-threshold-exit
           end-if
           compute Erm10-Increase =
               Mnt-Credit-Limit - Erm10-Old-Limit
           move Erm10-Check-Type to Limc-Customer-Type
           move 'Y' to Erm10-Limc-Switch
           read LIMIT-FILE
               invalid key move 'N' to Erm10-Limc-Switch
           end-read
           if not Erm10-Limc-Found
             move '*' to Limc-Customer-Type
             move 'Y' to Erm10-Limc-Switch
             read LIMIT-FILE
                 invalid key move 'N' to Erm10-Limc-Switch
             end-read
           end-if
           if not Erm10-Limc-Found
             go to check-threshold-exit
           end-if
           if Limc-Amount greater than zero
              and Erm10-Increase greater than Limc-Amount
             set Erm10-Hold to true
             go to check-threshold-exit
           end-if
           if Limc-Percent greater than zero
             compute Erm10-Pct-Limit rounded =
                 Erm10-Old-Limit * Limc-Percent / 100
             if Erm10-Increase greater than Erm10-Pct-Limit
               set Erm10-Hold to true
             end-if
           end-if.
       check-threshold-exit.
           exit.

       hold-change-para.
      *    the master image the card would leave goes to PENDCHG
      *    under the customer and the run stamp, with this job as
      *    requester.  an add for a number already on the master is
      *    the DU reject it would have been anyway.
           move CUST-MASTER-RECORD to Pend-After-Image
           if Mnt-Add
             move 'Y' to Erm10-On-File-Switch
             read CUSTOMER-FILE
                 invalid key move 'N' to Erm10-On-File-Switch
             end-read
             if Erm10-On-File
               move 'DU' to Erm10-Reason
               perform reject-maint-para thru reject-maint-exit
               go to hold-change-exit
             end-if
           end-if
           move Mnt-Customer-Number to Pend-Customer-Number
           move Erm10-Run-Date to Pend-Request-Date
           move Erm10-Run-Time-Raw(1:6) to Pend-Request-Time
           move Mnt-Function-Code to Pend-Function
           set Pend-Pending to true
           move 'TADERM10' to Pend-Source
           move 'TADERM10' to Pend-Requester
           move spaces to Pend-Approver
           move spaces to Pend-Decision-Date
           move spaces to Pend-Decision-Time
           move Erm10-Old-Limit to Pend-Old-Limit
           move Mnt-Credit-Limit to Pend-New-Limit
           write PENDING-CHANGE-RECORD
               invalid key
                 move 'PD' to Erm10-Reason
                 perform reject-maint-para thru reject-maint-exit
               not invalid key
                 add 1 to Erm10-Held-Count
           end-write.
       hold-change-exit.
           exit.

       apply-delete-para.
      *    read first so the journal gets a before image of what is
      *    about to disappear - the whole point of journaling a
      *    delete - then delete the record just read.  a customer
      *    still carrying open exposure is rejected (XP), same as
      *    TADERM01's online guard: settle the balance to zero
      *    first, then delete.  the image goes to the customer
      *    archive before the delete is issued, so there is never a
      *    deleted customer without one.
           move Mnt-Customer-Number to Cust-Number
           read CUSTOMER-FILE
               invalid key
                   perform reject-maint-para thru reject-maint-exit
                 else
                   move CUST-MASTER-RECORD to Erm10-Before-Save
                   perform archive-master-para thru
                       archive-master-exit
                   perform delete-read-para thru delete-read-exit
                 end-if
           end-read.
       apply-delete-exit.
           exit.

       archive-master-para.
           move Erm10-Run-Date to Carc-Archive-Date
           move Erm10-Run-Time-Raw(1:6) to Carc-Archive-Time
           move 'TADERM10' to Carc-Job-Name
           move CUST-MASTER-RECORD to Carc-Master-Image
           write CUST-ARCHIVE-RECORD
           add 1 to Erm10-Archive-Count.
       archive-master-exit.
           exit.

       delete-read-para.
           delete CUSTOMER-FILE record
               invalid key
           else
             move CUST-MASTER-RECORD to Jrnl-After-Image
           end-if
           move 'TADERM10' to Jrnl-Requester
           move spaces to Jrnl-Approver
           write JOURNAL-RECORD.
       write-journal-exit.
           exit.
           write RPT-LINE from Erm10-Change-Line
           move Erm10-Delete-Count to Erm10-Delete-Total
           write RPT-LINE from Erm10-Delete-Line
           move Erm10-Archive-Count to Erm10-Archive-Total
           write RPT-LINE from Erm10-Archive-Line
           move Erm10-Reject-Count to Erm10-Reject-Total
           write RPT-LINE from Erm10-Reject-Line
           move Erm10-Held-Count to Erm10-Held-Total
           write RPT-LINE from Erm10-Held-Line
           move Erm10-After-Count to Erm10-After-Total
           write RPT-LINE from Erm10-After-Line
           compute Erm10-Expected-Count =
               - Erm10-Delete-Count
           compute Erm10-Balance-Work =
               Erm10-Applied-Count + Erm10-Reject-Count
               + Erm10-Held-Count
           if Erm10-Balance-Work equal Erm10-Read-Count
              and Erm10-Expected-Count equal Erm10-After-Count
             write RPT-LINE from Erm10-In-Balance-Line
           close CUSTOMER-FILE
           close REJECT-FILE
           close JOURNAL-FILE
           close ARCHIVE-FILE
           close LIMIT-FILE
           close PENDING-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
