       identification division.
       program-id. TADERM11.
      ******************************************************************
      *                                                                *
      *  TADERM11 - CREDIT LIMIT DUAL CONTROL REPORT                  *
      *                                                                *
      *  NIGHTLY LISTING OF THE PENDCHG PENDING-CHANGE FILE (SEE      *
      *  PENDREC) BEHIND THE CREDIT LIMIT DUAL CONTROL: ADDS AND      *
      *  LIMIT INCREASES TADERM01 AND TADERM10 HELD OVER THE LIMCTL   *
      *  THRESHOLD (SEE LIMCREC) AND WHAT TADERM02 HAS DONE WITH      *
      *  THEM.  THREE SECTIONS ON PNDRPT:                             *
      *    - EVERY CHANGE STILL PENDING, WITH ITS AGE IN DAYS AND A   *
      *      WARNING ON ANYTHING WAITING MORE THAN A DAY - A LIMIT    *
      *      THE CUSTOMER NEEDS IS NOT IN FORCE UNTIL IT IS APPROVED; *
      *    - CHANGES APPROVED, AND                                    *
      *    - CHANGES REJECTED, IN THE DECISION WINDOW - DECIDED ON    *
      *      THE AS-OF DATE OR THE N DAYS BEFORE IT (PNDPARM) - WITH  *
      *      WHO APPROVED OR REJECTED THEM AND WHEN.                  *
      *  OLDER DECISIONS STAY ON PENDCHG AND ARE COUNTED, NOT LISTED. *
      *                                                                *
      *  PNDPARM RECORD: COL 1-8   AS-OF DATE YYYYMMDD (DEFAULT THE   *
      *                            RUN DATE)                          *
      *                  COL 9-11  DAYS OF DECISIONS TO LIST 999      *
      *                            (DEFAULT 001)                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL DUAL CONTROL REPORT.               *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PENDING-FILE assign to PENDCHG
               organization is indexed
               access mode is sequential
               record key is Pend-Key.
           select optional PARM-FILE assign to PNDPARM
               organization is line sequential
               file status is Erm11-Parm-Status.
           select REPORT-FILE assign to PNDRPT
               organization is line sequential.
       data division.
       file section.
       fd  PENDING-FILE.
           copy PENDREC.
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-As-Of-Date          PIC X(08).
           05  Parm-Window-Days         PIC 9(03).
           05  FILLER                   PIC X(69).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
           copy CUSTMAS.
       01  Erm11-Switches.
           05  Erm11-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Erm11-Eof                VALUE 'Y'.
           05  Erm11-Date-Ok-Switch     PIC X(01) VALUE 'N'.
               88  Erm11-Date-Ok            VALUE 'Y'.
           05  Erm11-Window-Switch      PIC X(01) VALUE 'N'.
               88  Erm11-In-Window          VALUE 'Y'.
       01  Erm11-Counters.
           05  Erm11-Read-Count         PIC 9(07) VALUE ZERO.
           05  Erm11-Pending-Count      PIC 9(07) VALUE ZERO.
           05  Erm11-Overdue-Count      PIC 9(07) VALUE ZERO.
           05  Erm11-Approved-Count     PIC 9(07) VALUE ZERO.
           05  Erm11-Rejected-Count     PIC 9(07) VALUE ZERO.
           05  Erm11-Earlier-Count      PIC 9(07) VALUE ZERO.
           05  Erm11-Section-Count      PIC 9(07) VALUE ZERO.
           05  Erm11-Listed-Count       PIC 9(07) VALUE ZERO.
       01  Erm11-Parm-Status            PIC X(02).
       01  Erm11-Run-Date               PIC X(08).
       01  Erm11-Run-Time-Raw           PIC X(08).
       01  Erm11-As-Of-Date             PIC X(08).
       01  Erm11-As-Of-Time             PIC X(06).
       01  Erm11-As-Of-Serial           PIC S9(07) VALUE ZERO.
       01  Erm11-Window-Days            PIC 9(03) VALUE 001.
       01  Erm11-Window-Serial          PIC S9(07) VALUE ZERO.
       01  Erm11-Age-Days               PIC S9(07) VALUE ZERO.
       01  Erm11-Pass-Status            PIC X(01).
           88  Erm11-Pass-Pending           VALUE 'P'.
           88  Erm11-Pass-Approved          VALUE 'A'.
           88  Erm11-Pass-Rejected          VALUE 'R'.
      *    day-serial work: a date is turned into a count of days so
      *    two dates can be subtracted.  days before each month in a
      *    common year come from the table; the leap day is added
      *    for march onward in a leap year.
       01  Erm11-Date-Work.
           05  Erm11-Dw-Year            PIC 9(04).
           05  Erm11-Dw-Month           PIC 9(02).
           05  Erm11-Dw-Day             PIC 9(02).
       01  Erm11-Serial-Work.
           05  Erm11-Day-Serial         PIC S9(07) VALUE ZERO.
           05  Erm11-Prior-Years        PIC 9(04) VALUE ZERO.
           05  Erm11-Leap-4             PIC 9(04) VALUE ZERO.
           05  Erm11-Leap-100           PIC 9(04) VALUE ZERO.
           05  Erm11-Leap-400           PIC 9(04) VALUE ZERO.
           05  Erm11-Quotient           PIC 9(04) VALUE ZERO.
           05  Erm11-Rem-4              PIC 9(03) VALUE ZERO.
           05  Erm11-Rem-100            PIC 9(03) VALUE ZERO.
           05  Erm11-Rem-400            PIC 9(03) VALUE ZERO.
       01  Erm11-Cum-Days-Values.
           05  FILLER                   PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  Erm11-Cum-Days-Table REDEFINES Erm11-Cum-Days-Values.
           05  Erm11-Cum-Days           PIC 9(03) OCCURS 12 TIMES.
       01  Erm11-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(46)
               VALUE 'TADERM11 - CREDIT LIMIT DUAL CONTROL REPORT'.
           05  FILLER                   PIC X(07) VALUE 'AS OF: '.
           05  Erm11-Hdr-Date           PIC X(08).
       01  Erm11-Pending-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'CHANGES STILL PENDING APPROVAL'.
       01  Erm11-Decided-Hdr-Line.
           05  Erm11-Dh-Label           PIC X(18).
           05  FILLER                   PIC X(16)
               VALUE ' DECIDED IN THE '.
           05  Erm11-Dh-Days            PIC ZZ9.
           05  FILLER                   PIC X(17)
               VALUE ' DAY(S) UP TO:   '.
           05  Erm11-Dh-Date            PIC X(08).
       01  Erm11-Col-Line.
           05  FILLER                   PIC X(07) VALUE 'CUST'.
           05  FILLER                   PIC X(17) VALUE 'LAST NAME'.
           05  FILLER                   PIC X(03) VALUE 'FN'.
           05  FILLER                   PIC X(10) VALUE 'SOURCE'.
           05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                   PIC X(17)
               VALUE 'REQUESTED'.
           05  FILLER                   PIC X(15)
               VALUE '    OLD LIMIT'.
           05  FILLER                   PIC X(15)
               VALUE '    NEW LIMIT'.
           05  FILLER                   PIC X(10) VALUE 'DECIDED BY'.
           05  FILLER                   PIC X(09) VALUE 'DECIDED'.
           05  FILLER                   PIC X(05) VALUE ' AGE'.
       01  Erm11-Det-Line.
           05  Erm11-Dl-Cust            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Name            PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Function        PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Source          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Requester       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Req-Date        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  Erm11-Dl-Req-Time        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Old-Limit       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm11-Dl-New-Limit       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm11-Dl-Approver        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm11-Dl-Dec-Date        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  Erm11-Dl-Age             PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  Erm11-Dl-Flag            PIC X(13).
       01  Erm11-None-Line.
           05  FILLER                   PIC X(10) VALUE '   NONE'.
       01  Erm11-Ctl-Line.
           05  Erm11-Ctl-Label          PIC X(28).
           05  Erm11-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           move 'P' to Erm11-Pass-Status
           perform list-pass-para thru list-pass-exit.
           move 'A' to Erm11-Pass-Status
           perform list-pass-para thru list-pass-exit.
           move 'R' to Erm11-Pass-Status
           perform list-pass-para thru list-pass-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open output REPORT-FILE
           accept Erm11-Run-Date from date yyyymmdd
           accept Erm11-Run-Time-Raw from time
           move Erm11-Run-Date to Erm11-As-Of-Date
           move Erm11-Run-Time-Raw(1:6) to Erm11-As-Of-Time
           perform read-parm-para thru read-parm-exit
           move Erm11-As-Of-Date to Erm11-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if not Erm11-Date-Ok
             move Erm11-Run-Date to Erm11-As-Of-Date
             move Erm11-Run-Time-Raw(1:6) to Erm11-As-Of-Time
             move Erm11-As-Of-Date to Erm11-Date-Work
             perform compute-serial-para thru compute-serial-exit
           end-if
           move Erm11-Day-Serial to Erm11-As-Of-Serial
           compute Erm11-Window-Serial =
               Erm11-As-Of-Serial - Erm11-Window-Days
           move Erm11-As-Of-Date to Erm11-Hdr-Date
           write RPT-LINE from Erm11-Hdr-Line.
       initialize-exit.
           exit.

       read-parm-para.
      *    as-of date and decision window come from an optional parm
      *    file (PNDPARM).  no PNDPARM, or a blank or non-numeric
      *    field, leaves the run date and one day.  an as-of date
      *    other than today ages the pending entries to the end of
      *    that day.
           open input PARM-FILE
           if Erm11-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-As-Of-Date is numeric
                      and Parm-As-Of-Date not equal Erm11-Run-Date
                     move Parm-As-Of-Date to Erm11-As-Of-Date
                     move '235959' to Erm11-As-Of-Time
                   end-if
                   if Parm-Window-Days is numeric
                     move Parm-Window-Days to Erm11-Window-Days
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       list-pass-para.
      *    one pass over PENDCHG per section, in key order -
      *    customer, then request stamp.
           move zero to Erm11-Section-Count
           write RPT-LINE from SPACES
           if Erm11-Pass-Pending
             write RPT-LINE from Erm11-Pending-Hdr-Line
           else
             if Erm11-Pass-Approved
               move 'CHANGES APPROVED -' to Erm11-Dh-Label
             else
               move 'CHANGES REJECTED -' to Erm11-Dh-Label
             end-if
             move Erm11-Window-Days to Erm11-Dh-Days
             move Erm11-As-Of-Date to Erm11-Dh-Date
             write RPT-LINE from Erm11-Decided-Hdr-Line
           end-if
           write RPT-LINE from Erm11-Col-Line
           move 'N' to Erm11-Eof-Switch
           open input PENDING-FILE
           perform read-pending-para thru read-pending-exit
           perform list-one-para thru list-one-exit
               until Erm11-Eof
           close PENDING-FILE
           if Erm11-Section-Count equal zero
             write RPT-LINE from Erm11-None-Line
           end-if.
       list-pass-exit.
           exit.

       read-pending-para.
           read PENDING-FILE
               at end move 'Y' to Erm11-Eof-Switch
           end-read.
       read-pending-exit.
           exit.

       list-one-para.
      *    the pending pass also does the counting for the control
      *    totals, so each entry is counted exactly once.
           if Pend-Status not equal Erm11-Pass-Status
              and not Erm11-Pass-Pending
             go to list-one-next
           end-if
           if not Pend-Pending
             perform check-window-para thru check-window-exit
           end-if
           if Erm11-Pass-Pending
             perform count-entry-para thru count-entry-exit
           end-if
           if Pend-Status not equal Erm11-Pass-Status
             go to list-one-next
           end-if
           if Erm11-Pass-Pending
             perform age-pending-para thru age-pending-exit
           else
             if not Erm11-In-Window
               go to list-one-next
             end-if
             move spaces to Erm11-Dl-Flag
             move zero to Erm11-Dl-Age
           end-if
           perform print-entry-para thru print-entry-exit.
       list-one-next.
           perform read-pending-para thru read-pending-exit.
       list-one-exit.
           exit.

       count-entry-para.
           add 1 to Erm11-Read-Count
           evaluate true
             when Pend-Pending
               add 1 to Erm11-Pending-Count
             when not Erm11-In-Window
               add 1 to Erm11-Earlier-Count
             when Pend-Approved
               add 1 to Erm11-Approved-Count
             when other
               add 1 to Erm11-Rejected-Count
           end-evaluate.
       count-entry-exit.
           exit.

       check-window-para.
      *    a decision is listed when it is dated the as-of date or
      *    no more than the window's days before it.
           move 'N' to Erm11-Window-Switch
           move Pend-Decision-Date to Erm11-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if Erm11-Date-Ok
              and Erm11-Day-Serial not less than Erm11-Window-Serial
              and Erm11-Day-Serial not greater than Erm11-As-Of-Serial
             set Erm11-In-Window to true
           end-if.
       check-window-exit.
           exit.

       age-pending-para.
      *    age in whole days from the request date.  more than a
      *    day means at least two days back, or one day back at or
      *    before the same time of day.
           move Pend-Request-Date to Erm11-Date-Work
           perform compute-serial-para thru compute-serial-exit
           move spaces to Erm11-Dl-Flag
           if not Erm11-Date-Ok
             move zero to Erm11-Dl-Age
             go to age-pending-exit
           end-if
           compute Erm11-Age-Days =
               Erm11-As-Of-Serial - Erm11-Day-Serial
           if Erm11-Age-Days < zero
             move zero to Erm11-Age-Days
           end-if
           move Erm11-Age-Days to Erm11-Dl-Age
           if Erm11-Age-Days > 1
              or (Erm11-Age-Days equal 1
                  and Pend-Request-Time not greater than
                      Erm11-As-Of-Time)
             move '***OVER 1 DAY' to Erm11-Dl-Flag
             add 1 to Erm11-Overdue-Count
           end-if.
       age-pending-exit.
           exit.

       print-entry-para.
           move Pend-After-Image to CUST-MASTER-RECORD
           move Pend-Customer-Number to Erm11-Dl-Cust
           move Cust-Last-Name to Erm11-Dl-Name
           move Pend-Function to Erm11-Dl-Function
           move Pend-Source to Erm11-Dl-Source
           move Pend-Requester to Erm11-Dl-Requester
           move Pend-Request-Date to Erm11-Dl-Req-Date
           move Pend-Request-Time to Erm11-Dl-Req-Time
           move Pend-Old-Limit to Erm11-Dl-Old-Limit
           move Pend-New-Limit to Erm11-Dl-New-Limit
           move Pend-Approver to Erm11-Dl-Approver
           move Pend-Decision-Date to Erm11-Dl-Dec-Date
           write RPT-LINE from Erm11-Det-Line
           add 1 to Erm11-Section-Count
           add 1 to Erm11-Listed-Count.
       print-entry-exit.
           exit.

       compute-serial-para.
      *    days from a fixed origin to the date in Erm11-Date-Work:
      *    365 per prior year, plus the prior years' leap days
      *    (every fourth year, less centuries, plus every fourth
      *    century), plus the days before the month, plus the day.
      *    a date that is not numeric or not a real month/day
      *    leaves Erm11-Date-Ok off for the caller to handle.
           move 'N' to Erm11-Date-Ok-Switch
           move zero to Erm11-Day-Serial
           if Erm11-Date-Work is not numeric
             go to compute-serial-exit
           end-if
           if Erm11-Dw-Month < 1 or Erm11-Dw-Month > 12
              or Erm11-Dw-Day < 1 or Erm11-Dw-Day > 31
              or Erm11-Dw-Year < 1
             go to compute-serial-exit
           end-if
           compute Erm11-Prior-Years = Erm11-Dw-Year - 1
           divide Erm11-Prior-Years by 4 giving Erm11-Leap-4
           divide Erm11-Prior-Years by 100 giving Erm11-Leap-100
           divide Erm11-Prior-Years by 400 giving Erm11-Leap-400
           compute Erm11-Day-Serial =
               (Erm11-Prior-Years * 365) + Erm11-Leap-4
               - Erm11-Leap-100 + Erm11-Leap-400
               + Erm11-Cum-Days(Erm11-Dw-Month) + Erm11-Dw-Day
           if Erm11-Dw-Month > 2
             divide Erm11-Dw-Year by 4 giving Erm11-Quotient
                 remainder Erm11-Rem-4
             divide Erm11-Dw-Year by 100 giving Erm11-Quotient
                 remainder Erm11-Rem-100
             divide Erm11-Dw-Year by 400 giving Erm11-Quotient
                 remainder Erm11-Rem-400
             if Erm11-Rem-4 equal zero
                and (Erm11-Rem-100 not equal zero
                     or Erm11-Rem-400 equal zero)
               add 1 to Erm11-Day-Serial
             end-if
           end-if
           move 'Y' to Erm11-Date-Ok-Switch.
       compute-serial-exit.
           exit.

       print-control-para.
           write RPT-LINE from SPACES
           move 'PENDCHG ENTRIES READ:' to Erm11-Ctl-Label
           move Erm11-Read-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line
           move '   STILL PENDING:' to Erm11-Ctl-Label
           move Erm11-Pending-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line
           move '      PENDING OVER 1 DAY:' to Erm11-Ctl-Label
           move Erm11-Overdue-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line
           move '   APPROVED IN WINDOW:' to Erm11-Ctl-Label
           move Erm11-Approved-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line
           move '   REJECTED IN WINDOW:' to Erm11-Ctl-Label
           move Erm11-Rejected-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line
           move '   DECIDED OUTSIDE WINDOW:' to Erm11-Ctl-Label
           move Erm11-Earlier-Count to Erm11-Ctl-Count
           write RPT-LINE from Erm11-Ctl-Line.
       print-control-exit.
           exit.

       terminate-para.
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERM11' to Rctl-Job-Name
           move '053000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erm11-Read-Count to Rctl-Records-Read
           move Erm11-Listed-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
