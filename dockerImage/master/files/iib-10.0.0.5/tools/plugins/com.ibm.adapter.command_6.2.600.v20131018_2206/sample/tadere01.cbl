       identification division.
       program-id. TADERE01.
      ******************************************************************
      *                                                                *
      *  TADERE01 - PERIODIC CREDIT LIMIT REVIEW                      *
      *                                                                *
      *  CUST-CREDIT-LIMIT IS KEYED WHEN THE CUSTOMER IS ADDED AND    *
      *  WAS NEVER LOOKED AT AGAIN.  THIS QUARTERLY RUN SUMMARIZES    *
      *  EACH CUSTOMER'S LAST N MONTHS (REVPARM) OF ORDER HISTORY     *
      *  (ORDHIST) AND SETTLEMENTS (SETLIN - THE SETTLEMENT HISTORY   *
      *  FOR THE SAME PERIOD, CONCATENATED) AND PRINTS, PER           *
      *  CUSTOMER, ON THE REVIEW REPORT (REVRPT):                     *
      *    - PEAK AND AVERAGE EXPOSURE AS A PERCENT OF THE LIMIT.     *
      *      THE EXPOSURE AT EACH BOOKING IS WORKED BACK FROM         *
      *      CUST-OPEN-EXPOSURE: TODAY'S BALANCE, LESS WHAT WAS       *
      *      BOOKED AFTER THE ORDER, PLUS THE SHARE OF THE PERIOD'S   *
      *      SETTLEMENTS RECEIVED AFTER IT.  A SETTLEMENT CARRIES NO  *
      *      DATE, SO THE PERIOD'S SETTLEMENTS ARE TAKEN AS COMING IN *
      *      EVENLY OVER IT;                                          *
      *    - THE WARNING (W) AND REFUSAL (O) COUNTS;                  *
      *    - BOOKED VOLUME (A AND W, LESS CANCELLATIONS) AND THE      *
      *      AMOUNT SETTLED;                                          *
      *    - DAYS OUTSTANDING - TODAY'S BALANCE OVER THE PERIOD'S     *
      *      AVERAGE DAILY BOOKINGS - AS THE MEASURE OF HOW PROMPTLY  *
      *      SETTLEMENTS FOLLOW ORDERS.                               *
      *  THE RULES TABLE BY CUST-TYPE (Ere01-Rules-Values) THEN       *
      *  PROPOSES AN INCREASE, A DECREASE OR NO CHANGE: A SLOW PAYER  *
      *  IS DECREASED WHATEVER ITS USAGE; A CUSTOMER RUNNING NEAR ITS *
      *  LIMIT OR COLLECTING WARNINGS AND REFUSALS, AND PAYING        *
      *  PROMPTLY, IS INCREASED; ONE THAT NEVER CAME NEAR ITS LIMIT   *
      *  IS DECREASED.  A NEW LIMIT IS ROUNDED TO THE NEAREST 100     *
      *  AND HELD BETWEEN THE TYPE'S FLOOR AND CEILING.               *
      *                                                                *
      *  NOTHING IS CHANGED HERE.  CREDIT MANAGEMENT MARKS THE        *
      *  PROPOSALS IT ACCEPTS ON APPROVAL CARDS (REVAPPR) AND THE RUN *
      *  IS RESUBMITTED WITH THEM; EACH APPROVED PROPOSAL GOES TO THE *
      *  CHANGE FEED (REVMNT) IN MNTREC FORMAT, CARRYING THE          *
      *  CUSTOMER'S CURRENT MASTER FIELDS WITH THE NEW LIMIT, SO THE  *
      *  CHANGE GOES THROUGH TADERM10'S EDITS, THE MNTJRNL JOURNAL    *
      *  AND THE TADERR01 RECOVERY CHAIN.  WITH NO APPROVAL CARDS THE *
      *  RUN IS REPORT ONLY.                                          *
      *                                                                *
      *  REVPARM RECORD: COL 1-8   AS-OF DATE YYYYMMDD (DEFAULT THE   *
      *                            RUN DATE)                          *
      *                  COL 9-11  MONTHS REVIEWED 999 (DEFAULT 003)  *
      *                            - THE MONTHS BEFORE THE AS-OF      *
      *                            MONTH PLUS THE AS-OF MONTH TO DATE *
      *  REVAPPR RECORD: COL 1-5   CUSTOMER NUMBER                    *
      *                  COL 6-14  APPROVED LIMIT 9999999V99 - BLANK  *
      *                            TAKES THE PROPOSED LIMIT           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL CREDIT LIMIT REVIEW RUN.           *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is sequential
               record key is Cust-Number.
           select ORDER-HIST-FILE assign to ORDHIST
               organization is line sequential.
           select SETTLE-IN-FILE assign to SETLIN
               organization is line sequential.
           select optional APPROVAL-FILE assign to REVAPPR
               organization is line sequential
               file status is Ere01-Appr-Status.
           select SORT-ORDER-FILE assign to SRTWK1.
           select ORDER-WORK-FILE assign to ORDWORK
               organization is line sequential.
           select SORT-SETTLE-FILE assign to SRTWK2.
           select SETTLE-WORK-FILE assign to SETLWORK
               organization is line sequential.
           select SORT-APPROVAL-FILE assign to SRTWK3.
           select APPROVAL-WORK-FILE assign to APPRWORK
               organization is line sequential.
           select optional PARM-FILE assign to REVPARM
               organization is line sequential
               file status is Ere01-Parm-Status.
           select MAINT-FEED-FILE assign to REVMNT
               organization is line sequential.
           select REPORT-FILE assign to REVRPT
               organization is line sequential.
       data division.
       file section.
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  ORDER-HIST-FILE.
           copy ORDHREC.
       fd  SETTLE-IN-FILE.
       01  SETTLE-RECORD.
           05  Setl-Customer-Number    PIC X(05).
           05  Setl-Amount             PIC 9(7)V99.
           05  FILLER                  PIC X(16).
       fd  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  Appr-Customer-Number    PIC X(05).
           05  Appr-Limit              PIC X(09).
           05  FILLER                  PIC X(66).
       sd  SORT-ORDER-FILE.
       01  SRTO-RECORD.
           05  Srto-Customer-Number    PIC X(05).
           05  Srto-Date               PIC X(08).
           05  Srto-Time               PIC X(06).
           05  Srto-Decision           PIC X(01).
           05  Srto-Home-Total         PIC S9(7)V99.
       fd  ORDER-WORK-FILE
           record contains 29 characters.
       01  ORDW-RECORD.
           05  Ordw-Customer-Number    PIC X(05).
           05  Ordw-Date               PIC X(08).
           05  Ordw-Time               PIC X(06).
           05  Ordw-Decision           PIC X(01).
               88  Ordw-Approved           VALUE 'A'.
               88  Ordw-Warning            VALUE 'W'.
               88  Ordw-Refused            VALUE 'O'.
               88  Ordw-Cancelled          VALUE 'C'.
           05  Ordw-Home-Total         PIC S9(7)V99.
       sd  SORT-SETTLE-FILE.
       01  SRTS-RECORD.
           05  Srts-Customer-Number    PIC X(05).
           05  Srts-Amount             PIC 9(7)V99.
       fd  SETTLE-WORK-FILE
           record contains 14 characters.
       01  SETW-RECORD.
           05  Setw-Customer-Number    PIC X(05).
           05  Setw-Amount             PIC 9(7)V99.
       sd  SORT-APPROVAL-FILE.
       01  SRTA-RECORD.
           05  Srta-Customer-Number    PIC X(05).
           05  Srta-Limit              PIC X(09).
       fd  APPROVAL-WORK-FILE
           record contains 14 characters.
       01  APRW-RECORD.
           05  Aprw-Customer-Number    PIC X(05).
           05  Aprw-Limit              PIC X(09).
           05  Aprw-Limit-Num REDEFINES Aprw-Limit
                                       PIC 9(7)V99.
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-As-Of-Date          PIC X(08).
           05  Parm-Months              PIC 9(03).
           05  FILLER                   PIC X(69).
       fd  MAINT-FEED-FILE.
           copy MNTREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Ere01-Switches.
           05  Ere01-Cust-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Cust-Eof           VALUE 'Y'.
           05  Ere01-Hist-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Hist-Eof           VALUE 'Y'.
           05  Ere01-Setl-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Setl-Eof           VALUE 'Y'.
           05  Ere01-Appr-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Appr-Eof           VALUE 'Y'.
           05  Ere01-Ordw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Ordw-Eof           VALUE 'Y'.
           05  Ere01-Setw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Setw-Eof           VALUE 'Y'.
           05  Ere01-Aprw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Aprw-Eof           VALUE 'Y'.
           05  Ere01-Date-Ok-Switch     PIC X(01) VALUE 'N'.
               88  Ere01-Date-Ok            VALUE 'Y'.
           05  Ere01-Approved-Switch    PIC X(01) VALUE 'N'.
               88  Ere01-Approved           VALUE 'Y'.
           05  Ere01-Action             PIC X(01) VALUE 'N'.
               88  Ere01-Increase           VALUE 'I'.
               88  Ere01-Decrease           VALUE 'D'.
               88  Ere01-No-Change          VALUE 'N'.
       01  Ere01-Counters.
           05  Ere01-Cust-Count         PIC 9(07) VALUE ZERO.
           05  Ere01-Hist-Count         PIC 9(07) VALUE ZERO.
           05  Ere01-Period-Count       PIC 9(07) VALUE ZERO.
           05  Ere01-Settle-Count       PIC 9(07) VALUE ZERO.
           05  Ere01-Inc-Count          PIC 9(07) VALUE ZERO.
           05  Ere01-Dec-Count          PIC 9(07) VALUE ZERO.
           05  Ere01-Same-Count         PIC 9(07) VALUE ZERO.
           05  Ere01-Appr-Card-Count    PIC 9(07) VALUE ZERO.
           05  Ere01-Appr-Unused-Count  PIC 9(07) VALUE ZERO.
           05  Ere01-Feed-Count         PIC 9(07) VALUE ZERO.
           05  Ere01-Undated-Count      PIC 9(07) VALUE ZERO.
           05  Ere01-Nonnum-Count       PIC 9(07) VALUE ZERO.
           05  Ere01-Orphan-Ord-Count   PIC 9(07) VALUE ZERO.
           05  Ere01-Orphan-Setl-Count  PIC 9(07) VALUE ZERO.
           05  Ere01-Warn-Count         PIC 9(05) VALUE ZERO.
           05  Ere01-Refuse-Count       PIC 9(05) VALUE ZERO.
           05  Ere01-Hits-Count         PIC 9(05) VALUE ZERO.
           05  Ere01-Sample-Count       PIC 9(05) VALUE ZERO.
           05  Ere01-Type-Sub           PIC 9(01) VALUE ZERO.
           05  Ere01-Days-Back          PIC S9(07) VALUE ZERO.
           05  Ere01-Period-Days        PIC S9(07) VALUE ZERO.
           05  Ere01-Dso-Work           PIC S9(07) VALUE ZERO.
           05  Ere01-Step-Work          PIC S9(07) VALUE ZERO.
           05  Ere01-Onfile-Work        PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Limit-Work         PIC S9(9)V99 VALUE ZERO.
           05  Ere01-New-Limit          PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Settled-Work       PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Booked-Work        PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Cum-After          PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Point-Work         PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Peak-Work          PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Sum-Work           PIC S9(11)V99 VALUE ZERO.
           05  Ere01-Avg-Work           PIC S9(9)V99 VALUE ZERO.
           05  Ere01-Usage-Work         PIC S9(7)V9 VALUE ZERO.
           05  Ere01-Peak-Pct           PIC S9(7)V9 VALUE ZERO.
           05  Ere01-Avg-Pct            PIC S9(7)V9 VALUE ZERO.
       01  Ere01-Review-Months          PIC 9(03) VALUE 003.
       01  Ere01-Parm-Status            PIC X(02).
       01  Ere01-Appr-Status            PIC X(02).
       01  Ere01-Run-Date               PIC X(08).
       01  Ere01-As-Of-Date             PIC X(08).
       01  Ere01-As-Of-Serial           PIC S9(07) VALUE ZERO.
       01  Ere01-Start-Date             PIC X(08).
       01  Ere01-Cutoff-Work.
           05  Ere01-Work-Year          PIC 9(04).
           05  Ere01-Work-Month         PIC 9(02).
           05  Ere01-Month-Serial       PIC S9(07).
       01  Ere01-Cutoff-Month.
           05  Ere01-Cutoff-Year        PIC 9(04).
           05  Ere01-Cutoff-Mm          PIC 9(02).
      *    day-serial work: a date is turned into a count of days so
      *    two dates can be subtracted.  days before each month in a
      *    common year come from the table; the leap day is added
      *    for march onward in a leap year.
       01  Ere01-Date-Work.
           05  Ere01-Dw-Year            PIC 9(04).
           05  Ere01-Dw-Month           PIC 9(02).
           05  Ere01-Dw-Day             PIC 9(02).
       01  Ere01-Serial-Work.
           05  Ere01-Day-Serial         PIC S9(07) VALUE ZERO.
           05  Ere01-Prior-Years        PIC 9(04) VALUE ZERO.
           05  Ere01-Leap-4             PIC 9(04) VALUE ZERO.
           05  Ere01-Leap-100           PIC 9(04) VALUE ZERO.
           05  Ere01-Leap-400           PIC 9(04) VALUE ZERO.
           05  Ere01-Quotient           PIC 9(04) VALUE ZERO.
           05  Ere01-Rem-4              PIC 9(03) VALUE ZERO.
           05  Ere01-Rem-100            PIC 9(03) VALUE ZERO.
           05  Ere01-Rem-400            PIC 9(03) VALUE ZERO.
       01  Ere01-Cum-Days-Values.
           05  FILLER                   PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  Ere01-Cum-Days-Table REDEFINES Ere01-Cum-Days-Values.
           05  Ere01-Cum-Days           PIC 9(03) OCCURS 12 TIMES.
      *    review rules by customer type - retail, wholesale,
      *    premium, then any other type.  per entry:
      *      increase when peak usage % reaches   (3)
      *        or warnings plus refusals reach    (3)
      *        and days outstanding are at most   (3)
      *      increase by %                        (3)
      *      ceiling on an increased limit        (7)
      *      decrease when peak usage % is below  (3)
      *      decrease when days outstanding exceed(3)
      *      decrease by %                        (3)
      *      floor on any proposed limit          (7)
       01  Ere01-Rules-Values.
           05  FILLER                   PIC X(35)
               VALUE '09000304502500500000100900250000500'.
           05  FILLER                   PIC X(35)
               VALUE '08500306002005000000101200200002000'.
           05  FILLER                   PIC X(35)
               VALUE '08000206003099999990101200150005000'.
           05  FILLER                   PIC X(35)
               VALUE '09000304502000250000100900250000500'.
       01  Ere01-Rules-Table REDEFINES Ere01-Rules-Values.
           05  Ere01-Rule-Entry OCCURS 4 TIMES.
               10  Ere01-Ru-Inc-Peak    PIC 9(03).
               10  Ere01-Ru-Inc-Hits    PIC 9(03).
               10  Ere01-Ru-Max-Dso     PIC 9(03).
               10  Ere01-Ru-Inc-Pct     PIC 9(03).
               10  Ere01-Ru-Max-Limit   PIC 9(07).
               10  Ere01-Ru-Dec-Peak    PIC 9(03).
               10  Ere01-Ru-Dec-Dso     PIC 9(03).
               10  Ere01-Ru-Dec-Pct     PIC 9(03).
               10  Ere01-Ru-Min-Limit   PIC 9(07).
       01  Ere01-Type-Table.
           05  Ere01-Type-Entry OCCURS 4 TIMES.
               10  Ere01-Tt-Label       PIC X(10).
               10  Ere01-Tt-Count       PIC 9(07).
               10  Ere01-Tt-Inc         PIC 9(07).
               10  Ere01-Tt-Dec         PIC 9(07).
               10  Ere01-Tt-Appr        PIC 9(07).
               10  Ere01-Tt-Change      PIC S9(11)V99.
       01  Ere01-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'TADERE01 - CREDIT LIMIT REVIEW'.
           05  FILLER                   PIC X(07) VALUE 'AS OF: '.
           05  Ere01-Hdr-As-Of          PIC X(08).
           05  FILLER                   PIC X(08) VALUE '  FROM: '.
           05  Ere01-Hdr-From           PIC X(08).
           05  FILLER                   PIC X(08) VALUE '  MODE: '.
           05  Ere01-Hdr-Mode           PIC X(11).
       01  Ere01-Col-Line.
           05  FILLER                   PIC X(08) VALUE 'CUST  T '.
           05  FILLER                   PIC X(13)
               VALUE '    CR LIMIT '.
           05  FILLER                   PIC X(13)
               VALUE '    EXPOSURE '.
           05  FILLER                   PIC X(12)
               VALUE ' PEAK%  AVG%'.
           05  FILLER                   PIC X(10)
               VALUE '    W    O'.
           05  FILLER                   PIC X(15)
               VALUE '         BOOKED'.
           05  FILLER                   PIC X(15)
               VALUE '        SETTLED'.
           05  FILLER                   PIC X(14)
               VALUE '  DSO PROPOSAL'.
           05  FILLER                   PIC X(14)
               VALUE '     NEW LIMIT'.
           05  FILLER                   PIC X(10)
               VALUE '  APPROVED'.
       01  Ere01-Det-Line.
           05  Ere01-Dl-Cust            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Type            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Limit           PIC -,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Exposure        PIC -,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Peak            PIC ZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Avg             PIC ZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Warn            PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Refuse          PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Booked          PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Settled         PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Dl-Dso             PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-Action          PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Ere01-Dl-New-Limit       PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Dl-Approved        PIC X(08).
       01  Ere01-Pct-Note-Line.
           05  FILLER                   PIC X(60) VALUE
               'PEAK% AND AVG% ARE EXPOSURE AS A PERCENT OF THE LIMIT'.
       01  Ere01-Type-Hdr-Line.
           05  FILLER                   PIC X(30)
               VALUE 'PROPOSALS BY CUSTOMER TYPE:'.
       01  Ere01-Type-Col-Line.
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'REVIEWED'.
           05  FILLER                   PIC X(09) VALUE ' INCREASE'.
           05  FILLER                   PIC X(09) VALUE ' DECREASE'.
           05  FILLER                   PIC X(09) VALUE ' APPROVED'.
           05  FILLER                   PIC X(19)
               VALUE '   NET LIMIT CHANGE'.
       01  Ere01-Type-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Label           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Count           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Inc             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Dec             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Appr            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ere01-Tl-Change          PIC ---,---,---,--9.99.
       01  Ere01-Ctl-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'TADERE01 - REVIEW RUN CONTROL TOTALS'.
       01  Ere01-Ctl-Line.
           05  Ere01-Ctl-Label          PIC X(28).
           05  Ere01-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           sort SORT-ORDER-FILE
               on ascending key Srto-Customer-Number
               on descending key Srto-Date Srto-Time
               input procedure is extract-orders-para
               giving ORDER-WORK-FILE.
           sort SORT-SETTLE-FILE
               on ascending key Srts-Customer-Number
               input procedure is extract-settles-para
               giving SETTLE-WORK-FILE.
           sort SORT-APPROVAL-FILE
               on ascending key Srta-Customer-Number
               input procedure is extract-approvals-para
               giving APPROVAL-WORK-FILE.
           perform write-heading-para thru write-heading-exit.
           perform match-setup-para thru match-setup-exit.
           perform review-one-para thru review-one-exit
               until Ere01-Cust-Eof.
           perform drain-orphans-para thru drain-orphans-exit.
           perform print-totals-para thru print-totals-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           accept Ere01-Run-Date from date yyyymmdd
           move Ere01-Run-Date to Ere01-As-Of-Date
           perform read-parm-para thru read-parm-exit
           move Ere01-As-Of-Date to Ere01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if not Ere01-Date-Ok
             move Ere01-Run-Date to Ere01-As-Of-Date
             move Ere01-As-Of-Date to Ere01-Date-Work
             perform compute-serial-para thru compute-serial-exit
           end-if
           move Ere01-Day-Serial to Ere01-As-Of-Serial
           perform compute-cutoff-para thru compute-cutoff-exit
           move 'RETAIL' to Ere01-Tt-Label(1)
           move 'WHOLESALE' to Ere01-Tt-Label(2)
           move 'PREMIUM' to Ere01-Tt-Label(3)
           move 'OTHER' to Ere01-Tt-Label(4)
           move zero to Ere01-Type-Sub
           perform clear-type-para thru clear-type-exit
               until Ere01-Type-Sub >= 4
           open output MAINT-FEED-FILE
           open output REPORT-FILE.
       initialize-exit.
           exit.

       clear-type-para.
           add 1 to Ere01-Type-Sub
           move zero to Ere01-Tt-Count(Ere01-Type-Sub)
           move zero to Ere01-Tt-Inc(Ere01-Type-Sub)
           move zero to Ere01-Tt-Dec(Ere01-Type-Sub)
           move zero to Ere01-Tt-Appr(Ere01-Type-Sub)
           move zero to Ere01-Tt-Change(Ere01-Type-Sub).
       clear-type-exit.
           exit.

       read-parm-para.
      *    as-of date and months reviewed come from an optional parm
      *    file (REVPARM) so a quarter-end rerun reviews the same
      *    quarter.  no REVPARM, or a blank or non-numeric field,
      *    leaves the run date and three months.
           open input PARM-FILE
           if Ere01-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-As-Of-Date is numeric
                     move Parm-As-Of-Date to Ere01-As-Of-Date
                   end-if
                   if Parm-Months is numeric
                      and Parm-Months > zero
                     move Parm-Months to Ere01-Review-Months
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       compute-cutoff-para.
      *    the period opens on the first of the month the review
      *    months before the as-of month - worked in whole months,
      *    year times twelve plus month, as TADERH01 works its
      *    retention cutoff - and runs through the as-of date.  the
      *    period's length in days spreads the settlements over it.
           move Ere01-As-Of-Date(1:4) to Ere01-Work-Year
           move Ere01-As-Of-Date(5:2) to Ere01-Work-Month
           compute Ere01-Month-Serial =
               (Ere01-Work-Year * 12) + Ere01-Work-Month - 1
               - Ere01-Review-Months
           divide Ere01-Month-Serial by 12
               giving Ere01-Cutoff-Year
               remainder Ere01-Work-Month
           compute Ere01-Cutoff-Mm = Ere01-Work-Month + 1
           move Ere01-Cutoff-Month to Ere01-Start-Date(1:6)
           move '01' to Ere01-Start-Date(7:2)
           move Ere01-Start-Date to Ere01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           compute Ere01-Period-Days =
               Ere01-As-Of-Serial - Ere01-Day-Serial + 1.
       compute-cutoff-exit.
           exit.

       compute-serial-para.
      *    days from a fixed origin to the date in Ere01-Date-Work:
      *    365 per prior year, plus the prior years' leap days
      *    (every fourth year, less centuries, plus every fourth
      *    century), plus the days before the month, plus the day.
      *    a date that is not numeric or not a real month/day
      *    leaves Ere01-Date-Ok off for the caller to handle.
           move 'N' to Ere01-Date-Ok-Switch
           move zero to Ere01-Day-Serial
           if Ere01-Date-Work is not numeric
             go to compute-serial-exit
           end-if
           if Ere01-Dw-Month < 1 or Ere01-Dw-Month > 12
              or Ere01-Dw-Day < 1 or Ere01-Dw-Day > 31
              or Ere01-Dw-Year < 1
             go to compute-serial-exit
           end-if
           compute Ere01-Prior-Years = Ere01-Dw-Year - 1
           divide Ere01-Prior-Years by 4 giving Ere01-Leap-4
           divide Ere01-Prior-Years by 100 giving Ere01-Leap-100
           divide Ere01-Prior-Years by 400 giving Ere01-Leap-400
           compute Ere01-Day-Serial =
               (Ere01-Prior-Years * 365) + Ere01-Leap-4
               - Ere01-Leap-100 + Ere01-Leap-400
               + Ere01-Cum-Days(Ere01-Dw-Month) + Ere01-Dw-Day
           if Ere01-Dw-Month > 2
             divide Ere01-Dw-Year by 4 giving Ere01-Quotient
                 remainder Ere01-Rem-4
             divide Ere01-Dw-Year by 100 giving Ere01-Quotient
                 remainder Ere01-Rem-100
             divide Ere01-Dw-Year by 400 giving Ere01-Quotient
                 remainder Ere01-Rem-400
             if Ere01-Rem-4 equal zero
                and (Ere01-Rem-100 not equal zero
                     or Ere01-Rem-400 equal zero)
               add 1 to Ere01-Day-Serial
             end-if
           end-if
           move 'Y' to Ere01-Date-Ok-Switch.
       compute-serial-exit.
           exit.

       extract-orders-para.
      *    the period's order history, newest first within each
      *    customer so the exposure can be worked back from today's
      *    balance one booking at a time.
           open input ORDER-HIST-FILE
           perform read-hist-para thru read-hist-exit
           perform release-order-para thru release-order-exit
               until Ere01-Hist-Eof
           close ORDER-HIST-FILE.

       read-hist-para.
           read ORDER-HIST-FILE
               at end move 'Y' to Ere01-Hist-Eof-Switch
           end-read.
       read-hist-exit.
           exit.

       release-order-para.
      *    every decision goes to the sort - the refusals are
      *    counted even though they were never booked.  the home-
      *    currency total is what the exposure carried; a pre-
      *    conversion entry falls back to its order total, and a
      *    cancellation reversal goes in negative.
           add 1 to Ere01-Hist-Count
           if Ordh-Date(1:8) < Ere01-Start-Date
              or Ordh-Date(1:8) > Ere01-As-Of-Date
             go to release-order-next
           end-if
           add 1 to Ere01-Period-Count
           move Ordh-Customer-Number to Srto-Customer-Number
           move Ordh-Date to Srto-Date
           move Ordh-Time to Srto-Time
           move Ordh-Credit-Decision to Srto-Decision
           if Ordh-Home-Total is numeric
             move Ordh-Home-Total to Srto-Home-Total
           else
             move Ordh-Order-Total to Srto-Home-Total
           end-if
           if Ordh-Credit-Cancelled
             compute Srto-Home-Total = zero - Srto-Home-Total
           end-if
           release SRTO-RECORD.
       release-order-next.
           perform read-hist-para thru read-hist-exit.
       release-order-exit.
           exit.

       extract-settles-para.
           open input SETTLE-IN-FILE
           perform read-settle-para thru read-settle-exit
           perform release-settle-para thru release-settle-exit
               until Ere01-Setl-Eof
           close SETTLE-IN-FILE.

       read-settle-para.
           read SETTLE-IN-FILE
               at end move 'Y' to Ere01-Setl-Eof-Switch
           end-read.
       read-settle-exit.
           exit.

       release-settle-para.
           if Setl-Customer-Number not equal spaces
              and Setl-Amount is numeric
             move Setl-Customer-Number to Srts-Customer-Number
             move Setl-Amount to Srts-Amount
             release SRTS-RECORD
           end-if
           perform read-settle-para thru read-settle-exit.
       release-settle-exit.
           exit.

       extract-approvals-para.
      *    credit management's approval cards, if any were supplied
      *    for this run.  no REVAPPR leaves the run report only.
           open input APPROVAL-FILE
           if Ere01-Appr-Status not equal '00'
             move 'Y' to Ere01-Appr-Eof-Switch
           else
             perform read-approval-para thru read-approval-exit
           end-if
           perform release-approval-para thru release-approval-exit
               until Ere01-Appr-Eof
           close APPROVAL-FILE.

       read-approval-para.
           read APPROVAL-FILE
               at end move 'Y' to Ere01-Appr-Eof-Switch
           end-read.
       read-approval-exit.
           exit.

       release-approval-para.
           if Appr-Customer-Number not equal spaces
             add 1 to Ere01-Appr-Card-Count
             move Appr-Customer-Number to Srta-Customer-Number
             move Appr-Limit to Srta-Limit
             release SRTA-RECORD
           end-if
           perform read-approval-para thru read-approval-exit.
       release-approval-exit.
           exit.

       write-heading-para.
           move Ere01-As-Of-Date to Ere01-Hdr-As-Of
           move Ere01-Start-Date to Ere01-Hdr-From
           if Ere01-Appr-Card-Count > zero
             move 'APPROVALS' to Ere01-Hdr-Mode
           else
             move 'REPORT ONLY' to Ere01-Hdr-Mode
           end-if
           write RPT-LINE from Ere01-Hdr-Line
           write RPT-LINE from Ere01-Pct-Note-Line
           write RPT-LINE from Ere01-Col-Line.
       write-heading-exit.
           exit.

       match-setup-para.
           open input CUSTOMER-FILE
           open input ORDER-WORK-FILE
           open input SETTLE-WORK-FILE
           open input APPROVAL-WORK-FILE
           perform read-customer-para thru read-customer-exit
           perform read-ordwork-para thru read-ordwork-exit
           perform read-setwork-para thru read-setwork-exit
           perform read-aprwork-para thru read-aprwork-exit.
       match-setup-exit.
           exit.

       read-customer-para.
           read CUSTOMER-FILE
               at end move 'Y' to Ere01-Cust-Eof-Switch
           end-read.
       read-customer-exit.
           exit.

       read-ordwork-para.
           read ORDER-WORK-FILE
               at end move 'Y' to Ere01-Ordw-Eof-Switch
           end-read.
       read-ordwork-exit.
           exit.

       read-setwork-para.
           read SETTLE-WORK-FILE
               at end move 'Y' to Ere01-Setw-Eof-Switch
           end-read.
       read-setwork-exit.
           exit.

       read-aprwork-para.
           read APPROVAL-WORK-FILE
               at end move 'Y' to Ere01-Aprw-Eof-Switch
           end-read.
       read-aprwork-exit.
           exit.

       review-one-para.
      *    one customer: settlements totaled first, then the
      *    period's orders walked newest to oldest sampling the
      *    exposure at each booking, then the rules and the
      *    approval cards.  history and cards below the current
      *    master key belong to no customer on file and are counted.
           add 1 to Ere01-Cust-Count
           move zero to Ere01-Settled-Work
           move zero to Ere01-Booked-Work
           move zero to Ere01-Cum-After
           move zero to Ere01-Peak-Work
           move zero to Ere01-Sum-Work
           move zero to Ere01-Sample-Count
           move zero to Ere01-Warn-Count
           move zero to Ere01-Refuse-Count
           move 'N' to Ere01-Approved-Switch
           perform skip-orphan-orders-para thru
               skip-orphan-orders-exit
           perform skip-orphan-settles-para thru
               skip-orphan-settles-exit
           perform skip-orphan-approvals-para thru
               skip-orphan-approvals-exit
           perform total-settles-para thru total-settles-exit
               until Ere01-Setw-Eof
                  or Setw-Customer-Number not equal Cust-Number
           if Cust-Open-Exposure is numeric
             move Cust-Open-Exposure to Ere01-Onfile-Work
           else
             move zero to Ere01-Onfile-Work
             add 1 to Ere01-Nonnum-Count
           end-if
           if Cust-Credit-Limit is numeric
             move Cust-Credit-Limit to Ere01-Limit-Work
           else
             move zero to Ere01-Limit-Work
           end-if
           move Ere01-Onfile-Work to Ere01-Point-Work
           perform add-sample-para thru add-sample-exit
           perform walk-order-para thru walk-order-exit
               until Ere01-Ordw-Eof
                  or Ordw-Customer-Number not equal Cust-Number
           perform summarize-para thru summarize-exit
           perform apply-rules-para thru apply-rules-exit
           perform match-approval-para thru match-approval-exit
               until Ere01-Aprw-Eof
                  or Aprw-Customer-Number not equal Cust-Number
           perform print-customer-para thru print-customer-exit
           if Ere01-Approved
             perform write-feed-para thru write-feed-exit
           end-if
           perform accumulate-para thru accumulate-exit
           perform read-customer-para thru read-customer-exit.
       review-one-exit.
           exit.

       skip-orphan-orders-para.
           perform skip-one-order-para thru skip-one-order-exit
               until Ere01-Ordw-Eof
                  or Ordw-Customer-Number not less than Cust-Number.
       skip-orphan-orders-exit.
           exit.

       skip-one-order-para.
           add 1 to Ere01-Orphan-Ord-Count
           perform read-ordwork-para thru read-ordwork-exit.
       skip-one-order-exit.
           exit.

       skip-orphan-settles-para.
           perform skip-one-settle-para thru skip-one-settle-exit
               until Ere01-Setw-Eof
                  or Setw-Customer-Number not less than Cust-Number.
       skip-orphan-settles-exit.
           exit.

       skip-one-settle-para.
           add 1 to Ere01-Orphan-Setl-Count
           perform read-setwork-para thru read-setwork-exit.
       skip-one-settle-exit.
           exit.

       skip-orphan-approvals-para.
           perform skip-one-approval-para thru
               skip-one-approval-exit
               until Ere01-Aprw-Eof
                  or Aprw-Customer-Number not less than Cust-Number.
       skip-orphan-approvals-exit.
           exit.

       skip-one-approval-para.
           add 1 to Ere01-Appr-Unused-Count
           perform read-aprwork-para thru read-aprwork-exit.
       skip-one-approval-exit.
           exit.

       total-settles-para.
           add 1 to Ere01-Settle-Count
           add Setw-Amount to Ere01-Settled-Work
           perform read-setwork-para thru read-setwork-exit.
       total-settles-exit.
           exit.

       walk-order-para.
      *    one order, newest first.  a refusal is counted and never
      *    touched the balance.  at a booking the exposure just
      *    after it is today's balance, less everything booked
      *    since (Ere01-Cum-After), plus the share of the period's
      *    settlements that came in since - floored at zero, as the
      *    master is.  a cancellation is not a sample point, but
      *    going back past it puts its order back on the balance.
      *    an order date that will not convert is sampled as of
      *    today and counted.
           if Ordw-Refused
             add 1 to Ere01-Refuse-Count
             go to walk-order-next
           end-if
           if not Ordw-Approved
              and not Ordw-Warning
              and not Ordw-Cancelled
             go to walk-order-next
           end-if
           if Ordw-Cancelled
             go to walk-order-book
           end-if
           if Ordw-Warning
             add 1 to Ere01-Warn-Count
           end-if
           move Ordw-Date to Ere01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if Ere01-Date-Ok
             compute Ere01-Days-Back =
                 Ere01-As-Of-Serial - Ere01-Day-Serial
           else
             move zero to Ere01-Days-Back
             add 1 to Ere01-Undated-Count
           end-if
           compute Ere01-Point-Work rounded =
               Ere01-Onfile-Work - Ere01-Cum-After
               + (Ere01-Settled-Work * Ere01-Days-Back
                  / Ere01-Period-Days)
           if Ere01-Point-Work < zero
             move zero to Ere01-Point-Work
           end-if
           perform add-sample-para thru add-sample-exit.
       walk-order-book.
           add Ordw-Home-Total to Ere01-Cum-After
           add Ordw-Home-Total to Ere01-Booked-Work.
       walk-order-next.
           perform read-ordwork-para thru read-ordwork-exit.
       walk-order-exit.
           exit.

       add-sample-para.
           add 1 to Ere01-Sample-Count
           add Ere01-Point-Work to Ere01-Sum-Work
           if Ere01-Point-Work > Ere01-Peak-Work
             move Ere01-Point-Work to Ere01-Peak-Work
           end-if.
       add-sample-exit.
           exit.

       summarize-para.
      *    usage as a percent of the limit (999.9 when there is a
      *    balance and no limit), and days outstanding: today's
      *    balance over the period's average daily bookings, 999
      *    when there is a balance and nothing was booked.
           compute Ere01-Avg-Work rounded =
               Ere01-Sum-Work / Ere01-Sample-Count
           move Ere01-Peak-Work to Ere01-Point-Work
           perform compute-usage-para thru compute-usage-exit
           move Ere01-Usage-Work to Ere01-Peak-Pct
           move Ere01-Avg-Work to Ere01-Point-Work
           perform compute-usage-para thru compute-usage-exit
           move Ere01-Usage-Work to Ere01-Avg-Pct
           compute Ere01-Hits-Count =
               Ere01-Warn-Count + Ere01-Refuse-Count
           if Ere01-Booked-Work > zero
             compute Ere01-Dso-Work rounded =
                 Ere01-Onfile-Work * Ere01-Period-Days
                 / Ere01-Booked-Work
             if Ere01-Dso-Work > 999
               move 999 to Ere01-Dso-Work
             end-if
           else
             if Ere01-Onfile-Work > zero
               move 999 to Ere01-Dso-Work
             else
               move zero to Ere01-Dso-Work
             end-if
           end-if.
       summarize-exit.
           exit.

       compute-usage-para.
           if Ere01-Limit-Work not > zero
             if Ere01-Point-Work > zero
               move 999.9 to Ere01-Usage-Work
             else
               move zero to Ere01-Usage-Work
             end-if
             go to compute-usage-exit
           end-if
           compute Ere01-Usage-Work rounded =
               Ere01-Point-Work * 100 / Ere01-Limit-Work
           if Ere01-Usage-Work > 999.9
             move 999.9 to Ere01-Usage-Work
           end-if.
       compute-usage-exit.
           exit.

       apply-rules-para.
      *    the type's rules, in order: a slow payer comes down
      *    whatever it used; a customer near its limit or bumping
      *    into it, and paying promptly, goes up; one that never
      *    came near it comes down.  the new figure is rounded to
      *    the nearest 100 and held between the type's floor and
      *    ceiling - if that leaves it where it was, no change.
           evaluate Cust-Type
             when 'R'
               move 1 to Ere01-Type-Sub
             when 'W'
               move 2 to Ere01-Type-Sub
             when 'P'
               move 3 to Ere01-Type-Sub
             when other
               move 4 to Ere01-Type-Sub
           end-evaluate
           set Ere01-No-Change to true
           move Ere01-Limit-Work to Ere01-New-Limit
           evaluate true
             when Ere01-Dso-Work > Ere01-Ru-Dec-Dso(Ere01-Type-Sub)
               set Ere01-Decrease to true
             when (Ere01-Peak-Pct not <
                      Ere01-Ru-Inc-Peak(Ere01-Type-Sub)
                   or Ere01-Hits-Count not <
                      Ere01-Ru-Inc-Hits(Ere01-Type-Sub))
                  and Ere01-Dso-Work not >
                      Ere01-Ru-Max-Dso(Ere01-Type-Sub)
               set Ere01-Increase to true
             when Ere01-Peak-Pct < Ere01-Ru-Dec-Peak(Ere01-Type-Sub)
               set Ere01-Decrease to true
           end-evaluate
           if Ere01-Increase
             compute Ere01-Step-Work rounded =
                 Ere01-Limit-Work
                 * (100 + Ere01-Ru-Inc-Pct(Ere01-Type-Sub)) / 10000
           end-if
           if Ere01-Decrease
             compute Ere01-Step-Work rounded =
                 Ere01-Limit-Work
                 * (100 - Ere01-Ru-Dec-Pct(Ere01-Type-Sub)) / 10000
           end-if
           if Ere01-No-Change
             go to apply-rules-exit
           end-if
           compute Ere01-New-Limit = Ere01-Step-Work * 100
           if Ere01-New-Limit < Ere01-Ru-Min-Limit(Ere01-Type-Sub)
             move Ere01-Ru-Min-Limit(Ere01-Type-Sub)
                 to Ere01-New-Limit
           end-if
           if Ere01-Increase
              and Ere01-New-Limit > Ere01-Ru-Max-Limit(Ere01-Type-Sub)
             move Ere01-Ru-Max-Limit(Ere01-Type-Sub)
                 to Ere01-New-Limit
           end-if
           if (Ere01-Increase
               and Ere01-New-Limit not > Ere01-Limit-Work)
              or (Ere01-Decrease
               and Ere01-New-Limit not < Ere01-Limit-Work)
             set Ere01-No-Change to true
             move Ere01-Limit-Work to Ere01-New-Limit
           end-if.
       apply-rules-exit.
           exit.

       match-approval-para.
      *    an approval card for this customer.  it confirms the
      *    proposal, and a limit on the card replaces the proposed
      *    figure.  a card against a customer with nothing proposed
      *    changes nothing and is counted with the unmatched cards.
           if Ere01-No-Change
             add 1 to Ere01-Appr-Unused-Count
           else
             move 'Y' to Ere01-Approved-Switch
             if Aprw-Limit is numeric
               move Aprw-Limit-Num to Ere01-New-Limit
             end-if
           end-if
           perform read-aprwork-para thru read-aprwork-exit.
       match-approval-exit.
           exit.

       print-customer-para.
           move Cust-Number to Ere01-Dl-Cust
           move Cust-Type to Ere01-Dl-Type
           move Ere01-Limit-Work to Ere01-Dl-Limit
           move Ere01-Onfile-Work to Ere01-Dl-Exposure
           move Ere01-Peak-Pct to Ere01-Dl-Peak
           move Ere01-Avg-Pct to Ere01-Dl-Avg
           move Ere01-Warn-Count to Ere01-Dl-Warn
           move Ere01-Refuse-Count to Ere01-Dl-Refuse
           move Ere01-Booked-Work to Ere01-Dl-Booked
           move Ere01-Settled-Work to Ere01-Dl-Settled
           move Ere01-Dso-Work to Ere01-Dl-Dso
           evaluate true
             when Ere01-Increase
               move 'INCREASE' to Ere01-Dl-Action
             when Ere01-Decrease
               move 'DECREASE' to Ere01-Dl-Action
             when other
               move 'NO CHANGE' to Ere01-Dl-Action
           end-evaluate
           move Ere01-New-Limit to Ere01-Dl-New-Limit
           if Ere01-Approved
             move 'APPROVED' to Ere01-Dl-Approved
           else
             move spaces to Ere01-Dl-Approved
           end-if
           write RPT-LINE from Ere01-Det-Line.
       print-customer-exit.
           exit.

       write-feed-para.
      *    TADERM10's change replaces every field on the master
      *    from the card, so the card carries the customer exactly
      *    as on file and only the limit differs.
           set Mnt-Change to true
           move Cust-Number to Mnt-Customer-Number
           move Cust-First-Name to Mnt-First-Name
           move Cust-Last-Name to Mnt-Last-Name
           move Cust-Street to Mnt-Street
           move Cust-City to Mnt-City
           move Cust-Country to Mnt-Country
           move Cust-Phone to Mnt-Phone
           move Cust-Postal-Code to Mnt-Postal-Code
           move Ere01-New-Limit to Mnt-Credit-Limit
           move Cust-Type to Mnt-Customer-Type
           move Cust-Currency to Mnt-Currency-Code
           write MAINT-RECORD
           add 1 to Ere01-Feed-Count.
       write-feed-exit.
           exit.

       accumulate-para.
           add 1 to Ere01-Tt-Count(Ere01-Type-Sub)
           evaluate true
             when Ere01-Increase
               add 1 to Ere01-Inc-Count
               add 1 to Ere01-Tt-Inc(Ere01-Type-Sub)
             when Ere01-Decrease
               add 1 to Ere01-Dec-Count
               add 1 to Ere01-Tt-Dec(Ere01-Type-Sub)
             when other
               add 1 to Ere01-Same-Count
           end-evaluate
           if Ere01-Approved
             add 1 to Ere01-Tt-Appr(Ere01-Type-Sub)
           end-if
           compute Ere01-Tt-Change(Ere01-Type-Sub) =
               Ere01-Tt-Change(Ere01-Type-Sub)
               + Ere01-New-Limit - Ere01-Limit-Work.
       accumulate-exit.
           exit.

       drain-orphans-para.
           perform skip-one-order-para thru skip-one-order-exit
               until Ere01-Ordw-Eof
           perform skip-one-settle-para thru skip-one-settle-exit
               until Ere01-Setw-Eof
           perform skip-one-approval-para thru
               skip-one-approval-exit
               until Ere01-Aprw-Eof.
       drain-orphans-exit.
           exit.

       print-totals-para.
           write RPT-LINE from Ere01-Type-Hdr-Line
           write RPT-LINE from Ere01-Type-Col-Line
           move zero to Ere01-Type-Sub
           perform print-type-total-para thru print-type-total-exit
               until Ere01-Type-Sub >= 4.
       print-totals-exit.
           exit.

       print-type-total-para.
           add 1 to Ere01-Type-Sub
           move Ere01-Tt-Label(Ere01-Type-Sub) to Ere01-Tl-Label
           move Ere01-Tt-Count(Ere01-Type-Sub) to Ere01-Tl-Count
           move Ere01-Tt-Inc(Ere01-Type-Sub) to Ere01-Tl-Inc
           move Ere01-Tt-Dec(Ere01-Type-Sub) to Ere01-Tl-Dec
           move Ere01-Tt-Appr(Ere01-Type-Sub) to Ere01-Tl-Appr
           move Ere01-Tt-Change(Ere01-Type-Sub) to Ere01-Tl-Change
           write RPT-LINE from Ere01-Type-Line.
       print-type-total-exit.
           exit.

       print-control-para.
           write RPT-LINE from Ere01-Ctl-Hdr-Line
           move 'MASTER RECORDS REVIEWED:' to Ere01-Ctl-Label
           move Ere01-Cust-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'HISTORY ENTRIES READ:' to Ere01-Ctl-Label
           move Ere01-Hist-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'HISTORY ENTRIES IN PERIOD:' to Ere01-Ctl-Label
           move Ere01-Period-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'SETTLEMENTS READ:' to Ere01-Ctl-Label
           move Ere01-Settle-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'INCREASES PROPOSED:' to Ere01-Ctl-Label
           move Ere01-Inc-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'DECREASES PROPOSED:' to Ere01-Ctl-Label
           move Ere01-Dec-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'NO CHANGE:' to Ere01-Ctl-Label
           move Ere01-Same-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'APPROVAL CARDS READ:' to Ere01-Ctl-Label
           move Ere01-Appr-Card-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           move 'LIMIT CHANGES WRITTEN:' to Ere01-Ctl-Label
           move Ere01-Feed-Count to Ere01-Ctl-Count
           write RPT-LINE from Ere01-Ctl-Line
           if Ere01-Appr-Unused-Count > zero
             move 'APPROVALS WITH NO PROPOSAL:' to Ere01-Ctl-Label
             move Ere01-Appr-Unused-Count to Ere01-Ctl-Count
             write RPT-LINE from Ere01-Ctl-Line
           end-if
           if Ere01-Undated-Count > zero
             move 'ORDERS WITH UNUSABLE DATE:' to Ere01-Ctl-Label
             move Ere01-Undated-Count to Ere01-Ctl-Count
             write RPT-LINE from Ere01-Ctl-Line
           end-if
           if Ere01-Nonnum-Count > zero
             move 'NON-NUMERIC EXPOSURES:' to Ere01-Ctl-Label
             move Ere01-Nonnum-Count to Ere01-Ctl-Count
             write RPT-LINE from Ere01-Ctl-Line
           end-if
           if Ere01-Orphan-Ord-Count > zero
             move 'ORDERS WITH NO MASTER:' to Ere01-Ctl-Label
             move Ere01-Orphan-Ord-Count to Ere01-Ctl-Count
             write RPT-LINE from Ere01-Ctl-Line
           end-if
           if Ere01-Orphan-Setl-Count > zero
             move 'SETTLEMENTS WITH NO MASTER:' to Ere01-Ctl-Label
             move Ere01-Orphan-Setl-Count to Ere01-Ctl-Count
             write RPT-LINE from Ere01-Ctl-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close CUSTOMER-FILE
           close ORDER-WORK-FILE
           close SETTLE-WORK-FILE
           close APPROVAL-WORK-FILE
           close MAINT-FEED-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERE01' to Rctl-Job-Name
           move '063000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Ere01-Cust-Count to Rctl-Records-Read
           move Ere01-Feed-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
