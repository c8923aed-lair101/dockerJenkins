       identification division.
       program-id. TADERW01.
      ******************************************************************
      *                                                                *
      *  TADERW01 - RECEIVABLES AGING AND COLLECTIONS CALL LIST       *
      *                                                                *
      *  CUST-OPEN-EXPOSURE IS ONE LUMP BALANCE AND A SETTLEMENT      *
      *  CARRIES ONLY A CUSTOMER NUMBER AND AN AMOUNT, SO NOTHING     *
      *  SAID HOW OLD A CUSTOMER'S UNPAID BUSINESS WAS.  THIS         *
      *  MONTHLY RUN REBUILDS AN OPEN-ITEM PICTURE: EACH CUSTOMER'S   *
      *  BOOKED ORDERS OFF THE KEYED ORDER HISTORY (ORDHKEY, SEE      *
      *  ORDKREC - DECISION A OR W; A REFUSED QUOTE WAS NEVER BOOKED  *
      *  AND A CANCELLED ORDER IS NO LONGER), ALREADY IN CUSTOMER/    *
      *  DATE ORDER ON THE KEY, WITH THE CUSTOMER'S SETTLEMENTS       *
      *  (SETLIN - THE SETTLEMENT HISTORY FOR THE SAME WINDOW ORDHKEY *
      *  STILL HOLDS, CONCATENATED) APPLIED AGAINST THEM OLDEST       *
      *  ORDER FIRST.  WHAT IS LEFT OPEN ON EACH ORDER IS AGED BY     *
      *  DAYS PAST DUE AT THE AS-OF DATE - ORDER DATE PLUS THE        *
      *  PAYMENT TERMS - INTO CURRENT / 1-30 / 31-60 / 61-90 / OVER   *
      *  90 BUCKETS AND PRINTED PER CUSTOMER (AGERPT), WITH TOTALS    *
      *  BY CUSTOMER TYPE AND BY COUNTRY.  EACH CUSTOMER'S BUCKET     *
      *  TOTAL IS FOOTED TO CUST-OPEN-EXPOSURE ON THE MASTER AND A    *
      *  DIFFERENCE BEYOND THE TOLERANCE IS FLAGGED THE WAY TADERV01  *
      *  FLAGS DRIFT - THIS RUN ONLY REPORTS IT, TADERV01 IS WHERE    *
      *  IT IS CORRECTED.  EVERY CUSTOMER WITH ANYTHING MORE THAN 60  *
      *  DAYS PAST DUE GOES ON THE COLLECTIONS CALL LIST (CALLRPT)    *
      *  WITH PHONE NUMBER AND CREDIT LIMIT.                          *
      *                                                                *
      *  AGEPARM RECORD: COL 1-8   AS-OF DATE YYYYMMDD (DEFAULT THE   *
      *                            RUN DATE)                          *
      *                  COL 9-11  PAYMENT TERMS IN DAYS 999          *
      *                            (DEFAULT 030)                      *
      *                  COL 12-16 TOLERANCE 999V99 (DEFAULT 00001 =  *
      *                            0.01)                              *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL RECEIVABLES AGING RUN.             *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is sequential
               record key is Cust-Number.
           select ORDER-KEYED-FILE assign to ORDHKEY
               organization is indexed
               access mode is sequential
               record key is Ordk-Key.
           select SETTLE-IN-FILE assign to SETLIN
               organization is line sequential.
           select SORT-SETTLE-FILE assign to SRTWK1.
           select SETTLE-WORK-FILE assign to SETLWORK
               organization is line sequential.
           select optional PARM-FILE assign to AGEPARM
               organization is line sequential
               file status is Erw01-Parm-Status.
           select REPORT-FILE assign to AGERPT
               organization is line sequential.
           select CALL-FILE assign to CALLRPT
               organization is line sequential.
       data division.
       file section.
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  ORDER-KEYED-FILE.
           copy ORDKREC.
       fd  SETTLE-IN-FILE.
       01  SETTLE-RECORD.
           05  Setl-Customer-Number    PIC X(05).
           05  Setl-Amount             PIC 9(7)V99.
           05  FILLER                  PIC X(16).
       sd  SORT-SETTLE-FILE.
       01  SRTS-RECORD.
           05  Srts-Customer-Number    PIC X(05).
           05  Srts-Amount             PIC 9(7)V99.
       fd  SETTLE-WORK-FILE
           record contains 14 characters.
       01  SETW-RECORD.
           05  Setw-Customer-Number    PIC X(05).
           05  Setw-Amount             PIC 9(7)V99.
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-As-Of-Date          PIC X(08).
           05  Parm-Terms-Days          PIC 9(03).
           05  Parm-Tolerance           PIC 9(3)V99.
           05  FILLER                   PIC X(64).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       fd  CALL-FILE
           record contains 133 characters.
       01  CALL-LINE                   PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erw01-Switches.
           05  Erw01-Cust-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erw01-Cust-Eof           VALUE 'Y'.
           05  Erw01-Ordk-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erw01-Ordk-Eof           VALUE 'Y'.
           05  Erw01-Setl-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erw01-Setl-Eof           VALUE 'Y'.
           05  Erw01-Setw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erw01-Setw-Eof           VALUE 'Y'.
           05  Erw01-Drift-Switch       PIC X(01) VALUE 'N'.
               88  Erw01-Drifted            VALUE 'Y'.
           05  Erw01-Date-Ok-Switch     PIC X(01) VALUE 'N'.
               88  Erw01-Date-Ok            VALUE 'Y'.
       01  Erw01-Counters.
           05  Erw01-Cust-Count         PIC 9(07) VALUE ZERO.
           05  Erw01-Open-Count         PIC 9(07) VALUE ZERO.
           05  Erw01-Drift-Count        PIC 9(07) VALUE ZERO.
           05  Erw01-Call-Count         PIC 9(07) VALUE ZERO.
           05  Erw01-Order-Count        PIC 9(07) VALUE ZERO.
           05  Erw01-Settle-Count       PIC 9(07) VALUE ZERO.
           05  Erw01-Unapplied-Count    PIC 9(07) VALUE ZERO.
           05  Erw01-Undated-Count      PIC 9(07) VALUE ZERO.
           05  Erw01-Nonnum-Count       PIC 9(07) VALUE ZERO.
           05  Erw01-Orphan-Ord-Count   PIC 9(07) VALUE ZERO.
           05  Erw01-Orphan-Setl-Count  PIC 9(07) VALUE ZERO.
           05  Erw01-Type-Sub           PIC 9(01) VALUE ZERO.
           05  Erw01-Ctry-Used          PIC 9(02) VALUE ZERO.
           05  Erw01-Ctry-Sub           PIC 9(02) VALUE ZERO.
           05  Erw01-Bucket-Sub         PIC 9(01) VALUE ZERO.
           05  Erw01-Settle-Left        PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Home-Work          PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Open-Work          PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Cust-Total         PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Onfile-Work        PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Drift-Work         PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Over-60-Work       PIC S9(9)V99 VALUE ZERO.
           05  Erw01-Past-Due           PIC S9(07) VALUE ZERO.
       01  Erw01-Tolerance              PIC 9(3)V99 VALUE 0.01.
       01  Erw01-Terms-Days             PIC 9(03) VALUE 030.
       01  Erw01-Parm-Status            PIC X(02).
       01  Erw01-Run-Date               PIC X(08).
       01  Erw01-As-Of-Date             PIC X(08).
       01  Erw01-As-Of-Serial           PIC S9(07) VALUE ZERO.
       01  Erw01-Oldest-Open            PIC X(08).
      *    day-serial work: a date is turned into a count of days so
      *    two dates can be subtracted.  days before each month in a
      *    common year come from the table; the leap day is added
      *    for march onward in a leap year.
       01  Erw01-Date-Work.
           05  Erw01-Dw-Year            PIC 9(04).
           05  Erw01-Dw-Month           PIC 9(02).
           05  Erw01-Dw-Day             PIC 9(02).
       01  Erw01-Serial-Work.
           05  Erw01-Day-Serial         PIC S9(07) VALUE ZERO.
           05  Erw01-Prior-Years        PIC 9(04) VALUE ZERO.
           05  Erw01-Leap-4             PIC 9(04) VALUE ZERO.
           05  Erw01-Leap-100           PIC 9(04) VALUE ZERO.
           05  Erw01-Leap-400           PIC 9(04) VALUE ZERO.
           05  Erw01-Quotient           PIC 9(04) VALUE ZERO.
           05  Erw01-Rem-4              PIC 9(03) VALUE ZERO.
           05  Erw01-Rem-100            PIC 9(03) VALUE ZERO.
           05  Erw01-Rem-400            PIC 9(03) VALUE ZERO.
       01  Erw01-Cum-Days-Values.
           05  FILLER                   PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  Erw01-Cum-Days-Table REDEFINES Erw01-Cum-Days-Values.
           05  Erw01-Cum-Days           PIC 9(03) OCCURS 12 TIMES.
       01  Erw01-Cust-Buckets.
           05  Erw01-Cb-Amount          PIC S9(9)V99 OCCURS 5 TIMES.
       01  Erw01-Grand-Buckets.
           05  Erw01-Gb-Count           PIC 9(07) VALUE ZERO.
           05  Erw01-Gb-Amount          PIC S9(9)V99 OCCURS 5 TIMES.
           05  Erw01-Gb-Total           PIC S9(9)V99 VALUE ZERO.
       01  Erw01-Type-Table.
           05  Erw01-Type-Entry OCCURS 4 TIMES.
               10  Erw01-Tt-Label       PIC X(10).
               10  Erw01-Tt-Count       PIC 9(07).
               10  Erw01-Tt-Amount      PIC S9(9)V99 OCCURS 5 TIMES.
               10  Erw01-Tt-Total       PIC S9(9)V99.
       01  Erw01-Country-Table.
           05  Erw01-Ctry-Entry OCCURS 50 TIMES.
               10  Erw01-Ct-Country     PIC X(10).
               10  Erw01-Ct-Count       PIC 9(07).
               10  Erw01-Ct-Amount      PIC S9(9)V99 OCCURS 5 TIMES.
               10  Erw01-Ct-Total       PIC S9(9)V99.
       01  Erw01-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'TADERW01 - RECEIVABLES AGING'.
           05  FILLER                   PIC X(07) VALUE 'AS OF: '.
           05  Erw01-Hdr-As-Of         PIC X(08).
           05  FILLER                   PIC X(09) VALUE '  TERMS: '.
           05  Erw01-Hdr-Terms          PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
       01  Erw01-Col-Line.
           05  FILLER                   PIC X(18)
               VALUE 'CUST  T COUNTRY'.
           05  FILLER                   PIC X(13)
               VALUE '      CURRENT'.
           05  FILLER                   PIC X(13)
               VALUE '         1-30'.
           05  FILLER                   PIC X(13)
               VALUE '        31-60'.
           05  FILLER                   PIC X(13)
               VALUE '        61-90'.
           05  FILLER                   PIC X(13)
               VALUE '      OVER 90'.
           05  FILLER                   PIC X(15)
               VALUE '     TOTAL OPEN'.
           05  FILLER                   PIC X(15)
               VALUE '        ON FILE'.
           05  FILLER                   PIC X(07) VALUE '  FLAG'.
       01  Erw01-Det-Line.
           05  Erw01-Dl-Cust            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Dl-Type            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Dl-Country         PIC X(10).
           05  Erw01-Dl-Bucket-Group OCCURS 5 TIMES.
               10  FILLER               PIC X(01) VALUE SPACE.
               10  Erw01-Dl-Bucket      PIC -,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Dl-Total           PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Dl-Onfile          PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Dl-Flag            PIC X(05).
       01  Erw01-Type-Hdr-Line.
           05  FILLER                   PIC X(30)
               VALUE 'TOTALS BY CUSTOMER TYPE:'.
       01  Erw01-Ctry-Hdr-Line.
           05  FILLER                   PIC X(30)
               VALUE 'TOTALS BY COUNTRY:'.
       01  Erw01-Total-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Tl-Label           PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Tl-Count           PIC ZZZ,ZZ9.
           05  Erw01-Tl-Bucket-Group OCCURS 5 TIMES.
               10  FILLER               PIC X(01) VALUE SPACE.
               10  Erw01-Tl-Bucket      PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Tl-Total           PIC ---,---,--9.99.
       01  Erw01-Grand-Hdr-Line.
           05  FILLER                   PIC X(30)
               VALUE 'GRAND TOTAL:'.
       01  Erw01-Call-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'TADERW01 - COLLECTIONS CALL LIST'.
           05  FILLER                   PIC X(07) VALUE 'AS OF: '.
           05  Erw01-Ch-As-Of           PIC X(08).
       01  Erw01-Call-Col-Line.
           05  FILLER                   PIC X(07) VALUE 'CUST'.
           05  FILLER                   PIC X(43) VALUE 'NAME'.
           05  FILLER                   PIC X(17) VALUE 'PHONE'.
           05  FILLER                   PIC X(14)
               VALUE ' CREDIT LIMIT'.
           05  FILLER                   PIC X(14)
               VALUE ' OVER 60 DAYS'.
           05  FILLER                   PIC X(16)
               VALUE '      TOTAL OPEN'.
           05  FILLER                   PIC X(13)
               VALUE '  OLDEST OPEN'.
       01  Erw01-Call-Det-Line.
           05  Erw01-Cd-Cust            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-First-Name      PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erw01-Cd-Last-Name       PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-Phone           PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-Limit           PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-Over-60         PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-Total           PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erw01-Cd-Oldest          PIC X(08).
       01  Erw01-No-Call-Line.
           05  FILLER                   PIC X(40)
               VALUE 'NO CUSTOMERS MORE THAN 60 DAYS PAST DUE'.
       01  Erw01-Call-Count-Line.
           05  FILLER                   PIC X(28)
               VALUE 'CUSTOMERS TO CALL:         '.
           05  Erw01-Cc-Total           PIC ZZZ,ZZZ,ZZ9.
       01  Erw01-Ctl-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'TADERW01 - AGING RUN CONTROL TOTALS'.
       01  Erw01-Ctl-Line.
           05  Erw01-Ctl-Label          PIC X(28).
           05  Erw01-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           sort SORT-SETTLE-FILE
               on ascending key Srts-Customer-Number
               input procedure is extract-settles-para
               giving SETTLE-WORK-FILE.
           perform match-setup-para thru match-setup-exit.
           perform age-one-para thru age-one-exit
               until Erw01-Cust-Eof.
           perform drain-orphans-para thru drain-orphans-exit.
           perform print-totals-para thru print-totals-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           accept Erw01-Run-Date from date yyyymmdd
           move Erw01-Run-Date to Erw01-As-Of-Date
           perform read-parm-para thru read-parm-exit
           move Erw01-As-Of-Date to Erw01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if not Erw01-Date-Ok
             move Erw01-Run-Date to Erw01-As-Of-Date
             move Erw01-As-Of-Date to Erw01-Date-Work
             perform compute-serial-para thru compute-serial-exit
           end-if
           move Erw01-Day-Serial to Erw01-As-Of-Serial
           move 'RETAIL' to Erw01-Tt-Label(1)
           move 'WHOLESALE' to Erw01-Tt-Label(2)
           move 'PREMIUM' to Erw01-Tt-Label(3)
           move 'OTHER' to Erw01-Tt-Label(4)
           move zero to Erw01-Type-Sub
           perform clear-type-para thru clear-type-exit
               until Erw01-Type-Sub >= 4
           move zero to Erw01-Bucket-Sub
           perform clear-grand-para thru clear-grand-exit
               until Erw01-Bucket-Sub >= 5
           open output REPORT-FILE
           open output CALL-FILE
           move Erw01-As-Of-Date to Erw01-Hdr-As-Of
           move Erw01-Terms-Days to Erw01-Hdr-Terms
           write RPT-LINE from Erw01-Hdr-Line
           write RPT-LINE from Erw01-Col-Line
           move Erw01-As-Of-Date to Erw01-Ch-As-Of
           write CALL-LINE from Erw01-Call-Hdr-Line
           write CALL-LINE from Erw01-Call-Col-Line.
       initialize-exit.
           exit.

       clear-type-para.
           add 1 to Erw01-Type-Sub
           move zero to Erw01-Tt-Count(Erw01-Type-Sub)
           move zero to Erw01-Tt-Total(Erw01-Type-Sub)
           move zero to Erw01-Tt-Amount(Erw01-Type-Sub, 1)
           move zero to Erw01-Tt-Amount(Erw01-Type-Sub, 2)
           move zero to Erw01-Tt-Amount(Erw01-Type-Sub, 3)
           move zero to Erw01-Tt-Amount(Erw01-Type-Sub, 4)
           move zero to Erw01-Tt-Amount(Erw01-Type-Sub, 5).
       clear-type-exit.
           exit.

       clear-grand-para.
           add 1 to Erw01-Bucket-Sub
           move zero to Erw01-Gb-Amount(Erw01-Bucket-Sub).
       clear-grand-exit.
           exit.

       read-parm-para.
      *    as-of date, terms and tolerance come from an optional
      *    parm file (AGEPARM) so a month-end rerun ages as of the
      *    month end, not the day it happened to be rerun.  no
      *    AGEPARM, or a blank or non-numeric field, leaves the run
      *    date, 30-day terms and the compiled-in tolerance.
           open input PARM-FILE
           if Erw01-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-As-Of-Date is numeric
                     move Parm-As-Of-Date to Erw01-As-Of-Date
                   end-if
                   if Parm-Terms-Days is numeric
                     move Parm-Terms-Days to Erw01-Terms-Days
                   end-if
                   if Parm-Tolerance is numeric
                     move Parm-Tolerance to Erw01-Tolerance
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       compute-serial-para.
      *    days from a fixed origin to the date in Erw01-Date-Work:
      *    365 per prior year, plus the prior years' leap days
      *    (every fourth year, less centuries, plus every fourth
      *    century), plus the days before the month, plus the day.
      *    a date that is not numeric or not a real month/day
      *    leaves Erw01-Date-Ok off for the caller to handle.
           move 'N' to Erw01-Date-Ok-Switch
           move zero to Erw01-Day-Serial
           if Erw01-Date-Work is not numeric
             go to compute-serial-exit
           end-if
           if Erw01-Dw-Month < 1 or Erw01-Dw-Month > 12
              or Erw01-Dw-Day < 1 or Erw01-Dw-Day > 31
              or Erw01-Dw-Year < 1
             go to compute-serial-exit
           end-if
           compute Erw01-Prior-Years = Erw01-Dw-Year - 1
           divide Erw01-Prior-Years by 4 giving Erw01-Leap-4
           divide Erw01-Prior-Years by 100 giving Erw01-Leap-100
           divide Erw01-Prior-Years by 400 giving Erw01-Leap-400
           compute Erw01-Day-Serial =
               (Erw01-Prior-Years * 365) + Erw01-Leap-4
               - Erw01-Leap-100 + Erw01-Leap-400
               + Erw01-Cum-Days(Erw01-Dw-Month) + Erw01-Dw-Day
           if Erw01-Dw-Month > 2
             divide Erw01-Dw-Year by 4 giving Erw01-Quotient
                 remainder Erw01-Rem-4
             divide Erw01-Dw-Year by 100 giving Erw01-Quotient
                 remainder Erw01-Rem-100
             divide Erw01-Dw-Year by 400 giving Erw01-Quotient
                 remainder Erw01-Rem-400
             if Erw01-Rem-4 equal zero
                and (Erw01-Rem-100 not equal zero
                     or Erw01-Rem-400 equal zero)
               add 1 to Erw01-Day-Serial
             end-if
           end-if
           move 'Y' to Erw01-Date-Ok-Switch.
       compute-serial-exit.
           exit.

       extract-settles-para.
      *    the settlement history, sorted into customer order so it
      *    matches against the master and the order key the same
      *    way TADERV01's proof does.
           open input SETTLE-IN-FILE
           perform read-settle-para thru read-settle-exit
           perform release-settle-para thru release-settle-exit
               until Erw01-Setl-Eof
           close SETTLE-IN-FILE.

       read-settle-para.
           read SETTLE-IN-FILE
               at end move 'Y' to Erw01-Setl-Eof-Switch
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

       match-setup-para.
           open input CUSTOMER-FILE
           open input ORDER-KEYED-FILE
           open input SETTLE-WORK-FILE
           perform read-customer-para thru read-customer-exit
           perform read-ordkey-para thru read-ordkey-exit
           perform read-setwork-para thru read-setwork-exit.
       match-setup-exit.
           exit.

       read-customer-para.
           read CUSTOMER-FILE
               at end move 'Y' to Erw01-Cust-Eof-Switch
           end-read.
       read-customer-exit.
           exit.

       read-ordkey-para.
           read ORDER-KEYED-FILE
               at end move 'Y' to Erw01-Ordk-Eof-Switch
           end-read.
       read-ordkey-exit.
           exit.

       read-setwork-para.
           read SETTLE-WORK-FILE
               at end move 'Y' to Erw01-Setw-Eof-Switch
           end-read.
       read-setwork-exit.
           exit.

       age-one-para.
      *    one customer: total the settlements first, then walk the
      *    booked orders oldest first (the ORDHKEY key is customer/
      *    date/time/seq), letting the settlements pay each order
      *    off in turn.  whatever an order still has open once the
      *    settlements run out is aged into its bucket.  history
      *    below the current master key belongs to a deleted
      *    customer and goes to the orphan counts.
           add 1 to Erw01-Cust-Count
           move zero to Erw01-Settle-Left
           move zero to Erw01-Cust-Total
           move zero to Erw01-Cb-Amount(1)
           move zero to Erw01-Cb-Amount(2)
           move zero to Erw01-Cb-Amount(3)
           move zero to Erw01-Cb-Amount(4)
           move zero to Erw01-Cb-Amount(5)
           move spaces to Erw01-Oldest-Open
           perform skip-orphan-orders-para thru
               skip-orphan-orders-exit
           perform skip-orphan-settles-para thru
               skip-orphan-settles-exit
           perform total-settles-para thru total-settles-exit
               until Erw01-Setw-Eof
                  or Setw-Customer-Number not equal Cust-Number
           perform age-order-para thru age-order-exit
               until Erw01-Ordk-Eof
                  or Ordk-Customer-Number not equal Cust-Number
           if Erw01-Settle-Left > zero
             add 1 to Erw01-Unapplied-Count
           end-if
           perform foot-customer-para thru foot-customer-exit
           if Erw01-Cust-Total not equal zero
              or Erw01-Drifted
             perform print-customer-para thru print-customer-exit
             perform accumulate-para thru accumulate-exit
           end-if
           compute Erw01-Over-60-Work =
               Erw01-Cb-Amount(4) + Erw01-Cb-Amount(5)
           if Erw01-Over-60-Work > zero
             perform print-call-para thru print-call-exit
           end-if
           perform read-customer-para thru read-customer-exit.
       age-one-exit.
           exit.

       skip-orphan-orders-para.
           perform skip-one-order-para thru skip-one-order-exit
               until Erw01-Ordk-Eof
                  or Ordk-Customer-Number not less than Cust-Number.
       skip-orphan-orders-exit.
           exit.

       skip-one-order-para.
           add 1 to Erw01-Orphan-Ord-Count
           perform read-ordkey-para thru read-ordkey-exit.
       skip-one-order-exit.
           exit.

       skip-orphan-settles-para.
           perform skip-one-settle-para thru skip-one-settle-exit
               until Erw01-Setw-Eof
                  or Setw-Customer-Number not less than Cust-Number.
       skip-orphan-settles-exit.
           exit.

       skip-one-settle-para.
           add 1 to Erw01-Orphan-Setl-Count
           perform read-setwork-para thru read-setwork-exit.
       skip-one-settle-exit.
           exit.

       total-settles-para.
           add 1 to Erw01-Settle-Count
           add Setw-Amount to Erw01-Settle-Left
           perform read-setwork-para thru read-setwork-exit.
       total-settles-exit.
           exit.

       age-order-para.
      *    one keyed order.  only a booked order (A or W) carries
      *    open dollars - a refused quote never did and a cancelled
      *    one ('C') no longer does.  the home-currency total is
      *    what was booked to the exposure; a pre-conversion entry
      *    falls back to its order total.  an order date that will
      *    not convert ages as current and is counted.
           if not Ordk-Credit-Approved
              and not Ordk-Credit-Warning
             go to age-order-next
           end-if
           add 1 to Erw01-Order-Count
           if Ordk-Home-Total is numeric
             move Ordk-Home-Total to Erw01-Home-Work
           else
             move Ordk-Order-Total to Erw01-Home-Work
           end-if
           if Erw01-Settle-Left not less than Erw01-Home-Work
             subtract Erw01-Home-Work from Erw01-Settle-Left
             go to age-order-next
           end-if
           compute Erw01-Open-Work =
               Erw01-Home-Work - Erw01-Settle-Left
           move zero to Erw01-Settle-Left
           if Erw01-Oldest-Open equal spaces
             move Ordk-Date to Erw01-Oldest-Open
           end-if
           move Ordk-Date to Erw01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if Erw01-Date-Ok
             compute Erw01-Past-Due =
                 Erw01-As-Of-Serial - Erw01-Day-Serial
                 - Erw01-Terms-Days
           else
             move zero to Erw01-Past-Due
             add 1 to Erw01-Undated-Count
           end-if
           evaluate true
             when Erw01-Past-Due not greater than zero
               move 1 to Erw01-Bucket-Sub
             when Erw01-Past-Due not greater than 30
               move 2 to Erw01-Bucket-Sub
             when Erw01-Past-Due not greater than 60
               move 3 to Erw01-Bucket-Sub
             when Erw01-Past-Due not greater than 90
               move 4 to Erw01-Bucket-Sub
             when other
               move 5 to Erw01-Bucket-Sub
           end-evaluate
           add Erw01-Open-Work to Erw01-Cb-Amount(Erw01-Bucket-Sub)
           add Erw01-Open-Work to Erw01-Cust-Total.
       age-order-next.
           perform read-ordkey-para thru read-ordkey-exit.
       age-order-exit.
           exit.

       foot-customer-para.
      *    the bucket total has to foot to the balance the credit
      *    check lives by.  a non-numeric on-file balance (a record
      *    from before the field existed) is compared as zero and
      *    counted, the same as TADERV01 does.
           move 'N' to Erw01-Drift-Switch
           if Cust-Open-Exposure is numeric
             move Cust-Open-Exposure to Erw01-Onfile-Work
           else
             move zero to Erw01-Onfile-Work
             add 1 to Erw01-Nonnum-Count
           end-if
           compute Erw01-Drift-Work =
               Erw01-Onfile-Work - Erw01-Cust-Total
           if Erw01-Drift-Work < zero
             compute Erw01-Drift-Work = zero - Erw01-Drift-Work
           end-if
           if Erw01-Drift-Work > Erw01-Tolerance
             move 'Y' to Erw01-Drift-Switch
             add 1 to Erw01-Drift-Count
           end-if.
       foot-customer-exit.
           exit.

       print-customer-para.
           add 1 to Erw01-Open-Count
           move Cust-Number to Erw01-Dl-Cust
           move Cust-Type to Erw01-Dl-Type
           move Cust-Country to Erw01-Dl-Country
           move zero to Erw01-Bucket-Sub
           perform edit-det-bucket-para thru edit-det-bucket-exit
               until Erw01-Bucket-Sub >= 5
           move Erw01-Cust-Total to Erw01-Dl-Total
           move Erw01-Onfile-Work to Erw01-Dl-Onfile
           if Erw01-Drifted
             move 'DRIFT' to Erw01-Dl-Flag
           else
             move spaces to Erw01-Dl-Flag
           end-if
           write RPT-LINE from Erw01-Det-Line.
       print-customer-exit.
           exit.

       edit-det-bucket-para.
           add 1 to Erw01-Bucket-Sub
           move Erw01-Cb-Amount(Erw01-Bucket-Sub)
               to Erw01-Dl-Bucket(Erw01-Bucket-Sub).
       edit-det-bucket-exit.
           exit.

       accumulate-para.
      *    fold the customer's buckets into its type, its country
      *    and the grand total.  the country table holds the first
      *    50 distinct countries seen; anything past that falls into
      *    the last slot relabeled ALL OTHERS, as on the register.
           evaluate Cust-Type
             when 'R'
               move 1 to Erw01-Type-Sub
             when 'W'
               move 2 to Erw01-Type-Sub
             when 'P'
               move 3 to Erw01-Type-Sub
             when other
               move 4 to Erw01-Type-Sub
           end-evaluate
           add 1 to Erw01-Tt-Count(Erw01-Type-Sub)
           add Erw01-Cust-Total to Erw01-Tt-Total(Erw01-Type-Sub)
           add 1 to Erw01-Gb-Count
           add Erw01-Cust-Total to Erw01-Gb-Total
           move zero to Erw01-Ctry-Sub
           perform scan-country-para thru scan-country-exit
               until Erw01-Ctry-Sub > Erw01-Ctry-Used
           move zero to Erw01-Bucket-Sub
           perform add-bucket-para thru add-bucket-exit
               until Erw01-Bucket-Sub >= 5.
       accumulate-exit.
           exit.

       scan-country-para.
      *    a new country takes the next free slot (zeroed first);
      *    past 50 the customer lands in the ALL OTHERS slot.
           add 1 to Erw01-Ctry-Sub
           if Erw01-Ctry-Sub > Erw01-Ctry-Used
             if Erw01-Ctry-Used < 50
               add 1 to Erw01-Ctry-Used
               move Cust-Country to Erw01-Ct-Country(Erw01-Ctry-Used)
               move zero to Erw01-Ct-Count(Erw01-Ctry-Used)
               move zero to Erw01-Ct-Total(Erw01-Ctry-Used)
               move zero to Erw01-Ct-Amount(Erw01-Ctry-Used, 1)
               move zero to Erw01-Ct-Amount(Erw01-Ctry-Used, 2)
               move zero to Erw01-Ct-Amount(Erw01-Ctry-Used, 3)
               move zero to Erw01-Ct-Amount(Erw01-Ctry-Used, 4)
               move zero to Erw01-Ct-Amount(Erw01-Ctry-Used, 5)
               move Erw01-Ctry-Used to Erw01-Ctry-Sub
             else
               move 'ALL OTHERS' to Erw01-Ct-Country(50)
               move 50 to Erw01-Ctry-Sub
             end-if
             perform count-country-para thru count-country-exit
           else
             if Erw01-Ct-Country(Erw01-Ctry-Sub) equal Cust-Country
               perform count-country-para thru count-country-exit
             end-if
           end-if.
       scan-country-exit.
           exit.

       count-country-para.
      *    the matching slot found - count the customer against it
      *    and end the scan by stepping the subscript past the
      *    used entries.
           add 1 to Erw01-Ct-Count(Erw01-Ctry-Sub)
           add Erw01-Cust-Total to Erw01-Ct-Total(Erw01-Ctry-Sub)
           move zero to Erw01-Bucket-Sub
           perform add-ctry-bucket-para thru add-ctry-bucket-exit
               until Erw01-Bucket-Sub >= 5
           move Erw01-Ctry-Used to Erw01-Ctry-Sub
           add 1 to Erw01-Ctry-Sub.
       count-country-exit.
           exit.

       add-ctry-bucket-para.
           add 1 to Erw01-Bucket-Sub
           add Erw01-Cb-Amount(Erw01-Bucket-Sub)
               to Erw01-Ct-Amount(Erw01-Ctry-Sub, Erw01-Bucket-Sub).
       add-ctry-bucket-exit.
           exit.

       add-bucket-para.
           add 1 to Erw01-Bucket-Sub
           add Erw01-Cb-Amount(Erw01-Bucket-Sub)
               to Erw01-Tt-Amount(Erw01-Type-Sub, Erw01-Bucket-Sub)
           add Erw01-Cb-Amount(Erw01-Bucket-Sub)
               to Erw01-Gb-Amount(Erw01-Bucket-Sub).
       add-bucket-exit.
           exit.

       print-call-para.
      *    anything more than 60 days past due puts the customer on
      *    collections' list, with what they need to make the call.
           add 1 to Erw01-Call-Count
           move Cust-Number to Erw01-Cd-Cust
           move Cust-First-Name to Erw01-Cd-First-Name
           move Cust-Last-Name to Erw01-Cd-Last-Name
           move Cust-Phone to Erw01-Cd-Phone
           move Cust-Credit-Limit to Erw01-Cd-Limit
           move Erw01-Over-60-Work to Erw01-Cd-Over-60
           move Erw01-Cust-Total to Erw01-Cd-Total
           move Erw01-Oldest-Open to Erw01-Cd-Oldest
           write CALL-LINE from Erw01-Call-Det-Line.
       print-call-exit.
           exit.

       drain-orphans-para.
           perform skip-one-order-para thru skip-one-order-exit
               until Erw01-Ordk-Eof
           perform skip-one-settle-para thru skip-one-settle-exit
               until Erw01-Setw-Eof.
       drain-orphans-exit.
           exit.

       print-totals-para.
           write RPT-LINE from Erw01-Type-Hdr-Line
           move zero to Erw01-Type-Sub
           perform print-type-total-para thru print-type-total-exit
               until Erw01-Type-Sub >= 4
           write RPT-LINE from Erw01-Ctry-Hdr-Line
           move zero to Erw01-Ctry-Sub
           perform print-country-total-para thru
               print-country-total-exit
               until Erw01-Ctry-Sub >= Erw01-Ctry-Used
           write RPT-LINE from Erw01-Grand-Hdr-Line
           move 'ALL' to Erw01-Tl-Label
           move Erw01-Gb-Count to Erw01-Tl-Count
           move zero to Erw01-Bucket-Sub
           perform edit-grand-bucket-para thru edit-grand-bucket-exit
               until Erw01-Bucket-Sub >= 5
           move Erw01-Gb-Total to Erw01-Tl-Total
           write RPT-LINE from Erw01-Total-Line
           if Erw01-Call-Count equal zero
             write CALL-LINE from Erw01-No-Call-Line
           end-if
           move Erw01-Call-Count to Erw01-Cc-Total
           write CALL-LINE from Erw01-Call-Count-Line.
       print-totals-exit.
           exit.

       print-type-total-para.
           add 1 to Erw01-Type-Sub
           move Erw01-Tt-Label(Erw01-Type-Sub) to Erw01-Tl-Label
           move Erw01-Tt-Count(Erw01-Type-Sub) to Erw01-Tl-Count
           move zero to Erw01-Bucket-Sub
           perform edit-type-bucket-para thru edit-type-bucket-exit
               until Erw01-Bucket-Sub >= 5
           move Erw01-Tt-Total(Erw01-Type-Sub) to Erw01-Tl-Total
           write RPT-LINE from Erw01-Total-Line.
       print-type-total-exit.
           exit.

       edit-type-bucket-para.
           add 1 to Erw01-Bucket-Sub
           move Erw01-Tt-Amount(Erw01-Type-Sub, Erw01-Bucket-Sub)
               to Erw01-Tl-Bucket(Erw01-Bucket-Sub).
       edit-type-bucket-exit.
           exit.

       print-country-total-para.
           add 1 to Erw01-Ctry-Sub
           move Erw01-Ct-Country(Erw01-Ctry-Sub) to Erw01-Tl-Label
           move Erw01-Ct-Count(Erw01-Ctry-Sub) to Erw01-Tl-Count
           move zero to Erw01-Bucket-Sub
           perform edit-ctry-bucket-para thru edit-ctry-bucket-exit
               until Erw01-Bucket-Sub >= 5
           move Erw01-Ct-Total(Erw01-Ctry-Sub) to Erw01-Tl-Total
           write RPT-LINE from Erw01-Total-Line.
       print-country-total-exit.
           exit.

       edit-ctry-bucket-para.
           add 1 to Erw01-Bucket-Sub
           move Erw01-Ct-Amount(Erw01-Ctry-Sub, Erw01-Bucket-Sub)
               to Erw01-Tl-Bucket(Erw01-Bucket-Sub).
       edit-ctry-bucket-exit.
           exit.

       edit-grand-bucket-para.
           add 1 to Erw01-Bucket-Sub
           move Erw01-Gb-Amount(Erw01-Bucket-Sub)
               to Erw01-Tl-Bucket(Erw01-Bucket-Sub).
       edit-grand-bucket-exit.
           exit.

       print-control-para.
           write RPT-LINE from Erw01-Ctl-Hdr-Line
           move 'MASTER RECORDS READ:' to Erw01-Ctl-Label
           move Erw01-Cust-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           move 'CUSTOMERS WITH OPEN ITEMS:' to Erw01-Ctl-Label
           move Erw01-Open-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           move 'BOOKED ORDERS AGED:' to Erw01-Ctl-Label
           move Erw01-Order-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           move 'SETTLEMENTS APPLIED:' to Erw01-Ctl-Label
           move Erw01-Settle-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           move 'EXPOSURE DRIFT EXCEPTIONS:' to Erw01-Ctl-Label
           move Erw01-Drift-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           move 'ON COLLECTIONS CALL LIST:' to Erw01-Ctl-Label
           move Erw01-Call-Count to Erw01-Ctl-Count
           write RPT-LINE from Erw01-Ctl-Line
           if Erw01-Unapplied-Count > zero
             move 'SETTLED BEYOND ORDERS HELD:' to Erw01-Ctl-Label
             move Erw01-Unapplied-Count to Erw01-Ctl-Count
             write RPT-LINE from Erw01-Ctl-Line
           end-if
           if Erw01-Undated-Count > zero
             move 'ORDERS WITH UNUSABLE DATE:' to Erw01-Ctl-Label
             move Erw01-Undated-Count to Erw01-Ctl-Count
             write RPT-LINE from Erw01-Ctl-Line
           end-if
           if Erw01-Nonnum-Count > zero
             move 'NON-NUMERIC EXPOSURES:' to Erw01-Ctl-Label
             move Erw01-Nonnum-Count to Erw01-Ctl-Count
             write RPT-LINE from Erw01-Ctl-Line
           end-if
           if Erw01-Orphan-Ord-Count > zero
             move 'ORDERS WITH NO MASTER:' to Erw01-Ctl-Label
             move Erw01-Orphan-Ord-Count to Erw01-Ctl-Count
             write RPT-LINE from Erw01-Ctl-Line
           end-if
           if Erw01-Orphan-Setl-Count > zero
             move 'SETTLEMENTS WITH NO MASTER:' to Erw01-Ctl-Label
             move Erw01-Orphan-Setl-Count to Erw01-Ctl-Count
             write RPT-LINE from Erw01-Ctl-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close CUSTOMER-FILE
           close ORDER-KEYED-FILE
           close SETTLE-WORK-FILE
           close REPORT-FILE
           close CALL-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERW01' to Rctl-Job-Name
           move '063000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erw01-Cust-Count to Rctl-Records-Read
           move Erw01-Open-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
