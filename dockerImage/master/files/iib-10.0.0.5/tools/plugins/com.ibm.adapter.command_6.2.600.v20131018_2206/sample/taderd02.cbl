       identification division.
       program-id. TADERD02.
      ******************************************************************
      *                                                                *
      *  TADERD02 - DORMANT CUSTOMER REVIEW AND PURGE FEED            *
      *                                                                *
      *  CUSTMAST KEEPS EVERY CUSTOMER EVER ADDED, AND THE TADERP01   *
      *  DIRECTORY AND TADERX01 EXTRACT CARRY ACCOUNTS NOBODY HAS     *
      *  ORDERED FOR OR EVEN LOOKED UP IN YEARS.  THIS RUN FLAGS A    *
      *  CUSTOMER AS DORMANT WHEN ALL OF THESE HOLD:                  *
      *    - NO ORDER ON THE KEYED ORDER HISTORY (ORDHKEY - THE SAME  *
      *      ENTRIES TADERO01 APPENDS TO ORDHIST, ALREADY IN          *
      *      CUSTOMER/DATE ORDER) IN THE WINDOW;                      *
      *    - NO LOOKUP ON THE AUDIT HISTORY (AUDHIST) IN THE WINDOW;  *
      *    - ZERO CUST-OPEN-EXPOSURE.                                 *
      *  THE WINDOW IS THE N MONTHS (DRMPARM) BEFORE THE AS-OF MONTH, *
      *  WORKED THE WAY TADERH01 WORKS ITS RETENTION CUTOFF.  THE     *
      *  WINDOW CAN NEVER REACH BEHIND TADERH01'S RETENTION (READ     *
      *  FROM ITS ARCPARM, DEFAULT 12 MONTHS): ANYTHING OLDER HAS     *
      *  BEEN ARCHIVED OFF ORDHKEY AND AUDHIST, AND A CUSTOMER ACTIVE *
      *  IN THAT PART OF THE WINDOW WOULD LOOK DORMANT.  A LONGER     *
      *  DRMPARM WINDOW IS CUT BACK TO THE RETENTION AND FLAGGED.     *
      *  THE DORMANCY REPORT (DRMRPT) LISTS THEM GROUPED BY COUNTRY   *
      *  WITH THE LAST ORDER AND LAST LOOKUP DATES STILL ONLINE       *
      *  (NONE WHEN EVERYTHING FOR THE CUSTOMER HAS BEEN ARCHIVED).   *
      *  THE MASTER CARRIES NO DATE ADDED, SO A CUSTOMER ADDED        *
      *  INSIDE THE WINDOW THAT HAS NOT ORDERED YET ALSO SHOWS -      *
      *  WHICH IS WHY NOTHING IS PURGED WITHOUT A REVIEWER.           *
      *                                                                *
      *  THE REVIEWER CONFIRMS THE CUSTOMERS TO PURGE ON CONFIRMATION *
      *  CARDS (DRMCONF) AND THE RUN IS RESUBMITTED WITH THEM; EACH   *
      *  CONFIRMED CUSTOMER THAT IS STILL DORMANT GOES TO THE DELETE  *
      *  FEED (DRMMNT) IN MNTREC FORMAT FOR TADERM10, WHICH ARCHIVES  *
      *  THE FULL MASTER IMAGE TO THE DATED CUSTOMER ARCHIVE          *
      *  (CUSTARCH, SEE CARCREC) BEFORE IT APPLIES EACH DELETE, AND   *
      *  WHOSE XP GUARD STILL REFUSES ANY DELETE THAT PICKED UP       *
      *  EXPOSURE IN BETWEEN.  A CONFIRMED CUSTOMER THAT IS NO LONGER *
      *  DORMANT IS LEFT ALONE AND COUNTED.  TADERD03 PUTS AN         *
      *  ARCHIVED CUSTOMER BACK.                                      *
      *                                                                *
      *  DRMPARM RECORD: COL 1-8   AS-OF DATE YYYYMMDD (DEFAULT THE   *
      *                            RUN DATE)                          *
      *                  COL 9-11  MONTHS WITHOUT ACTIVITY 999        *
      *                            (DEFAULT AND MAXIMUM: THE          *
      *                            TADERH01 RETENTION, SEE ABOVE)     *
      *  DRMCONF RECORD: COL 1-5   CUSTOMER NUMBER CONFIRMED          *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL DORMANT CUSTOMER REVIEW.           *
      *  2026-10-15  DLH  THE WINDOW IS NOW HELD INSIDE THE TADERH01  *
      *                   RETENTION (ARCPARM, DEFAULT 12 MONTHS) -    *
      *                   THE OLD 24-MONTH DEFAULT REACHED BACK PAST  *
      *                   WHAT ORDHKEY AND AUDHIST STILL HOLD AND     *
      *                   REPORTED CUSTOMERS ACTIVE IN THE ARCHIVED   *
      *                   MONTHS AS DORMANT.  THE DEFAULT IS NOW THE  *
      *                   RETENTION AND A LONGER DRMPARM WINDOW (OR   *
      *                   AN AS-OF DATE SO EARLY NO WINDOW FITS) IS   *
      *                   CUT BACK AND FLAGGED ON THE REPORT.         *
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
           select AUDIT-HIST-FILE assign to AUDHIST
               organization is indexed
               access mode is sequential
               record key is Audh-Key.
           select optional CONFIRM-FILE assign to DRMCONF
               organization is line sequential
               file status is Erd02-Conf-Status.
           select SORT-AUDIT-FILE assign to SRTWK1.
           select AUDIT-WORK-FILE assign to AUDWORK
               organization is line sequential.
           select SORT-CONFIRM-FILE assign to SRTWK2.
           select CONFIRM-WORK-FILE assign to CONFWORK
               organization is line sequential.
           select SORT-DORMANT-FILE assign to SRTWK3.
           select optional PARM-FILE assign to DRMPARM
               organization is line sequential
               file status is Erd02-Parm-Status.
           select optional RETAIN-FILE assign to ARCPARM
               organization is line sequential
               file status is Erd02-Retain-Status.
           select MAINT-FEED-FILE assign to DRMMNT
               organization is line sequential.
           select REPORT-FILE assign to DRMRPT
               organization is line sequential.
       data division.
       file section.
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  ORDER-KEYED-FILE.
           copy ORDKREC.
       fd  AUDIT-HIST-FILE.
           copy AUDHREC.
       fd  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05  Conf-Customer-Number    PIC X(05).
           05  FILLER                  PIC X(75).
       sd  SORT-AUDIT-FILE.
       01  SRTA-RECORD.
           05  Srta-Customer-Number    PIC X(05).
           05  Srta-Date               PIC X(08).
       fd  AUDIT-WORK-FILE
           record contains 13 characters.
       01  AUDW-RECORD.
           05  Audw-Customer-Number    PIC X(05).
           05  Audw-Date               PIC X(08).
       sd  SORT-CONFIRM-FILE.
       01  SRTC-RECORD.
           05  Srtc-Customer-Number    PIC X(05).
       fd  CONFIRM-WORK-FILE
           record contains 5 characters.
       01  CFW-RECORD.
           05  Cfw-Customer-Number     PIC X(05).
       sd  SORT-DORMANT-FILE.
       01  SRTD-RECORD.
           05  Srtd-Country            PIC A(10).
           05  Srtd-Customer-Number    PIC X(05).
           05  Srtd-First-Name         PIC A(15).
           05  Srtd-Last-Name          PIC A(25).
           05  Srtd-Street             PIC X(20).
           05  Srtd-City               PIC A(20).
           05  Srtd-Phone              PIC X(15).
           05  Srtd-Postal-Code        PIC X(07).
           05  Srtd-Credit-Limit       PIC S9(7)V99.
           05  Srtd-Customer-Type      PIC X(01).
           05  Srtd-Currency-Code      PIC X(03).
           05  Srtd-Last-Order         PIC X(08).
           05  Srtd-Last-Lookup        PIC X(08).
           05  Srtd-Confirmed          PIC X(01).
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-As-Of-Date          PIC X(08).
           05  Parm-Months              PIC 9(03).
           05  FILLER                   PIC X(69).
      *    TADERH01's parm card - only the months it keeps online.
       fd  RETAIN-FILE.
       01  RETAIN-RECORD.
           05  Retain-Months            PIC 9(03).
           05  FILLER                   PIC X(77).
       fd  MAINT-FEED-FILE.
           copy MNTREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erd02-Switches.
           05  Erd02-Cust-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Cust-Eof           VALUE 'Y'.
           05  Erd02-Ordk-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Ordk-Eof           VALUE 'Y'.
           05  Erd02-Audh-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Audh-Eof           VALUE 'Y'.
           05  Erd02-Audw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Audw-Eof           VALUE 'Y'.
           05  Erd02-Conf-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Conf-Eof           VALUE 'Y'.
           05  Erd02-Cfw-Eof-Switch     PIC X(01) VALUE 'N'.
               88  Erd02-Cfw-Eof            VALUE 'Y'.
           05  Erd02-Srtd-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd02-Srtd-Eof           VALUE 'Y'.
           05  Erd02-Confirmed-Switch   PIC X(01) VALUE 'N'.
               88  Erd02-Confirmed          VALUE 'Y'.
           05  Erd02-Dormant-Switch     PIC X(01) VALUE 'N'.
               88  Erd02-Dormant            VALUE 'Y'.
           05  Erd02-Have-Country-Switch PIC X(01) VALUE 'N'.
               88  Erd02-Have-Country       VALUE 'Y'.
       01  Erd02-Counters.
           05  Erd02-Cust-Count         PIC 9(07) VALUE ZERO.
           05  Erd02-Order-Count        PIC 9(07) VALUE ZERO.
           05  Erd02-Audit-Count        PIC 9(07) VALUE ZERO.
           05  Erd02-Dormant-Count      PIC 9(07) VALUE ZERO.
           05  Erd02-Conf-Card-Count    PIC 9(07) VALUE ZERO.
           05  Erd02-Conf-Active-Count  PIC 9(07) VALUE ZERO.
           05  Erd02-Conf-Orphan-Count  PIC 9(07) VALUE ZERO.
           05  Erd02-Feed-Count         PIC 9(07) VALUE ZERO.
           05  Erd02-Nonnum-Count       PIC 9(07) VALUE ZERO.
           05  Erd02-Orphan-Ord-Count   PIC 9(07) VALUE ZERO.
           05  Erd02-Orphan-Aud-Count   PIC 9(07) VALUE ZERO.
           05  Erd02-Ctry-Count         PIC 9(07) VALUE ZERO.
           05  Erd02-Ctry-Conf-Count    PIC 9(07) VALUE ZERO.
       01  Erd02-Inactive-Months        PIC 9(03) VALUE ZERO.
       01  Erd02-Retain-Months          PIC 9(03) VALUE 012.
       01  Erd02-Max-Months             PIC S9(05) VALUE ZERO.
       01  Erd02-Asked-Months           PIC 9(03) VALUE ZERO.
       01  Erd02-Parm-Status            PIC X(02).
       01  Erd02-Retain-Status          PIC X(02).
       01  Erd02-Conf-Status            PIC X(02).
       01  Erd02-Run-Date               PIC X(08).
       01  Erd02-As-Of-Date             PIC X(08).
       01  Erd02-Start-Date             PIC X(08).
       01  Erd02-Last-Order             PIC X(08).
       01  Erd02-Last-Lookup            PIC X(08).
       01  Erd02-Prev-Country           PIC X(10).
       01  Erd02-Cutoff-Work.
           05  Erd02-Work-Year          PIC 9(04).
           05  Erd02-Work-Month         PIC 9(02).
           05  Erd02-Month-Serial       PIC S9(07).
       01  Erd02-Run-Month-Serial       PIC S9(07) VALUE ZERO.
       01  Erd02-Cutoff-Month.
           05  Erd02-Cutoff-Year        PIC 9(04).
           05  Erd02-Cutoff-Mm          PIC 9(02).
       01  Erd02-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'TADERD02 - DORMANT CUSTOMERS'.
           05  FILLER                   PIC X(07) VALUE 'AS OF: '.
           05  Erd02-Hdr-As-Of          PIC X(08).
           05  FILLER                   PIC X(25)
               VALUE '  NO ACTIVITY SINCE: '.
           05  Erd02-Hdr-Since          PIC X(08).
       01  Erd02-Flag-Line.
           05  FILLER                   PIC X(03) VALUE '***'.
           05  Erd02-Fl-Text            PIC X(90).
       01  Erd02-Col-Line.
           05  FILLER                   PIC X(07) VALUE 'CUST'.
           05  FILLER                   PIC X(43) VALUE 'NAME'.
           05  FILLER                   PIC X(22) VALUE 'CITY'.
           05  FILLER                   PIC X(14)
               VALUE 'CREDIT LIMIT'.
           05  FILLER                   PIC X(12) VALUE 'LAST ORDER'.
           05  FILLER                   PIC X(12) VALUE 'LAST LOOKUP'.
           05  FILLER                   PIC X(09) VALUE 'CONFIRMED'.
       01  Erd02-Ctry-Hdr-Line.
           05  FILLER                   PIC X(09) VALUE 'COUNTRY: '.
           05  Erd02-Ch-Country         PIC X(10).
       01  Erd02-Det-Line.
           05  Erd02-Dl-Cust            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-First-Name      PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erd02-Dl-Last-Name       PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-City            PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-Limit           PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-Last-Order      PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-Last-Lookup     PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd02-Dl-Confirmed       PIC X(09).
       01  Erd02-Ctry-Total-Line.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(21)
               VALUE 'DORMANT IN COUNTRY:'.
           05  Erd02-Ct-Count           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
               VALUE '   CONFIRMED:'.
           05  Erd02-Ct-Conf            PIC ZZZ,ZZ9.
       01  Erd02-No-Dormant-Line.
           05  FILLER                   PIC X(40)
               VALUE 'NO DORMANT CUSTOMERS'.
       01  Erd02-Ctl-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'TADERD02 - DORMANCY RUN CONTROL TOTALS'.
       01  Erd02-Ctl-Line.
           05  Erd02-Ctl-Label          PIC X(28).
           05  Erd02-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           sort SORT-AUDIT-FILE
               on ascending key Srta-Customer-Number
               on descending key Srta-Date
               input procedure is extract-audits-para
               giving AUDIT-WORK-FILE.
           sort SORT-CONFIRM-FILE
               on ascending key Srtc-Customer-Number
               input procedure is extract-confirms-para
               giving CONFIRM-WORK-FILE.
           sort SORT-DORMANT-FILE
               on ascending key Srtd-Country Srtd-Customer-Number
               input procedure is select-dormant-para
               output procedure is report-dormant-para.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           accept Erd02-Run-Date from date yyyymmdd
           move Erd02-Run-Date to Erd02-As-Of-Date
           perform read-retain-para thru read-retain-exit
           perform read-parm-para thru read-parm-exit
           open output MAINT-FEED-FILE
           open output REPORT-FILE
           perform limit-window-para thru limit-window-exit
           perform compute-cutoff-para thru compute-cutoff-exit
           move Erd02-As-Of-Date to Erd02-Hdr-As-Of
           move Erd02-Start-Date to Erd02-Hdr-Since
           write RPT-LINE from Erd02-Hdr-Line
           if Erd02-Fl-Text not equal spaces
             write RPT-LINE from Erd02-Flag-Line
           end-if
           write RPT-LINE from Erd02-Col-Line.
       initialize-exit.
           exit.

       read-parm-para.
      *    as-of date and months come from an optional parm file
      *    (DRMPARM).  no DRMPARM, or a blank or non-numeric field,
      *    leaves the run date and the online retention.
           open input PARM-FILE
           if Erd02-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-As-Of-Date is numeric
                     move Parm-As-Of-Date to Erd02-As-Of-Date
                   end-if
                   if Parm-Months is numeric
                      and Parm-Months > zero
                     move Parm-Months to Erd02-Inactive-Months
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       read-retain-para.
      *    the months TADERH01 keeps online, from the same optional
      *    ARCPARM card it reads, with the same default.
           open input RETAIN-FILE
           if Erd02-Retain-Status equal '00'
             read RETAIN-FILE
                 at end continue
                 not at end
                   if Retain-Months is numeric
                      and Retain-Months > zero
                     move Retain-Months to Erd02-Retain-Months
                   end-if
             end-read
           end-if
           close RETAIN-FILE.
       read-retain-exit.
           exit.

       limit-window-para.
      *    TADERH01 cuts back to the first of the month the retention
      *    before its run month, so the window - counted back from
      *    the as-of month - may only be as long as the retention
      *    less however many months the as-of date lies behind
      *    today.  no window or a longer one is cut back and flagged;
      *    an as-of date so old that no month fits is dropped for
      *    the run date.
           move spaces to Erd02-Fl-Text
           move Erd02-Run-Date(1:4) to Erd02-Work-Year
           move Erd02-Run-Date(5:2) to Erd02-Work-Month
           compute Erd02-Run-Month-Serial =
               (Erd02-Work-Year * 12) + Erd02-Work-Month
           move Erd02-As-Of-Date(1:4) to Erd02-Work-Year
           move Erd02-As-Of-Date(5:2) to Erd02-Work-Month
           compute Erd02-Month-Serial =
               (Erd02-Work-Year * 12) + Erd02-Work-Month
           compute Erd02-Max-Months = Erd02-Retain-Months
               - (Erd02-Run-Month-Serial - Erd02-Month-Serial)
           if Erd02-Max-Months > Erd02-Retain-Months
             move Erd02-Retain-Months to Erd02-Max-Months
           end-if
           if Erd02-Max-Months < 1
             string 'AS-OF DATE ' Erd02-As-Of-Date
                    ' IS BEHIND THE ONLINE RETENTION - RUN DATE USED'
                 delimited by size into Erd02-Fl-Text
             move Erd02-Run-Date to Erd02-As-Of-Date
             move Erd02-Retain-Months to Erd02-Max-Months
           end-if
           if Erd02-Inactive-Months equal zero
             move Erd02-Max-Months to Erd02-Inactive-Months
             go to limit-window-exit
           end-if
           if Erd02-Inactive-Months > Erd02-Max-Months
             move Erd02-Inactive-Months to Erd02-Asked-Months
             move Erd02-Max-Months to Erd02-Inactive-Months
             if Erd02-Fl-Text equal spaces
               string 'DRMPARM WINDOW OF ' Erd02-Asked-Months
                      ' MONTHS CUT BACK TO ' Erd02-Inactive-Months
                      ' - OLDER HISTORY IS ARCHIVED BY TADERH01'
                   delimited by size into Erd02-Fl-Text
             end-if
           end-if.
       limit-window-exit.
           exit.

       compute-cutoff-para.
      *    the window opens on the first of the month the inactive
      *    months before the as-of month - worked in whole months,
      *    year times twelve plus month, as TADERH01 does.  activity
      *    dated before the window's first day does not count.
           move Erd02-As-Of-Date(1:4) to Erd02-Work-Year
           move Erd02-As-Of-Date(5:2) to Erd02-Work-Month
           compute Erd02-Month-Serial =
               (Erd02-Work-Year * 12) + Erd02-Work-Month - 1
               - Erd02-Inactive-Months
           divide Erd02-Month-Serial by 12
               giving Erd02-Cutoff-Year
               remainder Erd02-Work-Month
           compute Erd02-Cutoff-Mm = Erd02-Work-Month + 1
           move Erd02-Cutoff-Month to Erd02-Start-Date(1:6)
           move '01' to Erd02-Start-Date(7:2).
       compute-cutoff-exit.
           exit.

       extract-audits-para.
      *    the lookup history is keyed by date, so it is sorted into
      *    customer order, newest first - the first entry for a
      *    customer is its last lookup.
           open input AUDIT-HIST-FILE
           perform read-audit-para thru read-audit-exit
           perform release-audit-para thru release-audit-exit
               until Erd02-Audh-Eof
           close AUDIT-HIST-FILE.

       read-audit-para.
           read AUDIT-HIST-FILE
               at end move 'Y' to Erd02-Audh-Eof-Switch
           end-read.
       read-audit-exit.
           exit.

       release-audit-para.
           add 1 to Erd02-Audit-Count
           if Audh-Customer-Number not equal spaces
             move Audh-Customer-Number to Srta-Customer-Number
             move Audh-Date to Srta-Date
             release SRTA-RECORD
           end-if
           perform read-audit-para thru read-audit-exit.
       release-audit-exit.
           exit.

       extract-confirms-para.
      *    the reviewer's confirmation cards, if any were supplied
      *    for this run.  no DRMCONF leaves the run report only.
           open input CONFIRM-FILE
           if Erd02-Conf-Status not equal '00'
             move 'Y' to Erd02-Conf-Eof-Switch
           else
             perform read-confirm-para thru read-confirm-exit
           end-if
           perform release-confirm-para thru release-confirm-exit
               until Erd02-Conf-Eof
           close CONFIRM-FILE.

       read-confirm-para.
           read CONFIRM-FILE
               at end move 'Y' to Erd02-Conf-Eof-Switch
           end-read.
       read-confirm-exit.
           exit.

       release-confirm-para.
           if Conf-Customer-Number not equal spaces
             add 1 to Erd02-Conf-Card-Count
             move Conf-Customer-Number to Srtc-Customer-Number
             release SRTC-RECORD
           end-if
           perform read-confirm-para thru read-confirm-exit.
       release-confirm-exit.
           exit.

       select-dormant-para.
      *    one pass of the master against the keyed order history,
      *    the sorted lookups and the sorted confirmations - all in
      *    customer order - releasing each dormant customer to the
      *    country sort.
           open input CUSTOMER-FILE
           open input ORDER-KEYED-FILE
           open input AUDIT-WORK-FILE
           open input CONFIRM-WORK-FILE
           perform read-customer-para thru read-customer-exit
           perform read-ordkey-para thru read-ordkey-exit
           perform read-audwork-para thru read-audwork-exit
           perform read-cfwork-para thru read-cfwork-exit
           perform check-one-para thru check-one-exit
               until Erd02-Cust-Eof
           perform skip-one-order-para thru skip-one-order-exit
               until Erd02-Ordk-Eof
           perform skip-one-audit-para thru skip-one-audit-exit
               until Erd02-Audw-Eof
           perform skip-one-confirm-para thru skip-one-confirm-exit
               until Erd02-Cfw-Eof
           close CUSTOMER-FILE
           close ORDER-KEYED-FILE
           close AUDIT-WORK-FILE
           close CONFIRM-WORK-FILE.

       read-customer-para.
           read CUSTOMER-FILE
               at end move 'Y' to Erd02-Cust-Eof-Switch
           end-read.
       read-customer-exit.
           exit.

       read-ordkey-para.
           read ORDER-KEYED-FILE
               at end move 'Y' to Erd02-Ordk-Eof-Switch
           end-read.
       read-ordkey-exit.
           exit.

       read-audwork-para.
           read AUDIT-WORK-FILE
               at end move 'Y' to Erd02-Audw-Eof-Switch
           end-read.
       read-audwork-exit.
           exit.

       read-cfwork-para.
           read CONFIRM-WORK-FILE
               at end move 'Y' to Erd02-Cfw-Eof-Switch
           end-read.
       read-cfwork-exit.
           exit.

       check-one-para.
      *    one customer: its last order (the key runs oldest to
      *    newest, so the last entry read is the latest), its last
      *    lookup (the first sorted entry), whether the reviewer
      *    confirmed it, and then the three dormancy tests.  history
      *    below the current master key belongs to a customer no
      *    longer on file and is counted.
           add 1 to Erd02-Cust-Count
           move spaces to Erd02-Last-Order
           move spaces to Erd02-Last-Lookup
           move 'N' to Erd02-Confirmed-Switch
           perform skip-orphan-orders-para thru
               skip-orphan-orders-exit
           perform scan-order-para thru scan-order-exit
               until Erd02-Ordk-Eof
                  or Ordk-Customer-Number not equal Cust-Number
           perform skip-orphan-audits-para thru
               skip-orphan-audits-exit
           if not Erd02-Audw-Eof
              and Audw-Customer-Number equal Cust-Number
             move Audw-Date to Erd02-Last-Lookup
           end-if
           perform scan-audit-para thru scan-audit-exit
               until Erd02-Audw-Eof
                  or Audw-Customer-Number not equal Cust-Number
           perform skip-orphan-confirms-para thru
               skip-orphan-confirms-exit
           perform scan-confirm-para thru scan-confirm-exit
               until Erd02-Cfw-Eof
                  or Cfw-Customer-Number not equal Cust-Number
           perform test-dormant-para thru test-dormant-exit
           if Erd02-Dormant
             perform release-dormant-para thru release-dormant-exit
           else
             if Erd02-Confirmed
               add 1 to Erd02-Conf-Active-Count
             end-if
           end-if
           perform read-customer-para thru read-customer-exit.
       check-one-exit.
           exit.

       skip-orphan-orders-para.
           perform skip-one-order-para thru skip-one-order-exit
               until Erd02-Ordk-Eof
                  or Ordk-Customer-Number not less than Cust-Number.
       skip-orphan-orders-exit.
           exit.

       skip-one-order-para.
           add 1 to Erd02-Orphan-Ord-Count
           perform read-ordkey-para thru read-ordkey-exit.
       skip-one-order-exit.
           exit.

       scan-order-para.
           add 1 to Erd02-Order-Count
           move Ordk-Date to Erd02-Last-Order
           perform read-ordkey-para thru read-ordkey-exit.
       scan-order-exit.
           exit.

       skip-orphan-audits-para.
           perform skip-one-audit-para thru skip-one-audit-exit
               until Erd02-Audw-Eof
                  or Audw-Customer-Number not less than Cust-Number.
       skip-orphan-audits-exit.
           exit.

       skip-one-audit-para.
           add 1 to Erd02-Orphan-Aud-Count
           perform read-audwork-para thru read-audwork-exit.
       skip-one-audit-exit.
           exit.

       scan-audit-para.
           perform read-audwork-para thru read-audwork-exit.
       scan-audit-exit.
           exit.

       skip-orphan-confirms-para.
           perform skip-one-confirm-para thru skip-one-confirm-exit
               until Erd02-Cfw-Eof
                  or Cfw-Customer-Number not less than Cust-Number.
       skip-orphan-confirms-exit.
           exit.

       skip-one-confirm-para.
           add 1 to Erd02-Conf-Orphan-Count
           perform read-cfwork-para thru read-cfwork-exit.
       skip-one-confirm-exit.
           exit.

       scan-confirm-para.
           move 'Y' to Erd02-Confirmed-Switch
           perform read-cfwork-para thru read-cfwork-exit.
       scan-confirm-exit.
           exit.

       test-dormant-para.
      *    all three must hold.  a balance the master cannot show as
      *    a number is taken as zero and counted, as TADERV01 does -
      *    TADERM10's XP guard is the last word on the balance.
           move 'N' to Erd02-Dormant-Switch
           if Cust-Open-Exposure is numeric
             if Cust-Open-Exposure not equal zero
               go to test-dormant-exit
             end-if
           else
             add 1 to Erd02-Nonnum-Count
           end-if
           if Erd02-Last-Order not equal spaces
              and Erd02-Last-Order not < Erd02-Start-Date
             go to test-dormant-exit
           end-if
           if Erd02-Last-Lookup not equal spaces
              and Erd02-Last-Lookup not < Erd02-Start-Date
             go to test-dormant-exit
           end-if
           move 'Y' to Erd02-Dormant-Switch.
       test-dormant-exit.
           exit.

       release-dormant-para.
           move Cust-Country to Srtd-Country
           move Cust-Number to Srtd-Customer-Number
           move Cust-First-Name to Srtd-First-Name
           move Cust-Last-Name to Srtd-Last-Name
           move Cust-Street to Srtd-Street
           move Cust-City to Srtd-City
           move Cust-Phone to Srtd-Phone
           move Cust-Postal-Code to Srtd-Postal-Code
           if Cust-Credit-Limit is numeric
             move Cust-Credit-Limit to Srtd-Credit-Limit
           else
             move zero to Srtd-Credit-Limit
           end-if
           move Cust-Type to Srtd-Customer-Type
           move Cust-Currency to Srtd-Currency-Code
           move Erd02-Last-Order to Srtd-Last-Order
           move Erd02-Last-Lookup to Srtd-Last-Lookup
           move Erd02-Confirmed-Switch to Srtd-Confirmed
           release SRTD-RECORD.
       release-dormant-exit.
           exit.

       report-dormant-para.
      *    the dormant customers come back in country order; each
      *    country gets a heading and a count, and each confirmed
      *    customer goes to the delete feed.
           perform return-dormant-para thru return-dormant-exit
           perform print-dormant-para thru print-dormant-exit
               until Erd02-Srtd-Eof
           if Erd02-Have-Country
             perform country-total-para thru country-total-exit
           else
             write RPT-LINE from Erd02-No-Dormant-Line
           end-if.

       return-dormant-para.
           return SORT-DORMANT-FILE
               at end move 'Y' to Erd02-Srtd-Eof-Switch
           end-return.
       return-dormant-exit.
           exit.

       print-dormant-para.
           if Erd02-Have-Country
              and Srtd-Country not equal Erd02-Prev-Country
             perform country-total-para thru country-total-exit
           end-if
           if not Erd02-Have-Country
             move Srtd-Country to Erd02-Prev-Country
             move Srtd-Country to Erd02-Ch-Country
             write RPT-LINE from Erd02-Ctry-Hdr-Line
             set Erd02-Have-Country to true
           end-if
           add 1 to Erd02-Dormant-Count
           add 1 to Erd02-Ctry-Count
           move Srtd-Customer-Number to Erd02-Dl-Cust
           move Srtd-First-Name to Erd02-Dl-First-Name
           move Srtd-Last-Name to Erd02-Dl-Last-Name
           move Srtd-City to Erd02-Dl-City
           move Srtd-Credit-Limit to Erd02-Dl-Limit
           if Srtd-Last-Order equal spaces
             move 'NONE' to Erd02-Dl-Last-Order
           else
             move Srtd-Last-Order to Erd02-Dl-Last-Order
           end-if
           if Srtd-Last-Lookup equal spaces
             move 'NONE' to Erd02-Dl-Last-Lookup
           else
             move Srtd-Last-Lookup to Erd02-Dl-Last-Lookup
           end-if
           if Srtd-Confirmed equal 'Y'
             move 'CONFIRMED' to Erd02-Dl-Confirmed
             add 1 to Erd02-Ctry-Conf-Count
             perform write-feed-para thru write-feed-exit
           else
             move spaces to Erd02-Dl-Confirmed
           end-if
           write RPT-LINE from Erd02-Det-Line
           perform return-dormant-para thru return-dormant-exit.
       print-dormant-exit.
           exit.

       country-total-para.
      *    close off the country just finished; the next record
      *    opens the next one.
           move Erd02-Ctry-Count to Erd02-Ct-Count
           move Erd02-Ctry-Conf-Count to Erd02-Ct-Conf
           write RPT-LINE from Erd02-Ctry-Total-Line
           move zero to Erd02-Ctry-Count
           move zero to Erd02-Ctry-Conf-Count
           move 'N' to Erd02-Have-Country-Switch.
       country-total-exit.
           exit.

       write-feed-para.
      *    the delete carries the customer's own fields, as
      *    TADERD01's merge feed does, so the feed can be read
      *    without the report beside it - TADERM10 keys the delete
      *    on the number alone.
           set Mnt-Delete to true
           move Srtd-Customer-Number to Mnt-Customer-Number
           move Srtd-First-Name to Mnt-First-Name
           move Srtd-Last-Name to Mnt-Last-Name
           move Srtd-Street to Mnt-Street
           move Srtd-City to Mnt-City
           move Srtd-Country to Mnt-Country
           move Srtd-Phone to Mnt-Phone
           move Srtd-Postal-Code to Mnt-Postal-Code
           move Srtd-Credit-Limit to Mnt-Credit-Limit
           move Srtd-Customer-Type to Mnt-Customer-Type
           move Srtd-Currency-Code to Mnt-Currency-Code
           write MAINT-RECORD
           add 1 to Erd02-Feed-Count.
       write-feed-exit.
           exit.

       print-control-para.
           write RPT-LINE from Erd02-Ctl-Hdr-Line
           move 'MASTER RECORDS READ:' to Erd02-Ctl-Label
           move Erd02-Cust-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           move 'ORDER KEYS READ:' to Erd02-Ctl-Label
           move Erd02-Order-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           move 'LOOKUP ENTRIES READ:' to Erd02-Ctl-Label
           move Erd02-Audit-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           move 'DORMANT CUSTOMERS:' to Erd02-Ctl-Label
           move Erd02-Dormant-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           move 'CONFIRMATION CARDS READ:' to Erd02-Ctl-Label
           move Erd02-Conf-Card-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           move 'DELETES WRITTEN:' to Erd02-Ctl-Label
           move Erd02-Feed-Count to Erd02-Ctl-Count
           write RPT-LINE from Erd02-Ctl-Line
           if Erd02-Conf-Active-Count > zero
             move 'CONFIRMED BUT NOT DORMANT:' to Erd02-Ctl-Label
             move Erd02-Conf-Active-Count to Erd02-Ctl-Count
             write RPT-LINE from Erd02-Ctl-Line
           end-if
           if Erd02-Conf-Orphan-Count > zero
             move 'CONFIRMED WITH NO MASTER:' to Erd02-Ctl-Label
             move Erd02-Conf-Orphan-Count to Erd02-Ctl-Count
             write RPT-LINE from Erd02-Ctl-Line
           end-if
           if Erd02-Nonnum-Count > zero
             move 'NON-NUMERIC EXPOSURES:' to Erd02-Ctl-Label
             move Erd02-Nonnum-Count to Erd02-Ctl-Count
             write RPT-LINE from Erd02-Ctl-Line
           end-if
           if Erd02-Orphan-Ord-Count > zero
             move 'ORDERS WITH NO MASTER:' to Erd02-Ctl-Label
             move Erd02-Orphan-Ord-Count to Erd02-Ctl-Count
             write RPT-LINE from Erd02-Ctl-Line
           end-if
           if Erd02-Orphan-Aud-Count > zero
             move 'LOOKUPS WITH NO MASTER:' to Erd02-Ctl-Label
             move Erd02-Orphan-Aud-Count to Erd02-Ctl-Count
             write RPT-LINE from Erd02-Ctl-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close MAINT-FEED-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERD02' to Rctl-Job-Name
           move '043000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erd02-Cust-Count to Rctl-Records-Read
           move Erd02-Feed-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
