       identification division.
       program-id. TADERD03.
      ******************************************************************
      *                                                                *
      *  TADERD03 - REINSTATE ARCHIVED CUSTOMERS                      *
      *                                                                *
      *  THE WAY BACK FOR A CUSTOMER PURGED THROUGH THE TADERD02      *
      *  DORMANCY FEED (OR ANY OTHER TADERM10 DELETE).  TADERM10      *
      *  WROTE THE FULL MASTER IMAGE TO THE DATED CUSTOMER ARCHIVE    *
      *  (CUSTARCH, SEE CARCREC) BEFORE IT DELETED THE RECORD.  THIS  *
      *  RUN TAKES A REINSTATEMENT CARD PER RETURNING CUSTOMER        *
      *  (RINCARD), FINDS THE CUSTOMER'S IMAGE ON THE ARCHIVE         *
      *  GENERATIONS SUPPLIED (CONCATENATED) - THE LATEST ONE, OR THE *
      *  ONE ARCHIVED ON THE DATE THE CARD NAMES - AND WRITES AN ADD  *
      *  UNDER THE SAME CUSTOMER NUMBER, WITH THE SAME NAME, ADDRESS, *
      *  LIMIT, TYPE AND CURRENCY, TO THE REINSTATEMENT FEED (RINMNT) *
      *  IN MNTREC FORMAT.  THE ADD GOES THROUGH TADERM10'S EDITS AND *
      *  JOURNAL LIKE ANY OTHER, STARTS AT ZERO EXPOSURE (A PURGED    *
      *  CUSTOMER HAD NONE), AND LINES THE CUSTOMER UP WITH ITS ORDER *
      *  AND LOOKUP HISTORY AGAIN.  A NUMBER THAT IS BACK ON THE      *
      *  MASTER ALREADY - REINSTATED, OR REUSED - IS REPORTED AND NOT *
      *  FED; TADERM10'S DU EDIT WOULD REFUSE IT ANYWAY.  THE         *
      *  LISTING (RINRPT) SHOWS WHAT HAPPENED TO EVERY CARD.          *
      *                                                                *
      *  RINCARD RECORD: COL 1-5   CUSTOMER NUMBER                    *
      *                  COL 6-13  ARCHIVE DATE YYYYMMDD - BLANK      *
      *                            TAKES THE LATEST IMAGE             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL CUSTOMER REINSTATEMENT RUN.        *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select ARCHIVE-IN-FILE assign to CUSTARCH
               organization is sequential.
           select REINSTATE-FILE assign to RINCARD
               organization is line sequential.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is random
               record key is Cust-Number.
           select SORT-ARCHIVE-FILE assign to SRTWK1.
           select ARCHIVE-WORK-FILE assign to ARCWORK
               organization is sequential.
           select SORT-CARD-FILE assign to SRTWK2.
           select CARD-WORK-FILE assign to RINWORK
               organization is line sequential.
           select MAINT-FEED-FILE assign to RINMNT
               organization is line sequential.
           select REPORT-FILE assign to RINRPT
               organization is line sequential.
       data division.
       file section.
       fd  ARCHIVE-IN-FILE
           record contains 156 characters.
       01  ARCHIVE-IN-RECORD           PIC X(156).
       fd  REINSTATE-FILE.
       01  REINSTATE-RECORD.
           05  Rin-Customer-Number     PIC X(05).
           05  Rin-Archive-Date        PIC X(08).
           05  FILLER                  PIC X(67).
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       sd  SORT-ARCHIVE-FILE.
       01  SRTR-RECORD.
           05  Srtr-Archive-Date       PIC X(08).
           05  Srtr-Archive-Time       PIC X(06).
           05  Srtr-Job-Name           PIC X(08).
           05  Srtr-Customer-Number    PIC X(05).
           05  FILLER                  PIC X(129).
       fd  ARCHIVE-WORK-FILE.
           copy CARCREC.
       sd  SORT-CARD-FILE.
       01  SRTC-RECORD.
           05  Srtc-Customer-Number    PIC X(05).
           05  Srtc-Archive-Date       PIC X(08).
       fd  CARD-WORK-FILE
           record contains 13 characters.
       01  CRDW-RECORD.
           05  Crdw-Customer-Number    PIC X(05).
           05  Crdw-Archive-Date       PIC X(08).
       fd  MAINT-FEED-FILE.
           copy MNTREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erd03-Switches.
           05  Erd03-Arch-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd03-Arch-Eof           VALUE 'Y'.
           05  Erd03-Card-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd03-Card-Eof           VALUE 'Y'.
           05  Erd03-Arcw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd03-Arcw-Eof           VALUE 'Y'.
           05  Erd03-Crdw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erd03-Crdw-Eof           VALUE 'Y'.
           05  Erd03-On-File-Switch     PIC X(01) VALUE 'N'.
               88  Erd03-On-File            VALUE 'Y'.
       01  Erd03-Counters.
           05  Erd03-Arch-Count         PIC 9(07) VALUE ZERO.
           05  Erd03-Card-Count         PIC 9(07) VALUE ZERO.
           05  Erd03-Feed-Count         PIC 9(07) VALUE ZERO.
           05  Erd03-Not-Arch-Count     PIC 9(07) VALUE ZERO.
           05  Erd03-On-File-Count      PIC 9(07) VALUE ZERO.
           05  Erd03-Dup-Count          PIC 9(07) VALUE ZERO.
       01  Erd03-Prev-Card              PIC X(05) VALUE LOW-VALUES.
       01  Erd03-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'TADERD03 - CUSTOMER REINSTATEMENT FROM ARCHIVE'.
       01  Erd03-Col-Line.
           05  FILLER                   PIC X(07) VALUE 'CUST'.
           05  FILLER                   PIC X(43) VALUE 'NAME'.
           05  FILLER                   PIC X(10) VALUE 'ARCHIVED'.
           05  FILLER                   PIC X(10) VALUE 'BY'.
           05  FILLER                   PIC X(14)
               VALUE 'CREDIT LIMIT'.
           05  FILLER                   PIC X(20) VALUE 'DISPOSITION'.
       01  Erd03-Det-Line.
           05  Erd03-Dl-Cust            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd03-Dl-First-Name      PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erd03-Dl-Last-Name       PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd03-Dl-Archived        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd03-Dl-Job             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd03-Dl-Limit           PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erd03-Dl-Disposition     PIC X(20).
       01  Erd03-Ctl-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'TADERD03 - REINSTATEMENT CONTROL TOTALS'.
       01  Erd03-Ctl-Line.
           05  Erd03-Ctl-Label          PIC X(28).
           05  Erd03-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           sort SORT-ARCHIVE-FILE
               on ascending key Srtr-Customer-Number
               on descending key Srtr-Archive-Date Srtr-Archive-Time
               input procedure is extract-archive-para
               giving ARCHIVE-WORK-FILE.
           sort SORT-CARD-FILE
               on ascending key Srtc-Customer-Number
               input procedure is extract-cards-para
               giving CARD-WORK-FILE.
           perform match-setup-para thru match-setup-exit.
           perform reinstate-one-para thru reinstate-one-exit
               until Erd03-Crdw-Eof.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open output MAINT-FEED-FILE
           open output REPORT-FILE
           write RPT-LINE from Erd03-Hdr-Line
           write RPT-LINE from Erd03-Col-Line.
       initialize-exit.
           exit.

       extract-archive-para.
      *    every archive generation supplied, into customer order
      *    with each customer's latest image first.
           open input ARCHIVE-IN-FILE
           perform read-archive-para thru read-archive-exit
           perform release-archive-para thru release-archive-exit
               until Erd03-Arch-Eof
           close ARCHIVE-IN-FILE.

       read-archive-para.
           read ARCHIVE-IN-FILE
               at end move 'Y' to Erd03-Arch-Eof-Switch
           end-read.
       read-archive-exit.
           exit.

       release-archive-para.
           add 1 to Erd03-Arch-Count
           move ARCHIVE-IN-RECORD to SRTR-RECORD
           release SRTR-RECORD
           perform read-archive-para thru read-archive-exit.
       release-archive-exit.
           exit.

       extract-cards-para.
           open input REINSTATE-FILE
           perform read-card-para thru read-card-exit
           perform release-card-para thru release-card-exit
               until Erd03-Card-Eof
           close REINSTATE-FILE.

       read-card-para.
           read REINSTATE-FILE
               at end move 'Y' to Erd03-Card-Eof-Switch
           end-read.
       read-card-exit.
           exit.

       release-card-para.
           if Rin-Customer-Number not equal spaces
             add 1 to Erd03-Card-Count
             move Rin-Customer-Number to Srtc-Customer-Number
             move Rin-Archive-Date to Srtc-Archive-Date
             release SRTC-RECORD
           end-if
           perform read-card-para thru read-card-exit.
       release-card-exit.
           exit.

       match-setup-para.
           open input CUSTOMER-FILE
           open input ARCHIVE-WORK-FILE
           open input CARD-WORK-FILE
           perform read-arcwork-para thru read-arcwork-exit
           perform read-crdwork-para thru read-crdwork-exit.
       match-setup-exit.
           exit.

       read-arcwork-para.
           read ARCHIVE-WORK-FILE
               at end move 'Y' to Erd03-Arcw-Eof-Switch
           end-read.
       read-arcwork-exit.
           exit.

       read-crdwork-para.
           read CARD-WORK-FILE
               at end move 'Y' to Erd03-Crdw-Eof-Switch
           end-read.
       read-crdwork-exit.
           exit.

       reinstate-one-para.
      *    one card.  archive images for lower numbers belong to
      *    customers nobody asked for and are passed over; among
      *    this customer's images the latest is taken, or the one
      *    archived on the card's date.  a second card for the same
      *    number is reported, not fed twice.
           move spaces to Erd03-Det-Line
           move Crdw-Customer-Number to Erd03-Dl-Cust
           if Crdw-Customer-Number equal Erd03-Prev-Card
             add 1 to Erd03-Dup-Count
             move 'DUPLICATE CARD' to Erd03-Dl-Disposition
             go to reinstate-one-print
           end-if
           move Crdw-Customer-Number to Erd03-Prev-Card
           perform skip-archive-para thru skip-archive-exit
               until Erd03-Arcw-Eof
                  or Carc-Number not less than Crdw-Customer-Number
           perform skip-archive-para thru skip-archive-exit
               until Erd03-Arcw-Eof
                  or Carc-Number not equal Crdw-Customer-Number
                  or Crdw-Archive-Date equal spaces
                  or Crdw-Archive-Date equal Carc-Archive-Date
           if Erd03-Arcw-Eof
              or Carc-Number not equal Crdw-Customer-Number
             add 1 to Erd03-Not-Arch-Count
             move 'NOT ON ARCHIVE' to Erd03-Dl-Disposition
             go to reinstate-one-print
           end-if
           move Carc-First-Name to Erd03-Dl-First-Name
           move Carc-Last-Name to Erd03-Dl-Last-Name
           move Carc-Archive-Date to Erd03-Dl-Archived
           move Carc-Job-Name to Erd03-Dl-Job
           if Carc-Credit-Limit is numeric
             move Carc-Credit-Limit to Erd03-Dl-Limit
           else
             move zero to Erd03-Dl-Limit
           end-if
           perform check-master-para thru check-master-exit
           if Erd03-On-File
             add 1 to Erd03-On-File-Count
             move 'ALREADY ON MASTER' to Erd03-Dl-Disposition
             go to reinstate-one-print
           end-if
           perform write-feed-para thru write-feed-exit
           move 'ADD WRITTEN' to Erd03-Dl-Disposition.
       reinstate-one-print.
           write RPT-LINE from Erd03-Det-Line
           perform read-crdwork-para thru read-crdwork-exit.
       reinstate-one-exit.
           exit.

       skip-archive-para.
           perform read-arcwork-para thru read-arcwork-exit.
       skip-archive-exit.
           exit.

       check-master-para.
           move 'N' to Erd03-On-File-Switch
           move Carc-Number to Cust-Number
           read CUSTOMER-FILE
               invalid key continue
               not invalid key move 'Y' to Erd03-On-File-Switch
           end-read.
       check-master-exit.
           exit.

       write-feed-para.
      *    the archived image, field for field, as an add.  the open
      *    exposure is not on the card - TADERM10 starts every add
      *    at zero, which is what a purged customer carried.
           set Mnt-Add to true
           move Carc-Number to Mnt-Customer-Number
           move Carc-First-Name to Mnt-First-Name
           move Carc-Last-Name to Mnt-Last-Name
           move Carc-Street to Mnt-Street
           move Carc-City to Mnt-City
           move Carc-Country to Mnt-Country
           move Carc-Phone to Mnt-Phone
           move Carc-Postal-Code to Mnt-Postal-Code
           if Carc-Credit-Limit is numeric
             move Carc-Credit-Limit to Mnt-Credit-Limit
           else
             move zero to Mnt-Credit-Limit
           end-if
           move Carc-Type to Mnt-Customer-Type
           move Carc-Currency to Mnt-Currency-Code
           write MAINT-RECORD
           add 1 to Erd03-Feed-Count.
       write-feed-exit.
           exit.

       print-control-para.
           write RPT-LINE from Erd03-Ctl-Hdr-Line
           move 'ARCHIVE IMAGES READ:' to Erd03-Ctl-Label
           move Erd03-Arch-Count to Erd03-Ctl-Count
           write RPT-LINE from Erd03-Ctl-Line
           move 'REINSTATEMENT CARDS READ:' to Erd03-Ctl-Label
           move Erd03-Card-Count to Erd03-Ctl-Count
           write RPT-LINE from Erd03-Ctl-Line
           move 'ADDS WRITTEN:' to Erd03-Ctl-Label
           move Erd03-Feed-Count to Erd03-Ctl-Count
           write RPT-LINE from Erd03-Ctl-Line
           move 'NOT ON ARCHIVE:' to Erd03-Ctl-Label
           move Erd03-Not-Arch-Count to Erd03-Ctl-Count
           write RPT-LINE from Erd03-Ctl-Line
           move 'ALREADY ON MASTER:' to Erd03-Ctl-Label
           move Erd03-On-File-Count to Erd03-Ctl-Count
           write RPT-LINE from Erd03-Ctl-Line
           if Erd03-Dup-Count > zero
             move 'DUPLICATE CARDS:' to Erd03-Ctl-Label
             move Erd03-Dup-Count to Erd03-Ctl-Count
             write RPT-LINE from Erd03-Ctl-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close CUSTOMER-FILE
           close ARCHIVE-WORK-FILE
           close CARD-WORK-FILE
           close MAINT-FEED-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERD03' to Rctl-Job-Name
           move '043000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erd03-Card-Count to Rctl-Records-Read
           move Erd03-Feed-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
