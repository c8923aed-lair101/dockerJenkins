       identification division.
       program-id. TADERF01.
      ******************************************************************
      *                                                                *
      *  TADERF01 - DAILY CURRENCY RATE LOAD AND COVERAGE CHECK       *
      *                                                                *
      *  LOADS THE TREASURY'S DAILY RATE FEED (CURRIN) INTO THE       *
      *  CURRENCY RATE FILE (CURRFILE, SEE CURRREC) THAT TADERC99'S   *
      *  convert-home-para PRICES EVERY FOREIGN-CURRENCY ORDER FROM - *
      *  UNTIL NOW NOTHING IN THE SUITE MAINTAINED IT, AND A MISSING  *
      *  RATE QUIETLY CONVERTED AT ONE.  EVERY CARD IS EDITED BEFORE  *
      *  THE FILE IS TOUCHED, THE SAME DISCIPLINE AS TADERG01: REJECTS*
      *  GO TO CURRREJ WITH A REASON CODE, GOOD RATES ARE ADDED, AND  *
      *  A RATE THAT MOVES FURTHER FROM THE CURRENCY'S PREVIOUS RATE  *
      *  ON FILE THAN THE PARM-CARD TOLERANCE IS HELD FOR REVIEW      *
      *  (REASON HR) INSTEAD OF LOADED - A SLIPPED DECIMAL IN THE     *
      *  FEED WOULD OTHERWISE REPRICE A WHOLE DAY'S ORDERS.  A HELD   *
      *  CARD THE REVIEWER CONFIRMS IS RESUBMITTED WITH 'R' IN THE    *
      *  REVIEW COLUMN AND LOADS WITHOUT THE MOVE TEST.  THE LISTING  *
      *  (CURRRPT) SHOWS EVERY CARD WITH ITS PRIOR RATE, THE MOVE AND *
      *  WHAT BECAME OF IT, THEN A COVERAGE SECTION: EVERY            *
      *  CUST-CURRENCY IN USE ON CUSTMAST THAT HAS NO RATE FOR THE    *
      *  RUN DATE, WITH THE LAST RATE DATE TADERC99 WOULD FALL BACK   *
      *  TO (OR NONE - PRICES AT ONE), SO THE GAP IS FOUND BEFORE     *
      *  THE ONLINE DAY STARTS PRICING.                               *
      *                                                                *
      *  CURRIN RECORD:  COL 1-3   CURRENCY CODE                      *
      *                  COL 4-11  RATE DATE YYYYMMDD                 *
      *                  COL 12-21 RATE 9999V999999 (HOME CURRENCY    *
      *                            PER ONE UNIT)                      *
      *                  COL 22    'R' = REVIEWED, SKIP THE MOVE TEST *
      *                                                                *
      *  REJECT REASON CODES:                                         *
      *    IC - CURRENCY CODE NOT THREE LETTERS                       *
      *    HC - CURRENCY CODE IS THE HOME CURRENCY (ALWAYS ONE)       *
      *    RD - RATE DATE NOT NUMERIC                                 *
      *    NN - RATE NOT NUMERIC                                      *
      *    ZR - RATE NOT GREATER THAN ZERO                            *
      *    DU - CODE AND RATE DATE ALREADY ON THE FILE                *
      *    HR - MOVE FROM THE PRIOR RATE BEYOND TOLERANCE - HELD      *
      *                                                                *
      *  CURPARM RECORD: COL 1-5   MOVE TOLERANCE PERCENT 999V99      *
      *                            (DEFAULT 00500 = 5.00)             *
      *                  COL 6-13  COVERAGE DATE YYYYMMDD (DEFAULT    *
      *                            THE RUN DATE)                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL CURRENCY RATE LOAD AND COVERAGE.   *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select CURR-IN-FILE assign to CURRIN
               organization is line sequential.
           select CURR-FILE assign to CURRFILE
               organization is indexed
               access mode is dynamic
               record key is Curr-Key.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is sequential
               record key is Cust-Number.
           select optional PARM-FILE assign to CURPARM
               organization is line sequential
               file status is Erf01-Parm-Status.
           select REJECT-FILE assign to CURRREJ
               organization is line sequential.
           select REPORT-FILE assign to CURRRPT
               organization is line sequential.
       data division.
       file section.
       fd  CURR-IN-FILE.
       01  CURR-IN-RECORD.
           05  Cin-Code                PIC X(03).
           05  Cin-Rate-Date           PIC X(08).
           05  Cin-Rate                PIC 9(4)V9(6).
           05  Cin-Review-Flag         PIC X(01).
               88  Cin-Reviewed            VALUE 'R'.
           05  FILLER                  PIC X(58).
       fd  CURR-FILE.
           copy CURRREC.
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-Tolerance           PIC 9(3)V99.
           05  Parm-Coverage-Date       PIC X(08).
           05  FILLER                   PIC X(67).
       fd  REJECT-FILE
           record contains 82 characters.
       01  REJECT-RECORD.
           05  Rej-Curr-Image          PIC X(80).
           05  Rej-Reason              PIC X(02).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erf01-Switches.
           05  Erf01-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Erf01-Eof                VALUE 'Y'.
           05  Erf01-Cust-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erf01-Cust-Eof           VALUE 'Y'.
           05  Erf01-Reject-Switch      PIC X(01) VALUE 'N'.
               88  Erf01-Rejected           VALUE 'Y'.
           05  Erf01-Scan-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erf01-Scan-Eof           VALUE 'Y'.
           05  Erf01-Prior-Switch       PIC X(01) VALUE 'N'.
               88  Erf01-Prior-Found        VALUE 'Y'.
       01  Erf01-Counters.
           05  Erf01-Read-Count         PIC 9(07) VALUE ZERO.
           05  Erf01-Loaded-Count       PIC 9(07) VALUE ZERO.
           05  Erf01-Held-Count         PIC 9(07) VALUE ZERO.
           05  Erf01-Reject-Count       PIC 9(07) VALUE ZERO.
           05  Erf01-Cust-Count         PIC 9(07) VALUE ZERO.
           05  Erf01-Gap-Count          PIC 9(07) VALUE ZERO.
           05  Erf01-Cv-Used            PIC 9(03) VALUE ZERO.
           05  Erf01-Cv-Sub             PIC 9(03) VALUE ZERO.
           05  Erf01-Cv-Overflow        PIC 9(07) VALUE ZERO.
       01  Erf01-Tolerance              PIC 9(3)V99 VALUE 5.00.
       01  Erf01-Parm-Status            PIC X(02).
       01  Erf01-Run-Date               PIC X(08).
       01  Erf01-Coverage-Date          PIC X(08).
       01  Erf01-Reason                 PIC X(02) VALUE SPACES.
       01  Erf01-Disposition            PIC X(12) VALUE SPACES.
       01  Erf01-Scan-Code              PIC X(03).
       01  Erf01-Scan-Date              PIC X(08).
       01  Erf01-Prior-Date             PIC X(08).
       01  Erf01-Prior-Rate             PIC 9(4)V9(6) VALUE ZERO.
       01  Erf01-Move-Work              PIC S9(5)V9(6) VALUE ZERO.
       01  Erf01-Move-Pct               PIC 9(5)V99 VALUE ZERO.
       01  Erf01-Home-Currency          PIC X(03) VALUE 'USD'.
       01  Erf01-Currency-Table.
           05  Erf01-Cv-Entry OCCURS 50 TIMES.
               10  Erf01-Cv-Code        PIC X(03).
               10  Erf01-Cv-Count       PIC 9(07).
       01  Erf01-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'TADERF01 - DAILY CURRENCY RATE LOAD'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  Erf01-Hdr-Date           PIC X(08).
           05  FILLER                   PIC X(13)
               VALUE '  TOLERANCE: '.
           05  Erf01-Hdr-Tolerance      PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
       01  Erf01-Col-Line.
           05  FILLER                   PIC X(06) VALUE 'CODE'.
           05  FILLER                   PIC X(10) VALUE 'RATE DATE'.
           05  FILLER                   PIC X(14) VALUE '       RATE'.
           05  FILLER                   PIC X(10) VALUE 'PRIOR DATE'.
           05  FILLER                   PIC X(14) VALUE ' PRIOR RATE'.
           05  FILLER                   PIC X(11) VALUE '    MOVE %'.
           05  FILLER                   PIC X(12) VALUE ' RESULT'.
       01  Erf01-Det-Line.
           05  Erf01-Dl-Code            PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erf01-Dl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erf01-Dl-Rate            PIC ZZZ9.999999.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erf01-Dl-Prior-Date      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erf01-Dl-Prior-Rate      PIC ZZZ9.999999.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erf01-Dl-Move            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erf01-Dl-Result          PIC X(12).
       01  Erf01-Read-Line.
           05  FILLER                   PIC X(28)
               VALUE 'RATE CARDS READ:           '.
           05  Erf01-Read-Total         PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Loaded-Line.
           05  FILLER                   PIC X(28)
               VALUE 'RATES LOADED:              '.
           05  Erf01-Loaded-Total       PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Held-Line.
           05  FILLER                   PIC X(28)
               VALUE 'HELD FOR REVIEW (HR):      '.
           05  Erf01-Held-Total         PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Reject-Line.
           05  FILLER                   PIC X(28)
               VALUE 'RATE CARDS REJECTED:       '.
           05  Erf01-Reject-Total       PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Cov-Hdr-Line.
           05  FILLER                   PIC X(45) VALUE
               'CURRENCY COVERAGE - CUSTOMER CURRENCIES WITH '.
           05  FILLER                   PIC X(19) VALUE
               'NO RATE DATED FOR: '.
           05  Erf01-Ch-Date            PIC X(08).
       01  Erf01-Cov-Col-Line.
           05  FILLER                   PIC X(06) VALUE 'CODE'.
           05  FILLER                   PIC X(13) VALUE '  CUSTOMERS'.
           05  FILLER                   PIC X(40) VALUE
               '  FALLS BACK TO'.
       01  Erf01-Cov-Line.
           05  Erf01-Cl-Code            PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erf01-Cl-Count           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erf01-Cl-Fallback        PIC X(40).
       01  Erf01-Cov-None-Line.
           05  FILLER                   PIC X(50) VALUE
               'EVERY CURRENCY IN USE HAS A RATE FOR THE RUN DATE'.
       01  Erf01-Cust-Line.
           05  FILLER                   PIC X(28)
               VALUE 'MASTER RECORDS READ:       '.
           05  Erf01-Cust-Total         PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Gap-Line.
           05  FILLER                   PIC X(28)
               VALUE 'CURRENCIES WITHOUT A RATE: '.
           05  Erf01-Gap-Total          PIC ZZZ,ZZZ,ZZ9.
       01  Erf01-Overflow-Line.
           05  FILLER                   PIC X(38) VALUE
               '***CURRENCIES PAST TABLE LIMIT (50):  '.
           05  Erf01-Of-Count           PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform edit-apply-para thru edit-apply-exit
               until Erf01-Eof.
           perform print-control-para thru print-control-exit.
           perform coverage-para thru coverage-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           accept Erf01-Run-Date from date yyyymmdd
           move Erf01-Run-Date to Erf01-Coverage-Date
           perform read-parm-para thru read-parm-exit
           open input CURR-IN-FILE
           open i-o CURR-FILE
           open output REJECT-FILE
           open output REPORT-FILE
           move Erf01-Run-Date to Erf01-Hdr-Date
           move Erf01-Tolerance to Erf01-Hdr-Tolerance
           write RPT-LINE from Erf01-Hdr-Line
           write RPT-LINE from Erf01-Col-Line
           perform read-rate-para thru read-rate-exit.
       initialize-exit.
           exit.

       read-parm-para.
      *    the move tolerance and, for a rerun, the coverage date
      *    come from an optional parm file (CURPARM).  no CURPARM, a
      *    non-numeric or zero tolerance or a non-numeric date leave
      *    the compiled-in tolerance and the run date in force.
           open input PARM-FILE
           if Erf01-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-Tolerance is numeric
                      and Parm-Tolerance > zero
                     move Parm-Tolerance to Erf01-Tolerance
                   end-if
                   if Parm-Coverage-Date is numeric
                     move Parm-Coverage-Date to Erf01-Coverage-Date
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       read-rate-para.
           read CURR-IN-FILE
               at end move 'Y' to Erf01-Eof-Switch
           end-read.
       read-rate-exit.
           exit.

       edit-apply-para.
      *    every card is edited in full before the rate file is
      *    touched - a bad card costs that card, never the rates
      *    TADERC99 is pricing from.  the card that survives the
      *    edits is added under its own code and date; the file key
      *    is the duplicate check, so a second card for the same
      *    code and date in one feed bounces off the first.
           add 1 to Erf01-Read-Count
           move 'N' to Erf01-Reject-Switch
           move 'N' to Erf01-Prior-Switch
           move spaces to Erf01-Disposition
           move zero to Erf01-Move-Pct
           perform edit-rate-para thru edit-rate-exit
           if not Erf01-Rejected
             perform apply-add-para thru apply-add-exit
           end-if
           perform print-rate-para thru print-rate-exit
           perform read-rate-para thru read-rate-exit.
       edit-apply-exit.
           exit.

       edit-rate-para.
           if Cin-Code is not alphabetic-upper
              or Cin-Code(1:1) equal space
              or Cin-Code(2:1) equal space
              or Cin-Code(3:1) equal space
             move 'IC' to Erf01-Reason
             perform reject-rate-para thru reject-rate-exit
             go to edit-rate-exit
           end-if
           if Cin-Code equal Erf01-Home-Currency
             move 'HC' to Erf01-Reason
             perform reject-rate-para thru reject-rate-exit
             go to edit-rate-exit
           end-if
           if Cin-Rate-Date is not numeric
             move 'RD' to Erf01-Reason
             perform reject-rate-para thru reject-rate-exit
             go to edit-rate-exit
           end-if
           if Cin-Rate is not numeric
             move 'NN' to Erf01-Reason
             perform reject-rate-para thru reject-rate-exit
             go to edit-rate-exit
           end-if
           if Cin-Rate not greater than zero
             move 'ZR' to Erf01-Reason
             perform reject-rate-para thru reject-rate-exit
             go to edit-rate-exit
           end-if
           move Cin-Code to Erf01-Scan-Code
           move Cin-Rate-Date to Erf01-Scan-Date
           perform find-prior-para thru find-prior-exit
           if Erf01-Prior-Found
             perform check-move-para thru check-move-exit
           end-if.
       edit-rate-exit.
           exit.

       check-move-para.
      *    the day-over-day move is measured against the latest rate
      *    already on file for the currency dated before this card -
      *    over a weekend or a holiday that is the last business
      *    day's rate, which is what TADERC99 would have priced at.
      *    a move too large to even compute is held the same as one
      *    beyond tolerance.  a reviewed card skips the test.
           compute Erf01-Move-Work = Cin-Rate - Erf01-Prior-Rate
           if Erf01-Move-Work < zero
             compute Erf01-Move-Work = zero - Erf01-Move-Work
           end-if
           compute Erf01-Move-Pct rounded =
               Erf01-Move-Work * 100 / Erf01-Prior-Rate
               on size error
                 move 99999.99 to Erf01-Move-Pct
           end-compute
           if Cin-Reviewed
             go to check-move-exit
           end-if
           if Erf01-Move-Pct > Erf01-Tolerance
             move 'HR' to Erf01-Reason
             add 1 to Erf01-Held-Count
             perform reject-rate-para thru reject-rate-exit
           end-if.
       check-move-exit.
           exit.

       find-prior-para.
      *    latest rate on file for Erf01-Scan-Code dated before
      *    Erf01-Scan-Date: a forward scan from the currency's first
      *    possible key, keeping the last record seen until the code
      *    changes or the date reaches the scan date - the same
      *    START KEY NOT LESS THAN scan TADERA01 positions with.
           move 'N' to Erf01-Prior-Switch
           move 'N' to Erf01-Scan-Eof-Switch
           move spaces to Erf01-Prior-Date
           move zero to Erf01-Prior-Rate
           move Erf01-Scan-Code to Curr-Code
           move low-values to Curr-Rate-Date
           start CURR-FILE key not less than Curr-Key
               invalid key
                 move 'Y' to Erf01-Scan-Eof-Switch
           end-start
           perform scan-prior-para thru scan-prior-exit
               until Erf01-Scan-Eof.
       find-prior-exit.
           exit.

       scan-prior-para.
           read CURR-FILE next record
               at end
                 move 'Y' to Erf01-Scan-Eof-Switch
               not at end
                 if Curr-Code equal Erf01-Scan-Code
                    and Curr-Rate-Date < Erf01-Scan-Date
                   move Curr-Rate-Date to Erf01-Prior-Date
                   move Curr-Rate to Erf01-Prior-Rate
                   move 'Y' to Erf01-Prior-Switch
                 else
                   move 'Y' to Erf01-Scan-Eof-Switch
                 end-if
           end-read.
       scan-prior-exit.
           exit.

       apply-add-para.
           move Cin-Code to Curr-Code
           move Cin-Rate-Date to Curr-Rate-Date
           move Cin-Rate to Curr-Rate
           write CURRENCY-RATE-RECORD
               invalid key
                 move 'DU' to Erf01-Reason
                 perform reject-rate-para thru reject-rate-exit
               not invalid key
                 add 1 to Erf01-Loaded-Count
                 move 'LOADED' to Erf01-Disposition
           end-write.
       apply-add-exit.
           exit.

       reject-rate-para.
           set Erf01-Rejected to true
           if Erf01-Reason equal 'HR'
             move 'HELD HR' to Erf01-Disposition
           else
             add 1 to Erf01-Reject-Count
             move 'REJECTED' to Erf01-Disposition
             move Erf01-Reason to Erf01-Disposition(10:2)
           end-if
           move CURR-IN-RECORD to Rej-Curr-Image
           move Erf01-Reason to Rej-Reason
           write REJECT-RECORD.
       reject-rate-exit.
           exit.

       print-rate-para.
      *    one listing line per card, whatever became of it - the
      *    listing filed with the run is the proof of what was
      *    loaded, what was held and why.
           move Cin-Code to Erf01-Dl-Code
           move Cin-Rate-Date to Erf01-Dl-Date
           if Cin-Rate is numeric
             move Cin-Rate to Erf01-Dl-Rate
           else
             move zero to Erf01-Dl-Rate
           end-if
           if Erf01-Prior-Found
             move Erf01-Prior-Date to Erf01-Dl-Prior-Date
             move Erf01-Prior-Rate to Erf01-Dl-Prior-Rate
             move Erf01-Move-Pct to Erf01-Dl-Move
           else
             move 'NONE' to Erf01-Dl-Prior-Date
             move zero to Erf01-Dl-Prior-Rate
             move zero to Erf01-Dl-Move
           end-if
           move Erf01-Disposition to Erf01-Dl-Result
           write RPT-LINE from Erf01-Det-Line.
       print-rate-exit.
           exit.

       print-control-para.
           move Erf01-Read-Count to Erf01-Read-Total
           write RPT-LINE from Erf01-Read-Line
           move Erf01-Loaded-Count to Erf01-Loaded-Total
           write RPT-LINE from Erf01-Loaded-Line
           move Erf01-Held-Count to Erf01-Held-Total
           write RPT-LINE from Erf01-Held-Line
           move Erf01-Reject-Count to Erf01-Reject-Total
           write RPT-LINE from Erf01-Reject-Line.
       print-control-exit.
           exit.

       coverage-para.
      *    every distinct non-home CUST-CURRENCY on the master is
      *    collected, then each is looked for on the rate file under
      *    the coverage date.  a currency with no rate for the date
      *    is listed with the rate TADERC99 would fall back to - or
      *    none at all, which means its orders price at one.
           open input CUSTOMER-FILE
           perform read-customer-para thru read-customer-exit
           perform collect-currency-para thru collect-currency-exit
               until Erf01-Cust-Eof
           close CUSTOMER-FILE
           move Erf01-Coverage-Date to Erf01-Ch-Date
           write RPT-LINE from Erf01-Cov-Hdr-Line
           write RPT-LINE from Erf01-Cov-Col-Line
           move zero to Erf01-Cv-Sub
           perform check-coverage-para thru check-coverage-exit
               until Erf01-Cv-Sub >= Erf01-Cv-Used
           if Erf01-Gap-Count equal zero
             write RPT-LINE from Erf01-Cov-None-Line
           end-if
           move Erf01-Cust-Count to Erf01-Cust-Total
           write RPT-LINE from Erf01-Cust-Line
           move Erf01-Gap-Count to Erf01-Gap-Total
           write RPT-LINE from Erf01-Gap-Line
           if Erf01-Cv-Overflow > zero
             move Erf01-Cv-Overflow to Erf01-Of-Count
             write RPT-LINE from Erf01-Overflow-Line
           end-if.
       coverage-exit.
           exit.

       read-customer-para.
           read CUSTOMER-FILE
               at end move 'Y' to Erf01-Cust-Eof-Switch
           end-read.
       read-customer-exit.
           exit.

       collect-currency-para.
      *    spaces on the master is the home currency, which needs no
      *    rate.  the table holds the first 50 distinct codes seen;
      *    any past that are counted and called out on the report
      *    instead of silently going unchecked.
           add 1 to Erf01-Cust-Count
           if Cust-Currency not equal spaces
              and Cust-Currency not equal Erf01-Home-Currency
             move zero to Erf01-Cv-Sub
             perform scan-currency-para thru scan-currency-exit
                 until Erf01-Cv-Sub > Erf01-Cv-Used
           end-if
           perform read-customer-para thru read-customer-exit.
       collect-currency-exit.
           exit.

       scan-currency-para.
           add 1 to Erf01-Cv-Sub
           if Erf01-Cv-Sub > Erf01-Cv-Used
             if Erf01-Cv-Used < 50
               add 1 to Erf01-Cv-Used
               move Cust-Currency to Erf01-Cv-Code(Erf01-Cv-Used)
               move 1 to Erf01-Cv-Count(Erf01-Cv-Used)
               add 1 to Erf01-Cv-Sub
             else
               add 1 to Erf01-Cv-Overflow
             end-if
           else
             if Erf01-Cv-Code(Erf01-Cv-Sub) equal Cust-Currency
               add 1 to Erf01-Cv-Count(Erf01-Cv-Sub)
               move Erf01-Cv-Used to Erf01-Cv-Sub
               add 1 to Erf01-Cv-Sub
             end-if
           end-if.
       scan-currency-exit.
           exit.

       check-coverage-para.
           add 1 to Erf01-Cv-Sub
           move Erf01-Cv-Code(Erf01-Cv-Sub) to Curr-Code
           move Erf01-Coverage-Date to Curr-Rate-Date
           read CURR-FILE
               invalid key
                 perform report-gap-para thru report-gap-exit
               not invalid key
                 continue
           end-read.
       check-coverage-exit.
           exit.

       report-gap-para.
           add 1 to Erf01-Gap-Count
           move Erf01-Cv-Code(Erf01-Cv-Sub) to Erf01-Scan-Code
           move Erf01-Coverage-Date to Erf01-Scan-Date
           perform find-prior-para thru find-prior-exit
           move Erf01-Cv-Code(Erf01-Cv-Sub) to Erf01-Cl-Code
           move Erf01-Cv-Count(Erf01-Cv-Sub) to Erf01-Cl-Count
           if Erf01-Prior-Found
             move spaces to Erf01-Cl-Fallback
             string 'RATE DATED ' delimited by size
                    Erf01-Prior-Date delimited by size
                    into Erf01-Cl-Fallback
           else
             move '***NONE - ORDERS WILL PRICE AT ONE'
                 to Erf01-Cl-Fallback
           end-if
           write RPT-LINE from Erf01-Cov-Line.
       report-gap-exit.
           exit.

       terminate-para.
           close CURR-IN-FILE
           close CURR-FILE
           close REJECT-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERF01' to Rctl-Job-Name
           move '053000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erf01-Read-Count to Rctl-Records-Read
           move Erf01-Loaded-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
