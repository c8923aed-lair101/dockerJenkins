       identification division.
       program-id. TADERG02.
      ******************************************************************
      *                                                                *
      *  TADERG02 - DISCOUNT RATE CHANGE IMPACT SIMULATION            *
      *                                                                *
      *  A WHAT-IF RUN FOR A DECK OF PROPOSED RATE CARDS, IN THE      *
      *  RATEIN LAYOUT TADERG01 LOADS, BEFORE THEY GO NEAR RATEFILE.  *
      *  RATEFILE IS NOT OPENED.  THE CARDS ARE EDITED AS TADERG01    *
      *  EDITS THEM AND LISTED WITH THE RESULT; FOR EACH CUST-TYPE    *
      *  THE ACCEPTED CARD IN FORCE ON THE PRICING DATE (IMPPARM) IS  *
      *  TAKEN AS THE PROPOSED RATE, THE SAME CHOICE TADERC99'S       *
      *  lookup-rate-para MAKES FROM THE FILE.  EVERY ORDER IN THE    *
      *  CHOSEN PERIOD OF ORDHIST IS THEN REPRICED AT THAT RATE THE   *
      *  WAY select-rate-para AND select-tier-para PRICE IT - THE     *
      *  BASE PERCENT, OR THE DEEPEST VOLUME TIER THE ORDER AMOUNT    *
      *  REACHES - AND SET AGAINST THE DISCOUNT IT WAS ACTUALLY       *
      *  GIVEN.  A TYPE WITH NO PROPOSED CARD STAYS AS BOOKED.        *
      *  REFUSED ORDERS WERE NEVER BOOKED AND ARE LEFT OUT; A         *
      *  CANCELLATION REVERSAL COUNTS AGAINST ITS ORDER.  HOME-       *
      *  CURRENCY FIGURES ARE TAKEN AT THE ORDER'S OWN BOOKED         *
      *  CONVERSION (HOME TOTAL OVER ORDER TOTAL).                    *
      *                                                                *
      *  THE IMPACT REPORT (IMPRPT) SHOWS:                            *
      *    - THE CARDS AND THE PROPOSED RATE PRICED FOR EACH TYPE;    *
      *    - CREDIT CROSSINGS - EACH APPROVED (A) ORDER THAT WOULD    *
      *      HAVE COME OUT A WARNING (W) OR A REFUSAL (O) AT THE      *
      *      PROPOSED PRICE.  THE EXPOSURE AT THE ORDER IS WORKED     *
      *      BACK FROM TODAY'S CUST-OPEN-EXPOSURE AS TADERE01 DOES IT *
      *      (SETLIN - THE SETTLEMENTS FROM THE PERIOD START TO       *
      *      TODAY - SPREAD EVENLY OVER THAT TIME), MOVED BY THE      *
      *      REPRICING OF THE ORDER AND OF THE CUSTOMER'S EARLIER     *
      *      ORDERS IN THE PERIOD, AND TESTED AGAINST TODAY'S LIMIT   *
      *      WITH TADERC99'S check-credit-para RULES;                 *
      *    - ACTUAL AGAINST PROPOSED DISCOUNT AND THE CHANGE IN ORDER *
      *      TOTAL BY CUST-TYPE AND BY PROPOSED TIER (HOME CURRENCY)  *
      *      AND BY BILLING CURRENCY (THE ORDER'S OWN CURRENCY);      *
      *    - THE CUSTOMERS MOST AFFECTED, LARGEST CHANGE IN DISCOUNT  *
      *      FIRST, EITHER WAY;                                       *
      *    - CONTROL TOTALS.                                          *
      *  NOTHING IS WRITTEN BUT THE REPORT.                           *
      *                                                                *
      *  IMPPARM RECORD: COL 1-8   PERIOD FROM DATE YYYYMMDD          *
      *                  COL 9-16  PERIOD TO DATE YYYYMMDD - BOTH     *
      *                            BLANK (OR EITHER BAD) TAKES LAST   *
      *                            CALENDAR MONTH                     *
      *                  COL 17-24 PRICING DATE YYYYMMDD - BLANK      *
      *                            TAKES EACH TYPE'S LATEST CARD      *
      *                  COL 25-26 CUSTOMERS LISTED 99 (DEFAULT 10,   *
      *                            AT MOST 20)                        *
      *  RATEIN RECORD:  AS TADERG01.  A DELETE CARD IS LISTED AND    *
      *                  NOT PRICED.                                  *
      *                                                                *
      *  CARD REJECT REASON CODES (AS TADERG01):                      *
      *    IF - FUNCTION NOT A, C OR D                                *
      *    IT - CUSTOMER TYPE NOT R, W OR P                           *
      *    ED - EFFECTIVE DATE NOT NUMERIC                            *
      *    NN - BASE PERCENT, TIER COUNT, THRESHOLD OR TIER PERCENT   *
      *         NOT NUMERIC ON AN ADD OR CHANGE                       *
      *    TO - TIER THRESHOLDS NOT IN ASCENDING ORDER                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL RATE CHANGE IMPACT SIMULATION.     *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select RATE-IN-FILE assign to RATEIN
               organization is line sequential.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is sequential
               record key is Cust-Number.
           select ORDER-HIST-FILE assign to ORDHIST
               organization is line sequential.
           select SETTLE-IN-FILE assign to SETLIN
               organization is line sequential.
           select SORT-ORDER-FILE assign to SRTWK1.
           select ORDER-WORK-FILE assign to ORDWORK
               organization is line sequential.
           select SORT-SETTLE-FILE assign to SRTWK2.
           select SETTLE-WORK-FILE assign to SETLWORK
               organization is line sequential.
           select SORT-IMPACT-FILE assign to SRTWK3.
           select optional PARM-FILE assign to IMPPARM
               organization is line sequential
               file status is Erg02-Parm-Status.
           select REPORT-FILE assign to IMPRPT
               organization is line sequential.
       data division.
       file section.
       fd  RATE-IN-FILE.
       01  RATE-MAINT-RECORD.
           05  Rmnt-Function           PIC X(01).
               88  Rmnt-Add                VALUE 'A'.
               88  Rmnt-Change             VALUE 'C'.
               88  Rmnt-Delete             VALUE 'D'.
           05  Rmnt-Customer-Type      PIC X(01).
           05  Rmnt-Effective-Date     PIC X(08).
           05  Rmnt-Base-Percent       PIC 9V99.
           05  Rmnt-Tier-Count         PIC 9(01).
           05  Rmnt-Tier-Entry OCCURS 3 TIMES.
               10  Rmnt-Tier-Threshold PIC 9(7)V99.
               10  Rmnt-Tier-Percent   PIC 9V99.
           05  FILLER                  PIC X(30).
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  ORDER-HIST-FILE.
           copy ORDHREC.
       fd  SETTLE-IN-FILE.
       01  SETTLE-RECORD.
           05  Setl-Customer-Number    PIC X(05).
           05  Setl-Amount             PIC 9(7)V99.
           05  FILLER                  PIC X(16).
       sd  SORT-ORDER-FILE.
       01  SRTO-RECORD.
           05  Srto-Customer-Number    PIC X(05).
           05  Srto-Date               PIC X(08).
           05  Srto-Time               PIC X(06).
           05  Srto-Customer-Type      PIC X(01).
           05  Srto-Decision           PIC X(01).
           05  Srto-Currency-Code      PIC X(03).
           05  Srto-In-Period          PIC X(01).
           05  Srto-Order-Amount       PIC S9(7)V99.
           05  Srto-Order-Total        PIC S9(7)V99.
           05  Srto-Home-Total         PIC S9(7)V99.
       fd  ORDER-WORK-FILE
           record contains 52 characters.
       01  ORDW-RECORD.
           05  Ordw-Customer-Number    PIC X(05).
           05  Ordw-Date               PIC X(08).
           05  Ordw-Time               PIC X(06).
           05  Ordw-Customer-Type      PIC X(01).
           05  Ordw-Decision           PIC X(01).
               88  Ordw-Approved           VALUE 'A'.
               88  Ordw-Warning            VALUE 'W'.
               88  Ordw-Refused            VALUE 'O'.
               88  Ordw-Cancelled          VALUE 'C'.
           05  Ordw-Currency-Code      PIC X(03).
           05  Ordw-In-Period          PIC X(01).
               88  Ordw-Priced             VALUE 'Y'.
           05  Ordw-Order-Amount       PIC S9(7)V99.
           05  Ordw-Order-Total        PIC S9(7)V99.
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
       sd  SORT-IMPACT-FILE.
       01  SRTI-RECORD.
           05  Srti-Customer-Number    PIC X(05).
           05  Srti-Date               PIC X(08).
           05  Srti-Time               PIC X(06).
           05  Srti-Customer-Type      PIC X(01).
           05  Srti-Decision           PIC X(01).
               88  Srti-Approved           VALUE 'A'.
           05  Srti-Currency-Code      PIC X(03).
           05  Srti-Tier               PIC X(01).
               88  Srti-Base-Tier          VALUE '0'.
               88  Srti-No-Proposal        VALUE 'N'.
           05  Srti-Master             PIC X(01).
               88  Srti-On-Master          VALUE 'Y'.
           05  Srti-Last-Name          PIC X(25).
           05  Srti-Credit-Limit       PIC S9(9)V99.
           05  Srti-Point              PIC S9(9)V99.
           05  Srti-Act-Discount       PIC S9(7)V99.
           05  Srti-New-Discount       PIC S9(7)V99.
           05  Srti-Act-Total          PIC S9(7)V99.
           05  Srti-New-Total          PIC S9(7)V99.
           05  Srti-Act-Home           PIC S9(9)V99.
           05  Srti-New-Home           PIC S9(9)V99.
           05  Srti-Act-Disc-Home      PIC S9(9)V99.
           05  Srti-New-Disc-Home      PIC S9(9)V99.
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-From-Date           PIC X(08).
           05  Parm-To-Date             PIC X(08).
           05  Parm-Price-Date          PIC X(08).
           05  Parm-Top-Count           PIC 9(02).
           05  FILLER                   PIC X(54).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erg02-Switches.
           05  Erg02-Card-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Card-Eof           VALUE 'Y'.
           05  Erg02-Cust-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Cust-Eof           VALUE 'Y'.
           05  Erg02-Hist-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Hist-Eof           VALUE 'Y'.
           05  Erg02-Setl-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Setl-Eof           VALUE 'Y'.
           05  Erg02-Ordw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Ordw-Eof           VALUE 'Y'.
           05  Erg02-Setw-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Setw-Eof           VALUE 'Y'.
           05  Erg02-Srti-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erg02-Srti-Eof           VALUE 'Y'.
           05  Erg02-Date-Ok-Switch     PIC X(01) VALUE 'N'.
               88  Erg02-Date-Ok            VALUE 'Y'.
           05  Erg02-Reject-Switch      PIC X(01) VALUE 'N'.
               88  Erg02-Rejected           VALUE 'Y'.
           05  Erg02-Master-Switch      PIC X(01) VALUE 'N'.
               88  Erg02-On-Master          VALUE 'Y'.
           05  Erg02-Have-Cust-Switch   PIC X(01) VALUE 'N'.
               88  Erg02-Have-Cust          VALUE 'Y'.
           05  Erg02-New-Decision       PIC X(01) VALUE 'A'.
               88  Erg02-New-Approved       VALUE 'A'.
               88  Erg02-New-Warning        VALUE 'W'.
               88  Erg02-New-Refused        VALUE 'O'.
       01  Erg02-Counters.
           05  Erg02-Card-Count         PIC 9(07) VALUE ZERO.
           05  Erg02-Accept-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Reject-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Delete-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Cust-Count         PIC 9(07) VALUE ZERO.
           05  Erg02-Hist-Count         PIC 9(07) VALUE ZERO.
           05  Erg02-Window-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Repriced-Count     PIC 9(07) VALUE ZERO.
           05  Erg02-Unpriced-Count     PIC 9(07) VALUE ZERO.
           05  Erg02-Tested-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-To-Warn-Count      PIC 9(07) VALUE ZERO.
           05  Erg02-To-Refuse-Count    PIC 9(07) VALUE ZERO.
           05  Erg02-Affected-Count     PIC 9(07) VALUE ZERO.
           05  Erg02-Settle-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Undated-Count      PIC 9(07) VALUE ZERO.
           05  Erg02-Nonnum-Count       PIC 9(07) VALUE ZERO.
           05  Erg02-Orphan-Ord-Count   PIC 9(07) VALUE ZERO.
           05  Erg02-Orphan-Setl-Count  PIC 9(07) VALUE ZERO.
           05  Erg02-Type-Sub           PIC 9(01) VALUE ZERO.
           05  Erg02-Tier-Sub           PIC 9(01) VALUE ZERO.
           05  Erg02-Bucket-Sub         PIC 9(01) VALUE ZERO.
           05  Erg02-Curr-Used          PIC 9(02) VALUE ZERO.
           05  Erg02-Curr-Sub           PIC 9(02) VALUE ZERO.
           05  Erg02-Top-Max            PIC 9(02) VALUE 10.
           05  Erg02-Top-Used           PIC 9(02) VALUE ZERO.
           05  Erg02-Top-Sub            PIC 9(02) VALUE ZERO.
           05  Erg02-Pick-Sub           PIC 9(02) VALUE ZERO.
           05  Erg02-Printed-Count      PIC 9(02) VALUE ZERO.
           05  Erg02-Prev-Threshold     PIC 9(7)V99 VALUE ZERO.
           05  Erg02-Days-Back          PIC S9(07) VALUE ZERO.
           05  Erg02-Period-Days        PIC S9(07) VALUE ZERO.
           05  Erg02-Onfile-Work        PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Limit-Work         PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Settled-Work       PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Cum-After          PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Point-Work         PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Percent-Work       PIC 9V99 VALUE ZERO.
           05  Erg02-Cum-Change         PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Projected-Work     PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Warning-Floor      PIC S9(9)V99 VALUE ZERO.
           05  Erg02-Abs-Work           PIC S9(11)V99 VALUE ZERO.
           05  Erg02-Best-Work          PIC S9(11)V99 VALUE ZERO.
       01  Erg02-Parm-Status            PIC X(02).
       01  Erg02-Reason                 PIC X(02) VALUE SPACES.
       01  Erg02-Run-Date               PIC X(08).
       01  Erg02-As-Of-Serial           PIC S9(07) VALUE ZERO.
       01  Erg02-From-Date              PIC X(08).
       01  Erg02-To-Date                PIC X(08).
       01  Erg02-Price-Date             PIC X(08) VALUE '99999999'.
       01  Erg02-Prev-Cust              PIC X(05) VALUE SPACES.
       01  Erg02-Month-Work.
           05  Erg02-Work-Year          PIC 9(04).
           05  Erg02-Work-Month         PIC 9(02).
           05  Erg02-Month-Serial       PIC S9(07).
       01  Erg02-Last-Month.
           05  Erg02-Last-Year          PIC 9(04).
           05  Erg02-Last-Mm            PIC 9(02).
      *    day-serial work, as TADERE01: a date is turned into a
      *    count of days so two dates can be subtracted.
       01  Erg02-Date-Work.
           05  Erg02-Dw-Year            PIC 9(04).
           05  Erg02-Dw-Month           PIC 9(02).
           05  Erg02-Dw-Day             PIC 9(02).
       01  Erg02-Serial-Work.
           05  Erg02-Day-Serial         PIC S9(07) VALUE ZERO.
           05  Erg02-Prior-Years        PIC 9(04) VALUE ZERO.
           05  Erg02-Leap-4             PIC 9(04) VALUE ZERO.
           05  Erg02-Leap-100           PIC 9(04) VALUE ZERO.
           05  Erg02-Leap-400           PIC 9(04) VALUE ZERO.
           05  Erg02-Quotient           PIC 9(04) VALUE ZERO.
           05  Erg02-Rem-4              PIC 9(03) VALUE ZERO.
           05  Erg02-Rem-100            PIC 9(03) VALUE ZERO.
           05  Erg02-Rem-400            PIC 9(03) VALUE ZERO.
       01  Erg02-Cum-Days-Values.
           05  FILLER                   PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  Erg02-Cum-Days-Table REDEFINES Erg02-Cum-Days-Values.
           05  Erg02-Cum-Days           PIC 9(03) OCCURS 12 TIMES.
      *    the proposed rate priced for each type - retail,
      *    wholesale, premium - laid out as a RATEFILE record so the
      *    tier scan reads the way TADERC99's does.
       01  Erg02-Proposal-Table.
           05  Erg02-Prop-Entry OCCURS 3 TIMES.
               10  Erg02-Pr-Found       PIC X(01).
               10  Erg02-Pr-Rate        PIC X(49).
           copy RATEREC.
      *    actual and proposed figures by type (retail, wholesale,
      *    premium, other, then all types) and by proposed tier
      *    (base, tiers 1-3, no proposal), home currency.
       01  Erg02-Type-Table.
           05  Erg02-Type-Entry OCCURS 5 TIMES.
               10  Erg02-Tt-Label       PIC X(12).
               10  Erg02-Tt-Count       PIC 9(07).
               10  Erg02-Tt-Act         PIC S9(11)V99.
               10  Erg02-Tt-New         PIC S9(11)V99.
               10  Erg02-Tt-Total       PIC S9(11)V99.
       01  Erg02-Tier-Table.
           05  Erg02-Tier-Entry OCCURS 5 TIMES.
               10  Erg02-Tr-Label       PIC X(12).
               10  Erg02-Tr-Count       PIC 9(07).
               10  Erg02-Tr-Act         PIC S9(11)V99.
               10  Erg02-Tr-New         PIC S9(11)V99.
               10  Erg02-Tr-Total       PIC S9(11)V99.
      *    by billing currency in the order's own currency, first
      *    ten distinct codes with anything past that folded into
      *    the last slot as ***, the TADERO01 scheme.
       01  Erg02-Currency-Table.
           05  Erg02-Curr-Entry OCCURS 10 TIMES.
               10  Erg02-Cu-Code        PIC X(03).
               10  Erg02-Cu-Count       PIC 9(07).
               10  Erg02-Cu-Act         PIC S9(11)V99.
               10  Erg02-Cu-New         PIC S9(11)V99.
               10  Erg02-Cu-Total       PIC S9(11)V99.
       01  Erg02-Curr-Work              PIC X(03).
       01  Erg02-Cust-Totals.
           05  Erg02-Ct-Type            PIC X(01).
           05  Erg02-Ct-Last-Name       PIC X(25).
           05  Erg02-Ct-Count           PIC 9(05).
           05  Erg02-Ct-Act             PIC S9(11)V99.
           05  Erg02-Ct-New             PIC S9(11)V99.
           05  Erg02-Ct-Total           PIC S9(11)V99.
           05  Erg02-Ct-Cross           PIC 9(03).
      *    the most affected customers, kept as the run goes: a new
      *    customer takes an empty slot or replaces the smallest
      *    change held when its own change is larger.
       01  Erg02-Top-Table.
           05  Erg02-Top-Entry OCCURS 20 TIMES.
               10  Erg02-Tp-Cust        PIC X(05).
               10  Erg02-Tp-Abs         PIC S9(11)V99.
               10  Erg02-Tp-Printed     PIC X(01).
               10  Erg02-Tp-Totals      PIC X(73).
       01  Erg02-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'TADERG02 - RATE CHANGE IMPACT SIMULATION'.
           05  FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05  Erg02-Hdr-From           PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  Erg02-Hdr-To             PIC X(08).
           05  FILLER                   PIC X(16)
               VALUE '  PRICED AS OF: '.
           05  Erg02-Hdr-Price          PIC X(08).
           05  FILLER                   PIC X(11) VALUE '  RUN DATE:'.
           05  Erg02-Hdr-Run            PIC X(08).
       01  Erg02-Card-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'PROPOSED RATE CARDS:'.
       01  Erg02-Card-Col-Line.
           05  FILLER                   PIC X(08) VALUE 'FN TYPE'.
           05  FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(07) VALUE '  BASE'.
           05  FILLER                   PIC X(60) VALUE
               '  TIER THRESHOLD/RATE (HIGHEST QUALIFYING WINS)'.
           05  FILLER                   PIC X(06) VALUE 'RESULT'.
       01  Erg02-Card-Line.
           05  Erg02-Cl-Function        PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Cl-Type            PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erg02-Cl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Cl-Base            PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erg02-Cl-Tier OCCURS 3 TIMES.
               10  Erg02-Cl-Threshold   PIC X(12).
               10  FILLER               PIC X(01) VALUE '/'.
               10  Erg02-Cl-Percent     PIC X(04).
               10  FILLER               PIC X(03) VALUE SPACES.
           05  Erg02-Cl-Result          PIC X(30).
       01  Erg02-Edit-Work.
           05  Erg02-Ew-Threshold       PIC Z,ZZZ,ZZ9.99.
           05  Erg02-Ew-Percent         PIC 9.99.
       01  Erg02-Prop-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'PROPOSED RATE PRICED BY CUSTOMER TYPE:'.
       01  Erg02-Prop-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Pl-Label           PIC X(12).
           05  Erg02-Pl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Pl-Base            PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erg02-Pl-Tier OCCURS 3 TIMES.
               10  Erg02-Pl-Threshold   PIC X(12).
               10  FILLER               PIC X(01) VALUE '/'.
               10  Erg02-Pl-Percent     PIC X(04).
               10  FILLER               PIC X(03) VALUE SPACES.
       01  Erg02-No-Prop-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Np-Label           PIC X(12).
           05  FILLER                   PIC X(40)
               VALUE 'NO PROPOSED CARD - PRICED AS BOOKED'.
       01  Erg02-Cross-Hdr-Line.
           05  FILLER                   PIC X(60) VALUE
               'APPROVED ORDERS THAT WOULD CHANGE CREDIT DECISION:'.
       01  Erg02-Cross-Col-Line.
           05  FILLER                   PIC X(08) VALUE 'CUST  T '.
           05  FILLER                   PIC X(26) VALUE 'LAST NAME'.
           05  FILLER                   PIC X(16)
               VALUE 'DATE     TIME   '.
           05  FILLER                   PIC X(15)
               VALUE '     HOME TOTAL'.
           05  FILLER                   PIC X(15)
               VALUE '  PROPOSED HOME'.
           05  FILLER                   PIC X(15)
               VALUE '  NEW EXPOSURE'.
           05  FILLER                   PIC X(15)
               VALUE '   CREDIT LIMIT'.
           05  FILLER                   PIC X(14)
               VALUE '  WAS WOULD BE'.
       01  Erg02-Cross-Line.
           05  Erg02-Xl-Cust            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Type            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Name            PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Date            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Time            PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Home            PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-New-Home        PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Exposure        PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Xl-Limit           PIC ---,---,--9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erg02-Xl-Was             PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  Erg02-Xl-Now             PIC X(01).
       01  Erg02-No-Cross-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'NONE'.
       01  Erg02-Type-Hdr-Line.
           05  FILLER                   PIC X(50)
               VALUE 'IMPACT BY CUSTOMER TYPE (HOME CURRENCY):'.
       01  Erg02-Tier-Hdr-Line.
           05  FILLER                   PIC X(50)
               VALUE 'IMPACT BY PROPOSED TIER (HOME CURRENCY):'.
       01  Erg02-Curr-Hdr-Line.
           05  FILLER                   PIC X(50)
               VALUE 'IMPACT BY CURRENCY (ORDER CURRENCY):'.
       01  Erg02-Sum-Col-Line.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE '   ORDERS'.
           05  FILLER                   PIC X(20)
               VALUE '     ACTUAL DISCOUNT'.
           05  FILLER                   PIC X(20)
               VALUE '   PROPOSED DISCOUNT'.
           05  FILLER                   PIC X(20)
               VALUE '   CHANGE IN DISCNT'.
           05  FILLER                   PIC X(20)
               VALUE '  CHANGE IN TOTAL'.
       01  Erg02-Sum-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-Label           PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-Count           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-Act             PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-New             PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-Change          PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Sl-Total           PIC ---,---,---,--9.99.
       01  Erg02-Top-Hdr-Line.
           05  FILLER                   PIC X(60) VALUE
               'CUSTOMERS MOST AFFECTED (HOME CURRENCY):'.
       01  Erg02-Top-Col-Line.
           05  FILLER                   PIC X(08) VALUE 'CUST  T '.
           05  FILLER                   PIC X(26) VALUE 'LAST NAME'.
           05  FILLER                   PIC X(07) VALUE ' ORDERS'.
           05  FILLER                   PIC X(20)
               VALUE '     ACTUAL DISCOUNT'.
           05  FILLER                   PIC X(20)
               VALUE '   PROPOSED DISCOUNT'.
           05  FILLER                   PIC X(20)
               VALUE '   CHANGE IN DISCNT'.
           05  FILLER                   PIC X(20)
               VALUE '  CHANGE IN TOTAL'.
           05  FILLER                   PIC X(10) VALUE '  CROSSED'.
       01  Erg02-Top-Line.
           05  Erg02-Tl-Cust            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Tl-Type            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Tl-Name            PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erg02-Tl-Count           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Tl-Act             PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Tl-New             PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Tl-Change          PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erg02-Tl-Total           PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erg02-Tl-Cross           PIC ZZ9.
       01  Erg02-Ctl-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'TADERG02 - SIMULATION CONTROL TOTALS'.
       01  Erg02-Ctl-Line.
           05  Erg02-Ctl-Label          PIC X(28).
           05  Erg02-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform load-cards-para thru load-cards-exit.
           sort SORT-ORDER-FILE
               on ascending key Srto-Customer-Number
               on descending key Srto-Date Srto-Time
               input procedure is extract-orders-para
               giving ORDER-WORK-FILE.
           sort SORT-SETTLE-FILE
               on ascending key Srts-Customer-Number
               input procedure is extract-settles-para
               giving SETTLE-WORK-FILE.
           sort SORT-IMPACT-FILE
               on ascending key Srti-Customer-Number
               on ascending key Srti-Date Srti-Time
               input procedure is reprice-orders-para
               output procedure is report-impact-para.
           perform print-totals-para thru print-totals-exit.
           perform print-top-para thru print-top-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           accept Erg02-Run-Date from date yyyymmdd
           move Erg02-Run-Date to Erg02-Date-Work
           perform compute-serial-para thru compute-serial-exit
           move Erg02-Day-Serial to Erg02-As-Of-Serial
           perform default-period-para thru default-period-exit
           perform read-parm-para thru read-parm-exit
           move Erg02-From-Date to Erg02-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if not Erg02-Date-Ok
             perform default-period-para thru default-period-exit
             move Erg02-From-Date to Erg02-Date-Work
             perform compute-serial-para thru compute-serial-exit
           end-if
           compute Erg02-Period-Days =
               Erg02-As-Of-Serial - Erg02-Day-Serial + 1
           if Erg02-Period-Days < 1
             move 1 to Erg02-Period-Days
           end-if
           move 'RETAIL' to Erg02-Tt-Label(1)
           move 'WHOLESALE' to Erg02-Tt-Label(2)
           move 'PREMIUM' to Erg02-Tt-Label(3)
           move 'OTHER' to Erg02-Tt-Label(4)
           move 'ALL TYPES' to Erg02-Tt-Label(5)
           move 'BASE RATE' to Erg02-Tr-Label(1)
           move 'TIER 1' to Erg02-Tr-Label(2)
           move 'TIER 2' to Erg02-Tr-Label(3)
           move 'TIER 3' to Erg02-Tr-Label(4)
           move 'NO PROPOSAL' to Erg02-Tr-Label(5)
           move zero to Erg02-Bucket-Sub
           perform clear-bucket-para thru clear-bucket-exit
               until Erg02-Bucket-Sub >= 5
           move zero to Erg02-Type-Sub
           perform clear-proposal-para thru clear-proposal-exit
               until Erg02-Type-Sub >= 3
           open output REPORT-FILE
           move Erg02-From-Date to Erg02-Hdr-From
           move Erg02-To-Date to Erg02-Hdr-To
           if Erg02-Price-Date equal '99999999'
             move 'LATEST' to Erg02-Hdr-Price
           else
             move Erg02-Price-Date to Erg02-Hdr-Price
           end-if
           move Erg02-Run-Date to Erg02-Hdr-Run
           write RPT-LINE from Erg02-Hdr-Line.
       initialize-exit.
           exit.

       clear-bucket-para.
           add 1 to Erg02-Bucket-Sub
           move zero to Erg02-Tt-Count(Erg02-Bucket-Sub)
           move zero to Erg02-Tt-Act(Erg02-Bucket-Sub)
           move zero to Erg02-Tt-New(Erg02-Bucket-Sub)
           move zero to Erg02-Tt-Total(Erg02-Bucket-Sub)
           move zero to Erg02-Tr-Count(Erg02-Bucket-Sub)
           move zero to Erg02-Tr-Act(Erg02-Bucket-Sub)
           move zero to Erg02-Tr-New(Erg02-Bucket-Sub)
           move zero to Erg02-Tr-Total(Erg02-Bucket-Sub).
       clear-bucket-exit.
           exit.

       clear-proposal-para.
           add 1 to Erg02-Type-Sub
           move 'N' to Erg02-Pr-Found(Erg02-Type-Sub)
           move spaces to Erg02-Pr-Rate(Erg02-Type-Sub).
       clear-proposal-exit.
           exit.

       default-period-para.
      *    last calendar month, worked in whole months as TADERE01
      *    works its period start.  the to date is the 31st whatever
      *    the month - history dates are compared as strings, so
      *    that takes in the whole month.
           move Erg02-Run-Date(1:4) to Erg02-Work-Year
           move Erg02-Run-Date(5:2) to Erg02-Work-Month
           compute Erg02-Month-Serial =
               (Erg02-Work-Year * 12) + Erg02-Work-Month - 2
           divide Erg02-Month-Serial by 12
               giving Erg02-Last-Year
               remainder Erg02-Work-Month
           compute Erg02-Last-Mm = Erg02-Work-Month + 1
           move Erg02-Last-Month to Erg02-From-Date(1:6)
           move '01' to Erg02-From-Date(7:2)
           move Erg02-Last-Month to Erg02-To-Date(1:6)
           move '31' to Erg02-To-Date(7:2).
       default-period-exit.
           exit.

       read-parm-para.
      *    period, pricing date and list length come from an
      *    optional parm file (IMPPARM).  the period is taken only
      *    when both dates are numeric and in order; anything blank
      *    or bad leaves its default.
           open input PARM-FILE
           if Erg02-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-From-Date is numeric
                      and Parm-To-Date is numeric
                      and Parm-To-Date not less than Parm-From-Date
                     move Parm-From-Date to Erg02-From-Date
                     move Parm-To-Date to Erg02-To-Date
                   end-if
                   if Parm-Price-Date is numeric
                     move Parm-Price-Date to Erg02-Price-Date
                   end-if
                   if Parm-Top-Count is numeric
                      and Parm-Top-Count > zero
                     move Parm-Top-Count to Erg02-Top-Max
                     if Erg02-Top-Max > 20
                       move 20 to Erg02-Top-Max
                     end-if
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       compute-serial-para.
      *    days from a fixed origin to the date in Erg02-Date-Work:
      *    365 per prior year, plus the prior years' leap days
      *    (every fourth year, less centuries, plus every fourth
      *    century), plus the days before the month, plus the day.
      *    a date that is not numeric or not a real month/day
      *    leaves Erg02-Date-Ok off for the caller to handle.
           move 'N' to Erg02-Date-Ok-Switch
           move zero to Erg02-Day-Serial
           if Erg02-Date-Work is not numeric
             go to compute-serial-exit
           end-if
           if Erg02-Dw-Month < 1 or Erg02-Dw-Month > 12
              or Erg02-Dw-Day < 1 or Erg02-Dw-Day > 31
              or Erg02-Dw-Year < 1
             go to compute-serial-exit
           end-if
           compute Erg02-Prior-Years = Erg02-Dw-Year - 1
           divide Erg02-Prior-Years by 4 giving Erg02-Leap-4
           divide Erg02-Prior-Years by 100 giving Erg02-Leap-100
           divide Erg02-Prior-Years by 400 giving Erg02-Leap-400
           compute Erg02-Day-Serial =
               (Erg02-Prior-Years * 365) + Erg02-Leap-4
               - Erg02-Leap-100 + Erg02-Leap-400
               + Erg02-Cum-Days(Erg02-Dw-Month) + Erg02-Dw-Day
           if Erg02-Dw-Month > 2
             divide Erg02-Dw-Year by 4 giving Erg02-Quotient
                 remainder Erg02-Rem-4
             divide Erg02-Dw-Year by 100 giving Erg02-Quotient
                 remainder Erg02-Rem-100
             divide Erg02-Dw-Year by 400 giving Erg02-Quotient
                 remainder Erg02-Rem-400
             if Erg02-Rem-4 equal zero
                and (Erg02-Rem-100 not equal zero
                     or Erg02-Rem-400 equal zero)
               add 1 to Erg02-Day-Serial
             end-if
           end-if
           move 'Y' to Erg02-Date-Ok-Switch.
       compute-serial-exit.
           exit.

       load-cards-para.
      *    every proposed card is edited as TADERG01 would edit it
      *    and listed with the result.  an accepted card becomes the
      *    type's proposed rate when it is the latest one in force
      *    on the pricing date - lookup-rate-para's choice.  two
      *    cards for the same type and date: the later card wins,
      *    as a change card would.
           write RPT-LINE from Erg02-Card-Hdr-Line
           write RPT-LINE from Erg02-Card-Col-Line
           open input RATE-IN-FILE
           perform read-card-para thru read-card-exit
           perform edit-card-para thru edit-card-exit
               until Erg02-Card-Eof
           close RATE-IN-FILE
           write RPT-LINE from Erg02-Prop-Hdr-Line
           move zero to Erg02-Type-Sub
           perform print-proposal-para thru print-proposal-exit
               until Erg02-Type-Sub >= 3.
       load-cards-exit.
           exit.

       read-card-para.
           read RATE-IN-FILE
               at end move 'Y' to Erg02-Card-Eof-Switch
           end-read.
       read-card-exit.
           exit.

       edit-card-para.
           add 1 to Erg02-Card-Count
           move 'N' to Erg02-Reject-Switch
           move spaces to Erg02-Reason
           perform edit-maint-para thru edit-maint-exit
           evaluate true
             when Erg02-Rejected
               add 1 to Erg02-Reject-Count
             when Rmnt-Delete
               add 1 to Erg02-Delete-Count
             when other
               add 1 to Erg02-Accept-Count
               perform keep-card-para thru keep-card-exit
           end-evaluate
           perform list-card-para thru list-card-exit
           perform read-card-para thru read-card-exit.
       edit-card-exit.
           exit.

       edit-maint-para.
           if not Rmnt-Add and not Rmnt-Change and not Rmnt-Delete
             move 'IF' to Erg02-Reason
             move 'Y' to Erg02-Reject-Switch
             go to edit-maint-exit
           end-if
           if Rmnt-Customer-Type not equal 'R'
              and Rmnt-Customer-Type not equal 'W'
              and Rmnt-Customer-Type not equal 'P'
             move 'IT' to Erg02-Reason
             move 'Y' to Erg02-Reject-Switch
             go to edit-maint-exit
           end-if
           if Rmnt-Effective-Date is not numeric
             move 'ED' to Erg02-Reason
             move 'Y' to Erg02-Reject-Switch
             go to edit-maint-exit
           end-if
           if Rmnt-Add or Rmnt-Change
             if Rmnt-Base-Percent is not numeric
                or Rmnt-Tier-Count is not numeric
                or Rmnt-Tier-Count > 3
               move 'NN' to Erg02-Reason
               move 'Y' to Erg02-Reject-Switch
               go to edit-maint-exit
             end-if
             move zero to Erg02-Tier-Sub
             move zero to Erg02-Prev-Threshold
             perform edit-tier-para thru edit-tier-exit
                 until Erg02-Rejected
                    or Erg02-Tier-Sub >= Rmnt-Tier-Count
           end-if.
       edit-maint-exit.
           exit.

       edit-tier-para.
           add 1 to Erg02-Tier-Sub
           if Rmnt-Tier-Threshold(Erg02-Tier-Sub) is not numeric
              or Rmnt-Tier-Percent(Erg02-Tier-Sub) is not numeric
             move 'NN' to Erg02-Reason
             move 'Y' to Erg02-Reject-Switch
             go to edit-tier-exit
           end-if
           if Rmnt-Tier-Threshold(Erg02-Tier-Sub) not greater than
               Erg02-Prev-Threshold
             move 'TO' to Erg02-Reason
             move 'Y' to Erg02-Reject-Switch
             go to edit-tier-exit
           end-if
           move Rmnt-Tier-Threshold(Erg02-Tier-Sub)
               to Erg02-Prev-Threshold.
       edit-tier-exit.
           exit.

       keep-card-para.
      *    the card is built into a rate record the way TADERG01's
      *    build-rate-para builds it, unused tiers zeroed, and held
      *    for its type if it is in force on the pricing date and
      *    not older than the card already held.
           if Rmnt-Effective-Date > Erg02-Price-Date
             go to keep-card-exit
           end-if
           evaluate Rmnt-Customer-Type
             when 'R'
               move 1 to Erg02-Type-Sub
             when 'W'
               move 2 to Erg02-Type-Sub
             when other
               move 3 to Erg02-Type-Sub
           end-evaluate
           if Erg02-Pr-Found(Erg02-Type-Sub) equal 'Y'
             move Erg02-Pr-Rate(Erg02-Type-Sub) to RATE-RECORD
             if Rmnt-Effective-Date < Rate-Effective-Date
               go to keep-card-exit
             end-if
           end-if
           move Rmnt-Customer-Type to Rate-Customer-Type
           move Rmnt-Effective-Date to Rate-Effective-Date
           move Rmnt-Base-Percent to Rate-Base-Percent
           move Rmnt-Tier-Count to Rate-Tier-Count
           move zero to Erg02-Tier-Sub
           perform build-tier-para thru build-tier-exit
               until Erg02-Tier-Sub >= 3
           move RATE-RECORD to Erg02-Pr-Rate(Erg02-Type-Sub)
           move 'Y' to Erg02-Pr-Found(Erg02-Type-Sub).
       keep-card-exit.
           exit.

       build-tier-para.
           add 1 to Erg02-Tier-Sub
           if Erg02-Tier-Sub > Rmnt-Tier-Count
             move zero to Rate-Tier-Threshold(Erg02-Tier-Sub)
             move zero to Rate-Tier-Percent(Erg02-Tier-Sub)
           else
             move Rmnt-Tier-Threshold(Erg02-Tier-Sub)
                 to Rate-Tier-Threshold(Erg02-Tier-Sub)
             move Rmnt-Tier-Percent(Erg02-Tier-Sub)
                 to Rate-Tier-Percent(Erg02-Tier-Sub)
           end-if.
       build-tier-exit.
           exit.

       list-card-para.
      *    the card as punched - a rejected card may not hold
      *    numbers, so the fields go out as edited only when the
      *    card passed.
           move Rmnt-Function to Erg02-Cl-Function
           move Rmnt-Customer-Type to Erg02-Cl-Type
           move Rmnt-Effective-Date to Erg02-Cl-Date
           move spaces to Erg02-Cl-Base
           move zero to Erg02-Tier-Sub
           perform clear-card-tier-para thru clear-card-tier-exit
               until Erg02-Tier-Sub >= 3
           evaluate true
             when Erg02-Rejected
               move spaces to Erg02-Cl-Result
               string 'REJECTED ' Erg02-Reason
                   delimited by size into Erg02-Cl-Result
             when Rmnt-Delete
               move 'DELETE - NOT PRICED' to Erg02-Cl-Result
             when other
               move Rmnt-Base-Percent to Erg02-Ew-Percent
               move Erg02-Ew-Percent to Erg02-Cl-Base
               move zero to Erg02-Tier-Sub
               perform list-card-tier-para thru list-card-tier-exit
                   until Erg02-Tier-Sub >= Rmnt-Tier-Count
               move 'ACCEPTED' to Erg02-Cl-Result
           end-evaluate
           write RPT-LINE from Erg02-Card-Line.
       list-card-exit.
           exit.

       clear-card-tier-para.
           add 1 to Erg02-Tier-Sub
           move spaces to Erg02-Cl-Threshold(Erg02-Tier-Sub)
           move spaces to Erg02-Cl-Percent(Erg02-Tier-Sub).
       clear-card-tier-exit.
           exit.

       list-card-tier-para.
           add 1 to Erg02-Tier-Sub
           move Rmnt-Tier-Threshold(Erg02-Tier-Sub)
               to Erg02-Ew-Threshold
           move Erg02-Ew-Threshold
               to Erg02-Cl-Threshold(Erg02-Tier-Sub)
           move Rmnt-Tier-Percent(Erg02-Tier-Sub) to Erg02-Ew-Percent
           move Erg02-Ew-Percent to Erg02-Cl-Percent(Erg02-Tier-Sub).
       list-card-tier-exit.
           exit.

       print-proposal-para.
           add 1 to Erg02-Type-Sub
           if Erg02-Pr-Found(Erg02-Type-Sub) not equal 'Y'
             move Erg02-Tt-Label(Erg02-Type-Sub) to Erg02-Np-Label
             write RPT-LINE from Erg02-No-Prop-Line
             go to print-proposal-exit
           end-if
           move Erg02-Pr-Rate(Erg02-Type-Sub) to RATE-RECORD
           move Erg02-Tt-Label(Erg02-Type-Sub) to Erg02-Pl-Label
           move Rate-Effective-Date to Erg02-Pl-Date
           move Rate-Base-Percent to Erg02-Ew-Percent
           move Erg02-Ew-Percent to Erg02-Pl-Base
           move zero to Erg02-Tier-Sub
           perform print-proposal-tier-para thru
               print-proposal-tier-exit
               until Erg02-Tier-Sub >= 3
           write RPT-LINE from Erg02-Prop-Line.
       print-proposal-exit.
           exit.

       print-proposal-tier-para.
           add 1 to Erg02-Tier-Sub
           if Erg02-Tier-Sub > Rate-Tier-Count
             move spaces to Erg02-Pl-Threshold(Erg02-Tier-Sub)
             move spaces to Erg02-Pl-Percent(Erg02-Tier-Sub)
           else
             move Rate-Tier-Threshold(Erg02-Tier-Sub)
                 to Erg02-Ew-Threshold
             move Erg02-Ew-Threshold
                 to Erg02-Pl-Threshold(Erg02-Tier-Sub)
             move Rate-Tier-Percent(Erg02-Tier-Sub)
                 to Erg02-Ew-Percent
             move Erg02-Ew-Percent
                 to Erg02-Pl-Percent(Erg02-Tier-Sub)
           end-if.
       print-proposal-tier-exit.
           exit.

       extract-orders-para.
      *    the history from the period start on, newest first within
      *    each customer so the exposure can be worked back from
      *    today's balance.  orders after the period end are only
      *    walked through, not repriced.
           open input ORDER-HIST-FILE
           perform read-hist-para thru read-hist-exit
           perform release-order-para thru release-order-exit
               until Erg02-Hist-Eof
           close ORDER-HIST-FILE.

       read-hist-para.
           read ORDER-HIST-FILE
               at end move 'Y' to Erg02-Hist-Eof-Switch
           end-read.
       read-hist-exit.
           exit.

       release-order-para.
      *    amounts go to the sort as they stand on the history - a
      *    cancellation reversal carries its order's positive
      *    figures and is turned round when it is walked.  a pre-
      *    conversion entry's home total falls back to its order
      *    total.
           add 1 to Erg02-Hist-Count
           if Ordh-Date(1:8) < Erg02-From-Date
             go to release-order-next
           end-if
           add 1 to Erg02-Window-Count
           move Ordh-Customer-Number to Srto-Customer-Number
           move Ordh-Date to Srto-Date
           move Ordh-Time to Srto-Time
           move Ordh-Customer-Type to Srto-Customer-Type
           move Ordh-Credit-Decision to Srto-Decision
           if Ordh-Currency-Code equal spaces
             move 'USD' to Srto-Currency-Code
           else
             move Ordh-Currency-Code to Srto-Currency-Code
           end-if
           if Ordh-Date(1:8) > Erg02-To-Date
             move 'N' to Srto-In-Period
           else
             move 'Y' to Srto-In-Period
           end-if
           move Ordh-Order-Amount to Srto-Order-Amount
           move Ordh-Order-Total to Srto-Order-Total
           if Ordh-Home-Total is numeric
             move Ordh-Home-Total to Srto-Home-Total
           else
             move Ordh-Order-Total to Srto-Home-Total
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
               until Erg02-Setl-Eof
           close SETTLE-IN-FILE.

       read-settle-para.
           read SETTLE-IN-FILE
               at end move 'Y' to Erg02-Setl-Eof-Switch
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

       reprice-orders-para.
      *    the history is matched to the master a customer at a
      *    time, newest order first, and each order in the period
      *    is repriced and released in date order for the report.
      *    history for a customer no longer on file is still
      *    repriced - the discount it was given is real - but has
      *    no balance or limit to test against.
           open input CUSTOMER-FILE
           open input ORDER-WORK-FILE
           open input SETTLE-WORK-FILE
           perform read-customer-para thru read-customer-exit
           perform read-ordwork-para thru read-ordwork-exit
           perform read-setwork-para thru read-setwork-exit
           perform reprice-customer-para thru reprice-customer-exit
               until Erg02-Cust-Eof
           move 'N' to Erg02-Master-Switch
           perform reprice-orphan-para thru reprice-orphan-exit
               until Erg02-Ordw-Eof
           perform skip-one-settle-para thru skip-one-settle-exit
               until Erg02-Setw-Eof
           close CUSTOMER-FILE
           close ORDER-WORK-FILE
           close SETTLE-WORK-FILE.

       read-customer-para.
           read CUSTOMER-FILE
               at end move 'Y' to Erg02-Cust-Eof-Switch
           end-read.
       read-customer-exit.
           exit.

       read-ordwork-para.
           read ORDER-WORK-FILE
               at end move 'Y' to Erg02-Ordw-Eof-Switch
           end-read.
       read-ordwork-exit.
           exit.

       read-setwork-para.
           read SETTLE-WORK-FILE
               at end move 'Y' to Erg02-Setw-Eof-Switch
           end-read.
       read-setwork-exit.
           exit.

       reprice-customer-para.
           add 1 to Erg02-Cust-Count
           move 'N' to Erg02-Master-Switch
           perform reprice-orphan-para thru reprice-orphan-exit
               until Erg02-Ordw-Eof
                  or Ordw-Customer-Number not less than Cust-Number
           perform skip-one-settle-para thru skip-one-settle-exit
               until Erg02-Setw-Eof
                  or Setw-Customer-Number not less than Cust-Number
           move 'Y' to Erg02-Master-Switch
           move zero to Erg02-Settled-Work
           move zero to Erg02-Cum-After
           perform total-settles-para thru total-settles-exit
               until Erg02-Setw-Eof
                  or Setw-Customer-Number not equal Cust-Number
           if Cust-Open-Exposure is numeric
             move Cust-Open-Exposure to Erg02-Onfile-Work
           else
             move zero to Erg02-Onfile-Work
             add 1 to Erg02-Nonnum-Count
           end-if
           if Cust-Credit-Limit is numeric
             move Cust-Credit-Limit to Erg02-Limit-Work
           else
             move zero to Erg02-Limit-Work
           end-if
           perform walk-order-para thru walk-order-exit
               until Erg02-Ordw-Eof
                  or Ordw-Customer-Number not equal Cust-Number
           perform read-customer-para thru read-customer-exit.
       reprice-customer-exit.
           exit.

       reprice-orphan-para.
           add 1 to Erg02-Orphan-Ord-Count
           if not Ordw-Priced
             go to reprice-orphan-next
           end-if
           if Ordw-Approved or Ordw-Warning or Ordw-Cancelled
             move zero to Erg02-Point-Work
             move zero to Erg02-Limit-Work
             perform reprice-one-para thru reprice-one-exit
           else
             add 1 to Erg02-Unpriced-Count
           end-if.
       reprice-orphan-next.
           perform read-ordwork-para thru read-ordwork-exit.
       reprice-orphan-exit.
           exit.

       skip-one-settle-para.
           add 1 to Erg02-Orphan-Setl-Count
           perform read-setwork-para thru read-setwork-exit.
       skip-one-settle-exit.
           exit.

       total-settles-para.
           add 1 to Erg02-Settle-Count
           add Setw-Amount to Erg02-Settled-Work
           perform read-setwork-para thru read-setwork-exit.
       total-settles-exit.
           exit.

       walk-order-para.
      *    one order, newest first.  the exposure just after a
      *    booking is worked back as TADERE01's walk-order-para
      *    works it: today's balance, less everything booked since,
      *    plus the share of the settlements that came in since,
      *    floored at zero.  a refusal never touched the balance
      *    and is not repriced; a cancellation takes its order back
      *    off the balance going forward, so going back past it
      *    puts the order back on.
           if not Ordw-Approved
              and not Ordw-Warning
              and not Ordw-Cancelled
             if Ordw-Priced
               add 1 to Erg02-Unpriced-Count
             end-if
             go to walk-order-next
           end-if
           move zero to Erg02-Point-Work
           if not Ordw-Cancelled
             move Ordw-Date to Erg02-Date-Work
             perform compute-serial-para thru compute-serial-exit
             if Erg02-Date-Ok
               compute Erg02-Days-Back =
                   Erg02-As-Of-Serial - Erg02-Day-Serial
               if Erg02-Days-Back < zero
                 move zero to Erg02-Days-Back
               end-if
             else
               move zero to Erg02-Days-Back
               add 1 to Erg02-Undated-Count
             end-if
             compute Erg02-Point-Work rounded =
                 Erg02-Onfile-Work - Erg02-Cum-After
                 + (Erg02-Settled-Work * Erg02-Days-Back
                    / Erg02-Period-Days)
             if Erg02-Point-Work < zero
               move zero to Erg02-Point-Work
             end-if
           end-if
           if Ordw-Priced
             perform reprice-one-para thru reprice-one-exit
           end-if
           if Ordw-Cancelled
             subtract Ordw-Home-Total from Erg02-Cum-After
           else
             add Ordw-Home-Total to Erg02-Cum-After
           end-if.
       walk-order-next.
           perform read-ordwork-para thru read-ordwork-exit.
       walk-order-exit.
           exit.

       reprice-one-para.
      *    the order at the proposed rate for its type, picked as
      *    select-rate-para and select-tier-para pick it, against
      *    the discount it was given (amount less total).  home
      *    figures go at the order's own booked conversion.  a
      *    cancellation is priced as its order was and released
      *    negative so the two net out.
           add 1 to Erg02-Repriced-Count
           move Ordw-Customer-Number to Srti-Customer-Number
           move Ordw-Date to Srti-Date
           move Ordw-Time to Srti-Time
           move Ordw-Customer-Type to Srti-Customer-Type
           move Ordw-Decision to Srti-Decision
           move Ordw-Currency-Code to Srti-Currency-Code
           move Erg02-Master-Switch to Srti-Master
           if Erg02-On-Master
             move Cust-Last-Name to Srti-Last-Name
           else
             move spaces to Srti-Last-Name
           end-if
           move Erg02-Limit-Work to Srti-Credit-Limit
           move Erg02-Point-Work to Srti-Point
           compute Srti-Act-Discount =
               Ordw-Order-Amount - Ordw-Order-Total
           move Ordw-Order-Total to Srti-Act-Total
           move Ordw-Home-Total to Srti-Act-Home
           evaluate Ordw-Customer-Type
             when 'R'
               move 1 to Erg02-Type-Sub
             when 'W'
               move 2 to Erg02-Type-Sub
             when 'P'
               move 3 to Erg02-Type-Sub
             when other
               move zero to Erg02-Type-Sub
           end-evaluate
           if Erg02-Type-Sub equal zero
              or Erg02-Pr-Found(Erg02-Type-Sub) not equal 'Y'
             move 'N' to Srti-Tier
             move Srti-Act-Discount to Srti-New-Discount
             move Ordw-Order-Total to Srti-New-Total
           else
             perform select-rate-para thru select-rate-exit
             compute Srti-New-Discount rounded =
                 Ordw-Order-Amount * Erg02-Percent-Work
             compute Srti-New-Total =
                 Ordw-Order-Amount - Srti-New-Discount
           end-if
           if Ordw-Order-Total equal zero
             move Srti-Act-Discount to Srti-Act-Disc-Home
             move Srti-New-Discount to Srti-New-Disc-Home
             move Srti-New-Total to Srti-New-Home
           else
             compute Srti-Act-Disc-Home rounded =
                 Srti-Act-Discount * Ordw-Home-Total
                 / Ordw-Order-Total
             compute Srti-New-Disc-Home rounded =
                 Srti-New-Discount * Ordw-Home-Total
                 / Ordw-Order-Total
             compute Srti-New-Home rounded =
                 Srti-New-Total * Ordw-Home-Total
                 / Ordw-Order-Total
           end-if
           if Ordw-Cancelled
             compute Srti-Act-Discount = zero - Srti-Act-Discount
             compute Srti-New-Discount = zero - Srti-New-Discount
             compute Srti-Act-Total = zero - Srti-Act-Total
             compute Srti-New-Total = zero - Srti-New-Total
             compute Srti-Act-Home = zero - Srti-Act-Home
             compute Srti-New-Home = zero - Srti-New-Home
             compute Srti-Act-Disc-Home = zero - Srti-Act-Disc-Home
             compute Srti-New-Disc-Home = zero - Srti-New-Disc-Home
           end-if
           release SRTI-RECORD.
       reprice-one-exit.
           exit.

       select-rate-para.
      *    the base rate applies unless the order's amount reaches
      *    a volume tier - the tiers are in ascending threshold
      *    order, so the last one the amount reaches is the deepest
      *    qualifying rate.
           move Erg02-Pr-Rate(Erg02-Type-Sub) to RATE-RECORD
           move Rate-Base-Percent to Erg02-Percent-Work
           move '0' to Srti-Tier
           move zero to Erg02-Tier-Sub
           perform select-tier-para thru select-tier-exit
               until Erg02-Tier-Sub >= Rate-Tier-Count.
       select-rate-exit.
           exit.

       select-tier-para.
           add 1 to Erg02-Tier-Sub
           if Ordw-Order-Amount not less than
               Rate-Tier-Threshold(Erg02-Tier-Sub)
             move Rate-Tier-Percent(Erg02-Tier-Sub)
                 to Erg02-Percent-Work
             move Erg02-Tier-Sub to Srti-Tier
           end-if.
       select-tier-exit.
           exit.

       report-impact-para.
      *    the repriced orders come back a customer at a time in
      *    date order.  the credit check is rerun on each approved
      *    order with the change in its own price and in the
      *    customer's earlier orders carried into the balance.
           write RPT-LINE from Erg02-Cross-Hdr-Line
           write RPT-LINE from Erg02-Cross-Col-Line
           perform return-impact-para thru return-impact-exit
           perform impact-one-para thru impact-one-exit
               until Erg02-Srti-Eof
           if Erg02-Have-Cust
             perform close-customer-para thru close-customer-exit
           end-if
           if Erg02-To-Warn-Count equal zero
              and Erg02-To-Refuse-Count equal zero
             write RPT-LINE from Erg02-No-Cross-Line
           end-if.

       return-impact-para.
           return SORT-IMPACT-FILE
               at end move 'Y' to Erg02-Srti-Eof-Switch
           end-return.
       return-impact-exit.
           exit.

       impact-one-para.
           if Erg02-Have-Cust
              and Srti-Customer-Number not equal Erg02-Prev-Cust
             perform close-customer-para thru close-customer-exit
           end-if
           if not Erg02-Have-Cust
             move Srti-Customer-Number to Erg02-Prev-Cust
             move Srti-Customer-Type to Erg02-Ct-Type
             move Srti-Last-Name to Erg02-Ct-Last-Name
             move zero to Erg02-Ct-Count
             move zero to Erg02-Ct-Act
             move zero to Erg02-Ct-New
             move zero to Erg02-Ct-Total
             move zero to Erg02-Ct-Cross
             move zero to Erg02-Cum-Change
             set Erg02-Have-Cust to true
           end-if
           perform accumulate-para thru accumulate-exit
           if Srti-Approved
              and Srti-On-Master
              and Srti-Credit-Limit > zero
             perform check-credit-para thru check-credit-exit
           end-if
           compute Erg02-Cum-Change =
               Erg02-Cum-Change + Srti-New-Home - Srti-Act-Home
           perform return-impact-para thru return-impact-exit.
       impact-one-exit.
           exit.

       accumulate-para.
           evaluate Srti-Customer-Type
             when 'R'
               move 1 to Erg02-Bucket-Sub
             when 'W'
               move 2 to Erg02-Bucket-Sub
             when 'P'
               move 3 to Erg02-Bucket-Sub
             when other
               move 4 to Erg02-Bucket-Sub
           end-evaluate
           perform add-type-para thru add-type-exit
           move 5 to Erg02-Bucket-Sub
           perform add-type-para thru add-type-exit
           if Srti-No-Proposal
             move 5 to Erg02-Bucket-Sub
           else
             move Srti-Tier to Erg02-Bucket-Sub
             add 1 to Erg02-Bucket-Sub
           end-if
           add 1 to Erg02-Tr-Count(Erg02-Bucket-Sub)
           add Srti-Act-Disc-Home to Erg02-Tr-Act(Erg02-Bucket-Sub)
           add Srti-New-Disc-Home to Erg02-Tr-New(Erg02-Bucket-Sub)
           compute Erg02-Tr-Total(Erg02-Bucket-Sub) =
               Erg02-Tr-Total(Erg02-Bucket-Sub)
               + Srti-New-Home - Srti-Act-Home
           move Srti-Currency-Code to Erg02-Curr-Work
           move zero to Erg02-Curr-Sub
           perform scan-currency-para thru scan-currency-exit
               until Erg02-Curr-Sub > Erg02-Curr-Used
           add 1 to Erg02-Ct-Count
           add Srti-Act-Disc-Home to Erg02-Ct-Act
           add Srti-New-Disc-Home to Erg02-Ct-New
           compute Erg02-Ct-Total =
               Erg02-Ct-Total + Srti-New-Home - Srti-Act-Home.
       accumulate-exit.
           exit.

       add-type-para.
           add 1 to Erg02-Tt-Count(Erg02-Bucket-Sub)
           add Srti-Act-Disc-Home to Erg02-Tt-Act(Erg02-Bucket-Sub)
           add Srti-New-Disc-Home to Erg02-Tt-New(Erg02-Bucket-Sub)
           compute Erg02-Tt-Total(Erg02-Bucket-Sub) =
               Erg02-Tt-Total(Erg02-Bucket-Sub)
               + Srti-New-Home - Srti-Act-Home.
       add-type-exit.
           exit.

       scan-currency-para.
           add 1 to Erg02-Curr-Sub
           if Erg02-Curr-Sub > Erg02-Curr-Used
             if Erg02-Curr-Used < 10
               add 1 to Erg02-Curr-Used
               move Erg02-Curr-Work to Erg02-Cu-Code(Erg02-Curr-Used)
               move zero to Erg02-Cu-Count(Erg02-Curr-Used)
               move zero to Erg02-Cu-Act(Erg02-Curr-Used)
               move zero to Erg02-Cu-New(Erg02-Curr-Used)
               move zero to Erg02-Cu-Total(Erg02-Curr-Used)
               move Erg02-Curr-Used to Erg02-Curr-Sub
             else
               move '***' to Erg02-Cu-Code(10)
               move 10 to Erg02-Curr-Sub
             end-if
             perform add-currency-para thru add-currency-exit
             move Erg02-Curr-Used to Erg02-Curr-Sub
             add 1 to Erg02-Curr-Sub
           else
             if Erg02-Cu-Code(Erg02-Curr-Sub) equal Erg02-Curr-Work
               perform add-currency-para thru add-currency-exit
               move Erg02-Curr-Used to Erg02-Curr-Sub
               add 1 to Erg02-Curr-Sub
             end-if
           end-if.
       scan-currency-exit.
           exit.

       add-currency-para.
           add 1 to Erg02-Cu-Count(Erg02-Curr-Sub)
           add Srti-Act-Discount to Erg02-Cu-Act(Erg02-Curr-Sub)
           add Srti-New-Discount to Erg02-Cu-New(Erg02-Curr-Sub)
           compute Erg02-Cu-Total(Erg02-Curr-Sub) =
               Erg02-Cu-Total(Erg02-Curr-Sub)
               + Srti-New-Total - Srti-Act-Total.
       add-currency-exit.
           exit.

       check-credit-para.
      *    TADERC99's check-credit-para rules against the balance
      *    just after the order as booked, moved by what the order
      *    and the customer's earlier orders in the period would
      *    have come to at the proposed rate: over the limit is a
      *    refusal, over ninety percent of it a warning.
           add 1 to Erg02-Tested-Count
           compute Erg02-Projected-Work =
               Srti-Point - Srti-Act-Home + Srti-New-Home
               + Erg02-Cum-Change
           compute Erg02-Warning-Floor rounded =
               Srti-Credit-Limit * 0.90
           set Erg02-New-Approved to true
           if Erg02-Projected-Work > Srti-Credit-Limit
             set Erg02-New-Refused to true
             add 1 to Erg02-To-Refuse-Count
           else
             if Erg02-Projected-Work > Erg02-Warning-Floor
               set Erg02-New-Warning to true
               add 1 to Erg02-To-Warn-Count
             end-if
           end-if
           if Erg02-New-Approved
             go to check-credit-exit
           end-if
           add 1 to Erg02-Ct-Cross
           move Srti-Customer-Number to Erg02-Xl-Cust
           move Srti-Customer-Type to Erg02-Xl-Type
           move Srti-Last-Name to Erg02-Xl-Name
           move Srti-Date to Erg02-Xl-Date
           move Srti-Time to Erg02-Xl-Time
           move Srti-Act-Home to Erg02-Xl-Home
           move Srti-New-Home to Erg02-Xl-New-Home
           move Erg02-Projected-Work to Erg02-Xl-Exposure
           move Srti-Credit-Limit to Erg02-Xl-Limit
           move Srti-Decision to Erg02-Xl-Was
           move Erg02-New-Decision to Erg02-Xl-Now
           write RPT-LINE from Erg02-Cross-Line.
       check-credit-exit.
           exit.

       close-customer-para.
      *    a customer whose discount moves at all is counted and
      *    offered to the most-affected table, ranked by the size
      *    of the change either way.
           move 'N' to Erg02-Have-Cust-Switch
           compute Erg02-Abs-Work = Erg02-Ct-New - Erg02-Ct-Act
           if Erg02-Abs-Work < zero
             compute Erg02-Abs-Work = zero - Erg02-Abs-Work
           end-if
           if Erg02-Abs-Work equal zero
             go to close-customer-exit
           end-if
           add 1 to Erg02-Affected-Count
           if Erg02-Top-Used < Erg02-Top-Max
             add 1 to Erg02-Top-Used
             move Erg02-Top-Used to Erg02-Pick-Sub
           else
             move 1 to Erg02-Pick-Sub
             move 1 to Erg02-Top-Sub
             perform find-smallest-para thru find-smallest-exit
                 until Erg02-Top-Sub >= Erg02-Top-Used
             if Erg02-Abs-Work not > Erg02-Tp-Abs(Erg02-Pick-Sub)
               go to close-customer-exit
             end-if
           end-if
           move Erg02-Prev-Cust to Erg02-Tp-Cust(Erg02-Pick-Sub)
           move Erg02-Abs-Work to Erg02-Tp-Abs(Erg02-Pick-Sub)
           move 'N' to Erg02-Tp-Printed(Erg02-Pick-Sub)
           move Erg02-Cust-Totals to Erg02-Tp-Totals(Erg02-Pick-Sub).
       close-customer-exit.
           exit.

       find-smallest-para.
           add 1 to Erg02-Top-Sub
           if Erg02-Tp-Abs(Erg02-Top-Sub) <
               Erg02-Tp-Abs(Erg02-Pick-Sub)
             move Erg02-Top-Sub to Erg02-Pick-Sub
           end-if.
       find-smallest-exit.
           exit.

       print-totals-para.
           write RPT-LINE from Erg02-Type-Hdr-Line
           write RPT-LINE from Erg02-Sum-Col-Line
           move zero to Erg02-Bucket-Sub
           perform print-type-total-para thru print-type-total-exit
               until Erg02-Bucket-Sub >= 5
           write RPT-LINE from Erg02-Tier-Hdr-Line
           write RPT-LINE from Erg02-Sum-Col-Line
           move zero to Erg02-Bucket-Sub
           perform print-tier-total-para thru print-tier-total-exit
               until Erg02-Bucket-Sub >= 5
           write RPT-LINE from Erg02-Curr-Hdr-Line
           write RPT-LINE from Erg02-Sum-Col-Line
           move zero to Erg02-Curr-Sub
           perform print-currency-total-para thru
               print-currency-total-exit
               until Erg02-Curr-Sub >= Erg02-Curr-Used.
       print-totals-exit.
           exit.

       print-type-total-para.
           add 1 to Erg02-Bucket-Sub
           move Erg02-Tt-Label(Erg02-Bucket-Sub) to Erg02-Sl-Label
           move Erg02-Tt-Count(Erg02-Bucket-Sub) to Erg02-Sl-Count
           move Erg02-Tt-Act(Erg02-Bucket-Sub) to Erg02-Sl-Act
           move Erg02-Tt-New(Erg02-Bucket-Sub) to Erg02-Sl-New
           compute Erg02-Sl-Change =
               Erg02-Tt-New(Erg02-Bucket-Sub)
               - Erg02-Tt-Act(Erg02-Bucket-Sub)
           move Erg02-Tt-Total(Erg02-Bucket-Sub) to Erg02-Sl-Total
           write RPT-LINE from Erg02-Sum-Line.
       print-type-total-exit.
           exit.

       print-tier-total-para.
           add 1 to Erg02-Bucket-Sub
           move Erg02-Tr-Label(Erg02-Bucket-Sub) to Erg02-Sl-Label
           move Erg02-Tr-Count(Erg02-Bucket-Sub) to Erg02-Sl-Count
           move Erg02-Tr-Act(Erg02-Bucket-Sub) to Erg02-Sl-Act
           move Erg02-Tr-New(Erg02-Bucket-Sub) to Erg02-Sl-New
           compute Erg02-Sl-Change =
               Erg02-Tr-New(Erg02-Bucket-Sub)
               - Erg02-Tr-Act(Erg02-Bucket-Sub)
           move Erg02-Tr-Total(Erg02-Bucket-Sub) to Erg02-Sl-Total
           write RPT-LINE from Erg02-Sum-Line.
       print-tier-total-exit.
           exit.

       print-currency-total-para.
           add 1 to Erg02-Curr-Sub
           move Erg02-Cu-Code(Erg02-Curr-Sub) to Erg02-Sl-Label
           move Erg02-Cu-Count(Erg02-Curr-Sub) to Erg02-Sl-Count
           move Erg02-Cu-Act(Erg02-Curr-Sub) to Erg02-Sl-Act
           move Erg02-Cu-New(Erg02-Curr-Sub) to Erg02-Sl-New
           compute Erg02-Sl-Change =
               Erg02-Cu-New(Erg02-Curr-Sub)
               - Erg02-Cu-Act(Erg02-Curr-Sub)
           move Erg02-Cu-Total(Erg02-Curr-Sub) to Erg02-Sl-Total
           write RPT-LINE from Erg02-Sum-Line.
       print-currency-total-exit.
           exit.

       print-top-para.
      *    the held customers, largest change first - each pass
      *    prints the largest not yet printed.
           write RPT-LINE from Erg02-Top-Hdr-Line
           write RPT-LINE from Erg02-Top-Col-Line
           if Erg02-Top-Used equal zero
             write RPT-LINE from Erg02-No-Cross-Line
             go to print-top-exit
           end-if
           move zero to Erg02-Printed-Count
           perform print-top-one-para thru print-top-one-exit
               until Erg02-Printed-Count >= Erg02-Top-Used.
       print-top-exit.
           exit.

       print-top-one-para.
           move zero to Erg02-Pick-Sub
           move zero to Erg02-Best-Work
           move zero to Erg02-Top-Sub
           perform find-largest-para thru find-largest-exit
               until Erg02-Top-Sub >= Erg02-Top-Used
           add 1 to Erg02-Printed-Count
           move 'Y' to Erg02-Tp-Printed(Erg02-Pick-Sub)
           move Erg02-Tp-Totals(Erg02-Pick-Sub) to Erg02-Cust-Totals
           move Erg02-Tp-Cust(Erg02-Pick-Sub) to Erg02-Tl-Cust
           move Erg02-Ct-Type to Erg02-Tl-Type
           move Erg02-Ct-Last-Name to Erg02-Tl-Name
           move Erg02-Ct-Count to Erg02-Tl-Count
           move Erg02-Ct-Act to Erg02-Tl-Act
           move Erg02-Ct-New to Erg02-Tl-New
           compute Erg02-Tl-Change = Erg02-Ct-New - Erg02-Ct-Act
           move Erg02-Ct-Total to Erg02-Tl-Total
           move Erg02-Ct-Cross to Erg02-Tl-Cross
           write RPT-LINE from Erg02-Top-Line.
       print-top-one-exit.
           exit.

       find-largest-para.
           add 1 to Erg02-Top-Sub
           if Erg02-Tp-Printed(Erg02-Top-Sub) equal 'N'
              and (Erg02-Pick-Sub equal zero
                   or Erg02-Tp-Abs(Erg02-Top-Sub) > Erg02-Best-Work)
             move Erg02-Top-Sub to Erg02-Pick-Sub
             move Erg02-Tp-Abs(Erg02-Top-Sub) to Erg02-Best-Work
           end-if.
       find-largest-exit.
           exit.

       print-control-para.
           write RPT-LINE from Erg02-Ctl-Hdr-Line
           move 'RATE CARDS READ:' to Erg02-Ctl-Label
           move Erg02-Card-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'RATE CARDS ACCEPTED:' to Erg02-Ctl-Label
           move Erg02-Accept-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'RATE CARDS REJECTED:' to Erg02-Ctl-Label
           move Erg02-Reject-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'DELETE CARDS NOT PRICED:' to Erg02-Ctl-Label
           move Erg02-Delete-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'HISTORY ENTRIES READ:' to Erg02-Ctl-Label
           move Erg02-Hist-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'HISTORY ENTRIES WALKED:' to Erg02-Ctl-Label
           move Erg02-Window-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'ORDERS REPRICED:' to Erg02-Ctl-Label
           move Erg02-Repriced-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'REFUSED ORDERS NOT PRICED:' to Erg02-Ctl-Label
           move Erg02-Unpriced-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'APPROVALS CREDIT TESTED:' to Erg02-Ctl-Label
           move Erg02-Tested-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'WOULD BE WARNINGS (W):' to Erg02-Ctl-Label
           move Erg02-To-Warn-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'WOULD BE REFUSALS (O):' to Erg02-Ctl-Label
           move Erg02-To-Refuse-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'MASTER RECORDS READ:' to Erg02-Ctl-Label
           move Erg02-Cust-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'CUSTOMERS AFFECTED:' to Erg02-Ctl-Label
           move Erg02-Affected-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           move 'SETTLEMENTS READ:' to Erg02-Ctl-Label
           move Erg02-Settle-Count to Erg02-Ctl-Count
           write RPT-LINE from Erg02-Ctl-Line
           if Erg02-Undated-Count > zero
             move 'ORDERS WITH UNUSABLE DATE:' to Erg02-Ctl-Label
             move Erg02-Undated-Count to Erg02-Ctl-Count
             write RPT-LINE from Erg02-Ctl-Line
           end-if
           if Erg02-Nonnum-Count > zero
             move 'NON-NUMERIC EXPOSURES:' to Erg02-Ctl-Label
             move Erg02-Nonnum-Count to Erg02-Ctl-Count
             write RPT-LINE from Erg02-Ctl-Line
           end-if
           if Erg02-Orphan-Ord-Count > zero
             move 'ORDERS WITH NO MASTER:' to Erg02-Ctl-Label
             move Erg02-Orphan-Ord-Count to Erg02-Ctl-Count
             write RPT-LINE from Erg02-Ctl-Line
           end-if
           if Erg02-Orphan-Setl-Count > zero
             move 'SETTLEMENTS WITH NO MASTER:' to Erg02-Ctl-Label
             move Erg02-Orphan-Setl-Count to Erg02-Ctl-Count
             write RPT-LINE from Erg02-Ctl-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERG02' to Rctl-Job-Name
           move '064500' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erg02-Hist-Count to Rctl-Records-Read
           move Erg02-Repriced-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
