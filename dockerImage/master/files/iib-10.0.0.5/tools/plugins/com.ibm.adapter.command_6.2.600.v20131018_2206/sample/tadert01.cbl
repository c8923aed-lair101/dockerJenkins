      *                   CORRECT TOTALS - ONLY THE EXCESS LINES    *
      *                   GO UNPRINTED, AND THE PAGE SAYS HOW       *
      *                   MANY.                                     *
      *  2026-10-15  DLH  A TADERL01 CANCELLATION REVERSAL IN THE    *
      *                   MONTH (DECISION 'C', SEE ORDHREC) NOW      *
      *                   PRINTS AS AN ORDER LINE NAMING THE         *
      *                   CANCELLED ORDER'S DATE AND COMES OFF THE   *
      *                   BOOKED DOLLARS - THE EXPOSURE CAME DOWN    *
      *                   THAT MONTH, SO THE OPENING FIGURE STILL    *
      *                   FOOTS.                                     *
      *                                                                *
      ******************************************************************
       environment division.
           05  Srto-Order-Total        PIC S9(7)V99.
           05  Srto-Credit-Decision    PIC X(01).
           05  Srto-Home-Total         PIC S9(7)V99.
           05  Srto-Orig-Date          PIC X(08).
       fd  ORDER-WORK-FILE
           record contains 58 characters.
       01  ORDW-RECORD.
           05  Ordw-Customer-Number    PIC X(05).
           05  Ordw-Date               PIC X(08).
           05  Ordw-Order-Total        PIC S9(7)V99.
           05  Ordw-Credit-Decision    PIC X(01).
           05  Ordw-Home-Total         PIC S9(7)V99.
           05  Ordw-Orig-Date          PIC X(08).
       sd  SORT-SETTLE-FILE.
       01  SRTS-RECORD.
           05  Srts-Customer-Number    PIC X(05).
           05  Ert01-Od-Total           PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ert01-Od-Credit          PIC X(01).
           05  Ert01-Od-Cancel-Note.
               10  Ert01-Od-Cancel-Lit  PIC X(18).
               10  Ert01-Od-Orig-Date   PIC X(08).
       01  Ert01-No-Order-Line.
           05  FILLER                   PIC X(34)
               VALUE '  NO ORDERS PRICED THIS MONTH'.
             else
               move Ordh-Order-Total to Srto-Home-Total
             end-if
             move Ordh-Orig-Date to Srto-Orig-Date
             release SRTO-RECORD
           end-if
           perform read-hist-para thru read-hist-exit.
      *    orders and settlements into the held detail while
      *    accumulating the booked and settled dollars, back the
      *    opening exposure out of the closing balance - closing
      *    less booked (decision A or W, net of any cancellation
      *    'C' reversals; a refused quote was never booked) plus
      *    settled - and only then print, opening
      *    first, so the page reads the way a mailed statement
      *    should and still foots to the balance on the master.
      *    history for a customer number below the current master
           move Ordw-Discount-Percent to Ert01-Od-Disc
           move Ordw-Order-Total to Ert01-Od-Total
           move Ordw-Credit-Decision to Ert01-Od-Credit
           if Ordw-Credit-Decision equal 'C'
             move '  CANCELS ORDER OF' to Ert01-Od-Cancel-Lit
             move Ordw-Orig-Date to Ert01-Od-Orig-Date
           else
             move spaces to Ert01-Od-Cancel-Note
           end-if
           move Ert01-Order-Line to Ert01-Hold-Work
           perform hold-line-para thru hold-line-exit
           if Ordw-Credit-Decision equal 'A'
              or Ordw-Credit-Decision equal 'W'
             add Ordw-Home-Total to Ert01-Booked-Work
           end-if
           if Ordw-Credit-Decision equal 'C'
             subtract Ordw-Home-Total from Ert01-Booked-Work
           end-if
           perform read-ordwork-para thru read-ordwork-exit.
       hold-one-order-exit.
           exit.
