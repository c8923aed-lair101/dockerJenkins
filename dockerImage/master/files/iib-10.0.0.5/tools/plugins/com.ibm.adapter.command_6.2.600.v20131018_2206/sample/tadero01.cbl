      *                   PAPER.  A SAME-SECOND COLLISION STEPS THE  *
      *                   SEQUENCE AND RETRIES, THE SAME WAY        *
      *                   TADERA01'S HISTORY WRITE DOES.            *
      *  2026-10-15  DLH  CANCELLATION REVERSALS FROM TADERL01        *
      *                   (DECISION 'C', SEE ORDHREC - 65 TO 82       *
      *                   BYTES) ARE APPENDED TO ORDHIST LIKE ANY     *
      *                   OTHER ENTRY BUT TAKEN BACK OUT OF THE       *
      *                   BOOKED TOTALS BY TYPE, COUNTRY AND          *
      *                   CURRENCY AND OUT OF THE BOOKED DOLLARS ON   *
      *                   ORDCTL.  THE REGISTER LINE SHOWS THE        *
      *                   ORIGINAL ORDER'S KEY, THE RUN'S             *
      *                   CANCELLATIONS ARE TOTALED ON THEIR OWN      *
      *                   LINE, AND A SECOND ORDCTL RECORD (JOB NAME  *
      *                   ORDCANCL) CARRIES THEIR COUNT AND GROSS     *
      *                   DOLLARS.  NO ORDHKEY ENTRY IS WRITTEN FOR   *
      *                   A REVERSAL - TADERL01 ALREADY MARKED THE    *
      *                   ORIGINAL ENTRY CANCELLED IN PLACE.          *
      *                                                                *
      ******************************************************************
       environment division.
       fd  ORDER-IN-FILE.
           copy ORDHREC.
       fd  ORDER-HIST-FILE
           record contains 82 characters.
       01  ORDH-OUT-RECORD             PIC X(82).
       fd  ORDER-KEYED-FILE.
           copy ORDKREC.
       fd  REPORT-FILE
           05  Ero01-Curr-Work          PIC X(03) VALUE SPACES.
           05  Ero01-Booked-Amount      PIC S9(11)V99 VALUE ZERO.
           05  Ero01-Booked-Home        PIC S9(11)V99 VALUE ZERO.
           05  Ero01-Count-Work         PIC S9(01) VALUE ZERO.
           05  Ero01-Amount-Work        PIC S9(7)V99 VALUE ZERO.
           05  Ero01-Cancel-Count       PIC 9(07) VALUE ZERO.
           05  Ero01-Cancel-Amount      PIC S9(11)V99 VALUE ZERO.
           05  Ero01-Cancel-Home        PIC S9(11)V99 VALUE ZERO.
       01  Ero01-Type-Table.
           05  Ero01-Type-Entry OCCURS 4 TIMES.
               10  Ero01-Tt-Label       PIC X(09).
               10  Ero01-Tt-Count       PIC S9(07).
               10  Ero01-Tt-Amount      PIC S9(9)V99.
               10  Ero01-Tt-Discount    PIC S9(9)V99.
       01  Ero01-Country-Table.
           05  Ero01-Ctry-Entry OCCURS 50 TIMES.
               10  Ero01-Ct-Country     PIC X(10).
               10  Ero01-Ct-Count       PIC S9(07).
               10  Ero01-Ct-Amount      PIC S9(9)V99.
               10  Ero01-Ct-Discount    PIC S9(9)V99.
       01  Ero01-Currency-Table.
           05  Ero01-Curr-Entry OCCURS 10 TIMES.
               10  Ero01-Cu-Code        PIC X(03).
               10  Ero01-Cu-Count       PIC S9(07).
               10  Ero01-Cu-Amount      PIC S9(9)V99.
               10  Ero01-Cu-Home        PIC S9(9)V99.
       01  Ero01-Hdr-Line.
           05  FILLER                   PIC X(04) VALUE 'CR'.
           05  FILLER                   PIC X(05) VALUE 'CCY'.
           05  FILLER                   PIC X(12) VALUE 'HOME TOTAL'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(22)
               VALUE 'CANCELS ORDER'.
       01  Ero01-Det-Line.
           05  Ero01-Dl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ero01-Dl-Curr            PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ero01-Dl-Home            PIC -,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ero01-Dl-Cancel-Of.
               10  Ero01-Dl-Orig-Date   PIC X(08).
               10  Ero01-Dl-Orig-Sep-1  PIC X(01).
               10  Ero01-Dl-Orig-Time   PIC X(06).
               10  Ero01-Dl-Orig-Sep-2  PIC X(01).
               10  Ero01-Dl-Orig-Seq    PIC X(03).
       01  Ero01-Type-Hdr-Line.
           05  FILLER                   PIC X(30)
               VALUE 'TOTALS BY CUSTOMER TYPE:'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ero01-Tl-Label           PIC X(10).
           05  FILLER                   PIC X(08) VALUE 'ORDERS:'.
           05  Ero01-Tl-Count           PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '  AMOUNT:'.
           05  Ero01-Tl-Amount          PIC ---,---,--9.99.
           05  FILLER                   PIC X(11) VALUE '  DISCOUNT:'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Ero01-Cl-Code            PIC X(03).
           05  FILLER                   PIC X(09) VALUE '  ORDERS:'.
           05  Ero01-Cl-Count           PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  ORIGINAL:'.
           05  Ero01-Cl-Amount          PIC ---,---,--9.99.
           05  FILLER                   PIC X(07) VALUE '  HOME:'.
           05  Ero01-Rf-Count           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '  AMOUNT:'.
           05  Ero01-Rf-Amount          PIC ---,---,--9.99.
       01  Ero01-Cancel-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18)
               VALUE 'CANCELLED ORDERS:'.
           05  Ero01-Cn-Count           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  ORIGINAL:'.
           05  Ero01-Cn-Amount          PIC ---,---,--9.99.
           05  FILLER                   PIC X(07) VALUE '  HOME:'.
           05  Ero01-Cn-Home            PIC ---,---,--9.99.
       01  Ero01-Read-Line.
           05  FILLER                   PIC X(26)
               VALUE 'ORDER ENTRIES OFFLOADED: '.
      *    stays in the history and on the register - the desk needs
      *    to see it was quoted - but its dollars go to the refused
      *    line, not into the booked totals the business reads.
      *    a cancellation reversal takes its order back out: the
      *    same totals, added with the sign turned round, so every
      *    booked figure on the register is net of cancellations.
           add 1 to Ero01-Read-Count
           write ORDH-OUT-RECORD from ORDER-HIST-RECORD
           add 1 to Ero01-Written-Count
           else
             move Ordh-Order-Total to Ero01-Home-Work
           end-if
           if not Ordh-Credit-Cancelled
             perform write-keyed-para thru write-keyed-exit
           end-if
           perform print-order-para thru print-order-exit
           move 1 to Ero01-Count-Work
           move Ordh-Order-Amount to Ero01-Amount-Work
           if Ordh-Credit-Cancelled
             perform reverse-order-para thru reverse-order-exit
           end-if
           if Ordh-Credit-Refused
             add 1 to Ero01-Refused-Count
             add Ordh-Order-Amount to Ero01-Refused-Amount
           else
             add Ero01-Amount-Work to Ero01-Booked-Amount
             add Ero01-Home-Work to Ero01-Booked-Home
             perform total-by-type-para thru total-by-type-exit
             perform total-by-country-para thru total-by-country-exit
       register-order-exit.
           exit.

       reverse-order-para.
      *    count the cancellation at its gross dollars for the
      *    cancellations line and the ORDCANCL control record, then
      *    turn the work figures negative for the booked totals.
           add 1 to Ero01-Cancel-Count
           add Ordh-Order-Amount to Ero01-Cancel-Amount
           add Ero01-Home-Work to Ero01-Cancel-Home
           move -1 to Ero01-Count-Work
           compute Ero01-Amount-Work = zero - Ordh-Order-Amount
           compute Ero01-Discount-Work = zero - Ero01-Discount-Work
           compute Ero01-Home-Work = zero - Ero01-Home-Work.
       reverse-order-exit.
           exit.

       write-keyed-para.
      *    the same entry again under its customer/date/time key for
      *    the online inquiry.  a duplicate key is two orders priced
           move Ordh-Credit-Decision to Ero01-Dl-Credit
           move Ero01-Curr-Work to Ero01-Dl-Curr
           move Ero01-Home-Work to Ero01-Dl-Home
           if Ordh-Credit-Cancelled
             move Ordh-Orig-Date to Ero01-Dl-Orig-Date
             move '-' to Ero01-Dl-Orig-Sep-1
             move Ordh-Orig-Time to Ero01-Dl-Orig-Time
             move '-' to Ero01-Dl-Orig-Sep-2
             move Ordh-Orig-Seq to Ero01-Dl-Orig-Seq
           else
             move spaces to Ero01-Dl-Cancel-Of
           end-if
           write RPT-LINE from Ero01-Det-Line.
       print-order-exit.
           exit.
             when other
               move 4 to Ero01-Type-Sub
           end-evaluate
           add Ero01-Count-Work to Ero01-Tt-Count(Ero01-Type-Sub)
           add Ero01-Amount-Work to Ero01-Tt-Amount(Ero01-Type-Sub)
           add Ero01-Discount-Work
               to Ero01-Tt-Discount(Ero01-Type-Sub).
       total-by-type-exit.
               add 1 to Ero01-Ctry-Used
               move Ordh-Country
                   to Ero01-Ct-Country(Ero01-Ctry-Used)
               move Ero01-Count-Work
                   to Ero01-Ct-Count(Ero01-Ctry-Used)
               move Ero01-Amount-Work
                   to Ero01-Ct-Amount(Ero01-Ctry-Used)
               move Ero01-Discount-Work
                   to Ero01-Ct-Discount(Ero01-Ctry-Used)
               add 1 to Ero01-Ctry-Sub
             else
               move 'ALL OTHERS' to Ero01-Ct-Country(50)
               add Ero01-Count-Work to Ero01-Ct-Count(50)
               add Ero01-Amount-Work to Ero01-Ct-Amount(50)
               add Ero01-Discount-Work to Ero01-Ct-Discount(50)
             end-if
           else
             if Ero01-Ct-Country(Ero01-Ctry-Sub) equal Ordh-Country
               add Ero01-Count-Work to Ero01-Ct-Count(Ero01-Ctry-Sub)
               add Ero01-Amount-Work
                   to Ero01-Ct-Amount(Ero01-Ctry-Sub)
               add Ero01-Discount-Work
                   to Ero01-Ct-Discount(Ero01-Ctry-Sub)
               add 1 to Ero01-Curr-Used
               move Ero01-Curr-Work
                   to Ero01-Cu-Code(Ero01-Curr-Used)
               move Ero01-Count-Work
                   to Ero01-Cu-Count(Ero01-Curr-Used)
               move Ero01-Amount-Work
                   to Ero01-Cu-Amount(Ero01-Curr-Used)
               move Ero01-Home-Work
                   to Ero01-Cu-Home(Ero01-Curr-Used)
               add 1 to Ero01-Curr-Sub
             else
               move '***' to Ero01-Cu-Code(10)
               add Ero01-Count-Work to Ero01-Cu-Count(10)
               add Ero01-Amount-Work to Ero01-Cu-Amount(10)
               add Ero01-Home-Work to Ero01-Cu-Home(10)
             end-if
           else
             if Ero01-Cu-Code(Ero01-Curr-Sub) equal Ero01-Curr-Work
               add Ero01-Count-Work to Ero01-Cu-Count(Ero01-Curr-Sub)
               add Ero01-Amount-Work
                   to Ero01-Cu-Amount(Ero01-Curr-Sub)
               add Ero01-Home-Work
                   to Ero01-Cu-Home(Ero01-Curr-Sub)
             move Ero01-Refused-Amount to Ero01-Rf-Amount
             write RPT-LINE from Ero01-Refused-Line
           end-if
           if Ero01-Cancel-Count > zero
             move Ero01-Cancel-Count to Ero01-Cn-Count
             move Ero01-Cancel-Amount to Ero01-Cn-Amount
             move Ero01-Cancel-Home to Ero01-Cn-Home
             write RPT-LINE from Ero01-Cancel-Line
           end-if
           move Ero01-Read-Count to Ero01-Read-Total
           write RPT-LINE from Ero01-Read-Line.
       print-totals-exit.
      *    the written count is accumulated at the history WRITE
      *    itself, separately from the read count, so the drained =
      *    written leg TADERN01 foots compares two independently
      *    kept figures instead of one counter with itself.  the
      *    booked dollars are net of the night's cancellations; a
      *    second record, ORDCANCL, carries the cancellation count
      *    (read and written alike) and their gross original and
      *    home dollars.  TADERN01 balances from the first record.
           open output CONTROL-OUT-FILE
           accept Ero01-Run-Date from date yyyymmdd
           move 'TADERO01' to Ctl-Job-Name
           move Ero01-Booked-Amount to Ctl-Amount-1
           move Ero01-Booked-Home to Ctl-Amount-2
           write CONTROL-TOTAL-RECORD
           move 'ORDCANCL' to Ctl-Job-Name
           move Ero01-Run-Date to Ctl-Run-Date
           move Ero01-Cancel-Count to Ctl-Records-Read
           move Ero01-Cancel-Count to Ctl-Records-Written
           move Ero01-Cancel-Amount to Ctl-Amount-1
           move Ero01-Cancel-Home to Ctl-Amount-2
           write CONTROL-TOTAL-RECORD
           close CONTROL-OUT-FILE.
       write-control-exit.
           exit.
