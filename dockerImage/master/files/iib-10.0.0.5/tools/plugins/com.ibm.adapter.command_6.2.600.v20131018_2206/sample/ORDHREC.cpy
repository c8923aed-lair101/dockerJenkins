      *                   CARRIES SPACES IN THE NEW FIELDS AND THE   *
      *                   READERS CLASS-TEST Ordh-Home-Total AND     *
      *                   FALL BACK TO Ordh-Order-Total.             *
      *  2026-10-15  DLH  ADDED DECISION 'C' (Ordh-Credit-Cancelled)  *
      *                   AND Ordh-Cancel-Of.  TADERL01 QUEUES A      *
      *                   REVERSAL ENTRY TO CORD WHEN A BOOKED ORDER  *
      *                   IS CANCELLED: DATED WHEN THE CANCELLATION   *
      *                   HAPPENED, CARRYING THE ORIGINAL ORDER'S     *
      *                   AMOUNTS AND, IN Ordh-Cancel-Of, THE         *
      *                   ORIGINAL'S ORDHKEY DATE/TIME/SEQUENCE.  A   *
      *                   READER SUBTRACTS A 'C' ENTRY WHERE IT ADDS  *
      *                   A BOOKED ONE.  THE RECORD GROWS FROM 65 TO  *
      *                   82 BYTES; AN OLDER ENTRY CARRIES SPACES IN  *
      *                   Ordh-Cancel-Of.                             *
      *                                                                *
      ******************************************************************
       01  ORDER-HIST-RECORD.
               88  Ordh-Credit-Approved    VALUE 'A'.
               88  Ordh-Credit-Warning     VALUE 'W'.
               88  Ordh-Credit-Refused     VALUE 'O'.
               88  Ordh-Credit-Cancelled   VALUE 'C'.
           05  Ordh-Currency-Code      PIC X(03).
           05  Ordh-Home-Total         PIC S9(7)V99.
           05  Ordh-Cancel-Of.
               10  Ordh-Orig-Date      PIC X(08).
               10  Ordh-Orig-Time      PIC X(06).
               10  Ordh-Orig-Seq       PIC X(03).
