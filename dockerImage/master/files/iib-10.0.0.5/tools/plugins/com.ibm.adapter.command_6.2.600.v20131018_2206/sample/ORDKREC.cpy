      *  ---------- ----  ------------------------------------------- *
      *  2026-09-02  DLH  ORIGINAL COPYBOOK FOR THE KEYED ORDER      *
      *                   HISTORY FILE.                               *
      *  2026-10-15  DLH  ADDED CONDITION NAMES ON                    *
      *                   Ordk-Credit-Decision, INCLUDING 'C' - THE   *
      *                   TADERL01 CANCELLATION REWRITES A BOOKED     *
      *                   ENTRY'S DECISION TO 'C' IN PLACE, SO THE    *
      *                   INQUIRY AND THE READERS OF THIS FILE SEE    *
      *                   THE ORDER AS NO LONGER BOOKED.              *
      *                                                                *
      ******************************************************************
       01  ORDER-KEY-RECORD.
           05  Ordk-Order-Total        PIC S9(7)V99.
           05  Ordk-Calc-Warning       PIC X(01).
           05  Ordk-Credit-Decision    PIC X(01).
               88  Ordk-Credit-Approved    VALUE 'A'.
               88  Ordk-Credit-Warning     VALUE 'W'.
               88  Ordk-Credit-Refused     VALUE 'O'.
               88  Ordk-Credit-Cancelled   VALUE 'C'.
           05  Ordk-Currency-Code      PIC X(03).
           05  Ordk-Home-Total         PIC S9(7)V99.
