      *                   AN OLDER-PAGE REQUEST REPOSITIONS AT AN    *
      *                   ANCHOR THAT EXACTLY MATCHES (THE HISTORY   *
      *                   IS APPEND-ONLY) AND NEEDS NO PRIMING.      *
      *  2026-10-15  DLH  AN ORDER CANCELLED THROUGH TADERL01 COMES  *
      *                   BACK WITH EntryDecision 'C' (NEW CONDITION *
      *                   EntryCancelled) - NO LONGER BOOKED, BUT    *
      *                   STILL LISTED SO THE DESK CAN SEE WHAT WAS  *
      *                   ORDERED AND THAT IT WAS CANCELLED.  EACH   *
      *                   ENTRY'S DATE/TIME/SEQUENCE KEY NOW ALSO    *
      *                   COMES BACK IN THE NEW OrderEntryKey TABLE, *
      *                   APPENDED AFTER THE PAGE SO EXISTING        *
      *                   CALLERS ARE UNDISTURBED - IT IS THE KEY    *
      *                   TADERL01 CANCELS BY.                       *
      *                                                                *
      ******************************************************************
       environment division.
               03  EntryDiscount      PIC S9V99.
               03  EntryTotal         PIC S9(7)V99.
               03  EntryDecision      PIC X(1).
                   88  EntryCancelled      VALUE 'C'.
               03  EntryCurrency      PIC X(3).
               03  EntryHomeTotal     PIC S9(7)V99.
           02  OrderEntryKey      PIC X(17) OCCURS 8 TIMES.
       procedure division.
       start-para.
           perform inquire-page-para thru inquire-page-exit.

       fill-entry-para.
           move Ordk-Date to EntryDate(Ery01-Fill-Count)
           move Ordk-Key(6:17) to OrderEntryKey(Ery01-Fill-Count)
           move Ordk-Order-Amount to EntryAmount(Ery01-Fill-Count)
           move Ordk-Discount-Percent
               to EntryDiscount(Ery01-Fill-Count)
           add 1 to Ery01-Fill-Count
           move Ery01-Hold-Rest(Ery01-Sub)(1:8)
               to EntryDate(Ery01-Fill-Count)
           move Ery01-Hold-Rest(Ery01-Sub)
               to OrderEntryKey(Ery01-Fill-Count)
           move Ery01-Hold-Amount(Ery01-Sub)
               to EntryAmount(Ery01-Fill-Count)
           move Ery01-Hold-Discount(Ery01-Sub)
