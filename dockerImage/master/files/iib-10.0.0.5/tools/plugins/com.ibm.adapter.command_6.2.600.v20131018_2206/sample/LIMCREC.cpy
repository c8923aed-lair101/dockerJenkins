      ******************************************************************
      *                                                                *
      *  LIMCREC.CPY                                                  *
      *                                                                *
      *  DUAL-CONTROL THRESHOLD RECORD ON THE LIMCTL KEYED CONTROL    *
      *  FILE, ONE PER CUST-TYPE, LOADED BY TADERM12.  A CREDIT LIMIT *
      *  INCREASE (OR AN ADD OPENING WITH A LIMIT) IS HELD ON PENDCHG *
      *  FOR A SECOND USER'S APPROVAL WHEN IT GOES OVER EITHER        *
      *  NONZERO FIGURE - THE PERCENTAGE OF THE LIMIT BEFORE THE      *
      *  CHANGE, OR THE DOLLAR AMOUNT.  AN ADD HAS NO LIMIT BEFORE    *
      *  IT, SO ANY OPENING LIMIT IS OVER A PERCENTAGE THRESHOLD.     *
      *  TYPE '*' IS THE ENTRY FOR ANY TYPE WITHOUT ONE OF ITS OWN;   *
      *  A TYPE WITH NEITHER IS NOT HELD.  BOTH FIGURES ZERO TURNS    *
      *  THE HOLD OFF FOR THAT TYPE.                                  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE DUAL-CONTROL      *
      *                   THRESHOLD FILE.                             *
      *                                                                *
      ******************************************************************
       01  LIMIT-CONTROL-RECORD.
           05  Limc-Customer-Type      PIC X(01).
               88  Limc-All-Types          VALUE '*'.
           05  Limc-Percent            PIC 9(3)V99.
           05  Limc-Amount             PIC 9(7)V99.
           05  Limc-Updated-Date       PIC X(08).
           05  FILLER                  PIC X(17).
