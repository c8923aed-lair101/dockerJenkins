      ******************************************************************
      *                                                                *
      *  PENDREC.CPY                                                  *
      *                                                                *
      *  PENDING CUSTOMER MASTER CHANGE RECORD ON THE PENDCHG KEYED   *
      *  FILE.  AN ADD OR CHANGE WHOSE CREDIT LIMIT GOES OVER THE     *
      *  LIMCTL THRESHOLD FOR THE CUSTOMER'S TYPE (SEE LIMCREC) IS    *
      *  WRITTEN HERE BY TADERM01 OR TADERM10 INSTEAD OF TO CUSTMAST, *
      *  CARRYING THE MASTER IMAGE AS IT WOULD STAND AFTER THE        *
      *  CHANGE AND WHO ASKED FOR IT AND WHEN.  TADERM02 LETS A       *
      *  DIFFERENT USER APPROVE IT - ONLY THEN IS IT APPLIED TO       *
      *  CUSTMAST AND JOURNALED: AN ADD WRITES THE IMAGE, A CHANGE    *
      *  SETS ONLY Pend-New-Limit ON THE MASTER AS IT STANDS THEN,    *
      *  AND ONLY WHILE ITS LIMIT IS STILL Pend-Old-Limit - OR        *
      *  REJECT IT.  THE RECORD STAYS                                 *
      *  ON THE FILE WITH ITS DECISION FOR THE TADERM11 REPORT.       *
      *  THE KEY IS THE CUSTOMER AND THE REQUEST STAMP, SO ONE        *
      *  CUSTOMER'S REQUESTS BROWSE TOGETHER IN THE ORDER MADE.       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE PENDING-CHANGE    *
      *                   FILE.                                       *
      *  2026-10-15  DLH  AN APPROVED CHANGE APPLIES THE LIMIT ONLY   *
      *                   (SEE TADERM02); THE REST OF THE IMAGE IS    *
      *                   KEPT AS A RECORD OF WHAT WAS KEYED.         *
      *                                                                *
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  Pend-Key.
               10  Pend-Customer-Number PIC X(05).
               10  Pend-Request-Date   PIC X(08).
               10  Pend-Request-Time   PIC X(06).
           05  Pend-Function           PIC X(01).
               88  Pend-Add                VALUE 'A'.
               88  Pend-Change             VALUE 'C'.
           05  Pend-Status             PIC X(01).
               88  Pend-Pending            VALUE 'P'.
               88  Pend-Approved           VALUE 'A'.
               88  Pend-Rejected           VALUE 'R'.
           05  Pend-Source             PIC X(08).
           05  Pend-Requester          PIC X(08).
           05  Pend-Approver           PIC X(08).
           05  Pend-Decision-Date      PIC X(08).
           05  Pend-Decision-Time      PIC X(06).
           05  Pend-Old-Limit          PIC S9(7)V99 COMP-3.
           05  Pend-New-Limit          PIC S9(7)V99 COMP-3.
           05  Pend-After-Image        PIC X(134).
           05  FILLER                  PIC X(10).
