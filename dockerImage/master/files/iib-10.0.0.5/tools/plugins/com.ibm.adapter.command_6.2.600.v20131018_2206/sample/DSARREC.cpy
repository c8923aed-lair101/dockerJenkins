      ******************************************************************
      *                                                                *
      *  DSARREC.CPY                                                  *
      *                                                                *
      *  PERMANENT DATA SUBJECT REQUEST LOG RECORD.  TADERP02 APPENDS *
      *  ONE TO DSARLOG FOR EVERY REQUEST CARD IT HANDLES - ACCESS OR *
      *  ERASURE, COMPLETED OR NOT - WITH WHEN IT RAN, THE CUSTOMER,  *
      *  THE CASE REFERENCE AND WHO ASKED, THE OUTCOME, AND HOW MANY  *
      *  RECORDS WERE HELD ON EACH FILE AND HOW MANY WERE             *
      *  ANONYMIZED.  THE LOG NEVER CARRIES A NAME, ADDRESS OR PHONE  *
      *  NUMBER, SO IT CAN BE KEPT AFTER THE CUSTOMER IS ERASED AS    *
      *  THE RECORD THAT THE REQUEST WAS ANSWERED.                    *
      *                                                                *
      *  OUTCOME: C - COMPLETED                                       *
      *           X - ERASURE REFUSED, OPEN EXPOSURE (AMOUNT CARRIED) *
      *           P - ERASURE REFUSED, LIMIT CHANGE PENDING (PENDCHG) *
      *           S - ERASURE REFUSED, OUTSTANDING TADERM10 ENTRY ON  *
      *               SUSPFILE                                        *
      *           N - NOTHING HELD FOR THE CUSTOMER NUMBER            *
      *           I - INVALID REQUEST CARD                            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE REQUEST LOG.      *
      *                                                                *
      ******************************************************************
       01  DSAR-LOG-RECORD.
           05  Dsar-Date               PIC X(08).
           05  Dsar-Time               PIC X(06).
           05  Dsar-Customer-Number    PIC X(05).
           05  Dsar-Request-Type       PIC X(01).
               88  Dsar-Access             VALUE 'A'.
               88  Dsar-Erasure            VALUE 'E'.
           05  Dsar-Case-Ref           PIC X(10).
           05  Dsar-Requested-By       PIC X(08).
           05  Dsar-Outcome            PIC X(01).
               88  Dsar-Completed          VALUE 'C'.
               88  Dsar-Exposure-Open      VALUE 'X'.
               88  Dsar-Change-Pending     VALUE 'P'.
               88  Dsar-Suspense-Open      VALUE 'S'.
               88  Dsar-Nothing-Held       VALUE 'N'.
               88  Dsar-Invalid            VALUE 'I'.
           05  Dsar-Open-Exposure      PIC S9(7)V99.
           05  Dsar-Held-Counts.
               10  Dsar-Master-Held    PIC 9(07).
               10  Dsar-Ordhist-Held   PIC 9(07).
               10  Dsar-Ordhkey-Held   PIC 9(07).
               10  Dsar-Audhist-Held   PIC 9(07).
               10  Dsar-Ordarch-Held   PIC 9(07).
               10  Dsar-Audarch-Held   PIC 9(07).
               10  Dsar-Journal-Held   PIC 9(07).
               10  Dsar-Pendchg-Held   PIC 9(07).
               10  Dsar-Custarch-Held  PIC 9(07).
               10  Dsar-Suspense-Held  PIC 9(07).
           05  Dsar-Changed-Counts.
               10  Dsar-Master-Changed PIC 9(07).
               10  Dsar-Journal-Changed PIC 9(07).
               10  Dsar-Pendchg-Changed PIC 9(07).
               10  Dsar-Custarch-Changed PIC 9(07).
               10  Dsar-Suspense-Changed PIC 9(07).
           05  FILLER                  PIC X(20).
