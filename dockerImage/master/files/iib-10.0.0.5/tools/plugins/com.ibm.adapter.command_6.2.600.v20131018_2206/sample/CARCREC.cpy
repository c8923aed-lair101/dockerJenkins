      ******************************************************************
      *                                                                *
      *  CARCREC.CPY                                                  *
      *                                                                *
      *  CUSTOMER ARCHIVE RECORD.  TADERM10 WRITES ONE TO ITS DATED   *
      *  CUSTOMER ARCHIVE DATASET (CUSTARCH) JUST BEFORE EACH DELETE  *
      *  IT APPLIES, CARRYING THE FULL CUST-MASTER-RECORD IMAGE AS IT *
      *  STOOD, SO A CUSTOMER PURGED AS DORMANT (TADERD02) CAN BE PUT *
      *  BACK UNDER THE SAME NUMBER (TADERD03) AND LINE UP WITH ITS   *
      *  ORDER AND LOOKUP HISTORY AGAIN.  THE IMAGE IS THE SAME 134   *
      *  BYTES THE JOURNAL (JRNLREC) CARRIES; Carc-Master-Fields      *
      *  GIVES THE CUSTMAS VIEW OF IT.                                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE CUSTOMER ARCHIVE. *
      *                                                                *
      ******************************************************************
       01  CUST-ARCHIVE-RECORD.
           05  Carc-Archive-Date       PIC X(08).
           05  Carc-Archive-Time       PIC X(06).
           05  Carc-Job-Name           PIC X(08).
           05  Carc-Master-Image       PIC X(134).
           05  Carc-Master-Fields REDEFINES Carc-Master-Image.
               10  Carc-Number         PIC X(05).
               10  Carc-First-Name     PIC A(15).
               10  Carc-Last-Name      PIC A(25).
               10  Carc-Street         PIC X(20).
               10  Carc-City           PIC A(20).
               10  Carc-Country        PIC A(10).
               10  Carc-Phone          PIC X(15).
               10  Carc-Postal-Code    PIC X(07).
               10  Carc-Credit-Limit   PIC S9(7)V99 COMP-3.
               10  Carc-Type           PIC X(01).
               10  Carc-Open-Exposure  PIC S9(7)V99 COMP-3.
               10  Carc-Currency       PIC X(03).
               10  Carc-Filler-1       PIC X(03).
