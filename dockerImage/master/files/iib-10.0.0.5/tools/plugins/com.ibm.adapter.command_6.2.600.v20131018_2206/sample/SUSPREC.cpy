      ******************************************************************
      *                                                                *
      *  SUSPREC.CPY                                                  *
      *                                                                *
      *  SUSPENDED INPUT RECORD ON THE SUSPFILE KEYED FILE.  EVERY    *
      *  NIGHT TADERJ01 LOADS THE REJECTS TADEMS29 (TRANREJ),         *
      *  TADERM10 (MNTREJ) AND TADERG01 (RATEREJ) WROTE, ONE ENTRY    *
      *  PER REJECT WITH THE JOB THAT REJECTED IT, THE DATE, THE      *
      *  REASON CODE AND THE ORIGINAL RECORD, SO A REJECT IS NO       *
      *  LONGER LOST WHEN THE FLAT REJECT DATASET IS OVERWRITTEN THE  *
      *  NEXT NIGHT.  TADERJ02 (ONLINE) VIEWS AN ENTRY AND EITHER     *
      *  CORRECTS IT - THE CORRECTED RECORD IS KEPT BESIDE THE        *
      *  ORIGINAL - OR VOIDS IT.  THE NEXT TADERJ01 RUN RELEASES A    *
      *  CORRECTED ENTRY INTO THE FOLLOWING NIGHT'S INPUT FOR THE     *
      *  SAME JOB, WHERE IT IS EDITED AGAIN LIKE ANY OTHER RECORD,    *
      *  AND STAMPS THE CLOSED DATE ON RELEASED AND VOIDED ENTRIES.   *
      *  A CLOSED ENTRY STAYS ON THE FILE AS THE RECORD OF WHAT       *
      *  BECAME OF THE REJECT.                                        *
      *                                                                *
      *  STATUS:  S - SUSPENDED, AWAITING CORRECTION OR VOID          *
      *           C - CORRECTED, AWAITING RELEASE                     *
      *           R - RELEASED (CLOSED)                               *
      *           V - VOIDED (CLOSED ONCE Susp-Closed-Date IS SET)    *
      *  S AND C ENTRIES ARE OUTSTANDING.                             *
      *                                                                *
      *  THE KEY IS SOURCE JOB, REJECT DATE AND A SEQUENCE WITHIN     *
      *  THE NIGHT, SO ONE JOB'S REJECTS BROWSE TOGETHER OLDEST       *
      *  FIRST.  THE IMAGES ARE SIZED FOR THE LONGEST INPUT RECORD    *
      *  (MNTREC, 131); A TRANSIN RECORD USES THE FIRST 36 BYTES AND  *
      *  A RATEIN RECORD THE FIRST 80.                                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE SUSPENSE FILE.    *
      *                                                                *
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  Susp-Key.
               10  Susp-Source         PIC X(08).
                   88  Susp-From-Trans     VALUE 'TADEMS29'.
                   88  Susp-From-Maint     VALUE 'TADERM10'.
                   88  Susp-From-Rate      VALUE 'TADERG01'.
               10  Susp-Reject-Date    PIC X(08).
               10  Susp-Sequence       PIC 9(05).
           05  Susp-Reason             PIC X(02).
           05  Susp-Status             PIC X(01).
               88  Susp-Suspended          VALUE 'S'.
               88  Susp-Corrected          VALUE 'C'.
               88  Susp-Released           VALUE 'R'.
               88  Susp-Voided             VALUE 'V'.
               88  Susp-Outstanding        VALUE 'S' 'C'.
           05  Susp-Original-Image     PIC X(131).
           05  Susp-Corrected-Image    PIC X(131).
           05  Susp-Updated-By         PIC X(08).
           05  Susp-Updated-Date       PIC X(08).
           05  Susp-Updated-Time       PIC X(06).
           05  Susp-Closed-Date        PIC X(08).
           05  Susp-Void-Note          PIC X(30).
           05  FILLER                  PIC X(16).
