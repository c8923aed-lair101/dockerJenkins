      *  ---------- ----  ------------------------------------------- *
      *  2026-08-22  DLH  ORIGINAL COPYBOOK FOR THE CUSTMAST          *
      *                   FORWARD-RECOVERY JOURNAL.                   *
      *  2026-10-15  DLH  ADDED Jrnl-Requester AND Jrnl-Approver AT   *
      *                   THE END (283 TO 299 BYTES): THE USER WHO    *
      *                   ASKED FOR THE ACTION AND, FOR A LIMIT       *
      *                   CHANGE RELEASED FROM PENDCHG BY TADERM02,   *
      *                   THE SECOND USER WHO APPROVED IT (SPACES     *
      *                   OTHERWISE).  TADERM10 ENTRIES CARRY ITS JOB *
      *                   NAME AS REQUESTER.  OFFLOADED CJRN AND      *
      *                   MNTJRNL GENERATIONS CUT BEFORE THE CHANGE   *
      *                   ARE THE OLD LENGTH - REPLAY THEM BEFORE THE *
      *                   NEW PROGRAMS GO IN.                         *
      *  2026-10-15  DLH  TADERP02 WRITES A CHANGE ENTRY TO ERAJRNL   *
      *                   FOR EACH CUSTOMER IT ERASES (REQUESTER      *
      *                   TADERP02, BOTH IMAGES ANONYMIZED) SO A      *
      *                   FORWARD RECOVERY RE-APPLIES THE ERASURE,    *
      *                   AND ANONYMIZES THE ERASED CUSTOMER'S OWN    *
      *                   IMAGES IN PLACE ON THE RETAINED DATASETS.   *
      *                                                                *
      ******************************************************************
       01  JOURNAL-RECORD.
           05  Jrnl-After-Key REDEFINES Jrnl-After-Image.
               10  Jrnl-After-Number   PIC X(05).
               10  FILLER              PIC X(129).
           05  Jrnl-Requester          PIC X(08).
           05  Jrnl-Approver           PIC X(08).
