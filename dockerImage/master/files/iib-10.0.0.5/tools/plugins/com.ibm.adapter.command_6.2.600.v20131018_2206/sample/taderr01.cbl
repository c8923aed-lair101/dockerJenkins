      *                                                                *
      *  REBUILDS CUSTMAST AFTER DAMAGE.  THE OPERATORS RESTORE THE   *
      *  LAST GOOD BACKUP OF THE FILE, THEN THIS JOB REPLAYS THE      *
      *  JOURNAL (JRNLIN - THE OFFLOADED CJRN QUEUE FROM TADERM01 AND *
      *  TADERM02, THE MNTJRNL DATASETS FROM TADERM10 AND THE ERAJRNL *
      *  GENERATIONS FROM TADERP02'S ERASURES, CONCATENATED IN TIME   *
      *  ORDER, SEE JRNLREC) FORWARD AGAINST IT: EACH ADD'S AFTER     *
      *  IMAGE IS WRITTEN, EACH CHANGE'S AFTER IMAGE REPLACES THE     *
      *  RECORD, EACH DELETE REMOVES IT.  AN ERAJRNL GENERATION GOES  *
      *  IN BY ITS RUN TIME LIKE ANY OTHER - PUT LAST, ITS ERASURES   *
      *  WOULD UNDO LATER MAINTENANCE AND WRITE BACK CUSTOMERS        *
      *  DELETED SINCE.  THE JOURNAL MAY OVERLAP THE BACKUP (A BACKUP *
      *  TAKEN MID-DAY ALREADY HOLDS THE MORNING'S MAINTENANCE), SO   *
      *  AN ADD THAT IS ALREADY THERE IS RE-APPLIED AS A REPLACE, A   *
      *  CHANGE FOR A RECORD NOT THERE IS APPLIED AS A WRITE, AND A   *
      *  DELETE FOR A RECORD ALREADY GONE IS COUNTED AND SKIPPED -    *
      *  THE AFTER IMAGES ARE THE TRUTH EITHER WAY.  A CONTROL REPORT *
      *  (RCVRPT) SHOWS WHAT WAS REPLAYED AND HOW OFTEN THE OVERLAP   *
      *  CASES CAME UP.                                               *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *                   THE TADERQ10/TADERQ01 STATUS INQUIRIES CAN  *
      *                   SEE WHEN THIS JOB STARTED, ENDED AND HOW    *
      *                   MUCH IT HANDLED.                            *
      *  2026-10-15  DLH  JRNLIN NOW ALSO CARRIES THE CJRN ENTRIES OF *
      *                   TADERM02 APPROVALS AND THE ERAJRNL          *
      *                   GENERATIONS OF TADERP02 ERASURES, EACH      *
      *                   PLACED BY ITS TIME.  THE REPLAY ITSELF IS   *
      *                   UNCHANGED.                                  *
      *                                                                *
      ******************************************************************
       environment division.
