      *  INSTEAD OF BEING DISCOVERED BY ITS DOWNSTREAM DEPENDENCY.    *
      *  THE EXPECTED END TIME IS STAMPED AT START OF RUN SO THE      *
      *  INQUIRIES CAN FLAG A JOB STILL IN PROGRESS PAST ITS WINDOW.  *
      *  THE PROCESSING DATE IS STAMPED AT START OF RUN TOO: A JOB    *
      *  MAY START ONLY WHEN EVERY PREDECESSOR ON JOBDEPN (SEE        *
      *  DEPNREC) ENDED OK UNDER THE SAME PROCESSING DATE.  A START   *
      *  TADERU00 REFUSES LEAVES THE JOB BLOCKED (B) WITH THE         *
      *  PREDECESSOR AND WHY; A START FORCED PAST ONE BY AN           *
      *  OPERATOR OVERRIDE CARRIES THE OPERATOR AND THE PREDECESSOR   *
      *  IT WAS FORCED PAST.                                          *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-08-22  DLH  ORIGINAL RUN-CONTROL RECORD.                *
      *  2026-10-15  DLH  ADDED Runc-Processing-Date AND THE BLOCKED  *
      *                   STATUS, PREDECESSOR AND OVERRIDE FIELDS.    *
      *                                                                *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
               88  Runc-In-Progress        VALUE 'I'.
               88  Runc-Ended-Ok           VALUE 'C'.
               88  Runc-Ended-Error        VALUE 'E'.
               88  Runc-Blocked            VALUE 'B'.
           05  Runc-Start-Date         PIC X(08).
           05  Runc-Start-Time         PIC X(06).
           05  Runc-End-Date           PIC X(08).
           05  Runc-Expected-End-Time  PIC X(06).
           05  Runc-Records-Read       PIC 9(07).
           05  Runc-Records-Written    PIC 9(07).
           05  Runc-Processing-Date    PIC X(08).
           05  Runc-Blocked-By         PIC X(08).
           05  Runc-Block-Reason       PIC X(01).
               88  Runc-Pred-Not-Run       VALUE 'N'.
               88  Runc-Pred-Running       VALUE 'I'.
               88  Runc-Pred-Failed        VALUE 'E'.
               88  Runc-Pred-Blocked       VALUE 'B'.
               88  Runc-Pred-Stale         VALUE 'S'.
           05  Runc-Override-Status    PIC X(01).
               88  Runc-No-Override        VALUE SPACE.
               88  Runc-Forced-Start       VALUE 'F'.
               88  Runc-Override-Refused   VALUE 'R'.
           05  Runc-Override-Operator  PIC X(08).
