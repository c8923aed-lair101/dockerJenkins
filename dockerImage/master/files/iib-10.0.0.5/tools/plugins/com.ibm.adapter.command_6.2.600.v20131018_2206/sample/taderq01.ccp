      *  TADERQ01 - BATCH JOB STATUS INQUIRY                          *
      *                                                                *
      *  ONLINE COMPANION TO TADERQ10, FOR THE QUESTION ASKED DURING  *
      *  THE ONLINE DAY INSTEAD OF AT 3 AM.  LOOKS ONE JOB UP BY      *
      *  NAME ON THE SHARED RUNCTL RUN-CONTROL FILE (SEE RUNCREC)     *
      *  AND RETURNS ITS LATEST RUN IN THE DFHCOMMAREA: STATUS,       *
      *  START AND END STAMPS, RECORD COUNTS, AND A LATE FLAG SET     *
      *  WHEN THE JOB IS STILL IN PROGRESS PAST ITS EXPECTED END      *
      *  TIME (OR STARTED ON AN EARLIER DATE AND NEVER ENDED).        *
      *  AN INQUIRY FOR TADEMS30 ALSO RETURNS THE CHECKPOINT          *
      *  POSITION FROM CKPTFILE, SO THE RESTART DECISION CAN BE       *
      *  MADE FROM THE TERMINAL.                                      *
      *  A JOB WHOSE START TADERU00 REFUSED COMES BACK BLOCKED WITH   *
      *  THE PREDECESSOR HOLDING IT AND THE REASON CODE (SEE          *
      *  RUNCREC), AND A FORCED START WITH THE OPERATOR WHO FORCED    *
      *  IT, ALONG WITH THE PROCESSING DATE THE RUN BELONGS TO.       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-08-22  DLH  ORIGINAL STATUS INQUIRY.                    *
      *  2026-10-15  DLH  RETURNS PROCESSING DATE, BLOCKING           *
      *                   PREDECESSOR AND REASON, AND OVERRIDE.       *
      *                                                                *
      ******************************************************************
       environment division.
               88  JobInProgress       VALUE 'I'.
               88  JobEndedOk          VALUE 'C'.
               88  JobEndedError       VALUE 'E'.
               88  JobBlocked          VALUE 'B'.
           02  JobLateFlag        PIC X(1).
               88  JobLate             VALUE 'Y'.
               88  JobNotLate          VALUE 'N'.
           02  CkptStatusOut      PIC X(1).
           02  CkptRecordsOut     PIC 9(7).
           02  CkptLastKeyOut     PIC X(6).
           02  JobProcessingDate  PIC X(8).
           02  JobBlockedBy       PIC X(8).
           02  JobBlockReason     PIC X(1).
           02  JobOverrideStatus  PIC X(1).
               88  JobNoOverride       VALUE SPACE.
               88  JobForcedStart      VALUE 'F'.
               88  JobOverrideRefused  VALUE 'R'.
           02  JobOverrideOperator PIC X(8).
       procedure division.
       start-para.
           perform inquire-job-para thru inquire-job-exit.
           move space to CkptStatusOut
           move zero to CkptRecordsOut
           move spaces to CkptLastKeyOut
           move spaces to JobProcessingDate
           move spaces to JobBlockedBy
           move space to JobBlockReason
           move space to JobOverrideStatus
           move spaces to JobOverrideOperator
           move InqJobName to Runc-Job-Name
           EXEC CICS READ FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
           move Runc-Expected-End-Time to JobExpectedEnd
           move Runc-Records-Read to JobRecordsRead
           move Runc-Records-Written to JobRecordsWritten
           move Runc-Processing-Date to JobProcessingDate
           move Runc-Blocked-By to JobBlockedBy
           move Runc-Block-Reason to JobBlockReason
           move Runc-Override-Status to JobOverrideStatus
           move Runc-Override-Operator to JobOverrideOperator
           if Runc-In-Progress
             perform check-late-para thru check-late-exit
           end-if
