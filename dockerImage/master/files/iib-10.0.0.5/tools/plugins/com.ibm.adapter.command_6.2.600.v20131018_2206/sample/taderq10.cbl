      *  THE OPERATORS' 3 AM ANSWER TO "WHERE IS THE BATCH".  READS   *
      *  THE SHARED RUNCTL RUN-CONTROL FILE (SEE RUNCREC) END TO END  *
      *  AND PRINTS ONE LINE PER JOB (STSRPT): STATUS, START AND END  *
      *  STAMPS, RECORDS READ/WRITTEN - FLAGGING ANY JOB STILL        *
      *  MARKED IN-PROGRESS PAST ITS EXPECTED END TIME, WHICH IS THE  *
      *  STALLED JOB THAT USED TO BE INVISIBLE UNTIL ITS DOWNSTREAM   *
      *  DEPENDENCY FELL OVER.  ALSO READS THE TADEMS30 CHECKPOINT    *
      *  RESTART DECISION CAN BE MADE FROM ONE PIECE OF PAPER.        *
      *  DELIBERATELY A PURE READER - IT TOUCHES NOTHING, SO IT CAN   *
      *  BE RUN AS OFTEN AS ANYONE LIKES WHILE THE SUITE IS UP.       *
      *  A JOB WHOSE START TADERU00 REFUSED SHOWS BLOCKED, WITH THE   *
      *  PREDECESSOR HOLDING IT AND WHY ON THE LINE BELOW; A START    *
      *  AN OPERATOR FORCED PAST ITS PREDECESSORS SHOWS WHO FORCED    *
      *  IT AND PAST WHICH JOB.  THE BLOCKED JOBS ARE COUNTED AT THE  *
      *  FOOT OF THE LIST.                                            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-08-22  DLH  ORIGINAL STATUS REPORT.                     *
      *  2026-10-15  DLH  BLOCKED STATUS, BLOCKING PREDECESSOR AND    *
      *                   OPERATOR OVERRIDE LINES; BLOCKED COUNT.     *
      *                                                                *
      ******************************************************************
       environment division.
       01  Erq10-Counters.
           05  Erq10-Job-Count          PIC 9(05) VALUE ZERO.
           05  Erq10-Late-Count         PIC 9(05) VALUE ZERO.
           05  Erq10-Blocked-Count      PIC 9(05) VALUE ZERO.
       01  Erq10-Runctl-Status          PIC X(02).
       01  Erq10-Ckpt-Status            PIC X(02).
       01  Erq10-Run-Stamp.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(52) VALUE
               '***STILL IN PROGRESS PAST EXPECTED END - INVESTIGATE'.
       01  Erq10-Blocked-Line.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(26) VALUE
               '***BLOCKED BY PREDECESSOR '.
           05  Erq10-Bl-Pred            PIC X(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  Erq10-Bl-Reason          PIC X(28).
       01  Erq10-Forced-Line.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               'FORCED START BY '.
           05  Erq10-Fl-Operator        PIC X(08).
           05  FILLER                   PIC X(18) VALUE
               ' PAST PREDECESSOR '.
           05  Erq10-Fl-Pred            PIC X(08).
       01  Erq10-Refused-Line.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               'OVERRIDE BY '.
           05  Erq10-Rl-Operator        PIC X(08).
           05  FILLER                   PIC X(30) VALUE
               ' REFUSED - NOT AUTHORIZED'.
       01  Erq10-Count-Line.
           05  Erq10-Cl-Label           PIC X(28).
           05  Erq10-Cl-Count           PIC ZZ,ZZ9.
       01  Erq10-None-Line.
           05  FILLER                   PIC X(44)
               VALUE 'NO RUN-CONTROL RECORDS ON FILE'.
               until Erq10-Eof.
           if Erq10-Job-Count equal zero
             write RPT-LINE from Erq10-None-Line
           else
             move 'JOBS BLOCKED:' to Erq10-Cl-Label
             move Erq10-Blocked-Count to Erq10-Cl-Count
             write RPT-LINE from Erq10-Count-Line
           end-if
           perform print-checkpoint-para thru print-checkpoint-exit.
           perform terminate-para thru terminate-exit.
               move 'ENDED OK' to Erq10-Dl-Status
             when Runc-Ended-Error
               move 'ENDED ERROR' to Erq10-Dl-Status
             when Runc-Blocked
               move 'BLOCKED' to Erq10-Dl-Status
             when other
               move '?' to Erq10-Dl-Status
           end-evaluate
               write RPT-LINE from Erq10-Late-Line
             end-if
           end-if
           if Runc-Blocked
             perform print-blocked-para thru print-blocked-exit
           end-if
           if Runc-Forced-Start
             move Runc-Override-Operator to Erq10-Fl-Operator
             move Runc-Blocked-By to Erq10-Fl-Pred
             write RPT-LINE from Erq10-Forced-Line
           end-if
           if Runc-Override-Refused
             move Runc-Override-Operator to Erq10-Rl-Operator
             write RPT-LINE from Erq10-Refused-Line
           end-if
           perform read-runctl-para thru read-runctl-exit.
       print-one-job-exit.
           exit.

       print-blocked-para.
      *    the predecessor TADERU00 found holding the job, and why,
      *    so the operator knows which job to chase.
           add 1 to Erq10-Blocked-Count
           move Runc-Blocked-By to Erq10-Bl-Pred
           evaluate true
             when Runc-Pred-Running
               move 'STILL IN PROGRESS' to Erq10-Bl-Reason
             when Runc-Pred-Failed
               move 'ENDED IN ERROR' to Erq10-Bl-Reason
             when Runc-Pred-Blocked
               move 'IS ITSELF BLOCKED' to Erq10-Bl-Reason
             when Runc-Pred-Stale
               move 'NOT RUN THIS PROCESSING DATE' to Erq10-Bl-Reason
             when other
               move 'HAS NOT RUN' to Erq10-Bl-Reason
           end-evaluate
           write RPT-LINE from Erq10-Blocked-Line.
       print-blocked-exit.
           exit.

       print-checkpoint-para.
      *    the TADEMS30 restart position, read straight off the same
      *    checkpoint record the job itself uses, so the restart
