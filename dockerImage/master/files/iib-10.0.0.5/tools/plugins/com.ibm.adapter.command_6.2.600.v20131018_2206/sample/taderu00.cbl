      *  STATUS.  A JOB THAT NEVER GETS TO ITS END CALL IS EXACTLY    *
      *  WHAT THE TADERQ10/TADERQ01 INQUIRIES ARE LOOKING FOR: A      *
      *  RECORD STILL IN-PROGRESS PAST ITS EXPECTED END TIME.         *
      *  DOING THE FILE I/O HERE, ONCE, KEEPS NINE BATCH PROGRAMS     *
      *  FROM CARRYING NINE COPIES OF IT.                             *
      *                                                                *
      *  A START REQUEST IS ALSO THE JOB-STREAM GATE.  EVERY          *
      *  PREDECESSOR THE JOBDEPN TABLE (SEE DEPNREC, MAINTAINED BY    *
      *  TADERU10) LISTS FOR THE JOB MUST HAVE ENDED OK ON RUNCTL     *
      *  UNDER THE CURRENT PROCESSING DATE - THE RUN DATE, OR THE     *
      *  DAY BEFORE WHEN THE START IS BEFORE THE NOON CUTOVER, SO A   *
      *  NIGHT'S STREAM IS ONE PROCESSING DATE EITHER SIDE OF         *
      *  MIDNIGHT.  THE FIRST PREDECESSOR THAT HAS NOT REFUSES THE    *
      *  START: THE JOB IS STAMPED BLOCKED (B) WITH THE PREDECESSOR   *
      *  AND WHY, THE REASON GOES TO THE JOB LOG, AND THE RUN ENDS    *
      *  HERE WITH RETURN CODE 12 BEFORE THE CALLER HAS OPENED        *
      *  ANYTHING, FOR THE SCHEDULER TO ACT ON.  AN OVERRIDE CARD     *
      *  ON RUNOVRD FOR THE JOB AND PROCESSING DATE, FROM AN          *
      *  OPERATOR JOBDEPN AUTHORIZES FOR THE JOB (OR FOR ALL JOBS),   *
      *  FORCES THE START INSTEAD; THE OPERATOR AND THE PREDECESSOR   *
      *  FORCED PAST ARE STAMPED ON THE RUN.  A CARD FROM AN          *
      *  OPERATOR WITHOUT THE AUTHORITY LEAVES THE START REFUSED AND  *
      *  IS RECORDED AS SUCH.  NO JOBDEPN TABLE, OR NO ENTRY FOR THE  *
      *  JOB, HOLDS NOTHING.                                          *
      *                                                                *
      *  RUNOVRD RECORD: COL 1-8   JOB NAME                           *
      *                  COL 9-16  PROCESSING DATE YYYYMMDD           *
      *                  COL 17-24 OPERATOR ID                        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-08-22  DLH  ORIGINAL RUN-CONTROL SUBPROGRAM.            *
      *  2026-10-15  DLH  START REQUESTS NOW CHECKED AGAINST THE      *
      *                   JOBDEPN PREDECESSOR TABLE, WITH OPERATOR    *
      *                   OVERRIDE FROM RUNOVRD; PROCESSING DATE      *
      *                   STAMPED ON EVERY RUN.                       *
      *                                                                *
      ******************************************************************
       environment division.
               organization is indexed
               access mode is random
               record key is Runc-Job-Name.
           select optional DEPEND-FILE assign to JOBDEPN
               organization is indexed
               access mode is dynamic
               record key is Depn-Key
               file status is Eru00-Depn-Status.
           select optional OVERRIDE-FILE assign to RUNOVRD
               organization is line sequential
               file status is Eru00-Ovrd-Status.
       data division.
       file section.
       fd  RUN-CONTROL-FILE.
           copy RUNCREC.
       fd  DEPEND-FILE.
           copy DEPNREC.
       fd  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05  Ovrd-Job-Name           PIC X(08).
           05  Ovrd-Processing-Date    PIC X(08).
           05  Ovrd-Operator           PIC X(08).
           05  FILLER                  PIC X(56).
       working-storage section.
       01  Eru00-Switches.
           05  Eru00-Exists-Switch      PIC X(01) VALUE 'N'.
               88  Eru00-Record-Exists      VALUE 'Y'.
           05  Eru00-Blocked-Switch     PIC X(01) VALUE 'N'.
               88  Eru00-Blocked            VALUE 'Y'.
           05  Eru00-Depn-Done-Switch   PIC X(01) VALUE 'N'.
               88  Eru00-Depn-Done          VALUE 'Y'.
           05  Eru00-Ovrd-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Eru00-Ovrd-Eof           VALUE 'Y'.
           05  Eru00-Ovrd-Found-Switch  PIC X(01) VALUE 'N'.
               88  Eru00-Ovrd-Found         VALUE 'Y'.
           05  Eru00-Override-Status    PIC X(01) VALUE SPACE.
               88  Eru00-Forced             VALUE 'F'.
               88  Eru00-Override-Refused   VALUE 'R'.
       01  Eru00-Run-Stamp.
           05  Eru00-Date               PIC X(08).
           05  Eru00-Time-Raw           PIC X(08).
       01  Eru00-Depn-Status            PIC X(02).
       01  Eru00-Ovrd-Status            PIC X(02).
      *    the night's stream belongs to the date it started on: a
      *    start before the cutover is still the previous day's
      *    processing.
       01  Eru00-Cutover-Time           PIC X(06) VALUE '120000'.
       01  Eru00-Processing-Date        PIC X(08).
       01  Eru00-Date-Work.
           05  Eru00-Dw-Year            PIC 9(04).
           05  Eru00-Dw-Month           PIC 9(02).
           05  Eru00-Dw-Day             PIC 9(02).
       01  Eru00-Leap-Work.
           05  Eru00-Quotient           PIC 9(04) VALUE ZERO.
           05  Eru00-Rem-4              PIC 9(03) VALUE ZERO.
           05  Eru00-Rem-100            PIC 9(03) VALUE ZERO.
           05  Eru00-Rem-400            PIC 9(03) VALUE ZERO.
       01  Eru00-Month-Days-Values.
           05  FILLER                   PIC X(24)
               VALUE '312831303130313130313031'.
       01  Eru00-Month-Days-Table REDEFINES Eru00-Month-Days-Values.
           05  Eru00-Month-Days         PIC 9(02) OCCURS 12 TIMES.
       01  Eru00-Blocked-By             PIC X(08) VALUE SPACES.
       01  Eru00-Block-Reason           PIC X(01) VALUE SPACE.
       01  Eru00-Override-Operator      PIC X(08) VALUE SPACES.
       01  Eru00-Reason-Text            PIC X(28) VALUE SPACES.
       01  Eru00-Log-Line               PIC X(100) VALUE SPACES.
       linkage section.
           copy RUNCLNK.
       procedure division using RUN-CONTROL-REQUEST.
           open i-o RUN-CONTROL-FILE
           accept Eru00-Date from date yyyymmdd
           accept Eru00-Time-Raw from time
           perform set-processing-date-para thru
               set-processing-date-exit
           move 'N' to Eru00-Blocked-Switch
           move space to Eru00-Override-Status
           move spaces to Eru00-Blocked-By
           move space to Eru00-Block-Reason
           move spaces to Eru00-Override-Operator
           if Rctl-Start-Run
             open input DEPEND-FILE
             perform check-predecessors-para thru
                 check-predecessors-exit
             if Eru00-Blocked
               perform check-override-para thru check-override-exit
             end-if
             close DEPEND-FILE
           end-if
           perform read-existing-para thru read-existing-exit
           evaluate true
             when not Rctl-Start-Run
               perform record-end-para thru record-end-exit
             when Eru00-Blocked
               perform record-blocked-para thru record-blocked-exit
             when other
               perform record-start-para thru record-start-exit
           end-evaluate
           close RUN-CONTROL-FILE
           if Eru00-Blocked
             perform refuse-start-para thru refuse-start-exit
           end-if
           if Eru00-Forced
             perform log-forced-para thru log-forced-exit
           end-if
           goback.

       set-processing-date-para.
      *    the run date, or the day before it when the clock has
      *    not yet reached the cutover.
           move Eru00-Date to Eru00-Processing-Date
           if Eru00-Time-Raw(1:6) not less than Eru00-Cutover-Time
             go to set-processing-date-exit
           end-if
           move Eru00-Date to Eru00-Date-Work
           if Eru00-Date-Work is not numeric
             go to set-processing-date-exit
           end-if
           subtract 1 from Eru00-Dw-Day
           if Eru00-Dw-Day equal zero
             if Eru00-Dw-Month equal 1
               move 12 to Eru00-Dw-Month
               subtract 1 from Eru00-Dw-Year
             else
               subtract 1 from Eru00-Dw-Month
             end-if
             move Eru00-Month-Days(Eru00-Dw-Month) to Eru00-Dw-Day
             if Eru00-Dw-Month equal 2
               divide Eru00-Dw-Year by 4 giving Eru00-Quotient
                   remainder Eru00-Rem-4
               divide Eru00-Dw-Year by 100 giving Eru00-Quotient
                   remainder Eru00-Rem-100
               divide Eru00-Dw-Year by 400 giving Eru00-Quotient
                   remainder Eru00-Rem-400
               if Eru00-Rem-4 equal zero
                  and (Eru00-Rem-100 not equal zero
                       or Eru00-Rem-400 equal zero)
                 move 29 to Eru00-Dw-Day
               end-if
             end-if
           end-if
           move Eru00-Date-Work to Eru00-Processing-Date.
       set-processing-date-exit.
           exit.

       check-predecessors-para.
      *    the job's predecessor entries browse together under its
      *    name.  each must have ended ok under this processing
      *    date; the first that has not blocks the start.  no table
      *    on file holds nothing.
           if Eru00-Depn-Status not equal '00'
             go to check-predecessors-exit
           end-if
           move 'N' to Eru00-Depn-Done-Switch
           move 'P' to Depn-Entry-Type
           move Rctl-Job-Name to Depn-Job-Name
           move low-values to Depn-Other-Name
           start DEPEND-FILE key not less than Depn-Key
               invalid key move 'Y' to Eru00-Depn-Done-Switch
           end-start
           perform check-one-pred-para thru check-one-pred-exit
               until Eru00-Depn-Done
                  or Eru00-Blocked.
       check-predecessors-exit.
           exit.

       check-one-pred-para.
           read DEPEND-FILE next record
               at end
                 move 'Y' to Eru00-Depn-Done-Switch
                 go to check-one-pred-exit
           end-read
           if not Depn-Predecessor
              or Depn-Job-Name not equal Rctl-Job-Name
             move 'Y' to Eru00-Depn-Done-Switch
             go to check-one-pred-exit
           end-if
           move Depn-Other-Name to Runc-Job-Name
           read RUN-CONTROL-FILE
               invalid key
                 move 'N' to Eru00-Block-Reason
               not invalid key
                 evaluate true
                   when Runc-Ended-Ok
                     if Runc-Processing-Date not equal
                         Eru00-Processing-Date
                       move 'S' to Eru00-Block-Reason
                     end-if
                   when Runc-In-Progress
                     move 'I' to Eru00-Block-Reason
                   when Runc-Ended-Error
                     move 'E' to Eru00-Block-Reason
                   when Runc-Blocked
                     move 'B' to Eru00-Block-Reason
                   when other
                     move 'N' to Eru00-Block-Reason
                 end-evaluate
           end-read
           if Eru00-Block-Reason not equal space
             move 'Y' to Eru00-Blocked-Switch
             move Depn-Other-Name to Eru00-Blocked-By
           end-if.
       check-one-pred-exit.
           exit.

       check-override-para.
      *    an override card counts only for this job and this
      *    processing date - last night's card cannot force
      *    tonight's run - and only from an operator JOBDEPN
      *    authorizes for the job or for every job ('*').
           open input OVERRIDE-FILE
           if Eru00-Ovrd-Status not equal '00'
             close OVERRIDE-FILE
             go to check-override-exit
           end-if
           move 'N' to Eru00-Ovrd-Eof-Switch
           move 'N' to Eru00-Ovrd-Found-Switch
           perform scan-override-para thru scan-override-exit
               until Eru00-Ovrd-Eof
                  or Eru00-Ovrd-Found
           close OVERRIDE-FILE
           if not Eru00-Ovrd-Found
             go to check-override-exit
           end-if
           set Eru00-Override-Refused to true
           if Eru00-Depn-Status not equal '00'
             go to check-override-exit
           end-if
           move 'A' to Depn-Entry-Type
           move Rctl-Job-Name to Depn-Job-Name
           move Eru00-Override-Operator to Depn-Other-Name
           read DEPEND-FILE
               invalid key
                 move '*' to Depn-Job-Name
                 read DEPEND-FILE
                     invalid key continue
                     not invalid key set Eru00-Forced to true
                 end-read
               not invalid key
                 set Eru00-Forced to true
           end-read
           if Eru00-Forced
             move 'N' to Eru00-Blocked-Switch
           end-if.
       check-override-exit.
           exit.

       scan-override-para.
           read OVERRIDE-FILE
               at end
                 move 'Y' to Eru00-Ovrd-Eof-Switch
                 go to scan-override-exit
           end-read
           if Ovrd-Job-Name equal Rctl-Job-Name
              and Ovrd-Processing-Date equal Eru00-Processing-Date
              and Ovrd-Operator not equal spaces
             move 'Y' to Eru00-Ovrd-Found-Switch
             move Ovrd-Operator to Eru00-Override-Operator
           end-if.
       scan-override-exit.
           exit.

       read-existing-para.
           move Rctl-Job-Name to Runc-Job-Name
           read RUN-CONTROL-FILE
           move Rctl-Expected-End-Time to Runc-Expected-End-Time
           move zero to Runc-Records-Read
           move zero to Runc-Records-Written
           move Eru00-Processing-Date to Runc-Processing-Date
           move Eru00-Blocked-By to Runc-Blocked-By
           move Eru00-Block-Reason to Runc-Block-Reason
           move Eru00-Override-Status to Runc-Override-Status
           move Eru00-Override-Operator to Runc-Override-Operator
           perform put-record-para thru put-record-exit.
       record-start-exit.
           exit.

       record-blocked-para.
      *    a refused start replaces the record as a start would, so
      *    the inquiries show the job blocked now rather than last
      *    night's finished run - and so anything that waits on
      *    this job is held in turn.
           perform record-start-para thru record-start-exit
           set Runc-Blocked to true
           move spaces to Runc-Expected-End-Time
           perform put-blocked-para thru put-blocked-exit.
       record-blocked-exit.
           exit.

       put-blocked-para.
           rewrite RUN-CONTROL-RECORD.
       put-blocked-exit.
           exit.

       record-end-para.
      *    an end request for a job with no record on file (the
      *    file was cleared mid-run, or a job ended that never
             move spaces to Runc-Start-Date
             move spaces to Runc-Start-Time
             move spaces to Runc-Expected-End-Time
             move Eru00-Processing-Date to Runc-Processing-Date
             move spaces to Runc-Blocked-By
             move space to Runc-Block-Reason
             move space to Runc-Override-Status
             move spaces to Runc-Override-Operator
           end-if
           if Rctl-Completed-Error
             set Runc-Ended-Error to true
           end-if.
       put-record-exit.
           exit.

       refuse-start-para.
      *    the reason goes to the job log and the run ends here with
      *    a return code the scheduler can hold the rest of the
      *    stream on.  the caller has opened nothing yet.
           evaluate Eru00-Block-Reason
             when 'I'
               move 'STILL IN PROGRESS' to Eru00-Reason-Text
             when 'E'
               move 'ENDED IN ERROR' to Eru00-Reason-Text
             when 'B'
               move 'IS ITSELF BLOCKED' to Eru00-Reason-Text
             when 'S'
               move 'NOT RUN THIS PROCESSING DATE'
                 to Eru00-Reason-Text
             when other
               move 'HAS NOT RUN' to Eru00-Reason-Text
           end-evaluate
           move spaces to Eru00-Log-Line
           string 'TADERU00 START OF ' Rctl-Job-Name
                  ' REFUSED - PREDECESSOR ' Eru00-Blocked-By
                  ' ' Eru00-Reason-Text
               delimited by size into Eru00-Log-Line
           display Eru00-Log-Line
           if Eru00-Override-Refused
             move spaces to Eru00-Log-Line
             string 'TADERU00 OVERRIDE FOR ' Rctl-Job-Name
                    ' BY ' Eru00-Override-Operator
                    ' NOT AUTHORIZED ON JOBDEPN'
                 delimited by size into Eru00-Log-Line
             display Eru00-Log-Line
           end-if
           move 12 to return-code
           stop run.
       refuse-start-exit.
           exit.

       log-forced-para.
           move spaces to Eru00-Log-Line
           string 'TADERU00 START OF ' Rctl-Job-Name
                  ' FORCED BY ' Eru00-Override-Operator
                  ' PAST PREDECESSOR ' Eru00-Blocked-By
               delimited by size into Eru00-Log-Line
           display Eru00-Log-Line.
       log-forced-exit.
           exit.
