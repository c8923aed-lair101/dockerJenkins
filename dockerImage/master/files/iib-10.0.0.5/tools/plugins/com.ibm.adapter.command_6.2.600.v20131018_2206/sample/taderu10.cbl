       identification division.
       program-id. TADERU10.
      ******************************************************************
      *                                                                *
      *  TADERU10 - JOB DEPENDENCY TABLE MAINTENANCE                  *
      *                                                                *
      *  MAINTAINS THE JOBDEPN CONTROL FILE (SEE DEPNREC) THAT        *
      *  TADERU00 CHECKS AT EVERY START OF RUN: WHICH JOBS MUST HAVE  *
      *  ENDED OK UNDER THE CURRENT PROCESSING DATE BEFORE A JOB MAY  *
      *  START, AND WHICH OPERATORS MAY FORCE A HELD JOB PAST THEM.   *
      *  ONE CARD ADDS OR DELETES ONE ENTRY.  EVERY CARD IS EDITED    *
      *  BEFORE THE FILE IS TOUCHED, AS IN TADERM12.  THE LISTING     *
      *  (DEPNRPT) SHOWS EACH CARD AND WHAT BECAME OF IT, THEN THE    *
      *  WHOLE TABLE AS IT NOW STANDS - THE STREAM THE NEXT START     *
      *  WILL BE HELD TO.                                             *
      *                                                                *
      *  DEPNIN RECORD:  COL 1     FUNCTION A (ADD) OR D (DELETE)     *
      *                  COL 2     ENTRY TYPE P (PREDECESSOR) OR      *
      *                            A (AUTHORIZED OPERATOR)            *
      *                  COL 3-10  JOB NAME ('*' = EVERY JOB, ON AN   *
      *                            A ENTRY ONLY)                      *
      *                  COL 11-18 PREDECESSOR JOB OR OPERATOR ID     *
      *                                                                *
      *  REJECT REASON CODES (ON THE LISTING):                        *
      *    IF - FUNCTION NOT A OR D                                   *
      *    IE - ENTRY TYPE NOT P OR A                                 *
      *    JB - JOB NAME BLANK, OR '*' ON A PREDECESSOR ENTRY         *
      *    NM - PREDECESSOR JOB OR OPERATOR ID BLANK                  *
      *    SJ - JOB NAMED AS ITS OWN PREDECESSOR                      *
      *    DU - ADD FOR AN ENTRY ALREADY ON THE FILE                  *
      *    NF - DELETE FOR AN ENTRY NOT ON THE FILE                   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL JOB DEPENDENCY TABLE MAINTENANCE.  *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select DEPEND-IN-FILE assign to DEPNIN
               organization is line sequential.
           select DEPEND-FILE assign to JOBDEPN
               organization is indexed
               access mode is dynamic
               record key is Depn-Key.
           select REPORT-FILE assign to DEPNRPT
               organization is line sequential.
       data division.
       file section.
       fd  DEPEND-IN-FILE.
       01  DEPEND-IN-RECORD.
           05  Din-Function            PIC X(01).
               88  Din-Add                 VALUE 'A'.
               88  Din-Delete              VALUE 'D'.
           05  Din-Entry-Type          PIC X(01).
               88  Din-Predecessor         VALUE 'P'.
               88  Din-Authorized          VALUE 'A'.
           05  Din-Job-Name            PIC X(08).
           05  Din-Other-Name          PIC X(08).
           05  FILLER                  PIC X(62).
       fd  DEPEND-FILE.
           copy DEPNREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Eru10-Switches.
           05  Eru10-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Eru10-Eof                VALUE 'Y'.
           05  Eru10-List-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Eru10-List-Eof           VALUE 'Y'.
           05  Eru10-Reject-Switch      PIC X(01) VALUE 'N'.
               88  Eru10-Rejected           VALUE 'Y'.
       01  Eru10-Counters.
           05  Eru10-Read-Count         PIC 9(07) VALUE ZERO.
           05  Eru10-Added-Count        PIC 9(07) VALUE ZERO.
           05  Eru10-Deleted-Count      PIC 9(07) VALUE ZERO.
           05  Eru10-Reject-Count       PIC 9(07) VALUE ZERO.
           05  Eru10-Pred-Count         PIC 9(07) VALUE ZERO.
           05  Eru10-Auth-Count         PIC 9(07) VALUE ZERO.
           05  Eru10-Balance-Work       PIC 9(07) VALUE ZERO.
       01  Eru10-Run-Date               PIC X(08).
       01  Eru10-Reason                 PIC X(02) VALUE SPACES.
       01  Eru10-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'TADERU10 - JOB DEPENDENCY MAINTENANCE'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  Eru10-Hdr-Date           PIC X(08).
       01  Eru10-Col-Line.
           05  FILLER                   PIC X(08) VALUE 'ACTION'.
           05  FILLER                   PIC X(14) VALUE 'ENTRY'.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(22)
               VALUE 'PREDECESSOR/OPERATOR'.
           05  FILLER                   PIC X(12) VALUE 'RESULT'.
       01  Eru10-Det-Line.
           05  Eru10-Dl-Action          PIC X(08).
           05  Eru10-Dl-Entry           PIC X(14).
           05  Eru10-Dl-Job             PIC X(10).
           05  Eru10-Dl-Other           PIC X(22).
           05  Eru10-Dl-Result          PIC X(12).
       01  Eru10-File-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'ENTRIES NOW ON JOBDEPN'.
       01  Eru10-File-Col-Line.
           05  FILLER                   PIC X(14) VALUE 'ENTRY'.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(22)
               VALUE 'PREDECESSOR/OPERATOR'.
           05  FILLER                   PIC X(08) VALUE 'UPDATED'.
       01  Eru10-File-Line.
           05  Eru10-Fl-Entry           PIC X(14).
           05  Eru10-Fl-Job             PIC X(10).
           05  Eru10-Fl-Other           PIC X(22).
           05  Eru10-Fl-Updated         PIC X(08).
       01  Eru10-Ctl-Line.
           05  Eru10-Ctl-Label          PIC X(28).
           05  Eru10-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       01  Eru10-In-Balance-Line.
           05  FILLER                   PIC X(50) VALUE
               'RUN IN BALANCE - READ = ADDED+DELETED+REJECTED'.
       01  Eru10-Out-Balance-Line.
           05  FILLER                   PIC X(44) VALUE
               '***RUN OUT OF BALANCE - INVESTIGATE'.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform load-one-para thru load-one-exit
               until Eru10-Eof.
           perform list-file-para thru list-file-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open input DEPEND-IN-FILE
           open i-o DEPEND-FILE
           open output REPORT-FILE
           accept Eru10-Run-Date from date yyyymmdd
           move Eru10-Run-Date to Eru10-Hdr-Date
           write RPT-LINE from Eru10-Hdr-Line
           write RPT-LINE from SPACES
           write RPT-LINE from Eru10-Col-Line
           perform read-card-para thru read-card-exit.
       initialize-exit.
           exit.

       read-card-para.
           read DEPEND-IN-FILE
               at end move 'Y' to Eru10-Eof-Switch
           end-read.
       read-card-exit.
           exit.

       load-one-para.
           add 1 to Eru10-Read-Count
           move 'N' to Eru10-Reject-Switch
           move spaces to Eru10-Dl-Result
           perform edit-card-para thru edit-card-exit
           if not Eru10-Rejected
             if Din-Delete
               perform delete-entry-para thru delete-entry-exit
             else
               perform add-entry-para thru add-entry-exit
             end-if
           end-if
           perform print-card-para thru print-card-exit
           perform read-card-para thru read-card-exit.
       load-one-exit.
           exit.

       edit-card-para.
           if not Din-Add
              and not Din-Delete
             move 'IF' to Eru10-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if not Din-Predecessor
              and not Din-Authorized
             move 'IE' to Eru10-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if Din-Job-Name equal spaces
              or (Din-Predecessor and Din-Job-Name equal '*')
             move 'JB' to Eru10-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if Din-Other-Name equal spaces
             move 'NM' to Eru10-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if Din-Predecessor
              and Din-Other-Name equal Din-Job-Name
             move 'SJ' to Eru10-Reason
             perform reject-card-para thru reject-card-exit
           end-if.
       edit-card-exit.
           exit.

       add-entry-para.
           move spaces to JOB-DEPENDENCY-RECORD
           move Din-Entry-Type to Depn-Entry-Type
           move Din-Job-Name to Depn-Job-Name
           move Din-Other-Name to Depn-Other-Name
           move Eru10-Run-Date to Depn-Updated-Date
           write JOB-DEPENDENCY-RECORD
               invalid key
                 move 'DU' to Eru10-Reason
                 perform reject-card-para thru reject-card-exit
               not invalid key
                 add 1 to Eru10-Added-Count
                 move 'ADDED' to Eru10-Dl-Result
           end-write.
       add-entry-exit.
           exit.

       delete-entry-para.
           move Din-Entry-Type to Depn-Entry-Type
           move Din-Job-Name to Depn-Job-Name
           move Din-Other-Name to Depn-Other-Name
           delete DEPEND-FILE record
               invalid key
                 move 'NF' to Eru10-Reason
                 perform reject-card-para thru reject-card-exit
               not invalid key
                 add 1 to Eru10-Deleted-Count
                 move 'DELETED' to Eru10-Dl-Result
           end-delete.
       delete-entry-exit.
           exit.

       reject-card-para.
           set Eru10-Rejected to true
           add 1 to Eru10-Reject-Count
           move spaces to Eru10-Dl-Result
           string 'REJECTED ' Eru10-Reason delimited by size
               into Eru10-Dl-Result.
       reject-card-exit.
           exit.

       print-card-para.
           evaluate true
             when Din-Add
               move 'ADD' to Eru10-Dl-Action
             when Din-Delete
               move 'DELETE' to Eru10-Dl-Action
             when other
               move Din-Function to Eru10-Dl-Action
           end-evaluate
           evaluate true
             when Din-Predecessor
               move 'PREDECESSOR' to Eru10-Dl-Entry
             when Din-Authorized
               move 'OPERATOR' to Eru10-Dl-Entry
             when other
               move Din-Entry-Type to Eru10-Dl-Entry
           end-evaluate
           move Din-Job-Name to Eru10-Dl-Job
           move Din-Other-Name to Eru10-Dl-Other
           write RPT-LINE from Eru10-Det-Line.
       print-card-exit.
           exit.

       list-file-para.
      *    the whole table as it stands after the cards -
      *    operators first, then each job's predecessors together.
           write RPT-LINE from SPACES
           write RPT-LINE from Eru10-File-Hdr-Line
           write RPT-LINE from Eru10-File-Col-Line
           move 'N' to Eru10-List-Eof-Switch
           move low-values to Depn-Key
           start DEPEND-FILE key not less than Depn-Key
               invalid key move 'Y' to Eru10-List-Eof-Switch
           end-start
           perform list-one-para thru list-one-exit
               until Eru10-List-Eof.
       list-file-exit.
           exit.

       list-one-para.
           read DEPEND-FILE next record
               at end
                 move 'Y' to Eru10-List-Eof-Switch
                 go to list-one-exit
           end-read
           if Depn-Predecessor
             add 1 to Eru10-Pred-Count
             move 'PREDECESSOR' to Eru10-Fl-Entry
           else
             add 1 to Eru10-Auth-Count
             move 'OPERATOR' to Eru10-Fl-Entry
           end-if
           move Depn-Job-Name to Eru10-Fl-Job
           move Depn-Other-Name to Eru10-Fl-Other
           move Depn-Updated-Date to Eru10-Fl-Updated
           write RPT-LINE from Eru10-File-Line.
       list-one-exit.
           exit.

       print-control-para.
           write RPT-LINE from SPACES
           move 'DEPENDENCY CARDS READ:' to Eru10-Ctl-Label
           move Eru10-Read-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           move '   ENTRIES ADDED:' to Eru10-Ctl-Label
           move Eru10-Added-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           move '   ENTRIES DELETED:' to Eru10-Ctl-Label
           move Eru10-Deleted-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           move 'DEPENDENCY CARDS REJECTED:' to Eru10-Ctl-Label
           move Eru10-Reject-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           move 'PREDECESSOR ENTRIES:' to Eru10-Ctl-Label
           move Eru10-Pred-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           move 'AUTHORIZED OPERATOR ENTRIES:' to Eru10-Ctl-Label
           move Eru10-Auth-Count to Eru10-Ctl-Count
           write RPT-LINE from Eru10-Ctl-Line
           compute Eru10-Balance-Work =
               Eru10-Added-Count + Eru10-Deleted-Count
               + Eru10-Reject-Count
           if Eru10-Balance-Work equal Eru10-Read-Count
             write RPT-LINE from Eru10-In-Balance-Line
           else
             write RPT-LINE from Eru10-Out-Balance-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close DEPEND-IN-FILE
           close DEPEND-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERU10' to Rctl-Job-Name
           move '050000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Eru10-Read-Count to Rctl-Records-Read
           compute Rctl-Records-Written =
               Eru10-Added-Count + Eru10-Deleted-Count
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
