       identification division.
       program-id. TADERM12.
      ******************************************************************
      *                                                                *
      *  TADERM12 - DUAL CONTROL THRESHOLD LOAD                       *
      *                                                                *
      *  MAINTAINS THE LIMCTL CONTROL FILE (SEE LIMCREC) THAT         *
      *  TADERM01 AND TADERM10 TEST EVERY NEW OR RAISED CREDIT LIMIT  *
      *  AGAINST BEFORE HOLDING IT ON PENDCHG FOR A SECOND USER.      *
      *  ONE CARD PER CUST-TYPE (OR '*' FOR ANY TYPE WITHOUT ITS OWN  *
      *  ENTRY) SETS THAT TYPE'S PERCENTAGE AND DOLLAR THRESHOLDS,    *
      *  REPLACING WHAT WAS THERE, OR REMOVES THE ENTRY.  EVERY CARD  *
      *  IS EDITED BEFORE THE FILE IS TOUCHED, AS IN TADERF01.  THE   *
      *  LISTING (LIMRPT) SHOWS EACH CARD AND WHAT BECAME OF IT, THEN *
      *  THE WHOLE FILE AS IT NOW STANDS - THE THRESHOLDS IN FORCE    *
      *  FROM THE NEXT MAINTENANCE REQUEST ON.                        *
      *                                                                *
      *  LIMIN RECORD:   COL 1     CUSTOMER TYPE R, W, P OR *         *
      *                  COL 2-6   PERCENT 999V99 (ZERO = NO          *
      *                            PERCENTAGE TEST)                   *
      *                  COL 7-15  AMOUNT 9999999V99 (ZERO = NO       *
      *                            DOLLAR TEST)                       *
      *                  COL 16    'D' = DELETE THE TYPE'S ENTRY      *
      *                                                                *
      *  REJECT REASON CODES (ON THE LISTING):                        *
      *    IT - CUSTOMER TYPE NOT R, W, P OR *                        *
      *    NP - PERCENT NOT NUMERIC                                   *
      *    NA - AMOUNT NOT NUMERIC                                    *
      *    NF - DELETE FOR A TYPE NOT ON THE FILE                     *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL DUAL CONTROL THRESHOLD LOAD.       *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select LIMIT-IN-FILE assign to LIMIN
               organization is line sequential.
           select LIMIT-FILE assign to LIMCTL
               organization is indexed
               access mode is dynamic
               record key is Limc-Customer-Type.
           select REPORT-FILE assign to LIMRPT
               organization is line sequential.
       data division.
       file section.
       fd  LIMIT-IN-FILE.
       01  LIMIT-IN-RECORD.
           05  Lin-Customer-Type       PIC X(01).
           05  Lin-Percent             PIC 9(3)V99.
           05  Lin-Amount              PIC 9(7)V99.
           05  Lin-Action              PIC X(01).
               88  Lin-Delete              VALUE 'D'.
           05  FILLER                  PIC X(64).
       fd  LIMIT-FILE.
           copy LIMCREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erm12-Switches.
           05  Erm12-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Erm12-Eof                VALUE 'Y'.
           05  Erm12-List-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erm12-List-Eof           VALUE 'Y'.
           05  Erm12-Reject-Switch      PIC X(01) VALUE 'N'.
               88  Erm12-Rejected           VALUE 'Y'.
       01  Erm12-Counters.
           05  Erm12-Read-Count         PIC 9(07) VALUE ZERO.
           05  Erm12-Added-Count        PIC 9(07) VALUE ZERO.
           05  Erm12-Replaced-Count     PIC 9(07) VALUE ZERO.
           05  Erm12-Deleted-Count      PIC 9(07) VALUE ZERO.
           05  Erm12-Reject-Count       PIC 9(07) VALUE ZERO.
           05  Erm12-Entry-Count        PIC 9(07) VALUE ZERO.
           05  Erm12-Balance-Work       PIC 9(07) VALUE ZERO.
       01  Erm12-Run-Date               PIC X(08).
       01  Erm12-Reason                 PIC X(02) VALUE SPACES.
       01  Erm12-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'TADERM12 - DUAL CONTROL THRESHOLD LOAD'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  Erm12-Hdr-Date           PIC X(08).
       01  Erm12-Col-Line.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(10) VALUE ' PERCENT'.
           05  FILLER                   PIC X(15) VALUE '       AMOUNT'.
           05  FILLER                   PIC X(08) VALUE 'ACTION'.
           05  FILLER                   PIC X(12) VALUE 'RESULT'.
       01  Erm12-Det-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm12-Dl-Type            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm12-Dl-Percent         PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erm12-Dl-Amount          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm12-Dl-Action          PIC X(08).
           05  Erm12-Dl-Result          PIC X(12).
       01  Erm12-File-Hdr-Line.
           05  FILLER                   PIC X(40)
               VALUE 'THRESHOLDS NOW ON LIMCTL'.
       01  Erm12-File-Col-Line.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(10) VALUE ' PERCENT'.
           05  FILLER                   PIC X(15) VALUE '       AMOUNT'.
           05  FILLER                   PIC X(08) VALUE 'UPDATED'.
       01  Erm12-File-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erm12-Fl-Type            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm12-Fl-Percent         PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erm12-Fl-Amount          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erm12-Fl-Updated         PIC X(08).
       01  Erm12-Ctl-Line.
           05  Erm12-Ctl-Label          PIC X(28).
           05  Erm12-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       01  Erm12-In-Balance-Line.
           05  FILLER                   PIC X(50) VALUE
               'RUN IN BALANCE - READ = ADDED+REPLACED+DELETED+REJ'.
       01  Erm12-Out-Balance-Line.
           05  FILLER                   PIC X(44) VALUE
               '***RUN OUT OF BALANCE - INVESTIGATE'.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform load-one-para thru load-one-exit
               until Erm12-Eof.
           perform list-file-para thru list-file-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open input LIMIT-IN-FILE
           open i-o LIMIT-FILE
           open output REPORT-FILE
           accept Erm12-Run-Date from date yyyymmdd
           move Erm12-Run-Date to Erm12-Hdr-Date
           write RPT-LINE from Erm12-Hdr-Line
           write RPT-LINE from SPACES
           write RPT-LINE from Erm12-Col-Line
           perform read-card-para thru read-card-exit.
       initialize-exit.
           exit.

       read-card-para.
           read LIMIT-IN-FILE
               at end move 'Y' to Erm12-Eof-Switch
           end-read.
       read-card-exit.
           exit.

       load-one-para.
           add 1 to Erm12-Read-Count
           move 'N' to Erm12-Reject-Switch
           move spaces to Erm12-Dl-Result
           perform edit-card-para thru edit-card-exit
           if not Erm12-Rejected
             if Lin-Delete
               perform delete-entry-para thru delete-entry-exit
             else
               perform store-entry-para thru store-entry-exit
             end-if
           end-if
           perform print-card-para thru print-card-exit
           perform read-card-para thru read-card-exit.
       load-one-exit.
           exit.

       edit-card-para.
           if Lin-Customer-Type not equal 'R'
              and Lin-Customer-Type not equal 'W'
              and Lin-Customer-Type not equal 'P'
              and Lin-Customer-Type not equal '*'
             move 'IT' to Erm12-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if Lin-Delete
             go to edit-card-exit
           end-if
           if Lin-Percent is not numeric
             move 'NP' to Erm12-Reason
             perform reject-card-para thru reject-card-exit
             go to edit-card-exit
           end-if
           if Lin-Amount is not numeric
             move 'NA' to Erm12-Reason
             perform reject-card-para thru reject-card-exit
           end-if.
       edit-card-exit.
           exit.

       store-entry-para.
      *    a type already on the file has its thresholds replaced;
      *    a new one is added.
           move Lin-Customer-Type to Limc-Customer-Type
           read LIMIT-FILE
               invalid key
                 move spaces to LIMIT-CONTROL-RECORD
                 move Lin-Customer-Type to Limc-Customer-Type
                 move Lin-Percent to Limc-Percent
                 move Lin-Amount to Limc-Amount
                 move Erm12-Run-Date to Limc-Updated-Date
                 write LIMIT-CONTROL-RECORD
                 add 1 to Erm12-Added-Count
                 move 'ADDED' to Erm12-Dl-Result
               not invalid key
                 move Lin-Percent to Limc-Percent
                 move Lin-Amount to Limc-Amount
                 move Erm12-Run-Date to Limc-Updated-Date
                 rewrite LIMIT-CONTROL-RECORD
                 add 1 to Erm12-Replaced-Count
                 move 'REPLACED' to Erm12-Dl-Result
           end-read.
       store-entry-exit.
           exit.

       delete-entry-para.
           move Lin-Customer-Type to Limc-Customer-Type
           delete LIMIT-FILE record
               invalid key
                 move 'NF' to Erm12-Reason
                 perform reject-card-para thru reject-card-exit
               not invalid key
                 add 1 to Erm12-Deleted-Count
                 move 'DELETED' to Erm12-Dl-Result
           end-delete.
       delete-entry-exit.
           exit.

       reject-card-para.
           set Erm12-Rejected to true
           add 1 to Erm12-Reject-Count
           move spaces to Erm12-Dl-Result
           string 'REJECTED ' Erm12-Reason delimited by size
               into Erm12-Dl-Result.
       reject-card-exit.
           exit.

       print-card-para.
           move Lin-Customer-Type to Erm12-Dl-Type
           if Lin-Percent is numeric
             move Lin-Percent to Erm12-Dl-Percent
           else
             move zero to Erm12-Dl-Percent
           end-if
           if Lin-Amount is numeric
             move Lin-Amount to Erm12-Dl-Amount
           else
             move zero to Erm12-Dl-Amount
           end-if
           if Lin-Delete
             move 'DELETE' to Erm12-Dl-Action
           else
             move 'SET' to Erm12-Dl-Action
           end-if
           write RPT-LINE from Erm12-Det-Line.
       print-card-exit.
           exit.

       list-file-para.
      *    the whole control file as it stands after the cards.
           write RPT-LINE from SPACES
           write RPT-LINE from Erm12-File-Hdr-Line
           write RPT-LINE from Erm12-File-Col-Line
           move 'N' to Erm12-List-Eof-Switch
           move low-values to Limc-Customer-Type
           start LIMIT-FILE key not less than Limc-Customer-Type
               invalid key move 'Y' to Erm12-List-Eof-Switch
           end-start
           perform list-one-para thru list-one-exit
               until Erm12-List-Eof.
       list-file-exit.
           exit.

       list-one-para.
           read LIMIT-FILE next record
               at end
                 move 'Y' to Erm12-List-Eof-Switch
                 go to list-one-exit
           end-read
           add 1 to Erm12-Entry-Count
           move Limc-Customer-Type to Erm12-Fl-Type
           move Limc-Percent to Erm12-Fl-Percent
           move Limc-Amount to Erm12-Fl-Amount
           move Limc-Updated-Date to Erm12-Fl-Updated
           write RPT-LINE from Erm12-File-Line.
       list-one-exit.
           exit.

       print-control-para.
           write RPT-LINE from SPACES
           move 'THRESHOLD CARDS READ:' to Erm12-Ctl-Label
           move Erm12-Read-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           move '   ENTRIES ADDED:' to Erm12-Ctl-Label
           move Erm12-Added-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           move '   ENTRIES REPLACED:' to Erm12-Ctl-Label
           move Erm12-Replaced-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           move '   ENTRIES DELETED:' to Erm12-Ctl-Label
           move Erm12-Deleted-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           move 'THRESHOLD CARDS REJECTED:' to Erm12-Ctl-Label
           move Erm12-Reject-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           move 'ENTRIES NOW ON LIMCTL:' to Erm12-Ctl-Label
           move Erm12-Entry-Count to Erm12-Ctl-Count
           write RPT-LINE from Erm12-Ctl-Line
           compute Erm12-Balance-Work =
               Erm12-Added-Count + Erm12-Replaced-Count
               + Erm12-Deleted-Count + Erm12-Reject-Count
           if Erm12-Balance-Work equal Erm12-Read-Count
             write RPT-LINE from Erm12-In-Balance-Line
           else
             write RPT-LINE from Erm12-Out-Balance-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close LIMIT-IN-FILE
           close LIMIT-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERM12' to Rctl-Job-Name
           move '050000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erm12-Read-Count to Rctl-Records-Read
           compute Rctl-Records-Written =
               Erm12-Added-Count + Erm12-Replaced-Count
               + Erm12-Deleted-Count
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
