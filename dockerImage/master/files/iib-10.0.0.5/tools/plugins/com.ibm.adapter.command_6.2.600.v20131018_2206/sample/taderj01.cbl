       identification division.
       program-id. TADERJ01.
      ******************************************************************
      *                                                                *
      *  TADERJ01 - NIGHTLY SUSPENSE CYCLE AND AGING REPORT           *
      *                                                                *
      *  TADEMS29, TADERM10 AND TADERG01 WRITE THEIR REJECTS TO FLAT  *
      *  DATASETS (TRANREJ, MNTREJ, RATEREJ) THAT THE NEXT NIGHT      *
      *  OVERWRITES, SO A REJECT NOBODY NOTICED WAS SIMPLY LOST.      *
      *  THIS STEP RUNS AFTER ALL THREE AND KEEPS THEM ON THE KEYED   *
      *  SUSPENSE FILE (SUSPFILE, SEE SUSPREC) UNTIL THEY ARE         *
      *  CORRECTED OR VOIDED THROUGH TADERJ02.  EACH NIGHT, IN THIS   *
      *  ORDER:                                                       *
      *    - EVERY ENTRY CORRECTED SINCE THE LAST RUN IS RELEASED:    *
      *      THE CORRECTED RECORD IS WRITTEN TO TRANREL, MNTREL OR    *
      *      RATEREL BY SOURCE JOB AND THE ENTRY CLOSED.  THE NEXT    *
      *      NIGHT'S STREAM CONCATENATES THOSE BEHIND ITS TRANSIN,    *
      *      MNTIN AND RATEIN, SO A CORRECTION GOES THROUGH THE SAME  *
      *      EDITS AS ANY OTHER RECORD AND NEVER STRAIGHT TO A FILE;  *
      *      ONE THAT FAILS AGAIN COMES BACK AS A NEW REJECT.         *
      *    - EVERY ENTRY VOIDED SINCE THE LAST RUN IS CLOSED.         *
      *    - THE NIGHT'S THREE REJECT DATASETS ARE LOADED AS NEW      *
      *      SUSPENDED ENTRIES, KEYED BY SOURCE JOB, RUN DATE AND     *
      *      SEQUENCE, WITH THE REASON CODE AND ORIGINAL RECORD.      *
      *    - THE OUTSTANDING ENTRIES ARE AGED AND THE REPORT          *
      *      (SUSPRPT) LISTS EVERY ONE OUTSTANDING BEYOND THE         *
      *      SUSPPARM NUMBER OF DAYS, THEN THE OUTSTANDING COUNTS BY  *
      *      SOURCE AND REASON CODE, THEN THE CONTROL TOTALS:         *
      *      OUTSTANDING AT START + TAKEN IN - RELEASED - VOIDED =    *
      *      OUTSTANDING AT END.                                      *
      *  THE SAME TOTALS GO TO SUSPCTL (SEE CTLREC) FOR THE TADERN01  *
      *  SUSPENSE LEG.  A RERUN THE SAME NIGHT IS SAFE: A SOURCE      *
      *  ALREADY LOADED UNDER THE RUN DATE IS NOT LOADED AGAIN, AND   *
      *  AN ENTRY CLOSED UNDER THE RUN DATE IS TAKEN AS OPEN AT THE   *
      *  START AND CLOSED AGAIN, SO THE RELEASE DATASETS ARE          *
      *  REWRITTEN WHOLE AND THE TOTALS STILL FOOT.                   *
      *                                                                *
      *  SUSPPARM RECORD: COL 1-3  AGE IN DAYS 999 BEYOND WHICH AN    *
      *                            OUTSTANDING ENTRY IS LISTED        *
      *                            (DEFAULT 005)                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL SUSPENSE CYCLE.                    *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select optional TRAN-REJ-FILE assign to TRANREJ
               organization is line sequential
               file status is Erj01-Trej-Status.
           select optional MAINT-REJ-FILE assign to MNTREJ
               organization is line sequential
               file status is Erj01-Mrej-Status.
           select optional RATE-REJ-FILE assign to RATEREJ
               organization is line sequential
               file status is Erj01-Rrej-Status.
           select SUSPENSE-FILE assign to SUSPFILE
               organization is indexed
               access mode is dynamic
               record key is Susp-Key.
           select TRAN-REL-FILE assign to TRANREL
               organization is line sequential.
           select MAINT-REL-FILE assign to MNTREL
               organization is line sequential.
           select RATE-REL-FILE assign to RATEREL
               organization is line sequential.
           select optional PARM-FILE assign to SUSPPARM
               organization is line sequential
               file status is Erj01-Parm-Status.
           select REPORT-FILE assign to SUSPRPT
               organization is line sequential.
           select CONTROL-OUT-FILE assign to SUSPCTL
               organization is line sequential.
       data division.
       file section.
       fd  TRAN-REJ-FILE
           record contains 38 characters.
       01  TRAN-REJ-RECORD.
           05  Trej-Image              PIC X(36).
           05  Trej-Reason             PIC X(02).
       fd  MAINT-REJ-FILE
           record contains 133 characters.
       01  MAINT-REJ-RECORD.
           05  Mrej-Image              PIC X(131).
           05  Mrej-Reason             PIC X(02).
       fd  RATE-REJ-FILE
           record contains 82 characters.
       01  RATE-REJ-RECORD.
           05  Rrej-Image              PIC X(80).
           05  Rrej-Reason             PIC X(02).
       fd  SUSPENSE-FILE.
           copy SUSPREC.
       fd  TRAN-REL-FILE
           record contains 36 characters.
       01  TRAN-REL-RECORD             PIC X(36).
       fd  MAINT-REL-FILE
           record contains 131 characters.
       01  MAINT-REL-RECORD            PIC X(131).
       fd  RATE-REL-FILE
           record contains 80 characters.
       01  RATE-REL-RECORD             PIC X(80).
       fd  PARM-FILE.
       01  PARM-RECORD.
           05  Parm-Age-Days            PIC 9(03).
           05  FILLER                   PIC X(77).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       fd  CONTROL-OUT-FILE.
           copy CTLREC.
       working-storage section.
           copy RUNCLNK.
       01  Erj01-Switches.
           05  Erj01-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Erj01-Eof                VALUE 'Y'.
           05  Erj01-Loaded-Switch      PIC X(01) VALUE 'N'.
               88  Erj01-Already-Loaded     VALUE 'Y'.
           05  Erj01-Date-Ok-Switch     PIC X(01) VALUE 'N'.
               88  Erj01-Date-Ok            VALUE 'Y'.
       01  Erj01-Statuses.
           05  Erj01-Trej-Status        PIC X(02).
           05  Erj01-Mrej-Status        PIC X(02).
           05  Erj01-Rrej-Status        PIC X(02).
           05  Erj01-Parm-Status        PIC X(02).
       01  Erj01-Counters.
           05  Erj01-Open-Count         PIC 9(07) VALUE ZERO.
           05  Erj01-In-Count           PIC 9(07) VALUE ZERO.
           05  Erj01-In-Trans-Count     PIC 9(07) VALUE ZERO.
           05  Erj01-In-Maint-Count     PIC 9(07) VALUE ZERO.
           05  Erj01-In-Rate-Count      PIC 9(07) VALUE ZERO.
           05  Erj01-Released-Count     PIC 9(07) VALUE ZERO.
           05  Erj01-Rel-Trans-Count    PIC 9(07) VALUE ZERO.
           05  Erj01-Rel-Maint-Count    PIC 9(07) VALUE ZERO.
           05  Erj01-Rel-Rate-Count     PIC 9(07) VALUE ZERO.
           05  Erj01-Voided-Count       PIC 9(07) VALUE ZERO.
           05  Erj01-Close-Count        PIC 9(07) VALUE ZERO.
           05  Erj01-Aged-Count         PIC 9(07) VALUE ZERO.
           05  Erj01-Load-Error-Count   PIC 9(07) VALUE ZERO.
           05  Erj01-Trans-Tonight      PIC 9(07) VALUE ZERO.
           05  Erj01-Sequence           PIC 9(05) VALUE ZERO.
           05  Erj01-Balance-Work       PIC S9(09) VALUE ZERO.
       01  Erj01-Age-Days               PIC 9(03) VALUE 005.
       01  Erj01-Age-Work               PIC S9(07) VALUE ZERO.
       01  Erj01-Run-Date               PIC X(08).
       01  Erj01-Run-Serial             PIC S9(07) VALUE ZERO.
       01  Erj01-Load-Source            PIC X(08).
      *    day-serial work, as in TADERW01: a date is turned into a
      *    count of days so two dates can be subtracted.  days
      *    before each month in a common year come from the table;
      *    the leap day is added for march onward in a leap year.
       01  Erj01-Date-Work.
           05  Erj01-Dw-Year            PIC 9(04).
           05  Erj01-Dw-Month           PIC 9(02).
           05  Erj01-Dw-Day             PIC 9(02).
       01  Erj01-Serial-Work.
           05  Erj01-Day-Serial         PIC S9(07) VALUE ZERO.
           05  Erj01-Prior-Years        PIC 9(04) VALUE ZERO.
           05  Erj01-Leap-4             PIC 9(04) VALUE ZERO.
           05  Erj01-Leap-100           PIC 9(04) VALUE ZERO.
           05  Erj01-Leap-400           PIC 9(04) VALUE ZERO.
           05  Erj01-Quotient           PIC 9(04) VALUE ZERO.
           05  Erj01-Rem-4              PIC 9(03) VALUE ZERO.
           05  Erj01-Rem-100            PIC 9(03) VALUE ZERO.
           05  Erj01-Rem-400            PIC 9(03) VALUE ZERO.
       01  Erj01-Cum-Days-Values.
           05  FILLER                   PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  Erj01-Cum-Days-Table REDEFINES Erj01-Cum-Days-Values.
           05  Erj01-Cum-Days           PIC 9(03) OCCURS 12 TIMES.
      *    outstanding entries by source job and reason code, first
      *    30 distinct pairs; anything past that folds into the last
      *    slot under reason '**'.
       01  Erj01-Reason-Table.
           05  Erj01-Rsn-Entry OCCURS 30 TIMES.
               10  Erj01-Rt-Source      PIC X(08).
               10  Erj01-Rt-Reason      PIC X(02).
               10  Erj01-Rt-Count       PIC 9(07).
               10  Erj01-Rt-Aged        PIC 9(07).
               10  Erj01-Rt-Oldest      PIC X(08).
       01  Erj01-Rsn-Used               PIC 9(03) VALUE ZERO.
       01  Erj01-Rsn-Sub                PIC 9(03) VALUE ZERO.
       01  Erj01-Rsn-Aged-Switch        PIC X(01) VALUE 'N'.
           88  Erj01-Rsn-Aged               VALUE 'Y'.
       01  Erj01-Hdr-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(38)
               VALUE 'TADERJ01 - NIGHTLY SUSPENSE CYCLE'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  Erj01-Hdr-Date           PIC X(08).
           05  FILLER                   PIC X(16)
               VALUE '   AGED BEYOND: '.
           05  Erj01-Hdr-Days           PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
       01  Erj01-Aged-Hdr-Line.
           05  FILLER                   PIC X(44)
               VALUE 'ENTRIES OUTSTANDING BEYOND THE AGE LIMIT'.
       01  Erj01-Aged-Col-Line.
           05  FILLER                   PIC X(10) VALUE 'SOURCE'.
           05  FILLER                   PIC X(10) VALUE 'REJ DATE'.
           05  FILLER                   PIC X(07) VALUE '  SEQ'.
           05  FILLER                   PIC X(05) VALUE 'RSN'.
           05  FILLER                   PIC X(04) VALUE 'ST'.
           05  FILLER                   PIC X(07) VALUE '  AGE'.
           05  FILLER                   PIC X(40) VALUE
               'RECORD'.
       01  Erj01-Aged-Line.
           05  Erj01-Al-Source          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erj01-Al-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erj01-Al-Sequence        PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erj01-Al-Reason          PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erj01-Al-Status          PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erj01-Al-Age             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erj01-Al-Image           PIC X(80).
       01  Erj01-No-Aged-Line.
           05  FILLER                   PIC X(44)
               VALUE '  NONE'.
       01  Erj01-Rsn-Hdr-Line.
           05  FILLER                   PIC X(44)
               VALUE 'OUTSTANDING BY SOURCE AND REASON CODE'.
       01  Erj01-Rsn-Col-Line.
           05  FILLER                   PIC X(10) VALUE 'SOURCE'.
           05  FILLER                   PIC X(08) VALUE 'REASON'.
           05  FILLER                   PIC X(14) VALUE
               '  OUTSTANDING'.
           05  FILLER                   PIC X(14) VALUE
               '  BEYOND LIMIT'.
           05  FILLER                   PIC X(10) VALUE '  OLDEST'.
       01  Erj01-Rsn-Line.
           05  Erj01-Rl-Source          PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erj01-Rl-Reason          PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erj01-Rl-Count           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  Erj01-Rl-Aged            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erj01-Rl-Oldest          PIC X(08).
       01  Erj01-Flag-Line.
           05  FILLER                   PIC X(03) VALUE '***'.
           05  Erj01-Fl-Text            PIC X(70).
       01  Erj01-Ctl-Line.
           05  Erj01-Ctl-Label          PIC X(28).
           05  Erj01-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       01  Erj01-In-Balance-Line.
           05  FILLER                   PIC X(56) VALUE
               'SUSPENSE IN BALANCE - START+IN-RELEASED-VOIDED = END'.
       01  Erj01-Out-Balance-Line.
           05  FILLER                   PIC X(44) VALUE
               '***SUSPENSE OUT OF BALANCE - INVESTIGATE'.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform release-pass-para thru release-pass-exit.
           perform load-rejects-para thru load-rejects-exit.
           perform aging-pass-para thru aging-pass-exit.
           perform print-reasons-para thru print-reasons-exit.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open i-o SUSPENSE-FILE
           open output TRAN-REL-FILE
           open output MAINT-REL-FILE
           open output RATE-REL-FILE
           open output REPORT-FILE
           accept Erj01-Run-Date from date yyyymmdd
           perform read-parm-para thru read-parm-exit
           move Erj01-Run-Date to Erj01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           move Erj01-Day-Serial to Erj01-Run-Serial
           move Erj01-Run-Date to Erj01-Hdr-Date
           move Erj01-Age-Days to Erj01-Hdr-Days
           write RPT-LINE from Erj01-Hdr-Line
           write RPT-LINE from SPACES.
       initialize-exit.
           exit.

       read-parm-para.
      *    the age limit comes from an optional parm file so it can
      *    be tightened at month end without a change.  no SUSPPARM,
      *    or a non-numeric field, leaves five days.
           open input PARM-FILE
           if Erj01-Parm-Status equal '00'
             read PARM-FILE
                 at end continue
                 not at end
                   if Parm-Age-Days is numeric
                     move Parm-Age-Days to Erj01-Age-Days
                   end-if
             end-read
           end-if
           close PARM-FILE.
       read-parm-exit.
           exit.

       release-pass-para.
      *    one pass over the whole file before tonight's rejects go
      *    on it.  whatever was outstanding at the end of the last
      *    run - still suspended, corrected since, or voided since -
      *    is the opening count; corrections are released and voids
      *    closed.  an entry already closed under tonight's date
      *    (this is a rerun) is counted and closed over again so the
      *    release datasets come out whole.
           move 'N' to Erj01-Eof-Switch
           move low-values to Susp-Key
           start SUSPENSE-FILE key not less than Susp-Key
               invalid key move 'Y' to Erj01-Eof-Switch
           end-start
           perform release-one-para thru release-one-exit
               until Erj01-Eof.
       release-pass-exit.
           exit.

       release-one-para.
           read SUSPENSE-FILE next record
               at end
                 move 'Y' to Erj01-Eof-Switch
                 go to release-one-exit
           end-read
           evaluate true
             when Susp-Suspended
               add 1 to Erj01-Open-Count
             when Susp-Corrected
               add 1 to Erj01-Open-Count
               perform release-entry-para thru release-entry-exit
               set Susp-Released to true
               move Erj01-Run-Date to Susp-Closed-Date
               rewrite SUSPENSE-RECORD
             when Susp-Released
                  and Susp-Closed-Date equal Erj01-Run-Date
               add 1 to Erj01-Open-Count
               perform release-entry-para thru release-entry-exit
             when Susp-Voided
                  and Susp-Closed-Date equal spaces
               add 1 to Erj01-Open-Count
               add 1 to Erj01-Voided-Count
               move Erj01-Run-Date to Susp-Closed-Date
               rewrite SUSPENSE-RECORD
             when Susp-Voided
                  and Susp-Closed-Date equal Erj01-Run-Date
               add 1 to Erj01-Open-Count
               add 1 to Erj01-Voided-Count
             when other
               continue
           end-evaluate.
       release-one-exit.
           exit.

       release-entry-para.
      *    the corrected record goes back into the input of the job
      *    that rejected it, to be edited again there.
           add 1 to Erj01-Released-Count
           evaluate true
             when Susp-From-Trans
               move Susp-Corrected-Image to TRAN-REL-RECORD
               write TRAN-REL-RECORD
               add 1 to Erj01-Rel-Trans-Count
             when Susp-From-Maint
               move Susp-Corrected-Image to MAINT-REL-RECORD
               write MAINT-REL-RECORD
               add 1 to Erj01-Rel-Maint-Count
             when Susp-From-Rate
               move Susp-Corrected-Image to RATE-REL-RECORD
               write RATE-REL-RECORD
               add 1 to Erj01-Rel-Rate-Count
           end-evaluate.
       release-entry-exit.
           exit.

       load-rejects-para.
      *    each reject dataset in turn.  a missing dataset (the job
      *    rejected nothing, or did not run) loads nothing.
           move 'TADEMS29' to Erj01-Load-Source
           perform check-loaded-para thru check-loaded-exit
           if not Erj01-Already-Loaded
             open input TRAN-REJ-FILE
             if Erj01-Trej-Status equal '00'
               move 'N' to Erj01-Eof-Switch
               perform load-trans-para thru load-trans-exit
                   until Erj01-Eof
             end-if
             close TRAN-REJ-FILE
           end-if
           move 'TADERM10' to Erj01-Load-Source
           perform check-loaded-para thru check-loaded-exit
           if not Erj01-Already-Loaded
             open input MAINT-REJ-FILE
             if Erj01-Mrej-Status equal '00'
               move 'N' to Erj01-Eof-Switch
               perform load-maint-para thru load-maint-exit
                   until Erj01-Eof
             end-if
             close MAINT-REJ-FILE
           end-if
           move 'TADERG01' to Erj01-Load-Source
           perform check-loaded-para thru check-loaded-exit
           if not Erj01-Already-Loaded
             open input RATE-REJ-FILE
             if Erj01-Rrej-Status equal '00'
               move 'N' to Erj01-Eof-Switch
               perform load-rate-para thru load-rate-exit
                   until Erj01-Eof
             end-if
             close RATE-REJ-FILE
           end-if.
       load-rejects-exit.
           exit.

       check-loaded-para.
      *    an entry for the source already keyed under tonight's
      *    date means this is a rerun and the dataset is on file.
           move 'N' to Erj01-Loaded-Switch
           move zero to Erj01-Sequence
           move Erj01-Load-Source to Susp-Source
           move Erj01-Run-Date to Susp-Reject-Date
           move zero to Susp-Sequence
           start SUSPENSE-FILE key not less than Susp-Key
               invalid key go to check-loaded-exit
           end-start
           read SUSPENSE-FILE next record
               at end go to check-loaded-exit
           end-read
           if Susp-Source equal Erj01-Load-Source
              and Susp-Reject-Date equal Erj01-Run-Date
             set Erj01-Already-Loaded to true
             move spaces to Erj01-Fl-Text
             string Erj01-Load-Source
                    ' REJECTS ALREADY IN SUSPENSE FOR '
                    Erj01-Run-Date ' - NOT LOADED AGAIN'
                 delimited by size into Erj01-Fl-Text
             write RPT-LINE from Erj01-Flag-Line
           end-if.
       check-loaded-exit.
           exit.

       load-trans-para.
           read TRAN-REJ-FILE
               at end
                 move 'Y' to Erj01-Eof-Switch
                 go to load-trans-exit
           end-read
           perform new-entry-para thru new-entry-exit
           move Trej-Reason to Susp-Reason
           move Trej-Image to Susp-Original-Image
           move Trej-Image to Susp-Corrected-Image
           perform write-entry-para thru write-entry-exit.
       load-trans-exit.
           exit.

       load-maint-para.
           read MAINT-REJ-FILE
               at end
                 move 'Y' to Erj01-Eof-Switch
                 go to load-maint-exit
           end-read
           perform new-entry-para thru new-entry-exit
           move Mrej-Reason to Susp-Reason
           move Mrej-Image to Susp-Original-Image
           move Mrej-Image to Susp-Corrected-Image
           perform write-entry-para thru write-entry-exit.
       load-maint-exit.
           exit.

       load-rate-para.
           read RATE-REJ-FILE
               at end
                 move 'Y' to Erj01-Eof-Switch
                 go to load-rate-exit
           end-read
           perform new-entry-para thru new-entry-exit
           move Rrej-Reason to Susp-Reason
           move Rrej-Image to Susp-Original-Image
           move Rrej-Image to Susp-Corrected-Image
           perform write-entry-para thru write-entry-exit.
       load-rate-exit.
           exit.

       new-entry-para.
      *    the corrected image starts as a copy of the original, so
      *    a correction online only has to change the bad field.
           move spaces to SUSPENSE-RECORD
           add 1 to Erj01-Sequence
           move Erj01-Load-Source to Susp-Source
           move Erj01-Run-Date to Susp-Reject-Date
           move Erj01-Sequence to Susp-Sequence
           set Susp-Suspended to true.
       new-entry-exit.
           exit.

       write-entry-para.
           write SUSPENSE-RECORD
               invalid key
                 perform report-unloaded-para thru
                     report-unloaded-exit
               not invalid key
                 perform count-in-para thru count-in-exit
           end-write.
       write-entry-exit.
           exit.

       count-in-para.
           add 1 to Erj01-In-Count
           evaluate true
             when Susp-From-Trans
               add 1 to Erj01-In-Trans-Count
             when Susp-From-Maint
               add 1 to Erj01-In-Maint-Count
             when Susp-From-Rate
               add 1 to Erj01-In-Rate-Count
           end-evaluate.
       count-in-exit.
           exit.

       report-unloaded-para.
           add 1 to Erj01-Load-Error-Count
           move spaces to Erj01-Fl-Text
           string 'SUSPENSE KEY ' Susp-Key
                  ' ALREADY ON FILE - REJECT NOT LOADED'
               delimited by size into Erj01-Fl-Text
           write RPT-LINE from Erj01-Flag-Line.
       report-unloaded-exit.
           exit.

       aging-pass-para.
      *    the second pass, after the load: every entry still
      *    outstanding is counted, aged from its reject date, and
      *    listed when it is past the limit.
           write RPT-LINE from SPACES
           write RPT-LINE from Erj01-Aged-Hdr-Line
           write RPT-LINE from Erj01-Aged-Col-Line
           move 'N' to Erj01-Eof-Switch
           move low-values to Susp-Key
           start SUSPENSE-FILE key not less than Susp-Key
               invalid key move 'Y' to Erj01-Eof-Switch
           end-start
           perform age-one-para thru age-one-exit
               until Erj01-Eof
           if Erj01-Aged-Count equal zero
             write RPT-LINE from Erj01-No-Aged-Line
           end-if.
       aging-pass-exit.
           exit.

       age-one-para.
           read SUSPENSE-FILE next record
               at end
                 move 'Y' to Erj01-Eof-Switch
                 go to age-one-exit
           end-read
           if Susp-From-Trans
              and Susp-Reject-Date equal Erj01-Run-Date
             add 1 to Erj01-Trans-Tonight
           end-if
           if not Susp-Outstanding
             go to age-one-exit
           end-if
           add 1 to Erj01-Close-Count
           move 'N' to Erj01-Rsn-Aged-Switch
           move Susp-Reject-Date to Erj01-Date-Work
           perform compute-serial-para thru compute-serial-exit
           if Erj01-Date-Ok
             compute Erj01-Age-Work =
                 Erj01-Run-Serial - Erj01-Day-Serial
           else
             move zero to Erj01-Age-Work
           end-if
           if Erj01-Age-Work > Erj01-Age-Days
             set Erj01-Rsn-Aged to true
             add 1 to Erj01-Aged-Count
             move Susp-Source to Erj01-Al-Source
             move Susp-Reject-Date to Erj01-Al-Date
             move Susp-Sequence to Erj01-Al-Sequence
             move Susp-Reason to Erj01-Al-Reason
             move Susp-Status to Erj01-Al-Status
             move Erj01-Age-Work to Erj01-Al-Age
             move Susp-Original-Image to Erj01-Al-Image
             write RPT-LINE from Erj01-Aged-Line
           end-if
           move zero to Erj01-Rsn-Sub
           perform tally-reason-para thru tally-reason-exit
               until Erj01-Rsn-Sub > Erj01-Rsn-Used.
       age-one-exit.
           exit.

       tally-reason-para.
           add 1 to Erj01-Rsn-Sub
           if Erj01-Rsn-Sub > Erj01-Rsn-Used
             if Erj01-Rsn-Used < 30
               add 1 to Erj01-Rsn-Used
               move Susp-Source to Erj01-Rt-Source(Erj01-Rsn-Used)
               move Susp-Reason to Erj01-Rt-Reason(Erj01-Rsn-Used)
               move zero to Erj01-Rt-Count(Erj01-Rsn-Used)
               move zero to Erj01-Rt-Aged(Erj01-Rsn-Used)
               move Susp-Reject-Date
                   to Erj01-Rt-Oldest(Erj01-Rsn-Used)
               move Erj01-Rsn-Used to Erj01-Rsn-Sub
             else
               move '********' to Erj01-Rt-Source(30)
               move '**' to Erj01-Rt-Reason(30)
               move 30 to Erj01-Rsn-Sub
             end-if
             perform add-reason-para thru add-reason-exit
             add 1 to Erj01-Rsn-Sub
           else
             if Erj01-Rt-Source(Erj01-Rsn-Sub) equal Susp-Source
                and Erj01-Rt-Reason(Erj01-Rsn-Sub) equal Susp-Reason
               perform add-reason-para thru add-reason-exit
               move Erj01-Rsn-Used to Erj01-Rsn-Sub
               add 1 to Erj01-Rsn-Sub
             end-if
           end-if.
       tally-reason-exit.
           exit.

       add-reason-para.
           add 1 to Erj01-Rt-Count(Erj01-Rsn-Sub)
           if Erj01-Rsn-Aged
             add 1 to Erj01-Rt-Aged(Erj01-Rsn-Sub)
           end-if
           if Susp-Reject-Date less than
               Erj01-Rt-Oldest(Erj01-Rsn-Sub)
             move Susp-Reject-Date to Erj01-Rt-Oldest(Erj01-Rsn-Sub)
           end-if.
       add-reason-exit.
           exit.

       compute-serial-para.
      *    days from a fixed origin to the date in Erj01-Date-Work,
      *    exactly as TADERW01 counts them.  a date that is not
      *    numeric or not a real month/day leaves Erj01-Date-Ok off.
           move 'N' to Erj01-Date-Ok-Switch
           move zero to Erj01-Day-Serial
           if Erj01-Date-Work is not numeric
             go to compute-serial-exit
           end-if
           if Erj01-Dw-Month < 1 or Erj01-Dw-Month > 12
              or Erj01-Dw-Day < 1 or Erj01-Dw-Day > 31
              or Erj01-Dw-Year < 1
             go to compute-serial-exit
           end-if
           compute Erj01-Prior-Years = Erj01-Dw-Year - 1
           divide Erj01-Prior-Years by 4 giving Erj01-Leap-4
           divide Erj01-Prior-Years by 100 giving Erj01-Leap-100
           divide Erj01-Prior-Years by 400 giving Erj01-Leap-400
           compute Erj01-Day-Serial =
               (Erj01-Prior-Years * 365) + Erj01-Leap-4
               - Erj01-Leap-100 + Erj01-Leap-400
               + Erj01-Cum-Days(Erj01-Dw-Month) + Erj01-Dw-Day
           if Erj01-Dw-Month > 2
             divide Erj01-Dw-Year by 4 giving Erj01-Quotient
                 remainder Erj01-Rem-4
             divide Erj01-Dw-Year by 100 giving Erj01-Quotient
                 remainder Erj01-Rem-100
             divide Erj01-Dw-Year by 400 giving Erj01-Quotient
                 remainder Erj01-Rem-400
             if Erj01-Rem-4 equal zero
                and (Erj01-Rem-100 not equal zero
                     or Erj01-Rem-400 equal zero)
               add 1 to Erj01-Day-Serial
             end-if
           end-if
           set Erj01-Date-Ok to true.
       compute-serial-exit.
           exit.

       print-reasons-para.
           write RPT-LINE from SPACES
           write RPT-LINE from Erj01-Rsn-Hdr-Line
           write RPT-LINE from Erj01-Rsn-Col-Line
           if Erj01-Rsn-Used equal zero
             write RPT-LINE from Erj01-No-Aged-Line
             go to print-reasons-exit
           end-if
           perform print-one-reason-para thru print-one-reason-exit
               varying Erj01-Rsn-Sub from 1 by 1
               until Erj01-Rsn-Sub > Erj01-Rsn-Used.
       print-reasons-exit.
           exit.

       print-one-reason-para.
           move Erj01-Rt-Source(Erj01-Rsn-Sub) to Erj01-Rl-Source
           move Erj01-Rt-Reason(Erj01-Rsn-Sub) to Erj01-Rl-Reason
           move Erj01-Rt-Count(Erj01-Rsn-Sub) to Erj01-Rl-Count
           move Erj01-Rt-Aged(Erj01-Rsn-Sub) to Erj01-Rl-Aged
           move Erj01-Rt-Oldest(Erj01-Rsn-Sub) to Erj01-Rl-Oldest
           write RPT-LINE from Erj01-Rsn-Line.
       print-one-reason-exit.
           exit.

       print-control-para.
           write RPT-LINE from SPACES
           move 'OUTSTANDING AT START:' to Erj01-Ctl-Label
           move Erj01-Open-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'TAKEN IN FROM TRANREJ:' to Erj01-Ctl-Label
           move Erj01-In-Trans-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'TAKEN IN FROM MNTREJ:' to Erj01-Ctl-Label
           move Erj01-In-Maint-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'TAKEN IN FROM RATEREJ:' to Erj01-Ctl-Label
           move Erj01-In-Rate-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move '   NOT LOADED (KEY ON FILE):' to Erj01-Ctl-Label
           move Erj01-Load-Error-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'RELEASED TO TRANREL:' to Erj01-Ctl-Label
           move Erj01-Rel-Trans-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'RELEASED TO MNTREL:' to Erj01-Ctl-Label
           move Erj01-Rel-Maint-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'RELEASED TO RATEREL:' to Erj01-Ctl-Label
           move Erj01-Rel-Rate-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'VOIDED:' to Erj01-Ctl-Label
           move Erj01-Voided-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move 'OUTSTANDING AT END:' to Erj01-Ctl-Label
           move Erj01-Close-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           move '   BEYOND THE AGE LIMIT:' to Erj01-Ctl-Label
           move Erj01-Aged-Count to Erj01-Ctl-Count
           write RPT-LINE from Erj01-Ctl-Line
           compute Erj01-Balance-Work =
               Erj01-Open-Count + Erj01-In-Count
               - Erj01-Released-Count - Erj01-Voided-Count
           if Erj01-Balance-Work equal Erj01-Close-Count
              and Erj01-Load-Error-Count equal zero
             write RPT-LINE from Erj01-In-Balance-Line
           else
             write RPT-LINE from Erj01-Out-Balance-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           perform write-control-para thru write-control-exit
           close SUSPENSE-FILE
           close TRAN-REL-FILE
           close MAINT-REL-FILE
           close RATE-REL-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       write-control-para.
      *    two records for the TADERN01 suspense leg.  the first,
      *    under this job's name, carries the night's movement: in,
      *    released, voided, and the TADEMS29 rejects on file under
      *    tonight's date for the cross-check against EDTCTL.  the
      *    second, SUSPBAL, carries the outstanding counts at start
      *    and end, counted on separate passes of the file.
           open output CONTROL-OUT-FILE
           move 'TADERJ01' to Ctl-Job-Name
           move Erj01-Run-Date to Ctl-Run-Date
           move Erj01-In-Count to Ctl-Records-Read
           move Erj01-Released-Count to Ctl-Records-Written
           move Erj01-Voided-Count to Ctl-Amount-1
           move Erj01-Trans-Tonight to Ctl-Amount-2
           write CONTROL-TOTAL-RECORD
           move 'SUSPBAL' to Ctl-Job-Name
           move Erj01-Run-Date to Ctl-Run-Date
           move Erj01-Open-Count to Ctl-Records-Read
           move Erj01-Close-Count to Ctl-Records-Written
           move zero to Ctl-Amount-1
           move zero to Ctl-Amount-2
           write CONTROL-TOTAL-RECORD
           close CONTROL-OUT-FILE.
       write-control-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERJ01' to Rctl-Job-Name
           move '054500' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           set Rctl-Completed-Ok to true
           move Erj01-In-Count to Rctl-Records-Read
           move Erj01-Released-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
