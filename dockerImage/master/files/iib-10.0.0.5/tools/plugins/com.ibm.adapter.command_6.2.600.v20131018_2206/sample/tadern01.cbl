      *      EXPOSURE RELIEVED (ANY GAP IS RELIEF CLIPPED AT THE      *
      *      ZERO FLOOR; THE RELIEVED SIDE MUST NEVER EXCEED THE      *
      *      APPLIED SIDE)                                            *
      *    - TADEMS29 REJECTED = TRANREJ ENTRIES TAKEN INTO SUSPENSE  *
      *      BY TADERJ01 UNDER TONIGHT'S DATE                         *
      *    - SUSPENSE OUTSTANDING AT START + TAKEN IN - RELEASED -    *
      *      VOIDED = OUTSTANDING AT END                              *
      *  USING THE MACHINE-READABLE CONTROL TOTALS EACH STEP WRITES   *
      *  (EDTCTL/MULCTL/ORDCTL/AUDCTL/SETCTL/SUSPCTL, SEE CTLREC),    *
      *  CROSS-CHECKED AGAINST THE RUNCTL READ/WRITTEN COUNTS AND     *
      *  STATUS THE SAME JOBS STAMP THROUGH TADERU00 - A CTL RECORD   *
      *  THAT DISAGREES WITH ITS OWN RUNCTL STAMP, A JOB THAT ENDED   *
      *  IN ERROR, OR A MISSING CTL DATASET ALL FLAG THE LEG.  A      *
      *  NIGHT THAT DOES NOT BALANCE IS OBVIOUS AT 3 AM, NOT AT       *
      *  MONTH END.                                                   *
      *  DELIBERATELY A PURE READER, LIKE TADERQ10 - IT TOUCHES       *
      *  NOTHING AND CAN BE RERUN FREELY.  IT STAMPS ITS START LIKE   *
      *  ANY OTHER STEP SO THAT TADERU00 HOLDS IT UNTIL THE JOBS IT   *
      *  BALANCES HAVE ENDED OK FOR THE PROCESSING DATE (SEE THE      *
      *  JOBDEPN TABLE) - BALANCING LAST NIGHT'S CTL DATASETS PROVES  *
      *  NOTHING.                                                     *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-09-02  DLH  ORIGINAL MASTER BALANCING STEP.             *
      *  2026-10-15  DLH  RECORDS ITS START SO THE JOBDEPN            *
      *                   PREDECESSOR CHECK APPLIES.                  *
      *  2026-10-15  DLH  ADDED THE SUSPENSE LEGS FROM TADERJ01'S     *
      *                   SUSPCTL.                                    *
      *                                                                *
      ******************************************************************
       environment division.
           select optional SET-CTL-FILE assign to SETCTL
               organization is line sequential
               file status is Ern01-Set-Status.
           select optional SUSP-CTL-FILE assign to SUSPCTL
               organization is line sequential
               file status is Ern01-Susp-Status.
           select REPORT-FILE assign to BALRPT
               organization is line sequential.
       data division.
       fd  SET-CTL-FILE
           record contains 56 characters.
       01  SET-CTL-RECORD              PIC X(56).
       fd  SUSP-CTL-FILE
           record contains 56 characters.
       01  SUSP-CTL-RECORD             PIC X(56).
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
           05  Ern01-Ord-Status         PIC X(02).
           05  Ern01-Aud-Status         PIC X(02).
           05  Ern01-Set-Status         PIC X(02).
           05  Ern01-Susp-Status        PIC X(02).
       01  Ern01-Job-Table.
      *    one slot per nightly step, filled from its CTL dataset
      *    and its RUNCTL record: the counts and amounts the legs
      *    below foot against.  a slot never filled flags every leg
      *    that needs it.
           05  Ern01-Job-Entry OCCURS 6 TIMES.
               10  Ern01-Jt-Name        PIC X(08).
               10  Ern01-Jt-Have-Switch PIC X(01).
                   88  Ern01-Jt-Have        VALUE 'Y'.
               10  Ern01-Jt-Written     PIC 9(07).
               10  Ern01-Jt-Amount-1    PIC S9(11)V99.
               10  Ern01-Jt-Amount-2    PIC S9(11)V99.
      *    TADERJ01's second SUSPCTL record: the suspense file's
      *    outstanding count at start and end of its run.
       01  Ern01-Suspense-Balance.
           05  Ern01-Sb-Have-Switch     PIC X(01) VALUE 'N'.
               88  Ern01-Sb-Have            VALUE 'Y'.
           05  Ern01-Sb-Start           PIC 9(07) VALUE ZERO.
           05  Ern01-Sb-End             PIC 9(07) VALUE ZERO.
       01  Ern01-Counters.
           05  Ern01-Job-Sub            PIC 9(01) VALUE ZERO.
           05  Ern01-Flag-Count         PIC 9(03) VALUE ZERO.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open output REPORT-FILE
           accept Ern01-Run-Date from date yyyymmdd
           accept Ern01-Run-Time-Raw from time
           move 'TADERO01' to Ern01-Jt-Name(3)
           move 'TADERA01' to Ern01-Jt-Name(4)
           move 'TADERS01' to Ern01-Jt-Name(5)
           move 'TADERJ01' to Ern01-Jt-Name(6)
           move 1 to Ern01-Job-Sub
           perform clear-slot-para thru clear-slot-exit
               varying Ern01-Job-Sub from 1 by 1
               until Ern01-Job-Sub > 6.
       initialize-exit.
           exit.

             end-read
           end-if
           close SET-CTL-FILE
           open input SUSP-CTL-FILE
           if Ern01-Susp-Status equal '00'
             read SUSP-CTL-FILE
                 at end continue
                 not at end
                   move SUSP-CTL-RECORD to CONTROL-TOTAL-RECORD
                   move 6 to Ern01-Job-Sub
                   perform park-control-para thru park-control-exit
             end-read
             read SUSP-CTL-FILE
                 at end continue
                 not at end
                   move SUSP-CTL-RECORD to CONTROL-TOTAL-RECORD
                   perform park-suspense-para thru park-suspense-exit
             end-read
           end-if
           close SUSP-CTL-FILE
           perform report-missing-para thru report-missing-exit
               varying Ern01-Job-Sub from 1 by 1
               until Ern01-Job-Sub > 6
           if Ern01-Jt-Have(6)
              and not Ern01-Sb-Have
             add 1 to Ern01-Flag-Count
             move 'SUSPBAL' to Ern01-Ml-Job
             write RPT-LINE from Ern01-Missing-Line
           end-if.
       load-controls-exit.
           exit.

       park-control-exit.
           exit.

       park-suspense-para.
           if Ctl-Job-Name equal 'SUSPBAL'
              and Ctl-Records-Read is numeric
              and Ctl-Records-Written is numeric
             move 'Y' to Ern01-Sb-Have-Switch
             move Ctl-Records-Read to Ern01-Sb-Start
             move Ctl-Records-Written to Ern01-Sb-End
           end-if.
       park-suspense-exit.
           exit.

       report-missing-para.
           if not Ern01-Jt-Have(Ern01-Job-Sub)
             add 1 to Ern01-Flag-Count
           else
             perform check-one-runctl-para thru check-one-runctl-exit
                 varying Ern01-Job-Sub from 1 by 1
                 until Ern01-Job-Sub > 6
           end-if
           close RUN-CONTROL-FILE.
       check-runctl-exit.
             move 'SETTLED DOLLARS VS EXPOSURE RELIEVED'
                 to Ern01-Ll-Desc
             perform foot-relief-para thru foot-relief-exit
           end-if
      *    every TADEMS29 reject must be on the suspense file under
      *    tonight's date - the reject that used to be lost when
      *    TRANREJ was overwritten shows up here instead.
           if Ern01-Jt-Have(1) and Ern01-Jt-Have(6)
             compute Ern01-Lhs-Work =
                 Ern01-Jt-Read(1) - Ern01-Jt-Written(1)
             move Ern01-Jt-Amount-2(6) to Ern01-Rhs-Work
             move 'TADEMS29 REJECTED = TRANREJ SUSPENDED'
                 to Ern01-Ll-Desc
             perform foot-equal-para thru foot-equal-exit
           end-if
           if Ern01-Jt-Have(6) and Ern01-Sb-Have
             compute Ern01-Lhs-Work =
                 Ern01-Sb-Start + Ern01-Jt-Read(6)
                 - Ern01-Jt-Written(6) - Ern01-Jt-Amount-1(6)
             move Ern01-Sb-End to Ern01-Rhs-Work
             move 'SUSPENSE START+IN-RELEASED-VOIDED = END'
                 to Ern01-Ll-Desc
             perform foot-equal-para thru foot-equal-exit
           end-if.
       foot-legs-exit.
           exit.
       terminate-exit.
           exit.

       record-run-start-para.
      *    the start is stamped only so the predecessor check runs;
      *    the useful fact on RUNCTL is still whether the night
      *    footed, carried in the end status.
           set Rctl-Start-Run to true
           move 'TADERN01' to Rctl-Job-Name
           move '063000' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
      *    the useful fact on RUNCTL is whether the night footed,
      *    carried in the completion status the operators already
      *    know how to read.
