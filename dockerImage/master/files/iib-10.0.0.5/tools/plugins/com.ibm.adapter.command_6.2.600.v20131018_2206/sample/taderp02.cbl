       identification division.
       program-id. TADERP02.
      ******************************************************************
      *                                                                *
      *  TADERP02 - DATA SUBJECT ACCESS AND ERASURE RUN               *
      *                                                                *
      *  ANSWERS A CUSTOMER'S FORMAL REQUEST TO SEE WHAT IS HELD      *
      *  ABOUT THEM, OR TO BE REMOVED, FROM ONE REQUEST CARD EACH     *
      *  (DSARIN: CUSTOMER NUMBER, REQUEST TYPE, CASE REFERENCE AND   *
      *  WHO ASKED).  EVERY CARD IS CHECKED AGAINST THE CUSTOMER      *
      *  MASTER (CUSTMAST), THE ORDER HISTORY (ORDHIST AND THE KEYED  *
      *  ORDHKEY), THE LOOKUP AUDIT HISTORY (AUDHIST), THE ARCHIVES   *
      *  TADERH01 CUTS (ORDARCH/AUDARCH), THE MAINTENANCE JOURNAL     *
      *  (JRNLFILE - THE OFFLOADED CJRN AND/OR MNTJRNL DATASETS, SEE  *
      *  JRNLREC), THE HELD CREDIT CHANGES (PENDCHG, SEE PENDREC),    *
      *  THE CUSTOMER ARCHIVE TADERM10 WRITES BEFORE A DELETE         *
      *  (CUSTARCH, SEE CARCREC) AND THE TADERM10 ENTRIES ON THE      *
      *  SUSPENSE FILE (SUSPFILE, SEE SUSPREC).                       *
      *    - AN ACCESS REQUEST PRINTS ONE CONSOLIDATED REPORT         *
      *      (DSARRPT) OF EVERY RECORD HELD FOR THE CUSTOMER ACROSS   *
      *      THOSE FILES, FILE BY FILE.                               *
      *    - AN ERASURE REQUEST IS REFUSED WHILE CUST-OPEN-EXPOSURE   *
      *      IS NONZERO - THE SAME GUARD TADERM01 PUTS ON A DELETE -  *
      *      BECAUSE THE DOLLARS STILL HAVE TO BE COLLECTED FROM      *
      *      SOMEBODY.  IT IS ALSO REFUSED WHILE A CHANGE FOR THE     *
      *      CUSTOMER IS STILL PENDING ON PENDCHG OR A TADERM10 ENTRY *
      *      FOR IT IS STILL OUTSTANDING ON SUSPFILE: APPROVING THE   *
      *      ONE (TADERM02) OR RELEASING THE OTHER (TADERJ01) WOULD   *
      *      WRITE THE OLD NAME AND ADDRESS STRAIGHT BACK.  THEY ARE  *
      *      REJECTED OR VOIDED FIRST AND THE CARD RESUBMITTED.       *
      *      OTHERWISE THE NAME, STREET, PHONE AND POSTAL CODE ARE    *
      *      ANONYMIZED ON THE MASTER, IN EVERY JOURNAL BEFORE AND    *
      *      AFTER IMAGE, IN THE PENDCHG AND CUSTARCH IMAGES (SO      *
      *      TADERD03 CAN ONLY EVER REINSTATE THE ANONYMIZED RECORD)  *
      *      AND IN THE ORIGINAL AND CORRECTED SUSPFILE IMAGES FOR    *
      *      THE CUSTOMER.  THE CUSTOMER NUMBER, CITY, COUNTRY, TYPE, *
      *      AMOUNTS AND DATES ARE LEFT ALONE, AND THE HISTORY AND    *
      *      ARCHIVE FILES CARRY NO NAME OR ADDRESS AND ARE NOT       *
      *      CHANGED, SO TADERV01 AND TADERN01 STILL FOOT.  THE       *
      *      MASTER CHANGE IS ALSO JOURNALED TO ERAJRNL IN THE        *
      *      JRNLREC LAYOUT, STAMPED WITH THE RUN DATE AND TIME, SO A *
      *      FORWARD RECOVERY (TADERR01) FROM AN OLDER BACKUP         *
      *      RE-APPLIES THE ERASURE.  TADERR01 NEEDS ITS JOURNAL IN   *
      *      TIME ORDER, SO ERAJRNL IS A NEW GENERATION FOR EACH RUN, *
      *      KEPT WITH THE CJRN AND MNTJRNL DATASETS AND PLACED IN    *
      *      THE JRNLIN CONCATENATION AMONG THEM BY ITS RUN TIME -    *
      *      NEVER SIMPLY AFTER THEM ALL, WHICH WOULD UNDO            *
      *      MAINTENANCE MADE SINCE THE ERASURE AND WRITE BACK A      *
      *      CUSTOMER DELETED SINCE.  THE REPEATED STEPS OF ONE RUN   *
      *      (BELOW) SHARE THAT GENERATION, SO IT IS OPENED EXTEND    *
      *      AND A LATER STEP ADDS TO WHAT AN EARLIER ONE WROTE.      *
      *  EVERY CARD, WHATEVER BECAME OF IT, IS APPENDED TO THE        *
      *  PERMANENT REQUEST LOG (DSARLOG, SEE DSARREC), AND A          *
      *  CERTIFICATE PAGE IS PRINTED FOR THE PRIVACY OFFICER TO FILE  *
      *  SHOWING EACH FILE, THE RECORDS HELD ON IT AND THE RECORDS    *
      *  ANONYMIZED.  THE RUN ENDS WITH CONTROL TOTALS BALANCING THE  *
      *  CARDS READ TO THEIR OUTCOMES AND TO THE LOG.                 *
      *                                                                *
      *  AN ERASURE UPDATES THE JOURNAL AND CUSTOMER ARCHIVE IMAGES   *
      *  IN PLACE, AND A CONCATENATION CANNOT BE OPENED FOR UPDATE,   *
      *  SO FOR AN ERASURE THE JCL REPEATS THE STEP WITH THE SAME     *
      *  CARD, PASSING EACH RETAINED CJRN/MNTJRNL DATASET AS          *
      *  JRNLFILE AND EACH CUSTARCH GENERATION AS CUSTARCH IN TURN    *
      *  (EITHER MAY BE LEFT OUT OF A STEP - BOTH ARE OPTIONAL).  AN  *
      *  ERASURE IS SAFE TO REPEAT: A FIELD ALREADY ANONYMIZED IS     *
      *  NOT COUNTED AGAIN, SO AFTER THE FIRST STEP THE MASTER,       *
      *  PENDCHG AND SUSPFILE SHOW HELD BUT NOT CHANGED, NOTHING      *
      *  MORE GOES TO ERAJRNL, AND EACH CERTIFICATE COUNTS ITS OWN    *
      *  JOURNAL AND ARCHIVE DATASETS.  AN ACCESS REQUEST ONLY        *
      *  READS, SO ITS JRNLFILE AND CUSTARCH MAY BE WHOLE             *
      *  CONCATENATIONS.                                              *
      *                                                                *
      *  DSARIN RECORD:  COL  1-5   CUSTOMER NUMBER                   *
      *                  COL  6     REQUEST TYPE  A - ACCESS          *
      *                                           E - ERASURE         *
      *                  COL  7-16  CASE REFERENCE                    *
      *                  COL 17-24  REQUESTED BY                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL SUBJECT ACCESS AND ERASURE RUN.    *
      *                                                                *
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select REQUEST-FILE assign to DSARIN
               organization is line sequential.
           select CUSTOMER-FILE assign to CUSTMAST
               organization is indexed
               access mode is random
               record key is Cust-Number.
           select ORDER-HIST-FILE assign to ORDHIST
               organization is line sequential.
           select ORDER-KEYED-FILE assign to ORDHKEY
               organization is indexed
               access mode is dynamic
               record key is Ordk-Key.
           select AUDIT-HIST-FILE assign to AUDHIST
               organization is indexed
               access mode is dynamic
               record key is Audh-Key.
           select optional ORDER-ARCH-FILE assign to ORDARCH
               organization is line sequential
               file status is Erp02-Orda-Status.
           select optional AUDIT-ARCH-FILE assign to AUDARCH
               organization is line sequential
               file status is Erp02-Auda-Status.
           select optional JOURNAL-FILE assign to JRNLFILE
               organization is sequential
               file status is Erp02-Jrnl-Status.
           select PENDING-FILE assign to PENDCHG
               organization is indexed
               access mode is dynamic
               record key is Pend-Key.
           select optional ARCHIVE-FILE assign to CUSTARCH
               organization is sequential
               file status is Erp02-Carc-Status.
           select SUSPENSE-FILE assign to SUSPFILE
               organization is indexed
               access mode is dynamic
               record key is Susp-Key.
           select optional ERASE-JRNL-FILE assign to ERAJRNL
               organization is sequential.
           select optional LOG-FILE assign to DSARLOG
               organization is line sequential.
           select REPORT-FILE assign to DSARRPT
               organization is line sequential.
       data division.
       file section.
       fd  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  Dreq-Customer-Number     PIC X(05).
           05  Dreq-Type                PIC X(01).
               88  Dreq-Access              VALUE 'A'.
               88  Dreq-Erasure             VALUE 'E'.
           05  Dreq-Case-Ref            PIC X(10).
           05  Dreq-Requested-By        PIC X(08).
           05  FILLER                   PIC X(56).
       fd  CUSTOMER-FILE.
           copy CUSTMAS.
       fd  ORDER-HIST-FILE.
           copy ORDHREC.
       fd  ORDER-KEYED-FILE.
           copy ORDKREC.
       fd  AUDIT-HIST-FILE.
           copy AUDHREC.
      *    the archives are flat copies of ORDHREC and AUDHREC; the
      *    fields are laid over them here rather than copying the
      *    same copybooks a second time.
       fd  ORDER-ARCH-FILE
           record contains 82 characters.
       01  ORDA-RECORD.
           05  Orda-Date                PIC X(08).
           05  Orda-Time                PIC X(06).
           05  Orda-Customer-Number     PIC X(05).
           05  FILLER                   PIC X(11).
           05  Orda-Order-Amount        PIC S9(7)V99.
           05  Orda-Discount-Percent    PIC S9V99.
           05  Orda-Order-Total         PIC S9(7)V99.
           05  FILLER                   PIC X(01).
           05  Orda-Credit-Decision     PIC X(01).
           05  Orda-Currency-Code       PIC X(03).
           05  Orda-Home-Total          PIC S9(7)V99.
           05  Orda-Cancel-Of           PIC X(17).
       fd  AUDIT-ARCH-FILE
           record contains 27 characters.
       01  AUDA-RECORD.
           05  Auda-Date                PIC X(08).
           05  Auda-Seq                 PIC 9(07).
           05  Auda-Time                PIC X(06).
           05  Auda-Customer-Number     PIC X(05).
           05  Auda-Response-Code       PIC X(01).
       fd  JOURNAL-FILE.
           copy JRNLREC.
       fd  PENDING-FILE.
           copy PENDREC.
       fd  ARCHIVE-FILE.
           copy CARCREC.
       fd  SUSPENSE-FILE.
           copy SUSPREC.
       fd  ERASE-JRNL-FILE
           record contains 299 characters.
       01  ERASE-JRNL-RECORD            PIC X(299).
       fd  LOG-FILE.
           copy DSARREC.
       fd  REPORT-FILE
           record contains 133 characters.
       01  RPT-LINE                    PIC X(133).
       working-storage section.
           copy RUNCLNK.
       01  Erp02-Switches.
           05  Erp02-Eof-Switch         PIC X(01) VALUE 'N'.
               88  Erp02-Eof                VALUE 'Y'.
           05  Erp02-Scan-Eof-Switch    PIC X(01) VALUE 'N'.
               88  Erp02-Scan-Eof           VALUE 'Y'.
           05  Erp02-Found-Switch       PIC X(01) VALUE 'N'.
               88  Erp02-Cust-On-File       VALUE 'Y'.
           05  Erp02-Image-Switch       PIC X(01) VALUE 'N'.
               88  Erp02-Image-Changed      VALUE 'Y'.
           05  Erp02-Jrnl-Chg-Switch    PIC X(01) VALUE 'N'.
               88  Erp02-Jrnl-Changed       VALUE 'Y'.
           05  Erp02-Pend-Open-Switch   PIC X(01) VALUE 'N'.
               88  Erp02-Pend-Open          VALUE 'Y'.
           05  Erp02-Susp-Open-Switch   PIC X(01) VALUE 'N'.
               88  Erp02-Susp-Open          VALUE 'Y'.
           05  Erp02-Susp-Match-Switch  PIC X(01) VALUE 'N'.
               88  Erp02-Susp-Match         VALUE 'Y'.
           05  Erp02-Susp-Chg-Switch    PIC X(01) VALUE 'N'.
               88  Erp02-Susp-Changed       VALUE 'Y'.
       01  Erp02-Statuses.
           05  Erp02-Orda-Status        PIC X(02).
           05  Erp02-Auda-Status        PIC X(02).
           05  Erp02-Jrnl-Status        PIC X(02).
           05  Erp02-Carc-Status        PIC X(02).
       01  Erp02-Counters.
           05  Erp02-Read-Count         PIC 9(07) VALUE ZERO.
           05  Erp02-Access-Count       PIC 9(07) VALUE ZERO.
           05  Erp02-Erasure-Count      PIC 9(07) VALUE ZERO.
           05  Erp02-Refused-Count      PIC 9(07) VALUE ZERO.
           05  Erp02-Pend-Refused-Count PIC 9(07) VALUE ZERO.
           05  Erp02-Susp-Refused-Count PIC 9(07) VALUE ZERO.
           05  Erp02-Nothing-Count      PIC 9(07) VALUE ZERO.
           05  Erp02-Invalid-Count      PIC 9(07) VALUE ZERO.
           05  Erp02-Logged-Count       PIC 9(07) VALUE ZERO.
           05  Erp02-Erajrnl-Count      PIC 9(07) VALUE ZERO.
           05  Erp02-Rewrite-Error-Count PIC 9(07) VALUE ZERO.
           05  Erp02-Page-Number        PIC 9(05) VALUE ZERO.
           05  Erp02-Balance-Work       PIC S9(09) VALUE ZERO.
      *    what one request found, file by file; moved to the log
      *    record and the certificate when the request is finished.
       01  Erp02-Request-Counts.
           05  Erp02-Master-Held        PIC 9(07) VALUE ZERO.
           05  Erp02-Ordhist-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Ordhkey-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Audhist-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Ordarch-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Audarch-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Journal-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Master-Changed     PIC 9(07) VALUE ZERO.
           05  Erp02-Journal-Changed    PIC 9(07) VALUE ZERO.
           05  Erp02-Pendchg-Held       PIC 9(07) VALUE ZERO.
           05  Erp02-Pendchg-Changed    PIC 9(07) VALUE ZERO.
           05  Erp02-Custarch-Held      PIC 9(07) VALUE ZERO.
           05  Erp02-Custarch-Changed   PIC 9(07) VALUE ZERO.
           05  Erp02-Suspense-Held      PIC 9(07) VALUE ZERO.
           05  Erp02-Suspense-Changed   PIC 9(07) VALUE ZERO.
           05  Erp02-Total-Held         PIC 9(09) VALUE ZERO.
       01  Erp02-Outcome                PIC X(01) VALUE SPACE.
           88  Erp02-Completed              VALUE 'C'.
           88  Erp02-Exposure-Open          VALUE 'X'.
           88  Erp02-Change-Pending         VALUE 'P'.
           88  Erp02-Suspense-Open          VALUE 'S'.
           88  Erp02-Refused                VALUE 'X' 'P' 'S'.
           88  Erp02-Nothing-Held           VALUE 'N'.
           88  Erp02-Invalid                VALUE 'I'.
       01  Erp02-Open-Exposure          PIC S9(7)V99 VALUE ZERO.
       01  Erp02-Run-Date               PIC X(08).
       01  Erp02-Run-Time-Raw           PIC X(08).
       01  Erp02-Rewrite-File           PIC X(08).
      *    overlays a master or journal image with the CUSTMAS
      *    layout, so the same anonymizing and printing serves the
      *    master and both journal images without a second copy of
      *    the copybook in this program.
       01  Erp02-Image-Work.
           05  Erp02-Iw-Number          PIC X(05).
           05  Erp02-Iw-First-Name      PIC A(15).
           05  Erp02-Iw-Last-Name       PIC A(25).
           05  Erp02-Iw-Street          PIC X(20).
           05  Erp02-Iw-City            PIC A(20).
           05  Erp02-Iw-Country         PIC A(10).
           05  Erp02-Iw-Phone           PIC X(15).
           05  Erp02-Iw-Postal-Code     PIC X(07).
           05  Erp02-Iw-Credit-Limit    PIC S9(7)V99 COMP-3.
           05  Erp02-Iw-Type            PIC X(01).
           05  Erp02-Iw-Open-Exposure   PIC S9(7)V99 COMP-3.
           05  Erp02-Iw-Currency        PIC X(03).
           05  FILLER                   PIC X(03).
      *    the same for a TADERM10 input record (MNTREC) held on
      *    SUSPFILE - the function code comes first.
       01  Erp02-Maint-Work.
           05  FILLER                   PIC X(01).
           05  Erp02-Mw-Number          PIC X(05).
           05  Erp02-Mw-First-Name      PIC A(15).
           05  Erp02-Mw-Last-Name       PIC A(25).
           05  Erp02-Mw-Street          PIC X(20).
           05  Erp02-Mw-City            PIC A(20).
           05  Erp02-Mw-Country         PIC A(10).
           05  Erp02-Mw-Phone           PIC X(15).
           05  Erp02-Mw-Postal-Code     PIC X(07).
           05  FILLER                   PIC X(13).
      *    the journal entry for an erased master, in the JRNLREC
      *    layout, written to ERAJRNL for the forward recovery.
       01  Erp02-Erase-Entry.
           05  Erp02-Ee-Date            PIC X(08).
           05  Erp02-Ee-Time            PIC X(06).
           05  Erp02-Ee-Function        PIC X(01).
           05  Erp02-Ee-Before-Image    PIC X(134).
           05  Erp02-Ee-After-Image     PIC X(134).
           05  Erp02-Ee-Requester       PIC X(08).
           05  Erp02-Ee-Approver        PIC X(08).
       01  Erp02-Form-Feed.
           05  Erp02-Ff-Char            PIC X(01) VALUE X'0C'.
       01  Erp02-Page-Header.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(46)
               VALUE 'TADERP02 - DATA SUBJECT ACCESS AND ERASURE'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  Erp02-Ph-Date            PIC X(08).
           05  FILLER                   PIC X(10) VALUE '    PAGE: '.
           05  Erp02-Ph-Page            PIC ZZZZ9.
       01  Erp02-Request-Line.
           05  FILLER                   PIC X(36)
               VALUE 'CONSOLIDATED REPORT FOR CUSTOMER '.
           05  Erp02-Rq-Customer        PIC X(05).
           05  FILLER                   PIC X(08) VALUE '  CASE '.
           05  Erp02-Rq-Case            PIC X(10).
           05  FILLER                   PIC X(16)
               VALUE '  REQUESTED BY '.
           05  Erp02-Rq-By              PIC X(08).
       01  Erp02-Section-Line.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Sl-Text            PIC X(60).
       01  Erp02-None-Line.
           05  FILLER                   PIC X(44)
               VALUE '  NONE'.
       01  Erp02-Image-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Il-Label           PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-Last-Name       PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-First-Name      PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-Street          PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-City            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-Country         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-Phone           PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  Erp02-Il-Postal-Code     PIC X(07).
       01  Erp02-Amount-Line.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  FILLER                   PIC X(14)
               VALUE 'CREDIT LIMIT '.
           05  Erp02-Am-Limit           PIC ---,---,--9.99.
           05  FILLER                   PIC X(07) VALUE '  TYPE '.
           05  Erp02-Am-Type            PIC X(01).
           05  FILLER                   PIC X(12)
               VALUE '  EXPOSURE '.
           05  Erp02-Am-Exposure        PIC ---,---,--9.99.
           05  FILLER                   PIC X(12)
               VALUE '  CURRENCY '.
           05  Erp02-Am-Currency        PIC X(03).
       01  Erp02-No-Image-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ni-Label           PIC X(09).
           05  FILLER                   PIC X(10)
               VALUE ' (NONE)'.
       01  Erp02-Order-Col-Line.
           05  FILLER                   PIC X(12) VALUE '  DATE'.
           05  FILLER                   PIC X(08) VALUE 'TIME'.
           05  FILLER                   PIC X(05) VALUE 'SEQ'.
           05  FILLER                   PIC X(05) VALUE 'DEC'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(16) VALUE
               '        AMOUNT'.
           05  FILLER                   PIC X(07) VALUE ' DISC'.
           05  FILLER                   PIC X(16) VALUE
               '         TOTAL'.
           05  FILLER                   PIC X(16) VALUE
               '    HOME TOTAL'.
           05  FILLER                   PIC X(17) VALUE
               'CANCELS'.
       01  Erp02-Order-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Time            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Seq             PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Decision        PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  Erp02-Ol-Currency        PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Amount          PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Discount        PIC -9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Total           PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Home-Total      PIC ---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Ol-Cancel-Of       PIC X(17).
       01  Erp02-Audit-Col-Line.
           05  FILLER                   PIC X(12) VALUE '  DATE'.
           05  FILLER                   PIC X(09) VALUE '    SEQ'.
           05  FILLER                   PIC X(08) VALUE 'TIME'.
           05  FILLER                   PIC X(10) VALUE 'RESPONSE'.
       01  Erp02-Audit-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Al-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Al-Seq             PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Al-Time            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Al-Response        PIC X(01).
       01  Erp02-Journal-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Jl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Jl-Time            PIC X(06).
           05  FILLER                   PIC X(12)
               VALUE '  FUNCTION '.
           05  Erp02-Jl-Function        PIC X(01).
           05  FILLER                   PIC X(13)
               VALUE '  REQUESTER '.
           05  Erp02-Jl-Requester       PIC X(08).
           05  FILLER                   PIC X(12)
               VALUE '  APPROVER '.
           05  Erp02-Jl-Approver        PIC X(08).
       01  Erp02-Pending-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Pl-Date            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Pl-Time            PIC X(06).
           05  FILLER                   PIC X(11)
               VALUE '  FUNCTION '.
           05  Erp02-Pl-Function        PIC X(01).
           05  FILLER                   PIC X(09)
               VALUE '  STATUS '.
           05  Erp02-Pl-Status          PIC X(01).
           05  FILLER                   PIC X(12)
               VALUE '  REQUESTER '.
           05  Erp02-Pl-Requester       PIC X(08).
           05  FILLER                   PIC X(11)
               VALUE '  APPROVER '.
           05  Erp02-Pl-Approver        PIC X(08).
           05  FILLER                   PIC X(07) VALUE '  OLD '.
           05  Erp02-Pl-Old-Limit       PIC ---,---,--9.99.
           05  FILLER                   PIC X(07) VALUE '  NEW '.
           05  Erp02-Pl-New-Limit       PIC ---,---,--9.99.
       01  Erp02-Archive-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Arl-Date           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Arl-Time           PIC X(06).
           05  FILLER                   PIC X(15)
               VALUE '  ARCHIVED BY '.
           05  Erp02-Arl-Job            PIC X(08).
       01  Erp02-Suspense-Line.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Sul-Source         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Sul-Date           PIC X(08).
           05  FILLER                   PIC X(06) VALUE '  SEQ '.
           05  Erp02-Sul-Sequence       PIC ZZZZ9.
           05  FILLER                   PIC X(09)
               VALUE '  REASON '.
           05  Erp02-Sul-Reason         PIC X(02).
           05  FILLER                   PIC X(09)
               VALUE '  STATUS '.
           05  Erp02-Sul-Status         PIC X(01).
           05  FILLER                   PIC X(09)
               VALUE '  CLOSED '.
           05  Erp02-Sul-Closed         PIC X(08).
       01  Erp02-Cert-Title-Line.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  Erp02-Ct-Text            PIC X(50).
       01  Erp02-Cert-Line.
           05  Erp02-Cl-Label           PIC X(18).
           05  Erp02-Cl-Text            PIC X(70).
       01  Erp02-Cert-Col-Line.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(32) VALUE 'CONTENT'.
           05  FILLER                   PIC X(09) VALUE '     HELD'.
           05  FILLER                   PIC X(13) VALUE
               '   ANONYMIZED'.
           05  FILLER                   PIC X(08) VALUE '  ACTION'.
       01  Erp02-Cert-File-Line.
           05  Erp02-Cf-File            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Cf-Content         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Cf-Held            PIC ZZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  Erp02-Cf-Changed         PIC ZZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  Erp02-Cf-Action          PIC X(40).
       01  Erp02-Cf-Work.
           05  Erp02-Cf-Held-Work       PIC 9(07).
           05  Erp02-Cf-Changed-Work    PIC 9(07).
           05  Erp02-Cf-Personal-Switch PIC X(01).
               88  Erp02-Cf-Personal        VALUE 'Y'.
       01  Erp02-Exposure-Edit          PIC ---,---,--9.99.
       01  Erp02-Sign-Line.
           05  FILLER                   PIC X(60) VALUE
               'PRIVACY OFFICER: __________________  DATE: ________'.
       01  Erp02-Flag-Line.
           05  FILLER                   PIC X(03) VALUE '***'.
           05  Erp02-Fl-Text            PIC X(70).
       01  Erp02-Ctl-Line.
           05  Erp02-Ctl-Label          PIC X(28).
           05  Erp02-Ctl-Count          PIC ZZZ,ZZZ,ZZ9.
       01  Erp02-In-Balance-Line.
           05  FILLER                   PIC X(56) VALUE
               'REQUESTS IN BALANCE - READ = OUTCOMES = LOGGED'.
       01  Erp02-Out-Balance-Line.
           05  FILLER                   PIC X(44) VALUE
               '***REQUESTS OUT OF BALANCE - INVESTIGATE'.
       procedure division.
       main-para.
           perform initialize-para thru initialize-exit.
           perform process-request-para thru process-request-exit
               until Erp02-Eof.
           perform print-control-para thru print-control-exit.
           perform terminate-para thru terminate-exit.
           stop run.

       initialize-para.
           perform record-run-start-para thru
               record-run-start-exit
           open input REQUEST-FILE
           open i-o CUSTOMER-FILE
           open input ORDER-KEYED-FILE
           open input AUDIT-HIST-FILE
           open i-o PENDING-FILE
           open i-o SUSPENSE-FILE
           open extend ERASE-JRNL-FILE
           open extend LOG-FILE
           open output REPORT-FILE
           accept Erp02-Run-Date from date yyyymmdd
           move Erp02-Run-Date to Erp02-Ph-Date.
       initialize-exit.
           exit.

       process-request-para.
           read REQUEST-FILE
               at end
                 move 'Y' to Erp02-Eof-Switch
                 go to process-request-exit
           end-read
           add 1 to Erp02-Read-Count
           perform clear-request-para thru clear-request-exit
           if Dreq-Customer-Number equal spaces
              or not (Dreq-Access or Dreq-Erasure)
             set Erp02-Invalid to true
             perform finish-request-para thru finish-request-exit
             go to process-request-exit
           end-if
           perform read-master-para thru read-master-exit
      *    the delete guard from TADERM01: a customer still owing
      *    money is not erased, and nothing else is touched either.
           if Dreq-Erasure
              and Erp02-Cust-On-File
              and Cust-Open-Exposure is numeric
              and Cust-Open-Exposure not equal zero
             set Erp02-Exposure-Open to true
             move Cust-Open-Exposure to Erp02-Open-Exposure
             perform finish-request-para thru finish-request-exit
             go to process-request-exit
           end-if
      *    a held change or an outstanding TADERM10 reject would put
      *    the old name and address back when it is approved or
      *    released - it has to be rejected or voided first.
           if Dreq-Erasure
             perform check-pending-para thru check-pending-exit
             if Erp02-Pend-Open
               set Erp02-Change-Pending to true
               perform finish-request-para thru finish-request-exit
               go to process-request-exit
             end-if
             perform check-suspense-para thru check-suspense-exit
             if Erp02-Susp-Open
               set Erp02-Suspense-Open to true
               perform finish-request-para thru finish-request-exit
               go to process-request-exit
             end-if
           end-if
           if Dreq-Access
             perform new-page-para thru new-page-exit
             move Dreq-Customer-Number to Erp02-Rq-Customer
             move Dreq-Case-Ref to Erp02-Rq-Case
             move Dreq-Requested-By to Erp02-Rq-By
             write RPT-LINE from Erp02-Request-Line
           end-if
           perform scan-master-para thru scan-master-exit
           perform scan-ordhist-para thru scan-ordhist-exit
           perform scan-ordhkey-para thru scan-ordhkey-exit
           perform scan-audhist-para thru scan-audhist-exit
           perform scan-ordarch-para thru scan-ordarch-exit
           perform scan-audarch-para thru scan-audarch-exit
           perform scan-journal-para thru scan-journal-exit
           perform scan-pendchg-para thru scan-pendchg-exit
           perform scan-custarch-para thru scan-custarch-exit
           perform scan-suspense-para thru scan-suspense-exit
           if Dreq-Erasure
              and Erp02-Cust-On-File
             perform erase-master-para thru erase-master-exit
           end-if
           compute Erp02-Total-Held =
               Erp02-Master-Held + Erp02-Ordhist-Held
               + Erp02-Ordhkey-Held + Erp02-Audhist-Held
               + Erp02-Ordarch-Held + Erp02-Audarch-Held
               + Erp02-Journal-Held + Erp02-Pendchg-Held
               + Erp02-Custarch-Held + Erp02-Suspense-Held
           if Erp02-Total-Held equal zero
             set Erp02-Nothing-Held to true
           else
             set Erp02-Completed to true
           end-if
           perform finish-request-para thru finish-request-exit.
       process-request-exit.
           exit.

       clear-request-para.
           move zero to Erp02-Master-Held
           move zero to Erp02-Ordhist-Held
           move zero to Erp02-Ordhkey-Held
           move zero to Erp02-Audhist-Held
           move zero to Erp02-Ordarch-Held
           move zero to Erp02-Audarch-Held
           move zero to Erp02-Journal-Held
           move zero to Erp02-Master-Changed
           move zero to Erp02-Journal-Changed
           move zero to Erp02-Pendchg-Held
           move zero to Erp02-Pendchg-Changed
           move zero to Erp02-Custarch-Held
           move zero to Erp02-Custarch-Changed
           move zero to Erp02-Suspense-Held
           move zero to Erp02-Suspense-Changed
           move zero to Erp02-Total-Held
           move zero to Erp02-Open-Exposure
           move space to Erp02-Outcome
           move 'N' to Erp02-Found-Switch
           move 'N' to Erp02-Pend-Open-Switch
           move 'N' to Erp02-Susp-Open-Switch
           accept Erp02-Run-Time-Raw from time.
       clear-request-exit.
           exit.

       read-master-para.
           move Dreq-Customer-Number to Cust-Number
           read CUSTOMER-FILE
               invalid key
                 move 'N' to Erp02-Found-Switch
               not invalid key
                 set Erp02-Cust-On-File to true
           end-read.
       read-master-exit.
           exit.

       scan-master-para.
           if Erp02-Cust-On-File
             move 1 to Erp02-Master-Held
           end-if
           if not Dreq-Access
             go to scan-master-exit
           end-if
           move 'CUSTOMER MASTER (CUSTMAST)' to Erp02-Sl-Text
           perform section-head-para thru section-head-exit
           if Erp02-Cust-On-File
             move CUST-MASTER-RECORD to Erp02-Image-Work
             move 'MASTER' to Erp02-Il-Label
             perform print-image-para thru print-image-exit
           else
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-master-exit.
           exit.

       scan-ordhist-para.
      *    ORDHIST is in arrival order, not customer order, so the
      *    whole file is read for every request.
           if Dreq-Access
             move 'ORDER HISTORY (ORDHIST)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             write RPT-LINE from Erp02-Order-Col-Line
           end-if
           open input ORDER-HIST-FILE
           move 'N' to Erp02-Scan-Eof-Switch
           perform read-ordhist-para thru read-ordhist-exit
               until Erp02-Scan-Eof
           close ORDER-HIST-FILE
           if Dreq-Access
              and Erp02-Ordhist-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-ordhist-exit.
           exit.

       read-ordhist-para.
           read ORDER-HIST-FILE
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-ordhist-exit
           end-read
           if Ordh-Customer-Number not equal Dreq-Customer-Number
             go to read-ordhist-exit
           end-if
           add 1 to Erp02-Ordhist-Held
           if Dreq-Access
             move Ordh-Date to Erp02-Ol-Date
             move Ordh-Time to Erp02-Ol-Time
             move spaces to Erp02-Ol-Seq
             move Ordh-Credit-Decision to Erp02-Ol-Decision
             move Ordh-Currency-Code to Erp02-Ol-Currency
             move Ordh-Order-Amount to Erp02-Ol-Amount
             move Ordh-Discount-Percent to Erp02-Ol-Discount
             move Ordh-Order-Total to Erp02-Ol-Total
             move Ordh-Home-Total to Erp02-Ol-Home-Total
             move Ordh-Cancel-Of to Erp02-Ol-Cancel-Of
             write RPT-LINE from Erp02-Order-Line
           end-if.
       read-ordhist-exit.
           exit.

       scan-ordhkey-para.
      *    ORDHKEY leads with the customer number, so one start
      *    positions on the customer's first order.
           if Dreq-Access
             move 'KEYED ORDER HISTORY (ORDHKEY)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             write RPT-LINE from Erp02-Order-Col-Line
           end-if
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Ordk-Key
           move Dreq-Customer-Number to Ordk-Customer-Number
           start ORDER-KEYED-FILE key not less than Ordk-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-ordhkey-para thru read-ordhkey-exit
               until Erp02-Scan-Eof
           if Dreq-Access
              and Erp02-Ordhkey-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-ordhkey-exit.
           exit.

       read-ordhkey-para.
           read ORDER-KEYED-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-ordhkey-exit
           end-read
           if Ordk-Customer-Number not equal Dreq-Customer-Number
             move 'Y' to Erp02-Scan-Eof-Switch
             go to read-ordhkey-exit
           end-if
           add 1 to Erp02-Ordhkey-Held
           if Dreq-Access
             move Ordk-Date to Erp02-Ol-Date
             move Ordk-Time to Erp02-Ol-Time
             move Ordk-Seq to Erp02-Ol-Seq
             move Ordk-Credit-Decision to Erp02-Ol-Decision
             move Ordk-Currency-Code to Erp02-Ol-Currency
             move Ordk-Order-Amount to Erp02-Ol-Amount
             move Ordk-Discount-Percent to Erp02-Ol-Discount
             move Ordk-Order-Total to Erp02-Ol-Total
             move Ordk-Home-Total to Erp02-Ol-Home-Total
             move spaces to Erp02-Ol-Cancel-Of
             write RPT-LINE from Erp02-Order-Line
           end-if.
       read-ordhkey-exit.
           exit.

       scan-audhist-para.
      *    AUDHIST is keyed by lookup date, so the customer's
      *    lookups are spread through it and every entry is read.
           if Dreq-Access
             move 'LOOKUP AUDIT HISTORY (AUDHIST)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             write RPT-LINE from Erp02-Audit-Col-Line
           end-if
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Audh-Key
           start AUDIT-HIST-FILE key not less than Audh-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-audhist-para thru read-audhist-exit
               until Erp02-Scan-Eof
           if Dreq-Access
              and Erp02-Audhist-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-audhist-exit.
           exit.

       read-audhist-para.
           read AUDIT-HIST-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-audhist-exit
           end-read
           if Audh-Customer-Number not equal Dreq-Customer-Number
             go to read-audhist-exit
           end-if
           add 1 to Erp02-Audhist-Held
           if Dreq-Access
             move Audh-Date to Erp02-Al-Date
             move Audh-Seq to Erp02-Al-Seq
             move Audh-Time to Erp02-Al-Time
             move Audh-Response-Code to Erp02-Al-Response
             write RPT-LINE from Erp02-Audit-Line
           end-if.
       read-audhist-exit.
           exit.

       scan-ordarch-para.
      *    the archives are optional - a run with no ORDARCH or
      *    AUDARCH mounted simply finds nothing archived.
           if Dreq-Access
             move 'ARCHIVED ORDER HISTORY (ORDARCH)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             write RPT-LINE from Erp02-Order-Col-Line
           end-if
           open input ORDER-ARCH-FILE
           if Erp02-Orda-Status equal '00'
             move 'N' to Erp02-Scan-Eof-Switch
             perform read-ordarch-para thru read-ordarch-exit
                 until Erp02-Scan-Eof
           end-if
           close ORDER-ARCH-FILE
           if Dreq-Access
              and Erp02-Ordarch-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-ordarch-exit.
           exit.

       read-ordarch-para.
           read ORDER-ARCH-FILE
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-ordarch-exit
           end-read
           if Orda-Customer-Number not equal Dreq-Customer-Number
             go to read-ordarch-exit
           end-if
           add 1 to Erp02-Ordarch-Held
           if Dreq-Access
             move Orda-Date to Erp02-Ol-Date
             move Orda-Time to Erp02-Ol-Time
             move spaces to Erp02-Ol-Seq
             move Orda-Credit-Decision to Erp02-Ol-Decision
             move Orda-Currency-Code to Erp02-Ol-Currency
             move Orda-Order-Amount to Erp02-Ol-Amount
             move Orda-Discount-Percent to Erp02-Ol-Discount
             move Orda-Order-Total to Erp02-Ol-Total
             move Orda-Home-Total to Erp02-Ol-Home-Total
             move Orda-Cancel-Of to Erp02-Ol-Cancel-Of
             write RPT-LINE from Erp02-Order-Line
           end-if.
       read-ordarch-exit.
           exit.

       scan-audarch-para.
           if Dreq-Access
             move 'ARCHIVED LOOKUP HISTORY (AUDARCH)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             write RPT-LINE from Erp02-Audit-Col-Line
           end-if
           open input AUDIT-ARCH-FILE
           if Erp02-Auda-Status equal '00'
             move 'N' to Erp02-Scan-Eof-Switch
             perform read-audarch-para thru read-audarch-exit
                 until Erp02-Scan-Eof
           end-if
           close AUDIT-ARCH-FILE
           if Dreq-Access
              and Erp02-Audarch-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-audarch-exit.
           exit.

       read-audarch-para.
           read AUDIT-ARCH-FILE
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-audarch-exit
           end-read
           if Auda-Customer-Number not equal Dreq-Customer-Number
             go to read-audarch-exit
           end-if
           add 1 to Erp02-Audarch-Held
           if Dreq-Access
             move Auda-Date to Erp02-Al-Date
             move Auda-Seq to Erp02-Al-Seq
             move Auda-Time to Erp02-Al-Time
             move Auda-Response-Code to Erp02-Al-Response
             write RPT-LINE from Erp02-Audit-Line
           end-if.
       read-audarch-exit.
           exit.

       scan-journal-para.
      *    an access request only reads the journal; an erasure
      *    opens it for update and rewrites each entry whose before
      *    or after image belongs to the customer.
           if Dreq-Access
             move 'MAINTENANCE JOURNAL (JRNLFILE)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             open input JOURNAL-FILE
           else
             open i-o JOURNAL-FILE
           end-if
           if Erp02-Jrnl-Status equal '00'
             move 'N' to Erp02-Scan-Eof-Switch
             perform read-journal-para thru read-journal-exit
                 until Erp02-Scan-Eof
           end-if
           close JOURNAL-FILE
           if Dreq-Access
              and Erp02-Journal-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-journal-exit.
           exit.

       read-journal-para.
           read JOURNAL-FILE
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-journal-exit
           end-read
           if Jrnl-Before-Number not equal Dreq-Customer-Number
              and Jrnl-After-Number not equal Dreq-Customer-Number
             go to read-journal-exit
           end-if
           add 1 to Erp02-Journal-Held
           if Dreq-Access
             perform print-journal-para thru print-journal-exit
           else
             perform erase-journal-para thru erase-journal-exit
           end-if.
       read-journal-exit.
           exit.

       print-journal-para.
      *    an add has no before image and a delete no after image;
      *    those sides carry low-values and print as none.
           move Jrnl-Date to Erp02-Jl-Date
           move Jrnl-Time to Erp02-Jl-Time
           move Jrnl-Function to Erp02-Jl-Function
           move Jrnl-Requester to Erp02-Jl-Requester
           move Jrnl-Approver to Erp02-Jl-Approver
           write RPT-LINE from Erp02-Journal-Line
           if Jrnl-Before-Image equal low-values
             move 'BEFORE' to Erp02-Ni-Label
             write RPT-LINE from Erp02-No-Image-Line
           else
             move Jrnl-Before-Image to Erp02-Image-Work
             move 'BEFORE' to Erp02-Il-Label
             perform print-image-para thru print-image-exit
           end-if
           if Jrnl-After-Image equal low-values
             move 'AFTER' to Erp02-Ni-Label
             write RPT-LINE from Erp02-No-Image-Line
           else
             move Jrnl-After-Image to Erp02-Image-Work
             move 'AFTER' to Erp02-Il-Label
             perform print-image-para thru print-image-exit
           end-if.
       print-journal-exit.
           exit.

       erase-journal-para.
           move 'N' to Erp02-Jrnl-Chg-Switch
           if Jrnl-Before-Number equal Dreq-Customer-Number
             move Jrnl-Before-Image to Erp02-Image-Work
             perform anonymize-image-para thru anonymize-image-exit
             if Erp02-Image-Changed
               move Erp02-Image-Work to Jrnl-Before-Image
               set Erp02-Jrnl-Changed to true
             end-if
           end-if
           if Jrnl-After-Number equal Dreq-Customer-Number
             move Jrnl-After-Image to Erp02-Image-Work
             perform anonymize-image-para thru anonymize-image-exit
             if Erp02-Image-Changed
               move Erp02-Image-Work to Jrnl-After-Image
               set Erp02-Jrnl-Changed to true
             end-if
           end-if
           if Erp02-Jrnl-Changed
             rewrite JOURNAL-RECORD
             add 1 to Erp02-Journal-Changed
           end-if.
       erase-journal-exit.
           exit.

       check-pending-para.
      *    PENDCHG leads with the customer number, so one start
      *    finds any held change still waiting for its approver.
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Pend-Key
           move Dreq-Customer-Number to Pend-Customer-Number
           start PENDING-FILE key not less than Pend-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-pending-check-para thru read-pending-check-exit
               until Erp02-Scan-Eof.
       check-pending-exit.
           exit.

       read-pending-check-para.
           read PENDING-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-pending-check-exit
           end-read
           if Pend-Customer-Number not equal Dreq-Customer-Number
             move 'Y' to Erp02-Scan-Eof-Switch
             go to read-pending-check-exit
           end-if
           if Pend-Pending
             set Erp02-Pend-Open to true
             move 'Y' to Erp02-Scan-Eof-Switch
           end-if.
       read-pending-check-exit.
           exit.

       check-suspense-para.
      *    SUSPFILE is keyed by source and reject date, not by
      *    customer, so the whole file is read.
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Susp-Key
           start SUSPENSE-FILE key not less than Susp-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-suspense-check-para
               thru read-suspense-check-exit
               until Erp02-Scan-Eof.
       check-suspense-exit.
           exit.

       read-suspense-check-para.
           read SUSPENSE-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-suspense-check-exit
           end-read
           perform suspense-match-para thru suspense-match-exit
           if Erp02-Susp-Match
              and Susp-Outstanding
             set Erp02-Susp-Open to true
             move 'Y' to Erp02-Scan-Eof-Switch
           end-if.
       read-suspense-check-exit.
           exit.

       suspense-match-para.
      *    only TADERM10 rejects carry customer data - an MNTREC
      *    image with the customer number after the function code.
           move 'N' to Erp02-Susp-Match-Switch
           if not Susp-From-Maint
             go to suspense-match-exit
           end-if
           if Susp-Original-Image(2:5) equal Dreq-Customer-Number
              or Susp-Corrected-Image(2:5) equal Dreq-Customer-Number
             set Erp02-Susp-Match to true
           end-if.
       suspense-match-exit.
           exit.

       scan-pendchg-para.
      *    every change held for the customer, whatever its status.
      *    an erasure only gets here when none is still pending, so
      *    each after image is anonymized in place.
           if Dreq-Access
             move 'HELD CREDIT CHANGES (PENDCHG)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
           end-if
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Pend-Key
           move Dreq-Customer-Number to Pend-Customer-Number
           start PENDING-FILE key not less than Pend-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-pendchg-para thru read-pendchg-exit
               until Erp02-Scan-Eof
           if Dreq-Access
              and Erp02-Pendchg-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-pendchg-exit.
           exit.

       read-pendchg-para.
           read PENDING-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-pendchg-exit
           end-read
           if Pend-Customer-Number not equal Dreq-Customer-Number
             move 'Y' to Erp02-Scan-Eof-Switch
             go to read-pendchg-exit
           end-if
           add 1 to Erp02-Pendchg-Held
           move Pend-After-Image to Erp02-Image-Work
           if Dreq-Access
             move Pend-Request-Date to Erp02-Pl-Date
             move Pend-Request-Time to Erp02-Pl-Time
             move Pend-Function to Erp02-Pl-Function
             move Pend-Status to Erp02-Pl-Status
             move Pend-Requester to Erp02-Pl-Requester
             move Pend-Approver to Erp02-Pl-Approver
             move Pend-Old-Limit to Erp02-Pl-Old-Limit
             move Pend-New-Limit to Erp02-Pl-New-Limit
             write RPT-LINE from Erp02-Pending-Line
             move 'AFTER' to Erp02-Il-Label
             perform print-image-para thru print-image-exit
             go to read-pendchg-exit
           end-if
           perform anonymize-image-para thru anonymize-image-exit
           if not Erp02-Image-Changed
             go to read-pendchg-exit
           end-if
           move Erp02-Image-Work to Pend-After-Image
           rewrite PENDING-CHANGE-RECORD
               invalid key
                 move 'PENDCHG' to Erp02-Rewrite-File
                 perform report-rewrite-para thru report-rewrite-exit
                 go to read-pendchg-exit
           end-rewrite
           add 1 to Erp02-Pendchg-Changed.
       read-pendchg-exit.
           exit.

       scan-custarch-para.
      *    the images TADERM10 took of deleted masters.  read for an
      *    access request; opened for update on an erasure so a
      *    later TADERD03 reinstatement brings back no name.
           if Dreq-Access
             move 'CUSTOMER ARCHIVE (CUSTARCH)' to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
             open input ARCHIVE-FILE
           else
             open i-o ARCHIVE-FILE
           end-if
           if Erp02-Carc-Status equal '00'
             move 'N' to Erp02-Scan-Eof-Switch
             perform read-custarch-para thru read-custarch-exit
                 until Erp02-Scan-Eof
           end-if
           close ARCHIVE-FILE
           if Dreq-Access
              and Erp02-Custarch-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-custarch-exit.
           exit.

       read-custarch-para.
           read ARCHIVE-FILE
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-custarch-exit
           end-read
           if Carc-Number not equal Dreq-Customer-Number
             go to read-custarch-exit
           end-if
           add 1 to Erp02-Custarch-Held
           move Carc-Master-Image to Erp02-Image-Work
           if Dreq-Access
             move Carc-Archive-Date to Erp02-Arl-Date
             move Carc-Archive-Time to Erp02-Arl-Time
             move Carc-Job-Name to Erp02-Arl-Job
             write RPT-LINE from Erp02-Archive-Line
             move 'ARCHIVED' to Erp02-Il-Label
             perform print-image-para thru print-image-exit
             go to read-custarch-exit
           end-if
           perform anonymize-image-para thru anonymize-image-exit
           if Erp02-Image-Changed
             move Erp02-Image-Work to Carc-Master-Image
             rewrite CUST-ARCHIVE-RECORD
             add 1 to Erp02-Custarch-Changed
           end-if.
       read-custarch-exit.
           exit.

       scan-suspense-para.
      *    TADERM10 rejects for the customer.  an erasure only gets
      *    here when none is still outstanding; the closed ones keep
      *    their audit trail but lose the name and address.
           if Dreq-Access
             move 'SUSPENDED TADERM10 INPUT (SUSPFILE)'
                 to Erp02-Sl-Text
             perform section-head-para thru section-head-exit
           end-if
           move 'N' to Erp02-Scan-Eof-Switch
           move low-values to Susp-Key
           start SUSPENSE-FILE key not less than Susp-Key
               invalid key move 'Y' to Erp02-Scan-Eof-Switch
           end-start
           perform read-suspense-para thru read-suspense-exit
               until Erp02-Scan-Eof
           if Dreq-Access
              and Erp02-Suspense-Held equal zero
             write RPT-LINE from Erp02-None-Line
           end-if.
       scan-suspense-exit.
           exit.

       read-suspense-para.
           read SUSPENSE-FILE next record
               at end
                 move 'Y' to Erp02-Scan-Eof-Switch
                 go to read-suspense-exit
           end-read
           perform suspense-match-para thru suspense-match-exit
           if not Erp02-Susp-Match
             go to read-suspense-exit
           end-if
           add 1 to Erp02-Suspense-Held
           if Dreq-Access
             perform print-suspense-para thru print-suspense-exit
           else
             perform erase-suspense-para thru erase-suspense-exit
           end-if.
       read-suspense-exit.
           exit.

       print-suspense-para.
      *    an entry never corrected has a blank corrected image.
           move Susp-Source to Erp02-Sul-Source
           move Susp-Reject-Date to Erp02-Sul-Date
           move Susp-Sequence to Erp02-Sul-Sequence
           move Susp-Reason to Erp02-Sul-Reason
           move Susp-Status to Erp02-Sul-Status
           move Susp-Closed-Date to Erp02-Sul-Closed
           write RPT-LINE from Erp02-Suspense-Line
           move Susp-Original-Image to Erp02-Maint-Work
           move 'AS KEYED' to Erp02-Il-Label
           perform print-maint-para thru print-maint-exit
           if Susp-Corrected-Image equal spaces
             move 'CORRECTED' to Erp02-Ni-Label
             write RPT-LINE from Erp02-No-Image-Line
           else
             move Susp-Corrected-Image to Erp02-Maint-Work
             move 'CORRECTED' to Erp02-Il-Label
             perform print-maint-para thru print-maint-exit
           end-if.
       print-suspense-exit.
           exit.

       erase-suspense-para.
           move 'N' to Erp02-Susp-Chg-Switch
           move Susp-Original-Image to Erp02-Maint-Work
           perform anonymize-maint-para thru anonymize-maint-exit
           if Erp02-Image-Changed
             move Erp02-Maint-Work to Susp-Original-Image
             set Erp02-Susp-Changed to true
           end-if
           if Susp-Corrected-Image not equal spaces
             move Susp-Corrected-Image to Erp02-Maint-Work
             perform anonymize-maint-para thru anonymize-maint-exit
             if Erp02-Image-Changed
               move Erp02-Maint-Work to Susp-Corrected-Image
               set Erp02-Susp-Changed to true
             end-if
           end-if
           if not Erp02-Susp-Changed
             go to erase-suspense-exit
           end-if
           rewrite SUSPENSE-RECORD
               invalid key
                 move 'SUSPFILE' to Erp02-Rewrite-File
                 perform report-rewrite-para thru report-rewrite-exit
                 go to erase-suspense-exit
           end-rewrite
           add 1 to Erp02-Suspense-Changed.
       erase-suspense-exit.
           exit.

       erase-master-para.
      *    the master is rewritten only when something was still
      *    there to remove, and the change is journaled at the run
      *    time so a forward recovery from a backup taken before
      *    tonight puts the erasure back in its place among the
      *    other journals.  both images carry the anonymized record -
      *    the point is that the old values are not kept anywhere.
           move CUST-MASTER-RECORD to Erp02-Image-Work
           perform anonymize-image-para thru anonymize-image-exit
           if not Erp02-Image-Changed
             go to erase-master-exit
           end-if
           move Erp02-Image-Work to CUST-MASTER-RECORD
           rewrite CUST-MASTER-RECORD
               invalid key
                 move 'CUSTMAST' to Erp02-Rewrite-File
                 perform report-rewrite-para thru report-rewrite-exit
                 go to erase-master-exit
           end-rewrite
           add 1 to Erp02-Master-Changed
           move Erp02-Run-Date to Erp02-Ee-Date
           move Erp02-Run-Time-Raw(1:6) to Erp02-Ee-Time
           move 'C' to Erp02-Ee-Function
           move CUST-MASTER-RECORD to Erp02-Ee-Before-Image
           move CUST-MASTER-RECORD to Erp02-Ee-After-Image
           move 'TADERP02' to Erp02-Ee-Requester
           move spaces to Erp02-Ee-Approver
           write ERASE-JRNL-RECORD from Erp02-Erase-Entry
           add 1 to Erp02-Erajrnl-Count.
       erase-master-exit.
           exit.

       report-rewrite-para.
           add 1 to Erp02-Rewrite-Error-Count
           move spaces to Erp02-Fl-Text
           string Erp02-Rewrite-File delimited by space
                  ' REWRITE FAILED FOR CUSTOMER '
                  delimited by size
                  Dreq-Customer-Number delimited by size
                  ' - RECORD NOT ERASED' delimited by size
               into Erp02-Fl-Text
           write RPT-LINE from Erp02-Flag-Line.
       report-rewrite-exit.
           exit.

       anonymize-image-para.
      *    the personal fields only.  the number, city, country,
      *    type, limit, exposure and currency are what the history
      *    and the control totals are built on, and stay.  a blank
      *    last name is left blank.
           move 'N' to Erp02-Image-Switch
           if Erp02-Iw-First-Name not equal spaces
              or Erp02-Iw-Street not equal spaces
              or Erp02-Iw-Phone not equal spaces
              or Erp02-Iw-Postal-Code not equal spaces
             set Erp02-Image-Changed to true
           end-if
           if Erp02-Iw-Last-Name not equal spaces
              and Erp02-Iw-Last-Name not equal 'ERASED'
             set Erp02-Image-Changed to true
           end-if
           move spaces to Erp02-Iw-First-Name
           if Erp02-Iw-Last-Name not equal spaces
             move 'ERASED' to Erp02-Iw-Last-Name
           end-if
           move spaces to Erp02-Iw-Street
           move spaces to Erp02-Iw-Phone
           move spaces to Erp02-Iw-Postal-Code.
       anonymize-image-exit.
           exit.

       anonymize-maint-para.
      *    the same rule for a TADERM10 input image.  a blank field
      *    on a change card means no change and stays blank.
           move 'N' to Erp02-Image-Switch
           if Erp02-Mw-First-Name not equal spaces
              or Erp02-Mw-Street not equal spaces
              or Erp02-Mw-Phone not equal spaces
              or Erp02-Mw-Postal-Code not equal spaces
             set Erp02-Image-Changed to true
           end-if
           if Erp02-Mw-Last-Name not equal spaces
              and Erp02-Mw-Last-Name not equal 'ERASED'
             set Erp02-Image-Changed to true
           end-if
           move spaces to Erp02-Mw-First-Name
           if Erp02-Mw-Last-Name not equal spaces
             move 'ERASED' to Erp02-Mw-Last-Name
           end-if
           move spaces to Erp02-Mw-Street
           move spaces to Erp02-Mw-Phone
           move spaces to Erp02-Mw-Postal-Code.
       anonymize-maint-exit.
           exit.

       print-image-para.
           move Erp02-Iw-Last-Name to Erp02-Il-Last-Name
           move Erp02-Iw-First-Name to Erp02-Il-First-Name
           move Erp02-Iw-Street to Erp02-Il-Street
           move Erp02-Iw-City to Erp02-Il-City
           move Erp02-Iw-Country to Erp02-Il-Country
           move Erp02-Iw-Phone to Erp02-Il-Phone
           move Erp02-Iw-Postal-Code to Erp02-Il-Postal-Code
           write RPT-LINE from Erp02-Image-Line
           if Erp02-Iw-Credit-Limit is numeric
             move Erp02-Iw-Credit-Limit to Erp02-Am-Limit
           else
             move zero to Erp02-Am-Limit
           end-if
           move Erp02-Iw-Type to Erp02-Am-Type
           if Erp02-Iw-Open-Exposure is numeric
             move Erp02-Iw-Open-Exposure to Erp02-Am-Exposure
           else
             move zero to Erp02-Am-Exposure
           end-if
           move Erp02-Iw-Currency to Erp02-Am-Currency
           write RPT-LINE from Erp02-Amount-Line.
       print-image-exit.
           exit.

       print-maint-para.
           move Erp02-Mw-Last-Name to Erp02-Il-Last-Name
           move Erp02-Mw-First-Name to Erp02-Il-First-Name
           move Erp02-Mw-Street to Erp02-Il-Street
           move Erp02-Mw-City to Erp02-Il-City
           move Erp02-Mw-Country to Erp02-Il-Country
           move Erp02-Mw-Phone to Erp02-Il-Phone
           move Erp02-Mw-Postal-Code to Erp02-Il-Postal-Code
           write RPT-LINE from Erp02-Image-Line.
       print-maint-exit.
           exit.

       section-head-para.
           write RPT-LINE from SPACES
           write RPT-LINE from Erp02-Section-Line.
       section-head-exit.
           exit.

       finish-request-para.
      *    every card ends the same way, whatever became of it: one
      *    log record, one certificate page and one outcome count.
           perform write-log-para thru write-log-exit
           perform print-certificate-para thru print-certificate-exit
           evaluate true
             when Erp02-Invalid
               add 1 to Erp02-Invalid-Count
             when Erp02-Exposure-Open
               add 1 to Erp02-Refused-Count
             when Erp02-Change-Pending
               add 1 to Erp02-Pend-Refused-Count
             when Erp02-Suspense-Open
               add 1 to Erp02-Susp-Refused-Count
             when Erp02-Nothing-Held
               add 1 to Erp02-Nothing-Count
             when Dreq-Access
               add 1 to Erp02-Access-Count
             when other
               add 1 to Erp02-Erasure-Count
           end-evaluate.
       finish-request-exit.
           exit.

       write-log-para.
           move spaces to DSAR-LOG-RECORD
           move Erp02-Run-Date to Dsar-Date
           move Erp02-Run-Time-Raw(1:6) to Dsar-Time
           move Dreq-Customer-Number to Dsar-Customer-Number
           move Dreq-Type to Dsar-Request-Type
           move Dreq-Case-Ref to Dsar-Case-Ref
           move Dreq-Requested-By to Dsar-Requested-By
           move Erp02-Outcome to Dsar-Outcome
           move Erp02-Open-Exposure to Dsar-Open-Exposure
           move Erp02-Master-Held to Dsar-Master-Held
           move Erp02-Ordhist-Held to Dsar-Ordhist-Held
           move Erp02-Ordhkey-Held to Dsar-Ordhkey-Held
           move Erp02-Audhist-Held to Dsar-Audhist-Held
           move Erp02-Ordarch-Held to Dsar-Ordarch-Held
           move Erp02-Audarch-Held to Dsar-Audarch-Held
           move Erp02-Journal-Held to Dsar-Journal-Held
           move Erp02-Pendchg-Held to Dsar-Pendchg-Held
           move Erp02-Custarch-Held to Dsar-Custarch-Held
           move Erp02-Suspense-Held to Dsar-Suspense-Held
           move Erp02-Master-Changed to Dsar-Master-Changed
           move Erp02-Journal-Changed to Dsar-Journal-Changed
           move Erp02-Pendchg-Changed to Dsar-Pendchg-Changed
           move Erp02-Custarch-Changed to Dsar-Custarch-Changed
           move Erp02-Suspense-Changed to Dsar-Suspense-Changed
           write DSAR-LOG-RECORD
           add 1 to Erp02-Logged-Count.
       write-log-exit.
           exit.

       print-certificate-para.
      *    a page of its own so it can be torn off and filed with
      *    the case.  it names no personal data - only the customer
      *    number, the case and what was done to which file.
           perform new-page-para thru new-page-exit
           if Dreq-Erasure
             move 'CERTIFICATE OF DATA SUBJECT ERASURE'
                 to Erp02-Ct-Text
           else
             move 'CERTIFICATE OF DATA SUBJECT ACCESS'
                 to Erp02-Ct-Text
           end-if
           write RPT-LINE from Erp02-Cert-Title-Line
           write RPT-LINE from SPACES
           move 'CUSTOMER NUMBER:' to Erp02-Cl-Label
           move Dreq-Customer-Number to Erp02-Cl-Text
           write RPT-LINE from Erp02-Cert-Line
           move 'REQUEST TYPE:' to Erp02-Cl-Label
           evaluate true
             when Dreq-Access
               move 'A - ACCESS' to Erp02-Cl-Text
             when Dreq-Erasure
               move 'E - ERASURE' to Erp02-Cl-Text
             when other
               move spaces to Erp02-Cl-Text
               string Dreq-Type ' - NOT A VALID REQUEST TYPE'
                   delimited by size into Erp02-Cl-Text
           end-evaluate
           write RPT-LINE from Erp02-Cert-Line
           move 'CASE REFERENCE:' to Erp02-Cl-Label
           move Dreq-Case-Ref to Erp02-Cl-Text
           write RPT-LINE from Erp02-Cert-Line
           move 'REQUESTED BY:' to Erp02-Cl-Label
           move Dreq-Requested-By to Erp02-Cl-Text
           write RPT-LINE from Erp02-Cert-Line
           move 'PROCESSED:' to Erp02-Cl-Label
           move spaces to Erp02-Cl-Text
           string Erp02-Run-Date ' ' Erp02-Run-Time-Raw(1:6)
                  ' BY TADERP02'
               delimited by size into Erp02-Cl-Text
           write RPT-LINE from Erp02-Cert-Line
           move 'OUTCOME:' to Erp02-Cl-Label
           move spaces to Erp02-Cl-Text
           evaluate true
             when Erp02-Invalid
               move 'REJECTED - INVALID REQUEST CARD, NOTHING READ'
                   to Erp02-Cl-Text
             when Erp02-Exposure-Open
               move Erp02-Open-Exposure to Erp02-Exposure-Edit
               string 'REFUSED - OPEN EXPOSURE OF '
                      Erp02-Exposure-Edit
                      ', NOTHING CHANGED'
                   delimited by size into Erp02-Cl-Text
             when Erp02-Change-Pending
               string 'REFUSED - LIMIT CHANGE PENDING ON PENDCHG'
                      ', NOTHING CHANGED'
                   delimited by size into Erp02-Cl-Text
             when Erp02-Suspense-Open
               string 'REFUSED - OUTSTANDING TADERM10 SUSPENSE ENTRY'
                      ', NOTHING CHANGED'
                   delimited by size into Erp02-Cl-Text
             when Erp02-Nothing-Held
               move 'NOTHING HELD FOR THIS CUSTOMER NUMBER'
                   to Erp02-Cl-Text
             when Dreq-Access
               move 'COMPLETED - CONSOLIDATED REPORT PRINTED'
                   to Erp02-Cl-Text
             when other
               move 'COMPLETED - PERSONAL DATA ANONYMIZED'
                   to Erp02-Cl-Text
           end-evaluate
           write RPT-LINE from Erp02-Cert-Line
           if Erp02-Invalid or Erp02-Refused
             go to print-certificate-sign
           end-if
           write RPT-LINE from SPACES
           write RPT-LINE from Erp02-Cert-Col-Line
           move 'CUSTMAST' to Erp02-Cf-File
           move 'CUSTOMER MASTER' to Erp02-Cf-Content
           move Erp02-Master-Held to Erp02-Cf-Held-Work
           move Erp02-Master-Changed to Erp02-Cf-Changed-Work
           move 'Y' to Erp02-Cf-Personal-Switch
           perform cert-file-para thru cert-file-exit
           move 'ORDHIST' to Erp02-Cf-File
           move 'ORDER HISTORY' to Erp02-Cf-Content
           move Erp02-Ordhist-Held to Erp02-Cf-Held-Work
           move zero to Erp02-Cf-Changed-Work
           move 'N' to Erp02-Cf-Personal-Switch
           perform cert-file-para thru cert-file-exit
           move 'ORDHKEY' to Erp02-Cf-File
           move 'KEYED ORDER HISTORY' to Erp02-Cf-Content
           move Erp02-Ordhkey-Held to Erp02-Cf-Held-Work
           perform cert-file-para thru cert-file-exit
           move 'AUDHIST' to Erp02-Cf-File
           move 'LOOKUP AUDIT HISTORY' to Erp02-Cf-Content
           move Erp02-Audhist-Held to Erp02-Cf-Held-Work
           perform cert-file-para thru cert-file-exit
           move 'ORDARCH' to Erp02-Cf-File
           move 'ARCHIVED ORDER HISTORY' to Erp02-Cf-Content
           move Erp02-Ordarch-Held to Erp02-Cf-Held-Work
           perform cert-file-para thru cert-file-exit
           move 'AUDARCH' to Erp02-Cf-File
           move 'ARCHIVED LOOKUP HISTORY' to Erp02-Cf-Content
           move Erp02-Audarch-Held to Erp02-Cf-Held-Work
           perform cert-file-para thru cert-file-exit
           move 'JRNLFILE' to Erp02-Cf-File
           move 'MAINTENANCE JOURNAL' to Erp02-Cf-Content
           move Erp02-Journal-Held to Erp02-Cf-Held-Work
           move Erp02-Journal-Changed to Erp02-Cf-Changed-Work
           move 'Y' to Erp02-Cf-Personal-Switch
           perform cert-file-para thru cert-file-exit
           move 'PENDCHG' to Erp02-Cf-File
           move 'HELD CREDIT CHANGES' to Erp02-Cf-Content
           move Erp02-Pendchg-Held to Erp02-Cf-Held-Work
           move Erp02-Pendchg-Changed to Erp02-Cf-Changed-Work
           perform cert-file-para thru cert-file-exit
           move 'CUSTARCH' to Erp02-Cf-File
           move 'CUSTOMER ARCHIVE' to Erp02-Cf-Content
           move Erp02-Custarch-Held to Erp02-Cf-Held-Work
           move Erp02-Custarch-Changed to Erp02-Cf-Changed-Work
           perform cert-file-para thru cert-file-exit
           move 'SUSPFILE' to Erp02-Cf-File
           move 'SUSPENDED TADERM10 INPUT' to Erp02-Cf-Content
           move Erp02-Suspense-Held to Erp02-Cf-Held-Work
           move Erp02-Suspense-Changed to Erp02-Cf-Changed-Work
           perform cert-file-para thru cert-file-exit
           if Dreq-Erasure
             write RPT-LINE from SPACES
             move spaces to Erp02-Fl-Text
             move 'NAME, STREET, PHONE AND POSTAL CODE ONLY - AMOUNTS,'
                 to Erp02-Fl-Text
             write RPT-LINE from Erp02-Fl-Text
             move 'DATES AND CUSTOMER NUMBER UNCHANGED SO TOTALS FOOT.'
                 to Erp02-Fl-Text
             write RPT-LINE from Erp02-Fl-Text
           end-if.
       print-certificate-sign.
           write RPT-LINE from SPACES
           write RPT-LINE from SPACES
           write RPT-LINE from Erp02-Sign-Line.
       print-certificate-exit.
           exit.

       cert-file-para.
      *    one file's line: records held for the customer, records
      *    anonymized, and what was done.  the history and archive
      *    files hold no personal fields and are only ever read.
           move Erp02-Cf-Held-Work to Erp02-Cf-Held
           move Erp02-Cf-Changed-Work to Erp02-Cf-Changed
           evaluate true
             when Erp02-Cf-Held-Work equal zero
               move 'NOTHING HELD' to Erp02-Cf-Action
             when Dreq-Access
               move 'READ - LISTED ON THE REPORT' to Erp02-Cf-Action
             when not Erp02-Cf-Personal
               move 'NO PERSONAL FIELDS - READ ONLY'
                   to Erp02-Cf-Action
             when Erp02-Cf-Changed-Work equal zero
               move 'ALREADY ANONYMIZED' to Erp02-Cf-Action
             when other
               move 'PERSONAL FIELDS ANONYMIZED' to Erp02-Cf-Action
           end-evaluate
           write RPT-LINE from Erp02-Cert-File-Line.
       cert-file-exit.
           exit.

       new-page-para.
      *    a form-feed ahead of the header, as in TADERP01 - there is
      *    no page to break away from before the very first one.
           add 1 to Erp02-Page-Number
           if Erp02-Page-Number > 1
             write RPT-LINE from Erp02-Form-Feed
           end-if
           move Erp02-Page-Number to Erp02-Ph-Page
           write RPT-LINE from Erp02-Page-Header
           write RPT-LINE from SPACES.
       new-page-exit.
           exit.

       print-control-para.
           perform new-page-para thru new-page-exit
           move 'REQUEST CARDS READ:' to Erp02-Ctl-Label
           move Erp02-Read-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'ACCESS REQUESTS COMPLETED:' to Erp02-Ctl-Label
           move Erp02-Access-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'ERASURES COMPLETED:' to Erp02-Ctl-Label
           move Erp02-Erasure-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'ERASURES REFUSED (EXPOSURE):' to Erp02-Ctl-Label
           move Erp02-Refused-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'ERASURES REFUSED (PENDING):' to Erp02-Ctl-Label
           move Erp02-Pend-Refused-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'ERASURES REFUSED (SUSPENSE):' to Erp02-Ctl-Label
           move Erp02-Susp-Refused-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'NOTHING HELD:' to Erp02-Ctl-Label
           move Erp02-Nothing-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'INVALID REQUEST CARDS:' to Erp02-Ctl-Label
           move Erp02-Invalid-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'LOGGED TO DSARLOG:' to Erp02-Ctl-Label
           move Erp02-Logged-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'MASTERS JOURNALED (ERAJRNL):' to Erp02-Ctl-Label
           move Erp02-Erajrnl-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           move 'REWRITES FAILED:' to Erp02-Ctl-Label
           move Erp02-Rewrite-Error-Count to Erp02-Ctl-Count
           write RPT-LINE from Erp02-Ctl-Line
           compute Erp02-Balance-Work =
               Erp02-Access-Count + Erp02-Erasure-Count
               + Erp02-Refused-Count + Erp02-Pend-Refused-Count
               + Erp02-Susp-Refused-Count + Erp02-Nothing-Count
               + Erp02-Invalid-Count
           if Erp02-Balance-Work equal Erp02-Read-Count
              and Erp02-Logged-Count equal Erp02-Read-Count
              and Erp02-Rewrite-Error-Count equal zero
             write RPT-LINE from Erp02-In-Balance-Line
           else
             write RPT-LINE from Erp02-Out-Balance-Line
           end-if.
       print-control-exit.
           exit.

       terminate-para.
           close REQUEST-FILE
           close CUSTOMER-FILE
           close ORDER-KEYED-FILE
           close AUDIT-HIST-FILE
           close PENDING-FILE
           close SUSPENSE-FILE
           close ERASE-JRNL-FILE
           close LOG-FILE
           close REPORT-FILE
           perform record-run-end-para thru record-run-end-exit.
       terminate-exit.
           exit.

       record-run-start-para.
           set Rctl-Start-Run to true
           move 'TADERP02' to Rctl-Job-Name
           move '235900' to Rctl-Expected-End-Time
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-start-exit.
           exit.

       record-run-end-para.
           set Rctl-End-Run to true
           if Erp02-Rewrite-Error-Count equal zero
             set Rctl-Completed-Ok to true
           else
             set Rctl-Completed-Error to true
           end-if
           move Erp02-Read-Count to Rctl-Records-Read
           move Erp02-Logged-Count to Rctl-Records-Written
           call 'TADERU00' using RUN-CONTROL-REQUEST.
       record-run-end-exit.
           exit.
