      *  MACHINE-READABLE CONTROL TOTAL RECORD.  EACH NIGHTLY JOB     *
      *  WRITES EXACTLY ONE AT END OF RUN TO ITS OWN CTL DATASET      *
      *  (TADEMS29/EDTCTL, TADEMS30/MULCTL, TADERO01/ORDCTL,          *
      *  TADERA01/AUDCTL, TADERS01/SETCTL, TADERJ01/SUSPCTL) SO THE   *
      *  TADERN01 MASTER BALANCING STEP CAN CROSS-FOOT THE STREAM     *
      *  FROM DATA INSTEAD OF FROM SIX PRINTOUTS LAID SIDE BY SIDE.   *
      *  THE COUNTS MIRROR WHAT THE JOB STAMPS ON RUNCTL; THE         *
      *  AMOUNTS ARE THE JOB'S OWN DOLLAR CONTROLS:                   *
      *    TADEMS29 - AMOUNT-1/2 = THE TWO ACCEPTED-RECORD HASH       *
      *               TOTALS FROM EDTRPT                              *
      *    TADEMS30 - AMOUNTS ZERO (COUNTS ONLY)                      *
      *               AMOUNT-2 = EXPOSURE DOLLARS RELIEVED (THE TWO   *
      *               DIFFER ONLY BY RELIEF CLIPPED AT THE ZERO       *
      *               FLOOR)                                          *
      *    TADERJ01 - READ = REJECTS TAKEN INTO SUSPENSE, WRITTEN =   *
      *               ENTRIES RELEASED; AMOUNT-1 = ENTRIES VOIDED,    *
      *               AMOUNT-2 = TADEMS29 ENTRIES ON FILE UNDER THE   *
      *               RUN DATE (COUNTS CARRIED IN THE AMOUNTS)        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-09-02  DLH  ORIGINAL CONTROL TOTAL RECORD FOR THE       *
      *                   END-OF-NIGHT BALANCING STEP.                *
      *  2026-10-15  DLH  TADERO01 NOW WRITES A SECOND ORDCTL RECORD, *
      *                   JOB NAME ORDCANCL: READ/WRITTEN = THE       *
      *                   NIGHT'S CANCELLATION REVERSALS, AMOUNT-1/2  *
      *                   = THEIR GROSS ORIGINAL AND HOME DOLLARS.    *
      *                   ITS FIRST RECORD'S BOOKED DOLLARS ARE NOW   *
      *                   NET OF THOSE CANCELLATIONS.                 *
      *  2026-10-15  DLH  ADDED TADERJ01/SUSPCTL, WITH A SECOND       *
      *                   RECORD, JOB NAME SUSPBAL: READ/WRITTEN =    *
      *                   SUSPENSE ENTRIES OUTSTANDING AT START AND   *
      *                   END OF RUN, AMOUNTS ZERO.                   *
      *                                                                *
      ******************************************************************
       01  CONTROL-TOTAL-RECORD.
