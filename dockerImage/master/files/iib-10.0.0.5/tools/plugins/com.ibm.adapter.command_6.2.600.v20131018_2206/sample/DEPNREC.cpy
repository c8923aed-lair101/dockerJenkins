      ******************************************************************
      *                                                                *
      *  DEPNREC.CPY                                                  *
      *                                                                *
      *  JOB-STREAM DEPENDENCY RECORD ON THE JOBDEPN KEYED CONTROL    *
      *  FILE, MAINTAINED FROM CARDS BY TADERU10 AND READ BY          *
      *  TADERU00 AT EVERY START OF RUN.  TWO KINDS OF ENTRY:         *
      *    P - PREDECESSOR: Depn-Job-Name MAY START ONLY WHEN         *
      *        Depn-Other-Name HAS ENDED OK ON RUNCTL UNDER THE SAME  *
      *        PROCESSING DATE.  A JOB HAS ONE ENTRY PER PREDECESSOR; *
      *        A JOB WITH NONE IS NEVER HELD.                         *
      *    A - AUTHORIZED OPERATOR: Depn-Other-Name MAY FORCE A       *
      *        START OF Depn-Job-Name PAST ITS PREDECESSORS WITH AN   *
      *        OVERRIDE CARD (RUNOVRD).  JOB NAME '*' AUTHORIZES THE  *
      *        OPERATOR FOR EVERY JOB.                                *
      *  THE KEY RUNS TYPE, JOB, OTHER NAME SO A JOB'S PREDECESSORS   *
      *  BROWSE TOGETHER.                                             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ------------------------------------------- *
      *  2026-10-15  DLH  ORIGINAL COPYBOOK FOR THE JOB DEPENDENCY    *
      *                   FILE.                                       *
      *                                                                *
      ******************************************************************
       01  JOB-DEPENDENCY-RECORD.
           05  Depn-Key.
               10  Depn-Entry-Type     PIC X(01).
                   88  Depn-Predecessor    VALUE 'P'.
                   88  Depn-Authorized     VALUE 'A'.
               10  Depn-Job-Name       PIC X(08).
               10  Depn-Other-Name     PIC X(08).
           05  Depn-Updated-Date       PIC X(08).
           05  FILLER                  PIC X(15).
