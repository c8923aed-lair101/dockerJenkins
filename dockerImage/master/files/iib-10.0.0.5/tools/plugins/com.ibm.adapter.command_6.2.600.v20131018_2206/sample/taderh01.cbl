      *                   THE FILES THIS RUN WAS BUILT FOR, AND ITS  *
      *                   OLD ENTRIES ARE ALREADY PRESERVED IN FULL  *
      *                   ON THE FLAT ORDARCH SIDE.                  *
      *  2026-10-15  DLH  ORDKEEP AND ORDARCH FOLLOW THE ORDER        *
      *                   HISTORY RECORD FROM 65 TO 82 BYTES (SEE     *
      *                   ORDHREC - THE CANCELLATION REVERSAL'S       *
      *                   ORIGINAL ORDER KEY).                        *
      *                                                                *
      ******************************************************************
       environment division.
       fd  ORDER-HIST-FILE.
           copy ORDHREC.
       fd  ORDER-KEEP-FILE
           record contains 82 characters.
       01  ORDK-OUT-RECORD             PIC X(82).
       fd  ORDER-ARCH-FILE
           record contains 82 characters.
       01  ORDA-OUT-RECORD             PIC X(82).
       fd  AUDIT-HIST-FILE.
           copy AUDHREC.
       fd  AUDIT-ARCH-FILE
