000100*****************************************************************
000200*  BANKRCTL.CPY                                                 *
000300*  RETURNS-RUN CONTROL RECORD LAYOUT - 80 BYTE FIXED RECORD     *
000400*  (BANKRCTL.TXT). BANKRTN APPENDS ONE RECORD AT THE CLEAN END  *
000500*  OF EVERY RUN WITH THE HEADER DATE OF THE RETURN FILE IT      *
000600*  PROCESSED, THE RUN DATE, AND THE RETURNED, REISSUED AND      *
000700*  FLAGGED FIGURES FROM THE RETURNS REGISTER. BANKRTN WILL NOT  *
000800*  PROCESS A SECOND RETURN FILE FOR A HEADER DATE ALREADY ON    *
000900*  FILE. A RUN THAT ABENDS NEVER WRITES ONE.                    *
001000*****************************************************************
001100 01  BANKRCTL-RECORD.
001200     05  BRCTL-HDR-DATE        PIC 9(08).
001300     05  BRCTL-RUN-DATE        PIC 9(08).
001400     05  BRCTL-RTN-COUNT       PIC 9(07).
001500     05  BRCTL-RTN-TOTAL       PIC 9(11)V9(02).
001600     05  BRCTL-REISSUE-COUNT   PIC 9(07).
001700     05  BRCTL-REISSUE-TOTAL   PIC 9(11)V9(02).
001800     05  BRCTL-FLAG-COUNT      PIC 9(07).
001900     05  FILLER                PIC X(16).
002000     05  BRCTL-NEWLINE         PIC X(01).
