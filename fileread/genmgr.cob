001073*                 EMPSNAP.NEW IS COPIED OVER IT, SO EMPRESTR CAN    *
001074*                 BRING A PAST DAY'S INPUTS BACK FOR A SEQREAD      *
001075*                 HISTORY RERUN.                                    *
001076*  10/15/26  JDH  JOURNAL ARCHIVES (EMPJRNL.TXT.<CCYYMMDD>,         *
001077*                 WRITTEN BY THE EMPPURGE RETENTION RUN) ARE        *
001078*                 PERMANENT HISTORY - THE PURGE PASS NOW KEEPS      *
001079*                 THEM ON GENARCH WHATEVER THEIR AGE.               *
001100*****************************************************************
001200*  REMARKS.
001300*  END-OF-RUN GENERATION ROTATION AND ARCHIVAL. RUNS AFTER A
002800*      RECORDS EACH ARCHIVE ON GENARCH.TXT.
002900*    - PURGES ARCHIVES OLDER THAN THE RETENTION PERIOD
003000*      (WS-RETENTION-DAYS) AND DROPS THEM FROM GENARCH.TXT.
003001*      JOURNAL ARCHIVES (EMPJRNL.TXT.<CCYYMMDD>) ARE NEVER
003002*      PURGED - THEY ARE THE PERMANENT JOURNAL HISTORY.
003100*  FILE COPIES AND DELETES USE THE CBL_COPY_FILE AND
003200*  CBL_DELETE_FILE LIBRARY ROUTINES. THE RUN DATE MAY BE
003300*  PASSED ON THE COMMAND LINE (YYYYMMDD) - OTHERWISE TODAY'S
040700*  5100-PURGE-ONE-ENTRY - KEEP OR PURGE ONE ARCHIVE-INDEX       *
040800*  ENTRY. AN ENTRY WHOSE DATE WILL NOT CONVERT IS KEPT - A      *
040900*  CORRUPT INDEX LINE IS SOMETHING TO LOOK AT, NOT DELETE BY.   *
040901*  A JOURNAL ARCHIVE IS ALWAYS KEPT - IT IS PERMANENT HISTORY.  *
041000*****************************************************************
041100 5100-PURGE-ONE-ENTRY.
041200     READ GENARCH.
042300         COMPUTE WS-ENTRY-INT =
042400             FUNCTION INTEGER-OF-DATE (ARCH-DATE)
042500     END-IF.
042501     IF ARCH-NAME (1:12) = "EMPJRNL.TXT."
042502         MOVE 0 TO WS-ENTRY-INT
042503     END-IF.
042600     IF WS-ENTRY-INT > 0 AND WS-ENTRY-INT < WS-CUTOFF-INT
042700         MOVE ARCH-NAME TO WS-SOURCE-NAME
042800         PERFORM 6100-DELETE-SOURCE THRU 6100-EXIT
