000100*****************************************************************
000200*  REMIT.CPY                                                    *
000300*  STATUTORY REMITTANCE FILE LAYOUT - 48 BYTE FIXED RECORD,     *
000400*  SHARED BY THE INCOME TAX (REMTAX.TXT), PROVIDENT FUND        *
000500*  (REMPF.TXT) AND INSURANCE (REMINS.TXT) FILES STATREM WRITES  *
000600*  EACH MONTH. FIRST RECORD IS A "HDR" HEADER WITH THE AGENCY   *
000700*  CODE, PERIOD (CCYYMM) AND RUN DATE, LAST IS A "TRL" TRAILER  *
000800*  WITH THE DETAIL COUNT, EMPLOYEE AND EMPLOYER TOTALS AND AN   *
000900*  AMOUNT HASH (LOW-ORDER TEN DIGITS OF THE SUM OF EMPLOYEE     *
001000*  PLUS EMPLOYER AMOUNT IN CENTS), AS ON BANKFILE. EACH DETAIL  *
001100*  IS ONE EMPLOYEE'S AMOUNT FOR THE AGENCY (TWO IMPLIED         *
001200*  DECIMALS), IN EMP-ID SEQUENCE. KEPT IN WORKING-STORAGE - THE *
001300*  PROGRAM BUILDS A RECORD HERE AND WRITES THE AGENCY'S FILE    *
001400*  FROM REMIT-RECORD.                                           *
001500*****************************************************************
001600 01  REMIT-RECORD.
001700     05  REM-ID                PIC X(05).
001800     05  REM-COSTCTR           PIC X(04).
001900     05  REM-EE-AMOUNT         PIC 9(10)V9(02).
002000     05  REM-ER-AMOUNT         PIC 9(10)V9(02).
002100     05  FILLER                PIC X(14).
002200     05  REM-NEWLINE           PIC X(01).
002300 01  REM-HEADER-RECORD REDEFINES REMIT-RECORD.
002400     05  REM-HDR-TAG           PIC X(03).
002500     05  REM-HDR-AGENCY        PIC X(03).
002600     05  REM-HDR-PERIOD        PIC 9(06).
002700     05  REM-HDR-DATE          PIC 9(08).
002800     05  FILLER                PIC X(27).
002900     05  REM-HDR-NEWLINE       PIC X(01).
003000 01  REM-TRAILER-RECORD REDEFINES REMIT-RECORD.
003100     05  REM-TRL-TAG           PIC X(03).
003200     05  REM-TRL-COUNT         PIC 9(07).
003300     05  REM-TRL-EE-TOTAL      PIC 9(11)V9(02).
003400     05  REM-TRL-ER-TOTAL      PIC 9(11)V9(02).
003500     05  REM-TRL-HASH          PIC 9(10).
003600     05  FILLER                PIC X(01).
003700     05  REM-TRL-NEWLINE       PIC X(01).
