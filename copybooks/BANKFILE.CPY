000100*****************************************************************
000200*  BANKFILE.CPY                                                 *
000300*  BANK-CREDIT INTERFACE FILE LAYOUT - 39 BYTE FIXED RECORD     *
000400*  (BANKFILE.TXT), WRITTEN BY PAYCALC AND READ BACK BY BANKRTN  *
000500*  WHEN THE BANK RETURNS A CREDIT. FIRST RECORD IS A "HDR"      *
000600*  HEADER WITH THE PAY-RUN DATE, LAST IS A "TRL" TRAILER WITH   *
000700*  THE CREDIT COUNT AND AMOUNT HASH TOTAL (LOW-ORDER TEN DIGITS *
000800*  OF THE SUM OF BNK-AMOUNT IN CENTS). EACH DETAIL IS ONE       *
000900*  EMPLOYEE'S NET PAY (TWO IMPLIED DECIMALS), IN EMP-ID         *
001000*  SEQUENCE.                                                    *
001100*****************************************************************
001200 01  BANKFILE-RECORD.
001300     05  BNK-ID                PIC X(05).
001400     05  BNK-ROUTING           PIC 9(09).
001500     05  BNK-ACCOUNT           PIC 9(12).
001600     05  BNK-AMOUNT            PIC 9(10)V9(02).
001700     05  BNK-NEWLINE           PIC X(01).
001800 01  BNK-HEADER-RECORD.
001900     05  BNK-HDR-TAG           PIC X(03).
002000     05  BNK-HDR-DATE          PIC 9(08).
002100     05  FILLER                PIC X(27).
002200     05  BNK-HDR-NEWLINE       PIC X(01).
002300 01  BNK-TRAILER-RECORD.
002400     05  BNK-TRL-TAG           PIC X(03).
002500     05  BNK-TRL-COUNT         PIC 9(07).
002600     05  BNK-TRL-HASH          PIC 9(10).
002700     05  FILLER                PIC X(18).
002800     05  BNK-TRL-NEWLINE       PIC X(01).
