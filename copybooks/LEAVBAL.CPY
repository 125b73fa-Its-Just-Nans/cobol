000100*****************************************************************
000200*  LEAVBAL.CPY                                                  *
000300*  LEAVE LEDGER INDEXED RECORD LAYOUT (LEAVBAL.DAT), KEYED BY   *
000400*  EMP-ID AND LEAVE TYPE - 'A' ANNUAL, 'S' SICK, 'U' UNPAID.    *
000500*  LEAV-EARNED IS EVERY DAY ACCRUED TO THE RECORD SINCE IT WAS  *
000600*  OPENED, LEAV-TAKEN EVERY DAY TAKEN, AND LEAV-BALANCE THE     *
000700*  DAYS STILL AVAILABLE (EARNED LESS TAKEN). UNPAID LEAVE IS    *
000800*  NEVER ACCRUED - ITS RECORD ONLY COUNTS THE DAYS TAKEN.       *
000900*  LEAV-LAST-ACCRUAL IS THE LAST PERIOD (CCYYMM) LEAVACR        *
001000*  ACCRUED TO THE RECORD, SO A RERUN CANNOT ACCRUE A MONTH      *
001100*  TWICE. ANNUAL AND SICK RECORDS ARE OPENED BY LEAVACR, AN     *
001200*  UNPAID RECORD BY LEAVEDIT THE FIRST TIME IT IS TAKEN.        *
001300*  DAYS ARE HELD TO HUNDREDTHS SO A FRACTIONAL MONTHLY ACCRUAL  *
001400*  IS NOT LOST.                                                 *
001500*****************************************************************
001600 01  LEAVBAL-RECORD.
001700     05  LEAV-KEY.
001800         10  LEAV-ID               PIC X(05).
001900         10  LEAV-TYPE             PIC X(01).
002000             88  LEAV-ANNUAL           VALUE 'A'.
002100             88  LEAV-SICK             VALUE 'S'.
002200             88  LEAV-UNPAID           VALUE 'U'.
002300     05  LEAV-EARNED           PIC 9(04)V9(02).
002400     05  LEAV-TAKEN            PIC 9(04)V9(02).
002500     05  LEAV-BALANCE          PIC 9(04)V9(02).
002600     05  LEAV-LAST-ACCRUAL     PIC 9(06).
002700     05  LEAV-LAST-TAKEN       PIC 9(08).
002800     05  LEAV-CHG-DATE         PIC 9(08).
