      ******************************************************************
      *    COPYBOOK:  ACLREC
      *    PURPOSE :  RECORD LAYOUT OF THE ACCRUAL LEDGER MASTER
      *               (LOGICAL NAME ACLMST), A KEYED FILE MAINTAINED BY
      *               THE ACCPOST DAILY POSTING RUN: ONE RECORD PER
      *               POSIN ACCOUNT (PS-ACCOUNT).  THE POSITION TERMS
      *               ARE CARRIED FROM THE LATEST POSIN RECORD SEEN.
      *               ACCRUED-TO-DATE IS THE INTEREST BOOKED FROM THE
      *               START DATE TO THE LAST ACCRUAL DATE; PERIOD-TO-
      *               DATE IS THE NET AMOUNT JOURNALED IN THE
      *               ACCOUNTING PERIOD (YYYYMM) NAMED BY ACL-PERIOD,
      *               AND IS RESET TO ZERO WHEN THE FIRST POSTING OF A
      *               NEW MONTH ROLLS THE PERIOD.  LAST-SEEN-DATE IS
      *               THE LAST POSTING DATE ON WHICH THE ACCOUNT WAS
      *               PRESENT ON POSIN.  A POSITION THAT MATURES OR
      *               DROPS OFF POSIN HAS ITS ACCRUED-TO-DATE REVERSED,
      *               HELD IN ACL-REVERSED-AMT, AND IS CLOSED ("M" OR
      *               "X") AS OF ACL-CLOSE-DATE.
      *    MOD HISTORY:
      *        2026-09-21  MJM  INITIAL VERSION.
      ******************************************************************
       01  ACL-RECORD.
           05  ACL-ACCOUNT             PIC X(10).
           05  ACL-PRINCIPAL           PIC 9(13)V99.
           05  ACL-RATE                PIC 9(03)V9(06).
           05  ACL-START-DATE          PIC 9(08).
           05  ACL-END-DATE            PIC 9(08).
           05  ACL-BASIS-CODE          PIC X(01).
           05  ACL-ACCRUED-TO-DATE     PIC S9(13)V99.
           05  ACL-LAST-ACCRUAL-DATE   PIC 9(08).
           05  ACL-PERIOD-TO-DATE      PIC S9(13)V99.
           05  ACL-PERIOD              PIC 9(06).
           05  ACL-LAST-SEEN-DATE      PIC 9(08).
           05  ACL-STATUS              PIC X(01).
               88  ACL-ACTIVE          VALUE "A".
               88  ACL-MATURED         VALUE "M".
               88  ACL-DROPPED         VALUE "X".
               88  ACL-CLOSED          VALUES "M" "X".
           05  ACL-REVERSED-AMT        PIC S9(13)V99.
           05  ACL-CLOSE-DATE          PIC 9(08).
           05  FILLER                  PIC X(23).
