      ******************************************************************
      *    COPYBOOK:  CNVREC
      *    PURPOSE :  RECORD LAYOUT OF THE CURRENCY AND MARKET
      *               CONVENTIONS MASTER (LOGICAL NAME CNVMST), A KEYED
      *               FILE MAINTAINED BY THE CNVMNT PROGRAM: ONE RECORD
      *               PER ISO CURRENCY CODE HOLDING THAT CURRENCY'S
      *               STANDARD DAYCPRM ACCRUAL BASIS (1 ACT/ACT, 2
      *               30/360, 3 ACT/360, 4 ACT/365), ITS BUSDPRM /
      *               BUSAPRM HOLIDAY CALENDAR CODE (BLANK IS THE
      *               DEFAULT CALENDAR), ITS STANDARD SETTLEMENT LAG IN
      *               BUSINESS DAYS, AND ITS PAYMENT-DATE ADJUSTMENT
      *               CONVENTION AS IN BUSRPRM (U / F / M / P).  ACCDRV
      *               AND DAYDRV READ IT TO FILL BLANK CODES ON INPUT
      *               RECORDS THAT CARRY A CURRENCY CODE, AND TO REPORT
      *               EXPLICIT CODES THAT DISAGREE WITH THE STANDARD.
      *    MOD HISTORY:
      *        2026-09-25  MJM  INITIAL VERSION.
      ******************************************************************
       01  CNV-RECORD.
           05  CNV-CURRENCY            PIC X(03).
           05  CNV-BASIS-CODE          PIC X(01).
           05  CNV-CAL-ID              PIC X(03).
           05  CNV-SETTLE-LAG          PIC 9(02).
           05  CNV-ADJ-CONV            PIC X(01).
           05  CNV-DESCRIPTION         PIC X(20).
           05  CNV-MAINT-DATE          PIC 9(08).
           05  CNV-MAINT-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(14).
