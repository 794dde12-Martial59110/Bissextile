      ******************************************************************
      *    COPYBOOK:  CPNREC
      *    PURPOSE :  RECORD LAYOUT OF THE COUPON AND PAYMENT
      *               SCHEDULE DATASET (LOGICAL NAME CPNMST), A KEYED
      *               FILE BUILT BY THE COUPSCHD PROGRAM: ONE RECORD
      *               PER INSTRUMENT PER PAYMENT PERIOD, KEYED ON THE
      *               ACCOUNT PLUS THE PERIOD NUMBER (001 IS THE FIRST
      *               PERIOD AFTER ISSUE).  EACH RECORD HOLDS THE
      *               PERIOD'S ACCRUAL START DATE, THE UNADJUSTED
      *               PAYMENT DATE THE SCHEDULE ARITHMETIC PRODUCED,
      *               THE ADJUSTED PAYMENT DATE AFTER THE BUSROLL
      *               CONVENTION (SEE BUSRPRM), AND THE ACCRUE DAY
      *               COUNT AND ACCRUED AMOUNT FROM THE ACCRUAL START
      *               TO THE ADJUSTED PAYMENT DATE UNDER THE
      *               INSTRUMENT'S DAYCPRM BASIS.  THE STUB INDICATOR
      *               IS "Y" ON PERIOD 001 WHEN THE ISSUE DATE FALLS
      *               OFF THE PAYMENT CYCLE (A SHORT FIRST COUPON).
      *    MOD HISTORY:
      *        2026-09-14  MJM  INITIAL VERSION.
      ******************************************************************
       01  CPN-RECORD.
           05  CPN-KEY.
               10  CPN-ACCOUNT         PIC X(10).
               10  CPN-PERIOD          PIC 9(03).
           05  CPN-ACCR-START-DATE     PIC 9(08).
           05  CPN-UNADJ-DATE          PIC 9(08).
           05  CPN-ADJ-DATE            PIC 9(08).
           05  CPN-BASIS-CODE          PIC X(01).
           05  CPN-CAL-ID              PIC X(03).
           05  CPN-ADJ-CONV            PIC X(01).
           05  CPN-DAY-COUNT           PIC S9(08).
           05  CPN-ACCRUED-AMT         PIC S9(13)V99.
           05  CPN-STUB-IND            PIC X(01).
               88  CPN-SHORT-STUB      VALUE "Y".
               88  CPN-REGULAR-PERIOD  VALUE "N".
           05  FILLER                  PIC X(14).
