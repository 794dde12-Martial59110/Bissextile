      ******************************************************************
      *    COPYBOOK:  GLJREC
      *    PURPOSE :  RECORD LAYOUT OF THE GENERAL-LEDGER JOURNAL FEED
      *               (LOGICAL NAME GLJRNL) WRITTEN BY THE ACCPOST
      *               DAILY ACCRUAL POSTING RUN.  DETAIL RECORDS ("D")
      *               ARE WRITTEN IN DEBIT/CREDIT PAIRS OF EQUAL AMOUNT,
      *               ONE PAIR PER LEDGER MOVEMENT: AN ACCRUAL ("ACR")
      *               DEBITS ACCRUED INTEREST RECEIVABLE AND CREDITS
      *               INTEREST INCOME; A REVERSAL ("REV") OR A NEGATIVE
      *               CORRECTION DOES THE OPPOSITE.  AMOUNTS ARE
      *               ALWAYS POSITIVE; THE SIDE IS IN GLJ-DR-CR.  THE
      *               FILE ENDS WITH ONE CONTROL TRAILER ("T") HOLDING
      *               THE DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS,
      *               WHICH THE GL LOAD CHECKS BEFORE POSTING.
      *    MOD HISTORY:
      *        2026-09-21  MJM  INITIAL VERSION.
      ******************************************************************
       01  GLJ-RECORD.
           05  GLJ-REC-TYPE            PIC X(01).
               88  GLJ-DETAIL          VALUE "D".
               88  GLJ-TRAILER         VALUE "T".
           05  GLJ-DETAIL-AREA.
               10  GLJ-POST-DATE       PIC 9(08).
               10  GLJ-PERIOD          PIC 9(06).
               10  GLJ-ACCOUNT         PIC X(10).
               10  GLJ-GL-ACCOUNT      PIC X(10).
               10  GLJ-DR-CR           PIC X(01).
                   88  GLJ-DEBIT       VALUE "D".
                   88  GLJ-CREDIT      VALUE "C".
               10  GLJ-AMOUNT          PIC 9(13)V99.
               10  GLJ-ENTRY-TYPE      PIC X(03).
                   88  GLJ-ACCRUAL     VALUE "ACR".
                   88  GLJ-REVERSAL    VALUE "REV".
               10  GLJ-SEQUENCE        PIC 9(08).
               10  FILLER              PIC X(18).
           05  GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
               10  GLJ-TR-POST-DATE    PIC 9(08).
               10  GLJ-TR-LINE-COUNT   PIC 9(08).
               10  GLJ-TR-TOTAL-DEBITS PIC 9(15)V99.
               10  GLJ-TR-TOTAL-CREDITS
                                       PIC 9(15)V99.
               10  GLJ-TR-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(21).
