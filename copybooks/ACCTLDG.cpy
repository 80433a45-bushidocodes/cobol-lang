      ******************************************************************
      *    COPYBOOK:    ACCTLDG
      *    PURPOSE:     Student account ledger record - one dated row
      *                 per money event on a student's account,
      *                 appended by the program that posts it to the
      *                 invoice file: charges and transcript fees,
      *                 award credits, payments and their reversals,
      *                 returned-cheque and late fees, charges backed
      *                 off and refunds issued, and balances moved by
      *                 a student merge.  D rows raise the balance,
      *                 C rows lower it.  AccountStatement prints
      *                 the month's rows and ties the result to the
      *                 invoice file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  New types WOFF (balance written off as
      *                      bad debt) and AGYR (recovery through
      *                      the collection agency, at the gross the
      *                      student paid), both credits.
      *      2026-10-15  DF  New type SPNS (share of a charge moved
      *                      to a third-party sponsor), a credit.
      *      2026-10-15  DF  New type SPNR (sponsor share given back
      *                      when the course is cancelled, dropped
      *                      or refunded), a debit; the charge it
      *                      covered comes off as ADJC beside it.
      ******************************************************************
       01  ACCOUNT-LEDGER-RECORD.
           05  ACL-STUDENT-ID          PIC 9(07).
           05  ACL-POSTED-DATE         PIC 9(08).
           05  ACL-TXN-TYPE            PIC X(04).
               88  ACL-CHARGE          VALUE 'CHRG'.
               88  ACL-AWARD-CREDIT    VALUE 'AWRD'.
               88  ACL-PAYMENT         VALUE 'PAYM'.
               88  ACL-REVERSAL        VALUE 'REVR'.
               88  ACL-RCHECK-FEE      VALUE 'RCKF'.
               88  ACL-LATE-FEE        VALUE 'LATE'.
               88  ACL-CHARGE-ADJUST   VALUE 'ADJC'.
               88  ACL-REFUND          VALUE 'RFND'.
               88  ACL-TRANSFER-IN     VALUE 'XFRI'.
               88  ACL-TRANSFER-OUT    VALUE 'XFRO'.
               88  ACL-WRITE-OFF       VALUE 'WOFF'.
               88  ACL-AGENCY-RECOVERY VALUE 'AGYR'.
               88  ACL-SPONSOR-SHARE   VALUE 'SPNS'.
               88  ACL-SPONSOR-WITHDRAWN VALUE 'SPNR'.
           05  ACL-DIRECTION           PIC X(01).
               88  ACL-DEBIT           VALUE 'D'.
               88  ACL-CREDIT          VALUE 'C'.
           05  ACL-COURSE-CODE         PIC X(04).
           05  ACL-AMOUNT              PIC 9(05)V99.
           05  ACL-REFERENCE           PIC X(08).
           05  ACL-PROGRAM-ID          PIC X(12).
