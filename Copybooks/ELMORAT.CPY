      ******************************************************************
      * ELMORAT.CPY
      * Record layout for the charge-back rate file (BILRATES) read by
      * the monthly billing run, ELMOBIL.  One 80-byte record per
      * charge class: "BASC" basic arithmetic, "SCIE" scientific and
      * trig, "GRUP" record-group aggregates, "WIDE" wide-precision
      * results, "RJCT" rejected calculations.  RATE-UNIT-PRICE is
      * the charge for one logged calculation in that class.  The
      * department is debited to RATE-DEBIT-ACCOUNT, with its own
      * code as the cost center, and the helpdesk's recovery is
      * credited to RATE-CREDIT-ACCOUNT.  RATE-DESCRIPTION is the
      * line-item wording on the department statement.  The first
      * four classes must be present; leaving out the RJCT record
      * means rejected calculations are not charged for.
      ******************************************************************
000100 01  RATE-RECORD.
000200     05  RATE-CLASS              PIC X(04).
000300         88  RATE-CLASS-BASIC            VALUE "BASC".
000400         88  RATE-CLASS-SCIENTIFIC       VALUE "SCIE".
000500         88  RATE-CLASS-GROUP            VALUE "GRUP".
000600         88  RATE-CLASS-WIDE             VALUE "WIDE".
000700         88  RATE-CLASS-REJECT           VALUE "RJCT".
000800     05  FILLER                  PIC X(01).
000900     05  RATE-UNIT-PRICE         PIC 9(03)V9(04).
001000     05  FILLER                  PIC X(01).
001100     05  RATE-DEBIT-ACCOUNT      PIC X(10).
001200     05  FILLER                  PIC X(01).
001300     05  RATE-CREDIT-ACCOUNT     PIC X(10).
001400     05  FILLER                  PIC X(01).
001500     05  RATE-DESCRIPTION        PIC X(30).
001600     05  FILLER                  PIC X(15).
