      ******************************************************************
      * ELMOSCH.CPY
      * Record layout for the amortization schedule file (SCHEDFIL),
      * written by ELMO for every batch option-29 request that
      * computes: one record per period, giving the payment, the
      * interest and principal parts of it, and the balance left
      * owing.  The single RESULTS record for the request carries
      * the total of the payments in RESULTS-VALUE and the number
      * of periods in RESULTS-GROUP-COUNT, so ELMODST can prove the
      * schedule it delivers agrees with the answer it sits under.
      * INDEXED on SCH-KEY: the requesting reference, the run that
      * produced it, the terms of the loan (amount, rate per period
      * in percent, number of periods - the operands and period
      * count on the RESULTS record) and the period, so ELMODST finds
      * the schedule for an answer straight from the answer itself.
      * Two requests on identical terms under one reference and run
      * share one schedule, which is the same for both, and a
      * restarted run rewrites its lines in place rather than
      * doubling them.  Money is carried to the cent: the level
      * payment and each period's interest are rounded, and the last
      * payment takes up the rounding so the balance ends at zero.
      ******************************************************************
000100 01  SCHEDULE-RECORD.
000200     05  SCH-KEY.
000300         10  SCH-REFERENCE       PIC X(08).
000400         10  SCH-RUN-NUMBER      PIC 9(05).
000500         10  SCH-TERMS.
000600             15  SCH-AMOUNT      PIC 9(7)V9(7).
000650             15  SCH-RATE        PIC 9(7)V9(7).
000700             15  SCH-PERIODS     PIC 9(05).
000800         10  SCH-PERIOD          PIC 9(05).
000900     05  SCH-BODY.
001000         10  SCH-PAYMENT         PIC S9(13)V99.
001100         10  SCH-INTEREST        PIC S9(13)V99.
001200         10  SCH-PRINCIPAL       PIC S9(13)V99.
001300         10  SCH-BALANCE         PIC S9(13)V99.
