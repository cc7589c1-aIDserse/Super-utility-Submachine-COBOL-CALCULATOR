      ******************************************************************
      * ELMOHLD.CPY
      * Record layout for the supervisor hold file (HOLDFIL).  ELMODST
      * writes one record for every answer that falls outside its
      * limits (see ELMOLIM) instead of putting it in the desk's DST
      * file; the supervisor review, ELMOREV, then releases it to the
      * desk or kills it into the recycle.  INDEXED on HLD-KEY: the
      * run that produced the answer and the answer's place among
      * that run's records on RESULTFL, so a distribution run twice
      * finds the answers it held the first time rather than holding
      * them again, and delivers the ones already released.
      * HLD-RESULT-IMAGE is the unchanged RESULTS-RECORD and must stay
      * the same length as RESULTS-RECORD in ELMORES.CPY.  The range
      * the answer broke is kept with it, so the supervisor sees what
      * it was held against.  HLD-DECIDED-BY is the supervisor's
      * operator ID, and each decision is also logged to CALCLOG as a
      * HOLD record.
      ******************************************************************
000100 01  HOLD-RECORD.
000200     05  HLD-KEY.
000300         10  HLD-RUN-NUMBER      PIC 9(05).
000400         10  HLD-RESULT-SEQ      PIC 9(07).
000500     05  HLD-STATUS              PIC X(01).
000600         88  HLD-PENDING                 VALUE "P".
000700         88  HLD-RELEASED                VALUE "R".
000800         88  HLD-KILLED                  VALUE "K".
000900     05  HLD-REASON              PIC X(01).
001000         88  HLD-VALUE-OUT               VALUE "V".
001100         88  HLD-OPERAND-A-OUT           VALUE "A".
001200         88  HLD-OPERAND-B-OUT           VALUE "B".
001300     05  HLD-LIMIT-LOW           PIC S9(14)V9(7).
001400     05  HLD-LIMIT-HIGH          PIC S9(14)V9(7).
001500     05  HLD-HELD-DATE           PIC X(08).
001600     05  HLD-DECIDED-BY          PIC X(08).
001700     05  HLD-DECIDED-DATE        PIC X(08).
001800     05  HLD-RESULT-IMAGE        PIC X(84).
