      ******************************************************************
      * ELMODPT.CPY
      * Record layout for the department master file (DEPTFILE).  One
      * record per requesting desk or department allowed to submit
      * batch work, keyed on DPT-CODE - the same eight characters
      * the department puts in TRANS-REFERENCE - so the edit can turn
      * away a mistyped or retired code before it is computed, and
      * the distribution and summary reports can print the desk's
      * full name next to its code.  A department that stops sending
      * work is deactivated, never deleted, so old log and results
      * records still resolve to a name.  DPT-DELIVERY-PREF is how
      * the desk wants its results file from ELMODST: "F" fixed
      * report, "C" comma-separated; space takes the run default
      * from DSTPARMS.  The file is INDEXED on DPT-CODE and is
      * maintained by ELMODMT.
      ******************************************************************
000100 01  DEPARTMENT-RECORD.
000200     05  DPT-CODE                PIC X(08).
000300     05  DPT-NAME                PIC X(30).
000400     05  DPT-CONTACT             PIC X(30).
000500     05  DPT-ACTIVE-FLAG         PIC X(01).
000600         88  DPT-ACTIVE                  VALUE "Y".
000700     05  DPT-DELIVERY-PREF       PIC X(01).
000800         88  DPT-DELIVER-FIXED           VALUE "F".
000900         88  DPT-DELIVER-CSV             VALUE "C".
001000         88  DPT-DELIVER-DEFAULT         VALUE SPACE.
