000930* THROUGH WOULD MAKE THE BATCH RUN FEED IT THE WRONG PRIOR
000940* RESULT.
000950         88  REJ-CHAIN-BROKEN-EDIT       VALUE "08".
000960* THE TRANSACTION'S REFERENCE IS NOT ON THE DEPARTMENT MASTER
000970* (ELMODPT), OR NAMES A DEPARTMENT THAT HAS BEEN DEACTIVATED.
000980         88  REJ-UNKNOWN-DEPARTMENT      VALUE "09".
000982* AN "F" RECORD NAMING A FORMULA THAT IS NOT ON THE LIBRARY
000984* (ELMOFML) OR IS RETIRED, OR A "P" PARAMETER RECORD WITH NO
000986* CLEAN FORMULA STILL WAITING FOR IT.
000988         88  REJ-FORMULA-REJECTED        VALUE "10".
000990* A "P" RECORD OWED BY A FINANCIAL (26-29) "D" OR "C" RECORD
000992* THAT IS UNDER ANOTHER REFERENCE, FOLLOWS A REJECTED FINANCIAL
000994* RECORD, OR DOES NOT CARRY A WHOLE NUMBER OF PERIODS 1-1200.
000996         88  REJ-PERIODS-REJECTED        VALUE "11".
001000     05  REJ-TRANS-IMAGE         PIC X(52).
