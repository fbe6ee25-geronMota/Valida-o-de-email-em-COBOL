000100******************************************************************
000110* Copybook:  HLDRUL
000120* Purpose:   Layout of one entry on the fraud team's hold-rule
000130*            file (HLDRULE), read by APLEMAIL to decide which
000140*            address changes go to the CUSTHLD hold queue
000150*            instead of posting. A "V" entry sets the velocity
000160*            rule (more than HR-MAX-CHANGES changes for one
000170*            customer within HR-WINDOW-DAYS days of EMLHIST);
000180*            an "H" entry sets the business hours (EA-ENTRY-TIME
000190*            outside HR-HOURS-FROM..HR-HOURS-TO is held); each
000200*            "S" entry names a source system whose change of a
000210*            primary address is always held. The list is owned
000220*            and maintained by the fraud team.
000230* Modification History:
000240*   15/10/26  GERO   Original layout.
000250******************************************************************
000260 01  HOLD-RULE-RECORD.
000270     05  HR-RULE-TYPE             PIC X(001).
000280         88  HR-TYPE-VELOCITY     VALUE "V".
000290         88  HR-TYPE-HOURS        VALUE "H".
000300         88  HR-TYPE-SOURCE       VALUE "S".
000310     05  HR-RULE-VALUE            PIC X(016).
000320     05  HR-VELOCITY-DATA REDEFINES HR-RULE-VALUE.
000330         10  HR-MAX-CHANGES       PIC 9(003).
000340         10  HR-WINDOW-DAYS       PIC 9(003).
000350         10  FILLER               PIC X(010).
000360     05  HR-HOURS-DATA REDEFINES HR-RULE-VALUE.
000370         10  HR-HOURS-FROM        PIC 9(006).
000380         10  HR-HOURS-TO          PIC 9(006).
000390         10  FILLER               PIC X(004).
000400     05  HR-SOURCE-DATA REDEFINES HR-RULE-VALUE.
000410         10  HR-SOURCE-SYSTEM     PIC X(008).
000420         10  FILLER               PIC X(008).
