000100******************************************************************
000110* Copybook:  HLDREC
000120* Purpose:   Layout of one entry on the CUSTHLD fraud hold queue.
000130*            APLEMAIL diverts an address change that trips one
000140*            of the fraud team's hold rules (HLDRULE) here
000150*            instead of posting it: the whole EMLACC/EMLONL
000160*            detail is kept as it arrived, with the rules it
000170*            tripped and the address it would have replaced.
000180*            HLDMAINT is where the fraud team releases or
000190*            declines it; APLEMAIL posts the released ones on
000200*            its next run and marks them applied. Keyed on the
000210*            cycle, the input (batch EMLACC or online EMLONL)
000220*            and the detail number within it, so re-running a
000230*            cycle holds the same change only once.
000240* Modification History:
000250*   15/10/26  GERO   Original layout.
000252*   15/10/26  GERO   Added HL-STATUS-NOT-APPLIED for a
000255*                    released change APLEMAIL could not post
000257*                    (erasure, rules or already on the master).
000260******************************************************************
000270 01  HOLD-RECORD.
000280     05  HL-HOLD-KEY.
000290         10  HL-CYCLE-DATE        PIC 9(008).
000300         10  HL-ORIGIN            PIC X(001).
000310             88  HL-ORIGIN-BATCH  VALUE "B".
000320             88  HL-ORIGIN-ONLINE VALUE "O".
000330         10  HL-RECORD-NO         PIC 9(009).
000340     05  HL-STATUS                PIC X(001).
000350         88  HL-STATUS-PENDING    VALUE "P".
000360         88  HL-STATUS-RELEASED   VALUE "L".
000370         88  HL-STATUS-DECLINED   VALUE "R".
000380         88  HL-STATUS-APPLIED    VALUE "A".
000385         88  HL-STATUS-NOT-APPLIED VALUE "N".
000390     05  HL-HOLD-REASONS.
000400         10  HL-RSN-VELOCITY      PIC X(001).
000410             88  HL-RSN-VELOCITY-YES  VALUE "Y".
000420         10  HL-RSN-SOURCE        PIC X(001).
000430             88  HL-RSN-SOURCE-YES    VALUE "Y".
000440         10  HL-RSN-HOURS         PIC X(001).
000450             88  HL-RSN-HOURS-YES     VALUE "Y".
000460     05  HL-CHANGE-COUNT          PIC 9(005).
000470     05  HL-PREV-EMAIL-ADDRESS    PIC X(254).
000480     05  HL-PREV-CUSTOMER-ID      PIC 9(009).
000490     05  HL-HOLD-DATE             PIC 9(008).
000500     05  HL-HOLD-TIME             PIC 9(008).
000510     05  HL-DECIDED-BY            PIC X(020).
000520     05  HL-DECISION-DATE         PIC 9(008).
000530     05  HL-DECISION-TIME         PIC 9(008).
000540     05  HL-DECISION-NOTE         PIC X(040).
000550     05  HL-APPLIED-CYCLE         PIC 9(008).
000560     05  HL-ACCEPTED-DATA         PIC X(318).
