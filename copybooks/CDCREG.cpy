000100******************************************************************
000110* Copybook:  CDCREG
000120* Purpose:   Layout of the CDCREG register kept by CDCEMAIL: one
000130*            record per change file cut, keyed on its sequence
000140*            number, with the EMLHIST records it covered, its
000150*            count and hash total and where each receiver's
000160*            acknowledgement stands (P pending, A accepted, R
000170*            rejected). Key zero is the control record: the last
000180*            sequence number and cycle cut and the number of
000190*            EMLHIST records already sent, so each history
000200*            record goes out exactly once.
000210* Modification History:
000220*   15/10/26  GERO   Original layout.
000230******************************************************************
000240 01  CDC-REGISTER-RECORD.
000250     05  CR-SEQUENCE-NO           PIC 9(009).
000260     05  CR-CUT-DATA.
000270         10  CR-CYCLE-DATE        PIC 9(008).
000280         10  CR-CUT-DATE          PIC 9(008).
000290         10  CR-CUT-TIME          PIC 9(008).
000300         10  CR-FIRST-HIST-NO     PIC 9(009).
000310         10  CR-LAST-HIST-NO      PIC 9(009).
000320         10  CR-DETAIL-COUNT      PIC 9(009).
000330         10  CR-HASH-TOTAL        PIC 9(018).
000340         10  CR-ACK-CRM           PIC X(001).
000350             88  CR-CRM-PENDING       VALUE "P".
000360             88  CR-CRM-ACCEPTED      VALUE "A".
000370             88  CR-CRM-REJECTED      VALUE "R".
000380         10  CR-ACK-CRM-DATE      PIC 9(008).
000390         10  CR-ACK-BILLING       PIC X(001).
000400             88  CR-BILLING-PENDING   VALUE "P".
000410             88  CR-BILLING-ACCEPTED  VALUE "A".
000420             88  CR-BILLING-REJECTED  VALUE "R".
000430         10  CR-ACK-BILLING-DATE  PIC 9(008).
000440     05  CR-CONTROL-DATA REDEFINES CR-CUT-DATA.
000450         10  CR-CTL-LAST-SEQUENCE PIC 9(009).
000460         10  CR-CTL-LAST-CYCLE    PIC 9(008).
000470         10  CR-CTL-LAST-HIST-NO  PIC 9(009).
000480         10  FILLER               PIC X(061).
