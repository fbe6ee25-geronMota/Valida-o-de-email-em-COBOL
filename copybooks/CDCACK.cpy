000100******************************************************************
000110* Copybook:  CDCACK
000120* Purpose:   Layout of one acknowledgement on the CDCACK file
000130*            the downstream receivers (CRM, billing) send back
000140*            for each CDCOUT change file they load: which file
000150*            (sequence number and cycle), whether it was
000160*            accepted or rejected, and the detail count and
000170*            hash total they found, which CDCEMAIL checks
000180*            against what it sent.
000190* Modification History:
000200*   15/10/26  GERO   Original layout.
000210******************************************************************
000220 01  CDC-ACK-RECORD.
000230     05  AK-RECEIVER              PIC X(008).
000240         88  AK-RECEIVER-CRM      VALUE "CRM".
000250         88  AK-RECEIVER-BILLING  VALUE "FATURA".
000260     05  AK-SEQUENCE-NO           PIC 9(009).
000270     05  AK-CYCLE-DATE            PIC 9(008).
000280     05  AK-STATUS                PIC X(001).
000290         88  AK-ACCEPTED          VALUE "A".
000300         88  AK-REJECTED          VALUE "R".
000310     05  AK-DETAIL-COUNT          PIC 9(009).
000320     05  AK-HASH-TOTAL            PIC 9(018).
000330     05  AK-ACK-DATE              PIC 9(008).
