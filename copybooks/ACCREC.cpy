000216*                    contact), carried from the extract so
000217*                    APLEMAIL can keep the customer-keyed
000218*                    cross-reference by address type.
000220*   15/10/26  GERO   Added EA-MARKETING-CONSENT, carried from
000222*                    the extract so APLEMAIL can record the
000224*                    customer's campaign consent on CUSTCNS.
000226******************************************************************
000220 01  ACCEPTED-RECORD.
000222     05  EA-RECORD-TYPE           PIC X(001).
000224         88  EA-TYPE-HEADER       VALUE "H".
000284             88  EA-TYPE-PRIMARY  VALUE "P".
000286             88  EA-TYPE-BILLING  VALUE "B".
000288             88  EA-TYPE-CONTACT  VALUE "C".
000289         10  EA-MARKETING-CONSENT PIC X(001).
000290             88  EA-CONSENT-GIVEN VALUE "Y".
000291             88  EA-CONSENT-REFUSED VALUE "N".
000290     05  EA-HEADER-DATA REDEFINES EA-DETAIL-DATA.
000300         10  EA-CYCLE-DATE        PIC 9(008).
000310         10  FILLER               PIC X(309).
000320     05  EA-TRAILER-DATA REDEFINES EA-DETAIL-DATA.
000330         10  EA-TRAILER-COUNT     PIC 9(009).
000340         10  FILLER               PIC X(308).
