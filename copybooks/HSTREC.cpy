000210*            before-image.
000220* Modification History:
000230*   05/09/26  GERO   Original layout.
000232*   15/10/26  GERO   New action E - an address erased from
000234*                    CUSTMAS by the ERAEMAIL LGPD run. The
000236*                    before-image carries the masked address,
000238*                    the after-image is empty; not reversible.
000240*   15/10/26  GERO   New action X - a CUSTXRF entry removed or
000242*                    re-created by the RCNEMAIL reconciliation
000244*                    repair; CUSTMAS itself is not touched, so
000246*                    BCKEMAIL passes these by. New HS-ADDRESS-TYPE
000248*                    tail field: the address type (P/B/C) of the
000250*                    change; space on records written before it.
000252*   15/10/26  GERO   New actions M and F, written by the MRGEMAIL
000254*                    customer merge: M a CUSTMAS record moved
000256*                    from the retiring to the surviving customer,
000258*                    F a CUSTXRF entry moved, replaced or dropped
000260*                    by it (before/after image = the entry, zero
000262*                    id when it did not exist). New tail field
000264*                    HS-MERGED-CUSTOMER-ID: on M and F records the
000266*                    retiring customer, so BCKEMAIL can undo one
000268*                    merge by itself; not used by other actions.
000270*   15/10/26  GERO   New action B - one change reversed by a
000272*                    BCKEMAIL estorno: before-image what CUSTMAS
000274*                    or CUSTXRF held, after-image what it holds
000276*                    again; the cycle date is the cycle backed
000278*                    out. Never itself reversed; the CDCEMAIL
000280*                    interface sends it on as a reversal.
000282*   15/10/26  GERO   New actions C and H, written by the MRGEMAIL
000284*                    customer merge: C a CUSTCNS consent moved,
000286*                    replaced or dropped (the consent itself in
000288*                    HS-BEF-CONSENT/HS-AFT-CONSENT, over the
000290*                    name; no address), H a CUSTHLD hold not yet
000292*                    posted moved to the surviving customer (its
000294*                    key in HS-BEF-HOLD-KEY; no address). Both
000296*                    carry HS-MERGED-CUSTOMER-ID and are undone
000298*                    with the merge by BCKEMAIL.
000300******************************************************************
000250 01  HISTORY-RECORD.
000260     05  HS-CYCLE-DATE            PIC 9(008).
000270     05  HS-RUN-DATE              PIC 9(008).
000290     05  HS-ACTION                PIC X(001).
000300         88  HS-ACTION-ADD        VALUE "A".
000310         88  HS-ACTION-UPDATE     VALUE "U".
000311         88  HS-ACTION-ERASE      VALUE "E".
000312         88  HS-ACTION-BACKOUT    VALUE "B".
000313         88  HS-ACTION-XREF-FIX   VALUE "X".
000315         88  HS-ACTION-MERGE      VALUE "M".
000316         88  HS-ACTION-MERGE-XREF VALUE "F".
000317         88  HS-ACTION-MERGE-CONSENT VALUE "C".
000318         88  HS-ACTION-MERGE-HOLD VALUE "H".
000320     05  HS-SOURCE-SYSTEM         PIC X(008).
000330     05  HS-BEFORE-IMAGE.
000340         10  HS-BEF-EMAIL-ADDRESS PIC X(254).
000350         10  HS-BEF-CUSTOMER-ID   PIC 9(009).
000360         10  HS-BEF-CUSTOMER-NAME PIC X(030).
000361         10  HS-BEF-CONSENT REDEFINES HS-BEF-CUSTOMER-NAME.
000362             15  HS-BEF-CN-STATUS     PIC X(001).
000363             15  HS-BEF-CN-DATE       PIC 9(008).
000364             15  HS-BEF-CN-SOURCE     PIC X(008).
000365             15  HS-BEF-CN-LAST-CYCLE PIC 9(008).
000366             15  FILLER               PIC X(005).
000367         10  HS-BEF-HOLD-KEY REDEFINES HS-BEF-CUSTOMER-NAME.
000368             15  HS-BEF-HL-CYCLE-DATE PIC 9(008).
000369             15  HS-BEF-HL-ORIGIN     PIC X(001).
000370             15  HS-BEF-HL-RECORD-NO  PIC 9(009).
000371             15  FILLER               PIC X(012).
000370     05  HS-AFTER-IMAGE.
000380         10  HS-AFT-EMAIL-ADDRESS PIC X(254).
000390         10  HS-AFT-CUSTOMER-ID   PIC 9(009).
000400         10  HS-AFT-CUSTOMER-NAME PIC X(030).
000410         10  HS-AFT-CONSENT REDEFINES HS-AFT-CUSTOMER-NAME.
000420             15  HS-AFT-CN-STATUS     PIC X(001).
000430             15  HS-AFT-CN-DATE       PIC 9(008).
000440             15  HS-AFT-CN-SOURCE     PIC X(008).
000450             15  HS-AFT-CN-LAST-CYCLE PIC 9(008).
000460             15  FILLER               PIC X(005).
000470     05  HS-ADDRESS-TYPE          PIC X(001).
000480     05  HS-MERGED-CUSTOMER-ID    PIC 9(009).
