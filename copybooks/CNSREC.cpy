000100******************************************************************
000110* Copybook:  CNSREC
000120* Purpose:   Layout of one marketing-consent record on the
000130*            customer-keyed CUSTCNS file - one per customer and
000140*            address type (P primary, B billing, C contact),
000150*            the same key as CUSTXRF. APLEMAIL records the
000160*            consent the capture system keyed with the address
000170*            (EA-MARKETING-CONSENT); UNSEMAIL records the opt-
000180*            outs the mail platform sends back. CMPEMAIL reads
000190*            it to cut a campaign list. An opt-out stands until
000200*            a capture system keys a fresh consent dated after
000210*            it. No record at all means no consent was given.
000220* Modification History:
000230*   15/10/26  GERO   Original layout.
000240******************************************************************
000250 01  CONSENT-RECORD.
000260     05  CN-CONSENT-KEY.
000270         10  CN-CUSTOMER-ID       PIC 9(009).
000280         10  CN-ADDRESS-TYPE      PIC X(001).
000290     05  CN-CONSENT-STATUS        PIC X(001).
000300         88  CN-CONSENT-GIVEN     VALUE "Y".
000310         88  CN-CONSENT-REFUSED   VALUE "N".
000320         88  CN-OPTED-OUT         VALUE "O".
000330     05  CN-CONSENT-DATE          PIC 9(008).
000340     05  CN-CONSENT-SOURCE        PIC X(008).
000350     05  CN-LAST-CYCLE-DATE       PIC 9(008).
