000100******************************************************************
000110* Copybook:  NTCREC
000120* Purpose:   Layout of one change-notice record on the NTCOUT
000130*            interface file APLEMAIL cuts for the mail platform:
000140*            one "your address was changed" message to the
000150*            PREVIOUS address for every address change posted
000160*            onto CUSTMAS/CUSTXRF, so the owner of the old
000170*            mailbox hears about a takeover. Type S: the
000180*            customer's address of this type was substituted by
000190*            a new one. Type T: this address was transferred
000200*            from the customer it belonged to (NT-CUSTOMER-ID)
000210*            to another. The new address is never carried.
000220* Modification History:
000230*   15/10/26  GERO   Original layout.
000240******************************************************************
000250 01  CHANGE-NOTICE-RECORD.
000260     05  NT-EMAIL-ADDRESS         PIC X(254).
000270     05  NT-CUSTOMER-ID           PIC 9(009).
000280     05  NT-CUSTOMER-NAME         PIC X(030).
000290     05  NT-ADDRESS-TYPE          PIC X(001).
000300     05  NT-NOTICE-TYPE           PIC X(001).
000310         88  NT-ADDRESS-SUBSTITUTED   VALUE "S".
000320         88  NT-ADDRESS-TRANSFERRED   VALUE "T".
000330     05  NT-SOURCE-SYSTEM         PIC X(008).
000340     05  NT-CYCLE-DATE            PIC 9(008).
000350     05  NT-CHANGE-DATE           PIC 9(008).
000360     05  NT-CHANGE-TIME           PIC 9(006).
