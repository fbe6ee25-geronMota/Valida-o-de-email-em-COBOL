000100******************************************************************
000110* Copybook:  ERAREG
000120* Purpose:   Layout of one entry on the customer-keyed erasure
000130*            register (CUSTERA), written by ERAEMAIL for every
000140*            customer whose address was erased under the LGPD.
000150*            APLEMAIL reads it before a post, so an EMLACC or
000160*            EMLONL record keyed on or before the erasure date
000170*            cannot put the erased address back onto CUSTMAS.
000180*            The register carries no address - only the fact,
000190*            the request and the date.
000200* Modification History:
000210*   15/10/26  GERO   Original layout.
000220******************************************************************
000230 01  ERASURE-REGISTER-RECORD.
000240     05  EG-CUSTOMER-ID           PIC 9(009).
000250     05  EG-REQUEST-NO            PIC X(012).
000260     05  EG-REQUEST-DATE          PIC 9(008).
000270     05  EG-ERASE-DATE            PIC 9(008).
000280     05  EG-ERASE-TIME            PIC 9(008).
