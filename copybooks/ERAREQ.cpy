000100******************************************************************
000110* Copybook:  ERAREQ
000120* Purpose:   Layout of one LGPD erasure request on the ERAREQ
000130*            input file read by ERAEMAIL: the customer who
000140*            exercised the right to erasure, the request number
000150*            the privacy office filed it under and the date the
000160*            customer asked.
000170* Modification History:
000180*   15/10/26  GERO   Original layout.
000190******************************************************************
000200 01  ERASURE-REQUEST-RECORD.
000210     05  ER-CUSTOMER-ID           PIC 9(009).
000220     05  ER-REQUEST-NO            PIC X(012).
000230     05  ER-REQUEST-DATE          PIC 9(008).
