000100******************************************************************
000110* Copybook:  MRGREC
000120* Purpose:   Layout of one customer-merge transaction on the
000130*            MRGIN input file read by MRGEMAIL: the core system
000140*            found two customer records to be the same person and
000150*            retired one of them. Every address of the retiring
000160*            customer is moved to the surviving one; the
000170*            effective date is the date the core merged them and
000180*            dates the EMLHIST records the merge writes.
000190* Modification History:
000200*   15/10/26  GERO   Original layout.
000210******************************************************************
000220 01  MERGE-TRANSACTION-RECORD.
000230     05  MG-RETIRING-ID           PIC 9(009).
000240     05  MG-SURVIVING-ID          PIC 9(009).
000250     05  MG-EFFECTIVE-DATE        PIC 9(008).
