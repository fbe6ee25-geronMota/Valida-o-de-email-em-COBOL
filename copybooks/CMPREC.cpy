000100******************************************************************
000110* Copybook:  CMPREC
000120* Purpose:   Layout of one record on the CMPLST campaign mailing
000130*            list cut by CMPEMAIL for marketing: a header (list
000140*            date and the address type it was cut for), one
000150*            detail per verified, consenting address and a
000160*            trailer with the detail count, so the mail platform
000170*            can refuse a short or stale list the same way
000180*            VALEMAIL reconciles the inbound extract.
000190* Modification History:
000200*   15/10/26  GERO   Original layout.
000210******************************************************************
000220 01  CAMPAIGN-RECORD.
000230     05  CP-RECORD-TYPE           PIC X(001).
000240         88  CP-TYPE-HEADER       VALUE "H".
000250         88  CP-TYPE-DETAIL       VALUE "D".
000260         88  CP-TYPE-TRAILER      VALUE "T".
000270     05  CP-DETAIL-DATA.
000280         10  CP-CUSTOMER-ID       PIC 9(009).
000290         10  CP-CUSTOMER-NAME     PIC X(030).
000300         10  CP-ADDRESS-TYPE      PIC X(001).
000310         10  CP-EMAIL-ADDRESS     PIC X(254).
000320     05  CP-HEADER-DATA REDEFINES CP-DETAIL-DATA.
000330         10  CP-LIST-DATE         PIC 9(008).
000340         10  CP-LIST-TYPE         PIC X(001).
000350         10  FILLER               PIC X(285).
000360     05  CP-TRAILER-DATA REDEFINES CP-DETAIL-DATA.
000370         10  CP-TRAILER-COUNT     PIC 9(009).
000380         10  FILLER               PIC X(285).
