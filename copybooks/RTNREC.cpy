000100******************************************************************
000110* Copybook:  RTNREC
000120* Purpose:   Layout of one record on a per-source-system reject
000130*            return file (RTN.<source>.<cycle>) cut by RTNEMAIL
000140*            from the night's AUDLOG generation, so the branch
000150*            system, web portal or call center that keyed a
000160*            rejected address can correct it at origin: a
000170*            header (source system and cycle date), one detail
000180*            per batch reject and a trailer with the detail
000190*            count. The reason flags are the AU-REASON-CODES of
000200*            the audit record, in the same order, "Y" per check
000210*            failed; RT-SUGGEST-DOMAIN is the allow-list entry
000220*            the domain check offered as "QUIS DIZER".
000230* Modification History:
000240*   15/10/26  GERO   Original layout.
000250******************************************************************
000260 01  RETURN-RECORD.
000270     05  RT-RECORD-TYPE           PIC X(001).
000280         88  RT-TYPE-HEADER       VALUE "H".
000290         88  RT-TYPE-DETAIL       VALUE "D".
000300         88  RT-TYPE-TRAILER      VALUE "T".
000310     05  RT-DETAIL-DATA.
000320         10  RT-CUSTOMER-ID       PIC 9(009).
000330         10  RT-ENTRY-DATE        PIC 9(008).
000340         10  RT-ENTRY-TIME        PIC 9(006).
000350         10  RT-EMAIL-KEYED       PIC X(264).
000360         10  RT-REASON-CODES.
000370             15  RT-RSN-NO-AT         PIC X(001).
000380             15  RT-RSN-MULT-AT       PIC X(001).
000390             15  RT-RSN-TOO-SHORT     PIC X(001).
000400             15  RT-RSN-TRUNCATED     PIC X(001).
000410             15  RT-RSN-BAD-STRUCT    PIC X(001).
000420             15  RT-RSN-BAD-DOMAIN    PIC X(001).
000430             15  RT-RSN-DUPLICATE     PIC X(001).
000440             15  RT-RSN-DUP-EXTRACT   PIC X(001).
000450             15  RT-RSN-BLOCKED       PIC X(001).
000460             15  RT-RSN-BOUNCED       PIC X(001).
000470         10  RT-REASON-TEXT       PIC X(060).
000480         10  RT-SUGGEST-DOMAIN    PIC X(040).
000490     05  RT-HEADER-DATA REDEFINES RT-DETAIL-DATA.
000500         10  RT-SOURCE-SYSTEM     PIC X(008).
000510         10  RT-CYCLE-DATE        PIC 9(008).
000520         10  FILLER               PIC X(381).
000530     05  RT-TRAILER-DATA REDEFINES RT-DETAIL-DATA.
000540         10  RT-TRAILER-COUNT     PIC 9(009).
000550         10  FILLER               PIC X(388).
