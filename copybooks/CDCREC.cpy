000100******************************************************************
000110* Copybook:  CDCREC
000120* Purpose:   Layout of one record on the CDCOUT change file cut
000130*            by CDCEMAIL for CRM and billing: a header (cycle
000140*            date and the file's sequence number), one detail
000150*            per address change logged on EMLHIST and a trailer
000160*            with counts per change type and the hash total (the
000170*            sum of the detail customer ids) the receivers
000180*            check and send back on their acknowledgement.
000190*            A detail always carries the customer and address
000200*            as they now stand and, in the PREV fields, as they
000210*            stood before; when nothing stands any more (a
000220*            delete, or a reversed add) the customer id is the
000230*            one that lost the address and CD-EMAIL-ADDRESS is
000240*            empty.
000250* Modification History:
000260*   15/10/26  GERO   Original layout.
000270******************************************************************
000280 01  CHANGE-RECORD.
000290     05  CD-RECORD-TYPE           PIC X(001).
000300         88  CD-TYPE-HEADER       VALUE "H".
000310         88  CD-TYPE-DETAIL       VALUE "D".
000320         88  CD-TYPE-TRAILER      VALUE "T".
000330     05  CD-DETAIL-DATA.
000340         10  CD-CHANGE-TYPE       PIC X(001).
000350             88  CD-CHANGE-ADD        VALUE "A".
000360             88  CD-CHANGE-CHANGE     VALUE "C".
000370             88  CD-CHANGE-REVERSAL   VALUE "R".
000380             88  CD-CHANGE-DELETE     VALUE "D".
000390         10  CD-CUSTOMER-ID       PIC 9(009).
000400         10  CD-ADDRESS-TYPE      PIC X(001).
000410         10  CD-EMAIL-ADDRESS     PIC X(254).
000420         10  CD-CUSTOMER-NAME     PIC X(030).
000430         10  CD-PREV-CUSTOMER-ID  PIC 9(009).
000440         10  CD-PREV-EMAIL-ADDRESS PIC X(254).
000450         10  CD-SOURCE-SYSTEM     PIC X(008).
000460         10  CD-HIST-ACTION       PIC X(001).
000470         10  CD-HIST-CYCLE-DATE   PIC 9(008).
000480         10  CD-CHANGE-DATE       PIC 9(008).
000490         10  CD-CHANGE-TIME       PIC 9(008).
000500     05  CD-HEADER-DATA REDEFINES CD-DETAIL-DATA.
000510         10  CD-CYCLE-DATE        PIC 9(008).
000520         10  CD-SEQUENCE-NO       PIC 9(009).
000530         10  CD-CUT-DATE          PIC 9(008).
000540         10  CD-CUT-TIME          PIC 9(008).
000550         10  CD-SENDER            PIC X(008).
000560         10  FILLER               PIC X(550).
000570     05  CD-TRAILER-DATA REDEFINES CD-DETAIL-DATA.
000580         10  CD-TRL-SEQUENCE-NO   PIC 9(009).
000590         10  CD-TRL-DETAIL-COUNT  PIC 9(009).
000600         10  CD-TRL-ADD-COUNT     PIC 9(009).
000610         10  CD-TRL-CHANGE-COUNT  PIC 9(009).
000620         10  CD-TRL-REVERSAL-COUNT PIC 9(009).
000630         10  CD-TRL-DELETE-COUNT  PIC 9(009).
000640         10  CD-TRL-HASH-TOTAL    PIC 9(018).
000650         10  FILLER               PIC X(519).
