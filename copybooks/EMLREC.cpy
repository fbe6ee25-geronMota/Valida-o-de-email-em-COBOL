000278*                    LAST field of the detail, so an old-format
000280*                    extract line genuinely reads back with the
000281*                    byte blank and is treated as primary.
000283*   15/10/26  GERO   Added EI-MARKETING-CONSENT - Y consents to
000285*                    campaign mail, N refuses, blank not asked -
000287*                    as the capture system keyed it. Again the
000289*                    LAST field, for the same reason as above.
000291******************************************************************
000290 01  EMAIL-INPUT-RECORD.
000300     05  EI-RECORD-TYPE           PIC X(001).
000310         88  EI-TYPE-HEADER       VALUE "H".
000404             88  EI-TYPE-PRIMARY  VALUE "P".
000406             88  EI-TYPE-BILLING  VALUE "B".
000408             88  EI-TYPE-CONTACT  VALUE "C".
000409         10  EI-MARKETING-CONSENT PIC X(001).
000410     05  EI-HEADER-DATA REDEFINES EI-DETAIL-DATA.
000420         10  EI-EXTRACT-DATE      PIC 9(008).
000430         10  EI-EXTRACT-SOURCE    PIC X(008).
000440         10  FILLER               PIC X(311).
000450     05  EI-TRAILER-DATA REDEFINES EI-DETAIL-DATA.
000460         10  EI-TRAILER-COUNT     PIC 9(009).
000470         10  FILLER               PIC X(318).
