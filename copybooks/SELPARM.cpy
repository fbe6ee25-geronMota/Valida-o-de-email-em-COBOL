000100******************************************************************
000110* Copybook:  SELPARM
000120* Purpose:   Parameter area for the callable audit-seal module
000130*            (CALL "AUDSELO" USING SEAL-PARM). The caller sets
000140*            the function, the generation date and its own
000150*            program id; the module reads AUDLOG.YYYYMMDD end to
000160*            end, hands back what it counted and hashed, the
000170*            generation's current seal from AUDSELOS and the
000180*            verdict. Functions:
000190*              S - seal at close: the records the last seal
000200*                  covered must still be the first ones on the
000210*                  file (a generation is extended, never edited),
000220*                  otherwise nothing is written and the verdict
000230*                  is broken;
000240*              R - re-seal after an authorised in-place change
000250*                  (the caller verifies first, before changing);
000260*              V - verify only;
000270*              E - verify and record the purge on AUDSELOS.
000280* Modification History:
000290*   15/10/26  GERO   Original layout.
000300******************************************************************
000310 01  SEAL-PARM.
000320     05  SA-FUNCTION              PIC X(001).
000330         88  SA-FN-SEAL           VALUE "S".
000340         88  SA-FN-RESEAL         VALUE "R".
000350         88  SA-FN-VERIFY         VALUE "V".
000360         88  SA-FN-PURGE          VALUE "E".
000370     05  SA-GEN-DATE              PIC 9(008).
000380     05  SA-PROGRAM-ID            PIC X(008).
000390     05  SA-VERDICT               PIC X(001).
000400         88  SA-INTACT            VALUE "I".
000410         88  SA-BROKEN            VALUE "Q".
000420         88  SA-UNSEALED          VALUE "S".
000430         88  SA-ABSENT            VALUE "A".
000440         88  SA-FILE-ERROR        VALUE "X".
000450     05  SA-VERDICT-TEXT          PIC X(040).
000460     05  SA-SEAL-WRITTEN          PIC X(001).
000470         88  SA-SEAL-WRITTEN-YES  VALUE "Y".
000480* What the generation holds now.
000490     05  SA-RECORD-COUNT          PIC 9(009).
000500     05  SA-HASH-TOTAL            PIC 9(009).
000510     05  SA-FIRST-DATE            PIC 9(008).
000520     05  SA-FIRST-TIME            PIC 9(008).
000530     05  SA-LAST-DATE             PIC 9(008).
000540     05  SA-LAST-TIME             PIC 9(008).
000550* Its seal on AUDSELOS before this call (type space = none).
000560     05  SA-SEALED-TYPE           PIC X(001).
000570     05  SA-SEALED-PROGRAM        PIC X(008).
000580     05  SA-SEALED-DATE           PIC 9(008).
000590     05  SA-SEALED-TIME           PIC 9(008).
000600     05  SA-SEALED-COUNT          PIC 9(009).
000610     05  SA-SEALED-HASH           PIC 9(009).
000620     05  SA-SEALED-FIRST-DATE     PIC 9(008).
000630     05  SA-SEALED-FIRST-TIME     PIC 9(008).
000640     05  SA-SEALED-LAST-DATE      PIC 9(008).
000650     05  SA-SEALED-LAST-TIME      PIC 9(008).
