000100******************************************************************
000110* Copybook:  AUDSEL
000120* Purpose:   Layout of one seal on AUDSELOS, the companion file
000130*            of the AUDGENS catalog that makes each dated audit
000140*            generation (AUDLOG.YYYYMMDD) tamper-evident. The
000150*            file is only ever appended to; for a generation the
000160*            last close (F) or re-seal (R) record is its seal:
000170*            record count, a hash chained over every byte of
000180*            every record in file order, and the run date/time
000190*            of the first and last records. VALEMAIL and
000200*            JUNEMAIL seal at close, ERAEMAIL re-seals what it
000210*            masks, and AUDPURGE leaves a purge (E) record with
000220*            the seal recomputed at purge time and its verdict,
000230*            as evidence of what was destroyed. All of them go
000240*            through the AUDSELO module, which owns the hash.
000250* Modification History:
000260*   15/10/26  GERO   Original layout.
000270******************************************************************
000280 01  AUDIT-SEAL-RECORD.
000290     05  SL-GEN-DATE              PIC 9(008).
000300     05  SL-SEAL-TYPE             PIC X(001).
000310         88  SL-TYPE-CLOSE        VALUE "F".
000320         88  SL-TYPE-RESEAL       VALUE "R".
000330         88  SL-TYPE-PURGE        VALUE "E".
000340     05  SL-PROGRAM-ID            PIC X(008).
000350     05  SL-SEAL-DATE             PIC 9(008).
000360     05  SL-SEAL-TIME             PIC 9(008).
000370     05  SL-RECORD-COUNT          PIC 9(009).
000380     05  SL-HASH-TOTAL            PIC 9(009).
000390     05  SL-FIRST-DATE            PIC 9(008).
000400     05  SL-FIRST-TIME            PIC 9(008).
000410     05  SL-LAST-DATE             PIC 9(008).
000420     05  SL-LAST-TIME             PIC 9(008).
000430* Purge records only: what the generation's seal said at purge.
000440     05  SL-VERDICT               PIC X(001).
000450         88  SL-VERDICT-INTACT    VALUE "I".
000460         88  SL-VERDICT-BROKEN    VALUE "Q".
000470         88  SL-VERDICT-UNSEALED  VALUE "S".
000480         88  SL-VERDICT-ABSENT    VALUE "A".
