000100******************************************************************
000110* Copybook:  CYCSTP
000120* Purpose:   Step table for the cycle-status gate: every batch
000130*            program, in the order the CYCSTA slots are kept.
000140*            The first nine are the steps of a nightly cycle,
000150*            in running order (kind C); the rest run outside
000160*            any cycle (kind F). For each, what it updates and
000170*            what it reads - the customer master family
000180*            (CUSTMAS, CUSTXRF, CUSTCNS, EMLHIST) and the audit
000190*            trail (AUDLOG) - so two runs that would collide on
000200*            them are never let in together, whether it may be
000210*            run again once it has ended cleanly, and the short
000220*            and long names the status screen shows.
000230* Modification History:
000240*   15/10/26  GERO   Original layout.
000250******************************************************************
000260 01  CYCLE-STEP-VALUES.
000270*                     PROGRAM KIND WM WA RM RA RERUN ABR NAME
000280     05  FILLER PIC X(029) VALUE "SPLEMAILCNNNNNSPLDIVISAO     ".
000290     05  FILLER PIC X(029) VALUE "VALEMAILCNYYNNVALVALIDACAO   ".
000300     05  FILLER PIC X(029) VALUE "JUNEMAILCNYNNNJUNJUNCAO      ".
000310     05  FILLER PIC X(029) VALUE "APLEMAILCYNYNNAPLAPLICACAO   ".
000320     05  FILLER PIC X(029) VALUE "BALEMAILCNNNNYBALBALANCO     ".
000330     05  FILLER PIC X(029) VALUE "RTNEMAILCNNNYYRTNRETORNO     ".
000340     05  FILLER PIC X(029) VALUE "BNCEMAILCYNYNNBNCDEVOLUCOES  ".
000350     05  FILLER PIC X(029) VALUE "CDCEMAILCNNYNNCDCCDC CRM/FAT ".
000360     05  FILLER PIC X(029) VALUE "BCKEMAILCYNYNYBCKESTORNO     ".
000370     05  FILLER PIC X(029) VALUE "RCNEMAILFYNYNYRCNCONCILIACAO ".
000380     05  FILLER PIC X(029) VALUE "MRGEMAILFYNYNYMRGFUSAO       ".
000390     05  FILLER PIC X(029) VALUE "ERAEMAILFYYYYYERAEXCLUSAO    ".
000400     05  FILLER PIC X(029) VALUE "UNSEMAILFYNYNYUNSDESCADASTRO ".
000410     05  FILLER PIC X(029) VALUE "CNVEMAILFYNYNYCNVCONVERSAO   ".
000420     05  FILLER PIC X(029) VALUE "AUDPURGEFNYNYYPUREXPURGO     ".
000430     05  FILLER PIC X(029) VALUE "CMPEMAILFNNYNYCMPCAMPANHA    ".
000440     05  FILLER PIC X(029) VALUE "AUDRPT  FNNYYYRPTRELAT AUDIT ".
000450     05  FILLER PIC X(029) VALUE "AUDVERIFFNNNYYVRFSELOS AUDIT ".
000460     05  FILLER PIC X(029) VALUE "SCREMAILFNNNYYSCRQUALIDADE   ".
000470 01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-VALUES.
000480     05  CT-ENTRY OCCURS 19 TIMES.
000490         10  CT-PROGRAM-ID        PIC X(008).
000500         10  CT-KIND              PIC X(001).
000510             88  CT-CYCLE-STEP        VALUE "C".
000520         10  CT-WRITES-MASTER     PIC X(001).
000530             88  CT-WRITES-MASTER-YES VALUE "Y".
000540         10  CT-WRITES-AUDIT      PIC X(001).
000550             88  CT-WRITES-AUDIT-YES  VALUE "Y".
000560         10  CT-READS-MASTER      PIC X(001).
000570             88  CT-READS-MASTER-YES  VALUE "Y".
000580         10  CT-READS-AUDIT       PIC X(001).
000590             88  CT-READS-AUDIT-YES   VALUE "Y".
000600         10  CT-RERUN             PIC X(001).
000610             88  CT-RERUN-ALLOWED     VALUE "Y".
000620         10  CT-ABBREV            PIC X(003).
000630         10  CT-DESCRIPTION       PIC X(012).
000640 77  CT-STEP-COUNT                PIC 9(02) VALUE 19.
000650 77  CT-CYCLE-STEP-COUNT          PIC 9(02) VALUE 9.
