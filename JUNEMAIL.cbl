000100******************************************************************
000110* Program:  JUNEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  JUNCAO DAS PARTICOES DE UM CICLO VALIDADO EM PARALELO:
000140*           PROVA, CONTRA O SPLCTL GRAVADO PELO SPLEMAIL E OS
000150*           REGISTROS DE CONTROLE (CYCCTL) DE CADA PARTICAO, QUE
000160*           TODAS AS PARTICOES RODARAM E TERMINARAM BEM E QUE A
000170*           SOMA DELAS BATE COM A CONTAGEM DO TRAILER DO EXTRATO;
000180*           SO ENTAO RECONSTROI UM UNICO EMLACC (UM HEADER, UM
000190*           TRAILER) PARA O APLEMAIL, UM UNICO SUSOUT PARA OS
000200*           ESCRITURARIOS E UMA UNICA GERACAO AUDLOG DO DIA,
000210*           REGISTRADA NO AUDGENS. GRAVA NO CYCCTL O REGISTRO DE
000220*           CONTROLE DO CICLO COM OS TOTAIS SOMADOS, QUE O
000230*           BALEMAIL BALANCEIA COMO SE FOSSE UM VALEMAIL UNICO.
000240*           O CICLO VEM NA LINHA DE COMANDO (AAAAMMDD) OU E A
000250*           DATA DO DIA.
000260* Tectonics: cobc
000270*
000280* Modification History:
000290*   15/10/26  GERO  Original version.
000300*   15/10/26  GERO  Seals the merged AUDLOG generation on
000301*                   AUDSELOS (AUDSELO) once it is catalogued.
000302*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000304*                   anything is opened: refused with RC 16 unless
000306*                   the cycle was split and every VALEMAIL
000308*                   partition ended cleanly, the cycle was not
000310*                   merged already and nothing colliding is
000312*                   running. Records its end there.
000313*   15/10/26  GERO  Partition AUDLOG.Pnn files are no longer
000314*                   emptied as they are folded in; they are
000315*                   cleared only once the generation is catalogued
000316*                   and sealed and its count matches theirs.
000317******************************************************************
000318 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. JUNEMAIL.
000330 AUTHOR. JEFEFRSON MOTA (GERO).
000340 INSTALLATION. CADASTRO DE CLIENTES.
000350 DATE-WRITTEN. 15/10/26.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SPLIT-CONTROL
000410         ASSIGN TO "SPLCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SPLCTL-STATUS.

000440     SELECT CYCLE-CONTROL
000450         ASSIGN TO "CYCCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CYCCTL-STATUS.

000480     SELECT PART-ACC-IN
000490         ASSIGN TO DYNAMIC WS-PART-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PART-ACC-STATUS.

000520     SELECT PART-SUSPENSE-IN
000530         ASSIGN TO DYNAMIC WS-PART-FILE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PART-SUSP-STATUS.

000560     SELECT PART-AUDIT-IN
000570         ASSIGN TO DYNAMIC WS-PART-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PART-AUDIT-STATUS.

000600     SELECT EMAIL-ACC-FILE
000610         ASSIGN TO "EMLACC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EMAIL-ACC-STATUS.

000640     SELECT SUSPENSE-OUT
000650         ASSIGN TO "SUSOUT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SUSOUT-STATUS.

000680     SELECT AUDIT-OUT
000690         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.

000720     SELECT AUDIT-GEN-FILE
000730         ASSIGN TO "AUDGENS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUDGEN-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SPLIT-CONTROL
000790         LABEL RECORDS ARE STANDARD.
000800     COPY SPLREC.

000810 FD  CYCLE-CONTROL
000820         LABEL RECORDS ARE STANDARD.
000830     COPY RUNCTL.

000840* One partition's EMLACC.Pnn. Same field layout as the ACCREC
000850* header/detail/trailer, under its own names - only the record
000860* type, the header date and the trailer count are looked at.
000870 FD  PART-ACC-IN
000880         LABEL RECORDS ARE STANDARD.
000890 01  PART-ACC-RECORD.
000900     05  PA-RECORD-TYPE            PIC X(001).
000910         88  PA-TYPE-HEADER                VALUE "H".
000920         88  PA-TYPE-DETAIL                VALUE "D".
000930         88  PA-TYPE-TRAILER               VALUE "T".
000940     05  PA-DETAIL-DATA            PIC X(317).
000950     05  PA-HEADER-DATA REDEFINES PA-DETAIL-DATA.
000960         10  PA-CYCLE-DATE         PIC 9(008).
000970         10  FILLER                PIC X(309).
000980     05  PA-TRAILER-DATA REDEFINES PA-DETAIL-DATA.
000990         10  PA-TRAILER-COUNT      PIC 9(009).
001000         10  FILLER                PIC X(308).

001010 FD  PART-SUSPENSE-IN
001020         LABEL RECORDS ARE STANDARD.
001030 01  PART-SUSPENSE-RECORD          PIC X(489).

001040 FD  PART-AUDIT-IN
001050         LABEL RECORDS ARE STANDARD.
001060 01  PART-AUDIT-RECORD             PIC X(464).

001070 FD  EMAIL-ACC-FILE
001080         LABEL RECORDS ARE STANDARD.
001090     COPY ACCREC.

001100 FD  SUSPENSE-OUT
001110         LABEL RECORDS ARE STANDARD.
001120 01  SUSPENSE-OUT-REC              PIC X(489).

001130 FD  AUDIT-OUT
001140         LABEL RECORDS ARE STANDARD.
001150     COPY AUDREC.

001160 FD  AUDIT-GEN-FILE
001170         LABEL RECORDS ARE STANDARD.
001180     COPY AUDGEN.

001190 WORKING-STORAGE SECTION.

001200* End-of-file and error switches.
001210 77  WS-CYCCTL-EOF-SW              PIC X(01) VALUE "N".
001220     88  WS-CYCCTL-EOF                     VALUE "Y".
001230 77  WS-PART-EOF-SW                PIC X(01) VALUE "N".
001240     88  WS-PART-EOF                       VALUE "Y".
001250 77  WS-AUDGEN-EOF-SW              PIC X(01) VALUE "N".
001260     88  WS-AUDGEN-EOF                     VALUE "Y".
001270 77  WS-GEN-REGISTERED-SW          PIC X(01) VALUE "N".
001280     88  WS-GEN-REGISTERED                 VALUE "Y".
001290 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
001300     88  WS-FILE-ERROR                     VALUE "Y".
001310 77  WS-RECON-ERROR-SW             PIC X(01) VALUE "N".
001320     88  WS-RECON-ERROR                    VALUE "Y".
001330 77  WS-TRAILER-SEEN-SW            PIC X(01) VALUE "N".
001340     88  WS-TRAILER-SEEN                   VALUE "Y".

001350* The cycle being merged, from the command line or the run date.
001360 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
001370 77  WS-TARGET-CYCLE               PIC 9(008) VALUE ZERO.
001380 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001390 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.
001400 77  WS-START-TIME                 PIC 9(008) VALUE ZERO.
001410 77  WS-PARTITION-COUNT            PIC 9(002) VALUE ZERO.

001420* Last run-control record each partition wrote for the cycle - a
001430* restarted partition writes more than one, and the last one
001440* carries the partition's whole night.
001450 01  WS-PARTITION-TABLE.
001460     05  WS-PART-ENTRY             OCCURS 10 TIMES.
001470         10  WS-PT-FOUND           PIC X(01).
001480         10  WS-PT-READ            PIC 9(07).
001490         10  WS-PT-ACCEPTED        PIC 9(07).
001500         10  WS-PT-REJECTED        PIC 9(07).
001510         10  WS-PT-RECYC-READ      PIC 9(07).
001520         10  WS-PT-RECYC-ACC       PIC 9(07).
001530         10  WS-PT-RECYC-REJ       PIC 9(07).
001540         10  WS-PT-SUSPENSE        PIC 9(07).
001550         10  WS-PT-WRITEOFF        PIC 9(07).
001560         10  WS-PT-BLOCKED         PIC 9(07).
001570         10  WS-PT-RC              PIC 9(02).
001580 77  WS-PART-SUB                   PIC 9(04) COMP VALUE ZERO.
001590 77  WS-PART-NO                    PIC 9(02) VALUE ZERO.
001600 77  WS-PART-FILE-NAME             PIC X(040) VALUE SPACES.

001610* Whole-cycle totals, summed over the partitions.
001620 77  WS-SUM-READ                   PIC 9(07) VALUE ZERO.
001630 77  WS-SUM-ACCEPTED               PIC 9(07) VALUE ZERO.
001640 77  WS-SUM-REJECTED               PIC 9(07) VALUE ZERO.
001650 77  WS-SUM-RECYC-READ             PIC 9(07) VALUE ZERO.
001660 77  WS-SUM-RECYC-ACC              PIC 9(07) VALUE ZERO.
001670 77  WS-SUM-RECYC-REJ              PIC 9(07) VALUE ZERO.
001680 77  WS-SUM-SUSPENSE               PIC 9(07) VALUE ZERO.
001690 77  WS-SUM-WRITEOFF               PIC 9(07) VALUE ZERO.
001700 77  WS-SUM-BLOCKED                PIC 9(07) VALUE ZERO.

001710* Merge counts - per partition and for the rebuilt files.
001720 77  WS-PART-DETAILS               PIC 9(07) VALUE ZERO.
001730 77  WS-PART-EXPECTED              PIC 9(07) VALUE ZERO.
001740 77  WS-ACC-WRITTEN                PIC 9(07) VALUE ZERO.
001750 77  WS-SUSP-WRITTEN               PIC 9(07) VALUE ZERO.
001760 77  WS-AUDIT-WRITTEN              PIC 9(07) VALUE ZERO.
001765 77  WS-PART-AUDIT-READ            PIC 9(07) VALUE ZERO.

001770* Audit generation for the merged trail.
001780 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE SPACES.

001783* Parameter area for the AUDSELO audit-seal module.
001786     COPY SELPARM.

001790* File status codes, one per SELECT above.
001800 77  WS-SPLCTL-STATUS              PIC X(02) VALUE SPACES.
001810 77  WS-CYCCTL-STATUS              PIC X(02) VALUE SPACES.
001820 77  WS-PART-ACC-STATUS            PIC X(02) VALUE SPACES.
001830 77  WS-PART-SUSP-STATUS           PIC X(02) VALUE SPACES.
001840 77  WS-PART-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001850 77  WS-EMAIL-ACC-STATUS           PIC X(02) VALUE SPACES.
001860 77  WS-SUSOUT-STATUS              PIC X(02) VALUE SPACES.
001870 77  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001880 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.

001881* Cycle-status gate (CYCGATE): this run is checked against the
001882* CYCSTAT cycle-status file before anything is opened, and its
001883* end is recorded there.
001884     COPY CYCPARM.
001885 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001886     88  WS-GATE-STARTED                   VALUE "S".
001887     88  WS-GATE-REFUSED                   VALUE "R".

001890 PROCEDURE DIVISION.

001900******************************************************************
001910* 0000-MAINLINE
001920* Overall control - prove the partitions, then rebuild EMLACC,
001930* SUSOUT and the audit generation, and leave the cycle's control
001940* record on CYCCTL either way.
001950******************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
001990         PERFORM 2000-SCAN-CYCLE-CONTROL THRU 2000-EXIT
002000     END-IF
002010     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
002020         PERFORM 3000-PROVE-PARTITIONS THRU 3000-EXIT
002030     END-IF
002040     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
002050         PERFORM 4000-MERGE-ACCEPTED THRU 4000-EXIT
002060     END-IF
002070     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
002080         PERFORM 5000-MERGE-SUSPENSE THRU 5000-EXIT
002090     END-IF
002100     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
002110         PERFORM 6000-MERGE-AUDIT THRU 6000-EXIT
002120     END-IF
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT
002140     STOP RUN.

002150******************************************************************
002160* 1000-INITIALIZE
002170* Works out the cycle and reads the split-control record. A split
002180* of another night's extract is a reconciliation error - merging
002190* it would hand APLEMAIL the wrong night.
002200******************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002230     ACCEPT WS-RUN-TIME FROM TIME
002240     MOVE WS-RUN-TIME TO WS-START-TIME
002250     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
002260     IF WS-COMMAND-LINE(1:8) IS NUMERIC
002270         MOVE WS-COMMAND-LINE(1:8) TO WS-TARGET-CYCLE
002280     ELSE
002290         MOVE WS-RUN-DATE TO WS-TARGET-CYCLE
002300     END-IF
002301     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
002302     IF WS-GATE-REFUSED
002303         SET WS-FILE-ERROR TO TRUE
002304         GO TO 1000-EXIT
002305     END-IF
002310     MOVE SPACES TO WS-PARTITION-TABLE
002320     OPEN INPUT SPLIT-CONTROL
002330     IF WS-SPLCTL-STATUS NOT = "00"
002340         DISPLAY "ERRO AO ABRIR SPLCTL - STATUS "
002350             WS-SPLCTL-STATUS
002360         SET WS-FILE-ERROR TO TRUE
002370         GO TO 1000-EXIT
002380     END-IF
002390     READ SPLIT-CONTROL
002400         AT END
002410             DISPLAY "ERRO: SPLCTL VAZIO"
002420             SET WS-FILE-ERROR TO TRUE
002430     END-READ
002440     CLOSE SPLIT-CONTROL
002450     IF WS-FILE-ERROR
002460         GO TO 1000-EXIT
002470     END-IF
002480     IF SP-EXTRACT-DATE NOT = WS-TARGET-CYCLE
002490         DISPLAY "ERRO: SPLCTL E DO CICLO " SP-EXTRACT-DATE
002500             " - ESPERADO " WS-TARGET-CYCLE
002510         SET WS-RECON-ERROR TO TRUE
002520         GO TO 1000-EXIT
002530     END-IF
002540     IF SP-PARTITION-COUNT IS NOT NUMERIC
002550         OR SP-PARTITION-COUNT < 1 OR SP-PARTITION-COUNT > 10
002560         DISPLAY "ERRO: SPLCTL COM NUMERO DE PARTICOES INVALIDO"
002570         SET WS-RECON-ERROR TO TRUE
002571         GO TO 1000-EXIT
002572     END-IF
002573     MOVE SP-PARTITION-COUNT TO WS-PARTITION-COUNT.

002574 1000-EXIT.
002575     EXIT.

002576******************************************************************
002577* 1900-CHECK-CYCLE-GATE
002578* Asks the cycle-status gate whether JUNEMAIL may merge the
002579* cycle's partitions now.
002580* A refusal (or a status file that cannot be read) stops the run
002581* before anything is opened; 9000 ends it with return code 16.
002582******************************************************************
002583 1900-CHECK-CYCLE-GATE.
002584     SET CG-FN-START TO TRUE
002585     MOVE "JUNEMAIL" TO CG-PROGRAM-ID
002586     MOVE WS-TARGET-CYCLE TO CG-CYCLE-DATE
002587     MOVE 0 TO CG-PARTITION-NO
002588     MOVE 0 TO CG-RETURN-CODE
002589     CALL "CYCGATE" USING CYCLE-GATE-PARM
002590     IF CG-ALLOWED
002591         SET WS-GATE-STARTED TO TRUE
002592     ELSE
002593         DISPLAY "ERRO: " CG-REASON-TEXT
002594         SET WS-GATE-REFUSED TO TRUE
002595     END-IF.

002596 1900-EXIT.
002597     EXIT.

002598******************************************************************
002600* 1910-REFUSE-RUN
002601* The gate refused the run: nothing was opened or written, so
002602* there is nothing to close and no run-control record to cut.
002603******************************************************************
002604 1910-REFUSE-RUN.
002605     MOVE 16 TO RETURN-CODE
002606     DISPLAY "==============================================="
002607     DISPLAY "JUNEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
002608     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
002609     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002610 1910-EXIT.
002611     EXIT.

002612******************************************************************
002613* 1920-END-CYCLE-STEP
002614* Records how the run ended on CYCSTAT. The CALL clears
002615* RETURN-CODE, so the code is handed over and put back. An end
002616* that cannot be recorded raises the return code to at least 8:
002617* the step would otherwise stay running on CYCSTAT and hold up
002618* the cycle.
002619******************************************************************
002620 1920-END-CYCLE-STEP.
002622     SET CG-FN-END TO TRUE
002623     MOVE RETURN-CODE TO CG-RETURN-CODE
002624     CALL "CYCGATE" USING CYCLE-GATE-PARM
002626     MOVE CG-RETURN-CODE TO RETURN-CODE
002627     IF NOT CG-ALLOWED
002629         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
002630         IF RETURN-CODE < 8
002631             MOVE 8 TO RETURN-CODE
002633         END-IF
002634     END-IF.

002635 1920-EXIT.
002637     EXIT.

002638******************************************************************
002640* 2000-SCAN-CYCLE-CONTROL
002650* Walks CYCCTL keeping, per partition, the last batch VALEMAIL
002660* record for the cycle. Single-stream records (partition zero)
002670* and partitions beyond the split are not part of this merge.
002680******************************************************************
002690 2000-SCAN-CYCLE-CONTROL.
002700     OPEN INPUT CYCLE-CONTROL
002710     IF WS-CYCCTL-STATUS NOT = "00"
002720         DISPLAY "ERRO AO ABRIR CYCCTL - STATUS "
002730             WS-CYCCTL-STATUS
002740         SET WS-FILE-ERROR TO TRUE
002750         GO TO 2000-EXIT
002760     END-IF
002770     PERFORM 2100-READ-CONTROL-RECORD THRU 2100-EXIT
002780     PERFORM 2200-KEEP-PARTITION-RECORD THRU 2200-EXIT
002790         UNTIL WS-CYCCTL-EOF
002800     CLOSE CYCLE-CONTROL.

002810 2000-EXIT.
002820     EXIT.

002830 2100-READ-CONTROL-RECORD.
002840     READ CYCLE-CONTROL
002850         AT END
002860             SET WS-CYCCTL-EOF TO TRUE
002870     END-READ.

002880 2100-EXIT.
002890     EXIT.

002900 2200-KEEP-PARTITION-RECORD.
002910     IF RC-PROGRAM-ID NOT = "VALEMAIL"
002920         OR RC-CYCLE-DATE NOT = WS-TARGET-CYCLE
002930         OR RC-PARTITION-NO IS NOT NUMERIC
002940         GO TO 2200-NEXT
002950     END-IF
002960     IF RC-RUN-MODE NOT = "BATCH" AND RC-RUN-MODE NOT = "BATCHHV"
002970         GO TO 2200-NEXT
002980     END-IF
002990     IF RC-PARTITION-NO < 1
003000         OR RC-PARTITION-NO > WS-PARTITION-COUNT
003010         GO TO 2200-NEXT
003020     END-IF
003030     MOVE RC-PARTITION-NO TO WS-PART-SUB
003040     MOVE "Y" TO WS-PT-FOUND(WS-PART-SUB)
003050     MOVE RC-TOTAL-READ TO WS-PT-READ(WS-PART-SUB)
003060     MOVE RC-TOTAL-ACCEPTED TO WS-PT-ACCEPTED(WS-PART-SUB)
003070     MOVE RC-TOTAL-REJECTED TO WS-PT-REJECTED(WS-PART-SUB)
003080     MOVE RC-RECYC-READ TO WS-PT-RECYC-READ(WS-PART-SUB)
003090     MOVE RC-RECYC-ACCEPTED TO WS-PT-RECYC-ACC(WS-PART-SUB)
003100     MOVE RC-RECYC-REJECTED TO WS-PT-RECYC-REJ(WS-PART-SUB)
003110     MOVE RC-TOTAL-SUSPENSE TO WS-PT-SUSPENSE(WS-PART-SUB)
003120     MOVE RC-TOTAL-WRITEOFF TO WS-PT-WRITEOFF(WS-PART-SUB)
003130     MOVE RC-TOTAL-BLOCKED TO WS-PT-BLOCKED(WS-PART-SUB)
003140     MOVE RC-RETURN-CODE TO WS-PT-RC(WS-PART-SUB).

003150 2200-NEXT.
003160     PERFORM 2100-READ-CONTROL-RECORD THRU 2100-EXIT.

003170 2200-EXIT.
003180     EXIT.

003190******************************************************************
003200* 3000-PROVE-PARTITIONS
003210* Every partition must have run, ended with RC 0 or 4, and read
003220* exactly the details and suspense records SPLEMAIL gave it; the
003230* partitions together must have read the extract trailer count.
003240* Any failure stops the merge - APLEMAIL then finds no new EMLACC
003250* and refuses yesterday's by its header date.
003260******************************************************************
003270 3000-PROVE-PARTITIONS.
003280     PERFORM 3100-PROVE-ONE-PARTITION THRU 3100-EXIT
003290         VARYING WS-PART-SUB FROM 1 BY 1
003300         UNTIL WS-PART-SUB > WS-PARTITION-COUNT
003310     IF WS-SUM-READ NOT = SP-EXTRACT-COUNT
003320         DISPLAY "ERRO: TRAILER DO EXTRATO INFORMA "
003330             SP-EXTRACT-COUNT " - SOMA DAS PARTICOES "
003340             WS-SUM-READ
003350         SET WS-RECON-ERROR TO TRUE
003360     END-IF.

003370 3000-EXIT.
003380     EXIT.

003390 3100-PROVE-ONE-PARTITION.
003400     MOVE WS-PART-SUB TO WS-PART-NO
003410     IF WS-PT-FOUND(WS-PART-SUB) NOT = "Y"
003420         DISPLAY "ERRO: PARTICAO " WS-PART-NO
003430             " SEM REGISTRO DE CONTROLE NO CYCCTL"
003440         SET WS-RECON-ERROR TO TRUE
003450         GO TO 3100-EXIT
003460     END-IF
003470     IF WS-PT-RC(WS-PART-SUB) > 4
003480         DISPLAY "ERRO: PARTICAO " WS-PART-NO
003490             " TERMINOU COM RC " WS-PT-RC(WS-PART-SUB)
003500         SET WS-RECON-ERROR TO TRUE
003510     END-IF
003520     IF WS-PT-READ(WS-PART-SUB) NOT = SP-PART-DETAILS(WS-PART-SUB)
003530         DISPLAY "ERRO: PARTICAO " WS-PART-NO " LEU "
003540             WS-PT-READ(WS-PART-SUB) " - SPLEMAIL GRAVOU "
003550             SP-PART-DETAILS(WS-PART-SUB)
003560         SET WS-RECON-ERROR TO TRUE
003570     END-IF
003580     IF WS-PT-RECYC-READ(WS-PART-SUB)
003590         NOT = SP-PART-SUSPENSE(WS-PART-SUB)
003600         DISPLAY "ERRO: PARTICAO " WS-PART-NO " RECICLOU "
003610             WS-PT-RECYC-READ(WS-PART-SUB) " - SPLEMAIL GRAVOU "
003620             SP-PART-SUSPENSE(WS-PART-SUB)
003630         SET WS-RECON-ERROR TO TRUE
003640     END-IF
003650     ADD WS-PT-READ(WS-PART-SUB) TO WS-SUM-READ
003660     ADD WS-PT-ACCEPTED(WS-PART-SUB) TO WS-SUM-ACCEPTED
003670     ADD WS-PT-REJECTED(WS-PART-SUB) TO WS-SUM-REJECTED
003680     ADD WS-PT-RECYC-READ(WS-PART-SUB) TO WS-SUM-RECYC-READ
003690     ADD WS-PT-RECYC-ACC(WS-PART-SUB) TO WS-SUM-RECYC-ACC
003700     ADD WS-PT-RECYC-REJ(WS-PART-SUB) TO WS-SUM-RECYC-REJ
003710     ADD WS-PT-SUSPENSE(WS-PART-SUB) TO WS-SUM-SUSPENSE
003720     ADD WS-PT-WRITEOFF(WS-PART-SUB) TO WS-SUM-WRITEOFF
003730     ADD WS-PT-BLOCKED(WS-PART-SUB) TO WS-SUM-BLOCKED
003740     DISPLAY "PARTICAO " WS-PART-NO " - LIDO: "
003750         WS-PT-READ(WS-PART-SUB) "  ACEITO: "
003760         WS-PT-ACCEPTED(WS-PART-SUB) "  REJEITADO: "
003770         WS-PT-REJECTED(WS-PART-SUB) "  RC: "
003780         WS-PT-RC(WS-PART-SUB).

003790 3100-EXIT.
003800     EXIT.

003810******************************************************************
003820* 4000-MERGE-ACCEPTED
003830* One EMLACC for APLEMAIL: a single header with the cycle date,
003840* every partition's details in partition order, and a single
003850* trailer. Each partition file must carry the cycle's header and
003860* a trailer that matches both its own details and what its
003870* control record says it accepted.
003880******************************************************************
003890 4000-MERGE-ACCEPTED.
003900     OPEN OUTPUT EMAIL-ACC-FILE
003910     IF WS-EMAIL-ACC-STATUS NOT = "00"
003920         DISPLAY "ERRO AO ABRIR EMLACC - STATUS "
003930             WS-EMAIL-ACC-STATUS
003940         SET WS-FILE-ERROR TO TRUE
003950         GO TO 4000-EXIT
003960     END-IF
003970     MOVE SPACES TO ACCEPTED-RECORD
003980     SET EA-TYPE-HEADER TO TRUE
003990     MOVE WS-TARGET-CYCLE TO EA-CYCLE-DATE
004000     PERFORM 4900-WRITE-ACCEPTED THRU 4900-EXIT
004010     PERFORM 4100-MERGE-ONE-PARTITION THRU 4100-EXIT
004020         VARYING WS-PART-SUB FROM 1 BY 1
004030         UNTIL WS-PART-SUB > WS-PARTITION-COUNT
004040         OR WS-FILE-ERROR OR WS-RECON-ERROR
004050     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
004060         MOVE SPACES TO ACCEPTED-RECORD
004070         SET EA-TYPE-TRAILER TO TRUE
004080         MOVE WS-ACC-WRITTEN TO EA-TRAILER-COUNT
004090         PERFORM 4900-WRITE-ACCEPTED THRU 4900-EXIT
004100     END-IF
004110     CLOSE EMAIL-ACC-FILE.

004120 4000-EXIT.
004130     EXIT.

004140 4100-MERGE-ONE-PARTITION.
004150     MOVE WS-PART-SUB TO WS-PART-NO
004160     MOVE SPACES TO WS-PART-FILE-NAME
004170     STRING "EMLACC.P" WS-PART-NO DELIMITED BY SIZE
004180         INTO WS-PART-FILE-NAME
004190     END-STRING
004200     OPEN INPUT PART-ACC-IN
004210     IF WS-PART-ACC-STATUS NOT = "00"
004220         DISPLAY "ERRO AO ABRIR " WS-PART-FILE-NAME
004230             " - STATUS " WS-PART-ACC-STATUS
004240         SET WS-FILE-ERROR TO TRUE
004250         GO TO 4100-EXIT
004260     END-IF
004270     MOVE "N" TO WS-PART-EOF-SW
004280     MOVE "N" TO WS-TRAILER-SEEN-SW
004290     MOVE ZERO TO WS-PART-DETAILS
004300     PERFORM 4200-READ-PART-ACC THRU 4200-EXIT
004310     IF WS-PART-EOF OR NOT PA-TYPE-HEADER
004320         OR PA-CYCLE-DATE NOT = WS-TARGET-CYCLE
004330         DISPLAY "ERRO: " WS-PART-FILE-NAME
004340             " SEM HEADER DO CICLO " WS-TARGET-CYCLE
004350         SET WS-RECON-ERROR TO TRUE
004360         CLOSE PART-ACC-IN
004370         GO TO 4100-EXIT
004380     END-IF
004390     PERFORM 4200-READ-PART-ACC THRU 4200-EXIT
004400     PERFORM 4300-COPY-ONE-ACCEPTED THRU 4300-EXIT
004410         UNTIL WS-PART-EOF OR WS-FILE-ERROR OR WS-RECON-ERROR
004420     CLOSE PART-ACC-IN
004430     IF WS-FILE-ERROR OR WS-RECON-ERROR
004440         GO TO 4100-EXIT
004450     END-IF
004460     COMPUTE WS-PART-EXPECTED = WS-PT-ACCEPTED(WS-PART-SUB)
004470         + WS-PT-RECYC-ACC(WS-PART-SUB)
004480     IF NOT WS-TRAILER-SEEN
004490         OR PA-TRAILER-COUNT NOT = WS-PART-DETAILS
004500         OR WS-PART-DETAILS NOT = WS-PART-EXPECTED
004510         DISPLAY "ERRO: " WS-PART-FILE-NAME " COM "
004520             WS-PART-DETAILS " DETALHES - ACEITOS NA PARTICAO "
004530             WS-PART-EXPECTED
004540         SET WS-RECON-ERROR TO TRUE
004550     END-IF.

004560 4100-EXIT.
004570     EXIT.

004580 4200-READ-PART-ACC.
004590     READ PART-ACC-IN
004600         AT END
004610             SET WS-PART-EOF TO TRUE
004620     END-READ.

004630 4200-EXIT.
004640     EXIT.

004650 4300-COPY-ONE-ACCEPTED.
004660     IF WS-TRAILER-SEEN
004670         DISPLAY "ERRO: REGISTRO APOS O TRAILER DE "
004680             WS-PART-FILE-NAME
004690         SET WS-RECON-ERROR TO TRUE
004700         GO TO 4300-EXIT
004710     END-IF
004720     IF PA-TYPE-TRAILER
004730         SET WS-TRAILER-SEEN TO TRUE
004740         PERFORM 4200-READ-PART-ACC THRU 4200-EXIT
004750         GO TO 4300-EXIT
004760     END-IF
004770     ADD 1 TO WS-PART-DETAILS
004780     MOVE PART-ACC-RECORD TO ACCEPTED-RECORD
004790     PERFORM 4900-WRITE-ACCEPTED THRU 4900-EXIT
004800     ADD 1 TO WS-ACC-WRITTEN
004810     PERFORM 4200-READ-PART-ACC THRU 4200-EXIT.

004820 4300-EXIT.
004830     EXIT.

004840 4900-WRITE-ACCEPTED.
004850     WRITE ACCEPTED-RECORD
004860     IF WS-EMAIL-ACC-STATUS NOT = "00"
004870         DISPLAY "ERRO AO GRAVAR EMLACC - STATUS "
004880             WS-EMAIL-ACC-STATUS
004890         SET WS-FILE-ERROR TO TRUE
004900     END-IF.

004910 4900-EXIT.
004920     EXIT.

004930******************************************************************
004940* 5000-MERGE-SUSPENSE
004950* One SUSOUT for the correction clerks, so the day's suspense
004960* work and the next night's SUSIN look the same as after a
004970* single-stream run.
004980******************************************************************
004990 5000-MERGE-SUSPENSE.
005000     OPEN OUTPUT SUSPENSE-OUT
005010     IF WS-SUSOUT-STATUS NOT = "00"
005020         DISPLAY "ERRO AO ABRIR SUSOUT - STATUS "
005030             WS-SUSOUT-STATUS
005040         SET WS-FILE-ERROR TO TRUE
005050         GO TO 5000-EXIT
005060     END-IF
005070     PERFORM 5100-MERGE-ONE-PARTITION THRU 5100-EXIT
005080         VARYING WS-PART-SUB FROM 1 BY 1
005090         UNTIL WS-PART-SUB > WS-PARTITION-COUNT
005100         OR WS-FILE-ERROR
005110     CLOSE SUSPENSE-OUT
005120     IF NOT WS-FILE-ERROR
005130         AND WS-SUSP-WRITTEN NOT = WS-SUM-SUSPENSE
005140         DISPLAY "ERRO: SUSOUT COM " WS-SUSP-WRITTEN
005150             " REGISTROS - SUSPENSOS NAS PARTICOES "
005160             WS-SUM-SUSPENSE
005170         SET WS-RECON-ERROR TO TRUE
005180     END-IF.

005190 5000-EXIT.
005200     EXIT.

005210 5100-MERGE-ONE-PARTITION.
005220     MOVE WS-PART-SUB TO WS-PART-NO
005230     MOVE SPACES TO WS-PART-FILE-NAME
005240     STRING "SUSOUT.P" WS-PART-NO DELIMITED BY SIZE
005250         INTO WS-PART-FILE-NAME
005260     END-STRING
005270     OPEN INPUT PART-SUSPENSE-IN
005280     IF WS-PART-SUSP-STATUS NOT = "00"
005290         DISPLAY "ERRO AO ABRIR " WS-PART-FILE-NAME
005300             " - STATUS " WS-PART-SUSP-STATUS
005310         SET WS-FILE-ERROR TO TRUE
005320         GO TO 5100-EXIT
005330     END-IF
005340     MOVE "N" TO WS-PART-EOF-SW
005350     PERFORM 5200-READ-PART-SUSPENSE THRU 5200-EXIT
005360     PERFORM 5300-COPY-ONE-SUSPENSE THRU 5300-EXIT
005370         UNTIL WS-PART-EOF OR WS-FILE-ERROR
005380     CLOSE PART-SUSPENSE-IN.

005390 5100-EXIT.
005400     EXIT.

005410 5200-READ-PART-SUSPENSE.
005420     READ PART-SUSPENSE-IN
005430         AT END
005440             SET WS-PART-EOF TO TRUE
005450     END-READ.

005460 5200-EXIT.
005470     EXIT.

005480 5300-COPY-ONE-SUSPENSE.
005490     MOVE PART-SUSPENSE-RECORD TO SUSPENSE-OUT-REC
005500     WRITE SUSPENSE-OUT-REC
005510     IF WS-SUSOUT-STATUS NOT = "00"
005520         DISPLAY "ERRO AO GRAVAR SUSOUT - STATUS "
005530             WS-SUSOUT-STATUS
005540         SET WS-FILE-ERROR TO TRUE
005550         GO TO 5300-EXIT
005560     END-IF
005570     ADD 1 TO WS-SUSP-WRITTEN
005580     PERFORM 5200-READ-PART-SUSPENSE THRU 5200-EXIT.

005590 5300-EXIT.
005600     EXIT.

005610******************************************************************
005620* 6000-MERGE-AUDIT
005630* Folds the partitions' AUDLOG.Pnn files into the dated
005640* generation for this run date - extended if it already exists,
005650* as VALEMAIL does - and catalogs it on AUDGENS and seals it.
005656* The partition files are left as they are until then: they are
005662* emptied (6600) only once the generation is both catalogued and
005668* sealed, so an audit record is never held only by a generation
005674* that failed to be registered.
005680******************************************************************
005690 6000-MERGE-AUDIT.
005700     MOVE SPACES TO WS-AUDIT-FILE-NAME
005710     STRING "AUDLOG." DELIMITED BY SIZE
005720         WS-RUN-DATE DELIMITED BY SIZE
005730         INTO WS-AUDIT-FILE-NAME
005740     END-STRING
005750     OPEN EXTEND AUDIT-OUT
005760     IF WS-AUDIT-STATUS NOT = "00"
005770         OPEN OUTPUT AUDIT-OUT
005780         IF WS-AUDIT-STATUS NOT = "00"
005790             DISPLAY "ERRO AO ABRIR " WS-AUDIT-FILE-NAME
005800                 " - STATUS " WS-AUDIT-STATUS
005810             SET WS-FILE-ERROR TO TRUE
005820             GO TO 6000-EXIT
005830         END-IF
005840     END-IF
005850     PERFORM 6100-MERGE-ONE-PARTITION THRU 6100-EXIT
005860         VARYING WS-PART-SUB FROM 1 BY 1
005870         UNTIL WS-PART-SUB > WS-PARTITION-COUNT
005880         OR WS-FILE-ERROR
005890     CLOSE AUDIT-OUT
005900     IF NOT WS-FILE-ERROR
005910         PERFORM 6400-REGISTER-GENERATION THRU 6400-EXIT
005911         PERFORM 6500-SEAL-GENERATION THRU 6500-EXIT
005912         IF NOT WS-FILE-ERROR AND SA-SEAL-WRITTEN-YES
005914             PERFORM 6600-CLEAR-PARTITION-AUDIT THRU 6600-EXIT
005915         ELSE
005917             DISPLAY "AVISO: AUDLOG.Pnn DAS PARTICOES MANTIDOS"
005918         END-IF
005920     END-IF.

005930 6000-EXIT.
005940     EXIT.

005950 6100-MERGE-ONE-PARTITION.
005960     MOVE WS-PART-SUB TO WS-PART-NO
005970     MOVE SPACES TO WS-PART-FILE-NAME
005980     STRING "AUDLOG.P" WS-PART-NO DELIMITED BY SIZE
005990         INTO WS-PART-FILE-NAME
006000     END-STRING
006010     OPEN INPUT PART-AUDIT-IN
006020     IF WS-PART-AUDIT-STATUS NOT = "00"
006030         DISPLAY "ERRO AO ABRIR " WS-PART-FILE-NAME
006040             " - STATUS " WS-PART-AUDIT-STATUS
006050         SET WS-FILE-ERROR TO TRUE
006060         GO TO 6100-EXIT
006070     END-IF
006080     MOVE "N" TO WS-PART-EOF-SW
006090     PERFORM 6200-READ-PART-AUDIT THRU 6200-EXIT
006100     PERFORM 6300-COPY-ONE-AUDIT THRU 6300-EXIT
006110         UNTIL WS-PART-EOF OR WS-FILE-ERROR
006120     CLOSE PART-AUDIT-IN.

006180 6100-EXIT.
006190     EXIT.

006200 6200-READ-PART-AUDIT.
006210     READ PART-AUDIT-IN
006220         AT END
006230             SET WS-PART-EOF TO TRUE
006233         NOT AT END
006236             ADD 1 TO WS-PART-AUDIT-READ
006240     END-READ.

006250 6200-EXIT.
006260     EXIT.

006270 6300-COPY-ONE-AUDIT.
006280     MOVE PART-AUDIT-RECORD TO AUDIT-RECORD
006290     WRITE AUDIT-RECORD
006300     IF WS-AUDIT-STATUS NOT = "00"
006310         DISPLAY "ERRO AO GRAVAR " WS-AUDIT-FILE-NAME
006320             " - STATUS " WS-AUDIT-STATUS
006330         SET WS-FILE-ERROR TO TRUE
006340         GO TO 6300-EXIT
006350     END-IF
006360     ADD 1 TO WS-AUDIT-WRITTEN
006370     PERFORM 6200-READ-PART-AUDIT THRU 6200-EXIT.

006380 6300-EXIT.
006390     EXIT.

006400******************************************************************
006410* 6400-REGISTER-GENERATION
006420* Makes sure the generation is on the AUDGENS catalog, exactly as
006430* VALEMAIL registers its own - scan for the run date and append
006440* it when absent.
006450******************************************************************
006460 6400-REGISTER-GENERATION.
006470     MOVE "N" TO WS-GEN-REGISTERED-SW
006480     MOVE "N" TO WS-AUDGEN-EOF-SW
006490     OPEN INPUT AUDIT-GEN-FILE
006500     IF WS-AUDGEN-STATUS = "00"
006510         PERFORM 6410-SCAN-GENERATION THRU 6410-EXIT
006520             UNTIL WS-AUDGEN-EOF OR WS-GEN-REGISTERED
006530         CLOSE AUDIT-GEN-FILE
006540     END-IF
006550     IF WS-GEN-REGISTERED
006560         GO TO 6400-EXIT
006570     END-IF
006580     OPEN EXTEND AUDIT-GEN-FILE
006590     IF WS-AUDGEN-STATUS NOT = "00"
006600         OPEN OUTPUT AUDIT-GEN-FILE
006610     END-IF
006620     IF WS-AUDGEN-STATUS NOT = "00"
006630         DISPLAY "ERRO AO ABRIR AUDGENS - STATUS "
006640             WS-AUDGEN-STATUS
006650         SET WS-FILE-ERROR TO TRUE
006660     ELSE
006670         MOVE WS-RUN-DATE TO AG-GEN-DATE
006680         WRITE AUDIT-GEN-RECORD
006690         IF WS-AUDGEN-STATUS NOT = "00"
006700             DISPLAY "ERRO AO GRAVAR AUDGENS - STATUS "
006710                 WS-AUDGEN-STATUS
006720             SET WS-FILE-ERROR TO TRUE
006730         END-IF
006740         CLOSE AUDIT-GEN-FILE
006750     END-IF.

006760 6400-EXIT.
006770     EXIT.

006780 6410-SCAN-GENERATION.
006790     READ AUDIT-GEN-FILE
006800         AT END
006810             SET WS-AUDGEN-EOF TO TRUE
006820     END-READ
006830     IF NOT WS-AUDGEN-EOF
006840         IF AG-GEN-DATE = WS-RUN-DATE
006850             SET WS-GEN-REGISTERED TO TRUE
006860         END-IF
006870     END-IF.

006880 6410-EXIT.
006890     EXIT.

006891******************************************************************
006892* 6500-SEAL-GENERATION
006893* Seals the merged generation on AUDSELOS (AUDSELO, function S),
006894* as a single-stream VALEMAIL does at close - the partition files
006895* are never sealed, so this is the seal the verification job
006896* proves the cycle's trail against. A seal that cannot be written
006897* is warned; the merge itself stands.
006898******************************************************************
006899 6500-SEAL-GENERATION.
006900     MOVE "S" TO SA-FUNCTION
006901     MOVE WS-RUN-DATE TO SA-GEN-DATE
006902     MOVE "JUNEMAIL" TO SA-PROGRAM-ID
006903     CALL "AUDSELO" USING SEAL-PARM
006904     IF NOT SA-SEAL-WRITTEN-YES
006905         DISPLAY "AVISO: " WS-AUDIT-FILE-NAME " NAO SELADA - "
006906             SA-VERDICT-TEXT
006907     END-IF.

006908 6500-EXIT.
006909     EXIT.

006910******************************************************************
006911* 6600-CLEAR-PARTITION-AUDIT
006912* Empties each partition's AUDLOG.Pnn now that the generation is
006913* catalogued and sealed, so a rerun of this step does not append
006914* the same attempts twice - but only when the generation took as
006915* many records as the partition files held. A short merge keeps
006917* them all and fails the reconciliation.
006918******************************************************************
006919 6600-CLEAR-PARTITION-AUDIT.
006920     IF WS-AUDIT-WRITTEN NOT = WS-PART-AUDIT-READ
006921         DISPLAY "ERRO: " WS-AUDIT-FILE-NAME " COM "
006922             WS-AUDIT-WRITTEN " REGISTROS - PARTICOES COM "
006924             WS-PART-AUDIT-READ
006925         DISPLAY "AVISO: AUDLOG.Pnn DAS PARTICOES MANTIDOS"
006926         SET WS-RECON-ERROR TO TRUE
006927         GO TO 6600-EXIT
006928     END-IF
006929     PERFORM 6610-CLEAR-ONE-PARTITION THRU 6610-EXIT
006931         VARYING WS-PART-SUB FROM 1 BY 1
006932         UNTIL WS-PART-SUB > WS-PARTITION-COUNT.

006933 6600-EXIT.
006934     EXIT.

006935 6610-CLEAR-ONE-PARTITION.
006936     MOVE WS-PART-SUB TO WS-PART-NO
006937     MOVE SPACES TO WS-PART-FILE-NAME
006939     STRING "AUDLOG.P" WS-PART-NO DELIMITED BY SIZE
006940         INTO WS-PART-FILE-NAME
006941     END-STRING
006942     OPEN OUTPUT PART-AUDIT-IN
006943     IF WS-PART-AUDIT-STATUS NOT = "00"
006944         DISPLAY "AVISO: " WS-PART-FILE-NAME " NAO ESVAZIADO - "
006946             "STATUS " WS-PART-AUDIT-STATUS
006947         GO TO 6610-EXIT
006948     END-IF
006949     CLOSE PART-AUDIT-IN.

006950 6610-EXIT.
006951     EXIT.

006953******************************************************************
006954* 9000-TERMINATE
006955* Return code on VALEMAIL's scale, since the scheduler gates
006956* APLEMAIL on this step in place of VALEMAIL's: 0 merged, 4
006957* merged with rejects in some partition, 8 a file error stopped
006958* the merge, 12 the partitions did not prove out against the
006960* split and the extract trailer (or the merged audit trail
006962* against the partition files), 16 the cycle-status gate
006964* refused the run (no control record is written then).
006970******************************************************************
006980 9000-TERMINATE.
006981     IF WS-GATE-REFUSED
006982         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
006983         GO TO 9000-EXIT
006984     END-IF
006990     IF WS-RECON-ERROR
007000         MOVE 12 TO RETURN-CODE
007010     ELSE
007020         IF WS-FILE-ERROR
007030             MOVE 8 TO RETURN-CODE
007040         ELSE
007050             IF WS-SUM-REJECTED > 0
007060                 MOVE 4 TO RETURN-CODE
007070             ELSE
007080                 MOVE 0 TO RETURN-CODE
007090             END-IF
007100         END-IF
007110     END-IF
007120     PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT
007122     IF WS-GATE-STARTED
007124         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
007126     END-IF
007130     DISPLAY "==============================================="
007140     DISPLAY "JUNEMAIL - RESUMO DA EXECUCAO"
007150     DISPLAY "CICLO...........: " WS-TARGET-CYCLE
007160     DISPLAY "PARTICOES.......: " WS-PARTITION-COUNT
007170     DISPLAY "TRAILER EXTRATO.: " SP-EXTRACT-COUNT
007180     DISPLAY "TOTAL LIDO......: " WS-SUM-READ
007190     DISPLAY "TOTAL ACEITO....: " WS-SUM-ACCEPTED
007200     DISPLAY "TOTAL REJEITADO.: " WS-SUM-REJECTED
007210     DISPLAY "EMLACC GRAVADO..: " WS-ACC-WRITTEN
007220     DISPLAY "SUSOUT GRAVADO..: " WS-SUSP-WRITTEN
007225     DISPLAY "AUDLOG PARTICOES: " WS-PART-AUDIT-READ
007230     DISPLAY "AUDLOG GRAVADO..: " WS-AUDIT-WRITTEN
007240     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

007250 9000-EXIT.
007260     EXIT.

007270******************************************************************
007280* 9100-WRITE-RUN-CONTROL
007290* Appends the cycle's merged control record to CYCCTL - the
007300* partitions' totals summed, in VALEMAIL's counters, with the
007310* partition count - for BALEMAIL to balance the cycle on. Like
007320* VALEMAIL's, it is written for every outcome and a CYCCTL that
007330* cannot be written is only warned about.
007340******************************************************************
007350 9100-WRITE-RUN-CONTROL.
007360     MOVE SPACES TO RUN-CONTROL-RECORD
007370     MOVE ZERO TO RC-CYCLE-DATE RC-START-DATE RC-START-TIME
007380     MOVE ZERO TO RC-END-TIME RC-TOTAL-READ RC-TOTAL-ACCEPTED
007390     MOVE ZERO TO RC-TOTAL-REJECTED RC-RECYC-READ
007400     MOVE ZERO TO RC-RECYC-ACCEPTED RC-RECYC-REJECTED
007410     MOVE ZERO TO RC-TOTAL-SUSPENSE RC-TOTAL-WRITEOFF
007420     MOVE ZERO TO RC-TOTAL-BLOCKED RC-TOTAL-APPLIED
007430     MOVE ZERO TO RC-TOTAL-SKIPPED RC-TOTAL-FAILED
007440     MOVE ZERO TO RC-ONL-READ RC-RETURN-CODE
007450     MOVE ZERO TO RC-TOTAL-HELD RC-HOLD-RELEASED
007460     MOVE "JUNEMAIL" TO RC-PROGRAM-ID
007470     MOVE "JUNCAO" TO RC-RUN-MODE
007480     MOVE WS-TARGET-CYCLE TO RC-CYCLE-DATE
007490     MOVE WS-RUN-DATE TO RC-START-DATE
007500     MOVE WS-START-TIME TO RC-START-TIME
007510     ACCEPT WS-RUN-TIME FROM TIME
007520     MOVE WS-RUN-TIME TO RC-END-TIME
007530     MOVE WS-SUM-READ TO RC-TOTAL-READ
007540     MOVE WS-SUM-ACCEPTED TO RC-TOTAL-ACCEPTED
007550     MOVE WS-SUM-REJECTED TO RC-TOTAL-REJECTED
007560     MOVE WS-SUM-RECYC-READ TO RC-RECYC-READ
007570     MOVE WS-SUM-RECYC-ACC TO RC-RECYC-ACCEPTED
007580     MOVE WS-SUM-RECYC-REJ TO RC-RECYC-REJECTED
007590     MOVE WS-SUM-SUSPENSE TO RC-TOTAL-SUSPENSE
007600     MOVE WS-SUM-WRITEOFF TO RC-TOTAL-WRITEOFF
007610     MOVE WS-SUM-BLOCKED TO RC-TOTAL-BLOCKED
007620     MOVE RETURN-CODE TO RC-RETURN-CODE
007630     MOVE WS-PARTITION-COUNT TO RC-PARTITION-NO
007640     OPEN EXTEND CYCLE-CONTROL
007650     IF WS-CYCCTL-STATUS NOT = "00"
007660         OPEN OUTPUT CYCLE-CONTROL
007670     END-IF
007680     IF WS-CYCCTL-STATUS NOT = "00"
007690         DISPLAY "AVISO: CYCCTL INDISPONIVEL - STATUS "
007700             WS-CYCCTL-STATUS
007710     ELSE
007720         WRITE RUN-CONTROL-RECORD
007730         IF WS-CYCCTL-STATUS NOT = "00"
007740             DISPLAY "AVISO: ERRO AO GRAVAR CYCCTL - STATUS "
007750                 WS-CYCCTL-STATUS
007760         END-IF
007770         CLOSE CYCLE-CONTROL
007780     END-IF.

007790 9100-EXIT.
007800     EXIT.

007924 END PROGRAM JUNEMAIL.
