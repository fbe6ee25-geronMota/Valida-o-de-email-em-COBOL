000100******************************************************************
000110* Program:  AUDVERIF
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  CONFERENCIA DOS SELOS DA TRILHA DE AUDITORIA. PARA
000140*           CADA GERACAO (AUDLOG.AAAAMMDD) CATALOGADA NO AUDGENS,
000150*           RECALCULA CONTAGEM, HASH E DATAS/HORAS PELO MODULO
000160*           AUDSELO E CONFRONTA COM O SELO GRAVADO NO AUDSELOS;
000170*           DEPOIS PROCURA NO AUDSELOS GERACOES SELADAS QUE NAO
000180*           FORAM EXPURGADAS MAS SUMIRAM DO CATALOGO. EMITE O
000190*           RELATORIO SELRPT COM UMA LINHA POR GERACAO (INTEGRA,
000200*           QUEBRADA, SEM SELO, INEXISTENTE OU FORA DO CATALOGO)
000210*           E UM RETURN-CODE PARA O SCHEDULER: 0 TUDO INTEGRO,
000220*           4 HA GERACOES SEM SELO, 8 ERRO DE ARQUIVO, 12 HA
000230*           GERACAO QUEBRADA OU FALTANDO.
000240* Tectonics: cobc
000250*
000260* Modification History:
000270*   15/10/26  GERO  Original version.
000280*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000282*                   anything is opened, as a run outside any
000284*                   cycle: refused with RC 16 while a run that
000286*                   would collide with it on the audit trail is
000288*                   active. Records its end there.
000289******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AUDVERIF.
000310 AUTHOR. JEFEFRSON MOTA (GERO).
000320 INSTALLATION. CADASTRO DE CLIENTES.
000330 DATE-WRITTEN. 15/10/26.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AUDIT-GEN-FILE
000420         ASSIGN TO "AUDGENS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDGEN-STATUS.

000450     SELECT SEAL-FILE
000460         ASSIGN TO "AUDSELOS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SEAL-STATUS.

000490     SELECT SEAL-REPORT
000500         ASSIGN TO "SELRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AUDIT-GEN-FILE
000560         LABEL RECORDS ARE STANDARD.
000570     COPY AUDGEN.

000580 FD  SEAL-FILE
000590         LABEL RECORDS ARE STANDARD.
000600 01  SEAL-FILE-RECORD              PIC X(084).

000610 FD  SEAL-REPORT
000620         LABEL RECORDS ARE STANDARD.
000630 01  SEAL-REPORT-LINE              PIC X(132).

000640 WORKING-STORAGE SECTION.

000650* Seal record and the audit-seal module's parameter area.
000660     COPY AUDSEL.
000670     COPY SELPARM.

000680* End-of-file and error switches.
000690 77  WS-AUDGEN-EOF-SW              PIC X(01) VALUE "N".
000700     88  WS-AUDGEN-EOF                     VALUE "Y".
000710 77  WS-SEAL-EOF-SW                PIC X(01) VALUE "N".
000720     88  WS-SEAL-EOF                       VALUE "Y".
000730 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000740     88  WS-FILE-ERROR                     VALUE "Y".
000750 77  WS-GENTAB-OVERFLOW-SW         PIC X(01) VALUE "N".
000760     88  WS-GENTAB-OVERFLOW-YES            VALUE "Y".
000770 77  WS-SEALTAB-OVERFLOW-SW        PIC X(01) VALUE "N".
000780     88  WS-SEALTAB-OVERFLOW-YES           VALUE "Y".
000790 77  WS-FOUND-SW                   PIC X(01) VALUE "N".
000800     88  WS-FOUND                          VALUE "Y".

000810 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.

000820* The catalog, loaded to storage.
000830 77  WS-GEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
000840 01  WS-GEN-TABLE.
000850     05  WS-GEN-ENTRY OCCURS 3000 TIMES.
000860         10  GT-GEN-DATE           PIC 9(008).

000870* Every generation AUDSELOS knows, with the type of its last
000880* record - a generation last sealed (F/R) and not purged (E) must
000890* still be on the catalog.
000900 77  WS-SEALED-GEN-COUNT           PIC 9(04) COMP VALUE ZERO.
000910 01  WS-SEALED-GEN-TABLE.
000920     05  WS-SEALED-GEN-ENTRY OCCURS 3000 TIMES.
000930         10  ST-GEN-DATE           PIC 9(008).
000940         10  ST-LAST-TYPE          PIC X(001).
000950 77  WS-SUB1                       PIC 9(04) COMP VALUE ZERO.
000960 77  WS-SUB2                       PIC 9(04) COMP VALUE ZERO.
000970 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.

000980* Totals for the run summary.
000990 77  WS-TOTAL-CHECKED              PIC 9(05) VALUE ZERO.
001000 77  WS-TOTAL-INTACT               PIC 9(05) VALUE ZERO.
001010 77  WS-TOTAL-BROKEN               PIC 9(05) VALUE ZERO.
001020 77  WS-TOTAL-UNSEALED             PIC 9(05) VALUE ZERO.
001030 77  WS-TOTAL-ABSENT               PIC 9(05) VALUE ZERO.
001040 77  WS-TOTAL-UNCATALOGED          PIC 9(05) VALUE ZERO.

001050* Report line layouts.
001060 01  WS-RPT-GEN-LINE.
001070     05  FILLER                    PIC X(01) VALUE SPACES.
001080     05  RL-GEN-NAME               PIC X(015) VALUE SPACES.
001090     05  FILLER                    PIC X(02) VALUE SPACES.
001100     05  RL-RECORDS                PIC ZZZ.ZZZ.ZZ9.
001110     05  FILLER                    PIC X(02) VALUE SPACES.
001120     05  RL-HASH                   PIC 9(009).
001130     05  FILLER                    PIC X(02) VALUE SPACES.
001140     05  RL-SEALED-BY              PIC X(008) VALUE SPACES.
001150     05  FILLER                    PIC X(01) VALUE SPACES.
001160     05  RL-SEALED-DATE            PIC X(008) VALUE SPACES.
001170     05  FILLER                    PIC X(02) VALUE SPACES.
001180     05  RL-VERDICT                PIC X(040) VALUE SPACES.

001190* File status codes, one per SELECT above.
001200 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.
001210 77  WS-SEAL-STATUS                PIC X(02) VALUE SPACES.
001220 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001221* Cycle-status gate (CYCGATE): this run is checked against the
001222* CYCSTAT cycle-status file before anything is opened, and its
001223* end is recorded there.
001224     COPY CYCPARM.
001225 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001226     88  WS-GATE-STARTED                   VALUE "S".
001227     88  WS-GATE-REFUSED                   VALUE "R".

001230 PROCEDURE DIVISION.

001240******************************************************************
001250* 0000-MAINLINE
001260* Overall control - load the catalog and the seal file, check
001270* every catalogued generation, then look for sealed generations
001280* that have left the catalog without being purged.
001290******************************************************************
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     IF NOT WS-FILE-ERROR
001330         PERFORM 2000-CHECK-CATALOG THRU 2000-EXIT
001340     END-IF
001350     IF NOT WS-FILE-ERROR
001360         PERFORM 3000-CHECK-UNCATALOGED THRU 3000-EXIT
001370     END-IF
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT
001390     STOP RUN.

001400******************************************************************
001410* 1000-INITIALIZE
001420* Opens the report and loads AUDGENS and AUDSELOS to storage. A
001430* missing catalog or seal file is not an error in itself - the
001440* checks below then report what that leaves unaccounted for.
001450******************************************************************
001460 1000-INITIALIZE.
001470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001471     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001472     IF WS-GATE-REFUSED
001473         SET WS-FILE-ERROR TO TRUE
001474         GO TO 1000-EXIT
001475     END-IF
001480     OPEN OUTPUT SEAL-REPORT
001490     IF WS-REPORT-STATUS NOT = "00"
001500         DISPLAY "ERRO AO ABRIR SELRPT - STATUS "
001510             WS-REPORT-STATUS
001520         SET WS-FILE-ERROR TO TRUE
001530         GO TO 1000-EXIT
001540     END-IF
001550     OPEN INPUT AUDIT-GEN-FILE
001560     IF WS-AUDGEN-STATUS = "35"
001570         DISPLAY "AVISO: AUDGENS INEXISTENTE"
001580     ELSE
001590         IF WS-AUDGEN-STATUS NOT = "00"
001600             DISPLAY "ERRO AO ABRIR AUDGENS - STATUS "
001610                 WS-AUDGEN-STATUS
001620             SET WS-FILE-ERROR TO TRUE
001630             GO TO 1000-EXIT
001640         END-IF
001650         PERFORM 1100-LOAD-GEN-RECORD THRU 1100-EXIT
001660             UNTIL WS-AUDGEN-EOF
001670         CLOSE AUDIT-GEN-FILE
001680     END-IF
001690     OPEN INPUT SEAL-FILE
001700     IF WS-SEAL-STATUS = "35"
001710         DISPLAY "AVISO: AUDSELOS INEXISTENTE"
001720     ELSE
001730         IF WS-SEAL-STATUS NOT = "00"
001740             DISPLAY "ERRO AO ABRIR AUDSELOS - STATUS "
001750                 WS-SEAL-STATUS
001760             SET WS-FILE-ERROR TO TRUE
001770             GO TO 1000-EXIT
001780         END-IF
001790         PERFORM 1200-LOAD-SEAL-RECORD THRU 1200-EXIT
001800             UNTIL WS-SEAL-EOF
001810         CLOSE SEAL-FILE
001820     END-IF.

001830 1000-EXIT.
001840     EXIT.

001850 1100-LOAD-GEN-RECORD.
001860     READ AUDIT-GEN-FILE
001870         AT END
001880             SET WS-AUDGEN-EOF TO TRUE
001890     END-READ
001900     IF NOT WS-AUDGEN-EOF
001910         IF WS-GEN-COUNT < 3000
001920             ADD 1 TO WS-GEN-COUNT
001930             MOVE AG-GEN-DATE TO GT-GEN-DATE(WS-GEN-COUNT)
001940         ELSE
001950             IF NOT WS-GENTAB-OVERFLOW-YES
001960                 DISPLAY "ERRO: AUDGENS TEM MAIS DE 3000 "
001970                     "GERACOES - CONFERENCIA INCOMPLETA"
001980                 SET WS-GENTAB-OVERFLOW-YES TO TRUE
001990                 SET WS-FILE-ERROR TO TRUE
002000             END-IF
002010         END-IF
002020     END-IF.

002030 1100-EXIT.
002040     EXIT.

002050 1200-LOAD-SEAL-RECORD.
002060     READ SEAL-FILE
002070         AT END
002080             SET WS-SEAL-EOF TO TRUE
002090     END-READ
002100     IF WS-SEAL-EOF
002110         GO TO 1200-EXIT
002120     END-IF
002130     MOVE SEAL-FILE-RECORD TO AUDIT-SEAL-RECORD
002140     MOVE "N" TO WS-FOUND-SW
002150     MOVE 1 TO WS-SUB2
002160     PERFORM 1210-SCAN-SEALED-GEN THRU 1210-EXIT
002170         UNTIL WS-FOUND OR WS-SUB2 > WS-SEALED-GEN-COUNT
002180     IF WS-FOUND
002190         MOVE SL-SEAL-TYPE TO ST-LAST-TYPE(WS-HIT-SUB)
002200         GO TO 1200-EXIT
002210     END-IF
002220     IF WS-SEALED-GEN-COUNT < 3000
002230         ADD 1 TO WS-SEALED-GEN-COUNT
002240         MOVE SL-GEN-DATE TO ST-GEN-DATE(WS-SEALED-GEN-COUNT)
002250         MOVE SL-SEAL-TYPE TO ST-LAST-TYPE(WS-SEALED-GEN-COUNT)
002260     ELSE
002270         IF NOT WS-SEALTAB-OVERFLOW-YES
002280             DISPLAY "ERRO: AUDSELOS TEM MAIS DE 3000 "
002290                 "GERACOES - CONFERENCIA INCOMPLETA"
002300             SET WS-SEALTAB-OVERFLOW-YES TO TRUE
002310             SET WS-FILE-ERROR TO TRUE
002320         END-IF
002330     END-IF.

002340 1200-EXIT.
002350     EXIT.

002360 1210-SCAN-SEALED-GEN.
002370     IF ST-GEN-DATE(WS-SUB2) = SL-GEN-DATE
002380         SET WS-FOUND TO TRUE
002381         MOVE WS-SUB2 TO WS-HIT-SUB
002382     END-IF
002383     ADD 1 TO WS-SUB2.

002384 1210-EXIT.
002385     EXIT.

002386******************************************************************
002387* 1900-CHECK-CYCLE-GATE
002388* Asks the cycle-status gate whether AUDVERIF may run now. It
002389* belongs to no cycle (cycle zero), so only a run that would
002390* collide with it is in the way.
002391* A refusal (or a status file that cannot be read) stops the run
002392* before anything is opened; 9000 ends it with return code 16.
002393******************************************************************
002394 1900-CHECK-CYCLE-GATE.
002395     SET CG-FN-START TO TRUE
002396     MOVE "AUDVERIF" TO CG-PROGRAM-ID
002397     MOVE 0 TO CG-CYCLE-DATE
002398     MOVE 0 TO CG-PARTITION-NO
002399     MOVE 0 TO CG-RETURN-CODE
002400     CALL "CYCGATE" USING CYCLE-GATE-PARM
002401     IF CG-ALLOWED
002402         SET WS-GATE-STARTED TO TRUE
002403     ELSE
002404         DISPLAY "ERRO: " CG-REASON-TEXT
002405         SET WS-GATE-REFUSED TO TRUE
002406     END-IF.

002407 1900-EXIT.
002408     EXIT.

002409******************************************************************
002410* 1910-REFUSE-RUN
002411* The gate refused the run: nothing was opened or written, so
002412* there is nothing to close - only the refusal is shown.
002413******************************************************************
002414 1910-REFUSE-RUN.
002415     MOVE 16 TO RETURN-CODE
002416     DISPLAY "==============================================="
002417     DISPLAY "AUDVERIF - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
002418     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
002419     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002420 1910-EXIT.
002421     EXIT.

002422******************************************************************
002423* 1920-END-CYCLE-STEP
002424* Records how the run ended on CYCSTAT. The CALL clears
002425* RETURN-CODE, so the code is handed over and put back. An end
002426* that cannot be recorded raises the return code to at least 8:
002427* the step would otherwise stay running on CYCSTAT and hold up
002428* the cycle.
002429******************************************************************
002430 1920-END-CYCLE-STEP.
002432     SET CG-FN-END TO TRUE
002433     MOVE RETURN-CODE TO CG-RETURN-CODE
002434     CALL "CYCGATE" USING CYCLE-GATE-PARM
002436     MOVE CG-RETURN-CODE TO RETURN-CODE
002437     IF NOT CG-ALLOWED
002439         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
002440         IF RETURN-CODE < 8
002441             MOVE 8 TO RETURN-CODE
002443         END-IF
002444     END-IF.

002445 1920-EXIT.
002447     EXIT.

002448******************************************************************
002450* 2000-CHECK-CATALOG
002460* One report line per catalogued generation, recomputed by the
002470* audit-seal module and judged against its last seal.
002480******************************************************************
002490 2000-CHECK-CATALOG.
002500     MOVE "AUDVERIF - CONFERENCIA DOS SELOS DA AUDITORIA"
002510         TO SEAL-REPORT-LINE
002520     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
002530     MOVE SPACES TO SEAL-REPORT-LINE
002540     STRING " GERACAO            REGISTROS  HASH       SELADO POR"
002550         DELIMITED BY SIZE
002560         "         VEREDITO" DELIMITED BY SIZE
002570         INTO SEAL-REPORT-LINE
002580     END-STRING
002590     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
002600     MOVE 1 TO WS-SUB1
002610     PERFORM 2100-CHECK-ONE-GENERATION THRU 2100-EXIT
002620         UNTIL WS-SUB1 > WS-GEN-COUNT OR WS-FILE-ERROR.

002630 2000-EXIT.
002640     EXIT.

002650 2100-CHECK-ONE-GENERATION.
002660     MOVE "V" TO SA-FUNCTION
002670     MOVE GT-GEN-DATE(WS-SUB1) TO SA-GEN-DATE
002680     MOVE "AUDVERIF" TO SA-PROGRAM-ID
002690     CALL "AUDSELO" USING SEAL-PARM
002700     IF SA-FILE-ERROR
002710         DISPLAY "ERRO NA CONFERENCIA DE AUDLOG." SA-GEN-DATE
002720             " - " SA-VERDICT-TEXT
002730         SET WS-FILE-ERROR TO TRUE
002740         GO TO 2100-EXIT
002750     END-IF
002760     ADD 1 TO WS-TOTAL-CHECKED
002770     IF SA-INTACT
002780         ADD 1 TO WS-TOTAL-INTACT
002790     END-IF
002800     IF SA-BROKEN
002810         ADD 1 TO WS-TOTAL-BROKEN
002820     END-IF
002830     IF SA-UNSEALED
002840         ADD 1 TO WS-TOTAL-UNSEALED
002850     END-IF
002860     IF SA-ABSENT
002870         ADD 1 TO WS-TOTAL-ABSENT
002880     END-IF
002890     MOVE SPACES TO RL-GEN-NAME
002900     STRING "AUDLOG." SA-GEN-DATE DELIMITED BY SIZE
002910         INTO RL-GEN-NAME
002920     END-STRING
002930     MOVE SA-RECORD-COUNT TO RL-RECORDS
002940     MOVE SA-HASH-TOTAL TO RL-HASH
002950     MOVE SA-SEALED-PROGRAM TO RL-SEALED-BY
002960     MOVE SPACES TO RL-SEALED-DATE
002970     IF SA-SEALED-TYPE NOT = SPACE
002980         MOVE SA-SEALED-DATE TO RL-SEALED-DATE
002990     END-IF
003000     MOVE SA-VERDICT-TEXT TO RL-VERDICT
003010     MOVE WS-RPT-GEN-LINE TO SEAL-REPORT-LINE
003020     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.

003030 2100-NEXT.
003040     ADD 1 TO WS-SUB1.

003050 2100-EXIT.
003060     EXIT.

003070******************************************************************
003080* 3000-CHECK-UNCATALOGED
003090* A generation whose last seal record is a close or a re-seal was
003100* never purged, so it must still be on AUDGENS. Dropping it from
003110* the catalog would otherwise hide it from every check above.
003120******************************************************************
003130 3000-CHECK-UNCATALOGED.
003140     MOVE 1 TO WS-SUB2
003150     PERFORM 3100-CHECK-ONE-SEALED-GEN THRU 3100-EXIT
003160         UNTIL WS-SUB2 > WS-SEALED-GEN-COUNT.

003170 3000-EXIT.
003180     EXIT.

003190 3100-CHECK-ONE-SEALED-GEN.
003200     IF ST-LAST-TYPE(WS-SUB2) = "E"
003210         GO TO 3100-NEXT
003220     END-IF
003230     MOVE "N" TO WS-FOUND-SW
003240     MOVE 1 TO WS-SUB1
003250     PERFORM 3110-SCAN-CATALOG THRU 3110-EXIT
003260         UNTIL WS-FOUND OR WS-SUB1 > WS-GEN-COUNT
003270     IF WS-FOUND
003280         GO TO 3100-NEXT
003290     END-IF
003300     ADD 1 TO WS-TOTAL-UNCATALOGED
003310     MOVE SPACES TO WS-RPT-GEN-LINE
003320     STRING "AUDLOG." ST-GEN-DATE(WS-SUB2) DELIMITED BY SIZE
003330         INTO RL-GEN-NAME
003340     END-STRING
003350     MOVE "SELADA MAS FORA DO AUDGENS" TO RL-VERDICT
003360     MOVE WS-RPT-GEN-LINE TO SEAL-REPORT-LINE
003370     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.

003380 3100-NEXT.
003390     ADD 1 TO WS-SUB2.

003400 3100-EXIT.
003410     EXIT.

003420 3110-SCAN-CATALOG.
003430     IF GT-GEN-DATE(WS-SUB1) = ST-GEN-DATE(WS-SUB2)
003440         SET WS-FOUND TO TRUE
003450     END-IF
003460     ADD 1 TO WS-SUB1.

003470 3110-EXIT.
003480     EXIT.

003490 6900-WRITE-REPORT-LINE.
003500     WRITE SEAL-REPORT-LINE
003510     IF WS-REPORT-STATUS NOT = "00"
003520         DISPLAY "ERRO AO GRAVAR SELRPT - STATUS "
003530             WS-REPORT-STATUS
003540         SET WS-FILE-ERROR TO TRUE
003550     END-IF
003560     DISPLAY SEAL-REPORT-LINE.

003570 6900-EXIT.
003580     EXIT.

003590******************************************************************
003600* 9000-TERMINATE
003610* Return code: 12 a generation is broken, gone, or off the
003620* catalog; 8 a file error stopped the check; 4 generations
003630* without a seal; 0 every catalogued generation intact.
003634* A run the cycle-status gate refuses ends with return code 16.
003640******************************************************************
003650 9000-TERMINATE.
003651     IF WS-GATE-REFUSED
003652         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003653         GO TO 9000-EXIT
003654     END-IF
003660     CLOSE SEAL-REPORT
003670     IF WS-TOTAL-BROKEN > 0 OR WS-TOTAL-ABSENT > 0
003680         OR WS-TOTAL-UNCATALOGED > 0
003690         MOVE 12 TO RETURN-CODE
003700     ELSE
003710         IF WS-FILE-ERROR
003720             MOVE 8 TO RETURN-CODE
003730         ELSE
003740             IF WS-TOTAL-UNSEALED > 0
003750                 MOVE 4 TO RETURN-CODE
003760             ELSE
003770                 MOVE 0 TO RETURN-CODE
003780             END-IF
003790         END-IF
003800     END-IF
003802     IF WS-GATE-STARTED
003804         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003806     END-IF
003810     DISPLAY "==============================================="
003820     DISPLAY "AUDVERIF - RESUMO DA EXECUCAO"
003830     DISPLAY "GERACOES CONFER.: " WS-TOTAL-CHECKED
003840     DISPLAY "INTEGRAS........: " WS-TOTAL-INTACT
003850     DISPLAY "QUEBRADAS.......: " WS-TOTAL-BROKEN
003860     DISPLAY "SEM SELO........: " WS-TOTAL-UNSEALED
003870     DISPLAY "INEXISTENTES....: " WS-TOTAL-ABSENT
003880     DISPLAY "FORA DO AUDGENS.: " WS-TOTAL-UNCATALOGED
003890     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003900 9000-EXIT.
003910     EXIT.

004036 END PROGRAM AUDVERIF.
