000100******************************************************************
000110* Program:  SCREMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  QUADRO SEMANAL DE QUALIDADE POR SISTEMA DE ORIGEM,
000140*           MONTADO A PARTIR DAS GERACOES DA TRILHA DE AUDITORIA
000150*           (AUDLOG.YYYYMMDD) CATALOGADAS NO AUDGENS: PARA CADA
000160*           EI-SOURCE-SYSTEM, VOLUME DE TENTATIVAS BATCH, ACEITAS,
000170*           REJEITADAS, TAXA DE REJEICAO POR CODIGO DE MOTIVO E
000180*           QUANTIDADE DE BAIXAS (IDADE) E BLOQUEIOS (FRAUDE).
000190*           O PERIODO VEM DA LINHA DE COMANDO (DE E ATE,
000200*           AAAAMMDD); SEM ELE, AS ULTIMAS 7 GERACOES ATE HOJE.
000210* Tectonics: cobc
000220*
000230* Modification History:
000240*   15/10/26  GERO  Original version.
000250*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000252*                   anything is opened, as a run outside any
000254*                   cycle: refused with RC 16 while a run that
000256*                   would collide with it on the audit trail is
000258*                   active. Records its end there.
000259******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. SCREMAIL.
000280 AUTHOR. JEFEFRSON MOTA (GERO).
000290 INSTALLATION. CADASTRO DE CLIENTES.
000300 DATE-WRITTEN. 15/10/26.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUDIT-GEN-FILE
000390         ASSIGN TO "AUDGENS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDGEN-STATUS.

000420     SELECT AUDIT-IN
000430         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-IN-STATUS.

000460     SELECT SCORECARD-REPORT
000470         ASSIGN TO "SCRRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-GEN-FILE
000530         LABEL RECORDS ARE STANDARD.
000540     COPY AUDGEN.

000550 FD  AUDIT-IN
000560         LABEL RECORDS ARE STANDARD.
000570     COPY AUDREC.

000580 FD  SCORECARD-REPORT
000590         LABEL RECORDS ARE STANDARD.
000600 01  SCORECARD-REPORT-LINE         PIC X(132).

000610 WORKING-STORAGE SECTION.

000620* End-of-file and error switches.
000630 77  WS-AUDGEN-EOF-SW              PIC X(01) VALUE "N".
000640     88  WS-AUDGEN-EOF                     VALUE "Y".
000650 77  WS-AUDIT-EOF-SW               PIC X(01) VALUE "N".
000660     88  WS-AUDIT-EOF                      VALUE "Y".
000670 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000680     88  WS-FILE-ERROR                     VALUE "Y".
000690 77  WS-FOUND-SW                   PIC X(01) VALUE "N".
000700     88  WS-FOUND                          VALUE "Y".
000710 77  WS-GENTAB-OVERFLOW-SW         PIC X(01) VALUE "N".
000720     88  WS-GENTAB-OVERFLOW-YES            VALUE "Y".
000730 77  WS-SRC-OVERFLOW-SW            PIC X(01) VALUE "N".
000740     88  WS-SRC-OVERFLOW-YES               VALUE "Y".

000750* Period covered, from the command line or the last generations.
000760 77  WS-COMMAND-LINE               PIC X(040) VALUE SPACES.
000770 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
000780 77  WS-FROM-DATE                  PIC 9(008) VALUE ZERO.
000790 77  WS-TO-DATE                    PIC 9(008) VALUE ZERO.
000800 77  WS-WEEK-GENERATIONS           PIC 9(04) COMP VALUE 7.
000810 77  WS-GEN-IN-RANGE               PIC 9(04) COMP VALUE ZERO.
000820 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE SPACES.

000830* Catalog loaded to storage - VALEMAIL appends it in date order.
000840 77  WS-GEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
000850 01  WS-GEN-TABLE.
000860     05  WS-GEN-ENTRY OCCURS 3000 TIMES.
000870         10  GT-GEN-DATE           PIC 9(008).

000880* One bucket per source system, with a count per reason code in
000890* the AU-REASON-CODES order followed by the three tail flags.
000900 77  WS-SRC-COUNT                  PIC 9(03) COMP VALUE ZERO.
000910 77  WS-SRC-MAX                    PIC 9(03) COMP VALUE 50.
000920 01  WS-SRC-TABLE.
000930     05  WS-SRC-ENTRY OCCURS 50 TIMES.
000940         10  ST-SOURCE-SYSTEM      PIC X(008).
000950         10  ST-VOLUME             PIC 9(07).
000960         10  ST-ACCEPTED           PIC 9(07).
000970         10  ST-REJECTED           PIC 9(07).
000980         10  ST-BLOCKED            PIC 9(07).
000990         10  ST-WRITTEN-OFF        PIC 9(07).
001000         10  ST-RSN-COUNT          PIC 9(07) OCCURS 10 TIMES.

001010* Reason-code labels, in the same order as ST-RSN-COUNT.
001020 01  WS-RSN-LABEL-LIST.
001030     05  FILLER                    PIC X(034) VALUE
001040         "SEM ARROBA".
001050     05  FILLER                    PIC X(034) VALUE
001060         "MAIS DE UMA ARROBA".
001070     05  FILLER                    PIC X(034) VALUE
001080         "MENOS DE 10 CARACTERES".
001090     05  FILLER                    PIC X(034) VALUE
001100         "EMAIL TRUNCADO".
001110     05  FILLER                    PIC X(034) VALUE
001120         "ESTRUTURA INVALIDA".
001130     05  FILLER                    PIC X(034) VALUE
001140         "DOMINIO NAO AUTORIZADO".
001150     05  FILLER                    PIC X(034) VALUE
001160         "EMAIL DUPLICADO".
001170     05  FILLER                    PIC X(034) VALUE
001180         "DUPLICADO NO EXTRATO".
001190     05  FILLER                    PIC X(034) VALUE
001200         "BLOQUEADO (FRAUDE)".
001210     05  FILLER                    PIC X(034) VALUE
001220         "RETIDO POR DEVOLUCAO (HARD BOUNCE)".
001230 01  WS-RSN-LABEL-TABLE REDEFINES WS-RSN-LABEL-LIST.
001240     05  WS-RSN-LABEL              PIC X(034) OCCURS 10 TIMES.

001250* The reason flags of the record being tallied, as a table.
001260 01  WS-RSN-FLAGS.
001270     05  WS-RSN-FLAG               PIC X(001) OCCURS 10 TIMES.

001280* Totals for the report trailer and the return code.
001290 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
001300 77  WS-TOTAL-BATCH                PIC 9(07) VALUE ZERO.
001310 77  WS-TOTAL-GENERATIONS          PIC 9(05) VALUE ZERO.
001320 77  WS-TOTAL-MISSING              PIC 9(05) VALUE ZERO.

001330* Subscripts and the rate being printed.
001340 77  WS-SUB1                       PIC 9(04) COMP VALUE ZERO.
001350 77  WS-RSN-SUB                    PIC 9(04) COMP VALUE ZERO.
001360 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.
001370 77  WS-RATE                       PIC 9(03)V9 VALUE ZERO.

001380* Report line layouts.
001390 01  WS-RPT-SOURCE-LINE.
001400     05  FILLER                    PIC X(01) VALUE SPACES.
001410     05  RL-SOURCE                 PIC X(008) VALUE SPACES.
001420     05  FILLER                    PIC X(02) VALUE SPACES.
001430     05  RL-VOLUME                 PIC Z.ZZZ.ZZ9.
001440     05  FILLER                    PIC X(02) VALUE SPACES.
001450     05  RL-ACCEPTED               PIC Z.ZZZ.ZZ9.
001460     05  FILLER                    PIC X(02) VALUE SPACES.
001470     05  RL-REJECTED               PIC Z.ZZZ.ZZ9.
001480     05  FILLER                    PIC X(02) VALUE SPACES.
001490     05  RL-REJ-RATE               PIC ZZ9,9.
001500     05  FILLER                    PIC X(01) VALUE "%".
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001520     05  RL-WRITTEN-OFF            PIC Z.ZZZ.ZZ9.
001530     05  FILLER                    PIC X(02) VALUE SPACES.
001540     05  RL-BLOCKED                PIC Z.ZZZ.ZZ9.
001550 01  WS-RPT-REASON-LINE.
001560     05  FILLER                    PIC X(12) VALUE SPACES.
001570     05  RL-RSN-LABEL              PIC X(034) VALUE SPACES.
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  RL-RSN-COUNT              PIC Z.ZZZ.ZZ9.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  RL-RSN-RATE               PIC ZZ9,9.
001620     05  FILLER                    PIC X(01) VALUE "%".

001630* File status codes, one per SELECT above.
001640 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.
001650 77  WS-AUDIT-IN-STATUS            PIC X(02) VALUE SPACES.
001660 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001661* Cycle-status gate (CYCGATE): this run is checked against the
001662* CYCSTAT cycle-status file before anything is opened, and its
001663* end is recorded there.
001664     COPY CYCPARM.
001665 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001666     88  WS-GATE-STARTED                   VALUE "S".
001667     88  WS-GATE-REFUSED                   VALUE "R".

001670 PROCEDURE DIVISION.

001680******************************************************************
001690* 0000-MAINLINE
001700* Overall control - load the catalog, tally every generation in
001710* the period by source system, print the scorecard.
001720******************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001750     IF NOT WS-FILE-ERROR
001760         PERFORM 2000-TALLY-CONTROL THRU 2000-EXIT
001770     END-IF
001780     IF NOT WS-FILE-ERROR
001790         PERFORM 6000-PRINT-SCORECARD THRU 6000-EXIT
001800     END-IF
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT
001820     STOP RUN.

001830******************************************************************
001840* 1000-INITIALIZE
001850* Loads the generation catalog and works out the period: both
001860* dates from the command line when given; otherwise the last
001870* WS-WEEK-GENERATIONS generations up to the date given (or up to
001880* today) - one VALEMAIL night per generation, so a week.
001890******************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001920     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001921     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001922     IF WS-GATE-REFUSED
001923         SET WS-FILE-ERROR TO TRUE
001924         GO TO 1000-EXIT
001925     END-IF
001930     OPEN OUTPUT SCORECARD-REPORT
001940     IF WS-REPORT-STATUS NOT = "00"
001950         DISPLAY "ERRO AO ABRIR SCRRPT - STATUS "
001960             WS-REPORT-STATUS
001970         SET WS-FILE-ERROR TO TRUE
001980         GO TO 1000-EXIT
001990     END-IF
002000     OPEN INPUT AUDIT-GEN-FILE
002010     IF WS-AUDGEN-STATUS = "35"
002020         DISPLAY "AVISO: AUDGENS INEXISTENTE - NADA A TABULAR"
002030         GO TO 1000-EXIT
002040     END-IF
002050     IF WS-AUDGEN-STATUS NOT = "00"
002060         DISPLAY "ERRO AO ABRIR AUDGENS - STATUS "
002070             WS-AUDGEN-STATUS
002080         SET WS-FILE-ERROR TO TRUE
002090         GO TO 1000-EXIT
002100     END-IF
002110     PERFORM 1100-LOAD-GEN-RECORD THRU 1100-EXIT
002120         UNTIL WS-AUDGEN-EOF
002130     CLOSE AUDIT-GEN-FILE
002140     IF WS-COMMAND-LINE(1:8) IS NUMERIC
002150         AND WS-COMMAND-LINE(10:8) IS NUMERIC
002160         MOVE WS-COMMAND-LINE(1:8) TO WS-FROM-DATE
002170         MOVE WS-COMMAND-LINE(10:8) TO WS-TO-DATE
002180         GO TO 1000-EXIT
002190     END-IF
002200     IF WS-COMMAND-LINE(1:8) IS NUMERIC
002210         MOVE WS-COMMAND-LINE(1:8) TO WS-TO-DATE
002220     ELSE
002230         MOVE WS-RUN-DATE TO WS-TO-DATE
002240     END-IF
002250     PERFORM 1200-FIND-WEEK-START THRU 1200-EXIT.

002260 1000-EXIT.
002270     EXIT.

002280 1100-LOAD-GEN-RECORD.
002290     READ AUDIT-GEN-FILE
002300         AT END
002310             SET WS-AUDGEN-EOF TO TRUE
002320     END-READ
002330     IF NOT WS-AUDGEN-EOF
002340         IF WS-GEN-COUNT < 3000
002350             ADD 1 TO WS-GEN-COUNT
002360             MOVE AG-GEN-DATE TO GT-GEN-DATE(WS-GEN-COUNT)
002370         ELSE
002380             IF NOT WS-GENTAB-OVERFLOW-YES
002390                 DISPLAY "AVISO: AUDGENS TEM MAIS DE 3000 "
002400                     "GERACOES - AS DEMAIS NAO SERAO TRATADAS"
002410                 SET WS-GENTAB-OVERFLOW-YES TO TRUE
002420             END-IF
002430         END-IF
002440     END-IF.

002450 1100-EXIT.
002460     EXIT.

002470******************************************************************
002480* 1200-FIND-WEEK-START
002490* Walks the catalog backwards from the end, counting generations
002500* on or before WS-TO-DATE; the seventh one found is the first day
002510* of the period. Fewer than seven on file just means a shorter
002520* period, starting at the oldest.
002530******************************************************************
002540 1200-FIND-WEEK-START.
002550     MOVE WS-TO-DATE TO WS-FROM-DATE
002560     MOVE 0 TO WS-GEN-IN-RANGE
002570     MOVE WS-GEN-COUNT TO WS-SUB1
002580     PERFORM 1210-COUNT-BACK THRU 1210-EXIT
002590         UNTIL WS-SUB1 = 0
002600         OR WS-GEN-IN-RANGE = WS-WEEK-GENERATIONS.

002610 1200-EXIT.
002620     EXIT.

002630 1210-COUNT-BACK.
002640     IF GT-GEN-DATE(WS-SUB1) <= WS-TO-DATE
002650         ADD 1 TO WS-GEN-IN-RANGE
002651         MOVE GT-GEN-DATE(WS-SUB1) TO WS-FROM-DATE
002652     END-IF
002653     SUBTRACT 1 FROM WS-SUB1.

002654 1210-EXIT.
002655     EXIT.

002656******************************************************************
002657* 1900-CHECK-CYCLE-GATE
002658* Asks the cycle-status gate whether SCREMAIL may run now. It
002659* belongs to no cycle (cycle zero), so only a run that would
002660* collide with it is in the way.
002661* A refusal (or a status file that cannot be read) stops the run
002662* before anything is opened; 9000 ends it with return code 16.
002663******************************************************************
002664 1900-CHECK-CYCLE-GATE.
002665     SET CG-FN-START TO TRUE
002666     MOVE "SCREMAIL" TO CG-PROGRAM-ID
002667     MOVE 0 TO CG-CYCLE-DATE
002668     MOVE 0 TO CG-PARTITION-NO
002669     MOVE 0 TO CG-RETURN-CODE
002670     CALL "CYCGATE" USING CYCLE-GATE-PARM
002671     IF CG-ALLOWED
002672         SET WS-GATE-STARTED TO TRUE
002673     ELSE
002674         DISPLAY "ERRO: " CG-REASON-TEXT
002675         SET WS-GATE-REFUSED TO TRUE
002676     END-IF.

002677 1900-EXIT.
002678     EXIT.

002679******************************************************************
002680* 1910-REFUSE-RUN
002681* The gate refused the run: nothing was opened or written, so
002682* there is nothing to close - only the refusal is shown.
002683******************************************************************
002684 1910-REFUSE-RUN.
002685     MOVE 16 TO RETURN-CODE
002686     DISPLAY "==============================================="
002687     DISPLAY "SCREMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
002688     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
002689     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002690 1910-EXIT.
002691     EXIT.

002692******************************************************************
002693* 1920-END-CYCLE-STEP
002694* Records how the run ended on CYCSTAT. The CALL clears
002695* RETURN-CODE, so the code is handed over and put back. An end
002696* that cannot be recorded raises the return code to at least 8:
002697* the step would otherwise stay running on CYCSTAT and hold up
002698* the cycle.
002699******************************************************************
002700 1920-END-CYCLE-STEP.
002702     SET CG-FN-END TO TRUE
002703     MOVE RETURN-CODE TO CG-RETURN-CODE
002704     CALL "CYCGATE" USING CYCLE-GATE-PARM
002706     MOVE CG-RETURN-CODE TO RETURN-CODE
002707     IF NOT CG-ALLOWED
002709         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
002710         IF RETURN-CODE < 8
002711             MOVE 8 TO RETURN-CODE
002713         END-IF
002714     END-IF.

002715 1920-EXIT.
002717     EXIT.

002718******************************************************************
002720* 2000-TALLY-CONTROL
002730* Reads every catalogued generation inside the period.
002740******************************************************************
002750 2000-TALLY-CONTROL.
002760     MOVE 1 TO WS-SUB1
002770     PERFORM 2100-TALLY-ONE-GENERATION THRU 2100-EXIT
002780         UNTIL WS-SUB1 > WS-GEN-COUNT OR WS-FILE-ERROR.

002790 2000-EXIT.
002800     EXIT.

002810******************************************************************
002820* 2100-TALLY-ONE-GENERATION
002830* A catalogued generation that cannot be found is warned about
002840* and counted - the scorecard is then short of that night.
002850******************************************************************
002860 2100-TALLY-ONE-GENERATION.
002870     IF GT-GEN-DATE(WS-SUB1) < WS-FROM-DATE
002880         OR GT-GEN-DATE(WS-SUB1) > WS-TO-DATE
002890         GO TO 2100-NEXT
002900     END-IF
002910     MOVE SPACES TO WS-AUDIT-FILE-NAME
002920     STRING "AUDLOG." DELIMITED BY SIZE
002930         GT-GEN-DATE(WS-SUB1) DELIMITED BY SIZE
002940         INTO WS-AUDIT-FILE-NAME
002950     END-STRING
002960     OPEN INPUT AUDIT-IN
002970     IF WS-AUDIT-IN-STATUS NOT = "00"
002980         DISPLAY "AVISO: GERACAO " WS-AUDIT-FILE-NAME
002990             " NAO ENCONTRADA - STATUS " WS-AUDIT-IN-STATUS
003000         ADD 1 TO WS-TOTAL-MISSING
003010         GO TO 2100-NEXT
003020     END-IF
003030     ADD 1 TO WS-TOTAL-GENERATIONS
003040     MOVE "N" TO WS-AUDIT-EOF-SW
003050     PERFORM 2200-READ-AUDIT-RECORD THRU 2200-EXIT
003060     PERFORM 2300-TALLY-RECORD THRU 2300-EXIT
003070         UNTIL WS-AUDIT-EOF
003080     CLOSE AUDIT-IN.

003090 2100-NEXT.
003100     ADD 1 TO WS-SUB1.

003110 2100-EXIT.
003120     EXIT.

003130 2200-READ-AUDIT-RECORD.
003140     READ AUDIT-IN
003150         AT END
003160             SET WS-AUDIT-EOF TO TRUE
003170     END-READ.

003180 2200-EXIT.
003190     EXIT.

003200******************************************************************
003210* 2300-TALLY-RECORD
003220* Counts one batch attempt against its source system. Screen
003230* attempts have no source feed behind them and are left out.
003240******************************************************************
003250 2300-TALLY-RECORD.
003260     ADD 1 TO WS-TOTAL-READ
003270     IF NOT AU-MODE-BATCH
003280         GO TO 2300-NEXT
003290     END-IF
003300     ADD 1 TO WS-TOTAL-BATCH
003310     PERFORM 2400-FIND-SOURCE THRU 2400-EXIT
003320     IF WS-HIT-SUB = 0
003330         GO TO 2300-NEXT
003340     END-IF
003350     ADD 1 TO ST-VOLUME(WS-HIT-SUB)
003360     IF AU-RESULT-ACCEPTED
003370         ADD 1 TO ST-ACCEPTED(WS-HIT-SUB)
003380         GO TO 2300-NEXT
003390     END-IF
003400     ADD 1 TO ST-REJECTED(WS-HIT-SUB)
003410     IF AU-RSN-BLOCKED-YES
003420         ADD 1 TO ST-BLOCKED(WS-HIT-SUB)
003430     END-IF
003440     IF AU-WRITTEN-OFF-YES
003450         ADD 1 TO ST-WRITTEN-OFF(WS-HIT-SUB)
003460     END-IF
003470     MOVE AU-REASON-CODES TO WS-RSN-FLAGS(1:7)
003480     MOVE AU-RSN-DUP-EXTRACT TO WS-RSN-FLAG(8)
003490     MOVE AU-RSN-BLOCKED TO WS-RSN-FLAG(9)
003500     MOVE AU-RSN-BOUNCED TO WS-RSN-FLAG(10)
003510     MOVE 1 TO WS-RSN-SUB
003520     PERFORM 2500-TALLY-ONE-REASON THRU 2500-EXIT
003530         UNTIL WS-RSN-SUB > 10.

003540 2300-NEXT.
003550     PERFORM 2200-READ-AUDIT-RECORD THRU 2200-EXIT.

003560 2300-EXIT.
003570     EXIT.

003580******************************************************************
003590* 2400-FIND-SOURCE
003600* Finds (or adds) the bucket for the record's source system;
003610* WS-HIT-SUB stays zero when the table is full.
003620******************************************************************
003630 2400-FIND-SOURCE.
003640     MOVE "N" TO WS-FOUND-SW
003650     MOVE 0 TO WS-HIT-SUB
003660     MOVE 1 TO WS-RSN-SUB
003670     PERFORM 2410-SCAN-SOURCE THRU 2410-EXIT
003680         UNTIL WS-FOUND OR WS-RSN-SUB > WS-SRC-COUNT
003690     IF WS-FOUND
003700         GO TO 2400-EXIT
003710     END-IF
003720     IF WS-SRC-COUNT < WS-SRC-MAX
003730         ADD 1 TO WS-SRC-COUNT
003740         MOVE WS-SRC-COUNT TO WS-HIT-SUB
003750         INITIALIZE WS-SRC-ENTRY(WS-HIT-SUB)
003760         MOVE AU-SOURCE-SYSTEM TO ST-SOURCE-SYSTEM(WS-HIT-SUB)
003770     ELSE
003780         IF NOT WS-SRC-OVERFLOW-YES
003790             DISPLAY "AVISO: MAIS DE 50 SISTEMAS DE ORIGEM - "
003800                 "OS DEMAIS FICAM FORA DO QUADRO"
003810             SET WS-SRC-OVERFLOW-YES TO TRUE
003820         END-IF
003830     END-IF.

003840 2400-EXIT.
003850     EXIT.

003860 2410-SCAN-SOURCE.
003870     IF ST-SOURCE-SYSTEM(WS-RSN-SUB) = AU-SOURCE-SYSTEM
003880         SET WS-FOUND TO TRUE
003890         MOVE WS-RSN-SUB TO WS-HIT-SUB
003900     ELSE
003910         ADD 1 TO WS-RSN-SUB
003920     END-IF.

003930 2410-EXIT.
003940     EXIT.

003950 2500-TALLY-ONE-REASON.
003960     IF WS-RSN-FLAG(WS-RSN-SUB) = "Y"
003970         ADD 1 TO ST-RSN-COUNT(WS-HIT-SUB, WS-RSN-SUB)
003980     END-IF
003990     ADD 1 TO WS-RSN-SUB.

004000 2500-EXIT.
004010     EXIT.

004020******************************************************************
004030* 6000-PRINT-SCORECARD
004040* One block per source system: the volume line, then one line
004050* per reason code that occurred, each rate over the source's
004060* total batch volume, so feeds of different size compare.
004070******************************************************************
004080 6000-PRINT-SCORECARD.
004090     MOVE SPACES TO SCORECARD-REPORT-LINE
004100     STRING "QUADRO DE QUALIDADE POR SISTEMA DE ORIGEM - DE "
004110         DELIMITED BY SIZE
004120         WS-FROM-DATE DELIMITED BY SIZE
004130         " ATE " DELIMITED BY SIZE
004140         WS-TO-DATE DELIMITED BY SIZE
004150         INTO SCORECARD-REPORT-LINE
004160     END-STRING
004170     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004180     MOVE SPACES TO SCORECARD-REPORT-LINE
004190     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004200     MOVE " ORIGEM        VOLUME     ACEITAS   REJEITADAS  TX REJ"
004210         TO SCORECARD-REPORT-LINE
004220     MOVE "      BAIXAS  BLOQUEADAS"
004230         TO SCORECARD-REPORT-LINE(56:24)
004240     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004250     MOVE 1 TO WS-SUB1
004260     PERFORM 6100-PRINT-ONE-SOURCE THRU 6100-EXIT
004270         UNTIL WS-SUB1 > WS-SRC-COUNT OR WS-FILE-ERROR.

004280 6000-EXIT.
004290     EXIT.

004300 6100-PRINT-ONE-SOURCE.
004310     MOVE SPACES TO SCORECARD-REPORT-LINE
004320     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004330     MOVE ST-SOURCE-SYSTEM(WS-SUB1) TO RL-SOURCE
004340     IF ST-SOURCE-SYSTEM(WS-SUB1) = SPACES
004350         MOVE "(BRANCO)" TO RL-SOURCE
004360     END-IF
004370     MOVE ST-VOLUME(WS-SUB1) TO RL-VOLUME
004380     MOVE ST-ACCEPTED(WS-SUB1) TO RL-ACCEPTED
004390     MOVE ST-REJECTED(WS-SUB1) TO RL-REJECTED
004400     COMPUTE WS-RATE ROUNDED =
004410         ST-REJECTED(WS-SUB1) * 100 / ST-VOLUME(WS-SUB1)
004420     MOVE WS-RATE TO RL-REJ-RATE
004430     MOVE ST-WRITTEN-OFF(WS-SUB1) TO RL-WRITTEN-OFF
004440     MOVE ST-BLOCKED(WS-SUB1) TO RL-BLOCKED
004450     MOVE WS-RPT-SOURCE-LINE TO SCORECARD-REPORT-LINE
004460     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004470     MOVE 1 TO WS-RSN-SUB
004480     PERFORM 6200-PRINT-ONE-REASON THRU 6200-EXIT
004490         UNTIL WS-RSN-SUB > 10 OR WS-FILE-ERROR
004500     ADD 1 TO WS-SUB1.

004510 6100-EXIT.
004520     EXIT.

004530 6200-PRINT-ONE-REASON.
004540     IF ST-RSN-COUNT(WS-SUB1, WS-RSN-SUB) = 0
004550         GO TO 6200-NEXT
004560     END-IF
004570     MOVE WS-RSN-LABEL(WS-RSN-SUB) TO RL-RSN-LABEL
004580     MOVE ST-RSN-COUNT(WS-SUB1, WS-RSN-SUB) TO RL-RSN-COUNT
004590     COMPUTE WS-RATE ROUNDED =
004600         ST-RSN-COUNT(WS-SUB1, WS-RSN-SUB) * 100
004610         / ST-VOLUME(WS-SUB1)
004620     MOVE WS-RATE TO RL-RSN-RATE
004630     MOVE WS-RPT-REASON-LINE TO SCORECARD-REPORT-LINE
004640     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.

004650 6200-NEXT.
004660     ADD 1 TO WS-RSN-SUB.

004670 6200-EXIT.
004680     EXIT.

004690 6900-WRITE-REPORT-LINE.
004700     WRITE SCORECARD-REPORT-LINE
004710     IF WS-REPORT-STATUS NOT = "00"
004720         DISPLAY "ERRO AO GRAVAR SCRRPT - STATUS "
004730             WS-REPORT-STATUS
004740         SET WS-FILE-ERROR TO TRUE
004750     END-IF.

004760 6900-EXIT.
004770     EXIT.

004780******************************************************************
004790* 9000-TERMINATE
004800* Writes the trailer, closes the report and sets the return code
004810* the JCL uses: 0 every generation of the period was read, 4 a
004820* catalogued generation was missing (the scorecard is short of
004830* that night), 8 a file error stopped the run.
004834* A run the cycle-status gate refuses ends with return code 16.
004840******************************************************************
004850 9000-TERMINATE.
004851     IF WS-GATE-REFUSED
004852         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
004853         GO TO 9000-EXIT
004854     END-IF
004860     IF NOT WS-FILE-ERROR
004870         MOVE SPACES TO SCORECARD-REPORT-LINE
004880         STRING "TRAILER - GERACOES: " DELIMITED BY SIZE
004890             WS-TOTAL-GENERATIONS DELIMITED BY SIZE
004900             "  AUSENTES: " DELIMITED BY SIZE
004910             WS-TOTAL-MISSING DELIMITED BY SIZE
004920             "  TENTATIVAS: " DELIMITED BY SIZE
004930             WS-TOTAL-READ DELIMITED BY SIZE
004940             "  BATCH: " DELIMITED BY SIZE
004950             WS-TOTAL-BATCH DELIMITED BY SIZE
004960             INTO SCORECARD-REPORT-LINE
004970         END-STRING
004980         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004990     END-IF
005000     CLOSE SCORECARD-REPORT
005010     IF WS-FILE-ERROR
005020         MOVE 8 TO RETURN-CODE
005030     ELSE
005040         IF WS-TOTAL-MISSING > 0
005050             MOVE 4 TO RETURN-CODE
005060         ELSE
005070             MOVE 0 TO RETURN-CODE
005080         END-IF
005090     END-IF
005092     IF WS-GATE-STARTED
005094         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
005096     END-IF
005100     DISPLAY "==============================================="
005110     DISPLAY "SCREMAIL - RESUMO DA EXECUCAO"
005120     DISPLAY "PERIODO.........: " WS-FROM-DATE " A " WS-TO-DATE
005130     DISPLAY "GERACOES LIDAS..: " WS-TOTAL-GENERATIONS
005140     DISPLAY "GERACOES AUSENT.: " WS-TOTAL-MISSING
005150     DISPLAY "TENTATIVAS BATCH: " WS-TOTAL-BATCH
005160     DISPLAY "SISTEMAS ORIGEM.: " WS-SRC-COUNT
005170     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

005180 9000-EXIT.
005190     EXIT.

005316 END PROGRAM SCREMAIL.
