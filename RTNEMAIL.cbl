000100******************************************************************
000110* Program:  RTNEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  DEVOLUCAO DAS REJEICOES DA NOITE AOS SISTEMAS DE
000140*           ORIGEM: LE A GERACAO DA TRILHA DE AUDITORIA DO CICLO
000150*           (AUDLOG.YYYYMMDD, DATA NA LINHA DE COMANDO, PADRAO
000160*           HOJE), SEPARA AS TENTATIVAS BATCH REJEITADAS POR
000170*           EI-SOURCE-SYSTEM E GRAVA UM ARQUIVO DE RETORNO POR
000180*           SISTEMA (RTN.<ORIGEM>.<CICLO>, LAYOUT RTNREC) COM
000190*           HEADER, CLIENTE, ENDERECO COMO DIGITADO, MOTIVOS
000200*           CODIFICADOS, SUGESTAO "QUIS DIZER" E TRAILER, PARA A
000210*           AGENCIA, PORTAL OU CENTRAL CORRIGIR NA ORIGEM. O
000220*           RELATORIO RTNRPT LISTA OS ARQUIVOS GERADOS.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/26  GERO  Original version.
000270*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) first:
000272*                   refused with RC 16 unless the cycle's VALEMAIL
000274*                   (and JUNEMAIL on a partitioned cycle) ended
000276*                   cleanly and nothing colliding is running.
000278*                   Records its end there.
000279******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. RTNEMAIL.
000300 AUTHOR. JEFEFRSON MOTA (GERO).
000310 INSTALLATION. CADASTRO DE CLIENTES.
000320 DATE-WRITTEN. 15/10/26.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-IN
000380         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-IN-STATUS.

000410     SELECT RETURN-OUT
000420         ASSIGN TO DYNAMIC WS-RETURN-FILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RETURN-STATUS.

000450     SELECT SORT-WORK
000460         ASSIGN TO "SRTWRK".

000470     SELECT RETURN-REPORT
000480         ASSIGN TO "RTNRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AUDIT-IN
000540         LABEL RECORDS ARE STANDARD.
000550     COPY AUDREC.

000560 FD  RETURN-OUT
000570         LABEL RECORDS ARE STANDARD.
000580 01  RETURN-OUT-REC                PIC X(398).

000590* Sort record: the source system to split on, the order the
000600* reject was audited in, and the return detail already built.
000610 SD  SORT-WORK.
000620 01  SORT-RECORD.
000630     05  SR-SOURCE-SYSTEM          PIC X(008).
000640     05  SR-SEQUENCE               PIC 9(009).
000650     05  SR-RETURN-DETAIL          PIC X(397).

000660 FD  RETURN-REPORT
000670         LABEL RECORDS ARE STANDARD.
000680 01  RETURN-REPORT-LINE            PIC X(132).

000690 WORKING-STORAGE SECTION.

000700* Return record, built here and moved to the return file.
000710     COPY RTNREC.

000720* End-of-file and error switches.
000730 77  WS-AUDIT-EOF-SW               PIC X(01) VALUE "N".
000740     88  WS-AUDIT-EOF                      VALUE "Y".
000750 77  WS-SORT-EOF-SW                PIC X(01) VALUE "N".
000760     88  WS-SORT-EOF                       VALUE "Y".
000770 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000780     88  WS-FILE-ERROR                     VALUE "Y".
000790 77  WS-GEN-MISSING-SW             PIC X(01) VALUE "N".
000800     88  WS-GEN-MISSING                    VALUE "Y".
000810 77  WS-RETURN-OPEN-SW             PIC X(01) VALUE "N".
000820     88  WS-RETURN-OPEN                    VALUE "Y".

000830* Totals for the report trailer and the return code.
000840 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
000850 77  WS-TOTAL-RETURNED             PIC 9(07) VALUE ZERO.
000860 77  WS-TOTAL-FILES                PIC 9(05) VALUE ZERO.
000870 77  WS-FILE-COUNT                 PIC 9(09) VALUE ZERO.

000880* Cycle whose generation is read, and the source being written.
000890 77  WS-COMMAND-LINE               PIC X(040) VALUE SPACES.
000900 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
000910 77  WS-CYCLE-DATE                 PIC 9(008) VALUE ZERO.
000920 77  WS-CUR-SOURCE                 PIC X(008) VALUE SPACES.
000930 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE SPACES.
000940 77  WS-RETURN-FILE-NAME           PIC X(040) VALUE SPACES.

000950* File status codes, one per SELECT above.
000960 77  WS-AUDIT-IN-STATUS            PIC X(02) VALUE SPACES.
000970 77  WS-RETURN-STATUS              PIC X(02) VALUE SPACES.
000980 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

000981* Cycle-status gate (CYCGATE): this run is checked against the
000982* CYCSTAT cycle-status file before anything is opened, and its
000983* end is recorded there.
000984     COPY CYCPARM.
000985 77  WS-GATE-SW                    PIC X(01) VALUE "N".
000986     88  WS-GATE-STARTED                   VALUE "S".
000987     88  WS-GATE-REFUSED                   VALUE "R".

000990 PROCEDURE DIVISION.

001000******************************************************************
001010* 0000-MAINLINE
001020* Overall control - sort the night's batch rejects by source
001030* system and cut one return file per source.
001040******************************************************************
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     IF NOT WS-FILE-ERROR AND NOT WS-GEN-MISSING
001080         SORT SORT-WORK
001090             ON ASCENDING KEY SR-SOURCE-SYSTEM SR-SEQUENCE
001100             INPUT PROCEDURE IS 2000-SELECT-REJECTS THRU 2000-EXIT
001110             OUTPUT PROCEDURE IS 3000-WRITE-RETURNS THRU 3000-EXIT
001120     END-IF
001130     IF NOT WS-FILE-ERROR
001140         PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT
001150     END-IF
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT
001170     STOP RUN.

001180******************************************************************
001190* 1000-INITIALIZE
001200* Works out the cycle (the date on the command line, or today)
001210* and opens its AUDLOG generation and the report. A generation
001220* that does not exist means VALEMAIL did not run for the date:
001230* warned about, nothing is cut.
001240******************************************************************
001250 1000-INITIALIZE.
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001270     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001280     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001290         MOVE WS-COMMAND-LINE(1:8) TO WS-CYCLE-DATE
001300     ELSE
001310         MOVE WS-RUN-DATE TO WS-CYCLE-DATE
001320     END-IF
001321     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001322     IF WS-GATE-REFUSED
001323         SET WS-FILE-ERROR TO TRUE
001324         GO TO 1000-EXIT
001325     END-IF
001330     MOVE SPACES TO WS-AUDIT-FILE-NAME
001340     STRING "AUDLOG." DELIMITED BY SIZE
001350         WS-CYCLE-DATE DELIMITED BY SIZE
001360         INTO WS-AUDIT-FILE-NAME
001370     END-STRING
001380     OPEN OUTPUT RETURN-REPORT
001390     IF WS-REPORT-STATUS NOT = "00"
001400         DISPLAY "ERRO AO ABRIR RTNRPT - STATUS "
001410             WS-REPORT-STATUS
001420         SET WS-FILE-ERROR TO TRUE
001430         GO TO 1000-EXIT
001440     END-IF
001450     OPEN INPUT AUDIT-IN
001460     IF WS-AUDIT-IN-STATUS = "35"
001470         DISPLAY "AVISO: GERACAO " WS-AUDIT-FILE-NAME
001480             " NAO EXISTE - NENHUM RETORNO GERADO"
001490         SET WS-GEN-MISSING TO TRUE
001500         GO TO 1000-EXIT
001510     END-IF
001520     IF WS-AUDIT-IN-STATUS NOT = "00"
001530         DISPLAY "ERRO AO ABRIR " WS-AUDIT-FILE-NAME
001531             " - STATUS " WS-AUDIT-IN-STATUS
001532         SET WS-FILE-ERROR TO TRUE
001533     END-IF.

001534 1000-EXIT.
001535     EXIT.

001536******************************************************************
001537* 1900-CHECK-CYCLE-GATE
001538* Asks the cycle-status gate whether RTNEMAIL may cut the cycle's
001539* return files now.
001540* A refusal (or a status file that cannot be read) stops the run
001541* before anything is opened; 9000 ends it with return code 16.
001542******************************************************************
001543 1900-CHECK-CYCLE-GATE.
001544     SET CG-FN-START TO TRUE
001545     MOVE "RTNEMAIL" TO CG-PROGRAM-ID
001546     MOVE WS-CYCLE-DATE TO CG-CYCLE-DATE
001547     MOVE 0 TO CG-PARTITION-NO
001548     MOVE 0 TO CG-RETURN-CODE
001549     CALL "CYCGATE" USING CYCLE-GATE-PARM
001550     IF CG-ALLOWED
001551         SET WS-GATE-STARTED TO TRUE
001552     ELSE
001553         DISPLAY "ERRO: " CG-REASON-TEXT
001554         SET WS-GATE-REFUSED TO TRUE
001555     END-IF.

001556 1900-EXIT.
001557     EXIT.

001558******************************************************************
001560* 1910-REFUSE-RUN
001561* The gate refused the run: nothing was opened or written, so
001562* there is nothing to close - only the refusal is shown.
001563******************************************************************
001564 1910-REFUSE-RUN.
001565     MOVE 16 TO RETURN-CODE
001566     DISPLAY "==============================================="
001567     DISPLAY "RTNEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001568     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001569     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001570 1910-EXIT.
001571     EXIT.

001572******************************************************************
001573* 1920-END-CYCLE-STEP
001574* Records how the run ended on CYCSTAT. The CALL clears
001575* RETURN-CODE, so the code is handed over and put back. An end
001576* that cannot be recorded raises the return code to at least 8:
001577* the step would otherwise stay running on CYCSTAT and hold up
001578* the cycle.
001579******************************************************************
001580 1920-END-CYCLE-STEP.
001582     SET CG-FN-END TO TRUE
001583     MOVE RETURN-CODE TO CG-RETURN-CODE
001584     CALL "CYCGATE" USING CYCLE-GATE-PARM
001586     MOVE CG-RETURN-CODE TO RETURN-CODE
001587     IF NOT CG-ALLOWED
001589         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001590         IF RETURN-CODE < 8
001591             MOVE 8 TO RETURN-CODE
001593         END-IF
001594     END-IF.

001595 1920-EXIT.
001597     EXIT.

001598******************************************************************
001600* 2000-SELECT-REJECTS
001610* SORT input procedure: every batch attempt the generation shows
001620* as rejected - fresh extract or recycled suspense - is built
001630* into a return detail and released under its source system.
001640* Interactive attempts were corrected at the screen by the clerk
001650* and have no source to go back to.
001660******************************************************************
001670 2000-SELECT-REJECTS.
001680     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
001690     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
001700         UNTIL WS-AUDIT-EOF.

001710 2000-EXIT.
001720     EXIT.

001730 2100-READ-AUDIT-RECORD.
001740     READ AUDIT-IN
001750         AT END
001760             SET WS-AUDIT-EOF TO TRUE
001770     END-READ.

001780 2100-EXIT.
001790     EXIT.

001800 2200-RELEASE-ONE.
001810     ADD 1 TO WS-TOTAL-READ
001820     IF NOT AU-MODE-BATCH OR NOT AU-RESULT-REJECTED
001830         GO TO 2200-NEXT
001840     END-IF
001850     MOVE SPACES TO RETURN-RECORD
001860     SET RT-TYPE-DETAIL TO TRUE
001870     MOVE AU-CUSTOMER-ID TO RT-CUSTOMER-ID
001880     MOVE AU-ENTRY-DATE TO RT-ENTRY-DATE
001890     MOVE AU-ENTRY-TIME TO RT-ENTRY-TIME
001900     MOVE AU-EMAIL-TRIED TO RT-EMAIL-KEYED
001910     MOVE AU-RSN-NO-AT TO RT-RSN-NO-AT
001920     MOVE AU-RSN-MULT-AT TO RT-RSN-MULT-AT
001930     MOVE AU-RSN-TOO-SHORT TO RT-RSN-TOO-SHORT
001940     MOVE AU-RSN-TRUNCATED TO RT-RSN-TRUNCATED
001950     MOVE AU-RSN-BAD-STRUCT TO RT-RSN-BAD-STRUCT
001960     MOVE AU-RSN-BAD-DOMAIN TO RT-RSN-BAD-DOMAIN
001970     MOVE AU-RSN-DUPLICATE TO RT-RSN-DUPLICATE
001980     MOVE AU-RSN-DUP-EXTRACT TO RT-RSN-DUP-EXTRACT
001990     MOVE AU-RSN-BLOCKED TO RT-RSN-BLOCKED
002000     MOVE AU-RSN-BOUNCED TO RT-RSN-BOUNCED
002010     MOVE AU-FAILED-CHECKS TO RT-REASON-TEXT
002020     MOVE AU-SUGGEST-DOMAIN TO RT-SUGGEST-DOMAIN
002030     IF AU-SOURCE-SYSTEM = SPACES
002040         MOVE "SEMORIGM" TO SR-SOURCE-SYSTEM
002050     ELSE
002060         MOVE AU-SOURCE-SYSTEM TO SR-SOURCE-SYSTEM
002070     END-IF
002080     MOVE WS-TOTAL-READ TO SR-SEQUENCE
002090     MOVE RT-DETAIL-DATA TO SR-RETURN-DETAIL
002100     RELEASE SORT-RECORD.

002110 2200-NEXT.
002120     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.

002130 2200-EXIT.
002140     EXIT.

002150******************************************************************
002160* 3000-WRITE-RETURNS
002170* SORT output procedure: the rejects come back grouped by source
002180* system; each change of source closes the previous return file
002190* (trailer) and opens the next one (header).
002200******************************************************************
002210 3000-WRITE-RETURNS.
002220     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
002230     PERFORM 3200-WRITE-ONE-RETURN THRU 3200-EXIT
002240         UNTIL WS-SORT-EOF OR WS-FILE-ERROR
002250     IF WS-RETURN-OPEN
002260         PERFORM 3400-CLOSE-SOURCE-FILE THRU 3400-EXIT
002270     END-IF.

002280 3000-EXIT.
002290     EXIT.

002300 3100-RETURN-SORTED.
002310     RETURN SORT-WORK
002320         AT END
002330             SET WS-SORT-EOF TO TRUE
002340     END-RETURN.

002350 3100-EXIT.
002360     EXIT.

002370 3200-WRITE-ONE-RETURN.
002380     IF NOT WS-RETURN-OPEN OR SR-SOURCE-SYSTEM NOT = WS-CUR-SOURCE
002390         IF WS-RETURN-OPEN
002400             PERFORM 3400-CLOSE-SOURCE-FILE THRU 3400-EXIT
002410         END-IF
002420         PERFORM 3300-OPEN-SOURCE-FILE THRU 3300-EXIT
002430         IF WS-FILE-ERROR
002440             GO TO 3200-EXIT
002450         END-IF
002460     END-IF
002470     MOVE SPACES TO RETURN-RECORD
002480     SET RT-TYPE-DETAIL TO TRUE
002490     MOVE SR-RETURN-DETAIL TO RT-DETAIL-DATA
002500     PERFORM 3500-WRITE-RETURN-RECORD THRU 3500-EXIT
002510     ADD 1 TO WS-FILE-COUNT
002520     ADD 1 TO WS-TOTAL-RETURNED
002530     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.

002540 3200-EXIT.
002550     EXIT.

002560******************************************************************
002570* 3300-OPEN-SOURCE-FILE
002580* Opens RTN.<source>.<cycle> for the source system just reached
002590* and writes its header. A re-run for the same cycle replaces the
002600* file rather than appending a second copy of the rejects.
002610******************************************************************
002620 3300-OPEN-SOURCE-FILE.
002630     MOVE SR-SOURCE-SYSTEM TO WS-CUR-SOURCE
002640     MOVE ZERO TO WS-FILE-COUNT
002650     MOVE SPACES TO WS-RETURN-FILE-NAME
002660     STRING "RTN." DELIMITED BY SIZE
002670         WS-CUR-SOURCE DELIMITED BY SPACE
002680         "." DELIMITED BY SIZE
002690         WS-CYCLE-DATE DELIMITED BY SIZE
002700         INTO WS-RETURN-FILE-NAME
002710     END-STRING
002720     OPEN OUTPUT RETURN-OUT
002730     IF WS-RETURN-STATUS NOT = "00"
002740         DISPLAY "ERRO AO ABRIR " WS-RETURN-FILE-NAME
002750             " - STATUS " WS-RETURN-STATUS
002760         SET WS-FILE-ERROR TO TRUE
002770         GO TO 3300-EXIT
002780     END-IF
002790     SET WS-RETURN-OPEN TO TRUE
002800     ADD 1 TO WS-TOTAL-FILES
002810     MOVE SPACES TO RETURN-RECORD
002820     SET RT-TYPE-HEADER TO TRUE
002830     MOVE WS-CUR-SOURCE TO RT-SOURCE-SYSTEM
002840     MOVE WS-CYCLE-DATE TO RT-CYCLE-DATE
002850     PERFORM 3500-WRITE-RETURN-RECORD THRU 3500-EXIT.

002860 3300-EXIT.
002870     EXIT.

002880******************************************************************
002890* 3400-CLOSE-SOURCE-FILE
002900* Writes the trailer with the detail count, closes the return
002910* file and lists it on the report.
002920******************************************************************
002930 3400-CLOSE-SOURCE-FILE.
002940     MOVE SPACES TO RETURN-RECORD
002950     SET RT-TYPE-TRAILER TO TRUE
002960     MOVE WS-FILE-COUNT TO RT-TRAILER-COUNT
002970     PERFORM 3500-WRITE-RETURN-RECORD THRU 3500-EXIT
002980     CLOSE RETURN-OUT
002990     MOVE "N" TO WS-RETURN-OPEN-SW
003000     MOVE SPACES TO RETURN-REPORT-LINE
003010     STRING "ARQUIVO " DELIMITED BY SIZE
003020         WS-RETURN-FILE-NAME DELIMITED BY SPACE
003030         "  ORIGEM: " DELIMITED BY SIZE
003040         WS-CUR-SOURCE DELIMITED BY SIZE
003050         "  REJEICOES: " DELIMITED BY SIZE
003060         WS-FILE-COUNT DELIMITED BY SIZE
003070         INTO RETURN-REPORT-LINE
003080     END-STRING
003090     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.

003100 3400-EXIT.
003110     EXIT.

003120 3500-WRITE-RETURN-RECORD.
003130     MOVE RETURN-RECORD TO RETURN-OUT-REC
003140     WRITE RETURN-OUT-REC
003150     IF WS-RETURN-STATUS NOT = "00"
003160         DISPLAY "ERRO AO GRAVAR " WS-RETURN-FILE-NAME
003170             " - STATUS " WS-RETURN-STATUS
003180         SET WS-FILE-ERROR TO TRUE
003190     END-IF.

003200 3500-EXIT.
003210     EXIT.

003220 8800-WRITE-REPORT-LINE.
003230     WRITE RETURN-REPORT-LINE
003240     IF WS-REPORT-STATUS NOT = "00"
003250         DISPLAY "ERRO AO GRAVAR RTNRPT - STATUS "
003260             WS-REPORT-STATUS
003270         SET WS-FILE-ERROR TO TRUE
003280     END-IF.

003290 8800-EXIT.
003300     EXIT.

003310 8900-WRITE-TRAILER.
003320     MOVE SPACES TO RETURN-REPORT-LINE
003330     STRING "TRAILER - CICLO: " DELIMITED BY SIZE
003340         WS-CYCLE-DATE DELIMITED BY SIZE
003350         "  AUDITADO: " DELIMITED BY SIZE
003360         WS-TOTAL-READ DELIMITED BY SIZE
003370         "  DEVOLVIDO: " DELIMITED BY SIZE
003380         WS-TOTAL-RETURNED DELIMITED BY SIZE
003390         "  ARQUIVOS: " DELIMITED BY SIZE
003400         WS-TOTAL-FILES DELIMITED BY SIZE
003410         INTO RETURN-REPORT-LINE
003420     END-STRING
003430     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.

003440 8900-EXIT.
003450     EXIT.

003460******************************************************************
003470* 9000-TERMINATE
003480* Closes everything and sets the return code the JCL uses: 0
003490* return files cut (or nothing was rejected), 4 the cycle's
003500* generation does not exist, 8 a file error stopped the run -
003510* the return files are not to be sent; 16 the cycle-status
003514* gate refused the run.
003520******************************************************************
003530 9000-TERMINATE.
003531     IF WS-GATE-REFUSED
003532         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003533         GO TO 9000-EXIT
003534     END-IF
003540     IF NOT WS-GEN-MISSING
003550         CLOSE AUDIT-IN
003560     END-IF
003570     CLOSE RETURN-REPORT
003580     IF WS-FILE-ERROR
003590         MOVE 8 TO RETURN-CODE
003600     ELSE
003610         IF WS-GEN-MISSING
003620             MOVE 4 TO RETURN-CODE
003630         ELSE
003640             MOVE 0 TO RETURN-CODE
003650         END-IF
003660     END-IF
003662     IF WS-GATE-STARTED
003664         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003666     END-IF
003670     DISPLAY "==============================================="
003680     DISPLAY "RTNEMAIL - RESUMO DA EXECUCAO"
003690     DISPLAY "CICLO...........: " WS-CYCLE-DATE
003700     DISPLAY "TOTAL AUDITADO..: " WS-TOTAL-READ
003710     DISPLAY "TOTAL DEVOLVIDO.: " WS-TOTAL-RETURNED
003720     DISPLAY "ARQUIVOS GERADOS: " WS-TOTAL-FILES
003730     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003740 9000-EXIT.
003750     EXIT.

003874 END PROGRAM RTNEMAIL.
