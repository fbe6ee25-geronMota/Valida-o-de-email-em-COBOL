000100******************************************************************
000110* Program:  CDCEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  INTERFACE DE SAIDA (CAPTURA DE MUDANCAS) PARA O CRM
000140*           E O FATURAMENTO: LE DO EMLHIST OS REGISTROS GRAVADOS
000150*           DESDE O ULTIMO ENVIO E CORTA O ARQUIVO DE MUDANCAS
000160*           CDCOUT - HEADER (CICLO E NUMERO DE SEQUENCIA), UM
000170*           DETALHE POR INCLUSAO, ALTERACAO, ESTORNO (BCKEMAIL) OU
000180*           EXCLUSAO, E TRAILER COM CONTAGENS E TOTAL HASH.
000190*           PROCESSA AS CONFIRMACOES (CDCACK) DEVOLVIDAS PELOS
000200*           RECEPTORES E APONTA NO RELATORIO CDCRPT TODO ARQUIVO
000210*           SEM CONFIRMACAO HA MAIS DE DOIS DIAS. O REGISTRO
000220*           CDCREG GUARDA CADA ARQUIVO CORTADO E ATE ONDE O
000230*           EMLHIST JA FOI ENVIADO. O CICLO VEM NA LINHA DE
000240*           COMANDO (AAAAMMDD).
000250* Tectonics: cobc
000260*
000270* Modification History:
000280*   15/10/26  GERO  Original version.
000290*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) once
000292*                   the cycle is known: refused with RC 16 unless
000294*                   the cycle's APLEMAIL ended cleanly or was
000296*                   backed out (the reversals go out too), the
000298*                   cycle was not cut already and nothing
000299*                   colliding is running. Records its end there.
000300*   15/10/26  GERO  Passes by the consent and hold records of a
000301*                   customer merge (C, H) and their estornos.
000302******************************************************************
000306 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CDCEMAIL.
000320 AUTHOR. JEFEFRSON MOTA (GERO).
000330 INSTALLATION. CADASTRO DE CLIENTES.
000340 DATE-WRITTEN. 15/10/26.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HISTORY-IN
000400         ASSIGN TO "EMLHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HISTORY-STATUS.

000430     SELECT CDC-REGISTER
000440         ASSIGN TO "CDCREG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CR-SEQUENCE-NO
000480         FILE STATUS IS WS-CDCREG-STATUS.

000490     SELECT ACK-IN
000500         ASSIGN TO "CDCACK"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CDCACK-STATUS.

000530     SELECT CHANGE-OUT
000540         ASSIGN TO "CDCOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CDCOUT-STATUS.

000570     SELECT CDC-REPORT
000580         ASSIGN TO "CDCRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HISTORY-IN
000640         LABEL RECORDS ARE STANDARD.
000650     COPY HSTREC.

000660 FD  CDC-REGISTER
000670         LABEL RECORDS ARE STANDARD.
000680     COPY CDCREG.

000690 FD  ACK-IN
000700         LABEL RECORDS ARE STANDARD.
000710     COPY CDCACK.

000720 FD  CHANGE-OUT
000730         LABEL RECORDS ARE STANDARD.
000740     COPY CDCREC.

000750 FD  CDC-REPORT
000760         LABEL RECORDS ARE STANDARD.
000770 01  CDC-REPORT-LINE               PIC X(400).

000780 WORKING-STORAGE SECTION.

000790* End-of-file and error switches.
000800 77  WS-HISTORY-EOF-SW             PIC X(01) VALUE "N".
000810     88  WS-HISTORY-EOF                    VALUE "Y".
000820 77  WS-ACK-EOF-SW                 PIC X(01) VALUE "N".
000830     88  WS-ACK-EOF                        VALUE "Y".
000840 77  WS-REGISTER-EOF-SW            PIC X(01) VALUE "N".
000850     88  WS-REGISTER-EOF                   VALUE "Y".
000860 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000870     88  WS-FILE-ERROR                     VALUE "Y".
000880 77  WS-PARM-ERROR-SW              PIC X(01) VALUE "N".
000890     88  WS-PARM-ERROR                     VALUE "Y".
000900 77  WS-HISTORY-AVAIL-SW           PIC X(01) VALUE "N".
000910     88  WS-HISTORY-AVAILABLE              VALUE "Y".
000920 77  WS-ACK-AVAIL-SW               PIC X(01) VALUE "N".
000930     88  WS-ACK-AVAILABLE                  VALUE "Y".

000940* The cycle being sent, from the command line.
000950 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
000960 77  WS-CYCLE-DATE                 PIC 9(008) VALUE ZERO.

000970* Where the last cut stopped (from the control record) and where
000980* this one stops.
000990 77  WS-LAST-SEQUENCE              PIC 9(009) VALUE ZERO.
001000 77  WS-LAST-HIST-NO               PIC 9(009) VALUE ZERO.
001010 77  WS-NEW-SEQUENCE               PIC 9(009) VALUE ZERO.
001020 77  WS-HIST-NO                    PIC 9(009) VALUE ZERO.

001030* Change-file totals - they go on the trailer and the register.
001040 77  WS-DETAIL-COUNT               PIC 9(009) VALUE ZERO.
001050 77  WS-ADD-COUNT                  PIC 9(009) VALUE ZERO.
001060 77  WS-CHANGE-COUNT               PIC 9(009) VALUE ZERO.
001070 77  WS-REVERSAL-COUNT             PIC 9(009) VALUE ZERO.
001080 77  WS-DELETE-COUNT               PIC 9(009) VALUE ZERO.
001090 77  WS-HASH-TOTAL                 PIC 9(018) VALUE ZERO.

001100* Totals for the summary and the return code.
001110 77  WS-TOTAL-HIST-READ            PIC 9(07) VALUE ZERO.
001120 77  WS-TOTAL-HIST-SKIPPED         PIC 9(07) VALUE ZERO.
001130 77  WS-TOTAL-ACK-READ             PIC 9(07) VALUE ZERO.
001140 77  WS-TOTAL-ACK-APPLIED          PIC 9(07) VALUE ZERO.
001150 77  WS-TOTAL-ACK-REJECTED         PIC 9(07) VALUE ZERO.
001160 77  WS-TOTAL-ACK-DIVERGENT        PIC 9(07) VALUE ZERO.
001170 77  WS-TOTAL-OVERDUE              PIC 9(07) VALUE ZERO.

001180* Acknowledgement deadline: a file cut before the limit date (the
001190* run date less WS-ACK-DAYS) with a receiver still pending is
001200* late.
001210 77  WS-ACK-DAYS                   PIC 9(03) VALUE 2.
001220 01  WS-LIMIT-DATE.
001230     05  WS-LIM-YYYY               PIC 9(004).
001240     05  WS-LIM-MM                 PIC 9(002).
001250     05  WS-LIM-DD                 PIC 9(002).
001260 01  WS-LIMIT-DATE-N REDEFINES WS-LIMIT-DATE PIC 9(008).
001270 01  WS-MONTH-DAYS-LIST.
001280     05  FILLER                    PIC X(024) VALUE
001290         "312831303130313130313031".
001300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001310     05  WS-MONTH-DAYS             PIC 9(002) OCCURS 12 TIMES.
001320 77  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001330 77  WS-LEAP-REMAINDER             PIC 9(04) COMP VALUE ZERO.

001340* Report line assembly and run identification.
001350 77  WS-DISPOSITION                PIC X(012) VALUE SPACES.
001360 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
001370 77  WS-REPORT-SEQUENCE            PIC 9(009) VALUE ZERO.
001380 77  WS-REPORT-CYCLE               PIC 9(008) VALUE ZERO.
001390 77  WS-REPORT-RECEIVER            PIC X(008) VALUE SPACES.
001400 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001410 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

001420* File status codes, one per SELECT above.
001430 77  WS-HISTORY-STATUS             PIC X(02) VALUE SPACES.
001440 77  WS-CDCREG-STATUS              PIC X(02) VALUE SPACES.
001450 77  WS-CDCACK-STATUS              PIC X(02) VALUE SPACES.
001460 77  WS-CDCOUT-STATUS              PIC X(02) VALUE SPACES.
001470 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001471* Cycle-status gate (CYCGATE): this run is checked against the
001472* CYCSTAT cycle-status file before anything is opened, and its
001473* end is recorded there.
001474     COPY CYCPARM.
001475 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001476     88  WS-GATE-STARTED                   VALUE "S".
001477     88  WS-GATE-REFUSED                   VALUE "R".

001480 PROCEDURE DIVISION.

001490******************************************************************
001500* 0000-MAINLINE
001510* Overall control - book the acknowledgements that came back, cut
001520* the cycle's change file, then list the files still waiting for
001530* an acknowledgement past the deadline.
001540******************************************************************
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001570     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
001580         PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT
001590     END-IF
001600     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
001610         PERFORM 3000-CUT-CHANGE-FILE THRU 3000-EXIT
001620     END-IF
001630     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
001640         PERFORM 4000-CHECK-OVERDUE THRU 4000-EXIT
001650     END-IF
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT
001670     STOP RUN.

001680******************************************************************
001690* 1000-INITIALIZE
001700* Takes the cycle from the command line and opens the files. The
001710* register is created on the first run. A cycle that is not later
001720* than the last one cut is refused - it has been sent already,
001730* and sending EMLHIST twice would make CRM apply changes twice.
001740* No acknowledgement file just means none came back today.
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT WS-RUN-TIME FROM TIME
001790     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001800     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001810         MOVE WS-COMMAND-LINE(1:8) TO WS-CYCLE-DATE
001820     ELSE
001830         DISPLAY "ERRO: INFORME O CICLO A ENVIAR (AAAAMMDD)"
001840         SET WS-PARM-ERROR TO TRUE
001850         GO TO 1000-EXIT
001860     END-IF
001861     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001862     IF WS-GATE-REFUSED
001863         SET WS-FILE-ERROR TO TRUE
001864         GO TO 1000-EXIT
001865     END-IF
001870     OPEN I-O CDC-REGISTER
001880     IF WS-CDCREG-STATUS = "35"
001890         OPEN OUTPUT CDC-REGISTER
001900         CLOSE CDC-REGISTER
001910         OPEN I-O CDC-REGISTER
001920     END-IF
001930     IF WS-CDCREG-STATUS NOT = "00"
001940         DISPLAY "ERRO AO ABRIR CDCREG - STATUS "
001950             WS-CDCREG-STATUS
001960         SET WS-FILE-ERROR TO TRUE
001970         GO TO 1000-EXIT
001980     END-IF
001990     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
002000     IF WS-FILE-ERROR
002010         GO TO 1000-EXIT
002020     END-IF
002030     IF WS-CYCLE-DATE NOT > CR-CTL-LAST-CYCLE
002040         DISPLAY "ERRO: CICLO " WS-CYCLE-DATE " JA ENVIADO - "
002050             "ULTIMO CICLO ENVIADO " CR-CTL-LAST-CYCLE
002060         SET WS-PARM-ERROR TO TRUE
002070         CLOSE CDC-REGISTER
002080         GO TO 1000-EXIT
002090     END-IF
002100     OPEN INPUT HISTORY-IN
002110     IF WS-HISTORY-STATUS = "00"
002120         SET WS-HISTORY-AVAILABLE TO TRUE
002130     ELSE
002140         IF WS-HISTORY-STATUS = "35"
002150             DISPLAY "AVISO: EMLHIST INEXISTENTE - SEM MUDANCAS"
002160         ELSE
002170             DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
002180                 WS-HISTORY-STATUS
002190             SET WS-FILE-ERROR TO TRUE
002200         END-IF
002210     END-IF
002220     OPEN INPUT ACK-IN
002230     IF WS-CDCACK-STATUS = "00"
002240         SET WS-ACK-AVAILABLE TO TRUE
002250     ELSE
002260         IF WS-CDCACK-STATUS = "35"
002270             DISPLAY "AVISO: NENHUMA CONFIRMACAO (CDCACK)"
002280         ELSE
002290             DISPLAY "ERRO AO ABRIR CDCACK - STATUS "
002300                 WS-CDCACK-STATUS
002310             SET WS-FILE-ERROR TO TRUE
002320         END-IF
002330     END-IF
002340     OPEN OUTPUT CHANGE-OUT
002350     IF WS-CDCOUT-STATUS NOT = "00"
002360         DISPLAY "ERRO AO ABRIR CDCOUT - STATUS "
002370             WS-CDCOUT-STATUS
002380         SET WS-FILE-ERROR TO TRUE
002390     END-IF
002400     OPEN OUTPUT CDC-REPORT
002410     IF WS-REPORT-STATUS NOT = "00"
002420         DISPLAY "ERRO AO ABRIR CDCRPT - STATUS "
002430             WS-REPORT-STATUS
002440         SET WS-FILE-ERROR TO TRUE
002450     END-IF.

002460 1000-EXIT.
002470     EXIT.

002480******************************************************************
002490* 1100-READ-CONTROL
002500* Reads the control record (key zero), writing an empty one on
002510* the first run, and keeps where the last cut stopped.
002520******************************************************************
002530 1100-READ-CONTROL.
002540     MOVE ZERO TO CR-SEQUENCE-NO
002550     READ CDC-REGISTER
002560         KEY IS CR-SEQUENCE-NO
002570         INVALID KEY
002580             CONTINUE
002590     END-READ
002600     IF WS-CDCREG-STATUS = "23"
002610         MOVE ZERO TO CR-SEQUENCE-NO
002620         MOVE SPACES TO CR-CONTROL-DATA
002630         MOVE ZERO TO CR-CTL-LAST-SEQUENCE
002640         MOVE ZERO TO CR-CTL-LAST-CYCLE
002650         MOVE ZERO TO CR-CTL-LAST-HIST-NO
002660         WRITE CDC-REGISTER-RECORD
002670             INVALID KEY
002680                 CONTINUE
002690         END-WRITE
002700     END-IF
002710     IF WS-CDCREG-STATUS NOT = "00"
002720         DISPLAY "ERRO AO LER O CONTROLE DO CDCREG - STATUS "
002730             WS-CDCREG-STATUS
002740         SET WS-FILE-ERROR TO TRUE
002750         GO TO 1100-EXIT
002751     END-IF
002752     MOVE CR-CTL-LAST-SEQUENCE TO WS-LAST-SEQUENCE
002753     MOVE CR-CTL-LAST-HIST-NO TO WS-LAST-HIST-NO.

002754 1100-EXIT.
002755     EXIT.

002756******************************************************************
002757* 1900-CHECK-CYCLE-GATE
002758* Asks the cycle-status gate whether CDCEMAIL may cut the cycle's
002759* change file now.
002760* A refusal (or a status file that cannot be read) stops the run
002761* before anything is opened; 9000 ends it with return code 16.
002762******************************************************************
002763 1900-CHECK-CYCLE-GATE.
002764     SET CG-FN-START TO TRUE
002765     MOVE "CDCEMAIL" TO CG-PROGRAM-ID
002766     MOVE WS-CYCLE-DATE TO CG-CYCLE-DATE
002767     MOVE 0 TO CG-PARTITION-NO
002768     MOVE 0 TO CG-RETURN-CODE
002769     CALL "CYCGATE" USING CYCLE-GATE-PARM
002770     IF CG-ALLOWED
002771         SET WS-GATE-STARTED TO TRUE
002772     ELSE
002773         DISPLAY "ERRO: " CG-REASON-TEXT
002774         SET WS-GATE-REFUSED TO TRUE
002775     END-IF.

002776 1900-EXIT.
002777     EXIT.

002778******************************************************************
002780* 1910-REFUSE-RUN
002781* The gate refused the run: nothing was opened or written, so
002782* there is nothing to close - only the refusal is shown.
002783******************************************************************
002784 1910-REFUSE-RUN.
002785     MOVE 16 TO RETURN-CODE
002786     DISPLAY "==============================================="
002787     DISPLAY "CDCEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
002788     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
002789     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002790 1910-EXIT.
002791     EXIT.

002792******************************************************************
002793* 1920-END-CYCLE-STEP
002794* Records how the run ended on CYCSTAT. The CALL clears
002795* RETURN-CODE, so the code is handed over and put back. An end
002796* that cannot be recorded raises the return code to at least 8:
002797* the step would otherwise stay running on CYCSTAT and hold up
002798* the cycle.
002799******************************************************************
002800 1920-END-CYCLE-STEP.
002802     SET CG-FN-END TO TRUE
002803     MOVE RETURN-CODE TO CG-RETURN-CODE
002804     CALL "CYCGATE" USING CYCLE-GATE-PARM
002806     MOVE CG-RETURN-CODE TO RETURN-CODE
002807     IF NOT CG-ALLOWED
002809         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
002810         IF RETURN-CODE < 8
002811             MOVE 8 TO RETURN-CODE
002813         END-IF
002814     END-IF.

002815 1920-EXIT.
002817     EXIT.

002818******************************************************************
002820* 2000-PROCESS-ACKS
002830* Books each acknowledgement against the file it names. It counts
002840* only when its cycle, detail count and hash total match what was
002850* sent; anything else is reported and the file stays pending.
002860******************************************************************
002870 2000-PROCESS-ACKS.
002880     IF NOT WS-ACK-AVAILABLE
002890         GO TO 2000-EXIT
002900     END-IF
002910     PERFORM 2100-READ-ACK THRU 2100-EXIT
002920     PERFORM 2200-APPLY-ONE-ACK THRU 2200-EXIT
002930         UNTIL WS-ACK-EOF OR WS-FILE-ERROR.

002940 2000-EXIT.
002950     EXIT.

002960 2100-READ-ACK.
002970     READ ACK-IN
002980         AT END
002990             SET WS-ACK-EOF TO TRUE
003000     END-READ.

003010 2100-EXIT.
003020     EXIT.

003030 2200-APPLY-ONE-ACK.
003040     ADD 1 TO WS-TOTAL-ACK-READ
003050     MOVE AK-RECEIVER TO WS-REPORT-RECEIVER
003060     MOVE ZERO TO WS-REPORT-SEQUENCE WS-REPORT-CYCLE
003070     IF AK-SEQUENCE-NO IS NOT NUMERIC OR AK-SEQUENCE-NO = ZERO
003080         MOVE "CONFIRMACAO SEM NUMERO DE SEQUENCIA" TO
003090             WS-DETAIL-TEXT
003100         PERFORM 2300-ACK-DIVERGENT THRU 2300-EXIT
003110         GO TO 2200-NEXT
003120     END-IF
003130     MOVE AK-SEQUENCE-NO TO WS-REPORT-SEQUENCE
003140     MOVE AK-SEQUENCE-NO TO CR-SEQUENCE-NO
003150     READ CDC-REGISTER
003160         KEY IS CR-SEQUENCE-NO
003170         INVALID KEY
003180             MOVE "SEQUENCIA NUNCA ENVIADA" TO WS-DETAIL-TEXT
003190             PERFORM 2300-ACK-DIVERGENT THRU 2300-EXIT
003200             GO TO 2200-NEXT
003210     END-READ
003220     MOVE CR-CYCLE-DATE TO WS-REPORT-CYCLE
003230     IF AK-CYCLE-DATE NOT = CR-CYCLE-DATE
003240         OR AK-DETAIL-COUNT NOT = CR-DETAIL-COUNT
003250         OR AK-HASH-TOTAL NOT = CR-HASH-TOTAL
003260         MOVE "CICLO, CONTAGEM OU HASH NAO CONFEREM" TO
003270             WS-DETAIL-TEXT
003280         PERFORM 2300-ACK-DIVERGENT THRU 2300-EXIT
003290         GO TO 2200-NEXT
003300     END-IF
003310     IF NOT AK-ACCEPTED AND NOT AK-REJECTED
003320         MOVE "SITUACAO DA CONFIRMACAO INVALIDA" TO WS-DETAIL-TEXT
003330         PERFORM 2300-ACK-DIVERGENT THRU 2300-EXIT
003340         GO TO 2200-NEXT
003350     END-IF
003360     IF AK-RECEIVER-CRM
003370         MOVE AK-STATUS TO CR-ACK-CRM
003380         MOVE AK-ACK-DATE TO CR-ACK-CRM-DATE
003390     ELSE
003400         IF AK-RECEIVER-BILLING
003410             MOVE AK-STATUS TO CR-ACK-BILLING
003420             MOVE AK-ACK-DATE TO CR-ACK-BILLING-DATE
003430         ELSE
003440             MOVE "RECEPTOR DESCONHECIDO" TO WS-DETAIL-TEXT
003450             PERFORM 2300-ACK-DIVERGENT THRU 2300-EXIT
003460             GO TO 2200-NEXT
003470         END-IF
003480     END-IF
003490     REWRITE CDC-REGISTER-RECORD
003500         INVALID KEY
003510             CONTINUE
003520     END-REWRITE
003530     IF WS-CDCREG-STATUS NOT = "00"
003540         DISPLAY "ERRO AO REGRAVAR O CDCREG - STATUS "
003550             WS-CDCREG-STATUS
003560         SET WS-FILE-ERROR TO TRUE
003570         GO TO 2200-EXIT
003580     END-IF
003590     ADD 1 TO WS-TOTAL-ACK-APPLIED
003600     IF AK-REJECTED
003610         ADD 1 TO WS-TOTAL-ACK-REJECTED
003620         MOVE "REJEITADO" TO WS-DISPOSITION
003630         MOVE "ARQUIVO REJEITADO PELO RECEPTOR - REENVIAR" TO
003640             WS-DETAIL-TEXT
003650     ELSE
003660         MOVE "CONFIRMADO" TO WS-DISPOSITION
003670         MOVE "ARQUIVO CARREGADO PELO RECEPTOR" TO WS-DETAIL-TEXT
003680     END-IF
003690     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

003700 2200-NEXT.
003710     PERFORM 2100-READ-ACK THRU 2100-EXIT.

003720 2200-EXIT.
003730     EXIT.

003740 2300-ACK-DIVERGENT.
003750     ADD 1 TO WS-TOTAL-ACK-DIVERGENT
003760     MOVE "DIVERGENTE" TO WS-DISPOSITION
003770     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

003780 2300-EXIT.
003790     EXIT.

003800******************************************************************
003810* 3000-CUT-CHANGE-FILE
003820* Header, one detail per EMLHIST record written since the last
003830* cut, trailer. The file is then booked on the register with both
003840* receivers pending, and the control record moved on - last, so a
003850* run that stops before it can simply be run again.
003860******************************************************************
003870 3000-CUT-CHANGE-FILE.
003880     ADD 1 TO WS-LAST-SEQUENCE GIVING WS-NEW-SEQUENCE
003890     MOVE SPACES TO CHANGE-RECORD
003900     SET CD-TYPE-HEADER TO TRUE
003910     MOVE WS-CYCLE-DATE TO CD-CYCLE-DATE
003920     MOVE WS-NEW-SEQUENCE TO CD-SEQUENCE-NO
003930     MOVE WS-RUN-DATE TO CD-CUT-DATE
003940     MOVE WS-RUN-TIME TO CD-CUT-TIME
003950     MOVE "CADEMAIL" TO CD-SENDER
003960     PERFORM 3900-WRITE-CHANGE THRU 3900-EXIT
003970     IF WS-HISTORY-AVAILABLE
003980         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
003990         PERFORM 3200-SEND-ONE-HISTORY THRU 3200-EXIT
004000             UNTIL WS-HISTORY-EOF OR WS-FILE-ERROR
004010     END-IF
004020     IF WS-FILE-ERROR
004030         GO TO 3000-EXIT
004040     END-IF
004050     MOVE SPACES TO CHANGE-RECORD
004060     SET CD-TYPE-TRAILER TO TRUE
004070     MOVE WS-NEW-SEQUENCE TO CD-TRL-SEQUENCE-NO
004080     MOVE WS-DETAIL-COUNT TO CD-TRL-DETAIL-COUNT
004090     MOVE WS-ADD-COUNT TO CD-TRL-ADD-COUNT
004100     MOVE WS-CHANGE-COUNT TO CD-TRL-CHANGE-COUNT
004110     MOVE WS-REVERSAL-COUNT TO CD-TRL-REVERSAL-COUNT
004120     MOVE WS-DELETE-COUNT TO CD-TRL-DELETE-COUNT
004130     MOVE WS-HASH-TOTAL TO CD-TRL-HASH-TOTAL
004140     PERFORM 3900-WRITE-CHANGE THRU 3900-EXIT
004150     IF WS-FILE-ERROR
004160         GO TO 3000-EXIT
004170     END-IF
004180     PERFORM 3500-BOOK-CUT THRU 3500-EXIT.

004190 3000-EXIT.
004200     EXIT.

004210 3100-READ-HISTORY.
004220     READ HISTORY-IN
004230         AT END
004240             SET WS-HISTORY-EOF TO TRUE
004250     END-READ.

004260 3100-EXIT.
004270     EXIT.

004280******************************************************************
004290* 3200-SEND-ONE-HISTORY
004300* Records up to the control record's count went out on earlier
004310* files. Adds (A) go as adds; updates (U) and merge moves (M, and
004320* F where the entry still stands) as changes; BCKEMAIL estornos
004330* (B) as reversals; LGPD erasures (E) and merge-dropped entries
004340* as deletes - an erasure without the address, which is gone.
004350* Reconciliation repairs (X) only realign CUSTXRF with CUSTMAS and
004360* carry nothing the receivers did not already get; nor do the
004363* consent and hold moves of a merge (C, H), or the estorno of one
004366* (a B record with no address on either side).
004370******************************************************************
004380 3200-SEND-ONE-HISTORY.
004390     ADD 1 TO WS-HIST-NO
004400     IF WS-HIST-NO NOT > WS-LAST-HIST-NO
004410         GO TO 3200-NEXT
004420     END-IF
004430     ADD 1 TO WS-TOTAL-HIST-READ
004440     MOVE SPACES TO CHANGE-RECORD
004450     SET CD-TYPE-DETAIL TO TRUE
004460     IF HS-ACTION-ADD
004470         SET CD-CHANGE-ADD TO TRUE
004480         ADD 1 TO WS-ADD-COUNT
004490     ELSE
004499         IF HS-ACTION-UPDATE OR HS-ACTION-MERGE
004508             SET CD-CHANGE-CHANGE TO TRUE
004517             ADD 1 TO WS-CHANGE-COUNT
004526         ELSE
004535             IF HS-ACTION-BACKOUT
004544                 AND (HS-BEF-EMAIL-ADDRESS NOT = SPACES
004553                   OR HS-AFT-EMAIL-ADDRESS NOT = SPACES)
004562                 SET CD-CHANGE-REVERSAL TO TRUE
004571                 ADD 1 TO WS-REVERSAL-COUNT
004580             ELSE
004589                 IF HS-ACTION-ERASE
004598                     SET CD-CHANGE-DELETE TO TRUE
004607                     ADD 1 TO WS-DELETE-COUNT
004616                 ELSE
004625                     IF HS-ACTION-MERGE-XREF
004634                         AND HS-AFT-CUSTOMER-ID = ZERO
004643                         SET CD-CHANGE-DELETE TO TRUE
004652                         ADD 1 TO WS-DELETE-COUNT
004661                     ELSE
004670                         IF HS-ACTION-MERGE-XREF
004679                             SET CD-CHANGE-CHANGE TO TRUE
004688                             ADD 1 TO WS-CHANGE-COUNT
004697                         ELSE
004706                             ADD 1 TO WS-TOTAL-HIST-SKIPPED
004715                             GO TO 3200-NEXT
004724                         END-IF
004733                     END-IF
004742                 END-IF
004751             END-IF
004760         END-IF
004770     END-IF
004780     PERFORM 3300-BUILD-DETAIL THRU 3300-EXIT
004790     PERFORM 3900-WRITE-CHANGE THRU 3900-EXIT
004800     ADD 1 TO WS-DETAIL-COUNT
004810     ADD CD-CUSTOMER-ID TO WS-HASH-TOTAL.

004820 3200-NEXT.
004830     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.

004840 3200-EXIT.
004850     EXIT.

004860******************************************************************
004870* 3300-BUILD-DETAIL
004880* The customer and address as they now stand come from the
004890* after-image, the previous ones from the before-image. With no
004900* after-image (a delete, a reversed add) the customer is the one
004910* who lost the address.
004920******************************************************************
004930 3300-BUILD-DETAIL.
004940     IF HS-AFT-CUSTOMER-ID IS NUMERIC
004950         AND HS-AFT-CUSTOMER-ID NOT = ZERO
004960         MOVE HS-AFT-CUSTOMER-ID TO CD-CUSTOMER-ID
004970     ELSE
004980         IF HS-BEF-CUSTOMER-ID IS NUMERIC
004990             MOVE HS-BEF-CUSTOMER-ID TO CD-CUSTOMER-ID
005000         ELSE
005010             MOVE ZERO TO CD-CUSTOMER-ID
005020         END-IF
005030     END-IF
005040     MOVE HS-ADDRESS-TYPE TO CD-ADDRESS-TYPE
005050     MOVE HS-AFT-EMAIL-ADDRESS TO CD-EMAIL-ADDRESS
005060     MOVE HS-AFT-CUSTOMER-NAME TO CD-CUSTOMER-NAME
005070     IF HS-BEF-CUSTOMER-ID IS NUMERIC
005080         MOVE HS-BEF-CUSTOMER-ID TO CD-PREV-CUSTOMER-ID
005090     ELSE
005100         MOVE ZERO TO CD-PREV-CUSTOMER-ID
005110     END-IF
005120     IF HS-ACTION-ERASE
005130         MOVE SPACES TO CD-EMAIL-ADDRESS
005140         MOVE SPACES TO CD-PREV-EMAIL-ADDRESS
005150     ELSE
005160         MOVE HS-BEF-EMAIL-ADDRESS TO CD-PREV-EMAIL-ADDRESS
005170     END-IF
005180     MOVE HS-SOURCE-SYSTEM TO CD-SOURCE-SYSTEM
005190     MOVE HS-ACTION TO CD-HIST-ACTION
005200     MOVE HS-CYCLE-DATE TO CD-HIST-CYCLE-DATE
005210     MOVE HS-RUN-DATE TO CD-CHANGE-DATE
005220     MOVE HS-RUN-TIME TO CD-CHANGE-TIME.

005230 3300-EXIT.
005240     EXIT.

005250******************************************************************
005260* 3500-BOOK-CUT
005270* Books the file on the register - a register entry left by a run
005280* that stopped before the control record is simply replaced - and
005290* moves the control record on.
005300******************************************************************
005310 3500-BOOK-CUT.
005320     MOVE WS-NEW-SEQUENCE TO CR-SEQUENCE-NO
005330     MOVE WS-CYCLE-DATE TO CR-CYCLE-DATE
005340     MOVE WS-RUN-DATE TO CR-CUT-DATE
005350     MOVE WS-RUN-TIME TO CR-CUT-TIME
005360     ADD 1 TO WS-LAST-HIST-NO GIVING CR-FIRST-HIST-NO
005370     MOVE WS-HIST-NO TO CR-LAST-HIST-NO
005380     MOVE WS-DETAIL-COUNT TO CR-DETAIL-COUNT
005390     MOVE WS-HASH-TOTAL TO CR-HASH-TOTAL
005400     SET CR-CRM-PENDING TO TRUE
005410     MOVE ZERO TO CR-ACK-CRM-DATE
005420     SET CR-BILLING-PENDING TO TRUE
005430     MOVE ZERO TO CR-ACK-BILLING-DATE
005440     WRITE CDC-REGISTER-RECORD
005450         INVALID KEY
005460             CONTINUE
005470     END-WRITE
005480     IF WS-CDCREG-STATUS = "22"
005490         REWRITE CDC-REGISTER-RECORD
005500             INVALID KEY
005510                 CONTINUE
005520         END-REWRITE
005530     END-IF
005540     IF WS-CDCREG-STATUS NOT = "00"
005550         DISPLAY "ERRO AO GRAVAR CDCREG - STATUS "
005560             WS-CDCREG-STATUS
005570         SET WS-FILE-ERROR TO TRUE
005580         GO TO 3500-EXIT
005590     END-IF
005600     MOVE ZERO TO CR-SEQUENCE-NO
005610     MOVE SPACES TO CR-CONTROL-DATA
005620     MOVE WS-NEW-SEQUENCE TO CR-CTL-LAST-SEQUENCE
005630     MOVE WS-CYCLE-DATE TO CR-CTL-LAST-CYCLE
005640     MOVE WS-HIST-NO TO CR-CTL-LAST-HIST-NO
005650     REWRITE CDC-REGISTER-RECORD
005660         INVALID KEY
005670             CONTINUE
005680     END-REWRITE
005690     IF WS-CDCREG-STATUS NOT = "00"
005700         DISPLAY "ERRO AO REGRAVAR O CONTROLE DO CDCREG - STATUS "
005710             WS-CDCREG-STATUS
005720         SET WS-FILE-ERROR TO TRUE
005730         GO TO 3500-EXIT
005740     END-IF
005750     MOVE "ENVIADO" TO WS-DISPOSITION
005760     MOVE "CDCOUT" TO WS-REPORT-RECEIVER
005770     MOVE WS-NEW-SEQUENCE TO WS-REPORT-SEQUENCE
005780     MOVE WS-CYCLE-DATE TO WS-REPORT-CYCLE
005790     MOVE "ARQUIVO DE MUDANCAS CORTADO" TO WS-DETAIL-TEXT
005800     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

005810 3500-EXIT.
005820     EXIT.

005830 3900-WRITE-CHANGE.
005840     WRITE CHANGE-RECORD
005850     IF WS-CDCOUT-STATUS NOT = "00"
005860         DISPLAY "ERRO AO GRAVAR CDCOUT - STATUS "
005870             WS-CDCOUT-STATUS
005880         SET WS-FILE-ERROR TO TRUE
005890     END-IF.

005900 3900-EXIT.
005910     EXIT.

005920******************************************************************
005930* 4000-CHECK-OVERDUE
005940* Walks the register and lists every file cut before the limit
005950* date that a receiver has still not acknowledged.
005960******************************************************************
005970 4000-CHECK-OVERDUE.
005980     MOVE WS-RUN-DATE TO WS-LIMIT-DATE-N
005990     PERFORM 4900-BACK-ONE-DAY THRU 4900-EXIT
006000         WS-ACK-DAYS TIMES
006010     MOVE 1 TO CR-SEQUENCE-NO
006020     START CDC-REGISTER
006030         KEY IS NOT LESS THAN CR-SEQUENCE-NO
006040         INVALID KEY
006050             GO TO 4000-EXIT
006060     END-START
006070     PERFORM 4100-READ-REGISTER THRU 4100-EXIT
006080     PERFORM 4200-CHECK-ONE-CUT THRU 4200-EXIT
006090         UNTIL WS-REGISTER-EOF OR WS-FILE-ERROR.

006100 4000-EXIT.
006110     EXIT.

006120 4100-READ-REGISTER.
006130     READ CDC-REGISTER NEXT RECORD
006140         AT END
006150             SET WS-REGISTER-EOF TO TRUE
006160     END-READ.

006170 4100-EXIT.
006180     EXIT.

006190 4200-CHECK-ONE-CUT.
006200     IF CR-CUT-DATE NOT < WS-LIMIT-DATE-N
006210         GO TO 4200-NEXT
006220     END-IF
006230     MOVE CR-SEQUENCE-NO TO WS-REPORT-SEQUENCE
006240     MOVE CR-CYCLE-DATE TO WS-REPORT-CYCLE
006250     MOVE "ATRASADO" TO WS-DISPOSITION
006260     MOVE "SEM CONFIRMACAO HA MAIS DE 2 DIAS" TO WS-DETAIL-TEXT
006270     IF CR-CRM-PENDING
006280         ADD 1 TO WS-TOTAL-OVERDUE
006290         MOVE "CRM" TO WS-REPORT-RECEIVER
006300         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
006310     END-IF
006320     IF CR-BILLING-PENDING
006330         ADD 1 TO WS-TOTAL-OVERDUE
006340         MOVE "FATURA" TO WS-REPORT-RECEIVER
006350         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
006360     END-IF.

006370 4200-NEXT.
006380     PERFORM 4100-READ-REGISTER THRU 4100-EXIT.

006390 4200-EXIT.
006400     EXIT.

006410******************************************************************
006420* 4900-BACK-ONE-DAY
006430* Steps WS-LIMIT-DATE back one calendar day, across month and
006440* year ends, February by the Gregorian leap-year rule.
006450******************************************************************
006460 4900-BACK-ONE-DAY.
006470     IF WS-LIM-DD > 1
006480         SUBTRACT 1 FROM WS-LIM-DD
006490         GO TO 4900-EXIT
006500     END-IF
006510     IF WS-LIM-MM > 1
006520         SUBTRACT 1 FROM WS-LIM-MM
006530     ELSE
006540         MOVE 12 TO WS-LIM-MM
006550         SUBTRACT 1 FROM WS-LIM-YYYY
006560     END-IF
006570     MOVE WS-MONTH-DAYS(WS-LIM-MM) TO WS-LIM-DD
006580     IF WS-LIM-MM NOT = 2
006590         GO TO 4900-EXIT
006600     END-IF
006610     DIVIDE WS-LIM-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006620         REMAINDER WS-LEAP-REMAINDER
006630     IF WS-LEAP-REMAINDER NOT = 0
006640         GO TO 4900-EXIT
006650     END-IF
006660     DIVIDE WS-LIM-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006670         REMAINDER WS-LEAP-REMAINDER
006680     IF WS-LEAP-REMAINDER NOT = 0
006690         MOVE 29 TO WS-LIM-DD
006700         GO TO 4900-EXIT
006710     END-IF
006720     DIVIDE WS-LIM-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006730         REMAINDER WS-LEAP-REMAINDER
006740     IF WS-LEAP-REMAINDER = 0
006750         MOVE 29 TO WS-LIM-DD
006760     END-IF.

006770 4900-EXIT.
006780     EXIT.

006790******************************************************************
006800* 8800-WRITE-REPORT-DETAIL
006810* One report line per acknowledgement booked or refused, per file
006820* cut and per receiver late: what happened, the receiver, the
006830* file's sequence number and cycle, and why.
006840******************************************************************
006850 8800-WRITE-REPORT-DETAIL.
006860     MOVE SPACES TO CDC-REPORT-LINE
006870     STRING WS-DISPOSITION DELIMITED BY SIZE
006880         "  " DELIMITED BY SIZE
006890         WS-REPORT-RECEIVER DELIMITED BY SIZE
006900         "  SEQ " DELIMITED BY SIZE
006910         WS-REPORT-SEQUENCE DELIMITED BY SIZE
006920         "  CICLO " DELIMITED BY SIZE
006930         WS-REPORT-CYCLE DELIMITED BY SIZE
006940         "  " DELIMITED BY SIZE
006950         WS-DETAIL-TEXT DELIMITED BY SIZE
006960         INTO CDC-REPORT-LINE
006970     END-STRING
006980     WRITE CDC-REPORT-LINE
006990     IF WS-REPORT-STATUS NOT = "00"
007000         DISPLAY "ERRO AO GRAVAR CDCRPT - STATUS "
007010             WS-REPORT-STATUS
007020         SET WS-FILE-ERROR TO TRUE
007030     END-IF.

007040 8800-EXIT.
007050     EXIT.

007060 8900-WRITE-TRAILER.
007070     MOVE SPACES TO CDC-REPORT-LINE
007080     STRING "TRAILER - SEQUENCIA: " DELIMITED BY SIZE
007090         WS-NEW-SEQUENCE DELIMITED BY SIZE
007100         "  DETALHES: " DELIMITED BY SIZE
007110         WS-DETAIL-COUNT DELIMITED BY SIZE
007120         "  INCL: " DELIMITED BY SIZE
007130         WS-ADD-COUNT DELIMITED BY SIZE
007140         "  ALT: " DELIMITED BY SIZE
007150         WS-CHANGE-COUNT DELIMITED BY SIZE
007160         "  ESTORNO: " DELIMITED BY SIZE
007170         WS-REVERSAL-COUNT DELIMITED BY SIZE
007180         "  EXCL: " DELIMITED BY SIZE
007190         WS-DELETE-COUNT DELIMITED BY SIZE
007200         "  HASH: " DELIMITED BY SIZE
007210         WS-HASH-TOTAL DELIMITED BY SIZE
007220         "  CONFIRMADO: " DELIMITED BY SIZE
007230         WS-TOTAL-ACK-APPLIED DELIMITED BY SIZE
007240         "  DIVERGENTE: " DELIMITED BY SIZE
007250         WS-TOTAL-ACK-DIVERGENT DELIMITED BY SIZE
007260         "  ATRASADO: " DELIMITED BY SIZE
007270         WS-TOTAL-OVERDUE DELIMITED BY SIZE
007280         INTO CDC-REPORT-LINE
007290     END-STRING
007300     WRITE CDC-REPORT-LINE
007310     IF WS-REPORT-STATUS NOT = "00"
007320         DISPLAY "ERRO AO GRAVAR CDCRPT - STATUS "
007330             WS-REPORT-STATUS
007340         SET WS-FILE-ERROR TO TRUE
007350     END-IF.

007360 8900-EXIT.
007370     EXIT.

007380******************************************************************
007390* 9000-TERMINATE
007400* Closes everything and sets the return code: 0 the file was cut
007410* and nothing is late, 4 a receiver is late, rejected a file or
007420* sent an acknowledgement that does not match, 8 a file error or
007430* a missing or already-sent cycle stopped the run, 16 the
007434* cycle-status gate refused the run.
007440******************************************************************
007450 9000-TERMINATE.
007451     IF WS-GATE-REFUSED
007452         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
007453         GO TO 9000-EXIT
007454     END-IF
007460     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
007470         PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT
007480     END-IF
007490     IF NOT WS-PARM-ERROR
007500         CLOSE CDC-REGISTER
007510         IF WS-HISTORY-AVAILABLE
007520             CLOSE HISTORY-IN
007530         END-IF
007540         IF WS-ACK-AVAILABLE
007550             CLOSE ACK-IN
007560         END-IF
007570         CLOSE CHANGE-OUT
007580         CLOSE CDC-REPORT
007590     END-IF
007600     IF WS-FILE-ERROR OR WS-PARM-ERROR
007610         MOVE 8 TO RETURN-CODE
007620     ELSE
007630         IF WS-TOTAL-OVERDUE > 0 OR WS-TOTAL-ACK-REJECTED > 0
007640             OR WS-TOTAL-ACK-DIVERGENT > 0
007650             MOVE 4 TO RETURN-CODE
007660         ELSE
007670             MOVE 0 TO RETURN-CODE
007680         END-IF
007690     END-IF
007692     IF WS-GATE-STARTED
007694         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
007696     END-IF
007700     DISPLAY "==============================================="
007710     DISPLAY "CDCEMAIL - RESUMO DA EXECUCAO"
007720     DISPLAY "CICLO ENVIADO...: " WS-CYCLE-DATE
007730     DISPLAY "SEQUENCIA.......: " WS-NEW-SEQUENCE
007740     DISPLAY "HISTORIA NOVA...: " WS-TOTAL-HIST-READ
007750     DISPLAY "NAO ENVIADA (X).: " WS-TOTAL-HIST-SKIPPED
007760     DISPLAY "DETALHES........: " WS-DETAIL-COUNT
007770     DISPLAY "TOTAL HASH......: " WS-HASH-TOTAL
007780     DISPLAY "CONFIRMACOES....: " WS-TOTAL-ACK-READ
007790     DISPLAY "CONFIRMADO......: " WS-TOTAL-ACK-APPLIED
007800     DISPLAY "REJEITADO.......: " WS-TOTAL-ACK-REJECTED
007810     DISPLAY "DIVERGENTE......: " WS-TOTAL-ACK-DIVERGENT
007820     DISPLAY "ATRASADO........: " WS-TOTAL-OVERDUE
007830     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

007840 9000-EXIT.
007850     EXIT.

007974 END PROGRAM CDCEMAIL.
