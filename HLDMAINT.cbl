000100******************************************************************
000110* Program:  HLDMAINT
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  FILA DE RETENCAO DE FRAUDE (CUSTHLD) EM TELA: LISTA AS
000140*           TROCAS DE EMAIL QUE O APLEMAIL RETEVE EM VEZ DE
000150*           POSTAR E REGISTRA A DECISAO DO ANALISTA - LIBERAR
000160*           (A TROCA E POSTADA, COM HISTORICO, NA PROXIMA
000170*           EXECUCAO DO APLEMAIL) OU RECUSAR. TODA DECISAO FICA
000180*           NA PROPRIA RETENCAO E NO LOG HLDLOG COM OPERADOR E
000190*           DATA/HORA.
000200* Tectonics: cobc
000210*
000220* Modification History:
000230*   15/10/26  GERO  Original version.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. HLDMAINT.
000270 AUTHOR. JEFEFRSON MOTA (GERO).
000280 INSTALLATION. CADASTRO DE CLIENTES.
000290 DATE-WRITTEN. 15/10/26.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HOLD-QUEUE
000350         ASSIGN TO "CUSTHLD"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS HL-HOLD-KEY
000390         FILE STATUS IS WS-CUSTHLD-STATUS.

000400     SELECT HOLD-LOG
000410         ASSIGN TO "HLDLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-HLDLOG-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  HOLD-QUEUE
000470         LABEL RECORDS ARE STANDARD.
000480     COPY HLDREC.

000490 FD  HOLD-LOG
000500         LABEL RECORDS ARE STANDARD.
000510 01  HOLD-LOG-RECORD               PIC X(132).

000520 WORKING-STORAGE SECTION.

000530* The held EMLACC/EMLONL detail, unpacked from HL-ACCEPTED-DATA.
000540     COPY ACCREC.

000550* End-of-file and error switches.
000560 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
000570     88  WS-HOLD-EOF                       VALUE "Y".
000580 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000590     88  WS-FILE-ERROR                     VALUE "Y".
000600 77  WS-DONE-SW                    PIC X(01) VALUE "N".
000610     88  WS-DONE                           VALUE "Y".

000620* Operator action and the decision being keyed on the screen.
000630 77  WS-ACTION                     PIC X(001) VALUE SPACE.
000640 77  WS-EDIT-KEY                   PIC X(018) VALUE SPACES.
000650 77  WS-EDIT-DECISION              PIC X(001) VALUE SPACE.
000660 77  WS-EDIT-NOTE                  PIC X(040) VALUE SPACES.
000670 77  WS-LOG-ACTION                 PIC X(012) VALUE SPACES.
000680 77  WS-LIST-LINE                  PIC X(132) VALUE SPACES.
000690 77  WS-PENDING-COUNT              PIC 9(07) VALUE ZERO.
000700 77  WS-TOTAL-DECIDED              PIC 9(07) VALUE ZERO.

000710* Display copies of the held change for the decision screen.
000720 77  WS-SCR-NEW-EMAIL              PIC X(060) VALUE SPACES.
000730 77  WS-SCR-PREV-EMAIL             PIC X(060) VALUE SPACES.
000740 77  WS-SCR-RULES                  PIC X(060) VALUE SPACES.

000750* Run identification for the decision log.
000760 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
000770 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.
000780 77  WS-OPERATOR-ID                PIC X(020) VALUE SPACES.

000790* File status codes, one per SELECT above.
000800 77  WS-CUSTHLD-STATUS             PIC X(02) VALUE SPACES.
000810 77  WS-HLDLOG-STATUS              PIC X(02) VALUE SPACES.

000820 SCREEN SECTION.
000830 01  WS-DECISION-SCREEN.
000840     05  BLANK SCREEN.
000850     05  LINE 1 COLUMN 1
000860         VALUE "HLDMAINT - FILA DE RETENCAO DE FRAUDE".
000870     05  LINE 2 COLUMN 1
000880         VALUE "-------------------------------------".
000890     05  LINE 4 COLUMN 1
000900         VALUE "RETENCAO.................: ".
000910     05  LINE 4 COLUMN 28 PIC X(18)
000920         FROM WS-EDIT-KEY.
000930     05  LINE 5 COLUMN 1
000940         VALUE "CLIENTE..................: ".
000950     05  LINE 5 COLUMN 28 PIC 9(09)
000960         FROM EA-CUSTOMER-ID.
000970     05  LINE 5 COLUMN 39 PIC X(30)
000980         FROM EA-CUSTOMER-NAME.
000990     05  LINE 6 COLUMN 1
001000         VALUE "TIPO / ORIGEM............: ".
001010     05  LINE 6 COLUMN 28 PIC X(01)
001020         FROM EA-ADDRESS-TYPE.
001030     05  LINE 6 COLUMN 31 PIC X(08)
001040         FROM EA-SOURCE-SYSTEM.
001050     05  LINE 7 COLUMN 1
001060         VALUE "DIGITADO EM (DATA HORA)..: ".
001070     05  LINE 7 COLUMN 28 PIC 9(08)
001080         FROM EA-ENTRY-DATE.
001090     05  LINE 7 COLUMN 37 PIC 9(06)
001100         FROM EA-ENTRY-TIME.
001110     05  LINE 8 COLUMN 1
001120         VALUE "EMAIL NOVO...............: ".
001130     05  LINE 8 COLUMN 28 PIC X(60)
001140         FROM WS-SCR-NEW-EMAIL.
001150     05  LINE 9 COLUMN 1
001160         VALUE "EMAIL ANTERIOR DO TIPO...: ".
001170     05  LINE 9 COLUMN 28 PIC X(60)
001180         FROM WS-SCR-PREV-EMAIL.
001190     05  LINE 10 COLUMN 1
001200         VALUE "TOMADO DO CLIENTE........: ".
001210     05  LINE 10 COLUMN 28 PIC 9(09)
001220         FROM HL-PREV-CUSTOMER-ID.
001230     05  LINE 11 COLUMN 1
001240         VALUE "REGRAS...................: ".
001250     05  LINE 11 COLUMN 28 PIC X(60)
001260         FROM WS-SCR-RULES.
001270     05  LINE 13 COLUMN 1
001280         VALUE "DECISAO (L=LIBERAR R=RECUSAR): ".
001290     05  LINE 13 COLUMN 33 PIC X(01)
001300         USING WS-EDIT-DECISION.
001310     05  LINE 14 COLUMN 1
001320         VALUE "OBSERVACAO...............: ".
001330     05  LINE 14 COLUMN 28 PIC X(40)
001340         USING WS-EDIT-NOTE.

001350 PROCEDURE DIVISION.

001360******************************************************************
001370* 0000-MAINLINE
001380* Overall control - open the queue, loop on the operator menu,
001390* close up.
001400******************************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     IF NOT WS-FILE-ERROR
001440         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001450             UNTIL WS-DONE
001460     END-IF
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT
001480     STOP RUN.

001490******************************************************************
001500* 1000-INITIALIZE
001510* Identifies the operator for the decision log, opens the log in
001520* extend (it is an audit of the decisions, it always grows) and
001530* the hold queue for update. No CUSTHLD yet means APLEMAIL has
001540* never held anything, so there is nothing to decide.
001550******************************************************************
001560 1000-INITIALIZE.
001570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001580     ACCEPT WS-RUN-TIME FROM TIME
001590     DISPLAY "USER" UPON ENVIRONMENT-NAME
001600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001610     OPEN EXTEND HOLD-LOG
001620     IF WS-HLDLOG-STATUS NOT = "00"
001630         OPEN OUTPUT HOLD-LOG
001640         IF WS-HLDLOG-STATUS NOT = "00"
001650             DISPLAY "ERRO AO ABRIR HLDLOG - STATUS "
001660                 WS-HLDLOG-STATUS
001670             SET WS-FILE-ERROR TO TRUE
001680             GO TO 1000-EXIT
001690         END-IF
001700     END-IF
001710     OPEN I-O HOLD-QUEUE
001720     IF WS-CUSTHLD-STATUS = "35"
001730         DISPLAY "CUSTHLD INEXISTENTE - NENHUMA RETENCAO"
001740         SET WS-DONE TO TRUE
001750         GO TO 1000-EXIT
001760     END-IF
001770     IF WS-CUSTHLD-STATUS NOT = "00"
001780         DISPLAY "ERRO AO ABRIR CUSTHLD - STATUS "
001790             WS-CUSTHLD-STATUS
001800         SET WS-FILE-ERROR TO TRUE
001810     END-IF.

001820 1000-EXIT.
001830     EXIT.

001840******************************************************************
001850* 2000-MENU-LOOP
001860* One pass per operator action: L lista as pendentes, D decide
001870* uma retencao, F encerra.
001880******************************************************************
001890 2000-MENU-LOOP.
001900     DISPLAY " "
001910     DISPLAY "HLDMAINT - ACAO: L=LISTAR PENDENTES D=DECIDIR F=FIM"
001920     ACCEPT WS-ACTION
001930     IF WS-ACTION = "L" OR WS-ACTION = "l"
001940         PERFORM 3000-LIST-PENDING THRU 3000-EXIT
001950     ELSE
001960     IF WS-ACTION = "D" OR WS-ACTION = "d"
001970         PERFORM 3100-DECIDE-HOLD THRU 3100-EXIT
001980     ELSE
001990     IF WS-ACTION = "F" OR WS-ACTION = "f"
002000         SET WS-DONE TO TRUE
002010     ELSE
002020         DISPLAY "ACAO INVALIDA"
002030     END-IF
002040     END-IF
002050     END-IF.

002060 2000-EXIT.
002070     EXIT.

002080******************************************************************
002090* 3000-LIST-PENDING
002100* Browses the queue from the top and lists every change still
002110* waiting for a decision, with the key to decide it by.
002120******************************************************************
002130 3000-LIST-PENDING.
002140     MOVE 0 TO WS-PENDING-COUNT
002150     MOVE LOW-VALUES TO HL-HOLD-KEY
002160     START HOLD-QUEUE
002170         KEY IS >= HL-HOLD-KEY
002180         INVALID KEY
002190             DISPLAY "FILA DE RETENCAO VAZIA"
002200             GO TO 3000-EXIT
002210     END-START
002220     DISPLAY "RETENCAO           CLIENTE   T REG EMAIL NOVO"
002230     MOVE "N" TO WS-HOLD-EOF-SW
002240     PERFORM 3010-READ-NEXT-HOLD THRU 3010-EXIT
002250     PERFORM 3020-LIST-ONE-HOLD THRU 3020-EXIT
002260         UNTIL WS-HOLD-EOF
002270     DISPLAY "PENDENTES: " WS-PENDING-COUNT.

002280 3000-EXIT.
002290     EXIT.

002300 3010-READ-NEXT-HOLD.
002310     READ HOLD-QUEUE NEXT RECORD
002320         AT END
002330             SET WS-HOLD-EOF TO TRUE
002340     END-READ.

002350 3010-EXIT.
002360     EXIT.

002370 3020-LIST-ONE-HOLD.
002380     IF NOT HL-STATUS-PENDING
002390         GO TO 3020-NEXT
002400     END-IF
002410     ADD 1 TO WS-PENDING-COUNT
002420     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
002430     MOVE SPACES TO WS-LIST-LINE
002440     STRING HL-HOLD-KEY DELIMITED BY SIZE
002450         " " DELIMITED BY SIZE
002460         EA-CUSTOMER-ID DELIMITED BY SIZE
002470         " " DELIMITED BY SIZE
002480         EA-ADDRESS-TYPE DELIMITED BY SIZE
002490         " " DELIMITED BY SIZE
002500         HL-RSN-VELOCITY DELIMITED BY SIZE
002510         HL-RSN-SOURCE DELIMITED BY SIZE
002520         HL-RSN-HOURS DELIMITED BY SIZE
002530         " " DELIMITED BY SIZE
002540         EA-EMAIL-ADDRESS DELIMITED BY SPACE
002550         INTO WS-LIST-LINE
002560     END-STRING
002570     DISPLAY WS-LIST-LINE.

002580 3020-NEXT.
002590     PERFORM 3010-READ-NEXT-HOLD THRU 3010-EXIT.

002600 3020-EXIT.
002610     EXIT.

002620******************************************************************
002630* 3100-DECIDE-HOLD
002640* Pulls one pending change onto the screen and takes the
002650* decision: L releases it (APLEMAIL posts it on its next run), R
002660* declines it for good. Anything else leaves it pending. The
002670* decision is stamped on the entry and logged.
002680******************************************************************
002690 3100-DECIDE-HOLD.
002700     DISPLAY "RETENCAO A DECIDIR (AAAAMMDDONNNNNNNNN):"
002710     MOVE SPACES TO WS-EDIT-KEY
002720     ACCEPT WS-EDIT-KEY
002730     MOVE WS-EDIT-KEY TO HL-HOLD-KEY
002740     READ HOLD-QUEUE
002750         KEY IS HL-HOLD-KEY
002760         INVALID KEY
002770             DISPLAY "RETENCAO NAO ENCONTRADA"
002780             GO TO 3100-EXIT
002790     END-READ
002800     IF NOT HL-STATUS-PENDING
002810         DISPLAY "RETENCAO JA DECIDIDA - SITUACAO " HL-STATUS
002820             " POR " HL-DECIDED-BY
002830         GO TO 3100-EXIT
002840     END-IF
002850     PERFORM 3200-BUILD-SCREEN THRU 3200-EXIT
002860     MOVE SPACE TO WS-EDIT-DECISION
002870     MOVE SPACES TO WS-EDIT-NOTE
002880     DISPLAY WS-DECISION-SCREEN
002890     ACCEPT WS-DECISION-SCREEN
002900     IF WS-EDIT-DECISION = "L" OR WS-EDIT-DECISION = "l"
002910         SET HL-STATUS-RELEASED TO TRUE
002920         MOVE "LIBERACAO" TO WS-LOG-ACTION
002930     ELSE
002940         IF WS-EDIT-DECISION = "R" OR WS-EDIT-DECISION = "r"
002950             SET HL-STATUS-DECLINED TO TRUE
002960             MOVE "RECUSA" TO WS-LOG-ACTION
002970         ELSE
002980             DISPLAY "SEM DECISAO - RETENCAO CONTINUA PENDENTE"
002990             GO TO 3100-EXIT
003000         END-IF
003010     END-IF
003020     ACCEPT WS-RUN-TIME FROM TIME
003030     MOVE WS-OPERATOR-ID TO HL-DECIDED-BY
003040     MOVE WS-RUN-DATE TO HL-DECISION-DATE
003050     MOVE WS-RUN-TIME TO HL-DECISION-TIME
003060     MOVE WS-EDIT-NOTE TO HL-DECISION-NOTE
003070     REWRITE HOLD-RECORD
003080         INVALID KEY
003090             CONTINUE
003100     END-REWRITE
003110     IF WS-CUSTHLD-STATUS NOT = "00"
003120         DISPLAY "ERRO AO REGRAVAR CUSTHLD - STATUS "
003130             WS-CUSTHLD-STATUS
003140         SET WS-FILE-ERROR TO TRUE
003150         SET WS-DONE TO TRUE
003160         GO TO 3100-EXIT
003170     END-IF
003180     ADD 1 TO WS-TOTAL-DECIDED
003190     PERFORM 5000-WRITE-LOG THRU 5000-EXIT.

003200 3100-EXIT.
003210     EXIT.

003220******************************************************************
003230* 3200-BUILD-SCREEN
003240* Unpacks the held detail and spells out the rules it tripped.
003250******************************************************************
003260 3200-BUILD-SCREEN.
003270     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
003280     MOVE EA-EMAIL-ADDRESS TO WS-SCR-NEW-EMAIL
003290     MOVE HL-PREV-EMAIL-ADDRESS TO WS-SCR-PREV-EMAIL
003300     MOVE SPACES TO WS-SCR-RULES
003310     STRING "ALTERACOES NO PERIODO: " DELIMITED BY SIZE
003320         HL-CHANGE-COUNT DELIMITED BY SIZE
003330         INTO WS-SCR-RULES
003340     END-STRING
003350     IF HL-RSN-VELOCITY-YES
003360         MOVE "(EXCEDIDO)" TO WS-SCR-RULES(30:10)
003370     END-IF
003380     IF HL-RSN-SOURCE-YES
003390         MOVE "ORIGEM" TO WS-SCR-RULES(42:6)
003400     END-IF
003410     IF HL-RSN-HOURS-YES
003420         MOVE "HORARIO" TO WS-SCR-RULES(50:7)
003430     END-IF.

003440 3200-EXIT.
003450     EXIT.

003460******************************************************************
003470* 5000-WRITE-LOG
003480* One log line per decision - who released or declined which
003490* change, and when, is the fraud team's audit trail.
003500******************************************************************
003510 5000-WRITE-LOG.
003520     MOVE SPACES TO HOLD-LOG-RECORD
003530     STRING WS-RUN-DATE DELIMITED BY SIZE
003540         " " DELIMITED BY SIZE
003550         WS-RUN-TIME DELIMITED BY SIZE
003560         " " DELIMITED BY SIZE
003570         WS-OPERATOR-ID DELIMITED BY SIZE
003580         " " DELIMITED BY SIZE
003590         WS-LOG-ACTION DELIMITED BY SIZE
003600         " " DELIMITED BY SIZE
003610         HL-HOLD-KEY DELIMITED BY SIZE
003620         " " DELIMITED BY SIZE
003630         EA-CUSTOMER-ID DELIMITED BY SIZE
003640         " " DELIMITED BY SIZE
003650         WS-EDIT-NOTE DELIMITED BY SIZE
003660         INTO HOLD-LOG-RECORD
003670     END-STRING
003680     WRITE HOLD-LOG-RECORD
003690     IF WS-HLDLOG-STATUS NOT = "00"
003700         DISPLAY "ERRO AO GRAVAR HLDLOG - STATUS "
003710             WS-HLDLOG-STATUS
003720         SET WS-FILE-ERROR TO TRUE
003730     END-IF.

003740 5000-EXIT.
003750     EXIT.

003760******************************************************************
003770* 9000-TERMINATE
003780* Closes the queue and the log and sets the return code: 0 clean,
003790* 8 a file error.
003800******************************************************************
003810 9000-TERMINATE.
003820     CLOSE HOLD-QUEUE
003830     CLOSE HOLD-LOG
003840     IF WS-FILE-ERROR
003850         MOVE 8 TO RETURN-CODE
003860     ELSE
003870         MOVE 0 TO RETURN-CODE
003880     END-IF
003890     DISPLAY "==============================================="
003900     DISPLAY "HLDMAINT - DECISOES REGISTRADAS: " WS-TOTAL-DECIDED
003910     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003920 9000-EXIT.
003930     EXIT.

003940 END PROGRAM HLDMAINT.
