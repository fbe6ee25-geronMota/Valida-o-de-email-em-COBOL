000100******************************************************************
000110* Program:  CYCINQ
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  SITUACAO DOS CICLOS NOTURNOS EM TELA PARA O OPERADOR.
000140*           LISTA OS ULTIMOS N CICLOS DO CYCSTAT COM A SITUACAO DE
000150*           CADA PASSO (NAO RODOU, EM EXECUCAO, RC DO TERMINO OU
000160*           ESTORNADO) E O QUE PODE RODAR EM SEGUIDA, PERGUNTADO
000170*           AO PROPRIO CYCGATE; MOSTRA O DETALHE DE UM CICLO COM O
000180*           MOTIVO DE CADA RECUSA; E MARCA COMO ABENDADO (RC 99) O
000190*           PASSO QUE UM JOB CAIDO DEIXOU EM EXECUCAO, PARA QUE
000200*           POSSA SER RODADO DE NOVO. TODA MARCACAO FICA NO LOG
000210*           CYCLOG COM OPERADOR E DATA/HORA.
000220* Tectonics: cobc
000230*
000240* Modification History:
000250*   15/10/26  GERO  Original version.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CYCINQ.
000290 AUTHOR. JEFEFRSON MOTA (GERO).
000300 INSTALLATION. CADASTRO DE CLIENTES.
000310 DATE-WRITTEN. 15/10/26.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CYCLE-STATUS-FILE
000370         ASSIGN TO "CYCSTAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CF-CYCLE-DATE
000410         FILE STATUS IS WS-CYCSTAT-STATUS.

000420     SELECT CYCLE-LOG
000430         ASSIGN TO "CYCLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CYCLOG-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CYCLE-STATUS-FILE
000490         LABEL RECORDS ARE STANDARD.
000500 01  CYCLE-STATUS-FILE-RECORD.
000510     05  CF-CYCLE-DATE             PIC 9(008).
000520     05  FILLER                    PIC X(808).

000530 FD  CYCLE-LOG
000540         LABEL RECORDS ARE STANDARD.
000550 01  CYCLE-LOG-RECORD              PIC X(132).

000560 WORKING-STORAGE SECTION.

000570* Step table, the cycle record being shown and the gate's
000580* parameter area for the "may it run" probes.
000590     COPY CYCSTP.
000600     COPY CYCSTA.
000610     COPY CYCPARM.

000620* The last cycles on file, read in one go and the file closed
000630* again before the gate is asked about any of them.
000640 01  WS-CYCLE-TABLE.
000650     05  WS-CYCLE-ENTRY            PIC X(816) OCCURS 20 TIMES.
000660 01  WS-OUT-OF-CYCLE-ENTRY         PIC X(816) VALUE SPACES.

000670* End-of-file and error switches.
000680 77  WS-STATUS-EOF-SW              PIC X(01) VALUE "N".
000690     88  WS-STATUS-EOF                     VALUE "Y".
000700 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000710     88  WS-FILE-ERROR                     VALUE "Y".
000720 77  WS-DONE-SW                    PIC X(01) VALUE "N".
000730     88  WS-DONE                           VALUE "Y".
000740 77  WS-CYCLE-FOUND-SW             PIC X(01) VALUE "N".
000750     88  WS-CYCLE-FOUND                    VALUE "Y".
000760 77  WS-OUT-OF-CYCLE-SW            PIC X(01) VALUE "N".
000770     88  WS-OUT-OF-CYCLE-FOUND             VALUE "Y".
000780 77  WS-TODAY-LISTED-SW            PIC X(01) VALUE "N".
000790     88  WS-TODAY-LISTED                   VALUE "Y".
000800 77  WS-PROBE-SW                   PIC X(01) VALUE "N".
000810     88  WS-PROBE-OK                       VALUE "Y".
000820 77  WS-STEP-DONE-SW               PIC X(01) VALUE "N".
000830     88  WS-STEP-DONE                      VALUE "Y".

000840* Counts and subscripts.
000850 77  WS-LIST-COUNT                 PIC 9(02) VALUE 7.
000860 77  WS-CYCLES-ON-FILE             PIC 9(05) VALUE ZERO.
000870 77  WS-CYCLES-TO-SKIP             PIC 9(05) VALUE ZERO.
000880 77  WS-CYCLES-LOADED              PIC 9(02) VALUE ZERO.
000890 77  WS-CYC-SUB                    PIC 9(04) COMP VALUE ZERO.
000900 77  WS-STEP-SUB                   PIC 9(04) COMP VALUE ZERO.
000910 77  WS-PART-SUB                   PIC 9(04) COMP VALUE ZERO.
000920 77  WS-ROW-SUB                    PIC 9(04) COMP VALUE ZERO.
000930 77  WS-FIRST-STEP                 PIC 9(04) COMP VALUE ZERO.
000940 77  WS-LAST-STEP                  PIC 9(04) COMP VALUE ZERO.
000950 77  WS-LIST-POS                   PIC 9(04) COMP VALUE ZERO.
000960 77  WS-NEXT-POS                   PIC 9(04) COMP VALUE ZERO.
000970 77  WS-PARTS-CLEAN                PIC 9(02) VALUE ZERO.
000980 77  WS-TOTAL-MARKED               PIC 9(05) VALUE ZERO.

000990* Operator action and what is keyed for it.
001000 77  WS-ACTION                     PIC X(001) VALUE SPACE.
001010 77  WS-EDIT-COUNT                 PIC X(002) VALUE SPACES.
001020 77  WS-EDIT-CYCLE                 PIC X(008) VALUE SPACES.
001030 77  WS-EDIT-PROGRAM               PIC X(008) VALUE SPACES.
001040 77  WS-EDIT-CONFIRM               PIC X(001) VALUE SPACE.
001050 77  WS-SHOW-CYCLE                 PIC 9(008) VALUE ZERO.

001060* Lines being built.
001070 77  WS-LIST-LINE                  PIC X(132) VALUE SPACES.
001080 77  WS-STEP-CODE                  PIC X(005) VALUE SPACES.
001090 77  WS-STATE-TEXT                 PIC X(015) VALUE SPACES.
001100 77  WS-PROBE-REASON               PIC X(070) VALUE SPACES.
001110 77  WS-LOG-RESULT                 PIC X(070) VALUE SPACES.

001120* Detail screen content.
001130 77  WS-SCR-TITLE                  PIC X(030) VALUE SPACES.
001140 77  WS-SCR-PARTITIONS             PIC X(066) VALUE SPACES.
001150 77  WS-SCR-NEXT                   PIC X(058) VALUE SPACES.
001160 01  WS-SCR-ROWS.
001170     05  WS-SCR-ROW                PIC X(076) OCCURS 10 TIMES.
001180 01  WS-SCR-REASONS.
001190     05  WS-SCR-REASON             PIC X(070) OCCURS 10 TIMES.
001200 01  WS-DETAIL-ROW.
001210     05  DR-PROGRAM-ID             PIC X(008).
001220     05  FILLER                    PIC X(001).
001230     05  DR-DESCRIPTION            PIC X(012).
001240     05  FILLER                    PIC X(001).
001250     05  DR-STATE                  PIC X(015).
001260     05  FILLER                    PIC X(001).
001270     05  DR-START-DATE             PIC 9(008).
001280     05  FILLER                    PIC X(001).
001290     05  DR-START-TIME             PIC X(004).
001300     05  FILLER                    PIC X(002).
001310     05  DR-END-DATE               PIC 9(008).
001320     05  FILLER                    PIC X(001).
001330     05  DR-END-TIME               PIC X(004).
001340     05  FILLER                    PIC X(002).
001350     05  DR-RUN-COUNT              PIC 9(003).
001360     05  FILLER                    PIC X(002).
001370     05  DR-MAY-RUN                PIC X(003).
001380     05  FILLER                    PIC X(002).

001390* Run identification for the log.
001400 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001410 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.
001420 77  WS-OPERATOR-ID                PIC X(020) VALUE SPACES.

001430* File status codes, one per SELECT above.
001440 77  WS-CYCSTAT-STATUS             PIC X(02) VALUE SPACES.
001450 77  WS-CYCLOG-STATUS              PIC X(02) VALUE SPACES.

001460 SCREEN SECTION.
001470 01  WS-CYCLE-SCREEN.
001480     05  BLANK SCREEN.
001490     05  LINE 1 COLUMN 1
001500         VALUE "CYCINQ - SITUACAO DO CICLO".
001510     05  LINE 2 COLUMN 1
001520         VALUE "--------------------------".
001530     05  LINE 3 COLUMN 1
001540         VALUE "CICLO....: ".
001550     05  LINE 3 COLUMN 12 PIC X(30)
001560         FROM WS-SCR-TITLE.
001570     05  LINE 4 COLUMN 1
001580         VALUE "PARTICOES: ".
001590     05  LINE 4 COLUMN 12 PIC X(66)
001600         FROM WS-SCR-PARTITIONS.
001610     05  LINE 6 COLUMN 1
001620         VALUE "PROGRAMA DESCRICAO    SITUACAO        INICIO".
001630     05  LINE 6 COLUMN 54
001640         VALUE "FIM            EXEC PODE".
001650     05  LINE 7 COLUMN 1 PIC X(76)
001660         FROM WS-SCR-ROW(1).
001670     05  LINE 8 COLUMN 1 PIC X(76)
001680         FROM WS-SCR-ROW(2).
001690     05  LINE 9 COLUMN 1 PIC X(76)
001700         FROM WS-SCR-ROW(3).
001710     05  LINE 10 COLUMN 1 PIC X(76)
001720         FROM WS-SCR-ROW(4).
001730     05  LINE 11 COLUMN 1 PIC X(76)
001740         FROM WS-SCR-ROW(5).
001750     05  LINE 12 COLUMN 1 PIC X(76)
001760         FROM WS-SCR-ROW(6).
001770     05  LINE 13 COLUMN 1 PIC X(76)
001780         FROM WS-SCR-ROW(7).
001790     05  LINE 14 COLUMN 1 PIC X(76)
001800         FROM WS-SCR-ROW(8).
001810     05  LINE 15 COLUMN 1 PIC X(76)
001820         FROM WS-SCR-ROW(9).
001830     05  LINE 16 COLUMN 1 PIC X(76)
001840         FROM WS-SCR-ROW(10).
001850     05  LINE 18 COLUMN 1
001860         VALUE "PODE RODAR AGORA: ".
001870     05  LINE 18 COLUMN 19 PIC X(58)
001880         FROM WS-SCR-NEXT.
001890     05  LINE 20 COLUMN 1
001900         VALUE "VER OS MOTIVOS DAS RECUSAS (S/N): ".
001910     05  LINE 20 COLUMN 35 PIC X(01)
001920         USING WS-EDIT-CONFIRM.

001930 PROCEDURE DIVISION.

001940******************************************************************
001950* 0000-MAINLINE
001960* Overall control - open the log, loop on the operator menu,
001970* close up.
001980******************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     IF NOT WS-FILE-ERROR
002020         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
002030             UNTIL WS-DONE
002040     END-IF
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT
002060     STOP RUN.

002070******************************************************************
002080* 1000-INITIALIZE
002090* Identifies the operator for the log and opens the log in extend
002100* (every abend marking is kept). CYCSTAT itself is only opened
002110* for each look at it, so the batch steps are never kept out.
002120******************************************************************
002130 1000-INITIALIZE.
002140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002150     ACCEPT WS-RUN-TIME FROM TIME
002160     DISPLAY "USER" UPON ENVIRONMENT-NAME
002170     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
002180     OPEN EXTEND CYCLE-LOG
002190     IF WS-CYCLOG-STATUS NOT = "00"
002200         OPEN OUTPUT CYCLE-LOG
002210         IF WS-CYCLOG-STATUS NOT = "00"
002220             DISPLAY "ERRO AO ABRIR CYCLOG - STATUS "
002230                 WS-CYCLOG-STATUS
002240             SET WS-FILE-ERROR TO TRUE
002250         END-IF
002260     END-IF.

002270 1000-EXIT.
002280     EXIT.

002290******************************************************************
002300* 2000-MENU-LOOP
002310* One pass per operator action: L lista os ultimos ciclos, C
002320* detalha um ciclo, A marca um passo abendado, F encerra.
002330******************************************************************
002340 2000-MENU-LOOP.
002350     DISPLAY " "
002360     DISPLAY "CYCINQ - ACAO: L=LISTAR CICLOS C=DETALHAR CICLO "
002370         "A=MARCAR ABEND F=FIM"
002380     ACCEPT WS-ACTION
002390     IF WS-ACTION = "L" OR WS-ACTION = "l"
002400         PERFORM 3000-LIST-CYCLES THRU 3000-EXIT
002410     ELSE
002420     IF WS-ACTION = "C" OR WS-ACTION = "c"
002430         PERFORM 4000-CYCLE-DETAIL THRU 4000-EXIT
002440     ELSE
002450     IF WS-ACTION = "A" OR WS-ACTION = "a"
002460         PERFORM 5000-MARK-ABEND THRU 5000-EXIT
002470     ELSE
002480     IF WS-ACTION = "F" OR WS-ACTION = "f"
002490         SET WS-DONE TO TRUE
002500     ELSE
002510         DISPLAY "ACAO INVALIDA"
002520     END-IF
002530     END-IF
002540     END-IF
002550     END-IF.

002560 2000-EXIT.
002570     EXIT.

002580******************************************************************
002590* 3000-LIST-CYCLES
002600* One line per cycle, oldest first: the cycle date, a code per
002610* step in running order (-- nao rodou, EX em execucao, the return
002620* code it ended with, ES estornado; nn/mm partitions ended cleanly
002630* for a partitioned VALEMAIL still under way) and the steps the
002640* gate would let in now. Steps that already ended cleanly are not
002650* offered again, nor is BCKEMAIL - an estorno is a correction,
002660* not a next step (the detail screen shows it). Today's cycle is
002670* added at the end when it has not started, and below it whatever
002680* is running outside the cycles.
002690******************************************************************
002700 3000-LIST-CYCLES.
002710     DISPLAY "QUANTOS CICLOS (1-20, ENTER=7):"
002720     MOVE SPACES TO WS-EDIT-COUNT
002730     ACCEPT WS-EDIT-COUNT
002740     MOVE 7 TO WS-LIST-COUNT
002750     IF WS-EDIT-COUNT(2:1) = SPACE AND WS-EDIT-COUNT(1:1) NUMERIC
002760         MOVE WS-EDIT-COUNT(1:1) TO WS-LIST-COUNT
002770     END-IF
002780     IF WS-EDIT-COUNT NUMERIC
002790         MOVE WS-EDIT-COUNT TO WS-LIST-COUNT
002800     END-IF
002810     IF WS-LIST-COUNT < 1 OR WS-LIST-COUNT > 20
002820         MOVE 7 TO WS-LIST-COUNT
002830     END-IF
002840     PERFORM 3100-LOAD-LAST-CYCLES THRU 3100-EXIT
002850     IF WS-FILE-ERROR
002860         GO TO 3000-EXIT
002870     END-IF
002880     DISPLAY "CICLO    SPL   VAL   JUN   APL   BAL   RTN   BNC   "
002890         "CDC   BCK    PODE RODAR"
002900     MOVE "N" TO WS-TODAY-LISTED-SW
002910     PERFORM 3200-LIST-ONE-CYCLE THRU 3200-EXIT
002920         VARYING WS-CYC-SUB FROM 1 BY 1
002930         UNTIL WS-CYC-SUB > WS-CYCLES-LOADED
002940     IF NOT WS-TODAY-LISTED
002950         MOVE WS-RUN-DATE TO WS-SHOW-CYCLE
002960         PERFORM 6300-INIT-CYCLE-RECORD THRU 6300-EXIT
002970         PERFORM 3210-BUILD-CYCLE-LINE THRU 3210-EXIT
002980         MOVE "(NAO INICIADO)" TO WS-LIST-LINE(80:14)
002990         DISPLAY WS-LIST-LINE
003000     END-IF
003010     PERFORM 3300-LIST-OUT-OF-CYCLE THRU 3300-EXIT.

003020 3000-EXIT.
003030     EXIT.

003040******************************************************************
003050* 3100-LOAD-LAST-CYCLES
003060* Counts the cycles on file, then reads the last WS-LIST-COUNT of
003070* them (and the out-of-cycle record) into storage and closes.
003080******************************************************************
003090 3100-LOAD-LAST-CYCLES.
003100     MOVE 0 TO WS-CYCLES-ON-FILE WS-CYCLES-LOADED
003110     MOVE "N" TO WS-OUT-OF-CYCLE-SW
003120     OPEN INPUT CYCLE-STATUS-FILE
003130     IF WS-CYCSTAT-STATUS = "35"
003140         DISPLAY "CYCSTAT INEXISTENTE - NENHUM CICLO REGISTRADO"
003150         GO TO 3100-EXIT
003160     END-IF
003170     IF WS-CYCSTAT-STATUS NOT = "00"
003180         DISPLAY "ERRO AO ABRIR CYCSTAT - STATUS "
003190             WS-CYCSTAT-STATUS
003200         SET WS-FILE-ERROR TO TRUE
003210         GO TO 3100-EXIT
003220     END-IF
003230     PERFORM 3110-START-AT-FIRST-CYCLE THRU 3110-EXIT
003240     PERFORM 3130-COUNT-ONE-CYCLE THRU 3130-EXIT
003250         UNTIL WS-STATUS-EOF
003260     MOVE 0 TO WS-CYCLES-TO-SKIP
003270     IF WS-CYCLES-ON-FILE > WS-LIST-COUNT
003280         COMPUTE WS-CYCLES-TO-SKIP =
003290             WS-CYCLES-ON-FILE - WS-LIST-COUNT
003300     END-IF
003310     PERFORM 3110-START-AT-FIRST-CYCLE THRU 3110-EXIT
003320     PERFORM 3140-STORE-ONE-CYCLE THRU 3140-EXIT
003330         UNTIL WS-STATUS-EOF
003340     MOVE ZERO TO CF-CYCLE-DATE
003350     READ CYCLE-STATUS-FILE
003360         KEY IS CF-CYCLE-DATE
003370         INVALID KEY
003380             CONTINUE
003390     END-READ
003400     IF WS-CYCSTAT-STATUS = "00"
003410         MOVE CYCLE-STATUS-FILE-RECORD TO WS-OUT-OF-CYCLE-ENTRY
003420         SET WS-OUT-OF-CYCLE-FOUND TO TRUE
003430     END-IF
003440     CLOSE CYCLE-STATUS-FILE.

003450 3100-EXIT.
003460     EXIT.

003470 3110-START-AT-FIRST-CYCLE.
003480     MOVE "N" TO WS-STATUS-EOF-SW
003490     MOVE 1 TO CF-CYCLE-DATE
003500     START CYCLE-STATUS-FILE
003510         KEY IS NOT LESS THAN CF-CYCLE-DATE
003520         INVALID KEY
003530             SET WS-STATUS-EOF TO TRUE
003540             GO TO 3110-EXIT
003550     END-START
003560     PERFORM 3120-READ-NEXT-CYCLE THRU 3120-EXIT.

003570 3110-EXIT.
003580     EXIT.

003590 3120-READ-NEXT-CYCLE.
003600     READ CYCLE-STATUS-FILE NEXT RECORD
003610         AT END
003620             SET WS-STATUS-EOF TO TRUE
003630     END-READ.

003640 3120-EXIT.
003650     EXIT.

003660 3130-COUNT-ONE-CYCLE.
003670     ADD 1 TO WS-CYCLES-ON-FILE
003680     PERFORM 3120-READ-NEXT-CYCLE THRU 3120-EXIT.

003690 3130-EXIT.
003700     EXIT.

003710 3140-STORE-ONE-CYCLE.
003720     IF WS-CYCLES-TO-SKIP > 0
003730         SUBTRACT 1 FROM WS-CYCLES-TO-SKIP
003740     ELSE
003750         ADD 1 TO WS-CYCLES-LOADED
003760         MOVE CYCLE-STATUS-FILE-RECORD
003770             TO WS-CYCLE-ENTRY(WS-CYCLES-LOADED)
003780     END-IF
003790     PERFORM 3120-READ-NEXT-CYCLE THRU 3120-EXIT.

003800 3140-EXIT.
003810     EXIT.

003820******************************************************************
003830* 3200-LIST-ONE-CYCLE
003840* Codes at column 10 on, six columns a step; the steps the gate
003850* lets in now from column 65.
003860******************************************************************
003870 3200-LIST-ONE-CYCLE.
003880     MOVE WS-CYCLE-ENTRY(WS-CYC-SUB) TO CYCLE-STATUS-RECORD
003890     MOVE CS-CYCLE-DATE TO WS-SHOW-CYCLE
003900     IF CS-CYCLE-DATE = WS-RUN-DATE
003910         SET WS-TODAY-LISTED TO TRUE
003920     END-IF
003930     PERFORM 3210-BUILD-CYCLE-LINE THRU 3210-EXIT
003940     DISPLAY WS-LIST-LINE.

003950 3200-EXIT.
003960     EXIT.

003970 3210-BUILD-CYCLE-LINE.
003980     MOVE SPACES TO WS-LIST-LINE
003990     MOVE CS-CYCLE-DATE TO WS-LIST-LINE(1:8)
004000     MOVE 65 TO WS-NEXT-POS
004010     PERFORM 3220-LIST-ONE-STEP THRU 3220-EXIT
004020         VARYING WS-STEP-SUB FROM 1 BY 1
004030         UNTIL WS-STEP-SUB > CT-CYCLE-STEP-COUNT
004040     IF WS-NEXT-POS = 65
004050         MOVE "NADA" TO WS-LIST-LINE(65:4)
004060     END-IF.

004070 3210-EXIT.
004080     EXIT.

004090 3220-LIST-ONE-STEP.
004100     PERFORM 6000-STEP-CODE THRU 6000-EXIT
004110     COMPUTE WS-LIST-POS = 10 + (WS-STEP-SUB - 1) * 6
004120     MOVE WS-STEP-CODE TO WS-LIST-LINE(WS-LIST-POS:5)
004130     IF WS-STEP-SUB = 9
004140         GO TO 3220-EXIT
004150     END-IF
004160     PERFORM 6200-PROBE-STEP THRU 6200-EXIT
004170     IF WS-PROBE-OK AND NOT WS-STEP-DONE
004180        AND NOT (CS-ENDED(WS-STEP-SUB)
004190                 AND CS-RC(WS-STEP-SUB) NOT > 4)
004200         MOVE CT-ABBREV(WS-STEP-SUB)
004210             TO WS-LIST-LINE(WS-NEXT-POS:3)
004220         ADD 4 TO WS-NEXT-POS
004230     END-IF.

004240 3220-EXIT.
004250     EXIT.

004260******************************************************************
004270* 3300-LIST-OUT-OF-CYCLE
004280* The runs that belong to no cycle: whatever is still marked
004290* running, which is what keeps a cycle step out.
004300******************************************************************
004310 3300-LIST-OUT-OF-CYCLE.
004320     MOVE SPACES TO WS-LIST-LINE
004330     MOVE "AVULSOS EM EXECUCAO:" TO WS-LIST-LINE(1:20)
004340     MOVE 22 TO WS-NEXT-POS
004350     IF WS-OUT-OF-CYCLE-FOUND
004360         MOVE WS-OUT-OF-CYCLE-ENTRY TO CYCLE-STATUS-RECORD
004370         PERFORM 3310-LIST-ONE-RUNNING THRU 3310-EXIT
004380             VARYING WS-STEP-SUB FROM 1 BY 1
004390             UNTIL WS-STEP-SUB > CT-STEP-COUNT
004400     END-IF
004410     IF WS-NEXT-POS = 22
004420         MOVE "NENHUM" TO WS-LIST-LINE(22:6)
004430     END-IF
004440     DISPLAY WS-LIST-LINE.

004450 3300-EXIT.
004460     EXIT.

004470 3310-LIST-ONE-RUNNING.
004480     IF CS-RUNNING(WS-STEP-SUB)
004490         MOVE CT-PROGRAM-ID(WS-STEP-SUB)
004500             TO WS-LIST-LINE(WS-NEXT-POS:8)
004510         ADD 9 TO WS-NEXT-POS
004520     END-IF.

004530 3310-EXIT.
004540     EXIT.

004550******************************************************************
004560* 4000-CYCLE-DETAIL
004570* One cycle (or 0 for the runs outside the cycles) on the screen:
004580* per step its state, start, end, number of runs and whether the
004590* gate lets it in now - SIM, NAO, or JA for a step that ended
004600* cleanly and is not run twice. The refusal reasons on request.
004610******************************************************************
004620 4000-CYCLE-DETAIL.
004630     DISPLAY "CICLO (AAAAMMDD, 0=AVULSOS, ENTER=HOJE):"
004640     MOVE SPACES TO WS-EDIT-CYCLE
004650     ACCEPT WS-EDIT-CYCLE
004660     IF WS-EDIT-CYCLE = SPACES
004670         MOVE WS-RUN-DATE TO WS-SHOW-CYCLE
004680     ELSE
004690         IF WS-EDIT-CYCLE(1:1) = "0"
004700            AND WS-EDIT-CYCLE(2:7) = SPACES
004710             MOVE 0 TO WS-SHOW-CYCLE
004720         ELSE
004730             IF WS-EDIT-CYCLE NOT NUMERIC
004740                 DISPLAY "CICLO INVALIDO"
004750                 GO TO 4000-EXIT
004760             END-IF
004770             MOVE WS-EDIT-CYCLE TO WS-SHOW-CYCLE
004780         END-IF
004790     END-IF
004800     PERFORM 4100-READ-ONE-CYCLE THRU 4100-EXIT
004810     IF WS-FILE-ERROR
004820         GO TO 4000-EXIT
004830     END-IF
004840     PERFORM 4200-BUILD-DETAIL THRU 4200-EXIT
004850     MOVE SPACE TO WS-EDIT-CONFIRM
004860     DISPLAY WS-CYCLE-SCREEN
004870     ACCEPT WS-CYCLE-SCREEN
004880     IF WS-EDIT-CONFIRM = "S" OR WS-EDIT-CONFIRM = "s"
004890         PERFORM 4400-SHOW-REASON THRU 4400-EXIT
004900             VARYING WS-ROW-SUB FROM 1 BY 1
004910             UNTIL WS-ROW-SUB > 10
004920     END-IF.

004930 4000-EXIT.
004940     EXIT.

004950 4100-READ-ONE-CYCLE.
004960     MOVE "N" TO WS-CYCLE-FOUND-SW
004970     OPEN INPUT CYCLE-STATUS-FILE
004980     IF WS-CYCSTAT-STATUS = "00"
004990         MOVE WS-SHOW-CYCLE TO CF-CYCLE-DATE
005000         READ CYCLE-STATUS-FILE
005010             KEY IS CF-CYCLE-DATE
005020             INVALID KEY
005030                 CONTINUE
005040         END-READ
005050         IF WS-CYCSTAT-STATUS = "00"
005060             MOVE CYCLE-STATUS-FILE-RECORD TO CYCLE-STATUS-RECORD
005070             SET WS-CYCLE-FOUND TO TRUE
005080         END-IF
005090         CLOSE CYCLE-STATUS-FILE
005100     ELSE
005110         IF WS-CYCSTAT-STATUS NOT = "35"
005120             DISPLAY "ERRO AO ABRIR CYCSTAT - STATUS "
005130                 WS-CYCSTAT-STATUS
005140             SET WS-FILE-ERROR TO TRUE
005150             GO TO 4100-EXIT
005160         END-IF
005170     END-IF
005180     IF NOT WS-CYCLE-FOUND
005190         PERFORM 6300-INIT-CYCLE-RECORD THRU 6300-EXIT
005200     END-IF.

005210 4100-EXIT.
005220     EXIT.

005230******************************************************************
005240* 4200-BUILD-DETAIL
005250* A cycle shows its nine steps; cycle 0 the ten programs that run
005260* outside the cycles.
005270******************************************************************
005280 4200-BUILD-DETAIL.
005290     MOVE SPACES TO WS-SCR-TITLE WS-SCR-PARTITIONS WS-SCR-NEXT
005300     MOVE SPACES TO WS-SCR-ROWS WS-SCR-REASONS
005310     IF WS-SHOW-CYCLE = 0
005320         MOVE "0 - EXECUCOES AVULSAS" TO WS-SCR-TITLE
005330         MOVE CT-CYCLE-STEP-COUNT TO WS-FIRST-STEP
005340         ADD 1 TO WS-FIRST-STEP
005350         MOVE CT-STEP-COUNT TO WS-LAST-STEP
005360     ELSE
005370         MOVE WS-SHOW-CYCLE TO WS-SCR-TITLE(1:8)
005380         IF NOT WS-CYCLE-FOUND
005390             MOVE "(NAO INICIADO)" TO WS-SCR-TITLE(10:14)
005400         END-IF
005410         MOVE 1 TO WS-FIRST-STEP
005420         MOVE CT-CYCLE-STEP-COUNT TO WS-LAST-STEP
005430     END-IF
005440     IF CS-PARTITION-COUNT = 0 OR WS-SHOW-CYCLE = 0
005450         MOVE "NENHUMA" TO WS-SCR-PARTITIONS
005460     ELSE
005470         MOVE CS-PARTITION-COUNT TO WS-SCR-PARTITIONS(1:2)
005480         MOVE " -" TO WS-SCR-PARTITIONS(3:2)
005490         PERFORM 4210-SHOW-ONE-PARTITION THRU 4210-EXIT
005500             VARYING WS-PART-SUB FROM 1 BY 1
005510             UNTIL WS-PART-SUB > CS-PARTITION-COUNT
005520     END-IF
005530     MOVE 0 TO WS-ROW-SUB
005540     MOVE 1 TO WS-NEXT-POS
005550     PERFORM 4300-BUILD-ONE-ROW THRU 4300-EXIT
005560         VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
005570         UNTIL WS-STEP-SUB > WS-LAST-STEP
005580     IF WS-NEXT-POS = 1
005590         MOVE "NADA" TO WS-SCR-NEXT
005600     END-IF.

005610 4200-EXIT.
005620     EXIT.

005630 4210-SHOW-ONE-PARTITION.
005640     COMPUTE WS-LIST-POS = 6 + (WS-PART-SUB - 1) * 6
005650     MOVE "P" TO WS-SCR-PARTITIONS(WS-LIST-POS:1)
005660     MOVE WS-PART-SUB TO WS-SCR-PARTITIONS(WS-LIST-POS + 1:2)
005670     IF CS-PART-NOT-RUN(WS-PART-SUB)
005680         MOVE "--" TO WS-SCR-PARTITIONS(WS-LIST-POS + 3:2)
005690     END-IF
005700     IF CS-PART-RUNNING(WS-PART-SUB)
005710         MOVE "EX" TO WS-SCR-PARTITIONS(WS-LIST-POS + 3:2)
005720     END-IF
005730     IF CS-PART-ENDED(WS-PART-SUB)
005740         MOVE CS-PART-RC(WS-PART-SUB)
005750             TO WS-SCR-PARTITIONS(WS-LIST-POS + 3:2)
005760     END-IF.

005770 4210-EXIT.
005780     EXIT.

005790 4300-BUILD-ONE-ROW.
005800     ADD 1 TO WS-ROW-SUB
005810     MOVE SPACES TO WS-DETAIL-ROW
005820     MOVE CT-PROGRAM-ID(WS-STEP-SUB) TO DR-PROGRAM-ID
005830     MOVE CT-DESCRIPTION(WS-STEP-SUB) TO DR-DESCRIPTION
005840     PERFORM 6100-STATE-TEXT THRU 6100-EXIT
005850     MOVE WS-STATE-TEXT TO DR-STATE
005860     MOVE CS-START-DATE(WS-STEP-SUB) TO DR-START-DATE
005870     MOVE CS-START-TIME(WS-STEP-SUB)(1:4) TO DR-START-TIME
005880     MOVE CS-END-DATE(WS-STEP-SUB) TO DR-END-DATE
005890     MOVE CS-END-TIME(WS-STEP-SUB)(1:4) TO DR-END-TIME
005900     MOVE CS-RUN-COUNT(WS-STEP-SUB) TO DR-RUN-COUNT
005910     PERFORM 6200-PROBE-STEP THRU 6200-EXIT
005920     IF WS-STEP-DONE
005930         MOVE "JA" TO DR-MAY-RUN
005940     ELSE
005950         IF WS-PROBE-OK
005960             MOVE "SIM" TO DR-MAY-RUN
005970             MOVE CT-ABBREV(WS-STEP-SUB)
005980                 TO WS-SCR-NEXT(WS-NEXT-POS:3)
005990             ADD 4 TO WS-NEXT-POS
006000         ELSE
006010             MOVE "NAO" TO DR-MAY-RUN
006020             MOVE WS-PROBE-REASON TO WS-SCR-REASON(WS-ROW-SUB)
006030         END-IF
006040     END-IF
006050     MOVE WS-DETAIL-ROW TO WS-SCR-ROW(WS-ROW-SUB).

006060 4300-EXIT.
006070     EXIT.

006080 4400-SHOW-REASON.
006090     IF WS-SCR-REASON(WS-ROW-SUB) NOT = SPACES
006100         DISPLAY WS-SCR-ROW(WS-ROW-SUB)(1:8) ": "
006110             WS-SCR-REASON(WS-ROW-SUB)
006120     END-IF.

006130 4400-EXIT.
006140     EXIT.

006150******************************************************************
006160* 5000-MARK-ABEND
006170* A job that abends never calls the gate at its end, so its step
006180* stays "running" and keeps every colliding step out. Once the
006190* operator has confirmed the job is gone, the step is marked
006200* ended RC 99 (a failure - it may be run again). For a
006210* partitioned VALEMAIL every partition still running is marked.
006220******************************************************************
006230 5000-MARK-ABEND.
006240     DISPLAY "CICLO DO PASSO (AAAAMMDD, 0=AVULSO):"
006250     MOVE SPACES TO WS-EDIT-CYCLE
006260     ACCEPT WS-EDIT-CYCLE
006270     IF WS-EDIT-CYCLE(1:1) = "0" AND WS-EDIT-CYCLE(2:7) = SPACES
006280         MOVE "00000000" TO WS-EDIT-CYCLE
006290     END-IF
006300     IF WS-EDIT-CYCLE NOT NUMERIC
006310         DISPLAY "CICLO INVALIDO"
006320         GO TO 5000-EXIT
006330     END-IF
006340     DISPLAY "PROGRAMA:"
006350     MOVE SPACES TO WS-EDIT-PROGRAM
006360     ACCEPT WS-EDIT-PROGRAM
006370     DISPLAY "CONFIRMA " WS-EDIT-PROGRAM " DO CICLO "
006380         WS-EDIT-CYCLE " ABENDADO - RC 99 (S/N)?"
006390     MOVE SPACE TO WS-EDIT-CONFIRM
006400     ACCEPT WS-EDIT-CONFIRM
006410     IF WS-EDIT-CONFIRM NOT = "S" AND WS-EDIT-CONFIRM NOT = "s"
006420         DISPLAY "NADA MARCADO"
006430         GO TO 5000-EXIT
006440     END-IF
006450     SET CG-FN-ABEND TO TRUE
006460     MOVE WS-EDIT-PROGRAM TO CG-PROGRAM-ID
006470     MOVE WS-EDIT-CYCLE TO CG-CYCLE-DATE
006480     MOVE 0 TO CG-PARTITION-NO CG-RETURN-CODE
006490     CALL "CYCGATE" USING CYCLE-GATE-PARM
006500     IF CG-ALLOWED
006510         ADD 1 TO WS-TOTAL-MARKED
006520         MOVE "MARCADO ABENDADO - RC 99" TO WS-LOG-RESULT
006530     ELSE
006540         MOVE CG-REASON-TEXT TO WS-LOG-RESULT
006550     END-IF
006560     DISPLAY WS-LOG-RESULT
006570     PERFORM 5100-WRITE-LOG THRU 5100-EXIT.

006580 5000-EXIT.
006590     EXIT.

006600 5100-WRITE-LOG.
006610     ACCEPT WS-RUN-TIME FROM TIME
006620     MOVE SPACES TO CYCLE-LOG-RECORD
006630     STRING WS-RUN-DATE DELIMITED BY SIZE
006640         " " DELIMITED BY SIZE
006650         WS-RUN-TIME DELIMITED BY SIZE
006660         " " DELIMITED BY SIZE
006670         WS-OPERATOR-ID DELIMITED BY SIZE
006680         " ABEND " DELIMITED BY SIZE
006690         WS-EDIT-PROGRAM DELIMITED BY SIZE
006700         " " DELIMITED BY SIZE
006710         WS-EDIT-CYCLE DELIMITED BY SIZE
006720         " " DELIMITED BY SIZE
006730         WS-LOG-RESULT DELIMITED BY SIZE
006740         INTO CYCLE-LOG-RECORD
006750     END-STRING
006760     WRITE CYCLE-LOG-RECORD
006770     IF WS-CYCLOG-STATUS NOT = "00"
006780         DISPLAY "ERRO AO GRAVAR CYCLOG - STATUS "
006790             WS-CYCLOG-STATUS
006800         SET WS-FILE-ERROR TO TRUE
006810     END-IF.

006820 5100-EXIT.
006830     EXIT.

006840******************************************************************
006850* 6000-STEP-CODE / 6100-STATE-TEXT
006860* Short and long form of where step WS-STEP-SUB stands in the
006870* cycle record in CYCLE-STATUS-RECORD.
006880******************************************************************
006890 6000-STEP-CODE.
006900     MOVE SPACES TO WS-STEP-CODE
006910     IF CS-NOT-RUN(WS-STEP-SUB)
006920         MOVE "--" TO WS-STEP-CODE
006930     END-IF
006940     IF CS-RUNNING(WS-STEP-SUB)
006950         MOVE "EX" TO WS-STEP-CODE
006960     END-IF
006970     IF CS-ENDED(WS-STEP-SUB)
006980         MOVE CS-RC(WS-STEP-SUB) TO WS-STEP-CODE
006990     END-IF
007000     IF CS-BACKED-OUT(WS-STEP-SUB)
007010         MOVE "ES" TO WS-STEP-CODE
007020     END-IF
007030     IF WS-STEP-SUB = 2 AND CS-PARTITION-COUNT > 0
007040        AND CS-NOT-RUN(2)
007050         PERFORM 6010-COUNT-CLEAN-PARTITIONS THRU 6010-EXIT
007060         MOVE WS-PARTS-CLEAN TO WS-STEP-CODE(1:2)
007070         MOVE "/" TO WS-STEP-CODE(3:1)
007080         MOVE CS-PARTITION-COUNT TO WS-STEP-CODE(4:2)
007090     END-IF.

007100 6000-EXIT.
007110     EXIT.

007120 6010-COUNT-CLEAN-PARTITIONS.
007130     MOVE 0 TO WS-PARTS-CLEAN
007140     PERFORM 6020-COUNT-ONE-PARTITION THRU 6020-EXIT
007150         VARYING WS-PART-SUB FROM 1 BY 1
007160         UNTIL WS-PART-SUB > CS-PARTITION-COUNT.

007170 6010-EXIT.
007180     EXIT.

007190 6020-COUNT-ONE-PARTITION.
007200     IF CS-PART-ENDED(WS-PART-SUB)
007210        AND CS-PART-RC(WS-PART-SUB) NOT > 4
007220         ADD 1 TO WS-PARTS-CLEAN
007230     END-IF.

007240 6020-EXIT.
007250     EXIT.

007260 6100-STATE-TEXT.
007270     MOVE SPACES TO WS-STATE-TEXT
007280     IF CS-NOT-RUN(WS-STEP-SUB)
007290         MOVE "NAO RODOU" TO WS-STATE-TEXT
007300     END-IF
007310     IF CS-RUNNING(WS-STEP-SUB)
007320         MOVE "EM EXECUCAO" TO WS-STATE-TEXT
007330     END-IF
007340     IF CS-ENDED(WS-STEP-SUB)
007350         STRING "TERMINOU RC " DELIMITED BY SIZE
007360             CS-RC(WS-STEP-SUB) DELIMITED BY SIZE
007370             INTO WS-STATE-TEXT
007380         END-STRING
007390     END-IF
007400     IF CS-BACKED-OUT(WS-STEP-SUB)
007410         MOVE "ESTORNADO" TO WS-STATE-TEXT
007420     END-IF
007430     IF WS-STEP-SUB = 2 AND CS-PARTITION-COUNT > 0
007440        AND CS-NOT-RUN(2) AND WS-SHOW-CYCLE NOT = 0
007450         PERFORM 6010-COUNT-CLEAN-PARTITIONS THRU 6010-EXIT
007460         MOVE SPACES TO WS-STATE-TEXT
007470         STRING "PARTICOES " DELIMITED BY SIZE
007480             WS-PARTS-CLEAN DELIMITED BY SIZE
007490             "/" DELIMITED BY SIZE
007500             CS-PARTITION-COUNT DELIMITED BY SIZE
007510             INTO WS-STATE-TEXT
007520         END-STRING
007530     END-IF.

007540 6100-EXIT.
007550     EXIT.

007560******************************************************************
007570* 6200-PROBE-STEP
007580* Asks the gate whether step WS-STEP-SUB may start in the cycle
007590* now, without marking anything. A step that ended cleanly and is
007600* not run twice is simply done. On a partitioned cycle VALEMAIL
007610* runs per partition, so each partition still to end cleanly is
007620* asked about until one is let in.
007630******************************************************************
007640 6200-PROBE-STEP.
007650     MOVE "N" TO WS-PROBE-SW WS-STEP-DONE-SW
007660     MOVE SPACES TO WS-PROBE-REASON
007670     IF CS-ENDED(WS-STEP-SUB) AND CS-RC(WS-STEP-SUB) NOT > 4
007680        AND NOT CT-RERUN-ALLOWED(WS-STEP-SUB)
007690         SET WS-STEP-DONE TO TRUE
007700         GO TO 6200-EXIT
007710     END-IF
007720     SET CG-FN-PROBE TO TRUE
007730     MOVE CT-PROGRAM-ID(WS-STEP-SUB) TO CG-PROGRAM-ID
007740     MOVE WS-SHOW-CYCLE TO CG-CYCLE-DATE
007750     MOVE 0 TO CG-PARTITION-NO CG-RETURN-CODE
007760     IF WS-STEP-SUB = 2 AND CS-PARTITION-COUNT > 0
007770        AND WS-SHOW-CYCLE NOT = 0
007780         PERFORM 6210-PROBE-ONE-PARTITION THRU 6210-EXIT
007790             VARYING WS-PART-SUB FROM 1 BY 1
007800             UNTIL WS-PART-SUB > CS-PARTITION-COUNT
007810                OR WS-PROBE-OK
007820         GO TO 6200-EXIT
007830     END-IF
007840     CALL "CYCGATE" USING CYCLE-GATE-PARM
007850     IF CG-ALLOWED
007860         SET WS-PROBE-OK TO TRUE
007870     ELSE
007880         MOVE CG-REASON-TEXT TO WS-PROBE-REASON
007890     END-IF.

007900 6200-EXIT.
007910     EXIT.

007920 6210-PROBE-ONE-PARTITION.
007930     IF CS-PART-ENDED(WS-PART-SUB)
007940        AND CS-PART-RC(WS-PART-SUB) NOT > 4
007950         GO TO 6210-EXIT
007960     END-IF
007970     MOVE WS-PART-SUB TO CG-PARTITION-NO
007980     CALL "CYCGATE" USING CYCLE-GATE-PARM
007990     IF CG-ALLOWED
008000         SET WS-PROBE-OK TO TRUE
008010     ELSE
008020         MOVE CG-REASON-TEXT TO WS-PROBE-REASON
008030     END-IF.

008040 6210-EXIT.
008050     EXIT.

008060******************************************************************
008070* 6300-INIT-CYCLE-RECORD
008080* A cycle not on file yet: every step not run.
008090******************************************************************
008100 6300-INIT-CYCLE-RECORD.
008110     INITIALIZE CYCLE-STATUS-RECORD
008120     MOVE WS-SHOW-CYCLE TO CS-CYCLE-DATE
008130     PERFORM 6310-INIT-ONE-SLOT THRU 6310-EXIT
008140         VARYING WS-STEP-SUB FROM 1 BY 1
008150         UNTIL WS-STEP-SUB > CT-STEP-COUNT.

008160 6300-EXIT.
008170     EXIT.

008180 6310-INIT-ONE-SLOT.
008190     SET CS-NOT-RUN(WS-STEP-SUB) TO TRUE.

008200 6310-EXIT.
008210     EXIT.

008220******************************************************************
008230* 9000-TERMINATE
008240* Closes the log and sets the return code: 0 clean, 8 a file
008250* error.
008260******************************************************************
008270 9000-TERMINATE.
008280     CLOSE CYCLE-LOG
008290     IF WS-FILE-ERROR
008300         MOVE 8 TO RETURN-CODE
008310     ELSE
008320         MOVE 0 TO RETURN-CODE
008330     END-IF
008340     DISPLAY "==============================================="
008350     DISPLAY "CYCINQ - MARCACOES DE ABEND: " WS-TOTAL-MARKED
008360     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

008370 9000-EXIT.
008380     EXIT.

008390 END PROGRAM CYCINQ.
