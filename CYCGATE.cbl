000100******************************************************************
000110* Program:  CYCGATE
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  MODULO CHAMAVEL DE CONTROLE DE SEQUENCIA DO CICLO.
000140*           LE E MANTEM O ARQUIVO DE SITUACAO DOS CICLOS CYCSTAT
000150*           (UM REGISTRO POR CICLO, UMA SITUACAO POR PASSO: NAO
000160*           RODOU, EM EXECUCAO, TERMINOU COM RC NN OU ESTORNADO).
000170*           TODO PROGRAMA BATCH CHAMA NO INICIO PARA SABER SE PODE
000180*           RODAR - OS PRE-REQUISITOS DO CICLO TERMINARAM BEM, O
000190*           PASSO NAO TERMINOU BEM ANTES E NADA EM EXECUCAO MEXE
000200*           NOS MESMOS ARQUIVOS - E NO FIM PARA REGISTRAR COMO
000210*           TERMINOU. A TELA CYCINQ USA O MESMO MODULO PARA DIZER
000220*           AO OPERADOR O QUE PODE RODAR EM SEGUIDA.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/26  GERO  Original version.
000261*   15/10/26  GERO  Cycle record read under lock and held until
000263*                   rewritten, so VALEMAIL partitions ending
000264*                   together no longer lose each other's
000265*                   partition state. A start that finds the record
000266*                   held by another step is refused (CYCSTAT EM
000267*                   USO); an end or abend waits for it a few
000268*                   seconds and only then gives up with a gate
000269*                   error. A probe reads without a lock.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CYCGATE.
000300 AUTHOR. JEFEFRSON MOTA (GERO).
000310 INSTALLATION. CADASTRO DE CLIENTES.
000320 DATE-WRITTEN. 15/10/26.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CYCLE-STATUS-FILE
000380         ASSIGN TO "CYCSTAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CF-CYCLE-DATE
000413         LOCK MODE IS MANUAL
000416         SHARING WITH ALL OTHER
000420         FILE STATUS IS WS-CYCSTAT-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450* Held as a key plus the rest; the record is worked on in the
000460* CYCSTA layout in working storage.
000470 FD  CYCLE-STATUS-FILE
000480         LABEL RECORDS ARE STANDARD.
000490 01  CYCLE-STATUS-FILE-RECORD.
000500     05  CF-CYCLE-DATE             PIC 9(008).
000510     05  FILLER                    PIC X(808).

000520 WORKING-STORAGE SECTION.

000530* Step table and the cycle record being judged or updated.
000540     COPY CYCSTP.
000550     COPY CYCSTA.

000560* Switches.
000570 77  WS-FILE-OPEN-SW               PIC X(01) VALUE "N".
000580     88  WS-FILE-OPEN                      VALUE "Y".
000590 77  WS-STATUS-EOF-SW              PIC X(01) VALUE "N".
000600     88  WS-STATUS-EOF                     VALUE "Y".
000610 77  WS-CYCLE-FOUND-SW             PIC X(01) VALUE "N".
000620     88  WS-CYCLE-FOUND                    VALUE "Y".
000630 77  WS-OUTSIDE-CYCLE-SW           PIC X(01) VALUE "N".
000640     88  WS-OUTSIDE-CYCLE                  VALUE "Y".
000650 77  WS-PARTITION-RUN-SW           PIC X(01) VALUE "N".
000660     88  WS-PARTITION-RUN                  VALUE "Y".
000670 77  WS-PARTITIONED-SW             PIC X(01) VALUE "N".
000680     88  WS-PARTITIONED                    VALUE "Y".

000690* The caller's slot in the step table, the cycle key it works on
000700* and the slot a prerequisite or a collision was found in.
000710 77  WS-PGM-SUB                    PIC 9(04) COMP VALUE ZERO.
000720 77  WS-KEY-DATE                   PIC 9(08) VALUE ZERO.
000730 77  WS-PRE-SUB                    PIC 9(04) COMP VALUE ZERO.
000740 77  WS-SUB1                       PIC 9(04) COMP VALUE ZERO.
000750 77  WS-PART-SUB                   PIC 9(04) COMP VALUE ZERO.

000760* Partition roll-up for the VALEMAIL slot of a partitioned cycle.
000770 77  WS-PARTS-RUNNING              PIC 9(02) VALUE ZERO.
000780 77  WS-PARTS-ENDED                PIC 9(02) VALUE ZERO.
000790 77  WS-PARTS-CLEAN                PIC 9(02) VALUE ZERO.
000800 77  WS-PARTS-WORST-RC             PIC 9(02) VALUE ZERO.

000810* Reason text assembly.
000820 77  WS-STATE-TEXT                 PIC X(030) VALUE SPACES.
000830 77  WS-CYCLE-TEXT                 PIC X(008) VALUE SPACES.
000840 77  WS-SUFFIX-TEXT                PIC X(030) VALUE SPACES.

000850 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000860 77  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.

000870* File status codes, one per SELECT above.
000880 77  WS-CYCSTAT-STATUS             PIC X(02) VALUE SPACES.
000881     88  WS-CYCSTAT-LOCKED                 VALUE "51" "9D".

000882* Waiting for a cycle record another step holds (end and abend
000883* only): up to WS-LOCK-TRIES-MAX reads, a quarter second apart by
000885* the clock, in hundredths of a second since midnight.
000886 77  WS-LOCK-TRY                   PIC 9(04) COMP VALUE ZERO.
000887 77  WS-LOCK-TRIES-MAX             PIC 9(04) COMP VALUE 20.
000889 77  WS-WAIT-START                 PIC 9(08) VALUE ZERO.
000890 77  WS-CLOCK-HUNDREDTHS           PIC 9(08) VALUE ZERO.
000891 01  WS-CLOCK-TIME.
000893      05  WS-CLOCK-HH               PIC 9(02).
000894      05  WS-CLOCK-MM               PIC 9(02).
000895      05  WS-CLOCK-SS               PIC 9(02).
000897      05  WS-CLOCK-CC               PIC 9(02).

000898 LINKAGE SECTION.
000900     COPY CYCPARM.

000910 PROCEDURE DIVISION USING CYCLE-GATE-PARM.

000920******************************************************************
000930* 0000-MAINLINE
000940* One call, one program: judge whether it may run (C, P) or record
000950* how it ended (E) or that it abended (A).
000960******************************************************************
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990     IF NOT CG-GATE-ERROR
001000         PERFORM 1100-OPEN-STATUS-FILE THRU 1100-EXIT
001010     END-IF
001020     IF NOT CG-GATE-ERROR
001030         IF CG-FN-START OR CG-FN-PROBE
001040             PERFORM 2000-CHECK-GATE THRU 2000-EXIT
001050         ELSE
001060             PERFORM 6000-RECORD-OUTCOME THRU 6000-EXIT
001070         END-IF
001080     END-IF
001090     IF WS-FILE-OPEN
001100         CLOSE CYCLE-STATUS-FILE
001110     END-IF
001120     GOBACK.

001130******************************************************************
001140* 1000-INITIALIZE
001150* Clears what the module hands back, finds the caller in the step
001160* table and works out which record it belongs on: its cycle, or
001170* cycle zero for a program that runs outside the cycles (or a
001180* cycle program run in a mode that is not a cycle step - VALEMAIL
001190* RETRO, BCKEMAIL undoing one merge).
001200******************************************************************
001210 1000-INITIALIZE.
001220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001230     ACCEPT WS-RUN-TIME FROM TIME
001240     SET CG-ALLOWED TO TRUE
001250     MOVE SPACES TO CG-REASON-TEXT
001260     MOVE ZERO TO CG-LATER-COUNT
001270     MOVE "N" TO CG-LATER-OVERFLOW
001280     MOVE "N" TO WS-FILE-OPEN-SW WS-STATUS-EOF-SW
001290     MOVE "N" TO WS-CYCLE-FOUND-SW WS-OUTSIDE-CYCLE-SW
001300     MOVE "N" TO WS-PARTITION-RUN-SW WS-PARTITIONED-SW
001310     MOVE 0 TO WS-PGM-SUB
001320     PERFORM 1010-FIND-PROGRAM THRU 1010-EXIT
001330         VARYING WS-SUB1 FROM 1 BY 1
001340         UNTIL WS-SUB1 > CT-STEP-COUNT OR WS-PGM-SUB > 0
001350     IF WS-PGM-SUB = 0
001360         SET CG-GATE-ERROR TO TRUE
001370         STRING "PROGRAMA " DELIMITED BY SIZE
001380             CG-PROGRAM-ID DELIMITED BY SPACE
001390             " FORA DA TABELA DE PASSOS DO CICLO"
001400                 DELIMITED BY SIZE
001410             INTO CG-REASON-TEXT
001420         END-STRING
001430         GO TO 1000-EXIT
001440     END-IF
001450     IF NOT CG-FN-START AND NOT CG-FN-PROBE
001460        AND NOT CG-FN-END AND NOT CG-FN-ABEND
001470         SET CG-GATE-ERROR TO TRUE
001480         MOVE "FUNCAO INVALIDA NA CHAMADA DO CYCGATE"
001490             TO CG-REASON-TEXT
001500         GO TO 1000-EXIT
001510     END-IF
001520     IF CG-CYCLE-DATE NOT NUMERIC
001530         MOVE ZERO TO CG-CYCLE-DATE
001540     END-IF
001550     IF CG-PARTITION-NO NOT NUMERIC
001560         MOVE ZERO TO CG-PARTITION-NO
001570     END-IF
001580     IF CG-CYCLE-DATE = 0 OR NOT CT-CYCLE-STEP(WS-PGM-SUB)
001590         SET WS-OUTSIDE-CYCLE TO TRUE
001600         MOVE 0 TO WS-KEY-DATE
001610     ELSE
001620         MOVE CG-CYCLE-DATE TO WS-KEY-DATE
001630     END-IF
001640     IF CG-PROGRAM-ID = "VALEMAIL" AND CG-PARTITION-NO > 0
001650        AND NOT WS-OUTSIDE-CYCLE
001660         IF CG-PARTITION-NO > 10
001670             SET CG-GATE-ERROR TO TRUE
001680             MOVE "NUMERO DE PARTICAO INVALIDO" TO CG-REASON-TEXT
001690             GO TO 1000-EXIT
001700         END-IF
001710         SET WS-PARTITION-RUN TO TRUE
001720         MOVE CG-PARTITION-NO TO WS-PART-SUB
001730     END-IF.

001740 1000-EXIT.
001750     EXIT.

001760 1010-FIND-PROGRAM.
001770     IF CT-PROGRAM-ID(WS-SUB1) = CG-PROGRAM-ID
001780         MOVE WS-SUB1 TO WS-PGM-SUB
001790     END-IF.

001800 1010-EXIT.
001810     EXIT.

001820******************************************************************
001830* 1100-OPEN-STATUS-FILE
001840* Opens CYCSTAT for update, shared with the other steps (locking
001845* is by record, see 3000), creating it empty on the very first
001850* call. A status file that cannot be opened is a gate error - no
001860* step is let through blind.
001870******************************************************************
001880 1100-OPEN-STATUS-FILE.
001890     OPEN I-O CYCLE-STATUS-FILE
001900     IF WS-CYCSTAT-STATUS = "35"
001910         OPEN OUTPUT CYCLE-STATUS-FILE
001920         IF WS-CYCSTAT-STATUS = "00"
001930             CLOSE CYCLE-STATUS-FILE
001940             OPEN I-O CYCLE-STATUS-FILE
001950         END-IF
001960     END-IF
001970     IF WS-CYCSTAT-STATUS NOT = "00"
001980         SET CG-GATE-ERROR TO TRUE
001990         STRING "CYCSTAT INDISPONIVEL - STATUS " DELIMITED BY SIZE
002000             WS-CYCSTAT-STATUS DELIMITED BY SIZE
002010             INTO CG-REASON-TEXT
002020         END-STRING
002030     ELSE
002040         SET WS-FILE-OPEN TO TRUE
002050     END-IF.

002060 1100-EXIT.
002070     EXIT.

002080******************************************************************
002090* 2000-CHECK-GATE
002100* First anything running anywhere that would collide with the
002110* caller, then - for a cycle step - the step's prerequisites in
002120* its cycle and its own state there. A start that passes is
002130* marked running before control goes back.
002140******************************************************************
002150 2000-CHECK-GATE.
002160     PERFORM 2100-SCAN-RUNNING THRU 2100-EXIT
002170     IF NOT CG-ALLOWED
002180         GO TO 2000-EXIT
002190     END-IF
002200     PERFORM 3000-LOAD-CYCLE THRU 3000-EXIT
002210     IF NOT CG-ALLOWED
002220         GO TO 2000-EXIT
002230     END-IF
002240     IF NOT WS-OUTSIDE-CYCLE
002250         PERFORM 4000-CHECK-PREREQUISITES THRU 4000-EXIT
002260         IF CG-ALLOWED
002270             PERFORM 4500-CHECK-OWN-STATE THRU 4500-EXIT
002280         END-IF
002290     END-IF
002300     IF CG-ALLOWED AND CG-FN-START
002310         PERFORM 5000-MARK-STARTED THRU 5000-EXIT
002320     END-IF.

002330 2000-EXIT.
002340     EXIT.

002350******************************************************************
002360* 2100-SCAN-RUNNING
002370* Walks every cycle on file. Any step still running that updates
002380* what the caller reads or updates (or reads what it updates) -
002390* the customer master family or the audit trail - refuses it. The
002400* caller's own slot in its own cycle is judged in 4500 instead.
002410* For a BCKEMAIL estorno the same pass collects the later cycles
002420* whose APLEMAIL has ended, for its check against EMLHIST.
002430******************************************************************
002440 2100-SCAN-RUNNING.
002450     MOVE ZERO TO CF-CYCLE-DATE
002460     START CYCLE-STATUS-FILE
002470         KEY IS NOT LESS THAN CF-CYCLE-DATE
002480         INVALID KEY
002490             GO TO 2100-EXIT
002500     END-START
002510     PERFORM 2110-READ-NEXT-CYCLE THRU 2110-EXIT
002520     PERFORM 2120-CHECK-ONE-CYCLE THRU 2120-EXIT
002530         UNTIL WS-STATUS-EOF OR NOT CG-ALLOWED.

002540 2100-EXIT.
002550     EXIT.

002560 2110-READ-NEXT-CYCLE.
002570     READ CYCLE-STATUS-FILE NEXT RECORD
002580         INTO CYCLE-STATUS-RECORD
002585         WITH NO LOCK
002590         AT END
002600             SET WS-STATUS-EOF TO TRUE
002610     END-READ.

002620 2110-EXIT.
002630     EXIT.

002640 2120-CHECK-ONE-CYCLE.
002650     PERFORM 2130-CHECK-ONE-SLOT THRU 2130-EXIT
002660         VARYING WS-SUB1 FROM 1 BY 1
002670         UNTIL WS-SUB1 > CT-STEP-COUNT OR NOT CG-ALLOWED
002680     IF NOT CG-ALLOWED
002690         GO TO 2120-EXIT
002700     END-IF
002710     IF CG-PROGRAM-ID = "BCKEMAIL" AND NOT WS-OUTSIDE-CYCLE
002720        AND CS-CYCLE-DATE > WS-KEY-DATE AND CS-ENDED(4)
002730         IF CG-LATER-COUNT < 30
002740             ADD 1 TO CG-LATER-COUNT
002750             MOVE CS-CYCLE-DATE TO CG-LATER-CYCLE(CG-LATER-COUNT)
002760         ELSE
002770             SET CG-LATER-OVERFLOW-YES TO TRUE
002780         END-IF
002790     END-IF
002800     PERFORM 2110-READ-NEXT-CYCLE THRU 2110-EXIT.

002810 2120-EXIT.
002820     EXIT.

002830 2130-CHECK-ONE-SLOT.
002840     IF NOT CS-RUNNING(WS-SUB1)
002850         GO TO 2130-EXIT
002860     END-IF
002870     IF CS-CYCLE-DATE = WS-KEY-DATE AND WS-SUB1 = WS-PGM-SUB
002880        AND NOT WS-OUTSIDE-CYCLE
002890         GO TO 2130-EXIT
002900     END-IF
002910     IF (CT-WRITES-MASTER-YES(WS-SUB1)
002920           AND (CT-READS-MASTER-YES(WS-PGM-SUB)
002930                OR CT-WRITES-MASTER-YES(WS-PGM-SUB)))
002940        OR (CT-WRITES-AUDIT-YES(WS-SUB1)
002950           AND (CT-READS-AUDIT-YES(WS-PGM-SUB)
002960                OR CT-WRITES-AUDIT-YES(WS-PGM-SUB)))
002970        OR (CT-READS-MASTER-YES(WS-SUB1)
002980           AND CT-WRITES-MASTER-YES(WS-PGM-SUB))
002990        OR (CT-READS-AUDIT-YES(WS-SUB1)
003000           AND CT-WRITES-AUDIT-YES(WS-PGM-SUB))
003010         SET CG-REFUSED TO TRUE
003020         IF CS-CYCLE-DATE = 0
003030             MOVE "AVULSO" TO WS-CYCLE-TEXT
003040         ELSE
003050             MOVE CS-CYCLE-DATE TO WS-CYCLE-TEXT
003060         END-IF
003070         STRING CT-PROGRAM-ID(WS-SUB1) DELIMITED BY SPACE
003080             " EM EXECUCAO (CICLO " DELIMITED BY SIZE
003090             WS-CYCLE-TEXT DELIMITED BY SPACE
003100             ") DESDE " DELIMITED BY SIZE
003110             CS-START-DATE(WS-SUB1) DELIMITED BY SIZE
003120             " " DELIMITED BY SIZE
003130             CS-START-TIME(WS-SUB1)(1:4) DELIMITED BY SIZE
003140             " - CONFLITO" DELIMITED BY SIZE
003150             INTO CG-REASON-TEXT
003160         END-STRING
003170     END-IF.

003180 2130-EXIT.
003190     EXIT.

003194******************************************************************
003199* 3000-LOAD-CYCLE
003203* Reads the caller's cycle record under lock, so no other step can
003208* rewrite it between this read and 5900 - two VALEMAIL partitions
003213* ending together each see the other's partition state. A record
003215* another step holds refuses a start like any other collision
003217* (CYCSTAT EM USO) - nothing has run yet, so the step is simply
003219* submitted again. An end or abend cannot be resubmitted, so it
003222* waits for the record (3020) and, if it is still held, comes
003224* back as a gate error for the caller to raise its return code.
003226* A probe never rewrites, so it reads without a lock. A cycle
003229* never seen is written out fresh (every step not run) and then
003231* read back under lock the same way; a probe only builds it in
003233* storage.
003236******************************************************************
003240 3000-LOAD-CYCLE.
003245     MOVE "N" TO WS-CYCLE-FOUND-SW
003249     PERFORM 3010-READ-LOCKED-CYCLE THRU 3010-EXIT
003250     IF WS-CYCSTAT-LOCKED
003251         GO TO 3000-EXIT
003252     END-IF
003254     IF WS-CYCSTAT-STATUS = "23" AND NOT CG-FN-PROBE
003259         PERFORM 3100-INIT-CYCLE-RECORD THRU 3100-EXIT
003263         MOVE CYCLE-STATUS-RECORD TO CYCLE-STATUS-FILE-RECORD
003268         WRITE CYCLE-STATUS-FILE-RECORD
003272             INVALID KEY
003277                 CONTINUE
003282         END-WRITE
003286         IF WS-CYCSTAT-STATUS = "00" OR WS-CYCSTAT-STATUS = "22"
003291             PERFORM 3010-READ-LOCKED-CYCLE THRU 3010-EXIT
003292             IF WS-CYCSTAT-LOCKED
003293                 GO TO 3000-EXIT
003294             END-IF
003295         END-IF
003300     END-IF
003305     IF WS-CYCSTAT-STATUS = "00"
003309         SET WS-CYCLE-FOUND TO TRUE
003314     ELSE
003318         IF WS-CYCSTAT-STATUS = "23"
003323             PERFORM 3100-INIT-CYCLE-RECORD THRU 3100-EXIT
003328         ELSE
003332             SET CG-GATE-ERROR TO TRUE
003342             STRING "ERRO AO LER CYCSTAT - STATUS "
003353                 DELIMITED BY SIZE
003364                 WS-CYCSTAT-STATUS DELIMITED BY SIZE
003375                 INTO CG-REASON-TEXT
003386             END-STRING
003397             GO TO 3000-EXIT
003401         END-IF
003406     END-IF
003411     IF CS-RUNNING(1) OR (CS-ENDED(1) AND CS-RC(1) NOT > 4)
003415         SET WS-PARTITIONED TO TRUE
003420     END-IF.

003424 3000-EXIT.
003429     EXIT.

003434 3010-READ-LOCKED-CYCLE.
003435     IF CG-FN-PROBE
003436         MOVE WS-KEY-DATE TO CF-CYCLE-DATE
003438         READ CYCLE-STATUS-FILE
003439             INTO CYCLE-STATUS-RECORD
003441             WITH NO LOCK
003442             KEY IS CF-CYCLE-DATE
003443             INVALID KEY
003445                 CONTINUE
003446         END-READ
003448         GO TO 3010-EXIT
003449     END-IF
003450     MOVE 0 TO WS-LOCK-TRY
003452     PERFORM 3020-TRY-LOCKED-READ THRU 3020-EXIT
003453     IF WS-CYCSTAT-LOCKED AND NOT CG-FN-START
003455         PERFORM 3020-TRY-LOCKED-READ THRU 3020-EXIT
003456             UNTIL NOT WS-CYCSTAT-LOCKED
003457                OR WS-LOCK-TRY NOT < WS-LOCK-TRIES-MAX
003459     END-IF
003460     IF NOT WS-CYCSTAT-LOCKED
003462         GO TO 3010-EXIT
003463     END-IF
003464     IF CG-FN-START
003466         SET CG-REFUSED TO TRUE
003467         MOVE "CYCSTAT EM USO" TO CG-REASON-TEXT
003469     ELSE
003470         SET CG-GATE-ERROR TO TRUE
003471         MOVE "CYCSTAT PRESO POR OUTRO PASSO - FIM NAO GRAVADO"
003473             TO CG-REASON-TEXT
003474     END-IF.

003476 3010-EXIT.
003477     EXIT.

003478******************************************************************
003480* 3020-TRY-LOCKED-READ
003481* One read of the cycle record under lock; every try after the
003483* first is made a quarter second after the one before (3030).
003484******************************************************************
003485 3020-TRY-LOCKED-READ.
003487     IF WS-LOCK-TRY > 0
003488         PERFORM 3030-PAUSE THRU 3030-EXIT
003490     END-IF
003491     ADD 1 TO WS-LOCK-TRY
003493     MOVE WS-KEY-DATE TO CF-CYCLE-DATE
003498     READ CYCLE-STATUS-FILE
003503         INTO CYCLE-STATUS-RECORD
003507         WITH LOCK
003512         KEY IS CF-CYCLE-DATE
003516         INVALID KEY
003517             CONTINUE
003518     END-READ.

003519 3020-EXIT.
003520     EXIT.

003521 3030-PAUSE.
003522     PERFORM 3040-READ-CLOCK THRU 3040-EXIT
003523     MOVE WS-CLOCK-HUNDREDTHS TO WS-WAIT-START
003524     PERFORM 3040-READ-CLOCK THRU 3040-EXIT
003525         UNTIL WS-CLOCK-HUNDREDTHS NOT < WS-WAIT-START + 25
003526            OR WS-CLOCK-HUNDREDTHS < WS-WAIT-START.

003527 3030-EXIT.
003528     EXIT.

003529 3040-READ-CLOCK.
003530     ACCEPT WS-CLOCK-TIME FROM TIME
003531     COMPUTE WS-CLOCK-HUNDREDTHS =
003532         ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
003533           + WS-CLOCK-SS) * 100 + WS-CLOCK-CC.

003534 3040-EXIT.
003535     EXIT.

003540 3100-INIT-CYCLE-RECORD.
003550     INITIALIZE CYCLE-STATUS-RECORD
003560     MOVE WS-KEY-DATE TO CS-CYCLE-DATE
003570     MOVE WS-RUN-DATE TO CS-CREATED-DATE
003580     MOVE WS-RUN-TIME TO CS-CREATED-TIME
003590     PERFORM 3110-INIT-ONE-SLOT THRU 3110-EXIT
003600         VARYING WS-SUB1 FROM 1 BY 1
003610         UNTIL WS-SUB1 > CT-STEP-COUNT
003620     PERFORM 3120-INIT-ONE-PARTITION THRU 3120-EXIT
003630         VARYING WS-SUB1 FROM 1 BY 1
003640         UNTIL WS-SUB1 > 10.

003650 3100-EXIT.
003660     EXIT.

003670 3110-INIT-ONE-SLOT.
003680     SET CS-NOT-RUN(WS-SUB1) TO TRUE.

003690 3110-EXIT.
003700     EXIT.

003710 3120-INIT-ONE-PARTITION.
003720     SET CS-PART-NOT-RUN(WS-SUB1) TO TRUE
003730     MOVE 0 TO CS-PART-RC(WS-SUB1).

003740 3120-EXIT.
003750     EXIT.

003760******************************************************************
003770* 4000-CHECK-PREREQUISITES
003780* The running order of a cycle. "Clean" is ended with RC 0 or 4.
003790*   SPLEMAIL - not once the cycle was validated single-stream.
003800*   VALEMAIL - a partition needs SPLEMAIL clean; a single-stream
003810*              run is refused on a partitioned cycle.
003820*   JUNEMAIL - SPLEMAIL and every VALEMAIL partition clean.
003830*   APLEMAIL - VALEMAIL clean (JUNEMAIL too when partitioned).
003840*   BALEMAIL - APLEMAIL clean.
003850*   RTNEMAIL - VALEMAIL clean (JUNEMAIL too when partitioned).
003860*   BNCEMAIL - APLEMAIL clean, and not backed out.
003870*   CDCEMAIL - APLEMAIL clean or backed out (the reversals have to
003880*              go out too).
003890*   BCKEMAIL - APLEMAIL ended, whatever its return code, and not
003900*              already backed out.
003910******************************************************************
003920 4000-CHECK-PREREQUISITES.
003930     IF WS-PGM-SUB = 1
003940         IF CS-RUNNING(2) OR (CS-ENDED(2) AND CS-RC(2) NOT > 4)
003950             MOVE 2 TO WS-PRE-SUB
003960             MOVE " - JA VALIDADO SEM PARTICAO" TO WS-SUFFIX-TEXT
003970             PERFORM 4900-REFUSE-ON-STEP THRU 4900-EXIT
003980         END-IF
003990         GO TO 4000-EXIT
004000     END-IF
004010     IF WS-PGM-SUB = 2
004020         IF WS-PARTITION-RUN
004030             MOVE 1 TO WS-PRE-SUB
004040             PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004050         ELSE
004060             IF WS-PARTITIONED
004070                 SET CG-REFUSED TO TRUE
004080                 STRING "CICLO " DELIMITED BY SIZE
004090                     WS-KEY-DATE DELIMITED BY SIZE
004100                     " PARTICIONADO - RODAR VALEMAIL POR PARTICAO"
004110                     DELIMITED BY SIZE
004120                     INTO CG-REASON-TEXT
004130                 END-STRING
004140             END-IF
004150         END-IF
004160         GO TO 4000-EXIT
004170     END-IF
004180     IF WS-PGM-SUB = 3
004190         MOVE 1 TO WS-PRE-SUB
004200         PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004210         MOVE 2 TO WS-PRE-SUB
004220         PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004230         GO TO 4000-EXIT
004240     END-IF
004250     IF WS-PGM-SUB = 4 OR WS-PGM-SUB = 6
004260         MOVE 2 TO WS-PRE-SUB
004270         PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004280         IF WS-PARTITIONED
004290             MOVE 3 TO WS-PRE-SUB
004300             PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004310         END-IF
004320         GO TO 4000-EXIT
004330     END-IF
004340     IF WS-PGM-SUB = 5 OR WS-PGM-SUB = 7
004350         MOVE 4 TO WS-PRE-SUB
004360         PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004370         GO TO 4000-EXIT
004380     END-IF
004390     IF WS-PGM-SUB = 8
004400         IF NOT CS-BACKED-OUT(4)
004410             MOVE 4 TO WS-PRE-SUB
004420             PERFORM 4800-REQUIRE-CLEAN THRU 4800-EXIT
004430         END-IF
004440         GO TO 4000-EXIT
004450     END-IF
004460     IF WS-PGM-SUB = 9
004470         IF NOT CS-ENDED(4)
004480             MOVE 4 TO WS-PRE-SUB
004490             PERFORM 4900-REFUSE-ON-STEP THRU 4900-EXIT
004500             GO TO 4000-EXIT
004510         END-IF
004520         IF CG-LATER-OVERFLOW-YES
004530             SET CG-REFUSED TO TRUE
004540             STRING "MAIS DE 30 CICLOS APLICADOS DEPOIS DESTE"
004550                 DELIMITED BY SIZE
004560                 " - ESTORNO RECUSADO" DELIMITED BY SIZE
004570                 INTO CG-REASON-TEXT
004580             END-STRING
004590         END-IF
004600     END-IF.

004610 4000-EXIT.
004620     EXIT.

004630******************************************************************
004640* 4500-CHECK-OWN-STATE
004650* A step already running in this cycle is refused, and so is one
004660* that already ended cleanly unless the step table says it may be
004670* run again (reports and the like). A step that failed, or an
004680* APLEMAIL that was backed out, may be run again. A VALEMAIL
004690* partition is judged on its own partition's state.
004700******************************************************************
004710 4500-CHECK-OWN-STATE.
004720     IF WS-PARTITION-RUN
004730         PERFORM 4600-CHECK-PARTITION-STATE THRU 4600-EXIT
004740         GO TO 4500-EXIT
004750     END-IF
004760     IF CS-RUNNING(WS-PGM-SUB)
004770         MOVE WS-PGM-SUB TO WS-PRE-SUB
004780         PERFORM 4900-REFUSE-ON-STEP THRU 4900-EXIT
004790         GO TO 4500-EXIT
004800     END-IF
004810     IF CS-ENDED(WS-PGM-SUB) AND CS-RC(WS-PGM-SUB) NOT > 4
004820        AND NOT CT-RERUN-ALLOWED(WS-PGM-SUB)
004830         MOVE WS-PGM-SUB TO WS-PRE-SUB
004840         MOVE " - NAO RODA DE NOVO" TO WS-SUFFIX-TEXT
004850         PERFORM 4900-REFUSE-ON-STEP THRU 4900-EXIT
004860     END-IF.

004870 4500-EXIT.
004880     EXIT.

004890 4600-CHECK-PARTITION-STATE.
004900     IF WS-PART-SUB > CS-PARTITION-COUNT
004910         SET CG-REFUSED TO TRUE
004920         STRING "PARTICAO " DELIMITED BY SIZE
004930             CG-PARTITION-NO DELIMITED BY SIZE
004940             " FORA DAS " DELIMITED BY SIZE
004950             CS-PARTITION-COUNT DELIMITED BY SIZE
004960             " CORTADAS PELO SPLEMAIL NO CICLO " DELIMITED BY SIZE
004970             WS-KEY-DATE DELIMITED BY SIZE
004980             INTO CG-REASON-TEXT
004990         END-STRING
005000         GO TO 4600-EXIT
005010     END-IF
005020     IF CS-PART-RUNNING(WS-PART-SUB)
005030         SET CG-REFUSED TO TRUE
005040         STRING "PARTICAO " DELIMITED BY SIZE
005050             CG-PARTITION-NO DELIMITED BY SIZE
005060             " DO CICLO " DELIMITED BY SIZE
005070             WS-KEY-DATE DELIMITED BY SIZE
005080             " JA EM EXECUCAO" DELIMITED BY SIZE
005090             INTO CG-REASON-TEXT
005100         END-STRING
005110         GO TO 4600-EXIT
005120     END-IF
005130     IF CS-PART-ENDED(WS-PART-SUB)
005140        AND CS-PART-RC(WS-PART-SUB) NOT > 4
005150         SET CG-REFUSED TO TRUE
005160         STRING "PARTICAO " DELIMITED BY SIZE
005170             CG-PARTITION-NO DELIMITED BY SIZE
005180             " DO CICLO " DELIMITED BY SIZE
005190             WS-KEY-DATE DELIMITED BY SIZE
005200             " JA TERMINOU BEM (RC " DELIMITED BY SIZE
005210             CS-PART-RC(WS-PART-SUB) DELIMITED BY SIZE
005220             ")" DELIMITED BY SIZE
005230             INTO CG-REASON-TEXT
005240         END-STRING
005250     END-IF.

005260 4600-EXIT.
005270     EXIT.

005280******************************************************************
005290* 4800-REQUIRE-CLEAN / 4900-REFUSE-ON-STEP
005300* Refuse the caller because of the step in WS-PRE-SUB, with the
005310* reason in the operator's terms: "CICLO AAAAMMDD - APLEMAIL
005320* TERMINOU RC 12". A partitioned VALEMAIL is described by how
005330* many of its partitions ended cleanly.
005340******************************************************************
005350 4800-REQUIRE-CLEAN.
005360     IF NOT CG-ALLOWED
005370         GO TO 4800-EXIT
005380     END-IF
005390     IF CS-ENDED(WS-PRE-SUB) AND CS-RC(WS-PRE-SUB) NOT > 4
005400         GO TO 4800-EXIT
005410     END-IF
005420     PERFORM 4900-REFUSE-ON-STEP THRU 4900-EXIT.

005430 4800-EXIT.
005440     EXIT.

005450 4900-REFUSE-ON-STEP.
005460     SET CG-REFUSED TO TRUE
005470     MOVE SPACES TO WS-STATE-TEXT
005480     IF CS-NOT-RUN(WS-PRE-SUB)
005490         MOVE "NAO RODOU" TO WS-STATE-TEXT
005500     END-IF
005510     IF CS-RUNNING(WS-PRE-SUB)
005520         MOVE "EM EXECUCAO" TO WS-STATE-TEXT
005530     END-IF
005540     IF CS-ENDED(WS-PRE-SUB)
005550         STRING "TERMINOU RC " DELIMITED BY SIZE
005560             CS-RC(WS-PRE-SUB) DELIMITED BY SIZE
005570             INTO WS-STATE-TEXT
005580         END-STRING
005590     END-IF
005600     IF CS-BACKED-OUT(WS-PRE-SUB)
005610         MOVE "ESTORNADO" TO WS-STATE-TEXT
005620     END-IF
005630     IF WS-PRE-SUB = 2 AND CS-PARTITION-COUNT > 0
005640        AND NOT CS-ENDED(2)
005650         PERFORM 4950-COUNT-PARTITIONS THRU 4950-EXIT
005660         MOVE SPACES TO WS-STATE-TEXT
005670         STRING WS-PARTS-CLEAN DELIMITED BY SIZE
005680             " DE " DELIMITED BY SIZE
005690             CS-PARTITION-COUNT DELIMITED BY SIZE
005700             " PARTICOES OK" DELIMITED BY SIZE
005710             INTO WS-STATE-TEXT
005720         END-STRING
005730     END-IF
005740     MOVE SPACES TO CG-REASON-TEXT
005750     STRING "CICLO " DELIMITED BY SIZE
005760         WS-KEY-DATE DELIMITED BY SIZE
005770         " - " DELIMITED BY SIZE
005780         CT-PROGRAM-ID(WS-PRE-SUB) DELIMITED BY SPACE
005790         " " DELIMITED BY SIZE
005800         WS-STATE-TEXT DELIMITED BY "  "
005810         WS-SUFFIX-TEXT DELIMITED BY "  "
005820         INTO CG-REASON-TEXT
005830     END-STRING
005840     MOVE SPACES TO WS-SUFFIX-TEXT.

005850 4900-EXIT.
005860     EXIT.

005870 4950-COUNT-PARTITIONS.
005880     MOVE 0 TO WS-PARTS-RUNNING WS-PARTS-ENDED WS-PARTS-CLEAN
005890     MOVE 0 TO WS-PARTS-WORST-RC
005900     PERFORM 4960-COUNT-ONE-PARTITION THRU 4960-EXIT
005910         VARYING WS-SUB1 FROM 1 BY 1
005920         UNTIL WS-SUB1 > CS-PARTITION-COUNT.

005930 4950-EXIT.
005940     EXIT.

005950 4960-COUNT-ONE-PARTITION.
005960     IF CS-PART-RUNNING(WS-SUB1)
005970         ADD 1 TO WS-PARTS-RUNNING
005980     END-IF
005990     IF CS-PART-ENDED(WS-SUB1)
006000         ADD 1 TO WS-PARTS-ENDED
006010         IF CS-PART-RC(WS-SUB1) NOT > 4
006020             ADD 1 TO WS-PARTS-CLEAN
006030         END-IF
006040         IF CS-PART-RC(WS-SUB1) > WS-PARTS-WORST-RC
006050             MOVE CS-PART-RC(WS-SUB1) TO WS-PARTS-WORST-RC
006060         END-IF
006070     END-IF.

006080 4960-EXIT.
006090     EXIT.

006100******************************************************************
006110* 5000-MARK-STARTED
006120* The caller is let in: its slot (or its partition) goes to
006130* running and the run is counted. A SPLEMAIL start clears the
006140* partitions a failed earlier split may have left.
006150******************************************************************
006160 5000-MARK-STARTED.
006170     IF WS-PARTITION-RUN
006180         SET CS-PART-RUNNING(WS-PART-SUB) TO TRUE
006190         MOVE 0 TO CS-PART-RC(WS-PART-SUB)
006200         IF NOT CS-RUNNING(2)
006210             MOVE WS-RUN-DATE TO CS-START-DATE(2)
006220             MOVE WS-RUN-TIME TO CS-START-TIME(2)
006230         END-IF
006240         ADD 1 TO CS-RUN-COUNT(2)
006250         PERFORM 6300-ROLL-UP-PARTITIONS THRU 6300-EXIT
006260         PERFORM 5900-SAVE-CYCLE THRU 5900-EXIT
006270         GO TO 5000-EXIT
006280     END-IF
006290     IF WS-PGM-SUB = 1 AND NOT WS-OUTSIDE-CYCLE
006300         MOVE 0 TO CS-PARTITION-COUNT
006310         PERFORM 3120-INIT-ONE-PARTITION THRU 3120-EXIT
006320             VARYING WS-SUB1 FROM 1 BY 1
006330             UNTIL WS-SUB1 > 10
006340     END-IF
006350     SET CS-RUNNING(WS-PGM-SUB) TO TRUE
006360     ADD 1 TO CS-ACTIVE(WS-PGM-SUB)
006370     ADD 1 TO CS-RUN-COUNT(WS-PGM-SUB)
006380     MOVE 0 TO CS-RC(WS-PGM-SUB)
006390     MOVE WS-RUN-DATE TO CS-START-DATE(WS-PGM-SUB)
006400     MOVE WS-RUN-TIME TO CS-START-TIME(WS-PGM-SUB)
006410     MOVE 0 TO CS-END-DATE(WS-PGM-SUB) CS-END-TIME(WS-PGM-SUB)
006420     PERFORM 5900-SAVE-CYCLE THRU 5900-EXIT.

006430 5000-EXIT.
006440     EXIT.

006450 5900-SAVE-CYCLE.
006460     MOVE CYCLE-STATUS-RECORD TO CYCLE-STATUS-FILE-RECORD
006470     IF WS-CYCLE-FOUND
006480         REWRITE CYCLE-STATUS-FILE-RECORD
006490             INVALID KEY
006500                 CONTINUE
006510         END-REWRITE
006520     ELSE
006530         WRITE CYCLE-STATUS-FILE-RECORD
006540             INVALID KEY
006550                 CONTINUE
006560         END-WRITE
006570     END-IF
006580     IF WS-CYCSTAT-STATUS NOT = "00"
006590         SET CG-GATE-ERROR TO TRUE
006600         STRING "ERRO AO GRAVAR CYCSTAT - STATUS "
006610             DELIMITED BY SIZE
006620             WS-CYCSTAT-STATUS DELIMITED BY SIZE
006630             INTO CG-REASON-TEXT
006640         END-STRING
006650     ELSE
006660         SET WS-CYCLE-FOUND TO TRUE
006670     END-IF
006675     UNLOCK CYCLE-STATUS-FILE.

006680 5900-EXIT.
006690     EXIT.

006700******************************************************************
006710* 6000-RECORD-OUTCOME
006720* E: the step (or partition) is marked ended with the caller's
006730* return code. A clean SPLEMAIL books how many partitions it cut;
006740* a clean BCKEMAIL estorno marks the cycle's APLEMAIL backed out,
006750* which is what stops BNCEMAIL and friends on that cycle.
006760* A: the operator marks a step an abended job left running as
006770* ended RC 99 - failed, so it may be run again.
006780******************************************************************
006790 6000-RECORD-OUTCOME.
006800     PERFORM 3000-LOAD-CYCLE THRU 3000-EXIT
006810     IF NOT CG-ALLOWED
006820         GO TO 6000-EXIT
006830     END-IF
006840     IF CG-FN-END
006850         PERFORM 6100-MARK-ENDED THRU 6100-EXIT
006860     ELSE
006870         PERFORM 6200-MARK-ABENDED THRU 6200-EXIT
006880     END-IF
006890     IF CG-ALLOWED
006900         PERFORM 5900-SAVE-CYCLE THRU 5900-EXIT
006910     END-IF.

006920 6000-EXIT.
006930     EXIT.

006940 6100-MARK-ENDED.
006950     IF WS-PARTITION-RUN
006960         SET CS-PART-ENDED(WS-PART-SUB) TO TRUE
006970         MOVE CG-RETURN-CODE TO CS-PART-RC(WS-PART-SUB)
006980         PERFORM 6300-ROLL-UP-PARTITIONS THRU 6300-EXIT
006990         GO TO 6100-EXIT
007000     END-IF
007010     IF CS-ACTIVE(WS-PGM-SUB) > 0
007020         SUBTRACT 1 FROM CS-ACTIVE(WS-PGM-SUB)
007030     END-IF
007040     IF CS-ACTIVE(WS-PGM-SUB) = 0
007050         SET CS-ENDED(WS-PGM-SUB) TO TRUE
007060     END-IF
007070     MOVE CG-RETURN-CODE TO CS-RC(WS-PGM-SUB)
007080     MOVE WS-RUN-DATE TO CS-END-DATE(WS-PGM-SUB)
007090     MOVE WS-RUN-TIME TO CS-END-TIME(WS-PGM-SUB)
007100     IF WS-OUTSIDE-CYCLE OR CG-RETURN-CODE > 4
007110         GO TO 6100-EXIT
007120     END-IF
007130     IF WS-PGM-SUB = 1
007140         MOVE CG-PARTITION-NO TO CS-PARTITION-COUNT
007150     END-IF
007160     IF WS-PGM-SUB = 9
007170         SET CS-BACKED-OUT(4) TO TRUE
007180         MOVE WS-RUN-DATE TO CS-END-DATE(4)
007190         MOVE WS-RUN-TIME TO CS-END-TIME(4)
007200     END-IF.

007210 6100-EXIT.
007220     EXIT.

007230 6200-MARK-ABENDED.
007240     IF WS-PGM-SUB = 2 AND CS-PARTITION-COUNT > 0
007250        AND CS-RUNNING(2)
007260         PERFORM 6210-ABEND-ONE-PARTITION THRU 6210-EXIT
007270             VARYING WS-SUB1 FROM 1 BY 1
007280             UNTIL WS-SUB1 > CS-PARTITION-COUNT
007290         PERFORM 6300-ROLL-UP-PARTITIONS THRU 6300-EXIT
007300         GO TO 6200-EXIT
007310     END-IF
007320     IF NOT CS-RUNNING(WS-PGM-SUB)
007330         SET CG-REFUSED TO TRUE
007340         STRING CG-PROGRAM-ID DELIMITED BY SPACE
007350             " NAO ESTA EM EXECUCAO NO CICLO" DELIMITED BY SIZE
007360             INTO CG-REASON-TEXT
007370         END-STRING
007380         GO TO 6200-EXIT
007390     END-IF
007400     SET CS-ENDED(WS-PGM-SUB) TO TRUE
007410     MOVE 0 TO CS-ACTIVE(WS-PGM-SUB)
007420     MOVE 99 TO CS-RC(WS-PGM-SUB)
007430     MOVE WS-RUN-DATE TO CS-END-DATE(WS-PGM-SUB)
007440     MOVE WS-RUN-TIME TO CS-END-TIME(WS-PGM-SUB).

007450 6200-EXIT.
007460     EXIT.

007470 6210-ABEND-ONE-PARTITION.
007480     IF CS-PART-RUNNING(WS-SUB1)
007490         SET CS-PART-ENDED(WS-SUB1) TO TRUE
007500         MOVE 99 TO CS-PART-RC(WS-SUB1)
007510     END-IF.

007520 6210-EXIT.
007530     EXIT.

007540******************************************************************
007550* 6300-ROLL-UP-PARTITIONS
007560* The VALEMAIL slot of a partitioned cycle follows its partitions:
007570* running while any runs, ended with the worst return code once
007580* all have ended, and not run while some are still to go.
007590******************************************************************
007600 6300-ROLL-UP-PARTITIONS.
007610     PERFORM 4950-COUNT-PARTITIONS THRU 4950-EXIT
007620     MOVE WS-PARTS-RUNNING TO CS-ACTIVE(2)
007630     MOVE WS-PARTS-WORST-RC TO CS-RC(2)
007640     IF WS-PARTS-RUNNING > 0
007650         SET CS-RUNNING(2) TO TRUE
007660         GO TO 6300-EXIT
007670     END-IF
007680     IF WS-PARTS-ENDED = CS-PARTITION-COUNT
007690         SET CS-ENDED(2) TO TRUE
007700         MOVE WS-RUN-DATE TO CS-END-DATE(2)
007710         MOVE WS-RUN-TIME TO CS-END-TIME(2)
007720     ELSE
007730         SET CS-NOT-RUN(2) TO TRUE
007740     END-IF.

007750 6300-EXIT.
007760     EXIT.

007770 END PROGRAM CYCGATE.
