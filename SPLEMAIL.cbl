000100******************************************************************
000110* Program:  SPLEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  DIVISAO DO EXTRATO NOTURNO (EMLIN) EM N PARTICOES
000140*           PELO ENDERECO CANONICO, PARA NOITES DE PICO EM QUE O
000150*           VALEMAIL RODA EM PARTICOES LADO A LADO. TODA
000160*           OCORRENCIA DE UM ENDERECO CAI NA MESMA PARTICAO, DE
000170*           MODO QUE A VERIFICACAO DE DUPLICADO NO EXTRATO
000180*           CONTINUA VALENDO. CADA PARTICAO RECEBE SEU EMLIN.Pnn
000190*           (COM HEADER E TRAILER PROPRIOS) E SEU SUSIN.Pnn
000200*           (SUSPENSOS A RECICLAR). O SPLCTL GUARDA AS CONTAGENS
000210*           POR PARTICAO PARA O JUNEMAIL. LINHA DE COMANDO:
000220*           AAAAMMDD NN - CICLO (OU A DATA DO DIA) E NUMERO DE
000230*           PARTICOES (PADRAO 4).
000240* Tectonics: cobc
000250*
000260* Modification History:
000270*   15/10/26  GERO  Original version.
000280*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000282*                   the extract is opened: refused with RC 16 if
000284*                   the cycle has already been validated single-
000286*                   stream, a split of it is running or anything
000288*                   colliding is. Records its end there with the
000290*                   partition count, which the VALEMAIL partitions
000292*                   and JUNEMAIL are then held to.
000294******************************************************************
000297 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SPLEMAIL.
000310 AUTHOR. JEFEFRSON MOTA (GERO).
000320 INSTALLATION. CADASTRO DE CLIENTES.
000330 DATE-WRITTEN. 15/10/26.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMAIL-IN
000390         ASSIGN TO "EMLIN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-EMAIL-IN-STATUS.

000420     SELECT SUSPENSE-IN
000430         ASSIGN TO "SUSIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SUSIN-STATUS.

000460     SELECT PART-EXTRACT-OUT
000470         ASSIGN TO DYNAMIC WS-PART-EXTRACT-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PART-EXTRACT-STATUS.

000500     SELECT PART-SUSPENSE-OUT
000510         ASSIGN TO DYNAMIC WS-PART-SUSPENSE-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PART-SUSPENSE-STATUS.

000540     SELECT SPLIT-CONTROL
000550         ASSIGN TO "SPLCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SPLCTL-STATUS.

000580     SELECT SORT-WORK
000590         ASSIGN TO "SRTWRK".

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMAIL-IN
000630         LABEL RECORDS ARE STANDARD.
000640     COPY EMLREC.

000650 FD  SUSPENSE-IN
000660         LABEL RECORDS ARE STANDARD.
000670 01  SUSPENSE-IN-REC               PIC X(489).

000680 FD  PART-EXTRACT-OUT
000690         LABEL RECORDS ARE STANDARD.
000700 01  PART-EXTRACT-RECORD           PIC X(328).

000710 FD  PART-SUSPENSE-OUT
000720         LABEL RECORDS ARE STANDARD.
000730 01  PART-SUSPENSE-RECORD          PIC X(489).

000740 FD  SPLIT-CONTROL
000750         LABEL RECORDS ARE STANDARD.
000760 01  SPLIT-CONTROL-LINE            PIC X(232).

000770* One sort record per extract detail or suspense record, keyed by
000780* partition, then kind (extract ahead of suspense), then its
000790* position on the input, so each partition keeps the input order.
000800 SD  SORT-WORK.
000810 01  SORT-RECORD.
000820     05  SR-PARTITION              PIC 9(002).
000830     05  SR-KIND                   PIC X(001).
000840         88  SR-KIND-EXTRACT               VALUE "E".
000850         88  SR-KIND-SUSPENSE              VALUE "S".
000860     05  SR-SEQUENCE               PIC 9(009).
000870     05  SR-DATA                   PIC X(489).

000880 WORKING-STORAGE SECTION.

000890* Canonical suspense record, for the address of a recycled record.
000900     COPY SUSREC.

000910* Split-control record, built up partition by partition.
000920     COPY SPLREC.

000930* End-of-file and error switches.
000940 77  WS-EMAIL-EOF-SW               PIC X(01) VALUE "N".
000950     88  WS-EMAIL-EOF                      VALUE "Y".
000960 77  WS-SUSPENSE-EOF-SW            PIC X(01) VALUE "N".
000970     88  WS-SUSPENSE-EOF                   VALUE "Y".
000980 77  WS-SORT-EOF-SW                PIC X(01) VALUE "N".
000990     88  WS-SORT-EOF                       VALUE "Y".
001000 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
001010     88  WS-FILE-ERROR                     VALUE "Y".
001020 77  WS-RECON-ERROR-SW             PIC X(01) VALUE "N".
001030     88  WS-RECON-ERROR                    VALUE "Y".
001040 77  WS-TRAILER-SEEN-SW            PIC X(01) VALUE "N".
001050     88  WS-TRAILER-SEEN                   VALUE "Y".
001060 77  WS-EMAIL-OPEN-SW              PIC X(01) VALUE "N".
001070     88  WS-EMAIL-OPEN                     VALUE "Y".
001080 77  WS-SUSIN-AVAIL-SW             PIC X(01) VALUE "N".
001090     88  WS-SUSIN-AVAILABLE                VALUE "Y".

001100* Parameters: the expected cycle date and the partition count.
001110 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
001120 77  WS-EXPECTED-DATE              PIC 9(008) VALUE ZERO.
001130 77  WS-PARTITION-COUNT            PIC 9(002) VALUE 4.
001140 77  WS-MAX-PARTITIONS             PIC 9(002) VALUE 10.

001150* Extract header, kept to head every partition, and the
001160* partition trailer built for each one.
001170 77  WS-EXTRACT-DATE               PIC 9(008) VALUE ZERO.
001180 77  WS-EXTRACT-SOURCE             PIC X(008) VALUE SPACES.
001190 77  WS-HEADER-SAVE                PIC X(328) VALUE SPACES.
001200 01  WS-PART-TRAILER.
001210     05  FILLER                    PIC X(001) VALUE "T".
001220     05  WS-PT-COUNT               PIC 9(009) VALUE ZERO.
001230     05  FILLER                    PIC X(318) VALUE SPACES.

001240* Partition being written and its file names.
001250 77  WS-PART-NO                    PIC 9(002) VALUE ZERO.
001260 77  WS-PART-DETAILS               PIC 9(009) VALUE ZERO.
001270 77  WS-PART-SUSPENSE              PIC 9(009) VALUE ZERO.
001280 77  WS-PART-EXTRACT-NAME          PIC X(040) VALUE SPACES.
001290 77  WS-PART-SUSPENSE-NAME         PIC X(040) VALUE SPACES.

001300* Partition hash over the canonical (lower-cased) address. Each
001310* byte is read as a number through the binary redefinition.
001320 77  WS-HASH-ADDRESS               PIC X(264) VALUE SPACES.
001330 77  WS-HASH-SUB                   PIC 9(04) COMP VALUE ZERO.
001340 77  WS-HASH-VALUE                 PIC 9(09) VALUE ZERO.
001350 77  WS-HASH-WORK                  PIC 9(09) VALUE ZERO.
001360 77  WS-HASH-QUOTIENT              PIC 9(09) VALUE ZERO.
001370 77  WS-HASH-MODULUS               PIC 9(09) VALUE 999983.
001380 77  WS-HASH-PARTITION             PIC 9(02) VALUE ZERO.
001390 01  WS-CHAR-PAIR.
001400     05  FILLER                    PIC X(001) VALUE LOW-VALUE.
001410     05  WS-CHAR-BYTE              PIC X(001) VALUE LOW-VALUE.
001420 01  WS-CHAR-CODE REDEFINES WS-CHAR-PAIR PIC 9(04) COMP.
001430 77  WS-UPPER-LETTERS              PIC X(026) VALUE
001440     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001450 77  WS-LOWER-LETTERS              PIC X(026) VALUE
001460     "abcdefghijklmnopqrstuvwxyz".

001470* Run totals.
001480 77  WS-TOTAL-READ                 PIC 9(09) VALUE ZERO.
001490 77  WS-TOTAL-SUSPENSE             PIC 9(09) VALUE ZERO.
001500 77  WS-TOTAL-WRITTEN              PIC 9(09) VALUE ZERO.
001510 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001520 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

001530* File status codes, one per SELECT above.
001540 77  WS-EMAIL-IN-STATUS            PIC X(02) VALUE SPACES.
001550 77  WS-SUSIN-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-PART-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
001570 77  WS-PART-SUSPENSE-STATUS       PIC X(02) VALUE SPACES.
001580 77  WS-SPLCTL-STATUS              PIC X(02) VALUE SPACES.

001581* Cycle-status gate (CYCGATE): this run is checked against the
001582* CYCSTAT cycle-status file before anything is opened, and its
001583* end is recorded there.
001584     COPY CYCPARM.
001585 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001586     88  WS-GATE-STARTED                   VALUE "S".
001587     88  WS-GATE-REFUSED                   VALUE "R".

001590 PROCEDURE DIVISION.

001600******************************************************************
001610* 0000-MAINLINE
001620* Overall control - check the extract header, sort the extract
001630* and the suspense file into partition order, write each
001640* partition's files, then the split-control record.
001650******************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001680     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
001690         SORT SORT-WORK
001700             ON ASCENDING KEY SR-PARTITION SR-KIND SR-SEQUENCE
001710             INPUT PROCEDURE IS 2000-RELEASE-INPUT THRU 2000-EXIT
001720             OUTPUT PROCEDURE IS 4000-WRITE-PARTITIONS
001730                 THRU 4000-EXIT
001740     END-IF
001750     IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
001760         PERFORM 5000-WRITE-SPLIT-CONTROL THRU 5000-EXIT
001770     END-IF
001780     PERFORM 9000-TERMINATE THRU 9000-EXIT
001790     STOP RUN.

001800******************************************************************
001810* 1000-INITIALIZE
001820* Takes the cycle date (the run date when omitted) and the
001830* partition count from the command line, opens the extract and
001840* checks its header the way VALEMAIL does: the header date must
001850* be the expected cycle. A missing suspense file just means
001860* nothing to recycle - every partition still gets an empty one,
001870* so no partition recycles a file left over from another night.
001880******************************************************************
001890 1000-INITIALIZE.
001900     INITIALIZE SPLIT-CONTROL-RECORD
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001920     ACCEPT WS-RUN-TIME FROM TIME
001930     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001940     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001950         MOVE WS-COMMAND-LINE(1:8) TO WS-EXPECTED-DATE
001960     ELSE
001970         MOVE WS-RUN-DATE TO WS-EXPECTED-DATE
001980     END-IF
001990     IF WS-COMMAND-LINE(10:2) IS NUMERIC
002000         MOVE WS-COMMAND-LINE(10:2) TO WS-PARTITION-COUNT
002010     END-IF
002020     IF WS-PARTITION-COUNT < 2
002030         OR WS-PARTITION-COUNT > WS-MAX-PARTITIONS
002040         DISPLAY "ERRO: NUMERO DE PARTICOES DEVE SER DE 02 A "
002050             WS-MAX-PARTITIONS
002060         SET WS-FILE-ERROR TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF
002081     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
002082     IF WS-GATE-REFUSED
002083         SET WS-FILE-ERROR TO TRUE
002084         GO TO 1000-EXIT
002085     END-IF
002090     OPEN INPUT EMAIL-IN
002100     IF WS-EMAIL-IN-STATUS NOT = "00"
002110         DISPLAY "ERRO AO ABRIR EMLIN - STATUS "
002120             WS-EMAIL-IN-STATUS
002130         SET WS-FILE-ERROR TO TRUE
002140         GO TO 1000-EXIT
002150     END-IF
002160     SET WS-EMAIL-OPEN TO TRUE
002170     PERFORM 2100-READ-EMAIL-RECORD THRU 2100-EXIT
002180     IF WS-EMAIL-EOF OR NOT EI-TYPE-HEADER
002190         DISPLAY "ERRO: EXTRATO SEM REGISTRO HEADER"
002200         SET WS-RECON-ERROR TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF
002230     MOVE EI-EXTRACT-DATE TO WS-EXTRACT-DATE
002240     MOVE EI-EXTRACT-SOURCE TO WS-EXTRACT-SOURCE
002250     MOVE EMAIL-INPUT-RECORD TO WS-HEADER-SAVE
002260     IF WS-EXTRACT-DATE NOT = WS-EXPECTED-DATE
002270         DISPLAY "ERRO: DATA DO HEADER " WS-EXTRACT-DATE
002280             " DIVERGE DO CICLO ESPERADO " WS-EXPECTED-DATE
002290         SET WS-RECON-ERROR TO TRUE
002300         GO TO 1000-EXIT
002310     END-IF
002320     OPEN INPUT SUSPENSE-IN
002330     IF WS-SUSIN-STATUS = "00"
002340         SET WS-SUSIN-AVAILABLE TO TRUE
002350     ELSE
002360         IF WS-SUSIN-STATUS NOT = "35"
002370             DISPLAY "ERRO AO ABRIR SUSIN - STATUS "
002380                 WS-SUSIN-STATUS
002381             SET WS-FILE-ERROR TO TRUE
002382         END-IF
002383     END-IF.

002384 1000-EXIT.
002385     EXIT.

002386******************************************************************
002387* 1900-CHECK-CYCLE-GATE
002388* Asks the cycle-status gate whether SPLEMAIL may split the
002389* cycle's extract now.
002390* A refusal (or a status file that cannot be read) stops the run
002391* before anything is opened; 9000 ends it with return code 16.
002392******************************************************************
002393 1900-CHECK-CYCLE-GATE.
002394     SET CG-FN-START TO TRUE
002395     MOVE "SPLEMAIL" TO CG-PROGRAM-ID
002396     MOVE WS-EXPECTED-DATE TO CG-CYCLE-DATE
002397     MOVE 0 TO CG-PARTITION-NO
002398     MOVE 0 TO CG-RETURN-CODE
002399     CALL "CYCGATE" USING CYCLE-GATE-PARM
002400     IF CG-ALLOWED
002401         SET WS-GATE-STARTED TO TRUE
002402     ELSE
002403         DISPLAY "ERRO: " CG-REASON-TEXT
002404         SET WS-GATE-REFUSED TO TRUE
002405     END-IF.

002406 1900-EXIT.
002407     EXIT.

002408******************************************************************
002409* 1910-REFUSE-RUN
002410* The gate refused the run: nothing was opened or written, so
002411* there is nothing to close - only the refusal is shown.
002412******************************************************************
002413 1910-REFUSE-RUN.
002414     MOVE 16 TO RETURN-CODE
002415     DISPLAY "==============================================="
002416     DISPLAY "SPLEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
002417     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
002418     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002419 1910-EXIT.
002420     EXIT.

002421******************************************************************
002422* 1920-END-CYCLE-STEP
002423* Records how the run ended on CYCSTAT, with the number of
002424* partitions cut - the partitions the gate then expects VALEMAIL
002425* to run and JUNEMAIL to merge. The CALL clears RETURN-CODE, so
002426* the code is handed over and put back. An end that cannot be
002427* recorded raises the return code to at least 8: the step would
002428* otherwise stay running on CYCSTAT and hold up the cycle.
002429******************************************************************
002430 1920-END-CYCLE-STEP.
002431     SET CG-FN-END TO TRUE
002433     MOVE WS-PARTITION-COUNT TO CG-PARTITION-NO
002434     MOVE RETURN-CODE TO CG-RETURN-CODE
002435     CALL "CYCGATE" USING CYCLE-GATE-PARM
002437     MOVE CG-RETURN-CODE TO RETURN-CODE
002438     IF NOT CG-ALLOWED
002439         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
002440         IF RETURN-CODE < 8
002442             MOVE 8 TO RETURN-CODE
002443         END-IF
002444     END-IF.

002446 1920-EXIT.
002447     EXIT.

002448******************************************************************
002450* 2000-RELEASE-INPUT
002460* SORT input procedure: the suspense records first, then the
002470* extract details, each tagged with the partition its address
002480* hashes to. The extract trailer is reconciled on the way through
002490* - a short file must not be split into partitions that each
002500* look complete.
002510******************************************************************
002520 2000-RELEASE-INPUT.
002530     IF WS-SUSIN-AVAILABLE
002540         PERFORM 2200-READ-SUSPENSE-RECORD THRU 2200-EXIT
002550         PERFORM 2300-RELEASE-SUSPENSE THRU 2300-EXIT
002560             UNTIL WS-SUSPENSE-EOF
002570     END-IF
002580     PERFORM 2100-READ-EMAIL-RECORD THRU 2100-EXIT
002590     PERFORM 2400-RELEASE-EXTRACT THRU 2400-EXIT
002600         UNTIL WS-EMAIL-EOF
002610     IF NOT WS-TRAILER-SEEN
002620         DISPLAY "ERRO: EXTRATO SEM REGISTRO TRAILER - "
002630             "ARQUIVO PODE ESTAR INCOMPLETO"
002640         SET WS-RECON-ERROR TO TRUE
002650     END-IF.

002660 2000-EXIT.
002670     EXIT.

002680 2100-READ-EMAIL-RECORD.
002690     READ EMAIL-IN
002700         AT END
002710             SET WS-EMAIL-EOF TO TRUE
002720     END-READ.

002730 2100-EXIT.
002740     EXIT.

002750 2200-READ-SUSPENSE-RECORD.
002760     READ SUSPENSE-IN
002770         AT END
002780             SET WS-SUSPENSE-EOF TO TRUE
002790     END-READ.

002800 2200-EXIT.
002810     EXIT.

002820 2300-RELEASE-SUSPENSE.
002830     ADD 1 TO WS-TOTAL-SUSPENSE
002840     MOVE SUSPENSE-IN-REC TO SUSPENSE-RECORD
002850     MOVE SU-EMAIL-ADDRESS TO WS-HASH-ADDRESS
002860     PERFORM 3000-HASH-PARTITION THRU 3000-EXIT
002870     MOVE WS-HASH-PARTITION TO SR-PARTITION
002880     SET SR-KIND-SUSPENSE TO TRUE
002890     MOVE WS-TOTAL-SUSPENSE TO SR-SEQUENCE
002900     MOVE SUSPENSE-IN-REC TO SR-DATA
002910     RELEASE SORT-RECORD
002920     PERFORM 2200-READ-SUSPENSE-RECORD THRU 2200-EXIT.

002930 2300-EXIT.
002940     EXIT.

002950 2400-RELEASE-EXTRACT.
002960     IF WS-TRAILER-SEEN
002970         DISPLAY "ERRO: REGISTRO APOS O TRAILER DO EXTRATO"
002980         SET WS-RECON-ERROR TO TRUE
002990         SET WS-EMAIL-EOF TO TRUE
003000         GO TO 2400-EXIT
003010     END-IF
003020     IF EI-TYPE-TRAILER
003030         SET WS-TRAILER-SEEN TO TRUE
003040         IF EI-TRAILER-COUNT NOT = WS-TOTAL-READ
003050             DISPLAY "ERRO: TRAILER INFORMA " EI-TRAILER-COUNT
003060                 " REGISTROS - LIDOS " WS-TOTAL-READ
003070             SET WS-RECON-ERROR TO TRUE
003080         END-IF
003090         PERFORM 2100-READ-EMAIL-RECORD THRU 2100-EXIT
003100         GO TO 2400-EXIT
003110     END-IF
003120     IF NOT EI-TYPE-DETAIL
003130         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO "
003140             "EXTRATO: " EI-RECORD-TYPE
003150         SET WS-RECON-ERROR TO TRUE
003160         SET WS-EMAIL-EOF TO TRUE
003170         GO TO 2400-EXIT
003180     END-IF
003190     ADD 1 TO WS-TOTAL-READ
003200     MOVE EI-EMAIL-ADDRESS TO WS-HASH-ADDRESS
003210     PERFORM 3000-HASH-PARTITION THRU 3000-EXIT
003220     MOVE WS-HASH-PARTITION TO SR-PARTITION
003230     SET SR-KIND-EXTRACT TO TRUE
003240     MOVE WS-TOTAL-READ TO SR-SEQUENCE
003250     MOVE EMAIL-INPUT-RECORD TO SR-DATA
003260     RELEASE SORT-RECORD
003270     PERFORM 2100-READ-EMAIL-RECORD THRU 2100-EXIT.

003280 2400-EXIT.
003290     EXIT.

003300******************************************************************
003310* 3000-HASH-PARTITION
003320* Folds the address to the canonical lower-case form VALRULES
003330* stores, hashes it up to its first space, and maps the hash onto
003340* a partition 1..N - so case variants of one mailbox, which the
003350* duplicate checks treat as one address, always land together.
003360******************************************************************
003370 3000-HASH-PARTITION.
003380     INSPECT WS-HASH-ADDRESS
003390         CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
003400     MOVE ZERO TO WS-HASH-VALUE
003410     PERFORM 3100-HASH-ONE-BYTE THRU 3100-EXIT
003420         VARYING WS-HASH-SUB FROM 1 BY 1
003430         UNTIL WS-HASH-SUB > 264
003440         OR WS-HASH-ADDRESS(WS-HASH-SUB:1) = SPACE
003450     DIVIDE WS-HASH-VALUE BY WS-PARTITION-COUNT
003460         GIVING WS-HASH-QUOTIENT
003470         REMAINDER WS-HASH-PARTITION
003480     ADD 1 TO WS-HASH-PARTITION.

003490 3000-EXIT.
003500     EXIT.

003510 3100-HASH-ONE-BYTE.
003520     MOVE WS-HASH-ADDRESS(WS-HASH-SUB:1) TO WS-CHAR-BYTE
003530     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31 + WS-CHAR-CODE
003540     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
003550         GIVING WS-HASH-QUOTIENT
003560         REMAINDER WS-HASH-VALUE.

003570 3100-EXIT.
003580     EXIT.

003590******************************************************************
003600* 4000-WRITE-PARTITIONS
003610* SORT output procedure: every partition 1..N gets its extract
003620* (the original header, its own details, a trailer with its own
003630* count) and its suspense file, even when empty. Nothing is
003640* written when the input failed reconciliation - the partition
003650* files left from an earlier night are then refused by VALEMAIL's
003660* own header check.
003670******************************************************************
003680 4000-WRITE-PARTITIONS.
003690     IF WS-RECON-ERROR OR WS-FILE-ERROR
003700         GO TO 4000-EXIT
003710     END-IF
003720     PERFORM 4900-RETURN-RECORD THRU 4900-EXIT
003730     PERFORM 4100-WRITE-ONE-PARTITION THRU 4100-EXIT
003740         VARYING WS-PART-NO FROM 1 BY 1
003750         UNTIL WS-PART-NO > WS-PARTITION-COUNT
003760         OR WS-FILE-ERROR.

003770 4000-EXIT.
003780     EXIT.

003790 4100-WRITE-ONE-PARTITION.
003800     MOVE ZERO TO WS-PART-DETAILS WS-PART-SUSPENSE
003810     MOVE SPACES TO WS-PART-EXTRACT-NAME WS-PART-SUSPENSE-NAME
003820     STRING "EMLIN.P" DELIMITED BY SIZE
003830         WS-PART-NO DELIMITED BY SIZE
003840         INTO WS-PART-EXTRACT-NAME
003850     END-STRING
003860     STRING "SUSIN.P" DELIMITED BY SIZE
003870         WS-PART-NO DELIMITED BY SIZE
003880         INTO WS-PART-SUSPENSE-NAME
003890     END-STRING
003900     OPEN OUTPUT PART-EXTRACT-OUT
003910     IF WS-PART-EXTRACT-STATUS NOT = "00"
003920         DISPLAY "ERRO AO ABRIR " WS-PART-EXTRACT-NAME
003930             " - STATUS " WS-PART-EXTRACT-STATUS
003940         SET WS-FILE-ERROR TO TRUE
003950         GO TO 4100-EXIT
003960     END-IF
003970     OPEN OUTPUT PART-SUSPENSE-OUT
003980     IF WS-PART-SUSPENSE-STATUS NOT = "00"
003990         DISPLAY "ERRO AO ABRIR " WS-PART-SUSPENSE-NAME
004000             " - STATUS " WS-PART-SUSPENSE-STATUS
004010         SET WS-FILE-ERROR TO TRUE
004020         CLOSE PART-EXTRACT-OUT
004030         GO TO 4100-EXIT
004040     END-IF
004050     MOVE WS-HEADER-SAVE TO PART-EXTRACT-RECORD
004060     PERFORM 4300-WRITE-EXTRACT THRU 4300-EXIT
004070     PERFORM 4200-WRITE-ONE-RECORD THRU 4200-EXIT
004080         UNTIL WS-SORT-EOF OR WS-FILE-ERROR
004090         OR SR-PARTITION NOT = WS-PART-NO
004100     MOVE WS-PART-DETAILS TO WS-PT-COUNT
004110     MOVE WS-PART-TRAILER TO PART-EXTRACT-RECORD
004120     PERFORM 4300-WRITE-EXTRACT THRU 4300-EXIT
004130     CLOSE PART-EXTRACT-OUT
004140     CLOSE PART-SUSPENSE-OUT
004150     MOVE WS-PART-DETAILS TO SP-PART-DETAILS(WS-PART-NO)
004160     MOVE WS-PART-SUSPENSE TO SP-PART-SUSPENSE(WS-PART-NO)
004170     DISPLAY "PARTICAO " WS-PART-NO " - EXTRATO: " WS-PART-DETAILS
004180         "  SUSPENSO: " WS-PART-SUSPENSE.

004190 4100-EXIT.
004200     EXIT.

004210 4200-WRITE-ONE-RECORD.
004220     IF SR-KIND-EXTRACT
004230         ADD 1 TO WS-PART-DETAILS
004240         MOVE SR-DATA TO PART-EXTRACT-RECORD
004250         PERFORM 4300-WRITE-EXTRACT THRU 4300-EXIT
004260     ELSE
004270         ADD 1 TO WS-PART-SUSPENSE
004280         MOVE SR-DATA TO PART-SUSPENSE-RECORD
004290         WRITE PART-SUSPENSE-RECORD
004300         IF WS-PART-SUSPENSE-STATUS NOT = "00"
004310             DISPLAY "ERRO AO GRAVAR " WS-PART-SUSPENSE-NAME
004320                 " - STATUS " WS-PART-SUSPENSE-STATUS
004330             SET WS-FILE-ERROR TO TRUE
004340         END-IF
004350     END-IF
004360     ADD 1 TO WS-TOTAL-WRITTEN
004370     PERFORM 4900-RETURN-RECORD THRU 4900-EXIT.

004380 4200-EXIT.
004390     EXIT.

004400 4300-WRITE-EXTRACT.
004410     WRITE PART-EXTRACT-RECORD
004420     IF WS-PART-EXTRACT-STATUS NOT = "00"
004430         DISPLAY "ERRO AO GRAVAR " WS-PART-EXTRACT-NAME
004440             " - STATUS " WS-PART-EXTRACT-STATUS
004450         SET WS-FILE-ERROR TO TRUE
004460     END-IF.

004470 4300-EXIT.
004480     EXIT.

004490 4900-RETURN-RECORD.
004500     RETURN SORT-WORK
004510         AT END
004520             SET WS-SORT-EOF TO TRUE
004530     END-RETURN.

004540 4900-EXIT.
004550     EXIT.

004560******************************************************************
004570* 5000-WRITE-SPLIT-CONTROL
004580* The split-control record: what JUNEMAIL proves the partition
004590* runs against. Written last, and only for a clean split.
004600******************************************************************
004610 5000-WRITE-SPLIT-CONTROL.
004620     IF WS-TOTAL-WRITTEN NOT = WS-TOTAL-READ + WS-TOTAL-SUSPENSE
004630         DISPLAY "ERRO: GRAVADOS NAS PARTICOES " WS-TOTAL-WRITTEN
004640             " - LIDOS " WS-TOTAL-READ " + " WS-TOTAL-SUSPENSE
004650         SET WS-RECON-ERROR TO TRUE
004660         GO TO 5000-EXIT
004670     END-IF
004680     MOVE WS-EXTRACT-DATE TO SP-EXTRACT-DATE
004690     MOVE WS-EXTRACT-SOURCE TO SP-EXTRACT-SOURCE
004700     MOVE WS-RUN-DATE TO SP-SPLIT-DATE
004710     MOVE WS-RUN-TIME TO SP-SPLIT-TIME
004720     MOVE WS-PARTITION-COUNT TO SP-PARTITION-COUNT
004730     MOVE WS-TOTAL-READ TO SP-EXTRACT-COUNT
004740     MOVE WS-TOTAL-SUSPENSE TO SP-SUSPENSE-COUNT
004750     OPEN OUTPUT SPLIT-CONTROL
004760     IF WS-SPLCTL-STATUS NOT = "00"
004770         DISPLAY "ERRO AO ABRIR SPLCTL - STATUS "
004780             WS-SPLCTL-STATUS
004790         SET WS-FILE-ERROR TO TRUE
004800         GO TO 5000-EXIT
004810     END-IF
004820     MOVE SPLIT-CONTROL-RECORD TO SPLIT-CONTROL-LINE
004830     WRITE SPLIT-CONTROL-LINE
004840     IF WS-SPLCTL-STATUS NOT = "00"
004850         DISPLAY "ERRO AO GRAVAR SPLCTL - STATUS "
004860             WS-SPLCTL-STATUS
004870         SET WS-FILE-ERROR TO TRUE
004880     END-IF
004890     CLOSE SPLIT-CONTROL.

004900 5000-EXIT.
004910     EXIT.

004920******************************************************************
004930* 9000-TERMINATE
004940* Closes the inputs and sets the return code, on VALEMAIL's
004950* scale: 0 the extract was split, 8 a file or parameter error
004960* stopped the run, 12 the extract failed the header/trailer
004970* reconciliation, 16 the cycle-status gate refused the run.
004980******************************************************************
004990 9000-TERMINATE.
004991     IF WS-GATE-REFUSED
004992         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
004993         GO TO 9000-EXIT
004994     END-IF
005000     IF WS-EMAIL-OPEN
005010         CLOSE EMAIL-IN
005020     END-IF
005030     IF WS-SUSIN-AVAILABLE
005040         CLOSE SUSPENSE-IN
005050     END-IF
005060     IF WS-RECON-ERROR
005070         MOVE 12 TO RETURN-CODE
005080     ELSE
005090         IF WS-FILE-ERROR
005100             MOVE 8 TO RETURN-CODE
005110         ELSE
005120             MOVE 0 TO RETURN-CODE
005130         END-IF
005140     END-IF
005142     IF WS-GATE-STARTED
005144         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
005146     END-IF
005150     DISPLAY "==============================================="
005160     DISPLAY "SPLEMAIL - RESUMO DA EXECUCAO"
005170     DISPLAY "CICLO...........: " WS-EXTRACT-DATE
005180     DISPLAY "PARTICOES.......: " WS-PARTITION-COUNT
005190     DISPLAY "EXTRATO LIDO....: " WS-TOTAL-READ
005200     DISPLAY "SUSPENSO LIDO...: " WS-TOTAL-SUSPENSE
005210     DISPLAY "GRAVADO.........: " WS-TOTAL-WRITTEN
005220     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

005230 9000-EXIT.
005240     EXIT.

005370 END PROGRAM SPLEMAIL.
